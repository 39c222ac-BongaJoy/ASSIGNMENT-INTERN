      ******************************************************************
      * Author: JOYCE MACHABA
      * Date: 10/15/2026
      * Purpose: WAVE MASTER MAINTENANCE - THE ONE PLACE A SURVEY WAVE
      *          IS DEFINED: ITS CODE, DESCRIPTION, FIELD START AND END
      *          DATES AND STATUS (P = PLANNED, O = OPEN, C = CLOSED,
      *          A = ARCHIVED). INTERN-SURVEY AND SURVEY-IMPORT ONLY
      *          TAKE CAPTURES INTO A WAVE THAT IS OPEN ON THE DAY, AND
      *          WAVE-ARCHIVE ONLY CLOSES OUT A CLOSED WAVE AND MARKS
      *          IT ARCHIVED - ONLY WAVE-ARCHIVE EVER SETS STATUS A.
      *          MODE 4 LISTS THE WAVE CODES ON SURVEY-DATA THAT HAVE
      *          NO MASTER ENTRY, SO THE TYPO'D STRAYS CAN BE CLEANED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                  DIVISION.

       PROGRAM-ID.                     WAVE-MAINT.
       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
      *WAVE MASTER - ONE RECORD PER WAVE, KEYED ON THE WAVE CODE......
           SELECT  WAVE-MASTER         ASSIGN TO "WAVE-MASTER.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WVM-CODE
           FILE STATUS IS WS-MASTER-STATUS.

      *SAME INDEXED FILE INTERN-SURVEY WRITES TO - READ ONLY HERE, FOR
      *THE STRAY-WAVE EXCEPTION LIST..................................
           SELECT  SURVEY-DATA         ASSIGN TO "SURVEY-DATA.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-ID
           ALTERNATE RECORD KEY IS WS-NAME WITH DUPLICATES
           FILE STATUS IS WS-SURVEY-STATUS.

           SELECT  WAVE-REPORT         ASSIGN TO "WAVE-MAINT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA                            DIVISION.

       FILE                            SECTION.
      *SAME WAVE MASTER LAYOUT INTERN-SURVEY, SURVEY-IMPORT AND
      *WAVE-ARCHIVE READ..............................................
       FD  WAVE-MASTER.
       01  WAVE-MASTER-REC.
           05 WVM-CODE                 PIC X(06).
           05 WVM-DESC                 PIC X(30).
           05 WVM-START-DATE           PIC 9(08).
           05 WVM-END-DATE             PIC 9(08).
           05 WVM-STATUS               PIC X.
           05 FILLER                   PIC X(27).

      *SAME RECORD LAYOUT AS INTERN-SURVEY'S SURVEY-DATA FILE..........
       FD SURVEY-DATA.
       01  DATA-REC.
           05 PERSONAL-DETAILS.
             10 WS-ID                  PIC 9(13).
             10 WS-NAME                PIC X(20).
             10 WS-FIRST-NAMES         PIC X(30).
             10 WS-CONTACT-NUMBER      PIC 9(10).
             10 WS-DATE.
                15 WS-MM               PIC 99.
                15 WS-DD               PIC 99.
                15 WS-YEAR             PIC 9999.
             10 WS-AGE                 PIC 99.
           05  WS-FAVOURITE-FOOD.
             10 WS-FAVOUR-PIZZA        PIC X.
             10 WS-FAVOUR-PASTA        PIC X.
             10 WS-FAVOUR-PAP          PIC X.
             10 WS-FAVOUR-CHICKEN      PIC X.
             10 WS-FAVOUR-BEEF         PIC X.
             10 WS-OTHER-FAV           PIC X.
             10 WS-OTHER-FAV-TEXT      PIC X(20).
           05 SCALES                   PIC X(20).
           05 WS-WAVE                  PIC X(06).
           05 WS-CONSENT               PIC X.
           05 WS-CONSENT-VERSION       PIC X(04).
           05 WS-CONSENT-DATE          PIC 9(08).

       FD  WAVE-REPORT.
       01  REPORT-LINE                 PIC X(100).

       WORKING-STORAGE                 SECTION.
       01 WS-EOF                       PIC XX.
       01 WS-MASTER-STATUS             PIC XX.
       01 WS-SURVEY-STATUS             PIC XX.
       01 WS-RUN-MODE                  PIC 9.
       01 WS-ERR-MESSAGE               PIC X(60).
       01 WS-LISTED-COUNT              PIC 9(05)     VALUE 0.

      *THE WAVE AS TYPED BY THE SUPERVISOR - BLANK ANSWERS ON A CHANGE
      *LEAVE THAT FIELD AS IT IS ON THE MASTER........................
       01 WS-IN-CODE                   PIC X(06).
       01 WS-IN-DESC                   PIC X(30).
       01 WS-IN-START                  PIC 9(08).
       01 WS-IN-END                    PIC 9(08).
       01 WS-IN-STATUS                 PIC X.

      *DATE EDIT FIELDS - A YYYYMMDD DATE IS CHECKED AS A WHOLE FOR A
      *REAL CALENDAR DAY, AND ITS YEAR FOR A SENSIBLE CENTURY.........
       01 WS-CHECK-DATE.
           05 WS-CHK-YEAR              PIC 9999.
           05 WS-CHK-MONTH             PIC 99.
           05 WS-CHK-DAY               PIC 99.
       01 WS-CHECK-DATE-NUM            REDEFINES WS-CHECK-DATE
                                       PIC 9(08).

       01 WS-RUN-DATE.
           05 WS-RUN-YEAR              PIC 9999.
           05 WS-RUN-MONTH             PIC 99.
           05 WS-RUN-DAY               PIC 99.

      *STRAY-WAVE TABLE - ONE ROW PER DISTINCT WAVE CODE ON THE LIVE
      *FILE, WITH ITS RECORD COUNT....................................
       01 WS-WAVE-COUNT                PIC 999       VALUE 0.
       01 WS-WAVE-MAX                  PIC 999       VALUE 200.
       01 WS-WAVE-DROPPED              PIC 9(05)     VALUE 0.
       01 WS-WAVE-TABLE.
           05 WS-WAVE-ROW              OCCURS 200 TIMES.
              10 WS-TBL-WAVE           PIC X(06).
              10 WS-TBL-COUNT          PIC 9(05).
       01 WS-WAVE-IDX                  PIC 999.
       01 WS-WAVE-FOUND                PIC X.
       01 WS-STRAY-COUNT               PIC 9(05)     VALUE 0.
       01 WS-STRAY-RECS                PIC 9(07)     VALUE 0.

       01 WS-STATUS-TEXT               PIC X(08).
       01 WS-WAVE-LINE                 PIC X(100).
       01 WS-CNT-EDIT                  PIC ZZZZZZ9.

       PROCEDURE                       DIVISION.

       AA000-MAIN-PROCEDURE            SECTION.
           PERFORM BA000-INITIAL.

           EVALUATE WS-RUN-MODE
              WHEN 1
                 PERFORM CA000-ADD-WAVE
              WHEN 2
                 PERFORM DA000-CHANGE-WAVE
              WHEN 3
                 PERFORM EA000-LIST-WAVES
              WHEN 4
                 PERFORM FA000-STRAY-WAVES
           END-EVALUATE.

           PERFORM ZZ000-TERMINATE.
           STOP RUN.

       BA000-INITIAL                   SECTION.
           DISPLAY "WAVE MASTER MAINTENANCE".
           DISPLAY "1 = ADD A WAVE".
           DISPLAY "2 = CHANGE A WAVE (DESCRIPTION, DATES, STATUS)".
           DISPLAY "3 = LIST ALL WAVES".
           DISPLAY "4 = WAVES ON SURVEY-DATA WITH NO MASTER ENTRY".
           DISPLAY "CHOOSE 1 TO 4: "   WITH NO ADVANCING.
           ACCEPT WS-RUN-MODE.
           IF WS-RUN-MODE              < 1 OR > 4
              DISPLAY "NOTHING DONE"
              STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE          FROM DATE YYYYMMDD.

      *A MISSING MASTER IS CREATED EMPTY - THE FIRST ADD ON A FRESH
      *MACHINE MUST NOT FALL OVER ON THE I-O OPEN.....................
           OPEN I-O WAVE-MASTER.
           IF WS-MASTER-STATUS         = "35"
              OPEN OUTPUT WAVE-MASTER
              CLOSE WAVE-MASTER
              OPEN I-O WAVE-MASTER
           END-IF.
           IF WS-MASTER-STATUS         NOT = "00"
              DISPLAY "WAVE-MASTER.TXT COULD NOT BE OPENED (STATUS "
                      WS-MASTER-STATUS ") - NOTHING DONE"
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.

       CA000-ADD-WAVE                  SECTION.
           PERFORM GA000-ASK-WAVE-CODE.
           IF WS-IN-CODE               = SPACES
              DISPLAY "NO WAVE CODE GIVEN - NOTHING ADDED"
            ELSE
              MOVE WS-IN-CODE          TO WVM-CODE
              READ WAVE-MASTER
                 KEY IS WVM-CODE
                 INVALID KEY
                    PERFORM CB000-ADD-NEW-WAVE
                 NOT INVALID KEY
                    DISPLAY "WAVE " WS-IN-CODE " IS ALREADY ON THE "
                            "MASTER - USE OPTION 2 TO CHANGE IT"
              END-READ
           END-IF.

       CB000-ADD-NEW-WAVE              SECTION.
           DISPLAY "DESCRIPTION: "     WITH NO ADVANCING.
           ACCEPT WS-IN-DESC.
           DISPLAY "FIELD START DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-IN-START.
           DISPLAY "FIELD END DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-IN-END.
           DISPLAY "STATUS (P = PLANNED, O = OPEN): " WITH NO ADVANCING.
           ACCEPT WS-IN-STATUS.

      *A NEW WAVE STARTS LIFE PLANNED OR OPEN - IT CANNOT BE BORN
      *CLOSED, AND ONLY WAVE-ARCHIVE MAY MARK ONE ARCHIVED............
           MOVE SPACES                 TO WS-ERR-MESSAGE.
           IF WS-IN-DESC               = SPACES
              MOVE "DESCRIPTION MISSING" TO WS-ERR-MESSAGE
           END-IF.
           IF WS-IN-STATUS             NOT = "P" AND NOT = "O"
              MOVE "A NEW WAVE MUST BE P (PLANNED) OR O (OPEN)"
                                       TO WS-ERR-MESSAGE
           END-IF.
           PERFORM HA000-CHECK-FIELD-DATES.

           IF WS-ERR-MESSAGE           NOT = SPACES
              DISPLAY WS-ERR-MESSAGE " - NOTHING ADDED"
            ELSE
              MOVE SPACES              TO WAVE-MASTER-REC
              MOVE WS-IN-CODE          TO WVM-CODE
              MOVE WS-IN-DESC          TO WVM-DESC
              MOVE WS-IN-START         TO WVM-START-DATE
              MOVE WS-IN-END           TO WVM-END-DATE
              MOVE WS-IN-STATUS        TO WVM-STATUS
              WRITE WAVE-MASTER-REC
                 INVALID KEY
                    DISPLAY "WAVE " WS-IN-CODE " COULD NOT BE ADDED"
                 NOT INVALID KEY
                    DISPLAY "WAVE " WS-IN-CODE " ADDED"
              END-WRITE
           END-IF.

       DA000-CHANGE-WAVE               SECTION.
           PERFORM GA000-ASK-WAVE-CODE.
           IF WS-IN-CODE               = SPACES
              DISPLAY "NO WAVE CODE GIVEN - NOTHING CHANGED"
            ELSE
              MOVE WS-IN-CODE          TO WVM-CODE
              READ WAVE-MASTER
                 KEY IS WVM-CODE
                 INVALID KEY
                    DISPLAY "WAVE " WS-IN-CODE " IS NOT ON THE MASTER "
                            "- USE OPTION 1 TO ADD IT"
                 NOT INVALID KEY
                    PERFORM DB000-CHANGE-ONE-WAVE
              END-READ
           END-IF.

       DB000-CHANGE-ONE-WAVE           SECTION.
      *AN ARCHIVED WAVE IS HISTORY - ITS RECORDS ARE OFF THE LIVE
      *FILE AND ITS DATES ARE WHAT THE ARCHIVE WAS TAKEN AGAINST......
           IF WVM-STATUS               = "A"
              DISPLAY "WAVE " WS-IN-CODE " IS ARCHIVED - IT CANNOT BE "
                      "CHANGED"
            ELSE
              PERFORM JA000-SHOW-ONE-WAVE
              DISPLAY "PRESS ENTER ON ANY FIELD TO KEEP IT AS IT IS"
              MOVE SPACES              TO WS-IN-DESC WS-IN-STATUS
              MOVE ZEROS               TO WS-IN-START WS-IN-END
              DISPLAY "NEW DESCRIPTION: " WITH NO ADVANCING
              ACCEPT WS-IN-DESC
              DISPLAY "NEW FIELD START DATE (YYYYMMDD): "
                      WITH NO ADVANCING
              ACCEPT WS-IN-START
              DISPLAY "NEW FIELD END DATE (YYYYMMDD): "
                      WITH NO ADVANCING
              ACCEPT WS-IN-END
              DISPLAY "NEW STATUS (P/O/C): " WITH NO ADVANCING
              ACCEPT WS-IN-STATUS

              IF WS-IN-DESC            = SPACES
                 MOVE WVM-DESC         TO WS-IN-DESC
              END-IF
              IF WS-IN-START           = ZEROS
                 MOVE WVM-START-DATE   TO WS-IN-START
              END-IF
              IF WS-IN-END             = ZEROS
                 MOVE WVM-END-DATE     TO WS-IN-END
              END-IF
              IF WS-IN-STATUS          = SPACES
                 MOVE WVM-STATUS       TO WS-IN-STATUS
              END-IF

              MOVE SPACES              TO WS-ERR-MESSAGE
              IF WS-IN-STATUS          NOT = "P" AND NOT = "O"
                                       AND NOT = "C"
                 MOVE "STATUS MUST BE P, O OR C"
                                       TO WS-ERR-MESSAGE
              END-IF
              PERFORM HA000-CHECK-FIELD-DATES

              IF WS-ERR-MESSAGE        NOT = SPACES
                 DISPLAY WS-ERR-MESSAGE " - NOTHING CHANGED"
               ELSE
                 MOVE WS-IN-DESC       TO WVM-DESC
                 MOVE WS-IN-START      TO WVM-START-DATE
                 MOVE WS-IN-END        TO WVM-END-DATE
                 MOVE WS-IN-STATUS     TO WVM-STATUS
                 REWRITE WAVE-MASTER-REC
                    INVALID KEY
                       DISPLAY "WAVE " WS-IN-CODE
                               " COULD NOT BE CHANGED"
                    NOT INVALID KEY
                       DISPLAY "WAVE " WS-IN-CODE " CHANGED"
                       PERFORM JA000-SHOW-ONE-WAVE
                 END-REWRITE
              END-IF
           END-IF.

       EA000-LIST-WAVES                SECTION.
      *EVERY WAVE ON THE MASTER IN CODE ORDER, TO THE SCREEN AND TO
      *WAVE-MAINT.TXT.................................................
           OPEN OUTPUT WAVE-REPORT.
           MOVE SPACES                 TO REPORT-LINE.
           STRING "WAVE MASTER LISTING - RUN DATE: "
                  WS-RUN-MONTH "/" WS-RUN-DAY "/" WS-RUN-YEAR
                  DELIMITED BY SIZE    INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES                 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES                 TO REPORT-LINE.
           STRING "WAVE   DESCRIPTION                    "
                  "START    END      STATUS"
                  DELIMITED BY SIZE    INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE LOW-VALUES             TO WVM-CODE.
           MOVE LOW-VALUES             TO WS-EOF.
           START WAVE-MASTER           KEY NOT < WVM-CODE
              INVALID KEY
                 MOVE HIGH-VALUES      TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF        = HIGH-VALUES
              READ WAVE-MASTER         NEXT RECORD
                 AT END
                    MOVE HIGH-VALUES   TO WS-EOF
                 NOT AT END
                    ADD 01             TO WS-LISTED-COUNT
                    PERFORM JA000-SHOW-ONE-WAVE
                    MOVE WS-WAVE-LINE  TO REPORT-LINE
                    WRITE REPORT-LINE
              END-READ
           END-PERFORM.

           MOVE WS-LISTED-COUNT        TO WS-CNT-EDIT.
           MOVE SPACES                 TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING "WAVES ON THE MASTER: " WS-CNT-EDIT
                  DELIMITED BY SIZE    INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE WAVE-REPORT.
           DISPLAY "WAVES ON THE MASTER: " WS-CNT-EDIT.
           DISPLAY "LISTING WRITTEN TO WAVE-MAINT.TXT".

       FA000-STRAY-WAVES               SECTION.
      *ONE PASS OF THE LIVE FILE COLLECTS EVERY DISTINCT WAVE CODE AND
      *ITS RECORD COUNT, THEN EACH CODE IS LOOKED UP ON THE MASTER -
      *THE ONES NOT THERE ARE THE STRAYS A MISTYPED SESSION WAVE LEFT.
           OPEN INPUT SURVEY-DATA.
           IF WS-SURVEY-STATUS         NOT = "00"
              DISPLAY "SURVEY-DATA.TXT COULD NOT BE OPENED (STATUS "
                      WS-SURVEY-STATUS ") - NO EXCEPTION LIST"
            ELSE
              MOVE LOW-VALUES          TO WS-EOF
              PERFORM UNTIL WS-EOF     = HIGH-VALUES
                 READ SURVEY-DATA      NEXT RECORD
                    AT END
                       MOVE HIGH-VALUES TO WS-EOF
                    NOT AT END
                       PERFORM FB000-COUNT-ONE-WAVE
                 END-READ
              END-PERFORM
              CLOSE SURVEY-DATA
              PERFORM FC000-PRINT-STRAYS
           END-IF.

       FB000-COUNT-ONE-WAVE            SECTION.
           MOVE "N"                    TO WS-WAVE-FOUND.
           PERFORM VARYING WS-WAVE-IDX FROM 1 BY 1
                    UNTIL WS-WAVE-IDX  > WS-WAVE-COUNT
                       OR WS-WAVE-FOUND = "Y"
              IF WS-TBL-WAVE (WS-WAVE-IDX) = WS-WAVE
                 ADD 01                TO WS-TBL-COUNT (WS-WAVE-IDX)
                 MOVE "Y"              TO WS-WAVE-FOUND
              END-IF
           END-PERFORM.
           IF WS-WAVE-FOUND            = "N"
              IF WS-WAVE-COUNT         < WS-WAVE-MAX
                 ADD 01                TO WS-WAVE-COUNT
                 MOVE WS-WAVE          TO WS-TBL-WAVE (WS-WAVE-COUNT)
                 MOVE 1                TO WS-TBL-COUNT (WS-WAVE-COUNT)
               ELSE
                 ADD 01                TO WS-WAVE-DROPPED
              END-IF
           END-IF.

       FC000-PRINT-STRAYS              SECTION.
           OPEN OUTPUT WAVE-REPORT.
           MOVE SPACES                 TO REPORT-LINE.
           STRING "WAVES ON SURVEY-DATA WITH NO MASTER ENTRY - RUN "
                  "DATE: " WS-RUN-MONTH "/" WS-RUN-DAY "/" WS-RUN-YEAR
                  DELIMITED BY SIZE    INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES                 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "WAVE    RECORDS"      TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-WAVE-IDX FROM 1 BY 1
                    UNTIL WS-WAVE-IDX  > WS-WAVE-COUNT
              MOVE WS-TBL-WAVE (WS-WAVE-IDX) TO WVM-CODE
              READ WAVE-MASTER
                 KEY IS WVM-CODE
                 INVALID KEY
                    ADD 01             TO WS-STRAY-COUNT
                    ADD WS-TBL-COUNT (WS-WAVE-IDX) TO WS-STRAY-RECS
                    MOVE WS-TBL-COUNT (WS-WAVE-IDX) TO WS-CNT-EDIT
                    MOVE SPACES        TO REPORT-LINE
                    IF WS-TBL-WAVE (WS-WAVE-IDX) = SPACES
                       STRING "(BLANK) " WS-CNT-EDIT
                              DELIMITED BY SIZE INTO REPORT-LINE
                     ELSE
                       STRING WS-TBL-WAVE (WS-WAVE-IDX) "  "
                              WS-CNT-EDIT
                              DELIMITED BY SIZE INTO REPORT-LINE
                    END-IF
                    WRITE REPORT-LINE
              END-READ
           END-PERFORM.

           MOVE SPACES                 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-STRAY-COUNT         TO WS-CNT-EDIT.
           STRING "STRAY WAVE CODES: " WS-CNT-EDIT
                  DELIMITED BY SIZE    INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES                 TO REPORT-LINE.
           MOVE WS-STRAY-RECS          TO WS-CNT-EDIT.
           STRING "RECORDS CARRYING THEM: " WS-CNT-EDIT
                  DELIMITED BY SIZE    INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-WAVE-DROPPED          > 0
              MOVE SPACES              TO REPORT-LINE
              MOVE WS-WAVE-DROPPED     TO WS-CNT-EDIT
              STRING "WARNING - " WS-CNT-EDIT " RECORDS CARRY WAVE "
                     "CODES BEYOND THE 200-CODE TABLE AND WERE NOT "
                     "CHECKED"
                     DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           CLOSE WAVE-REPORT.

           DISPLAY "STRAY WAVE CODES: " WS-STRAY-COUNT
                   "  RECORDS CARRYING THEM: " WS-STRAY-RECS.
           DISPLAY "EXCEPTION LIST WRITTEN TO WAVE-MAINT.TXT".

       GA000-ASK-WAVE-CODE             SECTION.
           MOVE SPACES                 TO WS-IN-CODE.
           DISPLAY "WAVE CODE: "       WITH NO ADVANCING.
           ACCEPT WS-IN-CODE.

       HA000-CHECK-FIELD-DATES         SECTION.
      *BOTH DATES MUST BE REAL CALENDAR DAYS AND THE WINDOW MUST NOT
      *END BEFORE IT STARTS...........................................
           MOVE WS-IN-START            TO WS-CHECK-DATE-NUM.
           PERFORM HB000-CHECK-ONE-DATE.
           MOVE WS-IN-END              TO WS-CHECK-DATE-NUM.
           PERFORM HB000-CHECK-ONE-DATE.
           IF WS-ERR-MESSAGE           = SPACES
              AND WS-IN-END            < WS-IN-START
              MOVE "FIELD END DATE IS BEFORE THE START DATE"
                                       TO WS-ERR-MESSAGE
           END-IF.

       HB000-CHECK-ONE-DATE            SECTION.
           IF WS-CHK-YEAR              < 2000
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE-NUM) NOT = 0
              MOVE "FIELD DATES MUST BE REAL YYYYMMDD DATES"
                                       TO WS-ERR-MESSAGE
           END-IF.

       JA000-SHOW-ONE-WAVE             SECTION.
      *ONE WAVE ON ONE LINE - LEFT IN WS-WAVE-LINE FOR THE LISTING
      *AND SHOWN ON THE SCREEN AS WELL................................
           EVALUATE WVM-STATUS
              WHEN "P"
                 MOVE "PLANNED"        TO WS-STATUS-TEXT
              WHEN "O"
                 MOVE "OPEN"           TO WS-STATUS-TEXT
              WHEN "C"
                 MOVE "CLOSED"         TO WS-STATUS-TEXT
              WHEN "A"
                 MOVE "ARCHIVED"       TO WS-STATUS-TEXT
              WHEN OTHER
                 MOVE "UNKNOWN"        TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE SPACES                 TO WS-WAVE-LINE.
           STRING WVM-CODE " " WVM-DESC " " WVM-START-DATE " "
                  WVM-END-DATE " " WS-STATUS-TEXT
                  DELIMITED BY SIZE    INTO WS-WAVE-LINE.
           DISPLAY WS-WAVE-LINE.

       ZZ000-TERMINATE                 SECTION.
           CLOSE WAVE-MASTER.
