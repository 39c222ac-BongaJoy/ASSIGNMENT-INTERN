      ******************************************************************
      * Author: JOYCE MACHABA
      * Date: 10/15/2026
      * Purpose: CONSENT STATUS REPORT - ONE LINE PER SURVEY WAVE WITH
      *          HOW MANY RESPONDENTS AGREED, DECLINED, LATER WITHDREW
      *          OR WERE CAPTURED BEFORE THE CONSENT QUESTION WAS
      *          ASKED, FOLLOWED BY THE SAME COUNTS BROKEN DOWN BY THE
      *          CONSENT WORDING VERSION THEY ANSWERED, FOR LEGAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                  DIVISION.

       PROGRAM-ID.                     CONSENT-REPORT.
       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
      *SAME INDEXED FILE INTERN-SURVEY WRITES TO....................
           SELECT  SURVEY-DATA         ASSIGN TO "SURVEY-DATA.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WS-ID
           ALTERNATE RECORD KEY IS WS-NAME WITH DUPLICATES
           FILE STATUS IS WS-SURVEY-STATUS.

           SELECT  CONSENT-FILE        ASSIGN TO
                                        "CONSENT-REPORT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA                            DIVISION.

       FILE                            SECTION.
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

       FD  CONSENT-FILE.
       01  CONSENT-LINE                PIC X(100).

       WORKING-STORAGE                 SECTION.
       01 WS-EOF                       PIC XX.
       01 WS-SURVEY-STATUS             PIC XX.
       01 WS-READ-COUNT                PIC 9999      VALUE 0.
       01 WS-THIS-WAVE                 PIC X(06).
       01 WS-THIS-VERSION              PIC X(04).

      *ONE ROW PER WAVE, IN ORDER OF FIRST APPEARANCE IN THE FILE.
      *STATUS 1 = AGREED (Y), 2 = DECLINED (N), 3 = WITHDRAWN (W),
      *4 = NOT RECORDED (CAPTURED BEFORE CONSENT WAS ASKED)...........
       01 WS-WAVE-MAX                  PIC 99        VALUE 50.
       01 WS-WAVE-COUNT                PIC 99        VALUE 0.
       01 WS-WAVE-TABLE.
           05 WS-WAVE-ENTRY            OCCURS 50 TIMES.
              10 WS-WAVE-CODE          PIC X(06).
              10 WS-WAVE-SURVEYS       PIC 9999.
              10 WS-WAVE-STATUS        PIC 9999  OCCURS 4 TIMES.
       01 WS-WAVE-IDX                  PIC 99.
       01 WS-WAVE-FOUND                PIC 99.

      *ONE ROW PER WAVE AND CONSENT WORDING VERSION...................
       01 WS-VER-MAX                   PIC 999       VALUE 200.
       01 WS-VER-COUNT                 PIC 999       VALUE 0.
       01 WS-VER-TABLE.
           05 WS-VER-ENTRY             OCCURS 200 TIMES.
              10 WS-VER-WAVE           PIC X(06).
              10 WS-VER-CODE           PIC X(04).
              10 WS-VER-STATUS         PIC 9999  OCCURS 4 TIMES.
       01 WS-VER-IDX                   PIC 999.
       01 WS-VER-FOUND                 PIC 999.

       01 WS-STATUS-NO                 PIC 9.
       01 WS-DROPPED-COUNT             PIC 9999      VALUE 0.
       01 WS-VER-DROPPED               PIC 9999      VALUE 0.

      *GRAND TOTALS ACROSS ALL WAVES..................................
       01 WS-TOTAL-SURVEYS             PIC 9(06)     VALUE 0.
       01 WS-TOTAL-STATUS.
           05 WS-TOTAL-BY-STATUS       PIC 9(06) OCCURS 4 TIMES.

      *PRINT EDITS FOR THE REPORT LINES...............................
       01 WS-CNT-EDIT                  PIC ZZZZZ9.
       01 WS-CNT-EDIT-1                PIC ZZZZZ9.
       01 WS-CNT-EDIT-2                PIC ZZZZZ9.
       01 WS-CNT-EDIT-3                PIC ZZZZZ9.
       01 WS-CNT-EDIT-4                PIC ZZZZZ9.
       01 WS-PCT-EDIT                  PIC ZZ9.9.
       01 WS-AGREE-PCT                 PIC 999V9.

       01 WS-RUN-DATE.
           05 WS-RUN-YEAR              PIC 9999.
           05 WS-RUN-MONTH             PIC 99.
           05 WS-RUN-DAY               PIC 99.

       PROCEDURE                       DIVISION.

       AA000-MAIN-PROCEDURE            SECTION.
           PERFORM BA000-INITIAL.

           PERFORM UNTIL WS-EOF        = HIGH-VALUES
              ADD 01                   TO WS-READ-COUNT
              PERFORM CA000-TALLY-CONSENT
              PERFORM ZA000-READ-FILE
           END-PERFORM.

           PERFORM EA000-WRITE-WAVE-LINES.
           PERFORM GA000-WRITE-VERSION-LINES.

           DISPLAY "RECORDS READ: " WS-READ-COUNT
                   "  WAVES FOUND: " WS-WAVE-COUNT.
           IF WS-DROPPED-COUNT         > 0
              DISPLAY "WARNING - WAVE TABLE FULL, " WS-DROPPED-COUNT
                      " RECORDS NOT COUNTED"
           END-IF.
           IF WS-VER-DROPPED           > 0
              DISPLAY "WARNING - VERSION TABLE FULL, " WS-VER-DROPPED
                      " RECORDS LEFT OUT OF THE VERSION BREAKDOWN"
           END-IF.
           DISPLAY "CONSENT STATUS WRITTEN TO CONSENT-REPORT.TXT".
           PERFORM ZZ000-TERMINATE.
           STOP RUN.

       BA000-INITIAL                   SECTION.
           ACCEPT WS-RUN-DATE          FROM DATE YYYYMMDD.
           OPEN INPUT SURVEY-DATA.
           OPEN OUTPUT CONSENT-FILE.

           IF WS-SURVEY-STATUS         NOT = "00"
              DISPLAY "SURVEY-DATA.TXT COULD NOT BE OPENED (STATUS "
                      WS-SURVEY-STATUS ") - NOTHING TO REPORT"
              MOVE HIGH-VALUES         TO WS-EOF
            ELSE
              MOVE LOW-VALUES          TO WS-EOF
              PERFORM ZA000-READ-FILE
           END-IF.

       CA000-TALLY-CONSENT             SECTION.
      *RECORDS FROM BEFORE THE WAVE CODE EXISTED CARRY SPACES - THEY
      *ARE GROUPED UNDER THEIR OWN "(NONE)" LINE RATHER THAN DROPPED..
           IF WS-WAVE                  = SPACES
              MOVE "(NONE)"            TO WS-THIS-WAVE
            ELSE
              MOVE WS-WAVE             TO WS-THIS-WAVE
           END-IF.

           EVALUATE WS-CONSENT
              WHEN "Y"
                 MOVE 1                TO WS-STATUS-NO
              WHEN "N"
                 MOVE 2                TO WS-STATUS-NO
              WHEN "W"
                 MOVE 3                TO WS-STATUS-NO
              WHEN OTHER
                 MOVE 4                TO WS-STATUS-NO
           END-EVALUATE.

           ADD 01                      TO WS-TOTAL-SURVEYS.
           ADD 01                      TO WS-TOTAL-BY-STATUS
                                          (WS-STATUS-NO).

           PERFORM DA000-FIND-WAVE-ROW.
           IF WS-WAVE-FOUND            = ZERO
              CONTINUE
            ELSE
              ADD 01                   TO WS-WAVE-SURVEYS
                                          (WS-WAVE-FOUND)
              ADD 01                   TO WS-WAVE-STATUS
                                          (WS-WAVE-FOUND, WS-STATUS-NO)
           END-IF.

      *A RECORD CAPTURED BEFORE CONSENT WAS ASKED HAS NO VERSION -
      *IT SHOWS UNDER "NONE" IN THE BREAKDOWN.........................
           IF WS-CONSENT-VERSION       = SPACES
              MOVE "NONE"              TO WS-THIS-VERSION
            ELSE
              MOVE WS-CONSENT-VERSION  TO WS-THIS-VERSION
           END-IF.
           PERFORM DB000-FIND-VERSION-ROW.
           IF WS-VER-FOUND             = ZERO
              CONTINUE
            ELSE
              ADD 01                   TO WS-VER-STATUS
                                          (WS-VER-FOUND, WS-STATUS-NO)
           END-IF.

       DA000-FIND-WAVE-ROW             SECTION.
      *FIND THIS WAVE'S ROW OR OPEN A NEW ONE - ZERO MEANS THE TABLE
      *WAS FULL AND THE RECORD COULD NOT BE COUNTED. THE NEW ROW'S
      *COUNTS ARE CLEARED ONE BY ONE SO WS-STATUS-NO SURVIVES.........
           MOVE ZERO                   TO WS-WAVE-FOUND.
           PERFORM VARYING WS-WAVE-IDX FROM 1 BY 1
                    UNTIL WS-WAVE-IDX  > WS-WAVE-COUNT
                       OR WS-WAVE-FOUND > ZERO
              IF WS-WAVE-CODE (WS-WAVE-IDX) = WS-THIS-WAVE
                 MOVE WS-WAVE-IDX      TO WS-WAVE-FOUND
              END-IF
           END-PERFORM.

           IF WS-WAVE-FOUND            = ZERO
              IF WS-WAVE-COUNT         < WS-WAVE-MAX
                 ADD 01                TO WS-WAVE-COUNT
                 MOVE WS-WAVE-COUNT    TO WS-WAVE-FOUND
                 MOVE WS-THIS-WAVE     TO WS-WAVE-CODE (WS-WAVE-FOUND)
                 MOVE ZERO             TO WS-WAVE-SURVEYS
                                          (WS-WAVE-FOUND)
                 MOVE ZERO             TO WS-WAVE-STATUS
                                          (WS-WAVE-FOUND, 1)
                 MOVE ZERO             TO WS-WAVE-STATUS
                                          (WS-WAVE-FOUND, 2)
                 MOVE ZERO             TO WS-WAVE-STATUS
                                          (WS-WAVE-FOUND, 3)
                 MOVE ZERO             TO WS-WAVE-STATUS
                                          (WS-WAVE-FOUND, 4)
               ELSE
                 ADD 01                TO WS-DROPPED-COUNT
              END-IF
           END-IF.

       DB000-FIND-VERSION-ROW          SECTION.
      *SAME SEARCH AS DA000, KEYED ON WAVE AND WORDING VERSION........
           MOVE ZERO                   TO WS-VER-FOUND.
           PERFORM VARYING WS-VER-IDX FROM 1 BY 1
                    UNTIL WS-VER-IDX   > WS-VER-COUNT
                       OR WS-VER-FOUND > ZERO
              IF WS-VER-WAVE (WS-VER-IDX) = WS-THIS-WAVE
                 AND WS-VER-CODE (WS-VER-IDX) = WS-THIS-VERSION
                 MOVE WS-VER-IDX       TO WS-VER-FOUND
              END-IF
           END-PERFORM.

           IF WS-VER-FOUND             = ZERO
              IF WS-VER-COUNT          < WS-VER-MAX
                 ADD 01                TO WS-VER-COUNT
                 MOVE WS-VER-COUNT     TO WS-VER-FOUND
                 MOVE WS-THIS-WAVE     TO WS-VER-WAVE (WS-VER-FOUND)
                 MOVE WS-THIS-VERSION  TO WS-VER-CODE (WS-VER-FOUND)
                 MOVE ZERO             TO WS-VER-STATUS
                                          (WS-VER-FOUND, 1)
                 MOVE ZERO             TO WS-VER-STATUS
                                          (WS-VER-FOUND, 2)
                 MOVE ZERO             TO WS-VER-STATUS
                                          (WS-VER-FOUND, 3)
                 MOVE ZERO             TO WS-VER-STATUS
                                          (WS-VER-FOUND, 4)
               ELSE
                 ADD 01                TO WS-VER-DROPPED
              END-IF
           END-IF.

       EA000-WRITE-WAVE-LINES          SECTION.
           MOVE SPACES                 TO CONSENT-LINE.
           STRING "CONSENT STATUS PER WAVE - RUN DATE "
                                       DELIMITED BY SIZE
                  WS-RUN-MONTH         DELIMITED BY SIZE
                  "/"                  DELIMITED BY SIZE
                  WS-RUN-DAY           DELIMITED BY SIZE
                  "/"                  DELIMITED BY SIZE
                  WS-RUN-YEAR          DELIMITED BY SIZE
                  INTO CONSENT-LINE.
           WRITE CONSENT-LINE.
           MOVE "NOT ASKED = CAPTURED BEFORE THE CONSENT QUESTION"
                                       TO CONSENT-LINE.
           WRITE CONSENT-LINE.
           MOVE SPACES                 TO CONSENT-LINE.
           WRITE CONSENT-LINE.
           MOVE
           "WAVE    SURVEYS  AGREED DECLINED WITHDRAWN NOT ASKED AGREE%"
                                       TO CONSENT-LINE.
           WRITE CONSENT-LINE.

           IF WS-WAVE-COUNT            = ZERO
              MOVE "NO SURVEY RECORDS ON FILE"
                                       TO CONSENT-LINE
              WRITE CONSENT-LINE
           END-IF.

           PERFORM VARYING WS-WAVE-IDX FROM 1 BY 1
                    UNTIL WS-WAVE-IDX  > WS-WAVE-COUNT
              MOVE WS-WAVE-CODE (WS-WAVE-IDX) TO WS-THIS-WAVE
              MOVE WS-WAVE-SURVEYS (WS-WAVE-IDX) TO WS-CNT-EDIT
              MOVE WS-WAVE-STATUS (WS-WAVE-IDX, 1) TO WS-CNT-EDIT-1
              MOVE WS-WAVE-STATUS (WS-WAVE-IDX, 2) TO WS-CNT-EDIT-2
              MOVE WS-WAVE-STATUS (WS-WAVE-IDX, 3) TO WS-CNT-EDIT-3
              MOVE WS-WAVE-STATUS (WS-WAVE-IDX, 4) TO WS-CNT-EDIT-4
              COMPUTE WS-AGREE-PCT     =
                 WS-WAVE-STATUS (WS-WAVE-IDX, 1)
                 / WS-WAVE-SURVEYS (WS-WAVE-IDX) * 100
              PERFORM FA000-WRITE-ONE-LINE
           END-PERFORM.

           IF WS-WAVE-COUNT            > ZERO
              MOVE "ALL"               TO WS-THIS-WAVE
              MOVE WS-TOTAL-SURVEYS    TO WS-CNT-EDIT
              MOVE WS-TOTAL-BY-STATUS (1) TO WS-CNT-EDIT-1
              MOVE WS-TOTAL-BY-STATUS (2) TO WS-CNT-EDIT-2
              MOVE WS-TOTAL-BY-STATUS (3) TO WS-CNT-EDIT-3
              MOVE WS-TOTAL-BY-STATUS (4) TO WS-CNT-EDIT-4
              COMPUTE WS-AGREE-PCT     =
                 WS-TOTAL-BY-STATUS (1) / WS-TOTAL-SURVEYS * 100
              PERFORM FA000-WRITE-ONE-LINE
           END-IF.

       FA000-WRITE-ONE-LINE            SECTION.
           MOVE WS-AGREE-PCT           TO WS-PCT-EDIT.
           MOVE SPACES                 TO CONSENT-LINE.
           STRING WS-THIS-WAVE         DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-CNT-EDIT-1        DELIMITED BY SIZE
                  "   "                DELIMITED BY SIZE
                  WS-CNT-EDIT-2        DELIMITED BY SIZE
                  "    "               DELIMITED BY SIZE
                  WS-CNT-EDIT-3        DELIMITED BY SIZE
                  "    "               DELIMITED BY SIZE
                  WS-CNT-EDIT-4        DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-PCT-EDIT          DELIMITED BY SIZE
                  INTO CONSENT-LINE.
           WRITE CONSENT-LINE.

       GA000-WRITE-VERSION-LINES       SECTION.
      *THE SAME COUNTS SPLIT BY THE WORDING VERSION EACH RESPONDENT
      *ANSWERED, SO LEGAL CAN SAY WHICH TEXT EACH AGREEMENT RESTS ON..
           IF WS-VER-COUNT             = ZERO
              CONTINUE
            ELSE
              MOVE SPACES              TO CONSENT-LINE
              WRITE CONSENT-LINE
              MOVE "BY CONSENT WORDING VERSION:"
                                       TO CONSENT-LINE
              WRITE CONSENT-LINE
              MOVE
              "WAVE   VERSION  AGREED DECLINED WITHDRAWN NOT ASKED"
                                       TO CONSENT-LINE
              WRITE CONSENT-LINE
              PERFORM VARYING WS-VER-IDX FROM 1 BY 1
                       UNTIL WS-VER-IDX > WS-VER-COUNT
                 MOVE WS-VER-STATUS (WS-VER-IDX, 1) TO WS-CNT-EDIT-1
                 MOVE WS-VER-STATUS (WS-VER-IDX, 2) TO WS-CNT-EDIT-2
                 MOVE WS-VER-STATUS (WS-VER-IDX, 3) TO WS-CNT-EDIT-3
                 MOVE WS-VER-STATUS (WS-VER-IDX, 4) TO WS-CNT-EDIT-4
                 MOVE SPACES           TO CONSENT-LINE
                 STRING WS-VER-WAVE (WS-VER-IDX) DELIMITED BY SIZE
                        "   "          DELIMITED BY SIZE
                        WS-VER-CODE (WS-VER-IDX) DELIMITED BY SIZE
                        "  "           DELIMITED BY SIZE
                        WS-CNT-EDIT-1  DELIMITED BY SIZE
                        "   "          DELIMITED BY SIZE
                        WS-CNT-EDIT-2  DELIMITED BY SIZE
                        "    "         DELIMITED BY SIZE
                        WS-CNT-EDIT-3  DELIMITED BY SIZE
                        "    "         DELIMITED BY SIZE
                        WS-CNT-EDIT-4  DELIMITED BY SIZE
                        INTO CONSENT-LINE
                 WRITE CONSENT-LINE
              END-PERFORM
           END-IF.

       ZA000-READ-FILE                 SECTION.
           READ SURVEY-DATA            NEXT RECORD
              AT END
                 MOVE HIGH-VALUES      TO WS-EOF.

       ZZ000-TERMINATE                 SECTION.
           CLOSE SURVEY-DATA CONSENT-FILE.
