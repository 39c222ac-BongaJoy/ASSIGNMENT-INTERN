      ******************************************************************
      * Author: JOYCE MACHABA
      * Date: 10/15/2026
      * Purpose: SUPERVISOR MAINTENANCE OF A WAVE'S FOUR STATEMENTS
      *          (SURVEY-QUESTIONS.TXT) AND SIX QUOTA TARGETS
      *          (SURVEY-QUOTAS.TXT) SO NEITHER FILE IS EVER EDITED BY
      *          HAND AGAIN. ADDS, CHANGES, LISTS AND COPIES A WAVE'S
      *          SET-UP TO THE NEXT WAVE, EDITING EVERY LINE BEFORE IT
      *          IS WRITTEN. A WAVE'S WORDING IS LOCKED ONCE IT HAS
      *          CAPTURES ON SURVEY-DATA OR IS CLOSED, SO RESULTS ARE
      *          NEVER REPORTED AGAINST TEXT THE RESPONDENTS DID NOT
      *          SEE. EVERY CHANGE IS LOGGED WITH THE OPERATOR AND A
      *          TIMESTAMP IN QUESTION-MAINT-LOG.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                  DIVISION.

       PROGRAM-ID.                     QUESTION-MAINT.
       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
      *SAME OPERATOR FILE INTERN-SURVEY SIGNS ON AGAINST - ONLY A
      *SUPERVISOR (ROLE S) GETS PAST THE SIGN-ON.....................
           SELECT  OPERATOR-FILE       ASSIGN TO "OPERATOR-FILE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-STATUS.

      *THE TWO SET-UP FILES INTERN-SURVEY READS - LOADED WHOLE AND
      *WRITTEN BACK WHOLE, SO OTHER WAVES' LINES ARE KEPT AS THEY ARE.
           SELECT  QUESTION-FILE       ASSIGN TO "SURVEY-QUESTIONS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUESTION-STATUS.

           SELECT  QUOTA-FILE          ASSIGN TO "SURVEY-QUOTAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUOTA-STATUS.

      *WAVE MASTER - A WAVE MUST BE DEFINED BEFORE IT IS SET UP.......
           SELECT  WAVE-MASTER         ASSIGN TO "WAVE-MASTER.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WVM-CODE
           FILE STATUS IS WS-MASTER-STATUS.

      *SAME INDEXED FILE INTERN-SURVEY WRITES TO - READ ONLY HERE, TO
      *SEE WHETHER A WAVE HAS CAPTURES................................
           SELECT  SURVEY-DATA         ASSIGN TO "SURVEY-DATA.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WS-ID
           ALTERNATE RECORD KEY IS WS-NAME WITH DUPLICATES
           FILE STATUS IS WS-SURVEY-STATUS.

           SELECT  MAINT-REPORT        ASSIGN TO "QUESTION-MAINT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *THE MAINTENANCE LOG ONLY EVER APPENDS..........................
           SELECT  MAINT-LOG           ASSIGN TO
                                        "QUESTION-MAINT-LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.


       DATA                            DIVISION.

       FILE                            SECTION.
       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05 OPR-CODE                 PIC X(08).
           05 OPR-ROLE                 PIC X.
           05 OPR-NAME                 PIC X(30).

      *SAME QUESTIONS LINE LAYOUT INTERN-SURVEY READS.................
       FD  QUESTION-FILE.
       01  QUESTION-REC                PIC X(49).

      *SAME QUOTA LINE LAYOUT INTERN-SURVEY READS.....................
       FD  QUOTA-FILE.
       01  QUOTA-REC                   PIC X(17).

      *SAME WAVE MASTER LAYOUT WAVE-MAINT KEEPS.......................
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

       FD  MAINT-REPORT.
       01  REPORT-LINE                 PIC X(100).

       FD  MAINT-LOG.
       01  LOG-LINE                    PIC X(160).

       WORKING-STORAGE                 SECTION.
       01 WS-EOF                       PIC XX.
       01 WS-OPERATOR-STATUS           PIC XX.
       01 WS-QUESTION-STATUS           PIC XX.
       01 WS-QUOTA-STATUS              PIC XX.
       01 WS-MASTER-STATUS             PIC XX.
       01 WS-SURVEY-STATUS             PIC XX.
       01 WS-LOG-STATUS                PIC XX.
       01 WS-RUN-MODE                  PIC 9.
       01 WS-RUN-DATE                  PIC 9(08).
       01 WS-RUN-TIME                  PIC 9(08).
       01 WS-ERR-MESSAGE               PIC X(60).
       01 WS-ERR-COUNT                 PIC 99.

      *SIGNED-ON SUPERVISOR - THE CODE EVERY LOG LINE CARRIES.........
       01 WS-SIGNON-CODE               PIC X(08).
       01 WS-OPERATOR-CODE             PIC X(08)     VALUE SPACES.
       01 WS-OPERATOR-ROLE             PIC X         VALUE SPACE.

      *THE WHOLE QUESTIONS FILE, LINE FOR LINE. THE NUMBER IS HELD AS
      *A CHARACTER SO A LINE OUT OF LAYOUT IS KEPT (AND FLAGGED ON THE
      *LISTING) RATHER THAN LOST WHEN THE FILE IS WRITTEN BACK........
       01 WS-QT-MAX                    PIC 9999      VALUE 400.
       01 WS-QT-COUNT                  PIC 9999      VALUE 0.
       01 WS-QT-TABLE.
           05 WS-QT-LINE               OCCURS 400 TIMES.
              10 WS-QT-WAVE            PIC X(06).
              10 FILLER                PIC X.
              10 WS-QT-NUMBER          PIC X.
              10 FILLER                PIC X.
              10 WS-QT-TEXT            PIC X(40).
       01 WS-QT-IDX                    PIC 9999.
       01 WS-QT-FOUND                  PIC 9999.

      *THE WHOLE QUOTAS FILE, LINE FOR LINE...........................
       01 WS-QU-MAX                    PIC 9999      VALUE 600.
       01 WS-QU-COUNT                  PIC 9999      VALUE 0.
       01 WS-QU-TABLE.
           05 WS-QU-LINE               OCCURS 600 TIMES.
              10 WS-QU-WAVE            PIC X(06).
              10 FILLER                PIC X.
              10 WS-QU-GROUP           PIC X(04).
              10 FILLER                PIC X.
              10 WS-QU-TARGET          PIC X(05).
       01 WS-QU-IDX                    PIC 9999.
       01 WS-QU-FOUND                  PIC 9999.
       01 WS-TABLE-FULL                PIC X         VALUE "N".

      *THE SIX QUOTA GROUPS IN THE ORDER THEY ARE ASKED FOR...........
       01 WS-GROUP-CODES.
           05 FILLER                   PIC X(24)
              VALUE "U20 2029303940P M   F   ".
       01 WS-GROUP-CODE-TBL            REDEFINES WS-GROUP-CODES.
           05 WS-GROUP-CODE            PIC X(04) OCCURS 6 TIMES.
       01 WS-GROUP-NAMES.
           05 FILLER                   PIC X(48)
              VALUE "UNDER 20AGE 20-2AGE 30-3AGE 40+ MALE    FEMALE  ".
       01 WS-GROUP-NAME-TBL            REDEFINES WS-GROUP-NAMES.
           05 WS-GROUP-NAME            PIC X(08) OCCURS 6 TIMES.
       01 WS-GROUP-NO                  PIC 9.
       01 WS-STMT-NO                   PIC 9.
       01 WS-STMT-CHAR                 PIC X.

      *THE WAVE BEING WORKED ON AND WHAT IS ALREADY KNOWN ABOUT IT....
       01 WS-IN-CODE                   PIC X(06).
       01 WS-FROM-CODE                 PIC X(06).
       01 WS-TO-CODE                   PIC X(06).
       01 WS-WAVE-ON-FILE              PIC X.
       01 WS-CAPTURE-COUNT             PIC 9(07)     VALUE 0.
       01 WS-WORDING-LOCKED            PIC X.
       01 WS-LOCK-REASON               PIC X(50).
       01 WS-WAVE-LINES                PIC 99.

      *THE NEW SET-UP AS TYPED - EDITED LINE BY LINE BEFORE ANY OF IT
      *IS WRITTEN. "Y" IN THE CHANGED FLAG MEANS THE LINE IS TO BE
      *WRITTEN AND LOGGED.............................................
       01 WS-NEW-STMTS.
           05 WS-NEW-STMT              OCCURS 4 TIMES.
              10 WS-NEW-TEXT           PIC X(40).
              10 WS-NEW-STMT-CHG       PIC X.
       01 WS-NEW-TARGETS.
           05 WS-NEW-TARGET-ENTRY      OCCURS 6 TIMES.
              10 WS-NEW-TARGET         PIC 9(05).
              10 WS-NEW-TARGET-CHG     PIC X.
       01 WS-OLD-TEXT                  PIC X(40).
       01 WS-OLD-TARGET                PIC X(05).

      *RAW ANSWERS - WIDER THAN THE FIELD SO AN OVER-LONG ANSWER IS
      *CAUGHT INSTEAD OF QUIETLY CUT OFF..............................
       01 WS-IN-TEXT                   PIC X(60).
       01 WS-IN-TARGET                 PIC X(10).
       01 WS-TARGET-VALUE              PIC S9(07)V99.
       01 WS-TARGET-WHOLE              PIC S9(07).
       01 WS-IN-OK                     PIC X.

       01 WS-AGE-TOTAL                 PIC 9(07).
       01 WS-GENDER-TOTAL              PIC 9(07).
       01 WS-LOG-ACTION                PIC X(12).
       01 WS-LOG-DETAIL                PIC X(100).

      *LOG LINES HELD UNTIL THE FILE THEY DESCRIBE HAS BEEN WRITTEN
      *BACK - S = A STATEMENT LINE, Q = A QUOTA LINE. A FILE THAT
      *COULD NOT BE SAVED GETS NO LOG LINES...........................
       01 WS-HELD-LOG.
           05 WS-HELD-COUNT            PIC 99.
           05 WS-HELD-ENTRY            OCCURS 10 TIMES.
              10 WS-HELD-FILE          PIC X.
              10 WS-HELD-DETAIL        PIC X(100).
       01 WS-HELD-IDX                  PIC 99.
       01 WS-HELD-TYPE                 PIC X.
       01 WS-QUESTIONS-SAVED           PIC X.
       01 WS-QUOTAS-SAVED              PIC X.
       01 WS-LISTED-COUNT              PIC 9(05)     VALUE 0.
       01 WS-BAD-LINES                 PIC 9(05)     VALUE 0.
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
                 PERFORM EA000-LIST-SET-UP
              WHEN 4
                 PERFORM FA000-COPY-WAVE
           END-EVALUATE.

           PERFORM ZZ000-TERMINATE.
           STOP RUN.

       BA000-INITIAL                   SECTION.
           DISPLAY "QUESTIONNAIRE AND QUOTA MAINTENANCE".
           DISPLAY "SUPERVISOR CODE: " WITH NO ADVANCING.
           MOVE SPACES                 TO WS-SIGNON-CODE.
           ACCEPT WS-SIGNON-CODE.
           PERFORM BB000-FIND-OPERATOR.
           IF WS-OPERATOR-CODE         = SPACES
              DISPLAY "UNKNOWN OPERATOR CODE - NOTHING DONE"
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-OPERATOR-ROLE         NOT = "S"
              DISPLAY "SUPERVISORS ONLY - NOTHING DONE"
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY "1 = ADD A WAVE'S STATEMENTS AND QUOTAS".
           DISPLAY "2 = CHANGE A WAVE'S STATEMENTS OR QUOTAS".
           DISPLAY "3 = LIST EVERY WAVE'S STATEMENTS AND QUOTAS".
           DISPLAY "4 = COPY ONE WAVE'S SET-UP TO ANOTHER WAVE".
           DISPLAY "CHOOSE 1 TO 4: "   WITH NO ADVANCING.
           ACCEPT WS-RUN-MODE.
           IF WS-RUN-MODE              < 1 OR > 4
              DISPLAY "NOTHING DONE"
              STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE          FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME          FROM TIME.

           PERFORM BC000-LOAD-QUESTIONS.
           PERFORM BD000-LOAD-QUOTAS.
      *A FILE BIGGER THAN ITS TABLE WOULD LOSE LINES ON THE WRITE
      *BACK - REFUSE RATHER THAN TRUNCATE.............................
           IF WS-TABLE-FULL            = "Y"
              DISPLAY "A SET-UP FILE HAS MORE LINES THAN THIS PROGRAM "
                      "HOLDS - NOTHING DONE"
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT WAVE-MASTER.
           IF WS-MASTER-STATUS         NOT = "00"
              DISPLAY "WAVE-MASTER.TXT COULD NOT BE OPENED (STATUS "
                      WS-MASTER-STATUS ") - NOTHING DONE"
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.

       BB000-FIND-OPERATOR             SECTION.
      *SAME SEQUENTIAL SCAN INTERN-SURVEY'S SIGN-ON DOES..............
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS       = "00"
              AND WS-SIGNON-CODE       NOT = SPACES
              MOVE LOW-VALUES          TO WS-EOF
              PERFORM UNTIL WS-EOF     = HIGH-VALUES
                 READ OPERATOR-FILE
                    AT END
                       MOVE HIGH-VALUES TO WS-EOF
                    NOT AT END
                       IF OPR-CODE     = WS-SIGNON-CODE
                          MOVE OPR-CODE TO WS-OPERATOR-CODE
                          MOVE OPR-ROLE TO WS-OPERATOR-ROLE
                          MOVE HIGH-VALUES TO WS-EOF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           IF WS-OPERATOR-STATUS       = "00"
              CLOSE OPERATOR-FILE
           END-IF.

       BC000-LOAD-QUESTIONS            SECTION.
      *NO QUESTIONS FILE YET IS AN EMPTY TABLE - THE FIRST SAVE WILL
      *CREATE IT......................................................
           MOVE SPACES                 TO WS-QT-TABLE.
           OPEN INPUT QUESTION-FILE.
           IF WS-QUESTION-STATUS       = "00"
              MOVE LOW-VALUES          TO WS-EOF
              PERFORM UNTIL WS-EOF     = HIGH-VALUES
                 READ QUESTION-FILE
                    AT END
                       MOVE HIGH-VALUES TO WS-EOF
                    NOT AT END
                       IF QUESTION-REC NOT = SPACES
                          IF WS-QT-COUNT < WS-QT-MAX
                             ADD 01    TO WS-QT-COUNT
                             MOVE QUESTION-REC
                                       TO WS-QT-LINE (WS-QT-COUNT)
                           ELSE
                             MOVE "Y"  TO WS-TABLE-FULL
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE QUESTION-FILE
           END-IF.

       BD000-LOAD-QUOTAS               SECTION.
           MOVE SPACES                 TO WS-QU-TABLE.
           OPEN INPUT QUOTA-FILE.
           IF WS-QUOTA-STATUS          = "00"
              MOVE LOW-VALUES          TO WS-EOF
              PERFORM UNTIL WS-EOF     = HIGH-VALUES
                 READ QUOTA-FILE
                    AT END
                       MOVE HIGH-VALUES TO WS-EOF
                    NOT AT END
                       IF QUOTA-REC    NOT = SPACES
                          IF WS-QU-COUNT < WS-QU-MAX
                             ADD 01    TO WS-QU-COUNT
                             MOVE QUOTA-REC
                                       TO WS-QU-LINE (WS-QU-COUNT)
                           ELSE
                             MOVE "Y"  TO WS-TABLE-FULL
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE QUOTA-FILE
           END-IF.

       CA000-ADD-WAVE                  SECTION.
      *A NEW SET-UP - THE WAVE MUST BE ON THE MASTER, STILL PLANNED OR
      *OPEN, AND HAVE NO STATEMENT OR QUOTA LINES YET.................
           PERFORM GA000-ASK-WAVE-CODE.
           PERFORM HA000-CHECK-WAVE.
           IF WS-ERR-MESSAGE           = SPACES
              PERFORM HB000-COUNT-WAVE-LINES
              IF WS-WAVE-LINES         > 0
                 MOVE "WAVE ALREADY SET UP - USE OPTION 2 TO CHANGE IT"
                                       TO WS-ERR-MESSAGE
              END-IF
           END-IF.
           IF WS-ERR-MESSAGE           = SPACES
              PERFORM IA000-CHECK-CAPTURES
              IF WS-WORDING-LOCKED     = "Y"
                 MOVE WS-LOCK-REASON   TO WS-ERR-MESSAGE
              END-IF
           END-IF.
           IF WS-ERR-MESSAGE           NOT = SPACES
              DISPLAY WS-ERR-MESSAGE " - NOTHING ADDED"
            ELSE
              MOVE ZERO                TO WS-ERR-COUNT
              PERFORM VARYING WS-STMT-NO FROM 1 BY 1
                       UNTIL WS-STMT-NO > 4
                 MOVE SPACES           TO WS-OLD-TEXT
                 PERFORM JA000-ASK-STATEMENT
              END-PERFORM
              PERFORM VARYING WS-GROUP-NO FROM 1 BY 1
                       UNTIL WS-GROUP-NO > 6
                 MOVE SPACES           TO WS-OLD-TARGET
                 PERFORM KA000-ASK-TARGET
              END-PERFORM
              IF WS-ERR-COUNT          > 0
                 DISPLAY WS-ERR-COUNT " LINE(S) FAILED THEIR EDITS - "
                         "NOTHING ADDED"
               ELSE
                 PERFORM KB000-CHECK-TARGET-TOTALS
                 MOVE "ADD"            TO WS-LOG-ACTION
                 PERFORM LA000-APPLY-NEW-SET-UP
                 DISPLAY "WAVE " WS-IN-CODE " SET UP"
              END-IF
           END-IF.

       DA000-CHANGE-WAVE               SECTION.
      *BLANK KEEPS A LINE AS IT IS. ONCE THE WAVE HAS CAPTURES (OR IS
      *CLOSED) ITS WORDING IS NOT EVEN ASKED FOR - ONLY THE QUOTA
      *TARGETS CAN STILL MOVE.........................................
           PERFORM GA000-ASK-WAVE-CODE.
           PERFORM HA000-CHECK-WAVE.
           IF WS-ERR-MESSAGE           = SPACES
              AND WVM-STATUS           = "A"
              MOVE "WAVE IS ARCHIVED - IT CANNOT BE CHANGED"
                                       TO WS-ERR-MESSAGE
           END-IF.
           IF WS-ERR-MESSAGE           NOT = SPACES
              DISPLAY WS-ERR-MESSAGE " - NOTHING CHANGED"
            ELSE
              PERFORM IA000-CHECK-CAPTURES
              PERFORM EB000-SHOW-ONE-WAVE
              DISPLAY "PRESS ENTER ON ANY LINE TO KEEP IT AS IT IS"
              MOVE ZERO                TO WS-ERR-COUNT
              IF WS-WORDING-LOCKED     = "Y"
                 DISPLAY "WORDING LOCKED - " WS-LOCK-REASON
                 PERFORM VARYING WS-STMT-NO FROM 1 BY 1
                          UNTIL WS-STMT-NO > 4
                    MOVE "N"           TO WS-NEW-STMT-CHG (WS-STMT-NO)
                 END-PERFORM
               ELSE
                 PERFORM VARYING WS-STMT-NO FROM 1 BY 1
                          UNTIL WS-STMT-NO > 4
                    PERFORM MA000-FIND-STATEMENT
                    IF WS-QT-FOUND     = ZERO
                       MOVE SPACES     TO WS-OLD-TEXT
                     ELSE
                       MOVE WS-QT-TEXT (WS-QT-FOUND) TO WS-OLD-TEXT
                    END-IF
                    PERFORM JA000-ASK-STATEMENT
                 END-PERFORM
              END-IF
              PERFORM VARYING WS-GROUP-NO FROM 1 BY 1
                       UNTIL WS-GROUP-NO > 6
                 PERFORM MB000-FIND-QUOTA
                 IF WS-QU-FOUND        = ZERO
                    MOVE SPACES        TO WS-OLD-TARGET
                  ELSE
                    MOVE WS-QU-TARGET (WS-QU-FOUND) TO WS-OLD-TARGET
                 END-IF
                 PERFORM KA000-ASK-TARGET
              END-PERFORM
              IF WS-ERR-COUNT          > 0
                 DISPLAY WS-ERR-COUNT " LINE(S) FAILED THEIR EDITS - "
                         "NOTHING CHANGED"
               ELSE
                 PERFORM KB000-CHECK-TARGET-TOTALS
                 MOVE "CHANGE"         TO WS-LOG-ACTION
                 PERFORM LA000-APPLY-NEW-SET-UP
                 DISPLAY "WAVE " WS-IN-CODE " CHANGED"
                 PERFORM EB000-SHOW-ONE-WAVE
              END-IF
           END-IF.

       EA000-LIST-SET-UP               SECTION.
      *EVERY LINE OF BOTH FILES, IN FILE ORDER, TO QUESTION-MAINT.TXT.
      *A LINE WHOSE NUMBER OR GROUP IS NOT ONE INTERN-SURVEY KNOWS,
      *OR WHOSE TEXT IS SHIFTED OFF ITS COLUMN, IS FLAGGED............
           OPEN OUTPUT MAINT-REPORT.
           MOVE SPACES                 TO REPORT-LINE.
           STRING "STATEMENT AND QUOTA SET-UP - RUN DATE: " WS-RUN-DATE
                  DELIMITED BY SIZE    INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES                 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STATEMENTS (SURVEY-QUESTIONS.TXT):" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-QT-IDX FROM 1 BY 1
                    UNTIL WS-QT-IDX    > WS-QT-COUNT
              ADD 01                   TO WS-LISTED-COUNT
              MOVE SPACES              TO REPORT-LINE
              IF WS-QT-NUMBER (WS-QT-IDX) < "1"
                 OR WS-QT-NUMBER (WS-QT-IDX) > "4"
                 OR WS-QT-TEXT (WS-QT-IDX) (1:1) = SPACE
                 OR WS-QT-WAVE (WS-QT-IDX) = SPACES
                 ADD 01                TO WS-BAD-LINES
                 STRING "  " WS-QT-LINE (WS-QT-IDX)
                        "  ** NOT IN LAYOUT"
                        DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                 STRING "  " WS-QT-LINE (WS-QT-IDX)
                        DELIMITED BY SIZE INTO REPORT-LINE
              END-IF
              WRITE REPORT-LINE
           END-PERFORM.

           MOVE SPACES                 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "QUOTA TARGETS (SURVEY-QUOTAS.TXT):" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-QU-IDX FROM 1 BY 1
                    UNTIL WS-QU-IDX    > WS-QU-COUNT
              ADD 01                   TO WS-LISTED-COUNT
              MOVE "N"                 TO WS-IN-OK
              PERFORM VARYING WS-GROUP-NO FROM 1 BY 1
                       UNTIL WS-GROUP-NO > 6
                 IF WS-QU-GROUP (WS-QU-IDX)
                    = WS-GROUP-CODE (WS-GROUP-NO)
                    MOVE "Y"           TO WS-IN-OK
                 END-IF
              END-PERFORM
              IF WS-QU-TARGET (WS-QU-IDX) NOT NUMERIC
                 OR WS-QU-WAVE (WS-QU-IDX) = SPACES
                 MOVE "N"              TO WS-IN-OK
              END-IF
              MOVE SPACES              TO REPORT-LINE
              IF WS-IN-OK              = "N"
                 ADD 01                TO WS-BAD-LINES
                 STRING "  " WS-QU-LINE (WS-QU-IDX)
                        "  ** NOT IN LAYOUT"
                        DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                 STRING "  " WS-QU-LINE (WS-QU-IDX)
                        DELIMITED BY SIZE INTO REPORT-LINE
              END-IF
              WRITE REPORT-LINE
           END-PERFORM.

           MOVE SPACES                 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LISTED-COUNT        TO WS-CNT-EDIT.
           STRING "LINES LISTED: " WS-CNT-EDIT
                  DELIMITED BY SIZE    INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES                 TO REPORT-LINE.
           MOVE WS-BAD-LINES           TO WS-CNT-EDIT.
           STRING "LINES NOT IN LAYOUT: " WS-CNT-EDIT
                  DELIMITED BY SIZE    INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE MAINT-REPORT.
           DISPLAY "LINES LISTED: " WS-LISTED-COUNT
                   "  NOT IN LAYOUT: " WS-BAD-LINES.
           DISPLAY "LISTING WRITTEN TO QUESTION-MAINT.TXT".

       EB000-SHOW-ONE-WAVE             SECTION.
      *THE WAVE'S CURRENT LINES ON THE SCREEN - A STATEMENT WITH NO
      *LINE IS FIELDED WITH INTERN-SURVEY'S ORIGINAL WORDING..........
           PERFORM VARYING WS-STMT-NO FROM 1 BY 1
                    UNTIL WS-STMT-NO   > 4
              PERFORM MA000-FIND-STATEMENT
              IF WS-QT-FOUND           = ZERO
                 DISPLAY "  STATEMENT " WS-STMT-NO
                         ": (NONE - ORIGINAL WORDING)"
               ELSE
                 DISPLAY "  STATEMENT " WS-STMT-NO ": "
                         WS-QT-TEXT (WS-QT-FOUND)
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-GROUP-NO FROM 1 BY 1
                    UNTIL WS-GROUP-NO  > 6
              PERFORM MB000-FIND-QUOTA
              IF WS-QU-FOUND           = ZERO
                 DISPLAY "  QUOTA " WS-GROUP-NAME (WS-GROUP-NO)
                         ": (NONE)"
               ELSE
                 DISPLAY "  QUOTA " WS-GROUP-NAME (WS-GROUP-NO)
                         ": " WS-QU-TARGET (WS-QU-FOUND)
              END-IF
           END-PERFORM.

       FA000-COPY-WAVE                 SECTION.
      *THE NEXT WAVE USUALLY ASKS WHAT THE LAST ONE ASKED - COPY EVERY
      *STATEMENT AND QUOTA LINE THE SOURCE WAVE HAS ONTO A TARGET WAVE
      *THAT IS ON THE MASTER, NOT CLOSED, AND NOT YET SET UP..........
           DISPLAY "COPY FROM WAVE CODE: " WITH NO ADVANCING.
           MOVE SPACES                 TO WS-FROM-CODE.
           ACCEPT WS-FROM-CODE.
           DISPLAY "COPY TO WAVE CODE: " WITH NO ADVANCING.
           MOVE SPACES                 TO WS-TO-CODE.
           ACCEPT WS-TO-CODE.

           MOVE SPACES                 TO WS-ERR-MESSAGE.
           MOVE WS-FROM-CODE           TO WS-IN-CODE.
           PERFORM HB000-COUNT-WAVE-LINES.
           IF WS-FROM-CODE             = SPACES
              OR WS-WAVE-LINES         = ZERO
              MOVE "SOURCE WAVE HAS NO STATEMENT OR QUOTA LINES"
                                       TO WS-ERR-MESSAGE
           END-IF.
           IF WS-ERR-MESSAGE           = SPACES
              AND WS-TO-CODE           = WS-FROM-CODE
              MOVE "A WAVE CANNOT BE COPIED ONTO ITSELF"
                                       TO WS-ERR-MESSAGE
           END-IF.
           IF WS-ERR-MESSAGE           = SPACES
              MOVE WS-TO-CODE          TO WS-IN-CODE
              PERFORM HA000-CHECK-WAVE
           END-IF.
           IF WS-ERR-MESSAGE           = SPACES
              PERFORM HB000-COUNT-WAVE-LINES
              IF WS-WAVE-LINES         > 0
                 MOVE "TARGET WAVE ALREADY SET UP - USE OPTION 2"
                                       TO WS-ERR-MESSAGE
              END-IF
           END-IF.
           IF WS-ERR-MESSAGE           = SPACES
              PERFORM IA000-CHECK-CAPTURES
              IF WS-WORDING-LOCKED     = "Y"
                 MOVE WS-LOCK-REASON   TO WS-ERR-MESSAGE
              END-IF
           END-IF.

           IF WS-ERR-MESSAGE           NOT = SPACES
              DISPLAY WS-ERR-MESSAGE " - NOTHING COPIED"
            ELSE
      *PICK UP THE SOURCE LINES AS THE "NEW" SET-UP AND APPLY IT TO
      *THE TARGET THROUGH THE SAME PATH AN ADD TAKES..................
              MOVE WS-FROM-CODE        TO WS-IN-CODE
              PERFORM VARYING WS-STMT-NO FROM 1 BY 1
                       UNTIL WS-STMT-NO > 4
                 PERFORM MA000-FIND-STATEMENT
                 IF WS-QT-FOUND        = ZERO
                    MOVE "N"           TO WS-NEW-STMT-CHG (WS-STMT-NO)
                  ELSE
                    MOVE WS-QT-TEXT (WS-QT-FOUND)
                                       TO WS-NEW-TEXT (WS-STMT-NO)
                    MOVE "Y"           TO WS-NEW-STMT-CHG (WS-STMT-NO)
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-GROUP-NO FROM 1 BY 1
                       UNTIL WS-GROUP-NO > 6
                 PERFORM MB000-FIND-QUOTA
                 IF WS-QU-FOUND        = ZERO
                    OR WS-QU-TARGET (WS-QU-FOUND) NOT NUMERIC
                    MOVE "N"           TO WS-NEW-TARGET-CHG
                                          (WS-GROUP-NO)
                  ELSE
                    MOVE WS-QU-TARGET (WS-QU-FOUND)
                                       TO WS-NEW-TARGET (WS-GROUP-NO)
                    MOVE "Y"           TO WS-NEW-TARGET-CHG
                                          (WS-GROUP-NO)
                 END-IF
              END-PERFORM
              MOVE WS-TO-CODE          TO WS-IN-CODE
              MOVE SPACES              TO WS-LOG-ACTION
              STRING "COPY-" WS-FROM-CODE
                     DELIMITED BY SIZE INTO WS-LOG-ACTION
              PERFORM LA000-APPLY-NEW-SET-UP
              DISPLAY "WAVE " WS-FROM-CODE " COPIED TO " WS-TO-CODE
              PERFORM EB000-SHOW-ONE-WAVE
           END-IF.

       GA000-ASK-WAVE-CODE             SECTION.
           MOVE SPACES                 TO WS-IN-CODE.
           DISPLAY "WAVE CODE: "       WITH NO ADVANCING.
           ACCEPT WS-IN-CODE.

       HA000-CHECK-WAVE                SECTION.
      *THE WAVE MUST BE DEFINED ON THE MASTER - A SET-UP FOR A CODE
      *NOBODY CAN CAPTURE INTO IS HOW THE STRAYS STARTED..............
           MOVE SPACES                 TO WS-ERR-MESSAGE.
           IF WS-IN-CODE               = SPACES
              MOVE "NO WAVE CODE GIVEN" TO WS-ERR-MESSAGE
            ELSE
              MOVE WS-IN-CODE          TO WVM-CODE
              READ WAVE-MASTER
                 KEY IS WVM-CODE
                 INVALID KEY
                    MOVE "WAVE NOT ON THE WAVE MASTER - ADD IT FIRST"
                                       TO WS-ERR-MESSAGE
              END-READ
           END-IF.

       HB000-COUNT-WAVE-LINES          SECTION.
           MOVE ZERO                   TO WS-WAVE-LINES.
           PERFORM VARYING WS-QT-IDX FROM 1 BY 1
                    UNTIL WS-QT-IDX    > WS-QT-COUNT
              IF WS-QT-WAVE (WS-QT-IDX) = WS-IN-CODE
                 ADD 01                TO WS-WAVE-LINES
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-QU-IDX FROM 1 BY 1
                    UNTIL WS-QU-IDX    > WS-QU-COUNT
              IF WS-QU-WAVE (WS-QU-IDX) = WS-IN-CODE
                 ADD 01                TO WS-WAVE-LINES
              END-IF
           END-PERFORM.

       IA000-CHECK-CAPTURES            SECTION.
      *WORDING IS LOCKED WHEN THE WAVE IS CLOSED OR ARCHIVED (ITS
      *CAPTURES MAY ALREADY BE OFF THE LIVE FILE) OR WHEN ANY RECORD
      *ON SURVEY-DATA CARRIES THE WAVE. A SURVEY FILE THAT EXISTS BUT
      *CANNOT BE READ LEAVES THE WORDING LOCKED, TO BE SAFE...........
           MOVE "N"                    TO WS-WORDING-LOCKED.
           MOVE SPACES                 TO WS-LOCK-REASON.
           MOVE ZERO                   TO WS-CAPTURE-COUNT.
           IF WVM-STATUS               = "C" OR "A"
              MOVE "Y"                 TO WS-WORDING-LOCKED
              MOVE "WAVE IS CLOSED - ITS WORDING IS FINAL"
                                       TO WS-LOCK-REASON
            ELSE
              OPEN INPUT SURVEY-DATA
              IF WS-SURVEY-STATUS      = "35"
                 CONTINUE
               ELSE
                 IF WS-SURVEY-STATUS   NOT = "00"
                    MOVE "Y"           TO WS-WORDING-LOCKED
                    MOVE "SURVEY-DATA.TXT COULD NOT BE CHECKED"
                                       TO WS-LOCK-REASON
                  ELSE
                    MOVE LOW-VALUES    TO WS-EOF
                    PERFORM UNTIL WS-EOF = HIGH-VALUES
                       READ SURVEY-DATA NEXT RECORD
                          AT END
                             MOVE HIGH-VALUES TO WS-EOF
                          NOT AT END
                             IF WS-WAVE = WS-IN-CODE
                                ADD 01 TO WS-CAPTURE-COUNT
                             END-IF
                       END-READ
                    END-PERFORM
                    CLOSE SURVEY-DATA
                    IF WS-CAPTURE-COUNT > ZERO
                       MOVE "Y"        TO WS-WORDING-LOCKED
                       MOVE WS-CAPTURE-COUNT TO WS-CNT-EDIT
                       STRING "WAVE HAS" WS-CNT-EDIT
                              " CAPTURES ON SURVEY-DATA"
                              DELIMITED BY SIZE INTO WS-LOCK-REASON
                    END-IF
                 END-IF
              END-IF
           END-IF.

       JA000-ASK-STATEMENT             SECTION.
      *ONE STATEMENT LINE - MUST START IN ITS FIRST COLUMN AND FIT THE
      *40 CHARACTERS THE CAPTURE SCREEN SHOWS. ON A CHANGE, BLANK OR
      *THE SAME TEXT MEANS NO CHANGE..................................
           MOVE SPACES                 TO WS-IN-TEXT.
           DISPLAY "STATEMENT " WS-STMT-NO " (UP TO 40 CHARACTERS): "
                   WITH NO ADVANCING.
           ACCEPT WS-IN-TEXT.
           MOVE "N"                    TO WS-NEW-STMT-CHG (WS-STMT-NO).
           MOVE SPACES                 TO WS-NEW-TEXT (WS-STMT-NO).

           IF WS-IN-TEXT               = SPACES
              IF WS-RUN-MODE           = 1
                 DISPLAY "  STATEMENT " WS-STMT-NO ": TEXT MISSING"
                 ADD 01                TO WS-ERR-COUNT
              END-IF
            ELSE
              IF WS-IN-TEXT (41:20)    NOT = SPACES
                 DISPLAY "  STATEMENT " WS-STMT-NO
                         ": LONGER THAN 40 CHARACTERS"
                 ADD 01                TO WS-ERR-COUNT
               ELSE
                 IF WS-IN-TEXT (1:1)   = SPACE
                    DISPLAY "  STATEMENT " WS-STMT-NO
                            ": MUST NOT START WITH A SPACE"
                    ADD 01             TO WS-ERR-COUNT
                  ELSE
                    IF WS-IN-TEXT (1:40) NOT = WS-OLD-TEXT
                       MOVE WS-IN-TEXT (1:40)
                                       TO WS-NEW-TEXT (WS-STMT-NO)
                       MOVE "Y"        TO WS-NEW-STMT-CHG (WS-STMT-NO)
                    END-IF
                 END-IF
              END-IF
           END-IF.

       KA000-ASK-TARGET                SECTION.
      *ONE QUOTA TARGET - A WHOLE NUMBER FROM 0 TO 99999. ON A CHANGE,
      *BLANK OR THE SAME NUMBER MEANS NO CHANGE.......................
           MOVE SPACES                 TO WS-IN-TARGET.
           DISPLAY "QUOTA TARGET " WS-GROUP-NAME (WS-GROUP-NO) ": "
                   WITH NO ADVANCING.
           ACCEPT WS-IN-TARGET.
           MOVE "N"                    TO WS-NEW-TARGET-CHG
                                          (WS-GROUP-NO).
           MOVE ZERO                   TO WS-NEW-TARGET (WS-GROUP-NO).

           IF WS-IN-TARGET             = SPACES
              IF WS-RUN-MODE           = 1
                 DISPLAY "  QUOTA " WS-GROUP-NAME (WS-GROUP-NO)
                         ": TARGET MISSING"
                 ADD 01                TO WS-ERR-COUNT
              END-IF
            ELSE
              MOVE "Y"                 TO WS-IN-OK
              IF FUNCTION TEST-NUMVAL(WS-IN-TARGET) NOT = 0
                 MOVE "N"              TO WS-IN-OK
               ELSE
                 COMPUTE WS-TARGET-VALUE =
                    FUNCTION NUMVAL(WS-IN-TARGET)
                 MOVE WS-TARGET-VALUE  TO WS-TARGET-WHOLE
                 IF WS-TARGET-VALUE    < 0
                    OR WS-TARGET-VALUE > 99999
                    OR WS-TARGET-VALUE NOT = WS-TARGET-WHOLE
                    MOVE "N"           TO WS-IN-OK
                 END-IF
              END-IF
              IF WS-IN-OK              = "N"
                 DISPLAY "  QUOTA " WS-GROUP-NAME (WS-GROUP-NO)
                         ": MUST BE A WHOLE NUMBER 0 TO 99999"
                 ADD 01                TO WS-ERR-COUNT
               ELSE
                 MOVE WS-TARGET-WHOLE  TO WS-NEW-TARGET (WS-GROUP-NO)
                 IF WS-OLD-TARGET      NOT NUMERIC
                    OR WS-OLD-TARGET   NOT = WS-NEW-TARGET
                                             (WS-GROUP-NO)
                    MOVE "Y"           TO WS-NEW-TARGET-CHG
                                          (WS-GROUP-NO)
                 END-IF
              END-IF
           END-IF.

       KB000-CHECK-TARGET-TOTALS       SECTION.
      *THE FOUR AGE TARGETS AND THE TWO GENDER TARGETS COUNT THE SAME
      *PEOPLE - SAY SO WHEN THEY DO NOT ADD UP, BUT DO NOT REFUSE:
      *A WAVE MAY QUOTA ONE DIMENSION ONLY............................
           MOVE ZERO                   TO WS-AGE-TOTAL WS-GENDER-TOTAL.
           PERFORM VARYING WS-GROUP-NO FROM 1 BY 1
                    UNTIL WS-GROUP-NO  > 6
              IF WS-NEW-TARGET-CHG (WS-GROUP-NO) = "Y"
                 MOVE WS-NEW-TARGET (WS-GROUP-NO) TO WS-TARGET-WHOLE
               ELSE
                 PERFORM MB000-FIND-QUOTA
                 MOVE ZERO             TO WS-TARGET-WHOLE
                 IF WS-QU-FOUND        > ZERO
                    AND WS-QU-TARGET (WS-QU-FOUND) NUMERIC
                    MOVE WS-QU-TARGET (WS-QU-FOUND) TO WS-TARGET-WHOLE
                 END-IF
              END-IF
              IF WS-GROUP-NO           < 5
                 ADD WS-TARGET-WHOLE   TO WS-AGE-TOTAL
               ELSE
                 ADD WS-TARGET-WHOLE   TO WS-GENDER-TOTAL
              END-IF
           END-PERFORM.
           IF WS-AGE-TOTAL             > ZERO
              AND WS-GENDER-TOTAL      > ZERO
              AND WS-AGE-TOTAL         NOT = WS-GENDER-TOTAL
              DISPLAY "NOTE - AGE TARGETS TOTAL " WS-AGE-TOTAL
                      " BUT GENDER TARGETS TOTAL " WS-GENDER-TOTAL
           END-IF.

       LA000-APPLY-NEW-SET-UP          SECTION.
      *EVERY LINE FLAGGED "Y" REPLACES THE WAVE'S EXISTING LINE OR IS
      *ADDED AT THE END, IS LOGGED, AND BOTH FILES ARE WRITTEN BACK.
      *THERE MUST BE ROOM FOR THE ADDED LINES FIRST...................
           IF WS-QT-COUNT + 4          > WS-QT-MAX
              OR WS-QU-COUNT + 6       > WS-QU-MAX
              DISPLAY "SET-UP FILES ARE FULL - NOTHING SAVED"
              MOVE 12                  TO RETURN-CODE
              PERFORM ZZ000-TERMINATE
              STOP RUN
           END-IF.
           MOVE ZERO                   TO WS-HELD-COUNT.
           PERFORM VARYING WS-STMT-NO FROM 1 BY 1
                    UNTIL WS-STMT-NO   > 4
              IF WS-NEW-STMT-CHG (WS-STMT-NO) = "Y"
                 PERFORM MA000-FIND-STATEMENT
                 IF WS-QT-FOUND        = ZERO
                    ADD 01             TO WS-QT-COUNT
                    MOVE WS-QT-COUNT   TO WS-QT-FOUND
                    MOVE SPACES        TO WS-QT-LINE (WS-QT-FOUND)
                    MOVE WS-IN-CODE    TO WS-QT-WAVE (WS-QT-FOUND)
                    MOVE WS-STMT-NO    TO WS-QT-NUMBER (WS-QT-FOUND)
                 END-IF
                 MOVE WS-QT-TEXT (WS-QT-FOUND) TO WS-OLD-TEXT
                 MOVE WS-NEW-TEXT (WS-STMT-NO)
                                       TO WS-QT-TEXT (WS-QT-FOUND)
                 MOVE SPACES           TO WS-LOG-DETAIL
                 STRING "STMT " WS-STMT-NO " WAS [" WS-OLD-TEXT
                        "] NOW [" WS-NEW-TEXT (WS-STMT-NO) "]"
                        DELIMITED BY SIZE INTO WS-LOG-DETAIL
                 MOVE "S"              TO WS-HELD-TYPE
                 PERFORM PB000-HOLD-LOG-LINE
              END-IF
           END-PERFORM.

           PERFORM VARYING WS-GROUP-NO FROM 1 BY 1
                    UNTIL WS-GROUP-NO  > 6
              IF WS-NEW-TARGET-CHG (WS-GROUP-NO) = "Y"
                 PERFORM MB000-FIND-QUOTA
                 IF WS-QU-FOUND        = ZERO
                    ADD 01             TO WS-QU-COUNT
                    MOVE WS-QU-COUNT   TO WS-QU-FOUND
                    MOVE SPACES        TO WS-QU-LINE (WS-QU-FOUND)
                    MOVE WS-IN-CODE    TO WS-QU-WAVE (WS-QU-FOUND)
                    MOVE WS-GROUP-CODE (WS-GROUP-NO)
                                       TO WS-QU-GROUP (WS-QU-FOUND)
                 END-IF
                 MOVE WS-QU-TARGET (WS-QU-FOUND) TO WS-OLD-TARGET
                 MOVE WS-NEW-TARGET (WS-GROUP-NO)
                                       TO WS-QU-TARGET (WS-QU-FOUND)
                 MOVE SPACES           TO WS-LOG-DETAIL
                 STRING "QUOTA " WS-GROUP-CODE (WS-GROUP-NO)
                        " WAS [" WS-OLD-TARGET "] NOW ["
                        WS-QU-TARGET (WS-QU-FOUND) "]"
                        DELIMITED BY SIZE INTO WS-LOG-DETAIL
                 MOVE "Q"              TO WS-HELD-TYPE
                 PERFORM PB000-HOLD-LOG-LINE
              END-IF
           END-PERFORM.

           PERFORM NA000-SAVE-QUESTIONS.
           PERFORM NB000-SAVE-QUOTAS.

      *ONLY NOW IS EACH HELD LINE LOGGED, AND ONLY IF ITS FILE WENT
      *BACK WHOLE - THE LOG NEVER CLAIMS A CHANGE THAT DID NOT LAND...
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                    UNTIL WS-HELD-IDX  > WS-HELD-COUNT
              IF (WS-HELD-FILE (WS-HELD-IDX) = "S"
                  AND WS-QUESTIONS-SAVED = "Y")
                 OR (WS-HELD-FILE (WS-HELD-IDX) = "Q"
                  AND WS-QUOTAS-SAVED = "Y")
                 MOVE WS-HELD-DETAIL (WS-HELD-IDX) TO WS-LOG-DETAIL
                 PERFORM PA000-WRITE-LOG
              END-IF
           END-PERFORM.

       MA000-FIND-STATEMENT            SECTION.
      *THE WAVE'S LINE FOR STATEMENT WS-STMT-NO, ZERO WHEN IT HAS NONE.
           MOVE WS-STMT-NO             TO WS-STMT-CHAR.
           MOVE ZERO                   TO WS-QT-FOUND.
           PERFORM VARYING WS-QT-IDX FROM 1 BY 1
                    UNTIL WS-QT-IDX    > WS-QT-COUNT
                       OR WS-QT-FOUND  > ZERO
              IF WS-QT-WAVE (WS-QT-IDX) = WS-IN-CODE
                 AND WS-QT-NUMBER (WS-QT-IDX) = WS-STMT-CHAR
                 MOVE WS-QT-IDX        TO WS-QT-FOUND
              END-IF
           END-PERFORM.

       MB000-FIND-QUOTA                SECTION.
      *THE WAVE'S LINE FOR GROUP WS-GROUP-NO, ZERO WHEN IT HAS NONE...
           MOVE ZERO                   TO WS-QU-FOUND.
           PERFORM VARYING WS-QU-IDX FROM 1 BY 1
                    UNTIL WS-QU-IDX    > WS-QU-COUNT
                       OR WS-QU-FOUND  > ZERO
              IF WS-QU-WAVE (WS-QU-IDX) = WS-IN-CODE
                 AND WS-QU-GROUP (WS-QU-IDX)
                     = WS-GROUP-CODE (WS-GROUP-NO)
                 MOVE WS-QU-IDX        TO WS-QU-FOUND
              END-IF
           END-PERFORM.

       NA000-SAVE-QUESTIONS            SECTION.
           MOVE "N"                    TO WS-QUESTIONS-SAVED.
           OPEN OUTPUT QUESTION-FILE.
           IF WS-QUESTION-STATUS       NOT = "00"
              DISPLAY "SURVEY-QUESTIONS.TXT COULD NOT BE WRITTEN "
                      "(STATUS " WS-QUESTION-STATUS ")"
              MOVE 12                  TO RETURN-CODE
            ELSE
              MOVE "Y"                 TO WS-QUESTIONS-SAVED
              PERFORM VARYING WS-QT-IDX FROM 1 BY 1
                       UNTIL WS-QT-IDX > WS-QT-COUNT
                 MOVE WS-QT-LINE (WS-QT-IDX) TO QUESTION-REC
                 WRITE QUESTION-REC
                 IF WS-QUESTION-STATUS NOT = "00"
                    MOVE "N"           TO WS-QUESTIONS-SAVED
                 END-IF
              END-PERFORM
              CLOSE QUESTION-FILE
              IF WS-QUESTIONS-SAVED    = "N"
                 DISPLAY "SURVEY-QUESTIONS.TXT WRITE FAILED - "
                         "STATEMENT CHANGES NOT LOGGED"
                 MOVE 12               TO RETURN-CODE
              END-IF
           END-IF.

       NB000-SAVE-QUOTAS               SECTION.
           MOVE "N"                    TO WS-QUOTAS-SAVED.
           OPEN OUTPUT QUOTA-FILE.
           IF WS-QUOTA-STATUS          NOT = "00"
              DISPLAY "SURVEY-QUOTAS.TXT COULD NOT BE WRITTEN "
                      "(STATUS " WS-QUOTA-STATUS ")"
              MOVE 12                  TO RETURN-CODE
            ELSE
              MOVE "Y"                 TO WS-QUOTAS-SAVED
              PERFORM VARYING WS-QU-IDX FROM 1 BY 1
                       UNTIL WS-QU-IDX > WS-QU-COUNT
                 MOVE WS-QU-LINE (WS-QU-IDX) TO QUOTA-REC
                 WRITE QUOTA-REC
                 IF WS-QUOTA-STATUS    NOT = "00"
                    MOVE "N"           TO WS-QUOTAS-SAVED
                 END-IF
              END-PERFORM
              CLOSE QUOTA-FILE
              IF WS-QUOTAS-SAVED       = "N"
                 DISPLAY "SURVEY-QUOTAS.TXT WRITE FAILED - "
                         "QUOTA CHANGES NOT LOGGED"
                 MOVE 12               TO RETURN-CODE
              END-IF
           END-IF.

       PA000-WRITE-LOG                 SECTION.
      *ONE APPENDED LINE PER CHANGED LINE - WHEN, WHO, WHAT, WHICH
      *WAVE, AND THE OLD AND NEW VALUES...............................
           OPEN EXTEND MAINT-LOG.
           IF WS-LOG-STATUS            = "35"
              OPEN OUTPUT MAINT-LOG
           END-IF.
           IF WS-LOG-STATUS            NOT = "00"
              AND WS-LOG-STATUS        NOT = "05"
              DISPLAY "WARNING - MAINTENANCE LOG COULD NOT BE OPENED"
            ELSE
              MOVE SPACES              TO LOG-LINE
              STRING WS-RUN-DATE "-" WS-RUN-TIME " "
                     WS-OPERATOR-CODE " " WS-LOG-ACTION " "
                     WS-IN-CODE " " WS-LOG-DETAIL
                     DELIMITED BY SIZE INTO LOG-LINE
              WRITE LOG-LINE
              CLOSE MAINT-LOG
           END-IF.

       PB000-HOLD-LOG-LINE             SECTION.
      *AT MOST FOUR STATEMENT AND SIX QUOTA LINES PER SET-UP, SO THE
      *TEN ENTRIES ALWAYS HAVE ROOM...................................
           ADD 01                      TO WS-HELD-COUNT.
           MOVE WS-HELD-TYPE           TO WS-HELD-FILE (WS-HELD-COUNT).
           MOVE WS-LOG-DETAIL          TO WS-HELD-DETAIL
                                          (WS-HELD-COUNT).

       ZZ000-TERMINATE                 SECTION.
           CLOSE WAVE-MASTER.
