      ******************************************************************
      * Author: JOYCE MACHABA
      * Date: 10/15/2026
      * Purpose: WEIGHTED RESULTS - ONE WAVE'S FOOD SHARES AND THE FOUR
      *          STATEMENTS' AGREE / NEUTRAL / DISAGREE SHARES PRINTED
      *          UNWEIGHTED AND WEIGHTED SIDE BY SIDE. EACH RESPONDENT
      *          IS WEIGHTED BY THEIR AGE-BRACKET-BY-GENDER CELL SO THE
      *          RESULTS REFLECT THE HR ROSTER'S PROFILE, NOT WHICHEVER
      *          GROUP HAPPENED TO ANSWER MOST. WEIGHT = THE CELL'S
      *          SHARE OF THE ROSTER POPULATION ACTIVE IN THE WAVE OVER
      *          ITS SHARE OF THE WAVE'S RESPONDENTS. THE WEIGHTS ARE
      *          PRINTED, AND A CELL WITH TOO FEW RESPONDENTS TO WEIGHT
      *          SAFELY IS FLAGGED AND LEFT AT A WEIGHT OF ONE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                  DIVISION.

       PROGRAM-ID.                     WEIGHTED-RESULTS.
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

      *HR ROSTER MASTER KEPT BY HR-ROSTER-LOAD - THE POPULATION IS
      *EVERYONE ON IT WHO IS ACTIVE DURING THE WAVE...................
           SELECT  ROSTER-MASTER       ASSIGN TO "HR-ROSTER-MASTER.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RM-ID
           FILE STATUS IS WS-ROSTER-STATUS.

      *WAVE MASTER - THE WAVE'S DATES DECIDE WHO WAS ACTIVE...........
           SELECT  WAVE-MASTER         ASSIGN TO "WAVE-MASTER.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WVM-CODE
           FILE STATUS IS WS-WAVE-MASTER-STATUS.

      *SAME QUESTIONS FILE INTERN-SURVEY CAPTURES FROM - THE STATEMENT
      *WORDING PRINTED IS THE WORDING THE WAVE WAS ASKED..............
           SELECT  QUESTION-FILE       ASSIGN TO "SURVEY-QUESTIONS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUESTION-STATUS.

           SELECT  WEIGHTED-REPORT     ASSIGN TO
                                        "WEIGHTED-RESULTS.TXT"
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
      *STATEMENT-NUMBER VIEW OF THE 20 RATING BYTES, AS IN
      *INTERN-SURVEY..................................................
           05 SCALES.
             10 STMT-RATING            OCCURS 4 TIMES.
               15 STMT-COL             PIC X  OCCURS 5 TIMES.
           05 WS-WAVE                  PIC X(06).
           05 WS-CONSENT               PIC X.
           05 WS-CONSENT-VERSION       PIC X(04).
           05 WS-CONSENT-DATE          PIC 9(08).

      *SAME HR ROSTER MASTER LAYOUT HR-ROSTER-LOAD KEEPS..............
       FD  ROSTER-MASTER.
       01  ROSTER-MASTER-REC.
           05 RM-ID                    PIC 9(13).
           05 RM-NAME                  PIC X(30).
           05 RM-CONTACT               PIC 9(10).
           05 RM-CAMPUS                PIC X(15).
           05 RM-START-DATE            PIC 9(08).
           05 RM-END-DATE              PIC 9(08).
           05 RM-CAMPUS-DATE           PIC 9(08).
           05 RM-PREV-CAMPUS           PIC X(15).
           05 RM-CONTACT-DATE          PIC 9(08).
           05 RM-LAST-ACTION           PIC X.
           05 RM-LAST-FEED-DATE        PIC 9(08).
           05 FILLER                   PIC X(26).

      *SAME WAVE MASTER LAYOUT WAVE-MAINT KEEPS.......................
       FD  WAVE-MASTER.
       01  WAVE-MASTER-REC.
           05 WVM-CODE                 PIC X(06).
           05 WVM-DESC                 PIC X(30).
           05 WVM-START-DATE           PIC 9(08).
           05 WVM-END-DATE             PIC 9(08).
           05 WVM-STATUS               PIC X.
           05 FILLER                   PIC X(27).

      *SAME QUESTIONS LINE LAYOUT INTERN-SURVEY READS.................
       FD  QUESTION-FILE.
       01  QUESTION-REC.
           05 QST-WAVE                 PIC X(06).
           05 FILLER                   PIC X.
           05 QST-NUMBER               PIC 9.
           05 FILLER                   PIC X.
           05 QST-TEXT                 PIC X(40).

       FD  WEIGHTED-REPORT.
       01  WEIGHTED-REPORT-LINE        PIC X(100).

       WORKING-STORAGE                 SECTION.
       01 WS-EOF                       PIC XX.
       01 WS-QST-EOF                   PIC XX.
       01 WS-SURVEY-STATUS             PIC XX.
       01 WS-ROSTER-STATUS             PIC XX.
       01 WS-WAVE-MASTER-STATUS        PIC XX.
       01 WS-QUESTION-STATUS           PIC XX.
       01 WS-ACTIVE-FLAG               PIC X.
       01 WS-WAVE-WANTED               PIC X(06).
       01 WS-READ-COUNT                PIC 9(07)     VALUE 0.
       01 WS-OTHER-WAVE-COUNT          PIC 9(07)     VALUE 0.
       01 WS-NOT-ACTIVE-COUNT          PIC 9(07)     VALUE 0.

      *THE WAVE BEING WEIGHTED AND ITS DATES..........................
       01 WS-WINDOW-WAVE               PIC X(06).
       01 WS-WINDOW-DESC               PIC X(30).
       01 WS-WINDOW-START              PIC 9(08).
       01 WS-WINDOW-END                PIC 9(08).

      *SA ID NUMBER FIELDS, AS IN NONRESP-BIAS-REPORT - THE 13 DIGITS
      *CARRY THE BIRTH DATE (YYMMDD) AND A GENDER DIGIT. BOTH SIDES OF
      *THE WEIGHT ARE DECODED THE SAME WAY SO THE CELLS LINE UP.......
       01 WS-DECODE-ID                 PIC 9(13).
       01 WS-ID-CHECK.
           05 WS-ID-YY                 PIC 99.
           05 WS-ID-MM                 PIC 99.
           05 WS-ID-DD                 PIC 99.
           05 WS-ID-GENDER             PIC 9.
           05 FILLER                   PIC 9(06).
       01 WS-RUN-YY                    PIC 99.
       01 WS-BIRTH-YEAR                PIC 9999.
       01 WS-DERIVED-AGE               PIC S999.
       01 WS-BKT                       PIC 9.
       01 WS-CELL                      PIC 9.

      *ONE ROW PER CELL - CELL = (BRACKET - 1) * 2 + 1 FOR MALE, + 2
      *FOR FEMALE, SO 1-2 UNDER 20, 3-4 20-29, 5-6 30-39, 7-8 40 PLUS.
      *THE FOOD AND STATEMENT COUNTS ARE KEPT PER CELL SO THE WEIGHTS
      *CAN BE APPLIED AFTER THE ONE PASS OF THE MASTER................
       01 WS-CELL-TABLE.
           05 WS-CELL-ROW              OCCURS 8 TIMES.
              10 WS-CELL-POP           PIC 9(07).
              10 WS-CELL-RESP          PIC 9(07).
              10 WS-CELL-WEIGHT        PIC 9(03)V9(04).
              10 WS-CELL-THIN          PIC X.
              10 WS-CELL-FOOD          PIC 9(07) OCCURS 6 TIMES.
              10 WS-CELL-STMT          OCCURS 4 TIMES.
                 15 WS-CELL-ANS        PIC 9(07) OCCURS 3 TIMES.
       01 WS-POP-TOTAL                 PIC 9(07)     VALUE 0.
       01 WS-RESP-TOTAL                PIC 9(07)     VALUE 0.
       01 WS-THIN-COUNT                PIC 9         VALUE 0.

      *A CELL NEEDS AT LEAST THIS MANY RESPONDENTS BEFORE ITS WEIGHT
      *IS TRUSTED - FEWER AND ONE OR TWO PEOPLE WOULD SPEAK FOR THE
      *WHOLE CELL.....................................................
       01 WS-MIN-CELL                  PIC 9(03)     VALUE 5.

       01 WS-CELL-LABELS.
           05 FILLER                   PIC X(15) VALUE
                                                 "UNDER 20 MALE".
           05 FILLER                   PIC X(15) VALUE
                                                 "UNDER 20 FEMALE".
           05 FILLER                   PIC X(15) VALUE
                                                 "20 - 29  MALE".
           05 FILLER                   PIC X(15) VALUE
                                                 "20 - 29  FEMALE".
           05 FILLER                   PIC X(15) VALUE
                                                 "30 - 39  MALE".
           05 FILLER                   PIC X(15) VALUE
                                                 "30 - 39  FEMALE".
           05 FILLER                   PIC X(15) VALUE
                                                 "40 PLUS  MALE".
           05 FILLER                   PIC X(15) VALUE
                                                 "40 PLUS  FEMALE".
       01 WS-CELL-LABEL-TABLE          REDEFINES WS-CELL-LABELS.
           05 WS-CELL-LABEL            PIC X(15) OCCURS 8 TIMES.

       01 WS-FOOD-FLAGS.
           05 WS-FLAG                  PIC X  OCCURS 6 TIMES.
       01 WS-FOOD-NAMES-VAL.
           05 FILLER                   PIC X(12) VALUE "PIZZA".
           05 FILLER                   PIC X(12) VALUE "PASTA".
           05 FILLER                   PIC X(12) VALUE "PAP AND WORS".
           05 FILLER                   PIC X(12) VALUE "CHICKEN".
           05 FILLER                   PIC X(12) VALUE "BEEF".
           05 FILLER                   PIC X(12) VALUE "OTHER".
       01 WS-FOOD-NAMES                REDEFINES WS-FOOD-NAMES-VAL.
           05 WS-FOOD-NAME             PIC X(12) OCCURS 6 TIMES.

       01 WS-ANS-NAMES-VAL.
           05 FILLER                   PIC X(10) VALUE "AGREE".
           05 FILLER                   PIC X(10) VALUE "NEUTRAL".
           05 FILLER                   PIC X(10) VALUE "DISAGREE".
       01 WS-ANS-NAMES                 REDEFINES WS-ANS-NAMES-VAL.
           05 WS-ANS-NAME              PIC X(10) OCCURS 3 TIMES.

      *STATEMENT WORDING - THE ORIGINAL FOUR UNLESS THE QUESTIONS
      *FILE CARRIES LINES FOR THE WAVE................................
       01 WS-STMT-TEXTS.
           05 WS-STMT-TEXT             PIC X(40) OCCURS 4 TIMES.

       01 WS-FOOD-IDX                  PIC 9.
       01 WS-STMT-NO                   PIC 9.
       01 WS-ANS-NO                    PIC 9.

      *WEIGHTED SUMS AND THE SHARES PRINTED...........................
       01 WS-WTD-BASE                  PIC 9(09)V9(04).
       01 WS-WTD-COUNT                 PIC 9(09)V9(04).
       01 WS-UNW-COUNT                 PIC 9(07).
       01 WS-UNW-PCT                   PIC S999V9.
       01 WS-WTD-PCT                   PIC S999V9.
       01 WS-DIFF-PCT                  PIC S999V9.
       01 WS-POP-PCT                   PIC S999V9.
       01 WS-RESP-PCT                  PIC S999V9.

       01 WS-CNT-EDIT-1                PIC ZZZZZZ9.
       01 WS-CNT-EDIT-2                PIC ZZZZZZ9.
       01 WS-PCT-EDIT-1                PIC ZZ9.9.
       01 WS-PCT-EDIT-2                PIC ZZ9.9.
       01 WS-GAP-EDIT                  PIC +ZZ9.9.
       01 WS-WEIGHT-EDIT               PIC ZZ9.999.
       01 WS-MIN-EDIT                  PIC ZZ9.

       01 WS-RUN-DATE.
           05 WS-RUN-YEAR              PIC 9999.
           05 WS-RUN-MONTH             PIC 99.
           05 WS-RUN-DAY               PIC 99.
       01 WS-RUN-DATE-N                REDEFINES WS-RUN-DATE
                                       PIC 9(08).

       PROCEDURE                       DIVISION.

       AA000-MAIN-PROCEDURE            SECTION.
           PERFORM BA000-INITIAL.
           PERFORM CA000-PASS-ROSTER.
           PERFORM DA000-PASS-RESPONDENTS.
           PERFORM EA000-COMPUTE-WEIGHTS.
           PERFORM FA000-WRITE-WEIGHTS.
           PERFORM GA000-WRITE-FOOD.
           PERFORM HA000-WRITE-STATEMENTS.

           DISPLAY "WAVE " WS-WINDOW-WAVE
                   "  POPULATION: " WS-POP-TOTAL
                   "  RESPONDENTS: " WS-RESP-TOTAL
                   "  THIN CELLS: " WS-THIN-COUNT.
           DISPLAY "WEIGHTED RESULTS WRITTEN TO WEIGHTED-RESULTS.TXT".
           PERFORM ZZ000-TERMINATE.
           STOP RUN.

       BA000-INITIAL                   SECTION.
      *BLANK MEANS THE OPEN WAVE COVERING TODAY. A WEIGHT NEEDS ONE
      *WAVE'S POPULATION, SO THERE IS NO "ALL WAVES" CHOICE HERE......
           ACCEPT WS-RUN-DATE          FROM DATE YYYYMMDD.
           INITIALIZE WS-CELL-TABLE.
           DISPLAY "WAVE TO WEIGHT (BLANK = OPEN WAVE): "
                   WITH NO ADVANCING.
           ACCEPT WS-WAVE-WANTED.
           PERFORM JA000-FIND-WAVE.
           IF WS-WINDOW-WAVE           = SPACES
              DISPLAY "NO SUCH WAVE ON THE WAVE MASTER, OR NO OPEN "
                      "WAVE TODAY - NOTHING TO WEIGHT"
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM KA000-LOAD-WAVE-QUESTIONS.

           OPEN OUTPUT WEIGHTED-REPORT.
           MOVE SPACES                 TO WEIGHTED-REPORT-LINE.
           STRING "WEIGHTED RESULTS - RUN DATE "
                  WS-RUN-MONTH "/" WS-RUN-DAY "/" WS-RUN-YEAR
                  DELIMITED BY SIZE    INTO WEIGHTED-REPORT-LINE.
           WRITE WEIGHTED-REPORT-LINE.
           MOVE SPACES                 TO WEIGHTED-REPORT-LINE.
           STRING "WAVE: " WS-WINDOW-WAVE "  " WS-WINDOW-DESC
                  "  " WS-WINDOW-START " TO " WS-WINDOW-END
                  DELIMITED BY SIZE    INTO WEIGHTED-REPORT-LINE.
           WRITE WEIGHTED-REPORT-LINE.

       CA000-PASS-ROSTER               SECTION.
      *THE POPULATION SIDE - EVERYONE ACTIVE DURING THE WAVE'S DATES..
           OPEN INPUT ROSTER-MASTER.
           IF WS-ROSTER-STATUS         NOT = "00"
              DISPLAY "NO HR ROSTER MASTER FOUND - RESULTS WILL BE "
                      "PRINTED UNWEIGHTED"
            ELSE
              PERFORM UNTIL WS-ROSTER-STATUS NOT = "00"
                 READ ROSTER-MASTER     NEXT RECORD
                    AT END
                       MOVE "10"       TO WS-ROSTER-STATUS
                    NOT AT END
                       PERFORM JB000-CHECK-ACTIVE
                       IF WS-ACTIVE-FLAG = "Y"
                          MOVE RM-ID   TO WS-DECODE-ID
                          PERFORM LA000-DECODE-ID
                          ADD 01       TO WS-POP-TOTAL
                          ADD 01       TO WS-CELL-POP (WS-CELL)
                        ELSE
                          ADD 01       TO WS-NOT-ACTIVE-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ROSTER-MASTER
           END-IF.

       DA000-PASS-RESPONDENTS          SECTION.
      *THE RESPONDENT SIDE - ONE PASS OF THE MASTER, KEEPING ONLY THE
      *WAVE'S RECORDS AND COUNTING THEIR ANSWERS BY CELL..............
           OPEN INPUT SURVEY-DATA.
           IF WS-SURVEY-STATUS         NOT = "00"
              DISPLAY "SURVEY-DATA.TXT COULD NOT BE OPENED (STATUS "
                      WS-SURVEY-STATUS ") - NO RESPONDENTS COUNTED"
            ELSE
              MOVE LOW-VALUES          TO WS-EOF
              PERFORM ZA000-READ-FILE
              PERFORM UNTIL WS-EOF     = HIGH-VALUES
                 IF WS-WAVE            = WS-WINDOW-WAVE
                    ADD 01             TO WS-READ-COUNT
                    PERFORM DB000-TALLY-RESPONDENT
                  ELSE
                    ADD 01             TO WS-OTHER-WAVE-COUNT
                 END-IF
                 PERFORM ZA000-READ-FILE
              END-PERFORM
              CLOSE SURVEY-DATA
           END-IF.

       DB000-TALLY-RESPONDENT          SECTION.
      *AGREE = STRONGLY AGREE OR AGREE, NEUTRAL = THE MIDDLE COLUMN,
      *DISAGREE = DISAGREE OR STRONGLY DISAGREE......................
           MOVE WS-ID                  TO WS-DECODE-ID.
           PERFORM LA000-DECODE-ID.
           ADD 01                      TO WS-RESP-TOTAL.
           ADD 01                      TO WS-CELL-RESP (WS-CELL).

           MOVE WS-FAVOURITE-FOOD (1:6) TO WS-FOOD-FLAGS.
           PERFORM VARYING WS-FOOD-IDX FROM 1 BY 1
                    UNTIL WS-FOOD-IDX  > 6
              IF WS-FLAG (WS-FOOD-IDX) = "X"
                 ADD 01                TO WS-CELL-FOOD
                                          (WS-CELL, WS-FOOD-IDX)
              END-IF
           END-PERFORM.

           PERFORM VARYING WS-STMT-NO FROM 1 BY 1
                    UNTIL WS-STMT-NO   > 4
              EVALUATE TRUE
                 WHEN STMT-COL (WS-STMT-NO, 1) NOT = SPACE
                 WHEN STMT-COL (WS-STMT-NO, 2) NOT = SPACE
                    ADD 01             TO WS-CELL-ANS
                                          (WS-CELL, WS-STMT-NO, 1)
                 WHEN STMT-COL (WS-STMT-NO, 3) NOT = SPACE
                    ADD 01             TO WS-CELL-ANS
                                          (WS-CELL, WS-STMT-NO, 2)
                 WHEN STMT-COL (WS-STMT-NO, 4) NOT = SPACE
                 WHEN STMT-COL (WS-STMT-NO, 5) NOT = SPACE
                    ADD 01             TO WS-CELL-ANS
                                          (WS-CELL, WS-STMT-NO, 3)
              END-EVALUATE
           END-PERFORM.

       EA000-COMPUTE-WEIGHTS           SECTION.
      *WEIGHT = (CELL POPULATION / POPULATION) OVER
      *(CELL RESPONDENTS / RESPONDENTS). A THIN CELL, OR ANY CELL WHEN
      *THERE IS NO POPULATION TO WEIGHT TO, KEEPS A WEIGHT OF ONE.....
           PERFORM VARYING WS-CELL FROM 1 BY 1
                    UNTIL WS-CELL      > 8
              MOVE 1                   TO WS-CELL-WEIGHT (WS-CELL)
              MOVE "N"                 TO WS-CELL-THIN (WS-CELL)
              IF WS-CELL-RESP (WS-CELL) < WS-MIN-CELL
                 AND WS-CELL-POP (WS-CELL) > 0
                 MOVE "Y"              TO WS-CELL-THIN (WS-CELL)
                 ADD 01                TO WS-THIN-COUNT
              END-IF
              IF WS-CELL-THIN (WS-CELL) = "N"
                 AND WS-POP-TOTAL      > 0
                 AND WS-CELL-RESP (WS-CELL) > 0
                 COMPUTE WS-CELL-WEIGHT (WS-CELL) ROUNDED =
                    (WS-CELL-POP (WS-CELL) * WS-RESP-TOTAL)
                  / (WS-POP-TOTAL * WS-CELL-RESP (WS-CELL))
              END-IF
           END-PERFORM.

      *THE WEIGHTED BASE - EVERY RESPONDENT AT THEIR CELL'S WEIGHT....
           MOVE ZERO                   TO WS-WTD-BASE.
           PERFORM VARYING WS-CELL FROM 1 BY 1
                    UNTIL WS-CELL      > 8
              COMPUTE WS-WTD-BASE      = WS-WTD-BASE
                 + WS-CELL-RESP (WS-CELL) * WS-CELL-WEIGHT (WS-CELL)
           END-PERFORM.

       FA000-WRITE-WEIGHTS             SECTION.
           MOVE SPACES                 TO WEIGHTED-REPORT-LINE.
           WRITE WEIGHTED-REPORT-LINE.
           MOVE "WEIGHTS - ROSTER POPULATION ACTIVE IN THE WAVE AGAINST"
                                       TO WEIGHTED-REPORT-LINE.
           MOVE " THE WAVE'S RESPONDENTS"
                                       TO WEIGHTED-REPORT-LINE (55:23).
           WRITE WEIGHTED-REPORT-LINE.
           MOVE
           "CELL             POPULATION   PCT  RESPONDENTS   PCT"
                                       TO WEIGHTED-REPORT-LINE.
           MOVE "   WEIGHT"          TO WEIGHTED-REPORT-LINE (53:9).
           WRITE WEIGHTED-REPORT-LINE.

           PERFORM VARYING WS-CELL FROM 1 BY 1
                    UNTIL WS-CELL      > 8
              PERFORM FB000-WRITE-ONE-CELL
           END-PERFORM.

           MOVE SPACES                 TO WEIGHTED-REPORT-LINE.
           WRITE WEIGHTED-REPORT-LINE.
           MOVE WS-POP-TOTAL           TO WS-CNT-EDIT-1.
           MOVE WS-RESP-TOTAL          TO WS-CNT-EDIT-2.
           MOVE SPACES                 TO WEIGHTED-REPORT-LINE.
           STRING "TOTALS - POPULATION: " WS-CNT-EDIT-1
                  "  RESPONDENTS: "    WS-CNT-EDIT-2
                  DELIMITED BY SIZE    INTO WEIGHTED-REPORT-LINE.
           WRITE WEIGHTED-REPORT-LINE.
           MOVE WS-MIN-CELL            TO WS-MIN-EDIT.
           MOVE SPACES                 TO WEIGHTED-REPORT-LINE.
           STRING "THIN = FEWER THAN " WS-MIN-EDIT
                  " RESPONDENTS - NOT SAFE TO WEIGHT, LEFT AT 1.000"
                  DELIMITED BY SIZE    INTO WEIGHTED-REPORT-LINE.
           WRITE WEIGHTED-REPORT-LINE.
           IF WS-POP-TOTAL             = 0
              MOVE "NO ROSTER POPULATION FOR THE WAVE - EVERY WEIGHT "
                                       TO WEIGHTED-REPORT-LINE
              MOVE "IS 1.000 AND BOTH COLUMNS MATCH"
                                       TO WEIGHTED-REPORT-LINE (50:31)
              WRITE WEIGHTED-REPORT-LINE
           END-IF.

       FB000-WRITE-ONE-CELL            SECTION.
           MOVE WS-CELL-POP (WS-CELL)  TO WS-CNT-EDIT-1.
           MOVE WS-CELL-RESP (WS-CELL) TO WS-CNT-EDIT-2.
           IF WS-POP-TOTAL             > 0
              COMPUTE WS-POP-PCT ROUNDED =
                 WS-CELL-POP (WS-CELL) / WS-POP-TOTAL * 100
            ELSE
              MOVE 0                   TO WS-POP-PCT
           END-IF.
           IF WS-RESP-TOTAL            > 0
              COMPUTE WS-RESP-PCT ROUNDED =
                 WS-CELL-RESP (WS-CELL) / WS-RESP-TOTAL * 100
            ELSE
              MOVE 0                   TO WS-RESP-PCT
           END-IF.
           MOVE WS-POP-PCT             TO WS-PCT-EDIT-1.
           MOVE WS-RESP-PCT            TO WS-PCT-EDIT-2.
           MOVE WS-CELL-WEIGHT (WS-CELL) TO WS-WEIGHT-EDIT.

           MOVE SPACES                 TO WEIGHTED-REPORT-LINE.
           STRING WS-CELL-LABEL (WS-CELL) "     "
                  WS-CNT-EDIT-1 " " WS-PCT-EDIT-1 "      "
                  WS-CNT-EDIT-2 " " WS-PCT-EDIT-2 "  "
                  WS-WEIGHT-EDIT
                  DELIMITED BY SIZE    INTO WEIGHTED-REPORT-LINE.
           IF WS-CELL-THIN (WS-CELL)   = "Y"
              MOVE "  ** THIN - NOT WEIGHTED"
                                       TO WEIGHTED-REPORT-LINE (62:24)
           END-IF.
           WRITE WEIGHTED-REPORT-LINE.

       GA000-WRITE-FOOD                SECTION.
      *SHARE OF RESPONDENTS NAMING EACH FOOD - A RESPONDENT MAY NAME
      *SEVERAL, SO THE SHARES DO NOT ADD TO 100.......................
           MOVE SPACES                 TO WEIGHTED-REPORT-LINE.
           WRITE WEIGHTED-REPORT-LINE.
           MOVE "FAVOURITE FOOD        UNWEIGHTED   WEIGHTED     DIFF"
                                       TO WEIGHTED-REPORT-LINE.
           WRITE WEIGHTED-REPORT-LINE.

           PERFORM VARYING WS-FOOD-IDX FROM 1 BY 1
                    UNTIL WS-FOOD-IDX  > 6
              MOVE ZERO                TO WS-UNW-COUNT
              MOVE ZERO                TO WS-WTD-COUNT
              PERFORM VARYING WS-CELL FROM 1 BY 1
                       UNTIL WS-CELL   > 8
                 ADD WS-CELL-FOOD (WS-CELL, WS-FOOD-IDX)
                                       TO WS-UNW-COUNT
                 COMPUTE WS-WTD-COUNT  = WS-WTD-COUNT
                    + WS-CELL-FOOD (WS-CELL, WS-FOOD-IDX)
                    * WS-CELL-WEIGHT (WS-CELL)
              END-PERFORM
              PERFORM MA000-SHARES
              MOVE SPACES              TO WEIGHTED-REPORT-LINE
              STRING WS-FOOD-NAME (WS-FOOD-IDX) "             "
                     WS-PCT-EDIT-1 "      " WS-PCT-EDIT-2 "   "
                     WS-GAP-EDIT
                     DELIMITED BY SIZE INTO WEIGHTED-REPORT-LINE
              WRITE WEIGHTED-REPORT-LINE
           END-PERFORM.

       HA000-WRITE-STATEMENTS          SECTION.
           PERFORM VARYING WS-STMT-NO FROM 1 BY 1
                    UNTIL WS-STMT-NO   > 4
              MOVE SPACES              TO WEIGHTED-REPORT-LINE
              WRITE WEIGHTED-REPORT-LINE
              MOVE SPACES              TO WEIGHTED-REPORT-LINE
              STRING "STATEMENT " WS-STMT-NO ": "
                     WS-STMT-TEXT (WS-STMT-NO)
                     DELIMITED BY SIZE INTO WEIGHTED-REPORT-LINE
              WRITE WEIGHTED-REPORT-LINE
              MOVE SPACES              TO WEIGHTED-REPORT-LINE
              MOVE "UNWEIGHTED   WEIGHTED     DIFF"
                                       TO WEIGHTED-REPORT-LINE (23:30)
              WRITE WEIGHTED-REPORT-LINE
              PERFORM VARYING WS-ANS-NO FROM 1 BY 1
                       UNTIL WS-ANS-NO > 3
                 PERFORM HB000-WRITE-ONE-ANSWER
              END-PERFORM
           END-PERFORM.

           MOVE SPACES                 TO WEIGHTED-REPORT-LINE.
           WRITE WEIGHTED-REPORT-LINE.
           MOVE "SHARES ARE OF ALL THE WAVE'S RESPONDENTS - A STATEMENT"
                                       TO WEIGHTED-REPORT-LINE.
           MOVE "LEFT BLANK COUNTS IN NONE OF ITS THREE LINES"
                                       TO WEIGHTED-REPORT-LINE (56:44).
           WRITE WEIGHTED-REPORT-LINE.
           MOVE "DIFF = WEIGHTED PCT MINUS UNWEIGHTED PCT"
                                       TO WEIGHTED-REPORT-LINE.
           WRITE WEIGHTED-REPORT-LINE.

       HB000-WRITE-ONE-ANSWER          SECTION.
           MOVE ZERO                   TO WS-UNW-COUNT.
           MOVE ZERO                   TO WS-WTD-COUNT.
           PERFORM VARYING WS-CELL FROM 1 BY 1
                    UNTIL WS-CELL      > 8
              ADD WS-CELL-ANS (WS-CELL, WS-STMT-NO, WS-ANS-NO)
                                       TO WS-UNW-COUNT
              COMPUTE WS-WTD-COUNT     = WS-WTD-COUNT
                 + WS-CELL-ANS (WS-CELL, WS-STMT-NO, WS-ANS-NO)
                 * WS-CELL-WEIGHT (WS-CELL)
           END-PERFORM.
           PERFORM MA000-SHARES.
           MOVE SPACES                 TO WEIGHTED-REPORT-LINE.
           STRING "  " WS-ANS-NAME (WS-ANS-NO) "           "
                  WS-PCT-EDIT-1 "      " WS-PCT-EDIT-2 "   "
                  WS-GAP-EDIT
                  DELIMITED BY SIZE    INTO WEIGHTED-REPORT-LINE.
           WRITE WEIGHTED-REPORT-LINE.

       JA000-FIND-WAVE                 SECTION.
      *A NAMED WAVE IS READ BY KEY. BLANK TAKES THE FIRST OPEN WAVE
      *WHOSE DATES COVER TODAY, AS NIGHTLY-BATCH DOES. NEITHER FOUND
      *LEAVES THE WAVE AS SPACES......................................
           MOVE SPACES                 TO WS-WINDOW-WAVE.
           OPEN INPUT WAVE-MASTER.
           IF WS-WAVE-MASTER-STATUS    = "00"
              IF WS-WAVE-WANTED        NOT = SPACES
                 MOVE WS-WAVE-WANTED   TO WVM-CODE
                 READ WAVE-MASTER
                    KEY IS WVM-CODE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       PERFORM JC000-TAKE-WAVE
                 END-READ
               ELSE
                 PERFORM UNTIL WS-WAVE-MASTER-STATUS NOT = "00"
                    READ WAVE-MASTER    NEXT RECORD
                       AT END
                          MOVE "10"    TO WS-WAVE-MASTER-STATUS
                       NOT AT END
                          IF WVM-STATUS = "O"
                             AND WVM-START-DATE NOT > WS-RUN-DATE-N
                             AND WVM-END-DATE   NOT < WS-RUN-DATE-N
                             PERFORM JC000-TAKE-WAVE
                             MOVE "10" TO WS-WAVE-MASTER-STATUS
                          END-IF
                    END-READ
                 END-PERFORM
              END-IF
              CLOSE WAVE-MASTER
           END-IF.

       JB000-CHECK-ACTIVE              SECTION.
      *ACTIVE DURING THE WINDOW = STARTED ON OR BEFORE ITS LAST DAY
      *AND NOT LEFT BEFORE ITS FIRST DAY (END DATE ZERO = NOT LEFT)...
           MOVE "Y"                    TO WS-ACTIVE-FLAG.
           IF RM-START-DATE            > WS-WINDOW-END
              MOVE "N"                 TO WS-ACTIVE-FLAG
           END-IF.
           IF RM-END-DATE              NOT = ZERO
              AND RM-END-DATE          < WS-WINDOW-START
              MOVE "N"                 TO WS-ACTIVE-FLAG
           END-IF.

       JC000-TAKE-WAVE                 SECTION.
           MOVE WVM-CODE               TO WS-WINDOW-WAVE.
           MOVE WVM-DESC               TO WS-WINDOW-DESC.
           MOVE WVM-START-DATE         TO WS-WINDOW-START.
           MOVE WVM-END-DATE           TO WS-WINDOW-END.

       KA000-LOAD-WAVE-QUESTIONS       SECTION.
      *SAME FALLBACK RULE AS INTERN-SURVEY - THE ORIGINAL FOUR UNLESS
      *THE QUESTIONS FILE CARRIES LINES FOR THIS WAVE.................
           MOVE "I like to eat out"    TO WS-STMT-TEXT (1).
           MOVE "I like to watch movies" TO WS-STMT-TEXT (2).
           MOVE "I like to watch TV"   TO WS-STMT-TEXT (3).
           MOVE "I like to listen to the radio"
                                       TO WS-STMT-TEXT (4).

           OPEN INPUT QUESTION-FILE.
           IF WS-QUESTION-STATUS       NOT = "00"
              CONTINUE
            ELSE
              MOVE LOW-VALUES          TO WS-QST-EOF
              PERFORM UNTIL WS-QST-EOF = HIGH-VALUES
                 READ QUESTION-FILE
                    AT END
                       MOVE HIGH-VALUES TO WS-QST-EOF
                    NOT AT END
                       IF QST-WAVE     = WS-WINDOW-WAVE
                          AND QST-NUMBER >= 1
                          AND QST-NUMBER <= 4
                          MOVE QST-TEXT TO WS-STMT-TEXT (QST-NUMBER)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE QUESTION-FILE
           END-IF.

       LA000-DECODE-ID                 SECTION.
      *CENTURY RULE AND AGE BANDS AS IN NONRESP-BIAS-REPORT'S DB000 -
      *GENDER DIGIT 5-9 IS MALE, 0-4 FEMALE...........................
           MOVE WS-DECODE-ID           TO WS-ID-CHECK.
           COMPUTE WS-RUN-YY           = FUNCTION MOD(WS-RUN-YEAR, 100).
           IF WS-ID-YY                 > WS-RUN-YY
              COMPUTE WS-BIRTH-YEAR    = 1900 + WS-ID-YY
            ELSE
              COMPUTE WS-BIRTH-YEAR    = 2000 + WS-ID-YY
           END-IF.

           COMPUTE WS-DERIVED-AGE      = WS-RUN-YEAR - WS-BIRTH-YEAR.
           IF WS-ID-MM                 > WS-RUN-MONTH
              OR (WS-ID-MM = WS-RUN-MONTH AND WS-ID-DD > WS-RUN-DAY)
              SUBTRACT 1               FROM WS-DERIVED-AGE
           END-IF.

           EVALUATE TRUE
              WHEN WS-DERIVED-AGE      < 20
                 MOVE 1                TO WS-BKT
              WHEN WS-DERIVED-AGE      < 30
                 MOVE 2                TO WS-BKT
              WHEN WS-DERIVED-AGE      < 40
                 MOVE 3                TO WS-BKT
              WHEN OTHER
                 MOVE 4                TO WS-BKT
           END-EVALUATE.

           IF WS-ID-GENDER             >= 5
              COMPUTE WS-CELL          = (WS-BKT - 1) * 2 + 1
            ELSE
              COMPUTE WS-CELL          = (WS-BKT - 1) * 2 + 2
           END-IF.

       MA000-SHARES                    SECTION.
      *UNWEIGHTED AND WEIGHTED SHARE OF THE COUNTS JUST SUMMED, AND
      *THE MOVE THE WEIGHTING MADE....................................
           IF WS-RESP-TOTAL            > 0
              COMPUTE WS-UNW-PCT ROUNDED =
                 WS-UNW-COUNT / WS-RESP-TOTAL * 100
            ELSE
              MOVE 0                   TO WS-UNW-PCT
           END-IF.
           IF WS-WTD-BASE              > 0
              COMPUTE WS-WTD-PCT ROUNDED =
                 WS-WTD-COUNT / WS-WTD-BASE * 100
            ELSE
              MOVE 0                   TO WS-WTD-PCT
           END-IF.
           COMPUTE WS-DIFF-PCT         = WS-WTD-PCT - WS-UNW-PCT.
           MOVE WS-UNW-PCT             TO WS-PCT-EDIT-1.
           MOVE WS-WTD-PCT             TO WS-PCT-EDIT-2.
           MOVE WS-DIFF-PCT            TO WS-GAP-EDIT.

       ZA000-READ-FILE                 SECTION.
           READ SURVEY-DATA             NEXT RECORD
              AT END
                 MOVE HIGH-VALUES       TO WS-EOF.

       ZZ000-TERMINATE                 SECTION.
           CLOSE WEIGHTED-REPORT.
