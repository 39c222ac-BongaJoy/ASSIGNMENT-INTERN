      ******************************************************************
      * Author: JOYCE MACHABA
      * Date: 10/15/2026
      * Purpose: BATCH RUN STATUS REPORT FOR OPERATIONS - READS THE
      *          RUN-CONTROL LEDGER BATCH-DRIVER KEEPS AND, FOR EACH
      *          BUSINESS DATE IN THE RANGE ASKED FOR, LISTS EVERY STEP
      *          RUN OR SKIPPED WITH ITS TIMES, RETURN CODE AND KEY
      *          COUNTS. FAILED STEPS ARE FLAGGED, AND ANY JOB THAT WAS
      *          DUE ON A WORKING DAY BUT NEVER COMPLETED IS CALLED OUT
      *          AS NOT RUN - THE NIGHTLY CHAIN EVERY WORKING DAY, THE
      *          MONTH-END CHAIN ON THE FIRST WORKING DAY OF A MONTH.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                  DIVISION.

       PROGRAM-ID.                     RUN-STATUS-REPORT.
       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
      *SAME LEDGER BATCH-DRIVER APPENDS TO............................
           SELECT  RUN-CONTROL         ASSIGN TO "RUN-CONTROL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.

           SELECT  STATUS-REPORT       ASSIGN TO
                                        "RUN-STATUS-REPORT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA                            DIVISION.

       FILE                            SECTION.
      *SAME RUN-CONTROL LAYOUT AS BATCH-DRIVER - STATUS C = COMPLETED,
      *F = FAILED, S = SKIPPED ON A RERUN AS ALREADY COMPLETED........
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           05 RCL-BUS-DATE             PIC 9(08).
           05 FILLER                   PIC X.
           05 RCL-CHAIN                PIC X(09).
           05 FILLER                   PIC X.
           05 RCL-STEP-NO              PIC 9(02).
           05 FILLER                   PIC X.
           05 RCL-JOB                  PIC X(20).
           05 FILLER                   PIC X.
           05 RCL-START-DATE           PIC 9(08).
           05 RCL-START-TIME           PIC 9(06).
           05 FILLER                   PIC X.
           05 RCL-END-DATE             PIC 9(08).
           05 RCL-END-TIME             PIC 9(06).
           05 FILLER                   PIC X.
           05 RCL-RC                   PIC 9(04).
           05 FILLER                   PIC X.
           05 RCL-STATUS               PIC X.
           05 RCL-COUNTS               OCCURS 3 TIMES.
              10 FILLER                PIC X.
              10 RCL-COUNT-LABEL       PIC X(12).
              10 RCL-COUNT             PIC 9(07).

       FD  STATUS-REPORT.
       01  STATUS-LINE                 PIC X(150).

       WORKING-STORAGE                 SECTION.
       01 WS-LEDGER-STATUS             PIC XX.
       01 WS-RUN-DATE                  PIC 9(08).

      *REPORT RANGE - BLANK TO-DATE IS TODAY, BLANK FROM-DATE IS THE
      *WEEK ENDING ON THE TO-DATE.....................................
       01 WS-DATE-IN                   PIC X(08).
       01 WS-DATE-IN-N                 REDEFINES WS-DATE-IN
                                       PIC 9(08).
       01 WS-FROM-DATE                 PIC 9(08).
       01 WS-TO-DATE                   PIC 9(08).
       01 WS-FROM-INT                  PIC 9(07).
       01 WS-TO-INT                    PIC 9(07).

      *THE DAY BEING REPORTED. DAY 1 OF THE INTEGER DATES (01/01/1601)
      *WAS A MONDAY, SO WEEKDAY 1-5 IS MONDAY TO FRIDAY...............
       01 WS-DAY-INT                   PIC 9(07).
       01 WS-DAY-DATE.
           05 WS-DAY-YEAR              PIC 9999.
           05 WS-DAY-MONTH             PIC 99.
           05 WS-DAY-DD                PIC 99.
       01 WS-DAY-DATE-N                REDEFINES WS-DAY-DATE
                                       PIC 9(08).
       01 WS-WEEKDAY                   PIC 9.
       01 WS-WORKING-DAY               PIC X.
       01 WS-MONTH-END-DUE             PIC X.
       01 WS-DAY-NAMES.
           05 FILLER                   PIC X(09)     VALUE "MONDAY".
           05 FILLER                   PIC X(09)     VALUE "TUESDAY".
           05 FILLER                   PIC X(09)     VALUE "WEDNESDAY".
           05 FILLER                   PIC X(09)     VALUE "THURSDAY".
           05 FILLER                   PIC X(09)     VALUE "FRIDAY".
           05 FILLER                   PIC X(09)     VALUE "SATURDAY".
           05 FILLER                   PIC X(09)     VALUE "SUNDAY".
       01 WS-DAY-NAME-TABLE            REDEFINES WS-DAY-NAMES.
           05 WS-DAY-NAME              PIC X(09) OCCURS 7 TIMES.

      *THE JOBS THE DRIVER RUNS, IN STEP ORDER, AND WHETHER EACH ONE
      *HAS A COMPLETED (OR ALREADY-DONE) LINE FOR THE DAY.............
       01 WS-JOB-DEFS.
           05 FILLER                   PIC X(20) VALUE "NIGHTLY-BATCH".
           05 FILLER                   PIC X     VALUE "N".
           05 FILLER                   PIC X(20) VALUE "SURVEY-BACKUP".
           05 FILLER                   PIC X     VALUE "N".
           05 FILLER                   PIC X(20) VALUE "WAREHOUSE-FEED".
           05 FILLER                   PIC X     VALUE "N".
           05 FILLER                   PIC X(20)
              VALUE "JOURNAL-ROLLOVER".
           05 FILLER                   PIC X     VALUE "Y".
           05 FILLER                   PIC X(20) VALUE "MONTH-END-PACK".
           05 FILLER                   PIC X     VALUE "Y".
           05 FILLER                   PIC X(20) VALUE "CAMPUS-BURST".
           05 FILLER                   PIC X     VALUE "Y".
       01 WS-JOB-DEFS-TABLE            REDEFINES WS-JOB-DEFS.
           05 WS-JOB-DEF               OCCURS 6 TIMES.
              10 WS-JOB-NAME           PIC X(20).
              10 WS-JOB-MONTH-END      PIC X.
       01 WS-JOB-MAX                   PIC 9         VALUE 6.
       01 WS-JOB-IDX                   PIC 9.
       01 WS-JOB-FLAGS.
           05 WS-JOB-DONE              PIC X     OCCURS 6 TIMES.
           05 WS-JOB-FAILED            PIC X     OCCURS 6 TIMES.

      *LEDGER LINES FOR THE RANGE, IN THE ORDER THEY WERE WRITTEN.....
       01 WS-ROW-MAX                   PIC 9999      VALUE 1000.
       01 WS-ROW-COUNT                 PIC 9999      VALUE 0.
       01 WS-ROW-DROPPED               PIC 9999      VALUE 0.
       01 WS-ROW-IDX                   PIC 9999.
       01 WS-ROW-TABLE.
           05 WS-ROW                   PIC X(139) OCCURS 1000 TIMES.

       01 WS-DAY-ROWS                  PIC 9999.
       01 WS-TOTAL-DAYS                PIC 9999      VALUE 0.
       01 WS-TOTAL-RUNS                PIC 9999      VALUE 0.
       01 WS-TOTAL-FAILED              PIC 9999      VALUE 0.
       01 WS-TOTAL-MISSED              PIC 9999      VALUE 0.

       01 WS-STATUS-WORD               PIC X(12).
       01 WS-CNT-EDIT                  PIC ZZZ9.
       01 WS-CNT-EDIT-1                PIC Z,ZZZ,ZZ9.
       01 WS-CNT-EDIT-2                PIC Z,ZZZ,ZZ9.
       01 WS-CNT-EDIT-3                PIC Z,ZZZ,ZZ9.
       01 WS-RC-EDIT                   PIC ZZZ9.

       PROCEDURE                       DIVISION.

       AA000-MAIN-PROCEDURE            SECTION.
           PERFORM BA000-INITIAL.
           PERFORM CA000-LOAD-LEDGER.
           PERFORM DA000-WRITE-HEADINGS.

           PERFORM VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
                    UNTIL WS-DAY-INT   > WS-TO-INT
              PERFORM EA000-REPORT-ONE-DAY
           END-PERFORM.

           PERFORM GA000-WRITE-TOTALS.

           DISPLAY "DAYS: " WS-TOTAL-DAYS "  STEP LINES: "
                   WS-TOTAL-RUNS "  FAILED: " WS-TOTAL-FAILED
                   "  NOT RUN: " WS-TOTAL-MISSED.
           IF WS-ROW-DROPPED           > 0
              DISPLAY "WARNING - LEDGER TABLE FULL, " WS-ROW-DROPPED
                      " LINES NOT REPORTED - NARROW THE DATE RANGE"
           END-IF.
           DISPLAY "RUN STATUS WRITTEN TO RUN-STATUS-REPORT.TXT".
           PERFORM ZZ000-TERMINATE.
           STOP RUN.

       BA000-INITIAL                   SECTION.
           ACCEPT WS-RUN-DATE          FROM DATE YYYYMMDD.

           DISPLAY "REPORT TO DATE YYYYMMDD (BLANK = TODAY): "
                   WITH NO ADVANCING.
           ACCEPT WS-DATE-IN.
           IF WS-DATE-IN               = SPACES
              MOVE WS-RUN-DATE         TO WS-TO-DATE
            ELSE
              PERFORM BB000-CHECK-DATE
              MOVE WS-DATE-IN          TO WS-TO-DATE
           END-IF.
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE).

           DISPLAY "REPORT FROM DATE YYYYMMDD (BLANK = 6 DAYS BEFORE): "
                   WITH NO ADVANCING.
           ACCEPT WS-DATE-IN.
           IF WS-DATE-IN               = SPACES
              COMPUTE WS-FROM-INT      = WS-TO-INT - 6
              COMPUTE WS-FROM-DATE     =
                 FUNCTION DATE-OF-INTEGER(WS-FROM-INT)
            ELSE
              PERFORM BB000-CHECK-DATE
              MOVE WS-DATE-IN          TO WS-FROM-DATE
              COMPUTE WS-FROM-INT      =
                 FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           END-IF.

           IF WS-FROM-INT              > WS-TO-INT
              DISPLAY "FROM DATE IS AFTER THE TO DATE - NOTHING "
                      "REPORTED"
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT STATUS-REPORT.

       BB000-CHECK-DATE                SECTION.
           IF WS-DATE-IN               IS NOT NUMERIC
              DISPLAY "DATE MUST BE 8 DIGITS YYYYMMDD - NOTHING "
                      "REPORTED"
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-IN-N) NOT = 0
              DISPLAY WS-DATE-IN " IS NOT A REAL DATE - NOTHING "
                      "REPORTED"
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.

       CA000-LOAD-LEDGER               SECTION.
      *NO LEDGER AT ALL STILL PRINTS THE REPORT - EVERY WORKING DAY
      *THEN SHOWS ITS JOBS AS NOT RUN.................................
           OPEN INPUT RUN-CONTROL.
           IF WS-LEDGER-STATUS         NOT = "00"
              DISPLAY "RUN-CONTROL.TXT NOT FOUND (STATUS "
                      WS-LEDGER-STATUS ") - NO RUNS ON RECORD"
            ELSE
              PERFORM UNTIL WS-LEDGER-STATUS NOT = "00"
                 READ RUN-CONTROL
                    AT END
                       MOVE "10"       TO WS-LEDGER-STATUS
                    NOT AT END
                       PERFORM CB000-KEEP-ROW
                 END-READ
              END-PERFORM
              CLOSE RUN-CONTROL
           END-IF.

       CB000-KEEP-ROW                  SECTION.
           IF RCL-BUS-DATE             IS NUMERIC
              AND RCL-BUS-DATE         >= WS-FROM-DATE
              AND RCL-BUS-DATE         <= WS-TO-DATE
              IF WS-ROW-COUNT          < WS-ROW-MAX
                 ADD 01                TO WS-ROW-COUNT
                 MOVE RUN-CONTROL-REC  TO WS-ROW (WS-ROW-COUNT)
               ELSE
                 ADD 01                TO WS-ROW-DROPPED
              END-IF
           END-IF.

       DA000-WRITE-HEADINGS            SECTION.
           MOVE SPACES                 TO STATUS-LINE.
           STRING "BATCH RUN STATUS FROM " DELIMITED BY SIZE
                  WS-FROM-DATE         DELIMITED BY SIZE
                  " TO "               DELIMITED BY SIZE
                  WS-TO-DATE           DELIMITED BY SIZE
                  " - RUN DATE "       DELIMITED BY SIZE
                  WS-RUN-DATE          DELIMITED BY SIZE
                  INTO STATUS-LINE.
           WRITE STATUS-LINE.
           MOVE "NIGHTLY CHAIN DUE EVERY WORKING DAY (MON-FRI),"
                                       TO STATUS-LINE.
           MOVE "MONTH-END CHAIN ON THE FIRST WORKING DAY OF THE MONTH"
                                       TO STATUS-LINE (48:).
           WRITE STATUS-LINE.
           MOVE SPACES                 TO STATUS-LINE.
           WRITE STATUS-LINE.
           MOVE "   STEP JOB                  STARTED           ENDED"
                                       TO STATUS-LINE.
           MOVE "RC STATUS"            TO STATUS-LINE (68:).
           MOVE "KEY COUNTS"           TO STATUS-LINE (84:).
           WRITE STATUS-LINE.

       EA000-REPORT-ONE-DAY            SECTION.
           ADD 01                      TO WS-TOTAL-DAYS.
           COMPUTE WS-DAY-DATE-N       =
              FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           PERFORM JA000-CHECK-CALENDAR.

           MOVE SPACES                 TO STATUS-LINE.
           WRITE STATUS-LINE.
           MOVE SPACES                 TO STATUS-LINE.
           STRING WS-DAY-DATE-N        DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-DAY-NAME (WS-WEEKDAY) DELIMITED BY SIZE
                  INTO STATUS-LINE.
           EVALUATE TRUE
              WHEN WS-WORKING-DAY      = "N"
                 MOVE "- WEEKEND, NOTHING DUE" TO STATUS-LINE (20:)
              WHEN WS-MONTH-END-DUE    = "Y"
                 MOVE "- WORKING DAY, NIGHTLY AND MONTH-END CHAINS DUE"
                                       TO STATUS-LINE (20:)
              WHEN OTHER
                 MOVE "- WORKING DAY, NIGHTLY CHAIN DUE"
                                       TO STATUS-LINE (20:)
           END-EVALUATE.
           WRITE STATUS-LINE.

           MOVE ALL "N"                TO WS-JOB-FLAGS.
           MOVE 0                      TO WS-DAY-ROWS.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                    UNTIL WS-ROW-IDX   > WS-ROW-COUNT
              MOVE WS-ROW (WS-ROW-IDX) TO RUN-CONTROL-REC
              IF RCL-BUS-DATE          = WS-DAY-DATE-N
                 PERFORM EB000-WRITE-RUN-LINE
              END-IF
           END-PERFORM.

           IF WS-DAY-ROWS              = 0
              MOVE "   NO STEPS ON THE LEDGER FOR THIS DATE"
                                       TO STATUS-LINE
              WRITE STATUS-LINE
           END-IF.

           IF WS-WORKING-DAY           = "Y"
              PERFORM FA000-CHECK-MISSED-JOBS
           END-IF.

       EB000-WRITE-RUN-LINE            SECTION.
           ADD 01                      TO WS-DAY-ROWS WS-TOTAL-RUNS.
           EVALUATE RCL-STATUS
              WHEN "C"
                 MOVE "COMPLETED"      TO WS-STATUS-WORD
              WHEN "S"
                 MOVE "ALREADY DONE"   TO WS-STATUS-WORD
              WHEN "F"
                 MOVE "** FAILED"      TO WS-STATUS-WORD
                 ADD 01                TO WS-TOTAL-FAILED
              WHEN OTHER
                 MOVE "UNKNOWN"        TO WS-STATUS-WORD
           END-EVALUATE.

           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                    UNTIL WS-JOB-IDX   > WS-JOB-MAX
              IF WS-JOB-NAME (WS-JOB-IDX) = RCL-JOB
                 IF RCL-STATUS         = "C" OR "S"
                    MOVE "Y"           TO WS-JOB-DONE (WS-JOB-IDX)
                 END-IF
                 IF RCL-STATUS         = "F"
                    MOVE "Y"           TO WS-JOB-FAILED (WS-JOB-IDX)
                 END-IF
              END-IF
           END-PERFORM.

           MOVE RCL-RC                 TO WS-RC-EDIT.
           MOVE RCL-COUNT (1)          TO WS-CNT-EDIT-1.
           MOVE RCL-COUNT (2)          TO WS-CNT-EDIT-2.
           MOVE RCL-COUNT (3)          TO WS-CNT-EDIT-3.
           MOVE SPACES                 TO STATUS-LINE.
           STRING "   "                DELIMITED BY SIZE
                  RCL-STEP-NO          DELIMITED BY SIZE
                  "   "                DELIMITED BY SIZE
                  RCL-JOB              DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  RCL-START-DATE       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  RCL-START-TIME (1:2) DELIMITED BY SIZE
                  ":"                  DELIMITED BY SIZE
                  RCL-START-TIME (3:2) DELIMITED BY SIZE
                  ":"                  DELIMITED BY SIZE
                  RCL-START-TIME (5:2) DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  RCL-END-DATE         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  RCL-END-TIME (1:2)   DELIMITED BY SIZE
                  ":"                  DELIMITED BY SIZE
                  RCL-END-TIME (3:2)   DELIMITED BY SIZE
                  ":"                  DELIMITED BY SIZE
                  RCL-END-TIME (5:2)   DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-RC-EDIT           DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-STATUS-WORD       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  INTO STATUS-LINE.

      *THE COUNTS ONLY PRINT WHEN THE STEP LEFT ANY BEHIND............
           IF RCL-COUNT-LABEL (1)      NOT = SPACES
              MOVE SPACES              TO STATUS-LINE (84:)
              STRING RCL-COUNT-LABEL (1) DELIMITED BY SIZE
                     WS-CNT-EDIT-1       DELIMITED BY SIZE
                     " "                 DELIMITED BY SIZE
                     RCL-COUNT-LABEL (2) DELIMITED BY SIZE
                     WS-CNT-EDIT-2       DELIMITED BY SIZE
                     " "                 DELIMITED BY SIZE
                     RCL-COUNT-LABEL (3) DELIMITED BY SIZE
                     WS-CNT-EDIT-3       DELIMITED BY SIZE
                     INTO STATUS-LINE (84:)
           END-IF.
           WRITE STATUS-LINE.

       FA000-CHECK-MISSED-JOBS         SECTION.
      *A JOB DUE TODAY WITH NO COMPLETED LINE DID NOT RUN - EITHER
      *THE CHAIN STOPPED SHORT OF IT OR NOBODY STARTED THE DRIVER.....
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                    UNTIL WS-JOB-IDX   > WS-JOB-MAX
              IF WS-JOB-DONE (WS-JOB-IDX) = "N"
                 AND (WS-JOB-MONTH-END (WS-JOB-IDX) = "N"
                      OR WS-MONTH-END-DUE = "Y")
                 ADD 01                TO WS-TOTAL-MISSED
                 MOVE SPACES           TO STATUS-LINE
                 IF WS-JOB-FAILED (WS-JOB-IDX) = "Y"
                    STRING "   ** DID NOT COMPLETE: "
                                       DELIMITED BY SIZE
                           WS-JOB-NAME (WS-JOB-IDX)
                                       DELIMITED BY SPACE
                           " - FAILED AND NOT YET RERUN"
                                       DELIMITED BY SIZE
                           INTO STATUS-LINE
                  ELSE
                    STRING "   ** DID NOT RUN: "
                                       DELIMITED BY SIZE
                           WS-JOB-NAME (WS-JOB-IDX)
                                       DELIMITED BY SPACE
                           INTO STATUS-LINE
                 END-IF
                 WRITE STATUS-LINE
              END-IF
           END-PERFORM.

       GA000-WRITE-TOTALS              SECTION.
           MOVE SPACES                 TO STATUS-LINE.
           WRITE STATUS-LINE.
           MOVE WS-TOTAL-DAYS          TO WS-CNT-EDIT.
           MOVE SPACES                 TO STATUS-LINE.
           STRING "DAYS REPORTED:   "  DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO STATUS-LINE.
           WRITE STATUS-LINE.
           MOVE WS-TOTAL-RUNS          TO WS-CNT-EDIT.
           MOVE SPACES                 TO STATUS-LINE.
           STRING "STEP LINES:      "  DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO STATUS-LINE.
           WRITE STATUS-LINE.
           MOVE WS-TOTAL-FAILED        TO WS-CNT-EDIT.
           MOVE SPACES                 TO STATUS-LINE.
           STRING "FAILED STEPS:    "  DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO STATUS-LINE.
           WRITE STATUS-LINE.
           MOVE WS-TOTAL-MISSED        TO WS-CNT-EDIT.
           MOVE SPACES                 TO STATUS-LINE.
           STRING "JOBS NOT RUN:    "  DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO STATUS-LINE.
           WRITE STATUS-LINE.
           IF WS-ROW-DROPPED           > 0
              MOVE "WARNING - LEDGER TABLE FULL, LATER LINES NOT"
                                       TO STATUS-LINE
              MOVE "REPORTED - NARROW THE DATE RANGE"
                                       TO STATUS-LINE (46:)
              WRITE STATUS-LINE
           END-IF.

       JA000-CHECK-CALENDAR            SECTION.
      *SAME CALENDAR RULE AS BATCH-DRIVER - MONDAY TO FRIDAY WORK, THE
      *FIRST WORKING DAY IS THE 1ST OR THE MONDAY AFTER A WEEKEND 1ST.
           COMPUTE WS-WEEKDAY          =
              FUNCTION MOD(WS-DAY-INT - 1, 7) + 1.
           IF WS-WEEKDAY               <= 5
              MOVE "Y"                 TO WS-WORKING-DAY
            ELSE
              MOVE "N"                 TO WS-WORKING-DAY
           END-IF.
           MOVE "N"                    TO WS-MONTH-END-DUE.
           IF WS-WORKING-DAY           = "Y"
              IF WS-DAY-DD             = 1
                 OR (WS-WEEKDAY = 1 AND WS-DAY-DD <= 3)
                 MOVE "Y"              TO WS-MONTH-END-DUE
              END-IF
           END-IF.

       ZZ000-TERMINATE                 SECTION.
           CLOSE STATUS-REPORT.
