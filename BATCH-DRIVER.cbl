      ******************************************************************
      * Author: JOYCE MACHABA
      * Date: 10/15/2026
      * Purpose: BATCH CHAIN DRIVER - RUNS THE NIGHTLY CHAIN IN ORDER
      *          (NIGHTLY-BATCH, THEN SURVEY-BACKUP, THEN THE
      *          WAREHOUSE-FEED INCREMENTAL EXTRACT) AND, ON THE FIRST
      *          WORKING DAY OF A MONTH, THE MONTH-END CHAIN BEHIND IT
      *          (JOURNAL-ROLLOVER FOR THE MONTH JUST CLOSED, THEN
      *          MONTH-END-PACK, THEN CAMPUS-BURST TO CUT THE PACK UP
      *          FOR EACH CAMPUS). EVERY STEP GOES ON THE RUN-CONTROL
      *          LEDGER WITH ITS BUSINESS DATE, START AND END STAMPS,
      *          RETURN CODE AND THE KEY COUNTS THE STEP LEFT BEHIND.
      *          A FAILED STEP STOPS THE CHAIN THERE. RERUN FOR THE
      *          SAME BUSINESS DATE, THE DRIVER SKIPS EVERY STEP THE
      *          LEDGER ALREADY SHOWS AS COMPLETED AND PICKS UP AT THE
      *          ONE THAT FAILED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                  DIVISION.

       PROGRAM-ID.                     BATCH-DRIVER.
       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
      *ONE LINE PER STEP RUN OR SKIPPED, ONLY EVER APPENDED...........
           SELECT  RUN-CONTROL         ASSIGN TO "RUN-CONTROL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.

      *KEY COUNTS THE STEP JUST RUN LEFT BEHIND.......................
           SELECT  STEP-COUNTS-FILE    ASSIGN TO "RUN-STEP-COUNTS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STEP-COUNTS-STATUS.


       DATA                            DIVISION.

       FILE                            SECTION.
      *RUN-CONTROL LEDGER LINE - STATUS C = COMPLETED, F = FAILED,
      *S = SKIPPED ON A RERUN BECAUSE IT HAD ALREADY COMPLETED........
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

      *SAME STEP COUNTS LAYOUT THE CHAIN PROGRAMS WRITE...............
       FD  STEP-COUNTS-FILE.
       01  STEP-COUNTS-REC.
           05 SCT-JOB                  PIC X(20).
           05 SCT-ENTRY                OCCURS 3 TIMES.
              10 SCT-LABEL             PIC X(12).
              10 SCT-VALUE             PIC 9(07).

       WORKING-STORAGE                 SECTION.
       01 WS-LEDGER-STATUS             PIC XX.
       01 WS-STEP-COUNTS-STATUS        PIC XX.
       01 WS-RUN-CMD                   PIC X(60).
       01 WS-HOLD-LINE                 PIC X(139).
       01 WS-STEP-RC                   PIC S9(09).
       01 WS-STEP-RC-OUT               PIC ZZZ9.
       01 WS-COUNT-IDX                 PIC 9.

      *THE CHAIN IN RUN ORDER - THE MONTH-END STEPS ONLY COME DUE ON
      *THE FIRST WORKING DAY OF A MONTH. EACH EXECUTABLE CARRIES THE
      *NAME OF ITS PROGRAM............................................
       01 WS-STEP-DEFS.
           05 FILLER                   PIC X(20) VALUE "NIGHTLY-BATCH".
           05 FILLER                   PIC X(09) VALUE "NIGHTLY".
           05 FILLER                   PIC X     VALUE "N".
           05 FILLER                   PIC X(20) VALUE "SURVEY-BACKUP".
           05 FILLER                   PIC X(09) VALUE "NIGHTLY".
           05 FILLER                   PIC X     VALUE "N".
           05 FILLER                   PIC X(20) VALUE "WAREHOUSE-FEED".
           05 FILLER                   PIC X(09) VALUE "NIGHTLY".
           05 FILLER                   PIC X     VALUE "N".
           05 FILLER                   PIC X(20)
              VALUE "JOURNAL-ROLLOVER".
           05 FILLER                   PIC X(09) VALUE "MONTH-END".
           05 FILLER                   PIC X     VALUE "Y".
           05 FILLER                   PIC X(20) VALUE "MONTH-END-PACK".
           05 FILLER                   PIC X(09) VALUE "MONTH-END".
           05 FILLER                   PIC X     VALUE "Y".
           05 FILLER                   PIC X(20) VALUE "CAMPUS-BURST".
           05 FILLER                   PIC X(09) VALUE "MONTH-END".
           05 FILLER                   PIC X     VALUE "Y".
       01 WS-STEP-DEFS-TABLE           REDEFINES WS-STEP-DEFS.
           05 WS-STEP-DEF              OCCURS 6 TIMES.
              10 WS-STEP-PROGRAM       PIC X(20).
              10 WS-STEP-CHAIN         PIC X(09).
              10 WS-STEP-MONTH-END     PIC X.
       01 WS-STEP-MAX                  PIC 9         VALUE 6.
       01 WS-STEP-NO                   PIC 9.
       01 WS-STEP-DONE-FLAGS.
           05 WS-STEP-DONE             PIC X     OCCURS 6 TIMES.

      *THE BUSINESS DATE THE RUN IS FOR - TODAY UNLESS THE OPERATOR
      *IS RERUNNING AN EARLIER NIGHT..................................
       01 WS-BUS-DATE-IN               PIC X(08).
       01 WS-BUS-DATE.
           05 WS-BUS-YEAR              PIC 9999.
           05 WS-BUS-MONTH             PIC 99.
           05 WS-BUS-DAY               PIC 99.
       01 WS-BUS-DATE-N                REDEFINES WS-BUS-DATE
                                       PIC 9(08).
       01 WS-RUN-DATE                  PIC 9(08).
       01 WS-RUN-TIME                  PIC 9(08).

      *CALENDAR - DAY 1 OF THE INTEGER DATES (01/01/1601) WAS A
      *MONDAY, SO WEEKDAY 1-5 IS MONDAY TO FRIDAY.....................
       01 WS-DAY-INT                   PIC 9(07).
       01 WS-WEEKDAY                   PIC 9.
       01 WS-WORKING-DAY               PIC X.
       01 WS-MONTH-END-DUE             PIC X.

      *THE MONTH JOURNAL-ROLLOVER CLOSES - THE ONE BEFORE THE
      *BUSINESS DATE'S MONTH..........................................
       01 WS-ROLL-MONTH.
           05 WS-ROLL-YEAR             PIC 9999.
           05 WS-ROLL-MM               PIC 99.

       01 WS-RAN-COUNT                 PIC 9         VALUE 0.
       01 WS-SKIPPED-COUNT             PIC 9         VALUE 0.

       PROCEDURE                       DIVISION.

       AA000-MAIN-PROCEDURE            SECTION.
           PERFORM BA000-INITIAL.

           PERFORM VARYING WS-STEP-NO FROM 1 BY 1
                    UNTIL WS-STEP-NO   > WS-STEP-MAX
              PERFORM CA000-RUN-ONE-STEP
           END-PERFORM.

           DISPLAY "CHAIN COMPLETE FOR " WS-BUS-DATE-N
                   " - STEPS RUN: " WS-RAN-COUNT
                   "  ALREADY DONE: " WS-SKIPPED-COUNT.
           MOVE 0                      TO RETURN-CODE.
           STOP RUN.

       BA000-INITIAL                   SECTION.
           ACCEPT WS-RUN-DATE          FROM DATE YYYYMMDD.
           DISPLAY "BUSINESS DATE YYYYMMDD (BLANK = TODAY): "
                   WITH NO ADVANCING.
           ACCEPT WS-BUS-DATE-IN.
           IF WS-BUS-DATE-IN           = SPACES
              MOVE WS-RUN-DATE         TO WS-BUS-DATE-N
            ELSE
              IF WS-BUS-DATE-IN        IS NOT NUMERIC
                 DISPLAY "BUSINESS DATE MUST BE 8 DIGITS - NOTHING RUN"
                 MOVE 12               TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-BUS-DATE-IN      TO WS-BUS-DATE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-BUS-DATE-N) NOT = 0
              OR WS-BUS-DATE-N         > WS-RUN-DATE
              DISPLAY "BUSINESS DATE " WS-BUS-DATE-N
                      " IS NOT A REAL DATE OR IS IN THE FUTURE - "
                      "NOTHING RUN"
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM JA000-CHECK-CALENDAR.
           PERFORM DA000-LOAD-LEDGER.

           IF WS-BUS-MONTH             = 1
              COMPUTE WS-ROLL-YEAR     = WS-BUS-YEAR - 1
              MOVE 12                  TO WS-ROLL-MM
            ELSE
              MOVE WS-BUS-YEAR         TO WS-ROLL-YEAR
              COMPUTE WS-ROLL-MM       = WS-BUS-MONTH - 1
           END-IF.

           DISPLAY "BATCH CHAIN FOR BUSINESS DATE " WS-BUS-DATE-N.
           IF WS-MONTH-END-DUE         = "Y"
              DISPLAY "FIRST WORKING DAY OF THE MONTH - MONTH-END "
                      "STEPS INCLUDED, CLOSING " WS-ROLL-MONTH
           END-IF.

       CA000-RUN-ONE-STEP              SECTION.
      *A MONTH-END STEP NOT DUE TONIGHT IS LEFT OFF THE LEDGER - THE
      *STATUS REPORT ONLY EXPECTS IT ON THE FIRST WORKING DAY.........
           EVALUATE TRUE
              WHEN WS-STEP-MONTH-END (WS-STEP-NO) = "Y"
                   AND WS-MONTH-END-DUE = "N"
                 CONTINUE
              WHEN WS-STEP-DONE (WS-STEP-NO) = "Y"
                 PERFORM CB000-SKIP-STEP
              WHEN OTHER
                 PERFORM CC000-EXECUTE-STEP
           END-EVALUATE.

       CB000-SKIP-STEP                 SECTION.
      *ALREADY COMPLETED FOR THIS BUSINESS DATE - NOT RUN TWICE, BUT
      *THE SKIP IS LEDGERED SO THE RERUN SHOWS WHAT IT DID............
           DISPLAY WS-STEP-PROGRAM (WS-STEP-NO)
                   " ALREADY COMPLETED FOR " WS-BUS-DATE-N " - SKIPPED".
           ADD 01                      TO WS-SKIPPED-COUNT.
           PERFORM GA000-CLEAR-LEDGER-LINE.
           ACCEPT WS-RUN-TIME          FROM TIME.
           MOVE WS-RUN-DATE            TO RCL-START-DATE RCL-END-DATE.
           MOVE WS-RUN-TIME (1:6)      TO RCL-START-TIME RCL-END-TIME.
           MOVE ZERO                   TO RCL-RC.
           MOVE "S"                    TO RCL-STATUS.
           PERFORM GB000-WRITE-LEDGER-LINE.

       CC000-EXECUTE-STEP              SECTION.
      *RUN THE STEP THE WAY MONTH-END-PACK RUNS ITS SECTIONS. THE
      *COUNTS FILE IS EMPTIED FIRST SO A STEP THAT DIES EARLY CANNOT
      *HAND ON THE COUNTS OF THE STEP BEFORE IT.......................
           PERFORM EA000-BUILD-COMMAND.
           OPEN OUTPUT STEP-COUNTS-FILE.
           CLOSE STEP-COUNTS-FILE.

           PERFORM GA000-CLEAR-LEDGER-LINE.
           ACCEPT WS-RUN-DATE          FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME          FROM TIME.
           MOVE WS-RUN-DATE            TO RCL-START-DATE.
           MOVE WS-RUN-TIME (1:6)      TO RCL-START-TIME.
           DISPLAY "STARTING " WS-STEP-PROGRAM (WS-STEP-NO).

           MOVE 0                      TO RETURN-CODE.
           CALL "SYSTEM"               USING WS-RUN-CMD
              ON EXCEPTION
                 MOVE 8                TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE            TO WS-STEP-RC.
           MOVE 0                      TO RETURN-CODE.
      *THE SHELL HANDS BACK THE EXIT CODE IN THE HIGH BYTE............
           IF WS-STEP-RC               > 255
              COMPUTE WS-STEP-RC       = WS-STEP-RC / 256
           END-IF.
           IF WS-STEP-RC               < 0
              MOVE 8                   TO WS-STEP-RC
           END-IF.
           MOVE WS-STEP-RC             TO WS-STEP-RC-OUT.

           ACCEPT WS-RUN-DATE          FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME          FROM TIME.
           MOVE WS-RUN-DATE            TO RCL-END-DATE.
           MOVE WS-RUN-TIME (1:6)      TO RCL-END-TIME.
           MOVE WS-STEP-RC             TO RCL-RC.
           PERFORM FA000-READ-STEP-COUNTS.

           IF WS-STEP-RC               = 0
              MOVE "C"                 TO RCL-STATUS
              ADD 01                   TO WS-RAN-COUNT
            ELSE
              MOVE "F"                 TO RCL-STATUS
           END-IF.
           PERFORM GB000-WRITE-LEDGER-LINE.

      *A FAILED STEP STOPS THE CHAIN - NOTHING AFTER IT RUNS UNTIL IT
      *HAS BEEN PUT RIGHT AND THE DRIVER RERUN FOR THE SAME DATE......
           IF WS-STEP-RC               NOT = 0
              DISPLAY "CHAIN STOPPED - " WS-STEP-PROGRAM (WS-STEP-NO)
                      " ENDED WITH RETURN CODE " WS-STEP-RC-OUT
              DISPLAY "RERUN THE DRIVER FOR " WS-BUS-DATE-N
                      " ONCE FIXED - COMPLETED STEPS WILL BE SKIPPED"
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.

       DA000-LOAD-LEDGER               SECTION.
      *WHICH STEPS HAVE ALREADY COMPLETED FOR THIS BUSINESS DATE. NO
      *LEDGER YET MEANS NOTHING HAS EVER RUN UNDER THE DRIVER.........
           MOVE ALL "N"                TO WS-STEP-DONE-FLAGS.
           OPEN INPUT RUN-CONTROL.
           IF WS-LEDGER-STATUS         = "00"
              PERFORM UNTIL WS-LEDGER-STATUS NOT = "00"
                 READ RUN-CONTROL
                    AT END
                       MOVE "10"       TO WS-LEDGER-STATUS
                    NOT AT END
                       IF RCL-BUS-DATE = WS-BUS-DATE-N
                          AND (RCL-STATUS = "C" OR "S")
                          PERFORM DB000-MARK-DONE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RUN-CONTROL
           END-IF.

       DB000-MARK-DONE                 SECTION.
           PERFORM VARYING WS-STEP-NO FROM 1 BY 1
                    UNTIL WS-STEP-NO   > WS-STEP-MAX
              IF WS-STEP-PROGRAM (WS-STEP-NO) = RCL-JOB
                 MOVE "Y"              TO WS-STEP-DONE (WS-STEP-NO)
              END-IF
           END-PERFORM.

       EA000-BUILD-COMMAND             SECTION.
      *THE MENU ANSWERS EACH STEP WOULD BE GIVEN BY HAND ARE PIPED IN:
      *BACKUP MODE 1, FEED MODE 1 (INCREMENTAL), ROLL-OVER MODE 1 PLUS
      *THE MONTH TO CLOSE, AND A BLANK WAVE (ALL WAVES) FOR THE PACK'S
      *RESULTS SUMMARY................................................
           MOVE SPACES                 TO WS-RUN-CMD.
           EVALUATE WS-STEP-PROGRAM (WS-STEP-NO)
              WHEN "SURVEY-BACKUP"
              WHEN "WAREHOUSE-FEED"
                 STRING "echo 1 | ./" DELIMITED BY SIZE
                        WS-STEP-PROGRAM (WS-STEP-NO)
                                      DELIMITED BY SPACE
                        INTO WS-RUN-CMD
              WHEN "JOURNAL-ROLLOVER"
                 STRING "(echo 1; echo " DELIMITED BY SIZE
                        WS-ROLL-MONTH DELIMITED BY SIZE
                        ") | ./"      DELIMITED BY SIZE
                        WS-STEP-PROGRAM (WS-STEP-NO)
                                      DELIMITED BY SPACE
                        INTO WS-RUN-CMD
              WHEN "MONTH-END-PACK"
                 STRING "echo | ./"   DELIMITED BY SIZE
                        WS-STEP-PROGRAM (WS-STEP-NO)
                                      DELIMITED BY SPACE
                        INTO WS-RUN-CMD
              WHEN OTHER
                 STRING "./" WS-STEP-PROGRAM (WS-STEP-NO)
                        DELIMITED BY SPACE INTO WS-RUN-CMD
           END-EVALUATE.

       FA000-READ-STEP-COUNTS          SECTION.
      *ONLY COUNTS WRITTEN BY THIS STEP ARE TAKEN - AN EMPTY FILE
      *(THE STEP ENDED BEFORE WRITING THEM) LEAVES THEM AT ZERO.......
           OPEN INPUT STEP-COUNTS-FILE.
           IF WS-STEP-COUNTS-STATUS    = "00"
              READ STEP-COUNTS-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF SCT-JOB         = WS-STEP-PROGRAM (WS-STEP-NO)
                       PERFORM FB000-COPY-COUNTS
                    END-IF
              END-READ
              CLOSE STEP-COUNTS-FILE
           END-IF.

       FB000-COPY-COUNTS               SECTION.
           PERFORM VARYING WS-COUNT-IDX FROM 1 BY 1
                    UNTIL WS-COUNT-IDX > 3
              MOVE SCT-LABEL (WS-COUNT-IDX)
                                 TO RCL-COUNT-LABEL (WS-COUNT-IDX)
              IF SCT-VALUE (WS-COUNT-IDX) IS NUMERIC
                 MOVE SCT-VALUE (WS-COUNT-IDX)
                                 TO RCL-COUNT (WS-COUNT-IDX)
              END-IF
           END-PERFORM.

       GA000-CLEAR-LEDGER-LINE         SECTION.
           MOVE SPACES                 TO RUN-CONTROL-REC.
           MOVE WS-BUS-DATE-N          TO RCL-BUS-DATE.
           MOVE WS-STEP-CHAIN (WS-STEP-NO) TO RCL-CHAIN.
           MOVE WS-STEP-NO             TO RCL-STEP-NO.
           MOVE WS-STEP-PROGRAM (WS-STEP-NO) TO RCL-JOB.
           PERFORM VARYING WS-COUNT-IDX FROM 1 BY 1
                    UNTIL WS-COUNT-IDX > 3
              MOVE ZERO                TO RCL-COUNT (WS-COUNT-IDX)
           END-PERFORM.

       GB000-WRITE-LEDGER-LINE         SECTION.
      *OPENED AND CLOSED PER LINE SO A DRIVER THAT IS KILLED MID-CHAIN
      *STILL LEAVES EVERY FINISHED STEP ON THE LEDGER.................
           MOVE RUN-CONTROL-REC        TO WS-HOLD-LINE.
           OPEN EXTEND RUN-CONTROL.
           IF WS-LEDGER-STATUS         = "35"
              OPEN OUTPUT RUN-CONTROL
           END-IF.
           IF WS-LEDGER-STATUS         NOT = "00" AND NOT = "05"
              DISPLAY "WARNING - RUN-CONTROL.TXT COULD NOT BE OPENED "
                      "(STATUS " WS-LEDGER-STATUS ") - STEP NOT "
                      "LEDGERED"
            ELSE
              WRITE RUN-CONTROL-REC    FROM WS-HOLD-LINE
              CLOSE RUN-CONTROL
           END-IF.

       JA000-CHECK-CALENDAR            SECTION.
      *MONDAY TO FRIDAY ARE WORKING DAYS. THE FIRST WORKING DAY OF A
      *MONTH IS THE 1ST, OR THE MONDAY AFTER IT WHEN THE 1ST FALLS ON
      *A WEEKEND (THE 2ND OR 3RD).....................................
           COMPUTE WS-DAY-INT          =
              FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-N).
           COMPUTE WS-WEEKDAY          =
              FUNCTION MOD(WS-DAY-INT - 1, 7) + 1.
           IF WS-WEEKDAY               <= 5
              MOVE "Y"                 TO WS-WORKING-DAY
            ELSE
              MOVE "N"                 TO WS-WORKING-DAY
           END-IF.
           MOVE "N"                    TO WS-MONTH-END-DUE.
           IF WS-WORKING-DAY           = "Y"
              IF WS-BUS-DAY            = 1
                 OR (WS-WEEKDAY = 1 AND WS-BUS-DAY <= 3)
                 MOVE "Y"              TO WS-MONTH-END-DUE
              END-IF
           END-IF.
