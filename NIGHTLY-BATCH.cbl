      * Author: JOYCE MACHABA
      * Date: 11/08/2020
      * Purpose: NIGHTLY DRIVER - REBUILDS SURVEY-IDX.TXT AND THEN
      *          REPORTS THE RESPONSE RATE AGAINST THE HR ROSTER
      *          MASTER (EVERYONE ON THE ROSTER AND ACTIVE DURING THE
      *          CURRENT WAVE), LISTING ANYONE STILL MISSING SO THEY
      *          CAN BE REMINDED BEFORE THE SURVEY WINDOW CLOSES.
      *          THE SAME PASS OF SURVEY-DATA BUILDS RESULTS-SUMMARY.TXT
      *          - COUNTS PER WAVE, AGE BRACKET, GENDER AND CAMPUS,
      *          STAMPED WITH THE RECORD COUNT - WHICH THE REPORTING
      *          PROGRAMS READ INSTEAD OF THE MASTER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                  DIVISION.
           ALTERNATE RECORD KEY IS WS-NAME WITH DUPLICATES
           FILE STATUS IS WS-SURVEY-STATUS.

      *HR ROSTER MASTER KEPT BY HR-ROSTER-LOAD - THE EXPECTED
      *HEADCOUNT IS EVERYONE ON IT WHO IS ACTIVE DURING THE WAVE. THE
      *RESULTS SUMMARY ALSO READS IT BY ID FOR EACH RESPONDENT'S CAMPUS.
           SELECT  ROSTER-MASTER       ASSIGN TO "HR-ROSTER-MASTER.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-ID
           FILE STATUS IS WS-EXPECTED-STATUS.

      *WAVE MASTER - TELLS WHICH WAVE IS RUNNING TONIGHT AND ITS DATES.
           SELECT  WAVE-MASTER         ASSIGN TO "WAVE-MASTER.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WVM-CODE
           FILE STATUS IS WS-WAVE-MASTER-STATUS.

           SELECT  NIGHTLY-REPORT      ASSIGN TO "NIGHTLY-REPORT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

                                        "HR-COMPLETION-FEED.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *KEY COUNTS OF THIS RUN, PICKED UP BY BATCH-DRIVER FOR THE
      *RUN-CONTROL LEDGER.............................................
           SELECT  STEP-COUNTS-FILE    ASSIGN TO "RUN-STEP-COUNTS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STEP-COUNTS-STATUS.

      *PRE-AGGREGATED RESULTS FOR CROSSTAB, WAVE-TREND, CAMPUS-LEAGUE,
      *OTHER-FOOD, MONTH-END-PACK AND INTERN-SURVEY'S RESULTS - WRITTEN
      *WHOLE EACH NIGHT, ONLY WHEN EVERY RECORD FOUND ITS CELL........
           SELECT  SUMMARY-FILE        ASSIGN TO "RESULTS-SUMMARY.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUMMARY-STATUS.


       DATA                            DIVISION.

               15 RADIO-SCAL4          PIC X.
               15 RADIO-SCAL5          PIC X.
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

       FD  NIGHTLY-REPORT.
       01  NIGHTLY-REPORT-LINE         PIC X(100).
       FD  HR-FEED-FILE.
       01  FEED-REC                    PIC X(30).

      *SAME STEP COUNTS LAYOUT BATCH-DRIVER READS.....................
       FD  STEP-COUNTS-FILE.
       01  STEP-COUNTS-REC.
           05 SCT-JOB                  PIC X(20).
           05 SCT-ENTRY                OCCURS 3 TIMES.
              10 SCT-LABEL             PIC X(12).
              10 SCT-VALUE             PIC 9(07).

      *ONE STATE LINE - "UP" OR "DOWN" PLUS THE STAMP OF THIS RUN....
       FD  QUIESCE-FILE.
       01  QUIESCE-REC.
           05 QSC-STATE                PIC X(04).
           05 QSC-STAMP                PIC X(20).

      *RESULTS SUMMARY - H HEADER CARRYING THE STAMP (THE SURVEY-DATA
      *RECORD COUNT IT WAS BUILT FROM), ONE C LINE PER WAVE / AGE
      *BRACKET / GENDER / CAMPUS CELL, FOLLOWED BY A W LINE PER
      *DISTINCT UPPER-CASED "OTHER" WRITE-IN IN THAT CELL, AND A T
      *TRAILER SO A READER KNOWS IT HAS THE WHOLE FILE...............
       FD  SUMMARY-FILE.
       01  SUMMARY-REC.
           05 SUM-TYPE                 PIC X.
           05 FILLER                   PIC X(179).
       01  SUMMARY-HEADER-REC.
           05 FILLER                   PIC X.
           05 SUMH-BUILD-DATE          PIC 9(08).
           05 SUMH-BUILD-TIME          PIC 9(08).
           05 SUMH-MASTER-COUNT        PIC 9(07).
           05 FILLER                   PIC X(156).
       01  SUMMARY-CELL-REC.
           05 FILLER                   PIC X.
           05 SUMC-DATA.
              10 SUMC-WAVE             PIC X(06).
              10 SUMC-BRACKET          PIC 9.
              10 SUMC-GENDER           PIC X.
              10 SUMC-CAMPUS           PIC X(15).
              10 SUMC-RESPONDENTS      PIC 9(05).
              10 SUMC-AGE-TOTAL        PIC 9(07).
              10 SUMC-AGE-MIN          PIC 99.
              10 SUMC-AGE-MAX          PIC 99.
              10 SUMC-FOOD             PIC 9(05) OCCURS 6 TIMES.
              10 SUMC-OTHER-NO-TEXT    PIC 9(05).
              10 SUMC-STMT             OCCURS 4 TIMES.
                 15 SUMC-RATING        PIC 9(05) OCCURS 5 TIMES.
           05 FILLER                   PIC X(05).
       01  SUMMARY-WRITE-IN-REC.
           05 FILLER                   PIC X.
           05 SUMW-WAVE                PIC X(06).
           05 SUMW-BRACKET             PIC 9.
           05 SUMW-GENDER              PIC X.
           05 SUMW-CAMPUS              PIC X(15).
           05 SUMW-TEXT                PIC X(20).
           05 SUMW-COUNT               PIC 9(05).
           05 FILLER                   PIC X(131).
       01  SUMMARY-TRAILER-REC.
           05 FILLER                   PIC X.
           05 SUMT-CELLS               PIC 9(05).
           05 SUMT-WRITE-INS           PIC 9(05).
           05 SUMT-RESPONDENTS         PIC 9(07).
           05 FILLER                   PIC X(162).

       WORKING-STORAGE                 SECTION.
           01 WS-EOF                   PIC XX.
           01 WS-EXPECTED-STATUS       PIC XX.
           01 WS-SURVEY-STATUS         PIC XX.
           01 WS-STEP-COUNTS-STATUS    PIC XX.
           01 WS-REBUILD-CMD           PIC X(40)
      *cobc -x NAMES THE EXECUTABLE AFTER THE SOURCE FILE, NOT THE
      *PROGRAM-ID, SO THE COMPILED REBUILD BINARY IS CREATE-IDX-FILE
      *EVEN THOUGH THE PROGRAM-ID ITSELF IS CREATE-IDX-FIE............
              VALUE "./CREATE-IDX-FILE".
           01 WS-REBUILD-FAILED        PIC X.
      *RETURN CODE FOR BATCH-DRIVER'S LEDGER, SET ONCE AT THE END SO
      *NO CALL ON THE WAY CAN OVERWRITE IT - 12 WHEN SURVEY-DATA, THE
      *ROSTER OR THE SUMMARY COULD NOT BE DEALT WITH..................
           01 WS-RUN-RC                PIC 99        VALUE 0.

           01 WS-SUBMITTED-COUNT       PIC 9(07)     VALUE 0.
           01 WS-EXPECTED-COUNT        PIC 9(07)     VALUE 0.
           01 WS-FOUND-FLAG            PIC X.
           01 WS-SURVEY-OPEN           PIC X         VALUE "N".
           01 WS-EXPECTED-ID           PIC 9(13).
           01 WS-WAVE-MASTER-STATUS    PIC XX.
           01 WS-NOT-ACTIVE-COUNT      PIC 9(07)     VALUE 0.

      *THE WAVE THE EXPECTED HEADCOUNT IS TAKEN FOR - THE OPEN WAVE
      *WHOSE DATES COVER TONIGHT, OR TONIGHT ALONE WHEN NO WAVE IS
      *RUNNING. SOMEONE IS EXPECTED WHEN THEY STARTED BY THE END OF
      *THE WINDOW AND HAD NOT LEFT BEFORE IT OPENED...................
           01 WS-WINDOW-WAVE           PIC X(06).
           01 WS-WINDOW-START          PIC 9(08).
           01 WS-WINDOW-END            PIC 9(08).
           01 WS-ACTIVE-FLAG           PIC X.

           01 WS-RUN-DATE.
               05 WS-RUN-YEAR          PIC 9999.
               05 FEED-TRL-COUNT       PIC 9(07).
               05 FEED-TRL-COMPLETED   PIC 9(07).
           01 WS-FEED-COMPLETED        PIC 9(07)     VALUE 0.
      *RESPONDENTS WHO DECLINED OR WITHDREW CONSENT NEVER GO TO HR -
      *THE TRAILER COUNTS THE DETAIL LINES ACTUALLY WRITTEN...........
           01 WS-FEED-DETAIL-COUNT     PIC 9(07)     VALUE 0.
           01 WS-FEED-NO-CONSENT       PIC 9(07)     VALUE 0.

      *QUIESCE FIELDS - THE DRAIN TEST IS AN EXCLUSIVE OPEN OF THE
      *SURVEY FILE: IT ONLY SUCCEEDS ONCE EVERY STATION HAS LET GO...
           01 WS-DRAIN-MAX-TRIES       PIC 999       VALUE 60.
           01 WS-WAIT-SECONDS          PIC 9(08)     VALUE 5.

      *RESULTS SUMMARY CELLS, BUILT DURING THE SUBMITTED-COUNT PASS -
      *THE CELL KEY IS WAVE, AGE BRACKET (1-4 AS IN INTERN-SURVEY'S
      *NA000), GENDER FROM THE ID AND THE CAMPUS THE RESPONDENT WAS
      *ON WHEN THEY ANSWERED, AS CAMPUS-LEAGUE-REPORT ALWAYS TOOK IT.
      *THE CELL ROW IS LAID OUT EXACTLY AS SUMC-DATA..................
           01 WS-SUMMARY-STATUS        PIC XX.
           01 WS-SUM-ROSTER-OPEN       PIC X         VALUE "N".
           01 WS-SUM-FULL              PIC X         VALUE "N".
           01 WS-SUM-CELL-MAX          PIC 9(04)     VALUE 2000.
           01 WS-SUM-CELL-COUNT        PIC 9(04)     VALUE 0.
           01 WS-SUM-CELL-TABLE.
               05 WS-SUM-CELL          OCCURS 2000 TIMES.
                  10 WS-SC-KEY.
                     15 WS-SC-WAVE     PIC X(06).
                     15 WS-SC-BRACKET  PIC 9.
                     15 WS-SC-GENDER   PIC X.
                     15 WS-SC-CAMPUS   PIC X(15).
                  10 WS-SC-RESPONDENTS PIC 9(05).
                  10 WS-SC-AGE-TOTAL   PIC 9(07).
                  10 WS-SC-AGE-MIN     PIC 99.
                  10 WS-SC-AGE-MAX     PIC 99.
                  10 WS-SC-FOOD        PIC 9(05) OCCURS 6 TIMES.
                  10 WS-SC-OTHER-NO-TEXT PIC 9(05).
                  10 WS-SC-STMT        OCCURS 4 TIMES.
                     15 WS-SC-RATING   PIC 9(05) OCCURS 5 TIMES.
           01 WS-SUM-IDX               PIC 9(04).
           01 WS-SUM-FOUND             PIC 9(04).
           01 WS-SUM-THIS-KEY.
               05 WS-ST-WAVE           PIC X(06).
               05 WS-ST-BRACKET        PIC 9.
               05 WS-ST-GENDER         PIC X.
               05 WS-ST-CAMPUS         PIC X(15).

      *DISTINCT WRITE-INS PER CELL, UPPER-CASED AS OTHER-FOOD-REPORT
      *ALWAYS GROUPED THEM............................................
           01 WS-SUM-WI-MAX            PIC 9(04)     VALUE 2000.
           01 WS-SUM-WI-COUNT          PIC 9(04)     VALUE 0.
           01 WS-SUM-WI-TABLE.
               05 WS-SUM-WI            OCCURS 2000 TIMES.
                  10 WS-SW-CELL        PIC 9(04).
                  10 WS-SW-TEXT        PIC X(20).
                  10 WS-SW-COUNT       PIC 9(05).
           01 WS-SUM-WI-IDX            PIC 9(04).
           01 WS-SUM-WI-FOUND          PIC 9(04).
           01 WS-SUM-TEXT              PIC X(20).
           01 WS-SUM-STMT-NO           PIC 9.
           01 WS-SUM-COL-NO            PIC 9.
           01 WS-SUM-FOOD-FLAGS.
               05 WS-SUM-FLAG          PIC X     OCCURS 6 TIMES.
           01 WS-SUM-SCALES.
               05 WS-SUM-STMT          OCCURS 4 TIMES.
                  10 WS-SUM-COL        PIC X     OCCURS 5 TIMES.

           01 WS-ID-CHECK.
               05 FILLER               PIC 9(06).
               05 WS-ID-GENDER         PIC 9.
               05 FILLER               PIC 9(06).
           01 WS-CAPTURE-DATE.
               05 WS-CAP-YEAR          PIC 9999.
               05 WS-CAP-MONTH         PIC 99.
               05 WS-CAP-DAY           PIC 99.
           01 WS-CAPTURE-DATE-N        REDEFINES WS-CAPTURE-DATE
                                       PIC 9(08).

       PROCEDURE                       DIVISION.

       AA000-MAIN-PROCEDURE            SECTION.
           PERFORM CA000-LOAD-SUBMITTED-IDS.
           PERFORM DA000-COMPARE-TO-EXPECTED.
           PERFORM HC000-WRITE-FEED-TRAILER.
           PERFORM LD000-WRITE-SUMMARY.
           PERFORM KA000-WRITE-STEP-COUNTS.
           PERFORM ZZ000-TERMINATE.
           MOVE WS-RUN-RC               TO RETURN-CODE.
           STOP RUN.

       BA000-INITIAL                   SECTION.
           IF RETURN-CODE               NOT = 0
              MOVE "Y"                  TO WS-REBUILD-FAILED
           END-IF.
      *A FAILED REBUILD IS A WARNING ONLY - ITS EXIT STATUS MUST NOT
      *BECOME THE RUN'S...............................................
           MOVE ZERO                    TO RETURN-CODE.

           ACCEPT WS-RUN-DATE           FROM DATE YYYYMMDD.
           OPEN OUTPUT NIGHTLY-REPORT.
                  INTO NIGHTLY-REPORT-LINE.
           WRITE NIGHTLY-REPORT-LINE.

           PERFORM JA000-FIND-WAVE-WINDOW.
           MOVE SPACES                  TO NIGHTLY-REPORT-LINE.
           IF WS-WINDOW-WAVE            = SPACES
              STRING "NO OPEN WAVE TONIGHT - EXPECTED MEANS ACTIVE ON "
                     "THE ROSTER TODAY"
                                         DELIMITED BY SIZE
                     INTO NIGHTLY-REPORT-LINE
            ELSE
              STRING "WAVE: "            DELIMITED BY SIZE
                     WS-WINDOW-WAVE      DELIMITED BY SIZE
                     "  "                DELIMITED BY SIZE
                     WS-WINDOW-START     DELIMITED BY SIZE
                     " TO "              DELIMITED BY SIZE
                     WS-WINDOW-END       DELIMITED BY SIZE
                     " - EXPECTED MEANS ON THE ROSTER AND ACTIVE "
                                         DELIMITED BY SIZE
                     "IN THE WAVE"       DELIMITED BY SIZE
                     INTO NIGHTLY-REPORT-LINE
           END-IF.
           WRITE NIGHTLY-REPORT-LINE.

           IF WS-REBUILD-FAILED         = "Y"
              MOVE SPACES               TO NIGHTLY-REPORT-LINE
              STRING "WARNING - INDEX REBUILD FAILED - SURVEY-IDX.TXT "
      *PICTURE, NOT A TRICKLE OF APPENDED CHANGES.....................
           OPEN OUTPUT HR-FEED-FILE.
           MOVE WS-RUN-DATE             TO FEED-HDR-DATE.
           IF WS-WINDOW-WAVE            NOT = SPACES
              MOVE WS-WINDOW-WAVE       TO FEED-HDR-WAVE
           END-IF.
           MOVE WS-FEED-HEADER          TO FEED-REC.
           WRITE FEED-REC.

      *TABLE AND NO CAP: THE FILE STAYS OPEN AND EA000 CHECKS EACH
      *EXPECTED ID WITH A DIRECT KEYED READ INSTEAD. IF THE FILE IS
      *MISSING OR LOCKED, DEGRADE GRACEFULLY THE SAME WAY DA000 DOES
      *FOR A MISSING ROSTER MASTER RATHER THAN LETTING THE
      *OPEN ABEND THE UNATTENDED RUN..................................
           OPEN INPUT SURVEY-DATA.
           IF WS-SURVEY-STATUS          NOT = "00"
                                         DELIMITED BY SIZE
                     INTO NIGHTLY-REPORT-LINE
              WRITE NIGHTLY-REPORT-LINE
              MOVE 12                   TO WS-RUN-RC
            ELSE
              MOVE "Y"                  TO WS-SURVEY-OPEN
              PERFORM LA000-OPEN-SUMMARY-ROSTER
              MOVE LOW-VALUES           TO WS-EOF
              PERFORM ZA000-READ-SURVEY-DATA
              PERFORM UNTIL WS-EOF      = HIGH-VALUES
                 ADD 01                 TO WS-SUBMITTED-COUNT
                 PERFORM LB000-SUMMARISE-RECORD
                 PERFORM ZA000-READ-SURVEY-DATA
              END-PERFORM
              IF WS-SUM-ROSTER-OPEN     = "Y"
                 CLOSE ROSTER-MASTER
              END-IF
           END-IF.

       ZA000-READ-SURVEY-DATA          SECTION.
                 MOVE HIGH-VALUES        TO WS-EOF.

       DA000-COMPARE-TO-EXPECTED       SECTION.
      *EVERYONE ON THE ROSTER MASTER WHO IS ACTIVE DURING THE WAVE IS
      *EXPECTED - LEAVERS AND PEOPLE NOT YET STARTED ARE ONLY COUNTED.
           OPEN INPUT ROSTER-MASTER.
           IF WS-EXPECTED-STATUS        NOT = "00"
              DISPLAY "NO HR ROSTER MASTER FOUND - SKIPPING "
                      "RESPONSE RATE"
              MOVE SPACES               TO NIGHTLY-REPORT-LINE
              STRING "NO HR-ROSTER-MASTER.TXT FOUND - SUBMITTED: "
                                         DELIMITED BY SIZE
                     WS-SUBMITTED-COUNT  DELIMITED BY SIZE
                     INTO NIGHTLY-REPORT-LINE
              WRITE NIGHTLY-REPORT-LINE
              MOVE 12                   TO WS-RUN-RC
            ELSE
              PERFORM UNTIL WS-EXPECTED-STATUS NOT = "00"
                 READ ROSTER-MASTER      NEXT RECORD
                    AT END
                       MOVE "10"        TO WS-EXPECTED-STATUS
                    NOT AT END
                       PERFORM DB000-TALLY-ONE-PERSON
                 END-READ
              END-PERFORM
              CLOSE ROSTER-MASTER
              PERFORM GA000-WRITE-SUMMARY
           END-IF.

       DB000-TALLY-ONE-PERSON          SECTION.
           PERFORM JB000-CHECK-ACTIVE.
           IF WS-ACTIVE-FLAG            = "N"
              ADD 01                    TO WS-NOT-ACTIVE-COUNT
            ELSE
              ADD 01                    TO WS-EXPECTED-COUNT
              MOVE RM-ID                TO WS-EXPECTED-ID
              PERFORM EA000-CHECK-SUBMITTED
              IF WS-FOUND-FLAG          = "N"
                 ADD 01                 TO WS-MISSING-COUNT
                 PERFORM FA000-LOG-MISSING
              END-IF
              IF WS-FOUND-FLAG          = "Y"
                 AND (WS-CONSENT = "N" OR "W")
                 ADD 01                 TO WS-FEED-NO-CONSENT
               ELSE
                 PERFORM HB000-WRITE-FEED-DETAIL
              END-IF
           END-IF.

       EA000-CHECK-SUBMITTED           SECTION.
      *SURVEY-DATA IS INDEXED ON WS-ID, SO EACH EXPECTED ID IS ONE
      *KEYED READ - THE COMPARISON WORKS AT ANY HEADCOUNT.............
                  INTO NIGHTLY-REPORT-LINE.
           WRITE NIGHTLY-REPORT-LINE.

           MOVE SPACES                  TO NIGHTLY-REPORT-LINE.
           STRING "ON THE ROSTER BUT NOT ACTIVE DURING THE WAVE "
                                        DELIMITED BY SIZE
                  "(LEAVERS AND LATER STARTERS) - NOT EXPECTED: "
                                        DELIMITED BY SIZE
                  WS-NOT-ACTIVE-COUNT   DELIMITED BY SIZE
                  INTO NIGHTLY-REPORT-LINE.
           WRITE NIGHTLY-REPORT-LINE.

           MOVE SPACES                  TO NIGHTLY-REPORT-LINE.
           STRING "LEFT OUT OF THE HR FEED - DECLINED OR WITHDRAWN "
                                        DELIMITED BY SIZE
                  "CONSENT: "           DELIMITED BY SIZE
                  WS-FEED-NO-CONSENT    DELIMITED BY SIZE
                  INTO NIGHTLY-REPORT-LINE.
           WRITE NIGHTLY-REPORT-LINE.

       HB000-WRITE-FEED-DETAIL         SECTION.
      *ONE FEED RECORD PER EXPECTED ID - WHEN THE KEYED READ FOUND
      *THE SUBMISSION, DATA-REC STILL HOLDS IT, SO THE STORED
           END-IF.
           MOVE WS-FEED-DETAIL          TO FEED-REC.
           WRITE FEED-REC.
           ADD 01                       TO WS-FEED-DETAIL-COUNT.

       HC000-WRITE-FEED-TRAILER        SECTION.
      *CONTROL TOTALS SO HR'S LOAD CAN PROVE IT GOT THE WHOLE FILE....
           MOVE WS-FEED-DETAIL-COUNT    TO FEED-TRL-COUNT.
           MOVE WS-FEED-COMPLETED       TO FEED-TRL-COMPLETED.
           MOVE WS-FEED-TRAILER         TO FEED-REC.
           WRITE FEED-REC.
           WRITE QUIESCE-REC.
           CLOSE QUIESCE-FILE.

       JA000-FIND-WAVE-WINDOW          SECTION.
      *THE FIRST OPEN WAVE ON THE MASTER WHOSE DATES COVER TONIGHT - IF
      *THERE IS NONE (OR NO MASTER) THE WINDOW IS TONIGHT ALONE........
           MOVE SPACES                  TO WS-WINDOW-WAVE.
           MOVE WS-RUN-DATE             TO WS-WINDOW-START.
           MOVE WS-RUN-DATE             TO WS-WINDOW-END.
           OPEN INPUT WAVE-MASTER.
           IF WS-WAVE-MASTER-STATUS     = "00"
              PERFORM UNTIL WS-WAVE-MASTER-STATUS NOT = "00"
                 READ WAVE-MASTER        NEXT RECORD
                    AT END
                       MOVE "10"        TO WS-WAVE-MASTER-STATUS
                    NOT AT END
                       IF WVM-STATUS    = "O"
                          AND WVM-START-DATE NOT > WS-RUN-DATE
                          AND WVM-END-DATE   NOT < WS-RUN-DATE
                          MOVE WVM-CODE TO WS-WINDOW-WAVE
                          MOVE WVM-START-DATE TO WS-WINDOW-START
                          MOVE WVM-END-DATE   TO WS-WINDOW-END
                          MOVE "10"     TO WS-WAVE-MASTER-STATUS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE WAVE-MASTER
           END-IF.

       JB000-CHECK-ACTIVE              SECTION.
      *ACTIVE DURING THE WINDOW = STARTED ON OR BEFORE ITS LAST DAY
      *AND NOT LEFT BEFORE ITS FIRST DAY (END DATE ZERO = NOT LEFT)...
           MOVE "Y"                     TO WS-ACTIVE-FLAG.
           IF RM-START-DATE             > WS-WINDOW-END
              MOVE "N"                  TO WS-ACTIVE-FLAG
           END-IF.
           IF RM-END-DATE               NOT = ZERO
              AND RM-END-DATE           < WS-WINDOW-START
              MOVE "N"                  TO WS-ACTIVE-FLAG
           END-IF.

       LA000-OPEN-SUMMARY-ROSTER       SECTION.
      *NO ROSTER IS NOT FATAL TO THE SUMMARY - EVERYONE SIMPLY LANDS
      *ON THE "(NOT ON ROSTER)" CAMPUS, AS THE LEAGUE ALWAYS SHOWED...
           MOVE "N"                     TO WS-SUM-ROSTER-OPEN.
           OPEN INPUT ROSTER-MASTER.
           IF WS-EXPECTED-STATUS        = "00"
              MOVE "Y"                  TO WS-SUM-ROSTER-OPEN
           END-IF.

       LB000-SUMMARISE-RECORD          SECTION.
      *WORK OUT THE RECORD'S CELL, THEN ADD IT IN - SAME BANDS AS
      *INTERN-SURVEY'S NA000, GENDER FROM THE SEVENTH ID DIGIT, AND
      *THE CAMPUS HELD AT THE CAPTURE DATE............................
           MOVE WS-WAVE                 TO WS-ST-WAVE.
           EVALUATE TRUE
              WHEN WS-AGE               < 20
                 MOVE 1                 TO WS-ST-BRACKET
              WHEN WS-AGE               < 30
                 MOVE 2                 TO WS-ST-BRACKET
              WHEN WS-AGE               < 40
                 MOVE 3                 TO WS-ST-BRACKET
              WHEN OTHER
                 MOVE 4                 TO WS-ST-BRACKET
           END-EVALUATE.
           MOVE WS-ID                   TO WS-ID-CHECK.
           IF WS-ID-GENDER              >= 5
              MOVE "M"                  TO WS-ST-GENDER
            ELSE
              MOVE "F"                  TO WS-ST-GENDER
           END-IF.

           MOVE "(NOT ON ROSTER)"       TO WS-ST-CAMPUS.
           IF WS-SUM-ROSTER-OPEN        = "Y"
              MOVE WS-ID                TO RM-ID
              READ ROSTER-MASTER
                 KEY IS RM-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE RM-CAMPUS      TO WS-ST-CAMPUS
                    MOVE WS-YEAR        TO WS-CAP-YEAR
                    MOVE WS-MM          TO WS-CAP-MONTH
                    MOVE WS-DD          TO WS-CAP-DAY
                    IF RM-PREV-CAMPUS   NOT = SPACES
                       AND WS-CAPTURE-DATE-N < RM-CAMPUS-DATE
                       MOVE RM-PREV-CAMPUS TO WS-ST-CAMPUS
                    END-IF
              END-READ
           END-IF.

           PERFORM LC000-FIND-CELL.
           IF WS-SUM-FOUND              = ZERO
              MOVE "Y"                  TO WS-SUM-FULL
            ELSE
              PERFORM LE000-ADD-TO-CELL
           END-IF.

       LC000-FIND-CELL                 SECTION.
      *FIND THE CELL OR OPEN A NEW ONE - ZERO MEANS THE TABLE IS FULL
      *AND TONIGHT'S SUMMARY CANNOT BE WRITTEN.........................
           MOVE ZERO                    TO WS-SUM-FOUND.
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                    UNTIL WS-SUM-IDX    > WS-SUM-CELL-COUNT
                       OR WS-SUM-FOUND  > ZERO
              IF WS-SC-KEY (WS-SUM-IDX) = WS-SUM-THIS-KEY
                 MOVE WS-SUM-IDX        TO WS-SUM-FOUND
              END-IF
           END-PERFORM.

           IF WS-SUM-FOUND              = ZERO
              AND WS-SUM-CELL-COUNT     < WS-SUM-CELL-MAX
              ADD 01                    TO WS-SUM-CELL-COUNT
              MOVE WS-SUM-CELL-COUNT    TO WS-SUM-FOUND
              INITIALIZE WS-SUM-CELL (WS-SUM-FOUND)
              MOVE WS-SUM-THIS-KEY      TO WS-SC-KEY (WS-SUM-FOUND)
           END-IF.

       LE000-ADD-TO-CELL               SECTION.
           ADD 01                       TO WS-SC-RESPONDENTS
                                           (WS-SUM-FOUND).
           ADD WS-AGE                   TO WS-SC-AGE-TOTAL
                                           (WS-SUM-FOUND).
           IF WS-SC-RESPONDENTS (WS-SUM-FOUND) = 1
              MOVE WS-AGE               TO WS-SC-AGE-MIN (WS-SUM-FOUND)
              MOVE WS-AGE               TO WS-SC-AGE-MAX (WS-SUM-FOUND)
           END-IF.
           IF WS-AGE                    < WS-SC-AGE-MIN (WS-SUM-FOUND)
              MOVE WS-AGE               TO WS-SC-AGE-MIN (WS-SUM-FOUND)
           END-IF.
           IF WS-AGE                    > WS-SC-AGE-MAX (WS-SUM-FOUND)
              MOVE WS-AGE               TO WS-SC-AGE-MAX (WS-SUM-FOUND)
           END-IF.

           MOVE WS-FAVOURITE-FOOD (1:6) TO WS-SUM-FOOD-FLAGS.
           PERFORM VARYING WS-SUM-COL-NO FROM 1 BY 1
                    UNTIL WS-SUM-COL-NO > 6
              IF WS-SUM-FLAG (WS-SUM-COL-NO) = "X"
                 ADD 01                 TO WS-SC-FOOD
                                           (WS-SUM-FOUND, WS-SUM-COL-NO)
              END-IF
           END-PERFORM.

      *A MARKED OTHER WITH NO TEXT IS AN OLD ROW FROM BEFORE THE
      *WRITE-IN FIELD - COUNTED ON THE CELL, NOT AS A WRITE-IN........
           IF WS-OTHER-FAV              = "X"
              IF WS-OTHER-FAV-TEXT      = SPACES
                 ADD 01                 TO WS-SC-OTHER-NO-TEXT
                                           (WS-SUM-FOUND)
               ELSE
                 MOVE FUNCTION UPPER-CASE(WS-OTHER-FAV-TEXT)
                                        TO WS-SUM-TEXT
                 PERFORM LF000-ADD-WRITE-IN
              END-IF
           END-IF.

      *A MARK IS ANY NON-BLANK BYTE IN THE STATEMENT'S COLUMN, AS THE
      *CROSSTAB AND THE TREND REPORT ALWAYS COUNTED IT................
           MOVE SCALES                  TO WS-SUM-SCALES.
           PERFORM VARYING WS-SUM-STMT-NO FROM 1 BY 1
                    UNTIL WS-SUM-STMT-NO > 4
              PERFORM VARYING WS-SUM-COL-NO FROM 1 BY 1
                       UNTIL WS-SUM-COL-NO > 5
                 IF WS-SUM-COL (WS-SUM-STMT-NO, WS-SUM-COL-NO)
                    NOT = SPACE
                    ADD 01              TO WS-SC-RATING (WS-SUM-FOUND,
                                           WS-SUM-STMT-NO,
                                           WS-SUM-COL-NO)
                 END-IF
              END-PERFORM
           END-PERFORM.

       LF000-ADD-WRITE-IN              SECTION.
           MOVE ZERO                    TO WS-SUM-WI-FOUND.
           PERFORM VARYING WS-SUM-WI-IDX FROM 1 BY 1
                    UNTIL WS-SUM-WI-IDX > WS-SUM-WI-COUNT
                       OR WS-SUM-WI-FOUND > ZERO
              IF WS-SW-CELL (WS-SUM-WI-IDX) = WS-SUM-FOUND
                 AND WS-SW-TEXT (WS-SUM-WI-IDX) = WS-SUM-TEXT
                 MOVE WS-SUM-WI-IDX     TO WS-SUM-WI-FOUND
              END-IF
           END-PERFORM.

           IF WS-SUM-WI-FOUND           = ZERO
              IF WS-SUM-WI-COUNT        < WS-SUM-WI-MAX
                 ADD 01                 TO WS-SUM-WI-COUNT
                 MOVE WS-SUM-WI-COUNT   TO WS-SUM-WI-FOUND
                 MOVE WS-SUM-FOUND      TO WS-SW-CELL (WS-SUM-WI-FOUND)
                 MOVE WS-SUM-TEXT       TO WS-SW-TEXT (WS-SUM-WI-FOUND)
                 MOVE ZERO              TO WS-SW-COUNT (WS-SUM-WI-FOUND)
               ELSE
                 MOVE "Y"               TO WS-SUM-FULL
              END-IF
           END-IF.
           IF WS-SUM-WI-FOUND           > ZERO
              ADD 01                    TO WS-SW-COUNT (WS-SUM-WI-FOUND)
           END-IF.

       LD000-WRITE-SUMMARY             SECTION.
      *ONLY A COMPLETE SUMMARY IS WRITTEN. IF TONIGHT'S COULD NOT BE
      *BUILT, LAST NIGHT'S STAYS. ITS STAMP IS A RECORD COUNT, SO ONCE
      *A CAPTURE OR DELETE HAS CHANGED THE COUNT THE REPORTS REFUSE
      *RATHER THAN PRINT OLD FIGURES; A CORRECTION IN PLACE DOES NOT
      *CHANGE THE COUNT AND IS NOT CAUGHT BY THE STAMP................
           MOVE SPACES                  TO NIGHTLY-REPORT-LINE.
           EVALUATE TRUE
              WHEN WS-SURVEY-OPEN       NOT = "Y"
                 STRING "RESULTS SUMMARY NOT REBUILT - "
                        "SURVEY-DATA.TXT WAS NOT READ"
                                         DELIMITED BY SIZE
                        INTO NIGHTLY-REPORT-LINE
                 MOVE 12                TO WS-RUN-RC
              WHEN WS-SUM-FULL          = "Y"
                 DISPLAY "WARNING - RESULTS SUMMARY TABLE FULL - "
                         "SUMMARY NOT REBUILT"
                 STRING "WARNING - RESULTS SUMMARY NOT REBUILT - "
                        "CELL OR WRITE-IN TABLE FULL"
                                         DELIMITED BY SIZE
                        INTO NIGHTLY-REPORT-LINE
                 MOVE 12                TO WS-RUN-RC
              WHEN OTHER
                 PERFORM LG000-WRITE-SUMMARY-FILE
           END-EVALUATE.
           WRITE NIGHTLY-REPORT-LINE.

       LG000-WRITE-SUMMARY-FILE        SECTION.
           OPEN OUTPUT SUMMARY-FILE.
           IF WS-SUMMARY-STATUS         NOT = "00"
              MOVE SPACES               TO NIGHTLY-REPORT-LINE
              STRING "RESULTS SUMMARY NOT REBUILT - RESULTS-SUMMARY.TXT"
                     " COULD NOT BE OPENED (STATUS " WS-SUMMARY-STATUS
                     ")"                 DELIMITED BY SIZE
                     INTO NIGHTLY-REPORT-LINE
              MOVE 12                   TO WS-RUN-RC
            ELSE
              ACCEPT WS-RUN-TIME        FROM TIME
              MOVE SPACES               TO SUMMARY-REC
              MOVE "H"                  TO SUM-TYPE
              MOVE WS-RUN-DATE          TO SUMH-BUILD-DATE
              MOVE WS-RUN-TIME          TO SUMH-BUILD-TIME
              MOVE WS-SUBMITTED-COUNT   TO SUMH-MASTER-COUNT
              WRITE SUMMARY-REC

              PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                       UNTIL WS-SUM-IDX > WS-SUM-CELL-COUNT
                 MOVE SPACES            TO SUMMARY-REC
                 MOVE "C"               TO SUM-TYPE
                 MOVE WS-SUM-CELL (WS-SUM-IDX) TO SUMC-DATA
                 WRITE SUMMARY-REC
                 PERFORM VARYING WS-SUM-WI-IDX FROM 1 BY 1
                          UNTIL WS-SUM-WI-IDX > WS-SUM-WI-COUNT
                    IF WS-SW-CELL (WS-SUM-WI-IDX) = WS-SUM-IDX
                       MOVE SPACES      TO SUMMARY-REC
                       MOVE "W"         TO SUM-TYPE
                       MOVE WS-SC-WAVE (WS-SUM-IDX)    TO SUMW-WAVE
                       MOVE WS-SC-BRACKET (WS-SUM-IDX) TO SUMW-BRACKET
                       MOVE WS-SC-GENDER (WS-SUM-IDX)  TO SUMW-GENDER
                       MOVE WS-SC-CAMPUS (WS-SUM-IDX)  TO SUMW-CAMPUS
                       MOVE WS-SW-TEXT (WS-SUM-WI-IDX) TO SUMW-TEXT
                       MOVE WS-SW-COUNT (WS-SUM-WI-IDX) TO SUMW-COUNT
                       WRITE SUMMARY-REC
                    END-IF
                 END-PERFORM
              END-PERFORM

              MOVE SPACES               TO SUMMARY-REC
              MOVE "T"                  TO SUM-TYPE
              MOVE WS-SUM-CELL-COUNT    TO SUMT-CELLS
              MOVE WS-SUM-WI-COUNT      TO SUMT-WRITE-INS
              MOVE WS-SUBMITTED-COUNT   TO SUMT-RESPONDENTS
              WRITE SUMMARY-REC
              CLOSE SUMMARY-FILE

              MOVE SPACES               TO NIGHTLY-REPORT-LINE
              STRING "RESULTS SUMMARY REBUILT - CELLS: "
                     WS-SUM-CELL-COUNT "  WRITE-INS: " WS-SUM-WI-COUNT
                     "  STAMPED WITH RECORD COUNT: " WS-SUBMITTED-COUNT
                                         DELIMITED BY SIZE
                     INTO NIGHTLY-REPORT-LINE
           END-IF.

       KA000-WRITE-STEP-COUNTS         SECTION.
      *TONIGHT'S HEADLINE COUNTS FOR THE RUN-CONTROL LEDGER...........
           OPEN OUTPUT STEP-COUNTS-FILE.
           MOVE SPACES                  TO STEP-COUNTS-REC.
           MOVE "NIGHTLY-BATCH"         TO SCT-JOB.
           MOVE "EXPECTED"              TO SCT-LABEL (1).
           MOVE WS-EXPECTED-COUNT       TO SCT-VALUE (1).
           MOVE "SUBMITTED"             TO SCT-LABEL (2).
           MOVE WS-SUBMITTED-COUNT      TO SCT-VALUE (2).
           MOVE "MISSING"               TO SCT-LABEL (3).
           MOVE WS-MISSING-COUNT        TO SCT-VALUE (3).
           WRITE STEP-COUNTS-REC.
           CLOSE STEP-COUNTS-FILE.

       ZZ000-TERMINATE                 SECTION.
           IF WS-SURVEY-OPEN           = "Y"
              CLOSE SURVEY-DATA
