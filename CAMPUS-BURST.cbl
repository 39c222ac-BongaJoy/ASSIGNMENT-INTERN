      ******************************************************************
      * Author: JOYCE MACHABA
      * Date: 10/15/2026
      * Purpose: PER-CAMPUS BURSTING OF THE MONTH-END PACK - ONCE
      *          MONTH-END-PACK HAS ASSEMBLED A COMPLETE PACK, WRITES
      *          ONE FILE PER ENTRY ON THE DISTRIBUTION LIST HOLDING
      *          ONLY THAT CAMPUS'S FIGURES: ITS RESULTS SUMMARY, ITS
      *          LEAGUE LINE, ITS NON-RESPONSE FIGURES AND ITS CALL
      *          SHEET COUNT, EACH ON ITS OWN PAGE BEHIND A COVER PAGE
      *          NAMING THE RECIPIENT. EVERY FILE PRODUCED GOES ON THE
      *          DISTRIBUTION LOG WITH ITS PAGE COUNT AND RECIPIENT,
      *          AND ANY CAMPUS ON THE ROSTER WITH NO RECIPIENT SET UP
      *          IS FLAGGED THERE. FIGURES COME FROM NIGHTLY-BATCH'S
      *          RESULTS-SUMMARY.TXT FOR THE WAVE THE PACK WAS RUN FOR,
      *          AND THE ROSTER FOR THE CURRENT WAVE WINDOW, AS
      *          CALL-SHEET COUNTS IT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                  DIVISION.

       PROGRAM-ID.                     CAMPUS-BURST.
       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
      *SAME INDEXED FILE INTERN-SURVEY WRITES TO - COUNTED TO CHECK
      *THE SUMMARY'S STAMP, THEN READ BY KEY FOR EACH EXPECTED ID.....
           SELECT  SURVEY-DATA         ASSIGN TO "SURVEY-DATA.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-ID
           ALTERNATE RECORD KEY IS WS-NAME WITH DUPLICATES
           FILE STATUS IS WS-SURVEY-STATUS.

      *NIGHTLY-BATCH'S PRE-AGGREGATED RESULTS..........................
           SELECT  SUMMARY-FILE        ASSIGN TO "RESULTS-SUMMARY.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUMMARY-STATUS.

      *HR ROSTER MASTER KEPT BY HR-ROSTER-LOAD - WHO IS EXPECTED AT
      *EACH CAMPUS....................................................
           SELECT  ROSTER-MASTER       ASSIGN TO "HR-ROSTER-MASTER.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RM-ID
           FILE STATUS IS WS-ROSTER-STATUS.

      *WAVE MASTER - TELLS WHICH WAVE IS RUNNING AND ITS DATES........
           SELECT  WAVE-MASTER         ASSIGN TO "WAVE-MASTER.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WVM-CODE
           FILE STATUS IS WS-WAVE-MASTER-STATUS.

      *THE PACK MONTH-END-PACK JUST ASSEMBLED - ONLY BURST ONCE IT IS
      *COMPLETE......................................................
           SELECT  PACK-FILE           ASSIGN TO "MONTH-END-PACK.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PACK-STATUS.

      *WHO GETS WHICH CAMPUS'S FIGURES, KEPT BY HAND..................
           SELECT  DIST-LIST           ASSIGN TO
                                        "DISTRIBUTION-LIST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DIST-STATUS.

      *ONE OUTPUT FILE PER DISTRIBUTION ENTRY, OPENED IN TURN BY NAME.
           SELECT  BURST-FILE          ASSIGN TO DYNAMIC
                                        WS-BURST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BURST-STATUS.

      *EVERY FILE PRODUCED AND EVERY CAMPUS LEFT OUT, ONLY EVER
      *APPENDED.......................................................
           SELECT  DIST-LOG            ASSIGN TO
                                        "DISTRIBUTION-LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

      *KEY COUNTS OF THIS RUN, PICKED UP BY BATCH-DRIVER FOR THE
      *RUN-CONTROL LEDGER.............................................
           SELECT  STEP-COUNTS-FILE    ASSIGN TO "RUN-STEP-COUNTS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STEP-COUNTS-STATUS.


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

      *SAME LAYOUT AS NIGHTLY-BATCH'S RESULTS SUMMARY FILE.............
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

       FD  PACK-FILE.
       01  PACK-LINE                   PIC X(132).

      *ONE LINE PER RECIPIENT - SECTION FLAGS BY POSITION: 1 RESULTS
      *SUMMARY, 2 LEAGUE LINE, 3 NON-RESPONSE, 4 CALL SHEET COUNT.
      *"Y" SENDS THE SECTION, ALL FOUR BLANK SENDS THEM ALL. BLANK
      *LINES AND LINES STARTING WITH AN ASTERISK ARE IGNORED..........
       FD  DIST-LIST.
       01  DIST-LINE.
           05 DST-CAMPUS               PIC X(15).
           05 FILLER                   PIC X.
           05 DST-RECIPIENT            PIC X(30).
           05 FILLER                   PIC X.
           05 DST-ADDRESS              PIC X(50).
           05 FILLER                   PIC X.
           05 DST-SECTIONS             PIC X(04).

       FD  BURST-FILE.
       01  BURST-LINE                  PIC X(132).

       FD  DIST-LOG.
       01  DIST-LOG-LINE               PIC X(200).

      *SAME STEP COUNTS LAYOUT BATCH-DRIVER READS.....................
       FD  STEP-COUNTS-FILE.
       01  STEP-COUNTS-REC.
           05 SCT-JOB                  PIC X(20).
           05 SCT-ENTRY                OCCURS 3 TIMES.
              10 SCT-LABEL             PIC X(12).
              10 SCT-VALUE             PIC 9(07).

       WORKING-STORAGE                 SECTION.
       01 WS-EOF                       PIC XX.
       01 WS-SURVEY-STATUS             PIC XX.
       01 WS-ROSTER-STATUS             PIC XX.
       01 WS-WAVE-MASTER-STATUS        PIC XX.
       01 WS-PACK-STATUS               PIC XX.
       01 WS-DIST-STATUS               PIC XX.
       01 WS-BURST-STATUS              PIC XX.
       01 WS-LOG-STATUS                PIC XX.
       01 WS-STEP-COUNTS-STATUS        PIC XX.
       01 WS-SURVEY-OPEN               PIC X         VALUE "N".
       01 WS-LOG-OPEN                  PIC X         VALUE "N".
       01 WS-BURST-FILE-NAME           PIC X(40).
       01 WS-LOG-TEXT                  PIC X(180).

      *THE SUMMARY IS ONLY TRUSTED WHILE ITS STAMP STILL EQUALS THE
      *NUMBER OF RECORDS ON SURVEY-DATA...............................
       01 WS-SUMMARY-STATUS            PIC XX.
       01 WS-SUMMARY-EOF               PIC XX.
       01 WS-SUMMARY-OPEN              PIC X         VALUE "N".
       01 WS-LIVE-COUNT                PIC 9(07)     VALUE 0.
       01 WS-REFUSAL-REASON            PIC X(70).

      *THE WAVE THE PACK'S RESULTS SUMMARY WAS RUN FOR, TAKEN FROM ITS
      *COVER PAGE SO EVERY CAMPUS FILE MATCHES THE PACK...............
       01 WS-WAVE-FILTER               PIC X(06).
       01 WS-PACK-WAVE-FOUND           PIC X.
       01 WS-PACK-LAST-LINE            PIC X(132).

      *THE ROSTER WINDOW - THE OPEN WAVE WHOSE DATES COVER TODAY, OR
      *TODAY ALONE WHEN NO WAVE IS RUNNING, AS CALL-SHEET USES........
       01 WS-WINDOW-WAVE               PIC X(06).
       01 WS-WINDOW-START              PIC 9(08).
       01 WS-WINDOW-END                PIC 9(08).
       01 WS-ACTIVE-FLAG               PIC X.
       01 WS-FOUND-FLAG                PIC X.
       01 WS-EXPECTED-ID               PIC 9(13).

      *ONE ROW PER CAMPUS SEEN IN THE SUMMARY, ON THE ROSTER OR ON THE
      *DISTRIBUTION LIST..............................................
       01 WS-CAMPUS-MAX                PIC 99        VALUE 50.
       01 WS-CAMPUS-COUNT              PIC 99        VALUE 0.
       01 WS-CAMPUS-TABLE.
           05 WS-CAMPUS-ENTRY          OCCURS 50 TIMES.
              10 WS-CMP-NAME           PIC X(15).
              10 WS-CMP-ON-ROSTER      PIC X.
              10 WS-CMP-RECIPIENTS     PIC 99.
              10 WS-CMP-FILE-SEQ       PIC 99.
              10 WS-CMP-SURVEYS        PIC 9(05).
              10 WS-CMP-AGE-TOTAL      PIC 9(07).
              10 WS-CMP-AGE-MIN        PIC 99.
              10 WS-CMP-AGE-MAX        PIC 99.
              10 WS-CMP-BRACKET        PIC 9(05) OCCURS 4 TIMES.
              10 WS-CMP-MALE           PIC 9(05).
              10 WS-CMP-FEMALE         PIC 9(05).
              10 WS-CMP-FOOD           PIC 9(05) OCCURS 6 TIMES.
              10 WS-CMP-AGREE          PIC 9(05) OCCURS 4 TIMES.
              10 WS-CMP-EXPECTED       PIC 9(05).
              10 WS-CMP-SUBMITTED      PIC 9(05).
              10 WS-CMP-MISSING        PIC 9(05).
              10 WS-CMP-ON-SHEET       PIC 9(05).
              10 WS-CMP-NO-CONTACT     PIC 9(05).
              10 WS-CMP-LEFT           PIC 9(05).
       01 WS-CMP-IDX                   PIC 99.
       01 WS-CMP-FOUND                 PIC 99.
       01 WS-CMP-RANK-IDX              PIC 99.
       01 WS-CMP-DROPPED               PIC 9999      VALUE 0.
       01 WS-THIS-CAMPUS               PIC X(15).
       01 WS-POSITION                  PIC 99.
       01 WS-PLACED                    PIC 99.
       01 WS-STMT-NO                   PIC 9.
       01 WS-FOOD-NO                   PIC 9.

      *THE FOUR SECTIONS A RECIPIENT CAN BE SENT, IN FLAG ORDER........
       01 WS-SECTION-NAMES.
           05 FILLER                   PIC X(20)
              VALUE "RESULTS SUMMARY".
           05 FILLER                   PIC X(20)
              VALUE "LEAGUE LINE".
           05 FILLER                   PIC X(20)
              VALUE "NON-RESPONSE".
           05 FILLER                   PIC X(20)
              VALUE "CALL SHEET COUNT".
       01 WS-SECTION-NAMES-TABLE       REDEFINES WS-SECTION-NAMES.
           05 WS-SECTION-NAME          PIC X(20) OCCURS 4 TIMES.
       01 WS-SECTION-FLAGS.
           05 WS-SEC-FLAG              PIC X     OCCURS 4 TIMES.
       01 WS-SEC-NO                    PIC 9.
       01 WS-PAGE-NO                   PIC 99.
       01 WS-PAGE-TOTAL                PIC 99.

      *THE CAMPUS AS IT GOES INTO A FILE NAME - SPACES AND SLASHES
      *BECOME UNDERSCORES.............................................
       01 WS-FILE-CAMPUS               PIC X(15).
       01 WS-NAME-PTR                  PIC 99.
       01 WS-SEQ-EDIT                  PIC 99.

       01 WS-FILES-WRITTEN             PIC 9(05)     VALUE 0.
       01 WS-PAGES-WRITTEN             PIC 9(07)     VALUE 0.
       01 WS-NO-RECIPIENT-COUNT        PIC 9(05)     VALUE 0.
       01 WS-ENTRIES-SKIPPED           PIC 9(05)     VALUE 0.

       01 WS-RUN-DATE.
           05 WS-RUN-YEAR              PIC 9999.
           05 WS-RUN-MONTH             PIC 99.
           05 WS-RUN-DAY               PIC 99.
       01 WS-RUN-DATE-N                REDEFINES WS-RUN-DATE
                                       PIC 9(08).
       01 WS-RUN-TIME                  PIC 9(08).

      *PRINT EDITS.....................................................
       01 WS-AVAG-AGE                  PIC 999.
       01 WS-PCT                       PIC 999V9.
       01 WS-CNT-EDIT                  PIC ZZZZZZ9.
       01 WS-CNT-EDIT-2                PIC ZZZZZZ9.
       01 WS-CNT-EDIT-3                PIC ZZZZZZ9.
       01 WS-CNT-EDIT-4                PIC ZZZZZZ9.
       01 WS-AGE-EDIT                  PIC ZZ9.
       01 WS-AGE-EDIT-2                PIC ZZ9.
       01 WS-PCT-EDIT-1                PIC ZZ9.9.
       01 WS-PCT-EDIT-2                PIC ZZ9.9.
       01 WS-PCT-EDIT-3                PIC ZZ9.9.
       01 WS-PCT-EDIT-4                PIC ZZ9.9.
       01 WS-PCT-EDIT-5                PIC ZZ9.9.
       01 WS-PCT-EDIT-6                PIC ZZ9.9.
       01 WS-PAGE-EDIT                 PIC Z9.
       01 WS-PAGE-EDIT-2               PIC Z9.
       01 WS-RANK-EDIT                 PIC Z9.
       01 WS-RANK-EDIT-2               PIC Z9.

       PROCEDURE                       DIVISION.

       AA000-MAIN-PROCEDURE            SECTION.
           PERFORM BA000-INITIAL.
           PERFORM CA000-TALLY-SUMMARY.
           PERFORM DA000-WALK-ROSTER.
           PERFORM EA000-BURST-DISTRIBUTION.
           PERFORM GA000-FLAG-NO-RECIPIENT.
           PERFORM GB000-WRITE-LOG-TRAILER.

           DISPLAY "CAMPUS BURST COMPLETE - FILES: " WS-FILES-WRITTEN
                   "  PAGES: " WS-PAGES-WRITTEN
                   "  CAMPUSES WITH NO RECIPIENT: "
                   WS-NO-RECIPIENT-COUNT.
           IF WS-CMP-DROPPED           > 0
              DISPLAY "WARNING - CAMPUS TABLE FULL, " WS-CMP-DROPPED
                      " RESPONDENTS OR ROSTER ENTRIES NOT COUNTED"
           END-IF.
           PERFORM IA000-WRITE-STEP-COUNTS.
           PERFORM ZZ000-TERMINATE.
           STOP RUN.

       BA000-INITIAL                   SECTION.
           ACCEPT WS-RUN-DATE          FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME          FROM TIME.
           INITIALIZE WS-CAMPUS-TABLE.

           OPEN EXTEND DIST-LOG.
           IF WS-LOG-STATUS            = "35"
              OPEN OUTPUT DIST-LOG
           END-IF.
           IF WS-LOG-STATUS            NOT = "00" AND NOT = "05"
              DISPLAY "BURST REFUSED - DISTRIBUTION-LOG.TXT COULD NOT "
                      "BE OPENED (STATUS " WS-LOG-STATUS ")"
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "Y"                    TO WS-LOG-OPEN.

           PERFORM BB000-CHECK-PACK.

       BB000-CHECK-PACK                SECTION.
      *A PACK WITHOUT ITS CLOSING LINE WAS CUT SHORT, AND A CAMPUS
      *MUST NEVER BE SENT FIGURES THE FULL PACK DOES NOT CARRY........
           OPEN INPUT PACK-FILE.
           IF WS-PACK-STATUS           NOT = "00"
              MOVE "MONTH-END-PACK.TXT NOT FOUND - RUN MONTH-END-PACK"
                                       TO WS-REFUSAL-REASON
              PERFORM XC000-REFUSE-BURST
           END-IF.

           MOVE "N"                    TO WS-PACK-WAVE-FOUND.
           MOVE SPACES                 TO WS-PACK-LAST-LINE.
           MOVE LOW-VALUES             TO WS-EOF.
           PERFORM UNTIL WS-EOF        = HIGH-VALUES
              READ PACK-FILE
                 AT END
                    MOVE HIGH-VALUES   TO WS-EOF
                 NOT AT END
                    IF PACK-LINE (1:22) = "RESULTS SUMMARY WAVE: "
                       AND WS-PACK-WAVE-FOUND = "N"
                       MOVE "Y"        TO WS-PACK-WAVE-FOUND
                       MOVE PACK-LINE (23:6) TO WS-WAVE-FILTER
                    END-IF
                    IF PACK-LINE       NOT = SPACES
                       MOVE PACK-LINE  TO WS-PACK-LAST-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PACK-FILE.

           IF WS-PACK-LAST-LINE        NOT = "END OF PACK"
              MOVE "MONTH-END-PACK.TXT HAS NO END OF PACK LINE"
                                       TO WS-REFUSAL-REASON
              PERFORM XC000-REFUSE-BURST
           END-IF.
           IF WS-PACK-WAVE-FOUND       = "N"
              MOVE "MONTH-END-PACK.TXT COVER PAGE CARRIES NO WAVE"
                                       TO WS-REFUSAL-REASON
              PERFORM XC000-REFUSE-BURST
           END-IF.
           IF WS-WAVE-FILTER           = "ALL"
              MOVE SPACES              TO WS-WAVE-FILTER
           END-IF.

       CA000-TALLY-SUMMARY             SECTION.
      *ADD UP EVERY CELL OF THE PACK'S WAVE UNDER ITS CAMPUS - THE
      *CELL'S CAMPUS WAS TAKEN FROM THE ROSTER WHEN THE SUMMARY WAS
      *BUILT, SO THE FIGURES MATCH THE PACK'S LEAGUE..................
           PERFORM XA000-CHECK-SUMMARY.
           PERFORM ZB000-READ-SUMMARY.
           PERFORM UNTIL WS-SUMMARY-EOF = HIGH-VALUES
                      OR SUM-TYPE      = "T"
              IF SUM-TYPE              = "C"
                 IF WS-WAVE-FILTER     = SPACES
                    OR SUMC-WAVE       = WS-WAVE-FILTER
                    MOVE SUMC-CAMPUS   TO WS-THIS-CAMPUS
                    PERFORM HA000-FIND-CAMPUS-ROW
                    IF WS-CMP-FOUND    = ZERO
                       ADD SUMC-RESPONDENTS TO WS-CMP-DROPPED
                     ELSE
                       PERFORM CB000-TALLY-ONE-CELL
                    END-IF
                 END-IF
              END-IF
              PERFORM ZB000-READ-SUMMARY
           END-PERFORM.
           IF WS-SUMMARY-EOF           = HIGH-VALUES
              MOVE "RESULTS-SUMMARY.TXT IS CUT SHORT - NO TRAILER"
                                       TO WS-REFUSAL-REASON
              PERFORM XC000-REFUSE-BURST
           END-IF.
           CLOSE SUMMARY-FILE.
           MOVE "N"                    TO WS-SUMMARY-OPEN.

       CB000-TALLY-ONE-CELL            SECTION.
           ADD SUMC-RESPONDENTS        TO WS-CMP-SURVEYS (WS-CMP-FOUND).
           ADD SUMC-AGE-TOTAL          TO WS-CMP-AGE-TOTAL
                                          (WS-CMP-FOUND).
           IF WS-CMP-AGE-MAX (WS-CMP-FOUND) = 0
              AND WS-CMP-AGE-MIN (WS-CMP-FOUND) = 0
              MOVE SUMC-AGE-MAX        TO WS-CMP-AGE-MAX (WS-CMP-FOUND)
              MOVE SUMC-AGE-MIN        TO WS-CMP-AGE-MIN (WS-CMP-FOUND)
            ELSE
              IF SUMC-AGE-MAX          > WS-CMP-AGE-MAX (WS-CMP-FOUND)
                 MOVE SUMC-AGE-MAX     TO WS-CMP-AGE-MAX (WS-CMP-FOUND)
              END-IF
              IF SUMC-AGE-MIN          < WS-CMP-AGE-MIN (WS-CMP-FOUND)
                 MOVE SUMC-AGE-MIN     TO WS-CMP-AGE-MIN (WS-CMP-FOUND)
              END-IF
           END-IF.

           ADD SUMC-RESPONDENTS        TO WS-CMP-BRACKET
                                          (WS-CMP-FOUND, SUMC-BRACKET).
           IF SUMC-GENDER              = "M"
              ADD SUMC-RESPONDENTS     TO WS-CMP-MALE (WS-CMP-FOUND)
            ELSE
              ADD SUMC-RESPONDENTS     TO WS-CMP-FEMALE (WS-CMP-FOUND)
           END-IF.

           PERFORM VARYING WS-FOOD-NO FROM 1 BY 1
                    UNTIL WS-FOOD-NO   > 6
              ADD SUMC-FOOD (WS-FOOD-NO) TO WS-CMP-FOOD
                                          (WS-CMP-FOUND, WS-FOOD-NO)
           END-PERFORM.

      *AGREE = A MARK IN THE STRONGLY-AGREE OR AGREE COLUMN, AS IN
      *CAMPUS-LEAGUE-REPORT...........................................
           PERFORM VARYING WS-STMT-NO FROM 1 BY 1
                    UNTIL WS-STMT-NO   > 4
              ADD SUMC-RATING (WS-STMT-NO, 1)
                  SUMC-RATING (WS-STMT-NO, 2)
                                       TO WS-CMP-AGREE
                                          (WS-CMP-FOUND, WS-STMT-NO)
           END-PERFORM.

       DA000-WALK-ROSTER               SECTION.
      *EVERYONE ACTIVE DURING THE WINDOW PUTS THEIR CAMPUS ON THE
      *ROSTER AND IS EXPECTED THERE - THE MISSING ONES ARE SPLIT THE
      *WAY CALL-SHEET SPLITS THEM.....................................
           PERFORM JA000-FIND-WAVE-WINDOW.

           OPEN INPUT SURVEY-DATA.
           IF WS-SURVEY-STATUS         = "00"
              MOVE "Y"                 TO WS-SURVEY-OPEN
            ELSE
              MOVE SPACES              TO WS-REFUSAL-REASON
              STRING "SURVEY-DATA.TXT COULD NOT BE OPENED (STATUS "
                     WS-SURVEY-STATUS ") TO CHECK SUBMISSIONS"
                                       DELIMITED BY SIZE
                     INTO WS-REFUSAL-REASON
              PERFORM XC000-REFUSE-BURST
           END-IF.

           OPEN INPUT ROSTER-MASTER.
           IF WS-ROSTER-STATUS         NOT = "00"
              DISPLAY "NO HR ROSTER MASTER FOUND - NO NON-RESPONSE "
                      "FIGURES AND NO CAMPUS CAN BE FLAGGED"
            ELSE
              PERFORM UNTIL WS-ROSTER-STATUS NOT = "00"
                 READ ROSTER-MASTER     NEXT RECORD
                    AT END
                       MOVE "10"       TO WS-ROSTER-STATUS
                    NOT AT END
                       PERFORM JB000-CHECK-ACTIVE
                       IF WS-ACTIVE-FLAG = "Y"
                          PERFORM DB000-CHECK-ONE-PERSON
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ROSTER-MASTER
           END-IF.

       DB000-CHECK-ONE-PERSON          SECTION.
           MOVE RM-CAMPUS              TO WS-THIS-CAMPUS.
           PERFORM HA000-FIND-CAMPUS-ROW.
           IF WS-CMP-FOUND             = ZERO
              ADD 01                   TO WS-CMP-DROPPED
            ELSE
              MOVE "Y"                 TO WS-CMP-ON-ROSTER
                                          (WS-CMP-FOUND)
              ADD 01                   TO WS-CMP-EXPECTED
                                          (WS-CMP-FOUND)
              MOVE RM-ID               TO WS-EXPECTED-ID
              PERFORM DC000-CHECK-SUBMITTED
              IF WS-FOUND-FLAG         = "Y"
                 ADD 01                TO WS-CMP-SUBMITTED
                                          (WS-CMP-FOUND)
               ELSE
                 ADD 01                TO WS-CMP-MISSING
                                          (WS-CMP-FOUND)
                 PERFORM DD000-CLASSIFY-MISSING
              END-IF
           END-IF.

       DC000-CHECK-SUBMITTED           SECTION.
      *SURVEY-DATA IS INDEXED ON WS-ID, SO ONE KEYED READ PER ID......
           MOVE "N"                     TO WS-FOUND-FLAG.
           MOVE WS-EXPECTED-ID          TO WS-ID.
           READ SURVEY-DATA
              KEY IS WS-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y"               TO WS-FOUND-FLAG
           END-READ.

       DD000-CLASSIFY-MISSING          SECTION.
      *SOMEONE WHO HAS ALREADY LEFT IS NOT PHONED, SOMEONE WITH NO
      *NUMBER CANNOT BE - EVERYONE ELSE IS ON THE CALL SHEET..........
           EVALUATE TRUE
              WHEN RM-END-DATE         NOT = ZERO
                 AND RM-END-DATE       < WS-RUN-DATE-N
                 ADD 01                TO WS-CMP-LEFT (WS-CMP-FOUND)
              WHEN RM-CONTACT          = ZERO
                 ADD 01                TO WS-CMP-NO-CONTACT
                                          (WS-CMP-FOUND)
              WHEN OTHER
                 ADD 01                TO WS-CMP-ON-SHEET
                                          (WS-CMP-FOUND)
           END-EVALUATE.

       EA000-BURST-DISTRIBUTION        SECTION.
      *ONE FILE PER DISTRIBUTION ENTRY - A CAMPUS WITH TWO RECIPIENTS
      *GETS TWO FILES, EACH CUT TO THE SECTIONS THAT RECIPIENT IS DUE.
           OPEN INPUT DIST-LIST.
           IF WS-DIST-STATUS           NOT = "00"
              MOVE "DISTRIBUTION-LIST.TXT NOT FOUND - NOTHING BURST"
                                       TO WS-REFUSAL-REASON
              PERFORM XC000-REFUSE-BURST
           END-IF.

           MOVE LOW-VALUES             TO WS-EOF.
           PERFORM UNTIL WS-EOF        = HIGH-VALUES
              READ DIST-LIST
                 AT END
                    MOVE HIGH-VALUES   TO WS-EOF
                 NOT AT END
                    IF DIST-LINE       NOT = SPACES
                       AND DIST-LINE (1:1) NOT = "*"
                       PERFORM EB000-BURST-ONE-ENTRY
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DIST-LIST.

       EB000-BURST-ONE-ENTRY           SECTION.
           MOVE DST-SECTIONS           TO WS-SECTION-FLAGS.
           IF WS-SECTION-FLAGS         = SPACES
              MOVE "YYYY"              TO WS-SECTION-FLAGS
           END-IF.
           MOVE 1                      TO WS-PAGE-TOTAL.
           PERFORM VARYING WS-SEC-NO FROM 1 BY 1
                    UNTIL WS-SEC-NO    > 4
              IF WS-SEC-FLAG (WS-SEC-NO) = "Y"
                 ADD 01                TO WS-PAGE-TOTAL
              END-IF
           END-PERFORM.

           MOVE DST-CAMPUS             TO WS-THIS-CAMPUS.
           MOVE ZERO                   TO WS-CMP-FOUND.
           IF WS-THIS-CAMPUS           NOT = SPACES
              PERFORM HA000-FIND-CAMPUS-ROW
           END-IF.

           EVALUATE TRUE
              WHEN WS-THIS-CAMPUS      = SPACES
                 MOVE SPACES           TO WS-LOG-TEXT
                 STRING "SKIPPED - DISTRIBUTION ENTRY FOR "
                        DST-RECIPIENT " HAS NO CAMPUS"
                        DELIMITED BY SIZE INTO WS-LOG-TEXT
                 PERFORM EC000-SKIP-ENTRY
              WHEN WS-CMP-FOUND        = ZERO
                 MOVE SPACES           TO WS-LOG-TEXT
                 STRING "SKIPPED - CAMPUS TABLE FULL, NO FILE FOR "
                        DST-CAMPUS " TO " DST-RECIPIENT
                        DELIMITED BY SIZE INTO WS-LOG-TEXT
                 PERFORM EC000-SKIP-ENTRY
              WHEN WS-PAGE-TOTAL       = 1
                 MOVE SPACES           TO WS-LOG-TEXT
                 STRING "SKIPPED - NO SECTIONS SELECTED FOR "
                        DST-CAMPUS " TO " DST-RECIPIENT
                        DELIMITED BY SIZE INTO WS-LOG-TEXT
                 PERFORM EC000-SKIP-ENTRY
              WHEN OTHER
                 MOVE WS-CMP-FOUND     TO WS-CMP-IDX
                 PERFORM ED000-WRITE-CAMPUS-FILE
           END-EVALUATE.

       EC000-SKIP-ENTRY                SECTION.
           DISPLAY WS-LOG-TEXT (1:100).
           PERFORM WA000-WRITE-LOG-LINE.
           ADD 01                      TO WS-ENTRIES-SKIPPED.

       ED000-WRITE-CAMPUS-FILE         SECTION.
      *THE FILE IS NAMED FOR THE CAMPUS AND THE RECIPIENT'S PLACE ON
      *THE LIST FOR THAT CAMPUS, E.G. BURST-PRETORIA_NORTH-01.TXT.
      *A RECIPIENT ONLY COUNTS FOR THE CAMPUS ONCE THE FILE IS OPEN,
      *SO A CAMPUS WHOSE EVERY FILE FAILED IS STILL CALLED OUT AS
      *HAVING NO RECIPIENT............................................
           ADD 01                      TO WS-CMP-FILE-SEQ (WS-CMP-IDX).
           PERFORM EE000-BUILD-FILE-NAME.

           OPEN OUTPUT BURST-FILE.
           IF WS-BURST-STATUS          NOT = "00"
              MOVE SPACES              TO WS-LOG-TEXT
              STRING "SKIPPED - " WS-BURST-FILE-NAME
                     " COULD NOT BE OPENED (STATUS " WS-BURST-STATUS
                     ") FOR " DST-RECIPIENT
                     DELIMITED BY SIZE INTO WS-LOG-TEXT
              PERFORM EC000-SKIP-ENTRY
           ELSE
              ADD 01                   TO WS-CMP-RECIPIENTS
                                          (WS-CMP-IDX)
              MOVE ZERO                TO WS-PAGE-NO
              PERFORM FA000-WRITE-COVER-PAGE
              IF WS-SEC-FLAG (1)       = "Y"
                 PERFORM FB000-WRITE-RESULTS-SUMMARY
              END-IF
              IF WS-SEC-FLAG (2)       = "Y"
                 PERFORM FC000-WRITE-LEAGUE-LINE
              END-IF
              IF WS-SEC-FLAG (3)       = "Y"
                 PERFORM FD000-WRITE-NON-RESPONSE
              END-IF
              IF WS-SEC-FLAG (4)       = "Y"
                 PERFORM FE000-WRITE-CALL-SHEET-COUNT
              END-IF
              CLOSE BURST-FILE

              ADD 01                   TO WS-FILES-WRITTEN
              ADD WS-PAGE-NO           TO WS-PAGES-WRITTEN
              MOVE WS-PAGE-NO          TO WS-PAGE-EDIT
              MOVE SPACES              TO WS-LOG-TEXT
              STRING "FILE " WS-BURST-FILE-NAME
                     " PAGES " WS-PAGE-EDIT
                     " CAMPUS " WS-CMP-NAME (WS-CMP-IDX)
                     " TO " DST-RECIPIENT
                     " AT " DST-ADDRESS
                     DELIMITED BY SIZE INTO WS-LOG-TEXT
              PERFORM WA000-WRITE-LOG-LINE

      *A CAMPUS NOBODY ON THE ROSTER BELONGS TO IS STILL SENT, BUT
      *THE LOG SAYS SO IN CASE THE LIST CARRIES A MISSPELT NAME.......
              IF WS-CMP-ON-ROSTER (WS-CMP-IDX) NOT = "Y"
                 MOVE SPACES           TO WS-LOG-TEXT
                 STRING "WARNING - CAMPUS " WS-CMP-NAME (WS-CMP-IDX)
                        " IS NOT ON THE ROSTER - CHECK THE "
                        "DISTRIBUTION LIST"
                        DELIMITED BY SIZE INTO WS-LOG-TEXT
                 DISPLAY WS-LOG-TEXT (1:100)
                 PERFORM WA000-WRITE-LOG-LINE
              END-IF
           END-IF.

       EE000-BUILD-FILE-NAME           SECTION.
           MOVE SPACES                 TO WS-FILE-CAMPUS.
           MOVE 1                      TO WS-NAME-PTR.
           STRING WS-CMP-NAME (WS-CMP-IDX) DELIMITED BY "  "
                  INTO WS-FILE-CAMPUS WITH POINTER WS-NAME-PTR.
           IF WS-NAME-PTR              > 1
              INSPECT WS-FILE-CAMPUS (1:WS-NAME-PTR - 1)
                 REPLACING ALL SPACE BY "_"
           END-IF.
           INSPECT WS-FILE-CAMPUS      REPLACING ALL "/" BY "_".

           MOVE WS-CMP-FILE-SEQ (WS-CMP-IDX) TO WS-SEQ-EDIT.
           MOVE SPACES                 TO WS-BURST-FILE-NAME.
           STRING "BURST-"             DELIMITED BY SIZE
                  WS-FILE-CAMPUS       DELIMITED BY SPACE
                  "-"                  DELIMITED BY SIZE
                  WS-SEQ-EDIT          DELIMITED BY SIZE
                  ".TXT"               DELIMITED BY SIZE
                  INTO WS-BURST-FILE-NAME.

       FA000-WRITE-COVER-PAGE          SECTION.
           PERFORM FF000-START-NEW-PAGE.
           MOVE "MONTH-END MANAGEMENT PACK - CAMPUS EXTRACT"
                                       TO BURST-LINE.
           WRITE BURST-LINE.

           MOVE SPACES                 TO BURST-LINE.
           STRING "CAMPUS: " WS-CMP-NAME (WS-CMP-IDX)
                  DELIMITED BY SIZE    INTO BURST-LINE.
           WRITE BURST-LINE.
           MOVE SPACES                 TO BURST-LINE.
           STRING "FOR: " DST-RECIPIENT
                  DELIMITED BY SIZE    INTO BURST-LINE.
           WRITE BURST-LINE.
           MOVE SPACES                 TO BURST-LINE.
           STRING "DELIVER TO: " DST-ADDRESS
                  DELIMITED BY SIZE    INTO BURST-LINE.
           WRITE BURST-LINE.

           MOVE SPACES                 TO BURST-LINE.
           STRING "RUN DATE: "
                  WS-RUN-MONTH "/" WS-RUN-DAY "/" WS-RUN-YEAR
                  DELIMITED BY SIZE    INTO BURST-LINE.
           WRITE BURST-LINE.

           MOVE SPACES                 TO BURST-LINE.
           IF WS-WAVE-FILTER           = SPACES
              MOVE "RESULTS SUMMARY WAVE: ALL" TO BURST-LINE
            ELSE
              STRING "RESULTS SUMMARY WAVE: " WS-WAVE-FILTER
                     DELIMITED BY SIZE INTO BURST-LINE
           END-IF.
           WRITE BURST-LINE.

           MOVE "SECTIONS ENCLOSED:"   TO BURST-LINE.
           WRITE BURST-LINE.
           PERFORM VARYING WS-SEC-NO FROM 1 BY 1
                    UNTIL WS-SEC-NO    > 4
              IF WS-SEC-FLAG (WS-SEC-NO) = "Y"
                 MOVE SPACES           TO BURST-LINE
                 STRING "  " WS-SECTION-NAME (WS-SEC-NO)
                        DELIMITED BY SIZE INTO BURST-LINE
                 WRITE BURST-LINE
              END-IF
           END-PERFORM.

           MOVE "THESE FIGURES COVER THIS CAMPUS ONLY - NOT FOR ONWARD "
                                       TO BURST-LINE.
           WRITE BURST-LINE.
           MOVE "DISTRIBUTION OUTSIDE THE CAMPUS MANAGEMENT TEAM."
                                       TO BURST-LINE.
           WRITE BURST-LINE.

       FB000-WRITE-RESULTS-SUMMARY     SECTION.
           PERFORM FF000-START-NEW-PAGE.
           MOVE SPACES                 TO BURST-LINE.
           STRING "SURVEY RESULTS SUMMARY - " WS-CMP-NAME (WS-CMP-IDX)
                  DELIMITED BY SIZE    INTO BURST-LINE.
           WRITE BURST-LINE.

           IF WS-CMP-SURVEYS (WS-CMP-IDX) = ZERO
              MOVE "NO SURVEY RECORDS FOR THIS CAMPUS IN THE WAVE"
                                       TO BURST-LINE
              WRITE BURST-LINE
            ELSE
              COMPUTE WS-AVAG-AGE      = WS-CMP-AGE-TOTAL (WS-CMP-IDX)
                                       / WS-CMP-SURVEYS (WS-CMP-IDX)
              MOVE WS-CMP-SURVEYS (WS-CMP-IDX) TO WS-CNT-EDIT
              MOVE SPACES              TO BURST-LINE
              STRING "SURVEYS: " WS-CNT-EDIT
                     DELIMITED BY SIZE INTO BURST-LINE
              WRITE BURST-LINE

              MOVE WS-AVAG-AGE         TO WS-AGE-EDIT
              MOVE SPACES              TO BURST-LINE
              STRING "AVERAGE AGE: " WS-AGE-EDIT
                     DELIMITED BY SIZE INTO BURST-LINE
              WRITE BURST-LINE

              MOVE WS-CMP-AGE-MAX (WS-CMP-IDX) TO WS-AGE-EDIT
              MOVE WS-CMP-AGE-MIN (WS-CMP-IDX) TO WS-AGE-EDIT-2
              MOVE SPACES              TO BURST-LINE
              STRING "OLDEST: " WS-AGE-EDIT
                     "  YOUNGEST: "    WS-AGE-EDIT-2
                     DELIMITED BY SIZE INTO BURST-LINE
              WRITE BURST-LINE

              PERFORM FG000-WRITE-BRACKET-LINE

              MOVE WS-CMP-MALE (WS-CMP-IDX)   TO WS-CNT-EDIT
              MOVE WS-CMP-FEMALE (WS-CMP-IDX) TO WS-CNT-EDIT-2
              MOVE SPACES              TO BURST-LINE
              STRING "MALE (FROM ID): " WS-CNT-EDIT
                     "  FEMALE (FROM ID): " WS-CNT-EDIT-2
                     DELIMITED BY SIZE INTO BURST-LINE
              WRITE BURST-LINE

              PERFORM FH000-WRITE-FOOD-LINE
              PERFORM FI000-WRITE-AGREE-LINE
           END-IF.

       FC000-WRITE-LEAGUE-LINE         SECTION.
      *THE CAMPUS'S OWN BLOCK FROM THE LEAGUE, PLUS WHERE IT STANDS BY
      *NUMBER OF SURVEYS - NO OTHER CAMPUS'S FIGURES ARE SHOWN........
           PERFORM FF000-START-NEW-PAGE.
           MOVE "RESULTS LEAGUE - THIS CAMPUS'S LINE" TO BURST-LINE.
           WRITE BURST-LINE.

           MOVE WS-CMP-SURVEYS (WS-CMP-IDX) TO WS-CNT-EDIT.
           MOVE SPACES                 TO BURST-LINE.
           STRING "CAMPUS: " WS-CMP-NAME (WS-CMP-IDX)
                  "  SURVEYS: "        WS-CNT-EDIT
                  DELIMITED BY SIZE    INTO BURST-LINE.
           WRITE BURST-LINE.

           PERFORM FJ000-FIND-POSITION.
           MOVE SPACES                 TO BURST-LINE.
           IF WS-CMP-SURVEYS (WS-CMP-IDX) = ZERO
              MOVE "  POSITION: NOT PLACED - NO SURVEYS IN THE WAVE"
                                       TO BURST-LINE
            ELSE
              MOVE WS-POSITION         TO WS-RANK-EDIT
              MOVE WS-PLACED           TO WS-RANK-EDIT-2
              STRING "  POSITION: " WS-RANK-EDIT " OF "
                     WS-RANK-EDIT-2 " CAMPUSES BY NUMBER OF SURVEYS"
                     DELIMITED BY SIZE INTO BURST-LINE
           END-IF.
           WRITE BURST-LINE.

           PERFORM FG000-WRITE-BRACKET-LINE.
           PERFORM FH000-WRITE-FOOD-LINE.
           PERFORM FI000-WRITE-AGREE-LINE.

       FD000-WRITE-NON-RESPONSE        SECTION.
           PERFORM FF000-START-NEW-PAGE.
           MOVE SPACES                 TO BURST-LINE.
           STRING "NON-RESPONSE - " WS-CMP-NAME (WS-CMP-IDX)
                  DELIMITED BY SIZE    INTO BURST-LINE.
           WRITE BURST-LINE.

           MOVE SPACES                 TO BURST-LINE.
           IF WS-WINDOW-WAVE           = SPACES
              STRING "NO OPEN WAVE TODAY - EVERYONE ACTIVE ON THE "
                     "ROSTER TODAY" DELIMITED BY SIZE
                     INTO BURST-LINE
            ELSE
              STRING "WAVE: " WS-WINDOW-WAVE "  " WS-WINDOW-START
                     " TO " WS-WINDOW-END
                     DELIMITED BY SIZE INTO BURST-LINE
           END-IF.
           WRITE BURST-LINE.

           MOVE WS-CMP-EXPECTED (WS-CMP-IDX)  TO WS-CNT-EDIT.
           MOVE WS-CMP-SUBMITTED (WS-CMP-IDX) TO WS-CNT-EDIT-2.
           MOVE WS-CMP-MISSING (WS-CMP-IDX)   TO WS-CNT-EDIT-3.
           MOVE SPACES                 TO BURST-LINE.
           STRING "EXPECTED (ON THE ROSTER): " WS-CNT-EDIT
                  DELIMITED BY SIZE    INTO BURST-LINE.
           WRITE BURST-LINE.
           MOVE SPACES                 TO BURST-LINE.
           STRING "SUBMITTED:                " WS-CNT-EDIT-2
                  DELIMITED BY SIZE    INTO BURST-LINE.
           WRITE BURST-LINE.
           MOVE SPACES                 TO BURST-LINE.
           STRING "NOT YET SUBMITTED:        " WS-CNT-EDIT-3
                  DELIMITED BY SIZE    INTO BURST-LINE.
           WRITE BURST-LINE.

           MOVE SPACES                 TO BURST-LINE.
           IF WS-CMP-EXPECTED (WS-CMP-IDX) = ZERO
              MOVE "RESPONSE RATE: NOBODY ON THE ROSTER IN THE WINDOW"
                                       TO BURST-LINE
            ELSE
              COMPUTE WS-PCT           =
                 WS-CMP-SUBMITTED (WS-CMP-IDX)
                 / WS-CMP-EXPECTED (WS-CMP-IDX) * 100
              MOVE WS-PCT              TO WS-PCT-EDIT-1
              STRING "RESPONSE RATE %:          " WS-PCT-EDIT-1
                     DELIMITED BY SIZE INTO BURST-LINE
           END-IF.
           WRITE BURST-LINE.

       FE000-WRITE-CALL-SHEET-COUNT    SECTION.
      *COUNTS ONLY - THE NAMES STAY ON CALL-SHEET.TXT.................
           PERFORM FF000-START-NEW-PAGE.
           MOVE SPACES                 TO BURST-LINE.
           STRING "CALL SHEET COUNT - " WS-CMP-NAME (WS-CMP-IDX)
                  DELIMITED BY SIZE    INTO BURST-LINE.
           WRITE BURST-LINE.

           MOVE WS-CMP-ON-SHEET (WS-CMP-IDX)   TO WS-CNT-EDIT.
           MOVE WS-CMP-NO-CONTACT (WS-CMP-IDX) TO WS-CNT-EDIT-2.
           MOVE WS-CMP-LEFT (WS-CMP-IDX)       TO WS-CNT-EDIT-3.
           MOVE SPACES                 TO BURST-LINE.
           STRING "MISSING AND ON THE CALL SHEET:            "
                  WS-CNT-EDIT
                  DELIMITED BY SIZE    INTO BURST-LINE.
           WRITE BURST-LINE.
           MOVE SPACES                 TO BURST-LINE.
           STRING "MISSING WITH NO CONTACT NUMBER:           "
                  WS-CNT-EDIT-2
                  DELIMITED BY SIZE    INTO BURST-LINE.
           WRITE BURST-LINE.
           MOVE SPACES                 TO BURST-LINE.
           STRING "MISSING WHO HAVE SINCE LEFT - NOT CALLED: "
                  WS-CNT-EDIT-3
                  DELIMITED BY SIZE    INTO BURST-LINE.
           WRITE BURST-LINE.

       FF000-START-NEW-PAGE            SECTION.
      *ONE BANNER LINE PER PAGE, AS IN THE FULL PACK, NUMBERED OUT OF
      *THE FILE'S OWN PAGE COUNT......................................
           ADD 01                      TO WS-PAGE-NO.
           IF WS-PAGE-NO               > 1
              MOVE SPACES              TO BURST-LINE
              WRITE BURST-LINE
           END-IF.
           MOVE ALL "="                TO BURST-LINE.
           WRITE BURST-LINE.
           MOVE WS-PAGE-NO             TO WS-PAGE-EDIT.
           MOVE WS-PAGE-TOTAL          TO WS-PAGE-EDIT-2.
           MOVE SPACES                 TO BURST-LINE.
           STRING "PAGE " WS-PAGE-EDIT " OF " WS-PAGE-EDIT-2
                  DELIMITED BY SIZE    INTO BURST-LINE.
           WRITE BURST-LINE.

       FG000-WRITE-BRACKET-LINE        SECTION.
           MOVE WS-CMP-BRACKET (WS-CMP-IDX, 1) TO WS-CNT-EDIT.
           MOVE WS-CMP-BRACKET (WS-CMP-IDX, 2) TO WS-CNT-EDIT-2.
           MOVE WS-CMP-BRACKET (WS-CMP-IDX, 3) TO WS-CNT-EDIT-3.
           MOVE WS-CMP-BRACKET (WS-CMP-IDX, 4) TO WS-CNT-EDIT-4.
           MOVE SPACES                 TO BURST-LINE.
           STRING "  AGES - UNDER 20: " WS-CNT-EDIT
                  "  20-29: "          WS-CNT-EDIT-2
                  "  30-39: "          WS-CNT-EDIT-3
                  "  40+: "            WS-CNT-EDIT-4
                  DELIMITED BY SIZE    INTO BURST-LINE.
           WRITE BURST-LINE.

       FH000-WRITE-FOOD-LINE           SECTION.
           PERFORM VARYING WS-FOOD-NO FROM 1 BY 1
                    UNTIL WS-FOOD-NO   > 6
              PERFORM KA000-FOOD-PCT
           END-PERFORM.
           MOVE SPACES                 TO BURST-LINE.
           STRING "  FOOD % - PIZZA: " WS-PCT-EDIT-1
                  "  PASTA: "          WS-PCT-EDIT-2
                  "  PAP&WORS: "       WS-PCT-EDIT-3
                  "  CHICKEN: "        WS-PCT-EDIT-4
                  "  BEEF: "           WS-PCT-EDIT-5
                  "  OTHER: "          WS-PCT-EDIT-6
                  DELIMITED BY SIZE    INTO BURST-LINE.
           WRITE BURST-LINE.

       FI000-WRITE-AGREE-LINE          SECTION.
           PERFORM VARYING WS-STMT-NO FROM 1 BY 1
                    UNTIL WS-STMT-NO   > 4
              PERFORM KB000-AGREE-PCT
           END-PERFORM.
           MOVE SPACES                 TO BURST-LINE.
           STRING "  AGREE % (SA+A) - STMT1: " WS-PCT-EDIT-1
                  "  STMT2: "          WS-PCT-EDIT-2
                  "  STMT3: "          WS-PCT-EDIT-3
                  "  STMT4: "          WS-PCT-EDIT-4
                  DELIMITED BY SIZE    INTO BURST-LINE.
           WRITE BURST-LINE.

       FJ000-FIND-POSITION             SECTION.
      *POSITION = ONE MORE THAN THE CAMPUSES WITH MORE SURVEYS, OUT OF
      *THE CAMPUSES WITH ANY SURVEYS AT ALL - TIES SHARE A PLACE......
           MOVE 1                      TO WS-POSITION.
           MOVE ZERO                   TO WS-PLACED.
           PERFORM VARYING WS-CMP-RANK-IDX FROM 1 BY 1
                    UNTIL WS-CMP-RANK-IDX > WS-CAMPUS-COUNT
              IF WS-CMP-SURVEYS (WS-CMP-RANK-IDX) > ZERO
                 ADD 01                TO WS-PLACED
              END-IF
              IF WS-CMP-SURVEYS (WS-CMP-RANK-IDX)
                                       > WS-CMP-SURVEYS (WS-CMP-IDX)
                 ADD 01                TO WS-POSITION
              END-IF
           END-PERFORM.

       GA000-FLAG-NO-RECIPIENT         SECTION.
      *EVERY CAMPUS WITH SOMEONE ACTIVE ON THE ROSTER SHOULD HAVE AT
      *LEAST ONE RECIPIENT - ANY THAT DOES NOT IS CALLED OUT SO THE
      *LIST CAN BE PUT RIGHT BEFORE THE NEXT MONTH-END................
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                    UNTIL WS-CMP-IDX   > WS-CAMPUS-COUNT
              IF WS-CMP-ON-ROSTER (WS-CMP-IDX) = "Y"
                 AND WS-CMP-RECIPIENTS (WS-CMP-IDX) = ZERO
                 ADD 01                TO WS-NO-RECIPIENT-COUNT
                 MOVE SPACES           TO WS-LOG-TEXT
                 STRING "NO RECIPIENT - CAMPUS "
                        WS-CMP-NAME (WS-CMP-IDX)
                        " IS ON THE ROSTER BUT HAS NO ENTRY ON THE "
                        "DISTRIBUTION LIST"
                        DELIMITED BY SIZE INTO WS-LOG-TEXT
                 DISPLAY WS-LOG-TEXT (1:100)
                 PERFORM WA000-WRITE-LOG-LINE
              END-IF
           END-PERFORM.

       GB000-WRITE-LOG-TRAILER         SECTION.
           MOVE WS-FILES-WRITTEN       TO WS-CNT-EDIT.
           MOVE WS-PAGES-WRITTEN       TO WS-CNT-EDIT-2.
           MOVE WS-NO-RECIPIENT-COUNT  TO WS-CNT-EDIT-3.
           MOVE WS-ENTRIES-SKIPPED     TO WS-CNT-EDIT-4.
           MOVE SPACES                 TO WS-LOG-TEXT.
           STRING "RUN TOTALS - FILES: " WS-CNT-EDIT
                  "  PAGES: "          WS-CNT-EDIT-2
                  "  NO RECIPIENT: "   WS-CNT-EDIT-3
                  "  ENTRIES SKIPPED: " WS-CNT-EDIT-4
                  DELIMITED BY SIZE    INTO WS-LOG-TEXT.
           PERFORM WA000-WRITE-LOG-LINE.

       HA000-FIND-CAMPUS-ROW           SECTION.
      *FIND THIS CAMPUS'S ROW OR OPEN A NEW ONE - ZERO MEANS THE
      *TABLE WAS FULL AND THE CALLER COUNTS WHAT IT COULD NOT PLACE...
           MOVE ZERO                   TO WS-CMP-FOUND.
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                    UNTIL WS-CMP-IDX   > WS-CAMPUS-COUNT
                       OR WS-CMP-FOUND > ZERO
              IF WS-CMP-NAME (WS-CMP-IDX) = WS-THIS-CAMPUS
                 MOVE WS-CMP-IDX       TO WS-CMP-FOUND
              END-IF
           END-PERFORM.

           IF WS-CMP-FOUND             = ZERO
              AND WS-CAMPUS-COUNT      < WS-CAMPUS-MAX
              ADD 01                   TO WS-CAMPUS-COUNT
              MOVE WS-CAMPUS-COUNT     TO WS-CMP-FOUND
              INITIALIZE WS-CAMPUS-ENTRY (WS-CMP-FOUND)
              MOVE WS-THIS-CAMPUS      TO WS-CMP-NAME (WS-CMP-FOUND)
              MOVE "N"                 TO WS-CMP-ON-ROSTER
                                          (WS-CMP-FOUND)
           END-IF.

       IA000-WRITE-STEP-COUNTS         SECTION.
      *THE BURST'S SIZE FOR THE RUN-CONTROL LEDGER....................
           OPEN OUTPUT STEP-COUNTS-FILE.
           MOVE SPACES                 TO STEP-COUNTS-REC.
           MOVE "CAMPUS-BURST"         TO SCT-JOB.
           MOVE "FILES"                TO SCT-LABEL (1).
           MOVE WS-FILES-WRITTEN       TO SCT-VALUE (1).
           MOVE "PAGES"                TO SCT-LABEL (2).
           MOVE WS-PAGES-WRITTEN       TO SCT-VALUE (2).
           MOVE "NO RECIPIENT"         TO SCT-LABEL (3).
           MOVE WS-NO-RECIPIENT-COUNT  TO SCT-VALUE (3).
           WRITE STEP-COUNTS-REC.
           CLOSE STEP-COUNTS-FILE.

       JA000-FIND-WAVE-WINDOW          SECTION.
      *THE FIRST OPEN WAVE ON THE MASTER WHOSE DATES COVER TODAY - IF
      *THERE IS NONE (OR NO MASTER) THE WINDOW IS TODAY ALONE.........
           MOVE SPACES                 TO WS-WINDOW-WAVE.
           MOVE WS-RUN-DATE-N          TO WS-WINDOW-START.
           MOVE WS-RUN-DATE-N          TO WS-WINDOW-END.
           OPEN INPUT WAVE-MASTER.
           IF WS-WAVE-MASTER-STATUS    = "00"
              PERFORM UNTIL WS-WAVE-MASTER-STATUS NOT = "00"
                 READ WAVE-MASTER       NEXT RECORD
                    AT END
                       MOVE "10"       TO WS-WAVE-MASTER-STATUS
                    NOT AT END
                       IF WVM-STATUS   = "O"
                          AND WVM-START-DATE NOT > WS-RUN-DATE-N
                          AND WVM-END-DATE   NOT < WS-RUN-DATE-N
                          MOVE WVM-CODE TO WS-WINDOW-WAVE
                          MOVE WVM-START-DATE TO WS-WINDOW-START
                          MOVE WVM-END-DATE   TO WS-WINDOW-END
                          MOVE "10"    TO WS-WAVE-MASTER-STATUS
                       END-IF
                 END-READ
              END-PERFORM
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

       KA000-FOOD-PCT                  SECTION.
           IF WS-CMP-SURVEYS (WS-CMP-IDX) > 0
              COMPUTE WS-PCT           =
                 WS-CMP-FOOD (WS-CMP-IDX, WS-FOOD-NO)
                 / WS-CMP-SURVEYS (WS-CMP-IDX) * 100
            ELSE
              MOVE 0                   TO WS-PCT
           END-IF.
           EVALUATE WS-FOOD-NO
              WHEN 1
                 MOVE WS-PCT           TO WS-PCT-EDIT-1
              WHEN 2
                 MOVE WS-PCT           TO WS-PCT-EDIT-2
              WHEN 3
                 MOVE WS-PCT           TO WS-PCT-EDIT-3
              WHEN 4
                 MOVE WS-PCT           TO WS-PCT-EDIT-4
              WHEN 5
                 MOVE WS-PCT           TO WS-PCT-EDIT-5
              WHEN 6
                 MOVE WS-PCT           TO WS-PCT-EDIT-6
           END-EVALUATE.

       KB000-AGREE-PCT                 SECTION.
           IF WS-CMP-SURVEYS (WS-CMP-IDX) > 0
              COMPUTE WS-PCT           =
                 WS-CMP-AGREE (WS-CMP-IDX, WS-STMT-NO)
                 / WS-CMP-SURVEYS (WS-CMP-IDX) * 100
            ELSE
              MOVE 0                   TO WS-PCT
           END-IF.
           EVALUATE WS-STMT-NO
              WHEN 1
                 MOVE WS-PCT           TO WS-PCT-EDIT-1
              WHEN 2
                 MOVE WS-PCT           TO WS-PCT-EDIT-2
              WHEN 3
                 MOVE WS-PCT           TO WS-PCT-EDIT-3
              WHEN 4
                 MOVE WS-PCT           TO WS-PCT-EDIT-4
           END-EVALUATE.

       WA000-WRITE-LOG-LINE            SECTION.
      *EVERY LOG LINE CARRIES THE RUN'S DATE AND TIME SO ONE MONTH'S
      *BURST CAN BE PICKED OUT OF THE WHOLE HISTORY...................
           IF WS-LOG-OPEN              = "Y"
              MOVE SPACES              TO DIST-LOG-LINE
              STRING WS-RUN-DATE-N "-" WS-RUN-TIME " " WS-LOG-TEXT
                     DELIMITED BY SIZE INTO DIST-LOG-LINE
              WRITE DIST-LOG-LINE
           END-IF.

       XA000-CHECK-SUMMARY             SECTION.
      *OPEN THE SUMMARY AND TAKE ITS HEADER - THE STAMP IS THE RECORD
      *COUNT NIGHTLY-BATCH BUILT IT FROM. A CAPTURE OR DELETE SINCE
      *THEN CHANGES THE COUNT, THE STAMP NO LONGER MATCHES AND NOTHING
      *IS SENT FROM IT. A CORRECTION IN PLACE DOES NOT MOVE THE
      *COUNT AND SHOWS UP AFTER THE NEXT NIGHT'S REBUILD..............
           OPEN INPUT SUMMARY-FILE.
           IF WS-SUMMARY-STATUS        NOT = "00"
              MOVE "RESULTS-SUMMARY.TXT NOT FOUND - RUN NIGHTLY-BATCH"
                                       TO WS-REFUSAL-REASON
              PERFORM XC000-REFUSE-BURST
           END-IF.
           MOVE "Y"                    TO WS-SUMMARY-OPEN.

           MOVE LOW-VALUES             TO WS-SUMMARY-EOF.
           PERFORM ZB000-READ-SUMMARY.
           IF WS-SUMMARY-EOF           = HIGH-VALUES
              OR SUM-TYPE              NOT = "H"
              MOVE "RESULTS-SUMMARY.TXT HAS NO HEADER RECORD"
                                       TO WS-REFUSAL-REASON
              PERFORM XC000-REFUSE-BURST
           END-IF.

           PERFORM XB000-COUNT-LIVE-RECORDS.
           IF WS-LIVE-COUNT            NOT = SUMH-MASTER-COUNT
              MOVE SPACES              TO WS-REFUSAL-REASON
              STRING "SUMMARY STAMPED " SUMH-MASTER-COUNT
                     " RECORDS, SURVEY-DATA NOW HOLDS " WS-LIVE-COUNT
                                       DELIMITED BY SIZE
                     INTO WS-REFUSAL-REASON
              PERFORM XC000-REFUSE-BURST
           END-IF.

       XB000-COUNT-LIVE-RECORDS        SECTION.
           MOVE ZERO                   TO WS-LIVE-COUNT.
           OPEN INPUT SURVEY-DATA.
           IF WS-SURVEY-STATUS         NOT = "00"
              MOVE SPACES              TO WS-REFUSAL-REASON
              STRING "SURVEY-DATA.TXT COULD NOT BE OPENED (STATUS "
                     WS-SURVEY-STATUS ") TO CHECK THE STAMP"
                                       DELIMITED BY SIZE
                     INTO WS-REFUSAL-REASON
              PERFORM XC000-REFUSE-BURST
           END-IF.
           MOVE LOW-VALUES             TO WS-EOF.
           PERFORM UNTIL WS-EOF        = HIGH-VALUES
              READ SURVEY-DATA          NEXT RECORD
                 AT END
                    MOVE HIGH-VALUES    TO WS-EOF
                 NOT AT END
                    ADD 01              TO WS-LIVE-COUNT
              END-READ
           END-PERFORM.
           CLOSE SURVEY-DATA.

       XC000-REFUSE-BURST              SECTION.
      *NO CAMPUS IS SENT ANYTHING FROM A PACK OR SUMMARY THAT CANNOT
      *BE TRUSTED - THE REASON GOES ON THE LOG AND THE RUN STOPS
      *LOUDLY.........................................................
           DISPLAY "BURST REFUSED - " WS-REFUSAL-REASON.
           MOVE SPACES                 TO WS-LOG-TEXT.
           STRING "BURST REFUSED - " WS-REFUSAL-REASON
                  DELIMITED BY SIZE    INTO WS-LOG-TEXT.
           PERFORM WA000-WRITE-LOG-LINE.
           IF WS-SUMMARY-OPEN          = "Y"
              CLOSE SUMMARY-FILE
           END-IF.
           IF WS-LOG-OPEN              = "Y"
              CLOSE DIST-LOG
           END-IF.
           MOVE 12                     TO RETURN-CODE.
           STOP RUN.

       ZB000-READ-SUMMARY              SECTION.
           READ SUMMARY-FILE
              AT END
                 MOVE HIGH-VALUES       TO WS-SUMMARY-EOF.

       ZZ000-TERMINATE                 SECTION.
           IF WS-SURVEY-OPEN           = "Y"
              CLOSE SURVEY-DATA
           END-IF.
           CLOSE DIST-LOG.
