      *          PACK WITH A COVER PAGE AND A TRAILER PROVING EVERY
      *          SECTION WAS PRODUCED IN THIS RUN. ANY SECTION THAT
      *          FAILS STOPS THE RUN LOUDLY - NO PACK WITH A HOLE.
      *          ALL FIGURES COME FROM NIGHTLY-BATCH'S RESULTS-
      *          SUMMARY.TXT - IF ITS STAMP NO LONGER MATCHES
      *          SURVEY-DATA THE PACK IS REFUSED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                  DIVISION.

       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
      *SAME INDEXED FILE INTERN-SURVEY WRITES TO - COUNTED ONCE FOR
      *THE COVER PAGE AND TO CHECK THE RESULTS SUMMARY'S STAMP........
           SELECT  SURVEY-DATA         ASSIGN TO "SURVEY-DATA.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           SELECT  PACK-FILE           ASSIGN TO "MONTH-END-PACK.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *NIGHTLY-BATCH'S PRE-AGGREGATED RESULTS - READ INSTEAD OF
      *SURVEY-DATA, WHICH IS ONLY COUNTED TO CHECK THE STAMP..........
           SELECT  SUMMARY-FILE        ASSIGN TO "RESULTS-SUMMARY.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUMMARY-STATUS.

      *KEY COUNTS OF THIS RUN, PICKED UP BY BATCH-DRIVER FOR THE
      *RUN-CONTROL LEDGER.............................................
           SELECT  STEP-COUNTS-FILE    ASSIGN TO "RUN-STEP-COUNTS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STEP-COUNTS-STATUS.


       DATA                            DIVISION.

             10 STMT-RATING            OCCURS 4 TIMES.
               15 STMT-COL             PIC X  OCCURS 5 TIMES.
           05 WS-WAVE                  PIC X(06).
           05 WS-CONSENT               PIC X.
           05 WS-CONSENT-VERSION       PIC X(04).
           05 WS-CONSENT-DATE          PIC 9(08).

       FD  SECTION-FILE.
       01  SECTION-LINE                PIC X(132).
       FD  PACK-FILE.
       01  PACK-LINE                   PIC X(132).

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
       01  SUMMARY-WRITE-IN-REC.
           05 FILLER                   PIC X.
           05 SUMW-WAVE                PIC X(06).
           05 SUMW-BRACKET             PIC 9.
           05 SUMW-GENDER              PIC X.
           05 SUMW-CAMPUS              PIC X(15).
           05 SUMW-TEXT                PIC X(20).
           05 SUMW-COUNT               PIC 9(05).
           05 FILLER                   PIC X(131).

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
       01 WS-SECTION-STATUS            PIC XX.
       01 WS-STEP-COUNTS-STATUS        PIC XX.
       01 WS-SECTION-FILE-NAME         PIC X(40).
       01 WS-RUN-CMD                   PIC X(40).
       01 WS-WAVE-FILTER               PIC X(06).

      *THE SUMMARY IS ONLY TRUSTED WHILE ITS STAMP STILL EQUALS THE
      *NUMBER OF RECORDS ON SURVEY-DATA...............................
       01 WS-SUMMARY-STATUS            PIC XX.
       01 WS-SUMMARY-EOF               PIC XX.
       01 WS-LIVE-COUNT                PIC 9(07)     VALUE 0.
       01 WS-REFUSAL-REASON            PIC X(70).

      *THE FOUR PROGRAMS THE PACK DRIVES AND THE FILES THEY WRITE -
      *cobc -x NAMES EACH EXECUTABLE AFTER ITS SOURCE FILE............
       01 WS-SECTION-DEFS.
       01 WS-FILTER-COUNT              PIC 9(07)     VALUE 0.

      *RESULTS SUMMARY TOTALS - THE SAME FIGURES INTERN-SURVEY'S
      *PRINTED REPORT CARRIES, ADDED UP HERE FROM THE SUMMARY CELLS SO
      *THE PACK NEVER DEPENDS ON SOMEBODY HAVING PRESSED OPTION 5.....
       01 WS-TOTAL-AGE                 PIC 9(07)     VALUE 0.
       01 WS-AVAG-AGE                  PIC 999.
       01 WS-MAX-AGE                   PIC 999       VALUE 0.
       01 WS-STMT-NO                   PIC 9.
       01 WS-FOOD-NO                   PIC 9.

      *PRINT EDITS.....................................................
       01 WS-PCT                       PIC 999V9.
       01 WS-CNT-EDIT                  PIC ZZZZZZ9.

           DISPLAY "MONTH-END PACK ASSEMBLED - " WS-PAGE-NO
                   " PAGES IN MONTH-END-PACK.TXT".
           PERFORM IA000-WRITE-STEP-COUNTS.
           PERFORM ZZ000-TERMINATE.
           STOP RUN.

           INITIALIZE WS-BRACKET-COUNTS WS-FOOD-COUNTS WS-AGREE-COUNTS
                      WS-SEC-LINE-COUNTS.

      *CHECK AND TALLY THE RESULTS SUMMARY UP FRONT - IF IT IS
      *MISSING OR OUT OF STEP WITH THE LIVE FILE THERE IS NO PACK TO
      *SHIP...........................................................
           PERFORM XA000-CHECK-SUMMARY.
           MOVE WS-LIVE-COUNT          TO WS-RECORD-COUNT.
           PERFORM ZB000-READ-SUMMARY.
           PERFORM UNTIL WS-SUMMARY-EOF = HIGH-VALUES
                      OR SUM-TYPE      = "T"
              IF SUM-TYPE              = "C"
                 IF WS-WAVE-FILTER     = SPACES
                    OR SUMC-WAVE       = WS-WAVE-FILTER
                    PERFORM BB000-TALLY-ONE-CELL
                 END-IF
              END-IF
              PERFORM ZB000-READ-SUMMARY
           END-PERFORM.
           IF WS-SUMMARY-EOF           = HIGH-VALUES
              MOVE "RESULTS-SUMMARY.TXT IS CUT SHORT - NO TRAILER"
                                       TO WS-REFUSAL-REASON
              PERFORM XC000-REFUSE-REPORT
           END-IF.
           CLOSE SUMMARY-FILE.

           OPEN OUTPUT PACK-FILE.

       BB000-TALLY-ONE-CELL            SECTION.
           ADD SUMC-RESPONDENTS        TO WS-FILTER-COUNT.
           ADD SUMC-AGE-TOTAL          TO WS-TOTAL-AGE.
           IF WS-MAX-AGE = 0           AND WS-MIN-AGE = 0
              MOVE SUMC-AGE-MAX        TO WS-MAX-AGE
              MOVE SUMC-AGE-MIN        TO WS-MIN-AGE
            ELSE
              IF SUMC-AGE-MAX          > WS-MAX-AGE
                 MOVE SUMC-AGE-MAX     TO WS-MAX-AGE
              END-IF
              IF SUMC-AGE-MIN          < WS-MIN-AGE
                 MOVE SUMC-AGE-MIN     TO WS-MIN-AGE
              END-IF
           END-IF.

           ADD SUMC-RESPONDENTS        TO WS-BRACKET-COUNT
                                          (SUMC-BRACKET).

           IF SUMC-GENDER              = "M"
              ADD SUMC-RESPONDENTS     TO WS-MALE-COUNT
            ELSE
              ADD SUMC-RESPONDENTS     TO WS-FEMALE-COUNT
           END-IF.

           PERFORM VARYING WS-FOOD-NO FROM 1 BY 1
                    UNTIL WS-FOOD-NO   > 6
              ADD SUMC-FOOD (WS-FOOD-NO) TO WS-FOOD-COUNT (WS-FOOD-NO)
           END-PERFORM.

           PERFORM VARYING WS-STMT-NO FROM 1 BY 1
                    UNTIL WS-STMT-NO   > 4
              ADD SUMC-RATING (WS-STMT-NO, 1)
                  SUMC-RATING (WS-STMT-NO, 2)
                                       TO WS-AGREE-COUNT (WS-STMT-NO)
           END-PERFORM.

       CA000-RUN-SECTION-PROGRAMS      SECTION.
                  DELIMITED BY SIZE    INTO PACK-LINE.
           WRITE PACK-LINE.

       IA000-WRITE-STEP-COUNTS         SECTION.
      *THE PACK'S SIZE FOR THE RUN-CONTROL LEDGER.....................
           OPEN OUTPUT STEP-COUNTS-FILE.
           MOVE SPACES                 TO STEP-COUNTS-REC.
           MOVE "MONTH-END-PACK"       TO SCT-JOB.
           MOVE "RECORDS"              TO SCT-LABEL (1).
           MOVE WS-RECORD-COUNT        TO SCT-VALUE (1).
           MOVE "IN SUMMARY"           TO SCT-LABEL (2).
           MOVE WS-FILTER-COUNT        TO SCT-VALUE (2).
           MOVE "PAGES"                TO SCT-LABEL (3).
           MOVE WS-PAGE-NO             TO SCT-VALUE (3).
           WRITE STEP-COUNTS-REC.
           CLOSE STEP-COUNTS-FILE.


       XA000-CHECK-SUMMARY             SECTION.
      *OPEN THE SUMMARY AND TAKE ITS HEADER - THE STAMP IS THE RECORD
      *COUNT NIGHTLY-BATCH BUILT IT FROM. A CAPTURE OR DELETE SINCE
      *THEN CHANGES THE COUNT, THE STAMP NO LONGER MATCHES AND NOTHING
      *IS PRINTED FROM IT. A CORRECTION IN PLACE DOES NOT MOVE THE
      *COUNT AND SHOWS UP AFTER THE NEXT NIGHT'S REBUILD..............
           OPEN INPUT SUMMARY-FILE.
           IF WS-SUMMARY-STATUS        NOT = "00"
              MOVE "RESULTS-SUMMARY.TXT NOT FOUND - RUN NIGHTLY-BATCH"
                                       TO WS-REFUSAL-REASON
              PERFORM XC000-REFUSE-REPORT
           END-IF.

           MOVE LOW-VALUES             TO WS-SUMMARY-EOF.
           PERFORM ZB000-READ-SUMMARY.
           IF WS-SUMMARY-EOF           = HIGH-VALUES
              OR SUM-TYPE              NOT = "H"
              MOVE "RESULTS-SUMMARY.TXT HAS NO HEADER RECORD"
                                       TO WS-REFUSAL-REASON
              PERFORM XC000-REFUSE-REPORT
           END-IF.

           PERFORM XB000-COUNT-LIVE-RECORDS.
           IF WS-LIVE-COUNT            NOT = SUMH-MASTER-COUNT
              MOVE SPACES              TO WS-REFUSAL-REASON
              STRING "SUMMARY STAMPED " SUMH-MASTER-COUNT
                     " RECORDS, SURVEY-DATA NOW HOLDS " WS-LIVE-COUNT
                                       DELIMITED BY SIZE
                     INTO WS-REFUSAL-REASON
              PERFORM XC000-REFUSE-REPORT
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
              PERFORM XC000-REFUSE-REPORT
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

       XC000-REFUSE-REPORT             SECTION.
      *NOTHING HAS BEEN WRITTEN YET - LAST MONTH'S PACK STAYS AS IT
      *WAS AND THE RUN STOPS LOUDLY...................................
           DISPLAY "PACK ABORTED - " WS-REFUSAL-REASON.
           IF WS-SUMMARY-STATUS        = "00" OR = "10"
              CLOSE SUMMARY-FILE
           END-IF.
           MOVE 12                     TO RETURN-CODE.
           STOP RUN.

       ZB000-READ-SUMMARY              SECTION.
           READ SUMMARY-FILE
              AT END
                 MOVE HIGH-VALUES       TO WS-SUMMARY-EOF.

       ZZ000-TERMINATE                 SECTION.
           CLOSE PACK-FILE.
