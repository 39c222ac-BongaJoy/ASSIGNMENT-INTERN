      ******************************************************************
      * Author: JOYCE MACHABA
      * Date: 09/02/2026
      * Purpose: RESULTS LEAGUE REPORT PER CAMPUS - TAKES NIGHTLY-
      *          BATCH'S RESULTS-SUMMARY.TXT, WHOSE CELLS CARRY EACH
      *          RESPONDENT'S CAMPUS FROM THE HR ROSTER MASTER (THE
      *          CAMPUS THEY WERE ON WHEN THEY ANSWERED), REFUSES IF
      *          ITS STAMP NO LONGER MATCHES SURVEY-DATA, AND PRINTS
      *          PER CAMPUS
      *          THE SURVEY COUNT, AGE BRACKETS, FAVOURITE-FOOD
      *          PERCENTAGES AND THE AGREE SHARE OF THE FOUR
      *          STATEMENTS, PLUS A BLOCK FOR RESPONDENTS THE ROSTER

       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
      *SAME INDEXED FILE INTERN-SURVEY WRITES TO - COUNTED ONLY......
           SELECT  SURVEY-DATA         ASSIGN TO "SURVEY-DATA.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           ALTERNATE RECORD KEY IS WS-NAME WITH DUPLICATES
           FILE STATUS IS WS-SURVEY-STATUS.

           SELECT  LEAGUE-REPORT       ASSIGN TO
                                        "CAMPUS-LEAGUE-REPORT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *NIGHTLY-BATCH'S PRE-AGGREGATED RESULTS - READ INSTEAD OF
      *SURVEY-DATA, WHICH IS ONLY COUNTED TO CHECK THE STAMP..........
           SELECT  SUMMARY-FILE        ASSIGN TO "RESULTS-SUMMARY.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUMMARY-STATUS.


       DATA                            DIVISION.

             10 STMT-RATING            OCCURS 4 TIMES.
               15 STMT-COL             PIC X  OCCURS 5 TIMES.
           05 WS-WAVE                  PIC X(06).
           05 WS-CONSENT               PIC X.
           05 WS-CONSENT-VERSION       PIC X(04).
           05 WS-CONSENT-DATE          PIC 9(08).

       FD  LEAGUE-REPORT.
       01  LEAGUE-REPORT-LINE          PIC X(132).

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

       WORKING-STORAGE                 SECTION.
       01 WS-EOF                       PIC XX.
       01 WS-SURVEY-STATUS             PIC XX.
       01 WS-READ-COUNT                PIC 9(07)     VALUE 0.
       01 WS-SKIPPED-COUNT             PIC 9(07)     VALUE 0.
       01 WS-WAVE-FILTER               PIC X(06).

      *THE SUMMARY IS ONLY TRUSTED WHILE ITS STAMP STILL EQUALS THE
      *NUMBER OF RECORDS ON SURVEY-DATA...............................
       01 WS-SUMMARY-STATUS            PIC XX.
       01 WS-SUMMARY-EOF               PIC XX.
       01 WS-LIVE-COUNT                PIC 9(07)     VALUE 0.
       01 WS-REFUSAL-REASON            PIC X(70).

      *ONE ROW PER CAMPUS, IN ORDER OF FIRST APPEARANCE - THE LAST
      *POSSIBLE ROW IS RESERVED FOR RESPONDENTS THE ROSTER DOES NOT
       AA000-MAIN-PROCEDURE            SECTION.
           PERFORM BA000-INITIAL.

           PERFORM UNTIL WS-SUMMARY-EOF = HIGH-VALUES
                      OR SUM-TYPE      = "T"
              IF SUM-TYPE              = "C"
                 IF WS-WAVE-FILTER     = SPACES
                    OR SUMC-WAVE       = WS-WAVE-FILTER
                    ADD SUMC-RESPONDENTS TO WS-READ-COUNT
                    PERFORM CA000-TALLY-CAMPUS
                  ELSE
                    ADD SUMC-RESPONDENTS TO WS-SKIPPED-COUNT
                 END-IF
              END-IF
              PERFORM ZB000-READ-SUMMARY
           END-PERFORM.
           IF WS-SUMMARY-EOF           = HIGH-VALUES
              MOVE "RESULTS-SUMMARY.TXT IS CUT SHORT - NO TRAILER"
                                       TO WS-REFUSAL-REASON
              PERFORM XC000-REFUSE-REPORT
           END-IF.

           PERFORM EA000-WRITE-LEAGUE-LINES.

           DISPLAY "RESPONDENTS COUNTED: " WS-READ-COUNT
                   "  OUTSIDE THE WAVE FILTER: " WS-SKIPPED-COUNT
                   "  CAMPUSES: " WS-CAMPUS-COUNT.
           IF WS-CMP-DROPPED           > 0
              DISPLAY "WARNING - CAMPUS TABLE FULL, " WS-CMP-DROPPED
                      " RECORDS NOT COUNTED"
           END-IF.
           WRITE LEAGUE-REPORT-LINE.

           PERFORM XA000-CHECK-SUMMARY.
           PERFORM ZB000-READ-SUMMARY.

       CA000-TALLY-CAMPUS              SECTION.
      *THE CELL'S CAMPUS WAS TAKEN FROM THE ROSTER BY ID WHEN THE
      *SUMMARY WAS BUILT - UNKNOWN IDS ARE GROUPED UNDER THEIR OWN
      *"(NOT ON ROSTER)" LINE SO THE LEAGUE STILL ADDS UP TO THE FILE
      *AND HR CAN SEE THEIR ROSTER IS SHORT. SOMEONE WHO ANSWERED
      *BEFORE A CAMPUS TRANSFER COUNTS FOR THE OLD CAMPUS.............
           MOVE SUMC-CAMPUS            TO WS-THIS-CAMPUS.

           PERFORM DA000-FIND-CAMPUS-ROW.
           IF WS-CMP-FOUND             = ZERO
                 INITIALIZE WS-CAMPUS-ENTRY (WS-CMP-FOUND)
                 MOVE WS-THIS-CAMPUS   TO WS-CMP-NAME (WS-CMP-FOUND)
               ELSE
                 ADD SUMC-RESPONDENTS  TO WS-CMP-DROPPED
              END-IF
           END-IF.

       DB000-COUNT-ONE-RECORD          SECTION.
           ADD SUMC-RESPONDENTS        TO WS-CMP-SURVEYS (WS-CMP-FOUND).
           ADD SUMC-RESPONDENTS        TO WS-CMP-BRACKET
                                          (WS-CMP-FOUND, SUMC-BRACKET).

           PERFORM VARYING WS-FOOD-NO FROM 1 BY 1
                    UNTIL WS-FOOD-NO   > 6
              ADD SUMC-FOOD (WS-FOOD-NO) TO WS-CMP-FOOD
                                          (WS-CMP-FOUND, WS-FOOD-NO)
           END-PERFORM.

      *AGREE = A MARK IN THE STRONGLY-AGREE OR AGREE COLUMN, COUNTED
      *BY STATEMENT NUMBER AS IN WAVE-TREND-REPORT....................
           PERFORM VARYING WS-STMT-NO FROM 1 BY 1
                    UNTIL WS-STMT-NO   > 4
              ADD SUMC-RATING (WS-STMT-NO, 1)
                  SUMC-RATING (WS-STMT-NO, 2)
                                       TO WS-CMP-AGREE
                                          (WS-CMP-FOUND, WS-STMT-NO)
           END-PERFORM.

       EA000-WRITE-LEAGUE-LINES        SECTION.
                 MOVE WS-PCT           TO WS-PCT-EDIT-4
           END-EVALUATE.


       XA000-CHECK-SUMMARY             SECTION.
      *OPEN THE SUMMARY AND TAKE ITS HEADER - THE STAMP IS THE RECORD
      *COUNT NIGHTLY-BATCH BUILT IT FROM, SO A CAPTURE OR DELETE SINCE
      *THEN LEAVES IT OFF THE LIVE COUNT AND NOTHING IS PRINTED FROM
      *IT. A CORRECTION DOES NOT MOVE THE COUNT AND SHOWS UP AFTER THE
      *NEXT NIGHT'S REBUILD...........................................
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
      *SAY WHY ON THE CONSOLE AND ON THE REPORT ITSELF, SO NOBODY
      *MISTAKES AN EMPTY REPORT FOR A WAVE WITH NO ANSWERS............
           DISPLAY "REPORT REFUSED - " WS-REFUSAL-REASON.
           MOVE SPACES                 TO LEAGUE-REPORT-LINE.
           STRING "REPORT REFUSED - " WS-REFUSAL-REASON
                                       DELIMITED BY SIZE
                  INTO LEAGUE-REPORT-LINE.
           WRITE LEAGUE-REPORT-LINE.
           IF WS-SUMMARY-STATUS        = "00" OR = "10"
              CLOSE SUMMARY-FILE
           END-IF.
           CLOSE LEAGUE-REPORT.
           MOVE 12                     TO RETURN-CODE.
           STOP RUN.

       ZB000-READ-SUMMARY              SECTION.
           READ SUMMARY-FILE
              AT END
                 MOVE HIGH-VALUES       TO WS-SUMMARY-EOF.

       ZZ000-TERMINATE                 SECTION.
           CLOSE SUMMARY-FILE.
           CLOSE LEAGUE-REPORT.
