      * Purpose: GROUP AND RANK THE "OTHER" FAVOURITE-FOOD WRITE-INS
      *          FROM SURVEY-DATA SO CATERING CAN SEE WHAT THE OTHER
      *          VOTES ACTUALLY ARE AND PROMOTE THE POPULAR ONES TO
      *          LISTED OPTIONS NEXT WAVE. THE WRITE-INS COME FROM
      *          NIGHTLY-BATCH'S RESULTS-SUMMARY.TXT, AND THE REPORT IS
      *          REFUSED IF ITS STAMP NO LONGER MATCHES SURVEY-DATA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                  DIVISION.

       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
      *SAME INDEXED FILE INTERN-SURVEY WRITES TO - COUNTED ONLY......
           SELECT  SURVEY-DATA         ASSIGN TO "SURVEY-DATA.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
                                        "OTHER-FOOD-REPORT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *NIGHTLY-BATCH'S PRE-AGGREGATED RESULTS - READ INSTEAD OF
      *SURVEY-DATA, WHICH IS ONLY COUNTED TO CHECK THE STAMP..........
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

       FD  FOOD-REPORT.
       01  FOOD-REPORT-LINE            PIC X(80).

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
       01 WS-OTHER-COUNT               PIC 9999      VALUE 0.
       01 WS-BLANK-TEXT-COUNT          PIC 9999      VALUE 0.

      *THE SUMMARY IS ONLY TRUSTED WHILE ITS STAMP STILL EQUALS THE
      *NUMBER OF RECORDS ON SURVEY-DATA...............................
       01 WS-SUMMARY-STATUS            PIC XX.
       01 WS-SUMMARY-EOF               PIC XX.
       01 WS-LIVE-COUNT                PIC 9(07)     VALUE 0.
       01 WS-REFUSAL-REASON            PIC X(70).

      *DISTINCT WRITE-IN ANSWERS AND HOW OFTEN EACH WAS GIVEN - THE
      *ANSWERS ARE UPPER-CASED SO "Bunny Chow" AND "BUNNY CHOW" LAND
      *IN THE SAME BUCKET.............................................
       AA000-MAIN-PROCEDURE            SECTION.
           PERFORM BA000-INITIAL.

           PERFORM UNTIL WS-SUMMARY-EOF = HIGH-VALUES
                      OR SUM-TYPE      = "T"
              EVALUATE SUM-TYPE
                 WHEN "C"
                    ADD SUMC-RESPONDENTS TO WS-READ-COUNT
                    PERFORM CA000-TALLY-OTHER-VOTES
                 WHEN "W"
                    PERFORM CB000-TALLY-WRITE-IN
              END-EVALUATE
              PERFORM ZB000-READ-SUMMARY
           END-PERFORM.
           IF WS-SUMMARY-EOF           = HIGH-VALUES
              MOVE "RESULTS-SUMMARY.TXT IS CUT SHORT - NO TRAILER"
                                       TO WS-REFUSAL-REASON
              PERFORM XC000-REFUSE-REPORT
           END-IF.

           PERFORM EA000-WRITE-RANKED-REPORT.

           DISPLAY "RESPONDENTS: " WS-READ-COUNT
                   "  OTHER VOTES: " WS-OTHER-COUNT
                   "  DISTINCT WRITE-INS: " WS-ANSWER-COUNT.
           IF WS-DROPPED-COUNT         > 0
           STOP RUN.

       BA000-INITIAL                   SECTION.
           OPEN OUTPUT FOOD-REPORT.
           PERFORM XA000-CHECK-SUMMARY.
           PERFORM ZB000-READ-SUMMARY.

       CA000-TALLY-OTHER-VOTES         SECTION.
      *ONLY RESPONDENTS WHO MARKED OTHER COUNT HERE - A MARKED OTHER
      *WITH NO TEXT IS AN OLD ROW FROM BEFORE THE WRITE-IN FIELD
      *EXISTED AND IS COUNTED SEPARATELY SO IT IS NOT INVISIBLE.......
           ADD SUMC-FOOD (6)           TO WS-OTHER-COUNT.
           ADD SUMC-OTHER-NO-TEXT      TO WS-BLANK-TEXT-COUNT.

       CB000-TALLY-WRITE-IN            SECTION.
      *THE SUMMARY HOLDS EACH WRITE-IN ALREADY UPPER-CASED, ONCE PER
      *CELL - THE SAME ANSWER FROM SEVERAL CELLS IS ADDED TOGETHER....
           MOVE SUMW-TEXT              TO WS-THIS-ANSWER.
           PERFORM DA000-ADD-TO-TABLE.

       DA000-ADD-TO-TABLE              SECTION.
           MOVE "N"                    TO WS-ANSWER-FOUND.
                    UNTIL WS-ANSWER-IDX > WS-ANSWER-COUNT
                       OR WS-ANSWER-FOUND = "Y"
              IF WS-ANSWER-TEXT (WS-ANSWER-IDX) = WS-THIS-ANSWER
                 ADD SUMW-COUNT        TO WS-ANSWER-TALLY
                                          (WS-ANSWER-IDX)
                 MOVE "Y"              TO WS-ANSWER-FOUND
              END-IF
                 ADD 01                TO WS-ANSWER-COUNT
                 MOVE WS-THIS-ANSWER   TO WS-ANSWER-TEXT
                                          (WS-ANSWER-COUNT)
                 MOVE SUMW-COUNT       TO WS-ANSWER-TALLY
                                          (WS-ANSWER-COUNT)
               ELSE
                 ADD SUMW-COUNT        TO WS-DROPPED-COUNT
              END-IF
           END-IF.

              END-IF
           END-IF.


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
      *SAY WHY ON THE CONSOLE AND ON THE REPORT ITSELF, SO NOBODY
      *MISTAKES AN EMPTY REPORT FOR A WAVE WITH NO ANSWERS............
           DISPLAY "REPORT REFUSED - " WS-REFUSAL-REASON.
           MOVE SPACES                 TO FOOD-REPORT-LINE.
           STRING "REPORT REFUSED - " WS-REFUSAL-REASON
                                       DELIMITED BY SIZE
                  INTO FOOD-REPORT-LINE.
           WRITE FOOD-REPORT-LINE.
           IF WS-SUMMARY-STATUS        = "00" OR = "10"
              CLOSE SUMMARY-FILE
           END-IF.
           CLOSE FOOD-REPORT.
           MOVE 12                     TO RETURN-CODE.
           STOP RUN.

       ZB000-READ-SUMMARY              SECTION.
           READ SUMMARY-FILE
              AT END
                 MOVE HIGH-VALUES       TO WS-SUMMARY-EOF.

       ZZ000-TERMINATE                 SECTION.
           CLOSE SUMMARY-FILE.
           CLOSE FOOD-REPORT.
