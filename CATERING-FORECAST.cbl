      ******************************************************************
      * Author: JOYCE MACHABA
      * Date: 10/15/2026
      * Purpose: CATERING ORDER FORECAST PER CAMPUS. TAKES EACH
      *          CAMPUS'S FAVOURITE-FOOD SHARES AMONG THE WAVE'S
      *          RESPONDENTS - PIZZA, PASTA, PAP AND WORS, CHICKEN,
      *          BEEF AND THE TOP "OTHER" WRITE-INS - AND APPLIES THEM
      *          TO THE CAMPUS'S FULL EXPECTED HEADCOUNT FROM THE HR
      *          ROSTER MASTER, GIVING A MEALS-PER-OPTION ORDER
      *          QUANTITY. A CAMPUS WITH TOO FEW RESPONSES TO TRUST IS
      *          WORKED ON THE OVERALL SHARES INSTEAD AND MARKED SO.
      *          PRINTS A SHEET AND WRITES A FIXED-LAYOUT FILE FOR
      *          CATERING'S ORDERING SYSTEM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                  DIVISION.

       PROGRAM-ID.                     CATERING-FORECAST.
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

      *HR ROSTER MASTER KEPT BY HR-ROSTER-LOAD - READ THROUGH ONCE FOR
      *THE HEADCOUNTS, THEN BY KEY FOR EACH RESPONDENT'S CAMPUS.......
           SELECT  ROSTER-MASTER       ASSIGN TO "HR-ROSTER-MASTER.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-ID
           FILE STATUS IS WS-ROSTER-STATUS.

      *WAVE MASTER - THE WAVE'S DATES DECIDE WHO IS EXPECTED..........
           SELECT  WAVE-MASTER         ASSIGN TO "WAVE-MASTER.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WVM-CODE
           FILE STATUS IS WS-WAVE-MASTER-STATUS.

           SELECT  CATERING-REPORT     ASSIGN TO
                                        "CATERING-FORECAST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *FIXED-LAYOUT FILE CATERING'S ORDERING SYSTEM LOADS.............
           SELECT  ORDER-FILE          ASSIGN TO "CATERING-ORDER.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORDER-STATUS.


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

       FD  CATERING-REPORT.
       01  CATERING-REPORT-LINE        PIC X(100).

       FD  ORDER-FILE.
       01  ORDER-REC                   PIC X(80).

       WORKING-STORAGE                 SECTION.
       01 WS-EOF                       PIC XX.
       01 WS-SURVEY-STATUS             PIC XX.
       01 WS-ROSTER-STATUS             PIC XX.
       01 WS-WAVE-MASTER-STATUS        PIC XX.
       01 WS-ORDER-STATUS              PIC XX.
       01 WS-ROSTER-OPEN               PIC X         VALUE "N".
       01 WS-ACTIVE-FLAG               PIC X.
       01 WS-WAVE-WANTED               PIC X(06).
       01 WS-READ-COUNT                PIC 9(07)     VALUE 0.
       01 WS-NOT-ON-ROSTER             PIC 9(07)     VALUE 0.

      *THE WAVE WHOSE ANSWERS AND EXPECTED HEADCOUNT ARE USED.........
       01 WS-WINDOW-WAVE               PIC X(06).
       01 WS-WINDOW-DESC               PIC X(30).
       01 WS-WINDOW-START              PIC 9(08).
       01 WS-WINDOW-END                PIC 9(08).

      *A CAMPUS NEEDS AT LEAST THIS MANY RESPONDENTS BEFORE ITS OWN
      *SHARES ARE USED - FEWER AND A HANDFUL OF PEOPLE WOULD DECIDE
      *THE WHOLE CAMPUS'S ORDER.......................................
       01 WS-MIN-RESPONSES             PIC 9(03)     VALUE 10.

      *ORDER OPTIONS - THE FIVE LISTED FOODS, UP TO THREE OF THE MOST
      *POPULAR "OTHER" WRITE-INS ACROSS THE WAVE, AND THE REST OF THE
      *"OTHER" VOTES TOGETHER. THE WRITE-INS ARE PICKED ONCE FOR THE
      *WHOLE WAVE SO EVERY CAMPUS ORDERS FROM THE SAME LIST............
       01 WS-TOP-WRITE-INS             PIC 9         VALUE 3.
       01 WS-OPT-COUNT                 PIC 99        VALUE 0.
       01 WS-OPT-REST                  PIC 99.
       01 WS-OPT-TABLE.
           05 WS-OPT-NAME              PIC X(20) OCCURS 9 TIMES.
       01 WS-OPT-IDX                   PIC 99.
       01 WS-OPT-NO                    PIC 99.

      *DISTINCT WRITE-IN ANSWERS ACROSS THE WAVE, UPPER-CASED AS IN
      *OTHER-FOOD-REPORT..............................................
       01 WS-ANSWER-MAX                PIC 999       VALUE 200.
       01 WS-ANSWER-COUNT              PIC 999       VALUE 0.
       01 WS-ANSWER-TABLE.
           05 WS-ANSWER-ENTRY          OCCURS 200 TIMES.
              10 WS-ANSWER-TEXT        PIC X(20).
              10 WS-ANSWER-TALLY       PIC 9(05).
       01 WS-ANSWER-IDX                PIC 999.
       01 WS-ANSWER-FOUND              PIC X.
       01 WS-THIS-ANSWER               PIC X(20).
       01 WS-BEST-IDX                  PIC 999.
       01 WS-BEST-TALLY                PIC 9(05).

      *ONE ROW PER CAMPUS WITH ANYONE EXPECTED IN THE WAVE. MARKS ARE
      *COUNTED PER OPTION - A RESPONDENT MAY MARK MORE THAN ONE FOOD,
      *SO THE SHARES ARE OF ALL MARKS, WHICH KEEPS THE MEALS SUMMING
      *TO ONE PER PERSON..............................................
       01 WS-CAMPUS-MAX                PIC 99        VALUE 30.
       01 WS-CAMPUS-COUNT              PIC 99        VALUE 0.
       01 WS-CAMPUS-TABLE.
           05 WS-CAMPUS-ENTRY          OCCURS 30 TIMES.
              10 WS-CMP-NAME           PIC X(15).
              10 WS-CMP-HEADCOUNT      PIC 9(07).
              10 WS-CMP-RESP           PIC 9(07).
              10 WS-CMP-MARK-TOTAL     PIC 9(07).
              10 WS-CMP-MARKS          PIC 9(07) OCCURS 9 TIMES.
       01 WS-CMP-IDX                   PIC 99.
       01 WS-CMP-FOUND                 PIC 99.
       01 WS-CMP-DROPPED               PIC 9(05)     VALUE 0.
       01 WS-THIS-CAMPUS               PIC X(15).

      *THE SAME MARKS OVER EVERY RESPONDENT IN THE WAVE - THE FALLBACK
      *FOR A THIN CAMPUS..............................................
       01 WS-ALL-RESP                  PIC 9(07)     VALUE 0.
       01 WS-ALL-MARK-TOTAL            PIC 9(07)     VALUE 0.
       01 WS-ALL-MARKS-TABLE.
           05 WS-ALL-MARKS             PIC 9(07) OCCURS 9 TIMES.

      *THE SHARES AND MEALS BEING WORKED FOR THE CAMPUS IN HAND........
       01 WS-BASIS                     PIC X.
       01 WS-BASE-TOTAL                PIC 9(07).
       01 WS-BASE-TABLE.
           05 WS-BASE-MARKS            PIC 9(07) OCCURS 9 TIMES.
       01 WS-MEALS-TABLE.
           05 WS-MEALS                 PIC S9(07) OCCURS 9 TIMES.
       01 WS-MEALS-SUM                 PIC S9(07).
       01 WS-BIG-IDX                   PIC 99.
       01 WS-SHARE-PCT                 PIC 999V9.
       01 WS-FALLBACK-COUNT            PIC 99        VALUE 0.

      *RUN TOTALS FOR THE SHEET AND THE TRAILER.......................
       01 WS-TOTAL-HEADCOUNT           PIC 9(09)     VALUE 0.
       01 WS-TOTAL-MEALS               PIC 9(09)     VALUE 0.
       01 WS-OPT-TOTALS.
           05 WS-OPT-TOTAL-MEALS       PIC 9(09) OCCURS 9 TIMES.
       01 WS-DETAIL-COUNT              PIC 9(05)     VALUE 0.

      *ORDER FILE RECORD LAYOUTS - ALL THREE ARE 80 BYTES.............
       01 WS-ORD-HEADER.
           05 ORD-HDR-TYPE             PIC X         VALUE "H".
           05 ORD-HDR-DATE             PIC 9(08).
           05 ORD-HDR-WAVE             PIC X(06).
           05 ORD-HDR-START            PIC 9(08).
           05 ORD-HDR-END              PIC 9(08).
           05 ORD-HDR-OPTIONS          PIC 9(02).
           05 FILLER                   PIC X(47)     VALUE SPACES.
       01 WS-ORD-DETAIL.
           05 ORD-DET-TYPE             PIC X         VALUE "D".
           05 ORD-DET-CAMPUS           PIC X(15).
           05 ORD-DET-OPTION-NO        PIC 9(02).
           05 ORD-DET-OPTION           PIC X(20).
           05 ORD-DET-MEALS            PIC 9(07).
           05 ORD-DET-HEADCOUNT        PIC 9(07).
           05 ORD-DET-RESPONSES        PIC 9(07).
           05 ORD-DET-BASIS            PIC X.
           05 FILLER                   PIC X(20)     VALUE SPACES.
       01 WS-ORD-TRAILER.
           05 ORD-TRL-TYPE             PIC X         VALUE "T".
           05 ORD-TRL-CAMPUSES         PIC 9(03).
           05 ORD-TRL-DETAILS          PIC 9(05).
           05 ORD-TRL-MEALS            PIC 9(09).
           05 ORD-TRL-HEADCOUNT        PIC 9(09).
           05 FILLER                   PIC X(53)     VALUE SPACES.

       01 WS-CNT-EDIT                  PIC ZZZZZZ9.
       01 WS-CNT-EDIT-1                PIC ZZZZZZ9.
       01 WS-CNT-EDIT-2                PIC ZZZZZZ9.
       01 WS-PCT-EDIT                  PIC ZZ9.9.

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
           PERFORM DA000-PASS-WRITE-INS.
           PERFORM DB000-PICK-OPTIONS.
           PERFORM EA000-PASS-RESPONDENTS.
           PERFORM FA000-WRITE-FORECAST.
           PERFORM GA000-WRITE-TOTALS.

           DISPLAY "WAVE " WS-WINDOW-WAVE
                   "  CAMPUSES: " WS-CAMPUS-COUNT
                   "  RESPONDENTS: " WS-ALL-RESP
                   "  ON OVERALL SHARES: " WS-FALLBACK-COUNT.
           IF WS-CMP-DROPPED           > 0
              DISPLAY "WARNING - CAMPUS TABLE FULL, " WS-CMP-DROPPED
                      " ROSTER ENTRIES NOT COUNTED"
           END-IF.
           DISPLAY "FORECAST WRITTEN TO CATERING-FORECAST.TXT AND "
                   "CATERING-ORDER.TXT".
           PERFORM ZZ000-TERMINATE.
           STOP RUN.

       BA000-INITIAL                   SECTION.
      *BLANK MEANS THE OPEN WAVE COVERING TODAY, AS IN WEIGHTED-RESULTS.
           ACCEPT WS-RUN-DATE          FROM DATE YYYYMMDD.
           DISPLAY "WAVE TO FORECAST FROM (BLANK = OPEN WAVE): "
                   WITH NO ADVANCING.
           ACCEPT WS-WAVE-WANTED.
           PERFORM JA000-FIND-WAVE.
           IF WS-WINDOW-WAVE           = SPACES
              DISPLAY "NO SUCH WAVE ON THE WAVE MASTER, OR NO OPEN "
                      "WAVE TODAY - NOTHING TO FORECAST"
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ROSTER-MASTER.
           IF WS-ROSTER-STATUS         NOT = "00"
              DISPLAY "NO HR ROSTER MASTER FOUND - THERE IS NO "
                      "HEADCOUNT TO FORECAST FOR"
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "Y"                    TO WS-ROSTER-OPEN.

           OPEN OUTPUT CATERING-REPORT.
           MOVE SPACES                 TO CATERING-REPORT-LINE.
           STRING "CATERING ORDER FORECAST PER CAMPUS - RUN DATE "
                  WS-RUN-MONTH "/" WS-RUN-DAY "/" WS-RUN-YEAR
                  DELIMITED BY SIZE    INTO CATERING-REPORT-LINE.
           WRITE CATERING-REPORT-LINE.
           MOVE SPACES                 TO CATERING-REPORT-LINE.
           STRING "WAVE: " WS-WINDOW-WAVE "  " WS-WINDOW-DESC
                  "  " WS-WINDOW-START " TO " WS-WINDOW-END
                  DELIMITED BY SIZE    INTO CATERING-REPORT-LINE.
           WRITE CATERING-REPORT-LINE.
           MOVE WS-MIN-RESPONSES       TO WS-CNT-EDIT.
           MOVE SPACES                 TO CATERING-REPORT-LINE.
           STRING "* = FEWER THAN" WS-CNT-EDIT
                  " RESPONSES - ORDER WORKED ON THE OVERALL SHARES"
                  DELIMITED BY SIZE    INTO CATERING-REPORT-LINE.
           WRITE CATERING-REPORT-LINE.

       CA000-PASS-ROSTER               SECTION.
      *THE HEADCOUNT SIDE - EVERYONE ACTIVE DURING THE WAVE'S DATES,
      *ON THE CAMPUS THE ROSTER HAS THEM ON NOW.......................
           PERFORM UNTIL WS-ROSTER-STATUS NOT = "00"
              READ ROSTER-MASTER        NEXT RECORD
                 AT END
                    MOVE "10"          TO WS-ROSTER-STATUS
                 NOT AT END
                    PERFORM JB000-CHECK-ACTIVE
                    IF WS-ACTIVE-FLAG  = "Y"
                       MOVE RM-CAMPUS  TO WS-THIS-CAMPUS
                       PERFORM CB000-FIND-CAMPUS-ROW
                       IF WS-CMP-FOUND > ZERO
                          ADD 01       TO WS-CMP-HEADCOUNT
                                          (WS-CMP-FOUND)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       CB000-FIND-CAMPUS-ROW           SECTION.
      *FIND THIS CAMPUS'S ROW OR OPEN A NEW ONE - ZERO MEANS THE
      *TABLE WAS FULL AND THE PERSON COULD NOT BE COUNTED.............
           MOVE ZERO                   TO WS-CMP-FOUND.
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                    UNTIL WS-CMP-IDX   > WS-CAMPUS-COUNT
                       OR WS-CMP-FOUND > ZERO
              IF WS-CMP-NAME (WS-CMP-IDX) = WS-THIS-CAMPUS
                 MOVE WS-CMP-IDX       TO WS-CMP-FOUND
              END-IF
           END-PERFORM.

           IF WS-CMP-FOUND             = ZERO
              IF WS-CAMPUS-COUNT       < WS-CAMPUS-MAX
                 ADD 01                TO WS-CAMPUS-COUNT
                 MOVE WS-CAMPUS-COUNT  TO WS-CMP-FOUND
                 INITIALIZE WS-CAMPUS-ENTRY (WS-CMP-FOUND)
                 MOVE WS-THIS-CAMPUS   TO WS-CMP-NAME (WS-CMP-FOUND)
               ELSE
                 ADD 01                TO WS-CMP-DROPPED
              END-IF
           END-IF.

       DA000-PASS-WRITE-INS            SECTION.
      *FIRST PASS OF THE SURVEY FILE - TALLY THE WAVE'S "OTHER"
      *WRITE-INS SO THE MOST POPULAR CAN BE ORDERED BY NAME...........
           OPEN INPUT SURVEY-DATA.
           IF WS-SURVEY-STATUS         NOT = "00"
              DISPLAY "SURVEY-DATA.TXT COULD NOT BE OPENED (STATUS "
                      WS-SURVEY-STATUS ") - NO SHARES TO WORK FROM"
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE LOW-VALUES             TO WS-EOF.
           PERFORM ZA000-READ-FILE.
           PERFORM UNTIL WS-EOF        = HIGH-VALUES
              IF WS-WAVE               = WS-WINDOW-WAVE
                 AND WS-OTHER-FAV      = "X"
                 AND WS-OTHER-FAV-TEXT NOT = SPACES
                 MOVE FUNCTION UPPER-CASE(WS-OTHER-FAV-TEXT)
                                       TO WS-THIS-ANSWER
                 PERFORM DC000-ADD-WRITE-IN
              END-IF
              PERFORM ZA000-READ-FILE
           END-PERFORM.
           CLOSE SURVEY-DATA.

       DB000-PICK-OPTIONS              SECTION.
      *THE FIVE LISTED FOODS, THEN THE BIGGEST WRITE-IN TALLIES IN
      *ORDER, THEN "OTHER (REST)" FOR EVERY OTHER "OTHER" VOTE........
           MOVE "PIZZA"                TO WS-OPT-NAME (1).
           MOVE "PASTA"                TO WS-OPT-NAME (2).
           MOVE "PAP AND WORS"         TO WS-OPT-NAME (3).
           MOVE "CHICKEN"              TO WS-OPT-NAME (4).
           MOVE "BEEF"                 TO WS-OPT-NAME (5).
           MOVE 5                      TO WS-OPT-COUNT.

           PERFORM WS-TOP-WRITE-INS TIMES
              MOVE ZERO                TO WS-BEST-TALLY WS-BEST-IDX
              PERFORM VARYING WS-ANSWER-IDX FROM 1 BY 1
                       UNTIL WS-ANSWER-IDX > WS-ANSWER-COUNT
                 IF WS-ANSWER-TALLY (WS-ANSWER-IDX) > WS-BEST-TALLY
                    MOVE WS-ANSWER-TALLY (WS-ANSWER-IDX)
                                       TO WS-BEST-TALLY
                    MOVE WS-ANSWER-IDX TO WS-BEST-IDX
                 END-IF
              END-PERFORM
              IF WS-BEST-IDX           > ZERO
                 ADD 01                TO WS-OPT-COUNT
                 MOVE WS-ANSWER-TEXT (WS-BEST-IDX)
                                       TO WS-OPT-NAME (WS-OPT-COUNT)
                 MOVE ZERO             TO WS-ANSWER-TALLY (WS-BEST-IDX)
              END-IF
           END-PERFORM.

           ADD 01                      TO WS-OPT-COUNT.
           MOVE WS-OPT-COUNT           TO WS-OPT-REST.
           MOVE "OTHER (REST)"         TO WS-OPT-NAME (WS-OPT-REST).

       DC000-ADD-WRITE-IN              SECTION.
           MOVE "N"                    TO WS-ANSWER-FOUND.
           PERFORM VARYING WS-ANSWER-IDX FROM 1 BY 1
                    UNTIL WS-ANSWER-IDX > WS-ANSWER-COUNT
                       OR WS-ANSWER-FOUND = "Y"
              IF WS-ANSWER-TEXT (WS-ANSWER-IDX) = WS-THIS-ANSWER
                 ADD 01                TO WS-ANSWER-TALLY
                                          (WS-ANSWER-IDX)
                 MOVE "Y"              TO WS-ANSWER-FOUND
              END-IF
           END-PERFORM.

           IF WS-ANSWER-FOUND          NOT = "Y"
              AND WS-ANSWER-COUNT      < WS-ANSWER-MAX
              ADD 01                   TO WS-ANSWER-COUNT
              MOVE WS-THIS-ANSWER      TO WS-ANSWER-TEXT
                                          (WS-ANSWER-COUNT)
              MOVE 01                  TO WS-ANSWER-TALLY
                                          (WS-ANSWER-COUNT)
           END-IF.

       EA000-PASS-RESPONDENTS          SECTION.
      *SECOND PASS - EACH OF THE WAVE'S RESPONDENTS COUNTS TOWARDS THE
      *OVERALL SHARES, AND TOWARDS THEIR CAMPUS'S SHARES WHEN THE
      *ROSTER PUTS THEM ON A CAMPUS THAT HAS A HEADCOUNT..............
           OPEN INPUT SURVEY-DATA.
           MOVE LOW-VALUES             TO WS-EOF.
           PERFORM ZA000-READ-FILE.
           PERFORM UNTIL WS-EOF        = HIGH-VALUES
              IF WS-WAVE               = WS-WINDOW-WAVE
                 ADD 01                TO WS-READ-COUNT
                 PERFORM EB000-TALLY-RESPONDENT
              END-IF
              PERFORM ZA000-READ-FILE
           END-PERFORM.
           CLOSE SURVEY-DATA.

       EB000-TALLY-RESPONDENT          SECTION.
           MOVE ZERO                   TO WS-CMP-FOUND.
           MOVE WS-ID                  TO RM-ID.
           READ ROSTER-MASTER
              KEY IS RM-ID
              INVALID KEY
                 ADD 01                TO WS-NOT-ON-ROSTER
              NOT INVALID KEY
                 PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                          UNTIL WS-CMP-IDX > WS-CAMPUS-COUNT
                             OR WS-CMP-FOUND > ZERO
                    IF WS-CMP-NAME (WS-CMP-IDX) = RM-CAMPUS
                       MOVE WS-CMP-IDX TO WS-CMP-FOUND
                    END-IF
                 END-PERFORM
           END-READ.

           ADD 01                      TO WS-ALL-RESP.
           IF WS-CMP-FOUND             > ZERO
              ADD 01                   TO WS-CMP-RESP (WS-CMP-FOUND)
           END-IF.

           IF WS-FAVOUR-PIZZA          = "X"
              MOVE 1                   TO WS-OPT-NO
              PERFORM EC000-COUNT-MARK
           END-IF.
           IF WS-FAVOUR-PASTA          = "X"
              MOVE 2                   TO WS-OPT-NO
              PERFORM EC000-COUNT-MARK
           END-IF.
           IF WS-FAVOUR-PAP            = "X"
              MOVE 3                   TO WS-OPT-NO
              PERFORM EC000-COUNT-MARK
           END-IF.
           IF WS-FAVOUR-CHICKEN        = "X"
              MOVE 4                   TO WS-OPT-NO
              PERFORM EC000-COUNT-MARK
           END-IF.
           IF WS-FAVOUR-BEEF           = "X"
              MOVE 5                   TO WS-OPT-NO
              PERFORM EC000-COUNT-MARK
           END-IF.
           IF WS-OTHER-FAV             = "X"
              MOVE WS-OPT-REST         TO WS-OPT-NO
              MOVE FUNCTION UPPER-CASE(WS-OTHER-FAV-TEXT)
                                       TO WS-THIS-ANSWER
              PERFORM VARYING WS-OPT-IDX FROM 6 BY 1
                       UNTIL WS-OPT-IDX NOT < WS-OPT-REST
                 IF WS-THIS-ANSWER     NOT = SPACES
                    AND WS-OPT-NAME (WS-OPT-IDX) = WS-THIS-ANSWER
                    MOVE WS-OPT-IDX    TO WS-OPT-NO
                 END-IF
              END-PERFORM
              PERFORM EC000-COUNT-MARK
           END-IF.

       EC000-COUNT-MARK                SECTION.
           ADD 01                      TO WS-ALL-MARKS (WS-OPT-NO).
           ADD 01                      TO WS-ALL-MARK-TOTAL.
           IF WS-CMP-FOUND             > ZERO
              ADD 01                   TO WS-CMP-MARKS
                                          (WS-CMP-FOUND, WS-OPT-NO)
              ADD 01                   TO WS-CMP-MARK-TOTAL
                                          (WS-CMP-FOUND)
           END-IF.

       FA000-WRITE-FORECAST            SECTION.
      *NO ORDER FILE MEANS NOTHING FOR PROCUREMENT TO LOAD - THE RUN
      *FAILS RATHER THAN LOOK AS IF IT HAD PLACED THE ORDER...........
           OPEN OUTPUT ORDER-FILE.
           IF WS-ORDER-STATUS          NOT = "00"
              DISPLAY "CATERING-ORDER.TXT COULD NOT BE OPENED (STATUS "
                      WS-ORDER-STATUS ") - NO ORDER WRITTEN"
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-RUN-DATE-N          TO ORD-HDR-DATE.
           MOVE WS-WINDOW-WAVE         TO ORD-HDR-WAVE.
           MOVE WS-WINDOW-START        TO ORD-HDR-START.
           MOVE WS-WINDOW-END          TO ORD-HDR-END.
           MOVE WS-OPT-COUNT           TO ORD-HDR-OPTIONS.
           MOVE WS-ORD-HEADER          TO ORDER-REC.
           WRITE ORDER-REC.

           IF WS-ALL-MARK-TOTAL        = ZERO
              MOVE SPACES              TO CATERING-REPORT-LINE
              WRITE CATERING-REPORT-LINE
              MOVE "NO FOOD ANSWERS IN THE WAVE - NO SHARES TO ORDER ON"
                                       TO CATERING-REPORT-LINE
              WRITE CATERING-REPORT-LINE
            ELSE
              PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                       UNTIL WS-CMP-IDX > WS-CAMPUS-COUNT
                 PERFORM FB000-WORK-ONE-CAMPUS
                 PERFORM FC000-WRITE-ONE-CAMPUS
              END-PERFORM
           END-IF.

       FB000-WORK-ONE-CAMPUS           SECTION.
      *SHARE = THE OPTION'S MARKS OVER ALL MARKS; MEALS = HEADCOUNT
      *TIMES SHARE, ROUNDED. ROUNDING CAN LEAVE THE CAMPUS A MEAL OR
      *TWO OVER OR SHORT, SO THE DIFFERENCE GOES ON ITS BIGGEST OPTION
      *AND THE ORDER ALWAYS COMES TO ONE MEAL PER PERSON...............
           IF WS-CMP-RESP (WS-CMP-IDX) < WS-MIN-RESPONSES
              OR WS-CMP-MARK-TOTAL (WS-CMP-IDX) = ZERO
              MOVE "O"                 TO WS-BASIS
              ADD 01                   TO WS-FALLBACK-COUNT
              MOVE WS-ALL-MARK-TOTAL   TO WS-BASE-TOTAL
              MOVE WS-ALL-MARKS-TABLE  TO WS-BASE-TABLE
            ELSE
              MOVE "C"                 TO WS-BASIS
              MOVE WS-CMP-MARK-TOTAL (WS-CMP-IDX) TO WS-BASE-TOTAL
              PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
                       UNTIL WS-OPT-IDX > 9
                 MOVE WS-CMP-MARKS (WS-CMP-IDX, WS-OPT-IDX)
                                       TO WS-BASE-MARKS (WS-OPT-IDX)
              END-PERFORM
           END-IF.

           MOVE ZERO                   TO WS-MEALS-SUM.
           MOVE 1                      TO WS-BIG-IDX.
           PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
                    UNTIL WS-OPT-IDX   > WS-OPT-COUNT
              COMPUTE WS-MEALS (WS-OPT-IDX) ROUNDED =
                 WS-CMP-HEADCOUNT (WS-CMP-IDX)
                 * WS-BASE-MARKS (WS-OPT-IDX) / WS-BASE-TOTAL
              ADD WS-MEALS (WS-OPT-IDX) TO WS-MEALS-SUM
              IF WS-BASE-MARKS (WS-OPT-IDX)
                 > WS-BASE-MARKS (WS-BIG-IDX)
                 MOVE WS-OPT-IDX       TO WS-BIG-IDX
              END-IF
           END-PERFORM.
           COMPUTE WS-MEALS (WS-BIG-IDX) = WS-MEALS (WS-BIG-IDX)
                 + WS-CMP-HEADCOUNT (WS-CMP-IDX) - WS-MEALS-SUM.

       FC000-WRITE-ONE-CAMPUS          SECTION.
           MOVE WS-CMP-HEADCOUNT (WS-CMP-IDX) TO WS-CNT-EDIT.
           MOVE WS-CMP-RESP (WS-CMP-IDX)      TO WS-CNT-EDIT-1.
           MOVE SPACES                 TO CATERING-REPORT-LINE.
           WRITE CATERING-REPORT-LINE.
           MOVE SPACES                 TO CATERING-REPORT-LINE.
           IF WS-BASIS                 = "O"
              STRING "CAMPUS: " WS-CMP-NAME (WS-CMP-IDX)
                     "  HEADCOUNT:" WS-CNT-EDIT
                     "  RESPONSES:" WS-CNT-EDIT-1
                     "  * OVERALL SHARES"
                     DELIMITED BY SIZE INTO CATERING-REPORT-LINE
            ELSE
              STRING "CAMPUS: " WS-CMP-NAME (WS-CMP-IDX)
                     "  HEADCOUNT:" WS-CNT-EDIT
                     "  RESPONSES:" WS-CNT-EDIT-1
                     "  CAMPUS SHARES"
                     DELIMITED BY SIZE INTO CATERING-REPORT-LINE
           END-IF.
           WRITE CATERING-REPORT-LINE.
           MOVE "  OPTION                SHARE%    MEALS"
                                       TO CATERING-REPORT-LINE.
           WRITE CATERING-REPORT-LINE.

           PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
                    UNTIL WS-OPT-IDX   > WS-OPT-COUNT
              COMPUTE WS-SHARE-PCT ROUNDED =
                 WS-BASE-MARKS (WS-OPT-IDX) / WS-BASE-TOTAL * 100
              MOVE WS-SHARE-PCT        TO WS-PCT-EDIT
              MOVE WS-MEALS (WS-OPT-IDX) TO WS-CNT-EDIT
              MOVE SPACES              TO CATERING-REPORT-LINE
              STRING "  "              DELIMITED BY SIZE
                     WS-OPT-NAME (WS-OPT-IDX) DELIMITED BY SIZE
                     "   "             DELIMITED BY SIZE
                     WS-PCT-EDIT       DELIMITED BY SIZE
                     "  "              DELIMITED BY SIZE
                     WS-CNT-EDIT       DELIMITED BY SIZE
                     INTO CATERING-REPORT-LINE
              WRITE CATERING-REPORT-LINE

              MOVE WS-CMP-NAME (WS-CMP-IDX) TO ORD-DET-CAMPUS
              MOVE WS-OPT-IDX          TO ORD-DET-OPTION-NO
              MOVE WS-OPT-NAME (WS-OPT-IDX) TO ORD-DET-OPTION
              MOVE WS-MEALS (WS-OPT-IDX) TO ORD-DET-MEALS
              MOVE WS-CMP-HEADCOUNT (WS-CMP-IDX) TO ORD-DET-HEADCOUNT
              MOVE WS-CMP-RESP (WS-CMP-IDX) TO ORD-DET-RESPONSES
              MOVE WS-BASIS            TO ORD-DET-BASIS
              MOVE WS-ORD-DETAIL       TO ORDER-REC
              WRITE ORDER-REC
              ADD 01                   TO WS-DETAIL-COUNT
              ADD WS-MEALS (WS-OPT-IDX) TO WS-TOTAL-MEALS
                                          WS-OPT-TOTAL-MEALS
                                          (WS-OPT-IDX)
           END-PERFORM.
           ADD WS-CMP-HEADCOUNT (WS-CMP-IDX) TO WS-TOTAL-HEADCOUNT.

       GA000-WRITE-TOTALS              SECTION.
      *ALL-CAMPUS ORDER PER OPTION, THEN THE TRAILER CATERING'S
      *SYSTEM BALANCES THE FILE AGAINST...............................
           MOVE SPACES                 TO CATERING-REPORT-LINE.
           WRITE CATERING-REPORT-LINE.
           MOVE WS-TOTAL-HEADCOUNT     TO WS-CNT-EDIT.
           MOVE WS-ALL-RESP            TO WS-CNT-EDIT-1.
           MOVE WS-NOT-ON-ROSTER       TO WS-CNT-EDIT-2.
           MOVE SPACES                 TO CATERING-REPORT-LINE.
           STRING "ALL CAMPUSES  HEADCOUNT:" WS-CNT-EDIT
                  "  RESPONSES:" WS-CNT-EDIT-1
                  "  (NOT ON ROSTER:" WS-CNT-EDIT-2 ")"
                  DELIMITED BY SIZE    INTO CATERING-REPORT-LINE.
           WRITE CATERING-REPORT-LINE.
           MOVE "  OPTION                SHARE%    MEALS"
                                       TO CATERING-REPORT-LINE.
           WRITE CATERING-REPORT-LINE.
           PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
                    UNTIL WS-OPT-IDX   > WS-OPT-COUNT
              IF WS-ALL-MARK-TOTAL     > ZERO
                 COMPUTE WS-SHARE-PCT ROUNDED =
                    WS-ALL-MARKS (WS-OPT-IDX) / WS-ALL-MARK-TOTAL
                    * 100
               ELSE
                 MOVE ZERO             TO WS-SHARE-PCT
              END-IF
              MOVE WS-SHARE-PCT        TO WS-PCT-EDIT
              MOVE WS-OPT-TOTAL-MEALS (WS-OPT-IDX) TO WS-CNT-EDIT
              MOVE SPACES              TO CATERING-REPORT-LINE
              STRING "  "              DELIMITED BY SIZE
                     WS-OPT-NAME (WS-OPT-IDX) DELIMITED BY SIZE
                     "   "             DELIMITED BY SIZE
                     WS-PCT-EDIT       DELIMITED BY SIZE
                     "  "              DELIMITED BY SIZE
                     WS-CNT-EDIT       DELIMITED BY SIZE
                     INTO CATERING-REPORT-LINE
              WRITE CATERING-REPORT-LINE
           END-PERFORM.
           MOVE WS-TOTAL-MEALS         TO WS-CNT-EDIT.
           MOVE SPACES                 TO CATERING-REPORT-LINE.
           STRING "  TOTAL MEALS" "                " WS-CNT-EDIT
                  DELIMITED BY SIZE    INTO CATERING-REPORT-LINE.
           WRITE CATERING-REPORT-LINE.

           MOVE WS-CAMPUS-COUNT        TO ORD-TRL-CAMPUSES.
           IF WS-ALL-MARK-TOTAL        = ZERO
              MOVE ZERO                TO ORD-TRL-CAMPUSES
           END-IF.
           MOVE WS-DETAIL-COUNT        TO ORD-TRL-DETAILS.
           MOVE WS-TOTAL-MEALS         TO ORD-TRL-MEALS.
           MOVE WS-TOTAL-HEADCOUNT     TO ORD-TRL-HEADCOUNT.
           MOVE WS-ORD-TRAILER         TO ORDER-REC.
           WRITE ORDER-REC.

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

       ZA000-READ-FILE                 SECTION.
           READ SURVEY-DATA            NEXT RECORD
              AT END
                 MOVE HIGH-VALUES      TO WS-EOF.

       ZZ000-TERMINATE                 SECTION.
           IF WS-ROSTER-OPEN           = "Y"
              CLOSE ROSTER-MASTER
           END-IF.
           CLOSE CATERING-REPORT ORDER-FILE.
