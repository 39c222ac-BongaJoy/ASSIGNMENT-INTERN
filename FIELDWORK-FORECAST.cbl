      ******************************************************************
      * Author: JOYCE MACHABA
      * Date: 10/15/2026
      * Purpose: FIELDWORK PROGRESS AND FORECAST FOR ONE WAVE, BUILT
      *          FROM THE SURVEY AUDIT JOURNAL (THE ROLLED-OVER MONTHLY
      *          SEGMENTS AS WELL AS THE LIVE JOURNAL). PRINTS THE
      *          CAPTURES PER DAY OF THE WAVE WITH THE RUNNING TOTAL
      *          AGAINST THE EXPECTED HEADCOUNT AND EACH QUOTA GROUP,
      *          THEN THE AVERAGE DAILY RATE OVER THE LAST FEW DAYS AND
      *          THE DATE EACH GROUP AND THE OVERALL TARGET SHOULD BE
      *          REACHED AT THAT RATE. A GROUP PROJECTED TO FINISH
      *          AFTER THE WAVE CLOSES IS FLAGGED SO EXTRA CAPTURE DAYS
      *          CAN BE BOOKED IN TIME.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                  DIVISION.

       PROGRAM-ID.                     FIELDWORK-FORECAST.
       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
      *SAME JOURNAL FILE INTERN-SURVEY APPENDS TO - AFTER A MONTHLY
      *ROLL-OVER IT ONLY HOLDS THE OPEN MONTHS........................
           SELECT  JOURNAL-FILE        ASSIGN TO "SURVEY-JOURNAL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

      *ONE CONTROL LINE PER CLOSED SEGMENT, WRITTEN BY THE MONTHLY
      *ROLL-OVER - ENTRY COUNT AND FIRST/LAST STAMP PER SEGMENT......
           SELECT  SEGMENTS-FILE       ASSIGN TO
                                        "SURVEY-JRN-SEGMENTS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEGMENTS-STATUS.

           SELECT  SEGMENT-FILE        ASSIGN TO DYNAMIC
                                        WS-SEGMENT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEGMENT-STATUS.

      *HR ROSTER MASTER KEPT BY HR-ROSTER-LOAD - THE EXPECTED
      *HEADCOUNT IS EVERYONE ON IT WHO IS ACTIVE DURING THE WAVE......
           SELECT  ROSTER-MASTER       ASSIGN TO "HR-ROSTER-MASTER.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RM-ID
           FILE STATUS IS WS-ROSTER-STATUS.

      *WAVE MASTER - THE WAVE'S DATES ARE THE FIELDWORK WINDOW........
           SELECT  WAVE-MASTER         ASSIGN TO "WAVE-MASTER.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WVM-CODE
           FILE STATUS IS WS-WAVE-MASTER-STATUS.

      *SAME QUOTA FILE QUESTION-MAINT KEEPS AND INTERN-SURVEY CHECKS..
           SELECT  QUOTA-FILE          ASSIGN TO "SURVEY-QUOTAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUOTA-STATUS.

           SELECT  FORECAST-REPORT     ASSIGN TO
                                        "FIELDWORK-FORECAST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA                            DIVISION.

       FILE                            SECTION.
      *SAME JOURNAL ENTRY LAYOUT INTERN-SURVEY WRITES.................
       FD  JOURNAL-FILE.
       01  JOURNAL-REC                 PIC X(345).

       FD  SEGMENTS-FILE.
       01  SEGMENTS-LINE               PIC X(132).

       FD  SEGMENT-FILE.
       01  SEGMENT-REC                 PIC X(345).

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

      *SAME QUOTA LINE LAYOUT INTERN-SURVEY READS.....................
       FD  QUOTA-FILE.
       01  QUOTA-REC.
           05 QTA-WAVE                 PIC X(06).
           05 FILLER                   PIC X.
           05 QTA-GROUP                PIC X(04).
           05 FILLER                   PIC X.
           05 QTA-TARGET               PIC 9(05).

       FD  FORECAST-REPORT.
       01  FORECAST-LINE               PIC X(132).

       WORKING-STORAGE                 SECTION.
       01 WS-EOF                       PIC XX.
       01 WS-JOURNAL-STATUS            PIC XX.
       01 WS-SEGMENTS-STATUS           PIC XX.
       01 WS-SEGMENT-STATUS            PIC XX.
       01 WS-ROSTER-STATUS             PIC XX.
       01 WS-WAVE-MASTER-STATUS        PIC XX.
       01 WS-QUOTA-STATUS              PIC XX.
       01 WS-SEGMENT-NAME              PIC X(40).
       01 WS-ACTIVE-FLAG               PIC X.
       01 WS-WAVE-WANTED               PIC X(06).
       01 WS-ENTRY-COUNT               PIC 9(07)     VALUE 0.
       01 WS-WAVE-ENTRY-COUNT          PIC 9(07)     VALUE 0.
       01 WS-SEGMENTS-OPENED           PIC 9999      VALUE 0.
       01 WS-SEGMENTS-MISSING          PIC 9999      VALUE 0.

      *THE JOURNAL ENTRY IN HAND, FROM A SEGMENT OR THE LIVE FILE.....
       01 WS-ENTRY.
           05 WS-ENT-DATE              PIC 9(08).
           05 WS-ENT-TIME              PIC 9(08).
           05 WS-ENT-OPERATOR          PIC X(08).
           05 WS-ENT-ACTION            PIC X(08).
           05 WS-ENT-ID                PIC 9(13).
           05 WS-ENT-BEFORE            PIC X(150).
           05 WS-ENT-AFTER             PIC X(150).

      *THE PARTS OF A BEFORE OR AFTER IMAGE THIS REPORT NEEDS - THE
      *IMAGE IS THE SURVEY RECORD AS INTERN-SURVEY HELD IT: ID AT 1,
      *AGE AT 82, WAVE AT 130. THE 7TH ID DIGIT IS THE GENDER DIGIT...
       01 WS-IMAGE.
           05 IMG-ID.
              10 FILLER                PIC X(06).
              10 IMG-GENDER            PIC X.
              10 FILLER                PIC X(06).
           05 FILLER                   PIC X(68).
           05 IMG-AGE                  PIC 99.
           05 FILLER                   PIC X(46).
           05 IMG-WAVE                 PIC X(06).
           05 FILLER                   PIC X(15).
       01 WS-BEFORE-IN-WAVE            PIC X.
       01 WS-AFTER-IN-WAVE             PIC X.
       01 WS-CHANGE                    PIC S9.
       01 WS-AGE-GROUP                 PIC 9.
       01 WS-GENDER-GROUP              PIC 9.

      *SEGMENT CONTROL LINE PARSE FIELDS, AS IN JOURNAL-INQUIRY.......
       01 WS-SEG-LEAD                  PIC X(10).
       01 WS-SEG-FILE                  PIC X(40).
       01 WS-SEG-ENTRIES               PIC X(10).
       01 WS-SEG-FIRST                 PIC X(17).
       01 WS-SEG-LAST                  PIC X(17).
       01 WS-SEG-FIRST-DATE            PIC 9(08).
       01 WS-SEG-LAST-DATE             PIC 9(08).

      *THE WAVE BEING FORECAST AND ITS DATES. THE REPORT RUNS UP TO
      *TODAY, OR TO THE CLOSE DATE ONCE THE WAVE HAS CLOSED...........
       01 WS-WINDOW-WAVE               PIC X(06).
       01 WS-WINDOW-DESC               PIC X(30).
       01 WS-WINDOW-START              PIC 9(08).
       01 WS-WINDOW-END                PIC 9(08).
       01 WS-AS-OF-DATE                PIC 9(08).
       01 WS-START-INT                 PIC 9(07).
       01 WS-END-INT                   PIC 9(07).
       01 WS-AS-OF-INT                 PIC 9(07).
       01 WS-ENT-INT                   PIC 9(07).
       01 WS-DAY-INT                   PIC 9(07).
       01 WS-DAY-DATE                  PIC 9(08).
       01 WS-DAY-DATE-X                REDEFINES WS-DAY-DATE.
           05 WS-DAY-YEAR              PIC 9999.
           05 WS-DAY-MONTH             PIC 99.
           05 WS-DAY-DAY               PIC 99.

      *ONE ROW PER DAY OF THE WAVE UP TO THE AS-OF DATE. ADDED AND
      *REMOVED COUNT RESPONDENTS COMING INTO AND GOING OUT OF THE WAVE
      *THAT DAY; THE GROUP COLUMNS ARE THE NET CHANGE PER QUOTA GROUP,
      *SO A CORRECTED AGE MOVES A RESPONDENT BETWEEN BRACKETS. AN
      *ENTRY DATED OUTSIDE THE DAYS SHOWN IS COUNTED ON THE NEAREST...
       01 WS-DAY-MAX                   PIC 999       VALUE 366.
       01 WS-DAY-COUNT                 PIC 999       VALUE 0.
       01 WS-DAY-TABLE.
           05 WS-DAY-ROW               OCCURS 366 TIMES.
              10 WS-DAY-ADDED          PIC 9(05).
              10 WS-DAY-REMOVED        PIC 9(05).
              10 WS-DAY-GROUP          PIC S9(05) OCCURS 6 TIMES.
       01 WS-DAY-IDX                   PIC 999.
       01 WS-DAY-NO                    PIC S9(07).

      *GROUP 0 IS THE OVERALL TARGET (THE EXPECTED HEADCOUNT), 1-4
      *THE AGE BRACKETS U20/2029/3039/40P, 5-6 MALE AND FEMALE - THE
      *SAME GROUP NUMBERS INTERN-SURVEY'S QUOTA CHECK USES.............
       01 WS-GROUP-TABLE.
           05 WS-GRP-ROW               OCCURS 7 TIMES.
              10 WS-GRP-TARGET         PIC 9(07).
              10 WS-GRP-RUNNING        PIC S9(07).
              10 WS-GRP-WINDOW         PIC S9(07).
              10 WS-GRP-REACHED        PIC 9(08).
       01 WS-GRP-IDX                   PIC 9.
       01 WS-GRP-NO                    PIC 9.
       01 WS-GROUP-LABELS-VAL.
           05 FILLER                   PIC X(18) VALUE
                                                 "OVERALL (EXPECTED)".
           05 FILLER                   PIC X(18) VALUE "UNDER 20".
           05 FILLER                   PIC X(18) VALUE "20 - 29".
           05 FILLER                   PIC X(18) VALUE "30 - 39".
           05 FILLER                   PIC X(18) VALUE "40 PLUS".
           05 FILLER                   PIC X(18) VALUE "MALE".
           05 FILLER                   PIC X(18) VALUE "FEMALE".
       01 WS-GROUP-LABELS              REDEFINES WS-GROUP-LABELS-VAL.
           05 WS-GROUP-LABEL           PIC X(18) OCCURS 7 TIMES.

      *THE AVERAGE DAILY RATE IS TAKEN OVER THIS MANY DAYS ENDING ON
      *THE AS-OF DATE (FEWER WHEN THE WAVE IS YOUNGER THAN THAT).......
       01 WS-RATE-DAYS                 PIC 99        VALUE 7.
       01 WS-WINDOW-DAYS               PIC 999.
       01 WS-WINDOW-FIRST              PIC 999.
       01 WS-RATE                      PIC 9(05)V99.
       01 WS-SHORT                     PIC S9(07).
       01 WS-DAYS-EXACT                PIC 9(07)V99.
       01 WS-DAYS-NEEDED               PIC 9(07).
       01 WS-PROJECTED-INT             PIC 9(07).
       01 WS-PROJECTED-DATE            PIC 9(08).
       01 WS-PROJECTION                PIC X(22).
       01 WS-FLAG-TEXT                 PIC X(40).
       01 WS-FLAG-COUNT                PIC 9         VALUE 0.

      *PRINT EDITS FOR THE REPORT LINES...............................
       01 WS-CNT-EDIT                  PIC ZZZZZZ9.
       01 WS-CNT-EDIT-1                PIC ZZZZZZ9.
       01 WS-CNT-EDIT-2                PIC ZZZZZZ9.
       01 WS-SHORT-EDIT                PIC ------9.
       01 WS-DAY-EDIT                  PIC -----9.
       01 WS-RATE-EDIT                 PIC ZZZZ9.99.
       01 WS-PCT-EDIT                  PIC ZZ9.9.
       01 WS-PCT                       PIC 9(05)V9.
       01 WS-DATE-EDIT.
           05 WS-DATE-EDIT-MM          PIC 99.
           05 FILLER                   PIC X         VALUE "/".
           05 WS-DATE-EDIT-DD          PIC 99.
           05 FILLER                   PIC X         VALUE "/".
           05 WS-DATE-EDIT-YYYY        PIC 9999.
       01 WS-GROUP-COLS                PIC X(42).
       01 WS-COL-POS                   PIC 99.

       01 WS-RUN-DATE.
           05 WS-RUN-YEAR              PIC 9999.
           05 WS-RUN-MONTH             PIC 99.
           05 WS-RUN-DAY               PIC 99.
       01 WS-RUN-DATE-N                REDEFINES WS-RUN-DATE
                                       PIC 9(08).

       PROCEDURE                       DIVISION.

       AA000-MAIN-PROCEDURE            SECTION.
           PERFORM BA000-INITIAL.
           PERFORM CA000-LOAD-QUOTAS.
           PERFORM DA000-PASS-ROSTER.
           PERFORM EA000-SCAN-SEGMENTS.
           PERFORM ED000-SCAN-LIVE-JOURNAL.
           PERFORM GA000-WRITE-DAILY.
           PERFORM HA000-WRITE-FORECAST.

           DISPLAY "WAVE " WS-WINDOW-WAVE
                   "  JOURNAL ENTRIES READ: " WS-ENTRY-COUNT
                   "  FOR THIS WAVE: " WS-WAVE-ENTRY-COUNT.
           IF WS-SEGMENTS-MISSING      > 0
              DISPLAY "WARNING - " WS-SEGMENTS-MISSING
                      " LISTED JOURNAL SEGMENT(S) COULD NOT BE OPENED"
                      " - COUNTS ARE SHORT"
           END-IF.
           IF WS-FLAG-COUNT            > 0
              DISPLAY "** " WS-FLAG-COUNT
                      " GROUP(S) PROJECTED TO MISS THE CLOSE DATE"
           END-IF.
           DISPLAY "FORECAST WRITTEN TO FIELDWORK-FORECAST.TXT".
           PERFORM ZZ000-TERMINATE.
           STOP RUN.

       BA000-INITIAL                   SECTION.
      *BLANK MEANS THE OPEN WAVE COVERING TODAY, AS IN WEIGHTED-RESULTS.
           ACCEPT WS-RUN-DATE          FROM DATE YYYYMMDD.
           INITIALIZE WS-DAY-TABLE WS-GROUP-TABLE.
           DISPLAY "WAVE TO FORECAST (BLANK = OPEN WAVE): "
                   WITH NO ADVANCING.
           ACCEPT WS-WAVE-WANTED.
           PERFORM JA000-FIND-WAVE.
           IF WS-WINDOW-WAVE           = SPACES
              DISPLAY "NO SUCH WAVE ON THE WAVE MASTER, OR NO OPEN "
                      "WAVE TODAY - NOTHING TO FORECAST"
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.

      *THE DAYS SHOWN RUN FROM THE WAVE'S START TO TODAY, OR TO THE
      *CLOSE DATE ONCE IT HAS PASSED. A WAVE NOT YET STARTED SHOWS
      *ITS FIRST DAY ONLY..............................................
           IF WS-RUN-DATE-N            > WS-WINDOW-END
              MOVE WS-WINDOW-END       TO WS-AS-OF-DATE
            ELSE
              MOVE WS-RUN-DATE-N       TO WS-AS-OF-DATE
           END-IF.
           IF WS-AS-OF-DATE            < WS-WINDOW-START
              MOVE WS-WINDOW-START     TO WS-AS-OF-DATE
           END-IF.
           COMPUTE WS-START-INT =
              FUNCTION INTEGER-OF-DATE(WS-WINDOW-START).
           COMPUTE WS-END-INT =
              FUNCTION INTEGER-OF-DATE(WS-WINDOW-END).
           COMPUTE WS-AS-OF-INT =
              FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE).
           COMPUTE WS-DAY-NO           = WS-AS-OF-INT - WS-START-INT
                                       + 1.
           IF WS-DAY-NO                > WS-DAY-MAX
              MOVE WS-DAY-MAX          TO WS-DAY-COUNT
              COMPUTE WS-AS-OF-INT     = WS-START-INT + WS-DAY-MAX - 1
              COMPUTE WS-AS-OF-DATE    =
                 FUNCTION DATE-OF-INTEGER(WS-AS-OF-INT)
            ELSE
              MOVE WS-DAY-NO           TO WS-DAY-COUNT
           END-IF.

           OPEN OUTPUT FORECAST-REPORT.
           MOVE SPACES                 TO FORECAST-LINE.
           STRING "FIELDWORK PROGRESS AND FORECAST - RUN DATE "
                  WS-RUN-MONTH "/" WS-RUN-DAY "/" WS-RUN-YEAR
                  DELIMITED BY SIZE    INTO FORECAST-LINE.
           WRITE FORECAST-LINE.
           MOVE SPACES                 TO FORECAST-LINE.
           STRING "WAVE: " WS-WINDOW-WAVE "  " WS-WINDOW-DESC
                  "  " WS-WINDOW-START " TO " WS-WINDOW-END
                  "  AS AT " WS-AS-OF-DATE
                  DELIMITED BY SIZE    INTO FORECAST-LINE.
           WRITE FORECAST-LINE.

       CA000-LOAD-QUOTAS               SECTION.
      *THE WAVE'S TARGETS OFF THE QUOTA FILE - A GROUP WITH NO LINE
      *HAS NO TARGET AND IS SHOWN WITHOUT A PROJECTION................
           OPEN INPUT QUOTA-FILE.
           IF WS-QUOTA-STATUS          NOT = "00"
              CONTINUE
            ELSE
              MOVE LOW-VALUES          TO WS-EOF
              PERFORM UNTIL WS-EOF     = HIGH-VALUES
                 READ QUOTA-FILE
                    AT END
                       MOVE HIGH-VALUES TO WS-EOF
                    NOT AT END
                       IF QTA-WAVE     = WS-WINDOW-WAVE
                          PERFORM CB000-STORE-ONE-TARGET
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE QUOTA-FILE
           END-IF.

       CB000-STORE-ONE-TARGET          SECTION.
           EVALUATE QTA-GROUP
              WHEN "U20 "
                 MOVE QTA-TARGET       TO WS-GRP-TARGET (2)
              WHEN "2029"
                 MOVE QTA-TARGET       TO WS-GRP-TARGET (3)
              WHEN "3039"
                 MOVE QTA-TARGET       TO WS-GRP-TARGET (4)
              WHEN "40P "
                 MOVE QTA-TARGET       TO WS-GRP-TARGET (5)
              WHEN "M   "
                 MOVE QTA-TARGET       TO WS-GRP-TARGET (6)
              WHEN "F   "
                 MOVE QTA-TARGET       TO WS-GRP-TARGET (7)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       DA000-PASS-ROSTER               SECTION.
      *THE OVERALL TARGET - EVERYONE ACTIVE DURING THE WAVE'S DATES...
           OPEN INPUT ROSTER-MASTER.
           IF WS-ROSTER-STATUS         NOT = "00"
              DISPLAY "NO HR ROSTER MASTER FOUND - NO EXPECTED "
                      "HEADCOUNT TO FORECAST AGAINST"
            ELSE
              PERFORM UNTIL WS-ROSTER-STATUS NOT = "00"
                 READ ROSTER-MASTER     NEXT RECORD
                    AT END
                       MOVE "10"       TO WS-ROSTER-STATUS
                    NOT AT END
                       PERFORM JB000-CHECK-ACTIVE
                       IF WS-ACTIVE-FLAG = "Y"
                          ADD 01       TO WS-GRP-TARGET (1)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ROSTER-MASTER
           END-IF.

       EA000-SCAN-SEGMENTS             SECTION.
      *ONLY THE CLOSED SEGMENTS THAT OVERLAP THE WAVE'S DAYS ARE
      *OPENED - ANYTHING AFTER THE LAST ROLL-OVER IS STILL IN THE LIVE
      *JOURNAL, WHICH IS ALWAYS READ..................................
           OPEN INPUT SEGMENTS-FILE.
           IF WS-SEGMENTS-STATUS       NOT = "00"
              CONTINUE
            ELSE
              MOVE LOW-VALUES          TO WS-EOF
              PERFORM UNTIL WS-EOF     = HIGH-VALUES
                 READ SEGMENTS-FILE
                    AT END
                       MOVE HIGH-VALUES TO WS-EOF
                    NOT AT END
                       PERFORM EB000-PARSE-SEGMENT-LINE
                       IF WS-SEG-FILE  NOT = SPACES
                          AND WS-SEG-LAST-DATE NOT < WS-WINDOW-START
                          PERFORM EC000-SCAN-ONE-SEGMENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SEGMENTS-FILE
           END-IF.

       EB000-PARSE-SEGMENT-LINE        SECTION.
           MOVE SPACES                 TO WS-SEG-LEAD WS-SEG-FILE
                                          WS-SEG-ENTRIES WS-SEG-FIRST
                                          WS-SEG-LAST.
           UNSTRING SEGMENTS-LINE
              DELIMITED BY "SEGMENT " OR " ENTRIES " OR " FIRST "
                        OR " LAST "
              INTO WS-SEG-LEAD WS-SEG-FILE WS-SEG-ENTRIES
                   WS-SEG-FIRST WS-SEG-LAST.
           MOVE WS-SEG-FIRST (1:8)     TO WS-SEG-FIRST-DATE.
           MOVE WS-SEG-LAST (1:8)      TO WS-SEG-LAST-DATE.

       EC000-SCAN-ONE-SEGMENT          SECTION.
           MOVE WS-SEG-FILE            TO WS-SEGMENT-NAME.
           OPEN INPUT SEGMENT-FILE.
           IF WS-SEGMENT-STATUS        NOT = "00"
              ADD 01                   TO WS-SEGMENTS-MISSING
              MOVE SPACES              TO FORECAST-LINE
              STRING "SEGMENT "
                     FUNCTION TRIM(WS-SEGMENT-NAME)
                     " IS LISTED BUT COULD NOT BE OPENED"
                     DELIMITED BY SIZE INTO FORECAST-LINE
              WRITE FORECAST-LINE
            ELSE
              ADD 01                   TO WS-SEGMENTS-OPENED
              PERFORM UNTIL WS-SEGMENT-STATUS NOT = "00"
                 READ SEGMENT-FILE
                    AT END
                       MOVE "10"       TO WS-SEGMENT-STATUS
                    NOT AT END
                       MOVE SEGMENT-REC TO WS-ENTRY
                       PERFORM FA000-TAKE-ENTRY
                 END-READ
              END-PERFORM
              CLOSE SEGMENT-FILE
           END-IF.

       ED000-SCAN-LIVE-JOURNAL         SECTION.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS        NOT = "00"
              MOVE "NO LIVE JOURNAL FILE FOUND" TO FORECAST-LINE
              WRITE FORECAST-LINE
            ELSE
              MOVE LOW-VALUES          TO WS-EOF
              PERFORM UNTIL WS-EOF     = HIGH-VALUES
                 READ JOURNAL-FILE
                    AT END
                       MOVE HIGH-VALUES TO WS-EOF
                    NOT AT END
                       MOVE JOURNAL-REC TO WS-ENTRY
                       PERFORM FA000-TAKE-ENTRY
                 END-READ
              END-PERFORM
              CLOSE JOURNAL-FILE
           END-IF.

       FA000-TAKE-ENTRY                SECTION.
      *AN ADD BRINGS ITS AFTER IMAGE INTO THE WAVE, A DELETE TAKES ITS
      *BEFORE IMAGE OUT, AND A CORRECTION DOES BOTH - SO THE RUNNING
      *TOTALS MATCH WHAT IS ACTUALLY ON THE SURVEY FILE FOR THE WAVE..
           ADD 01                      TO WS-ENTRY-COUNT.
           MOVE "N"                    TO WS-BEFORE-IN-WAVE
                                          WS-AFTER-IN-WAVE.
           MOVE WS-ENT-BEFORE          TO WS-IMAGE.
           IF WS-ENT-BEFORE            NOT = SPACES
              AND IMG-WAVE             = WS-WINDOW-WAVE
              MOVE "Y"                 TO WS-BEFORE-IN-WAVE
           END-IF.
           MOVE WS-ENT-AFTER           TO WS-IMAGE.
           IF WS-ENT-AFTER             NOT = SPACES
              AND IMG-WAVE             = WS-WINDOW-WAVE
              MOVE "Y"                 TO WS-AFTER-IN-WAVE
           END-IF.

           IF WS-BEFORE-IN-WAVE        = "Y"
              OR WS-AFTER-IN-WAVE      = "Y"
              ADD 01                   TO WS-WAVE-ENTRY-COUNT
              IF WS-ENT-DATE           NUMERIC
                 AND WS-ENT-DATE       NOT < WS-WINDOW-START
                 COMPUTE WS-ENT-INT    =
                    FUNCTION INTEGER-OF-DATE(WS-ENT-DATE)
                 COMPUTE WS-DAY-NO     = WS-ENT-INT - WS-START-INT + 1
               ELSE
                 MOVE 1                TO WS-DAY-NO
              END-IF
              IF WS-DAY-NO             > WS-DAY-COUNT
                 MOVE WS-DAY-COUNT     TO WS-DAY-NO
              END-IF
              IF WS-DAY-NO             < 1
                 MOVE 1                TO WS-DAY-NO
              END-IF
              MOVE WS-DAY-NO           TO WS-DAY-IDX

              IF WS-BEFORE-IN-WAVE     = "Y"
                 AND WS-AFTER-IN-WAVE  = "N"
                 ADD 01                TO WS-DAY-REMOVED (WS-DAY-IDX)
              END-IF
              IF WS-AFTER-IN-WAVE      = "Y"
                 AND WS-BEFORE-IN-WAVE = "N"
                 ADD 01                TO WS-DAY-ADDED (WS-DAY-IDX)
              END-IF

              IF WS-BEFORE-IN-WAVE     = "Y"
                 MOVE WS-ENT-BEFORE    TO WS-IMAGE
                 MOVE -1               TO WS-CHANGE
                 PERFORM FB000-APPLY-GROUPS
              END-IF
              IF WS-AFTER-IN-WAVE      = "Y"
                 MOVE WS-ENT-AFTER     TO WS-IMAGE
                 MOVE 1                TO WS-CHANGE
                 PERFORM FB000-APPLY-GROUPS
              END-IF
           END-IF.

       FB000-APPLY-GROUPS              SECTION.
      *BRACKETS ON THE CAPTURED AGE AND GENDER ON THE ID DIGIT (5-9
      *MALE), EXACTLY AS INTERN-SURVEY COUNTS THEM AGAINST QUOTA......
           EVALUATE TRUE
              WHEN IMG-AGE             NOT NUMERIC
                 MOVE 4                TO WS-AGE-GROUP
              WHEN IMG-AGE             < 20
                 MOVE 1                TO WS-AGE-GROUP
              WHEN IMG-AGE             < 30
                 MOVE 2                TO WS-AGE-GROUP
              WHEN IMG-AGE             < 40
                 MOVE 3                TO WS-AGE-GROUP
              WHEN OTHER
                 MOVE 4                TO WS-AGE-GROUP
           END-EVALUATE.
           IF IMG-GENDER               >= "5"
              MOVE 5                   TO WS-GENDER-GROUP
            ELSE
              MOVE 6                   TO WS-GENDER-GROUP
           END-IF.
           ADD WS-CHANGE               TO WS-DAY-GROUP
                                          (WS-DAY-IDX, WS-AGE-GROUP).
           ADD WS-CHANGE               TO WS-DAY-GROUP
                                          (WS-DAY-IDX, WS-GENDER-GROUP).

       GA000-WRITE-DAILY               SECTION.
      *ONE LINE PER DAY - THE OVERALL RUNNING TOTAL IS THE SUM OF THE
      *AGE BRACKETS, SINCE EVERY RESPONDENT FALLS IN EXACTLY ONE.......
           MOVE SPACES                 TO FORECAST-LINE.
           WRITE FORECAST-LINE.
           MOVE "CAPTURES PER DAY (RUNNING TOTALS ARE NET OF DELETIONS)"
                                       TO FORECAST-LINE.
           WRITE FORECAST-LINE.
           MOVE "DATE         ADDED REMOVED  RUNNING  EXPECT%"
                                       TO FORECAST-LINE.
           MOVE "   U20  20-29  30-39   40P+   MALE FEMALE"
                                       TO FORECAST-LINE (46:).
           WRITE FORECAST-LINE.

      *THE RATE WINDOW IS THE LAST FEW DAYS SHOWN.....................
           IF WS-DAY-COUNT             < WS-RATE-DAYS
              MOVE WS-DAY-COUNT        TO WS-WINDOW-DAYS
            ELSE
              MOVE WS-RATE-DAYS        TO WS-WINDOW-DAYS
           END-IF.
           COMPUTE WS-WINDOW-FIRST     = WS-DAY-COUNT - WS-WINDOW-DAYS
                                         + 1.

           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                    UNTIL WS-DAY-IDX   > WS-DAY-COUNT
              COMPUTE WS-DAY-INT       = WS-START-INT + WS-DAY-IDX - 1
              COMPUTE WS-DAY-DATE      =
                 FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
              PERFORM GB000-ROLL-ONE-DAY
              PERFORM GC000-WRITE-ONE-DAY
           END-PERFORM.

       GB000-ROLL-ONE-DAY              SECTION.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                    UNTIL WS-GRP-IDX   > 6
              COMPUTE WS-GRP-NO        = WS-GRP-IDX + 1
              ADD WS-DAY-GROUP (WS-DAY-IDX, WS-GRP-IDX)
                                       TO WS-GRP-RUNNING (WS-GRP-NO)
              IF WS-DAY-IDX            NOT < WS-WINDOW-FIRST
                 ADD WS-DAY-GROUP (WS-DAY-IDX, WS-GRP-IDX)
                                       TO WS-GRP-WINDOW (WS-GRP-NO)
              END-IF
              IF WS-GRP-IDX            <= 4
                 ADD WS-DAY-GROUP (WS-DAY-IDX, WS-GRP-IDX)
                                       TO WS-GRP-RUNNING (1)
                 IF WS-DAY-IDX         NOT < WS-WINDOW-FIRST
                    ADD WS-DAY-GROUP (WS-DAY-IDX, WS-GRP-IDX)
                                       TO WS-GRP-WINDOW (1)
                 END-IF
              END-IF
           END-PERFORM.

      *THE FIRST DAY EACH TARGET WAS MET IS KEPT FOR THE FORECAST.....
           PERFORM VARYING WS-GRP-NO FROM 1 BY 1
                    UNTIL WS-GRP-NO    > 7
              IF WS-GRP-TARGET (WS-GRP-NO) > 0
                 AND WS-GRP-REACHED (WS-GRP-NO) = ZERO
                 AND WS-GRP-RUNNING (WS-GRP-NO)
                     NOT < WS-GRP-TARGET (WS-GRP-NO)
                 MOVE WS-DAY-DATE      TO WS-GRP-REACHED (WS-GRP-NO)
              END-IF
           END-PERFORM.

       GC000-WRITE-ONE-DAY             SECTION.
           MOVE WS-DAY-MONTH           TO WS-DATE-EDIT-MM.
           MOVE WS-DAY-DAY             TO WS-DATE-EDIT-DD.
           MOVE WS-DAY-YEAR            TO WS-DATE-EDIT-YYYY.
           MOVE WS-DAY-ADDED (WS-DAY-IDX)   TO WS-CNT-EDIT.
           MOVE WS-DAY-REMOVED (WS-DAY-IDX) TO WS-CNT-EDIT-1.
           MOVE WS-GRP-RUNNING (1)     TO WS-CNT-EDIT-2.
           IF WS-GRP-TARGET (1)        > 0
              AND WS-GRP-RUNNING (1)   > 0
              COMPUTE WS-PCT ROUNDED   =
                 WS-GRP-RUNNING (1) / WS-GRP-TARGET (1) * 100
            ELSE
              MOVE ZERO                TO WS-PCT
           END-IF.
           MOVE WS-PCT                 TO WS-PCT-EDIT.

           MOVE SPACES                 TO WS-GROUP-COLS.
           MOVE 1                      TO WS-COL-POS.
           PERFORM VARYING WS-GRP-NO FROM 2 BY 1
                    UNTIL WS-GRP-NO    > 7
              MOVE WS-GRP-RUNNING (WS-GRP-NO) TO WS-DAY-EDIT
              MOVE WS-DAY-EDIT         TO WS-GROUP-COLS (WS-COL-POS:6)
              ADD 07                   TO WS-COL-POS
           END-PERFORM.

           MOVE SPACES                 TO FORECAST-LINE.
           STRING WS-DATE-EDIT         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-CNT-EDIT-1        DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-CNT-EDIT-2        DELIMITED BY SIZE
                  "    "               DELIMITED BY SIZE
                  WS-PCT-EDIT          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-GROUP-COLS        DELIMITED BY SIZE
                  INTO FORECAST-LINE.
           WRITE FORECAST-LINE.

       HA000-WRITE-FORECAST            SECTION.
      *RATE = NET CAPTURES OVER THE RATE WINDOW / ITS DAYS. DAYS STILL
      *NEEDED = THE SHORTFALL / RATE, ROUNDED UP, COUNTED ON FROM THE
      *AS-OF DATE. ANY GROUP WHOSE PROJECTED DATE FALLS AFTER THE WAVE
      *CLOSES - OR THAT HAS HAD NO CAPTURES LATELY - IS FLAGGED.......
           MOVE SPACES                 TO FORECAST-LINE.
           WRITE FORECAST-LINE.
           MOVE SPACES                 TO FORECAST-LINE.
           MOVE WS-WINDOW-DAYS         TO WS-CNT-EDIT.
           STRING "FORECAST AT THE AVERAGE DAILY RATE OVER THE LAST"
                  WS-CNT-EDIT " DAY(S) - WAVE CLOSES "
                  WS-WINDOW-END
                  DELIMITED BY SIZE    INTO FORECAST-LINE.
           WRITE FORECAST-LINE.
           MOVE "GROUP              TARGET CAPTURED   SHORT  RATE/DAY"
                                       TO FORECAST-LINE.
           MOVE "REACHED / PROJECTED"  TO FORECAST-LINE (55:).
           WRITE FORECAST-LINE.

           PERFORM VARYING WS-GRP-NO FROM 1 BY 1
                    UNTIL WS-GRP-NO    > 7
              PERFORM HB000-PROJECT-ONE-GROUP
           END-PERFORM.

       HB000-PROJECT-ONE-GROUP         SECTION.
           MOVE SPACES                 TO WS-PROJECTION WS-FLAG-TEXT.
           COMPUTE WS-SHORT            = WS-GRP-TARGET (WS-GRP-NO)
                                       - WS-GRP-RUNNING (WS-GRP-NO).
           IF WS-GRP-WINDOW (WS-GRP-NO) > 0
              AND WS-WINDOW-DAYS       > 0
              COMPUTE WS-RATE ROUNDED  =
                 WS-GRP-WINDOW (WS-GRP-NO) / WS-WINDOW-DAYS
            ELSE
              MOVE ZERO                TO WS-RATE
           END-IF.

           EVALUATE TRUE
              WHEN WS-GRP-TARGET (WS-GRP-NO) = ZERO
                 MOVE "NO TARGET SET"  TO WS-PROJECTION
                 MOVE ZERO             TO WS-SHORT
              WHEN WS-SHORT            NOT > ZERO
                 MOVE WS-GRP-REACHED (WS-GRP-NO) TO WS-DAY-DATE
                 PERFORM HC000-EDIT-DAY-DATE
                 STRING "REACHED " WS-DATE-EDIT
                        DELIMITED BY SIZE INTO WS-PROJECTION
                 MOVE ZERO             TO WS-SHORT
              WHEN WS-RUN-DATE-N       > WS-WINDOW-END
                 MOVE "NOT REACHED"    TO WS-PROJECTION
                 MOVE "** MISSED - THE WAVE HAS CLOSED"
                                       TO WS-FLAG-TEXT
                 ADD 01                TO WS-FLAG-COUNT
              WHEN WS-RATE             = ZERO
                 MOVE "NO RECENT CAPTURES"
                                       TO WS-PROJECTION
                 MOVE "** WILL MISS CLOSE DATE - NOTHING CAPTURED"
                                       TO WS-FLAG-TEXT
                 ADD 01                TO WS-FLAG-COUNT
              WHEN OTHER
                 COMPUTE WS-DAYS-EXACT = WS-SHORT / WS-RATE
                 MOVE WS-DAYS-EXACT    TO WS-DAYS-NEEDED
                 IF WS-DAYS-NEEDED     < WS-DAYS-EXACT
                    ADD 01             TO WS-DAYS-NEEDED
                 END-IF
                 COMPUTE WS-PROJECTED-INT = WS-AS-OF-INT
                                          + WS-DAYS-NEEDED
                 IF WS-PROJECTED-INT   > 2900000
                    MOVE 2900000       TO WS-PROJECTED-INT
                 END-IF
                 COMPUTE WS-DAY-DATE   =
                    FUNCTION DATE-OF-INTEGER(WS-PROJECTED-INT)
                 PERFORM HC000-EDIT-DAY-DATE
                 STRING "PROJECTED " WS-DATE-EDIT
                        DELIMITED BY SIZE INTO WS-PROJECTION
                 IF WS-PROJECTED-INT   > WS-END-INT
                    MOVE "** WILL MISS CLOSE DATE - BOOK EXTRA DAYS"
                                       TO WS-FLAG-TEXT
                    ADD 01             TO WS-FLAG-COUNT
                 END-IF
           END-EVALUATE.

           MOVE WS-GRP-TARGET (WS-GRP-NO)  TO WS-CNT-EDIT.
           MOVE WS-GRP-RUNNING (WS-GRP-NO) TO WS-CNT-EDIT-1.
           MOVE WS-SHORT               TO WS-SHORT-EDIT.
           MOVE WS-RATE                TO WS-RATE-EDIT.
           MOVE SPACES                 TO FORECAST-LINE.
           STRING WS-GROUP-LABEL (WS-GRP-NO) DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-CNT-EDIT-1        DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-SHORT-EDIT        DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-RATE-EDIT         DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-PROJECTION        DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-FLAG-TEXT         DELIMITED BY SIZE
                  INTO FORECAST-LINE.
           WRITE FORECAST-LINE.

       HC000-EDIT-DAY-DATE             SECTION.
           MOVE WS-DAY-MONTH           TO WS-DATE-EDIT-MM.
           MOVE WS-DAY-DAY             TO WS-DATE-EDIT-DD.
           MOVE WS-DAY-YEAR            TO WS-DATE-EDIT-YYYY.

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

       ZZ000-TERMINATE                 SECTION.
           CLOSE FORECAST-REPORT.
