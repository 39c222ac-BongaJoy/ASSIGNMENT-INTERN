      ******************************************************************
      * Author: JOYCE MACHABA
      * Date: 10/15/2026
      * Purpose: SMS REMINDER BATCH - BUILDS THE SMS GATEWAY'S FIXED-
      *          LAYOUT OUTBOUND FILE FROM THE SAME "EXPECTED BUT NOT
      *          SUBMITTED" LIST CALL-SHEET PRINTS: EVERYONE ON THE HR
      *          ROSTER MASTER ACTIVE IN THE CURRENT WAVE WHO HAS NOT
      *          SUBMITTED AND HAS NOT LEFT. THE MESSAGE IS THE WAVE'S
      *          OWN TEMPLATE. A NUMBER THE GATEWAY COULD NOT DELIVER
      *          TO, OR THAT REPLIED STOP, IS NEVER MESSAGED AGAIN, AND
      *          THE MISSING-HISTORY NIGHTS-MISSING COUNT DECIDES WHICH
      *          NIGHTS EACH PERSON IS MESSAGED, SO NOBODY GETS A TEXT
      *          EVERY NIGHT. HEADER AND CONTROL-TOTAL TRAILER LET THE
      *          GATEWAY REJECT A TRUNCATED FILE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                  DIVISION.

       PROGRAM-ID.                     SMS-REMINDER.
       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
      *SAME INDEXED FILE INTERN-SURVEY WRITES TO - EACH EXPECTED ID
      *IS CHECKED WITH A DIRECT KEYED READ, AS IN CALL-SHEET..........
           SELECT  SURVEY-DATA         ASSIGN TO "SURVEY-DATA.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-ID
           ALTERNATE RECORD KEY IS WS-NAME WITH DUPLICATES
           FILE STATUS IS WS-SURVEY-STATUS.

      *HR ROSTER MASTER KEPT BY HR-ROSTER-LOAD........................
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

      *NIGHTS-MISSING STREAKS CALL-SHEET REWRITES EVERY NIGHT.........
           SELECT  HISTORY-FILE        ASSIGN TO "MISSING-HISTORY.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

      *ONE MESSAGE TEMPLATE PER WAVE, PLUS AN OPTIONAL "*" LINE USED
      *FOR ANY WAVE WITHOUT ITS OWN...................................
           SELECT  TEMPLATE-FILE       ASSIGN TO "SMS-TEMPLATES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMPLATE-STATUS.

      *PER-NUMBER SUPPRESSION AND SEND HISTORY, SHARED WITH
      *SMS-RECEIPT-LOAD...............................................
           SELECT  SMS-STATUS          ASSIGN TO "SMS-NUMBER-STATUS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SNS-NUMBER
           FILE STATUS IS WS-STATUS-STATUS.

           SELECT  OUTBOUND-FILE       ASSIGN TO "SMS-OUTBOUND.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  SMS-REPORT          ASSIGN TO "SMS-REMINDER.TXT"
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

      *SAME HISTORY LINE LAYOUT CALL-SHEET WRITES.....................
       FD  HISTORY-FILE.
       01  HISTORY-LINE.
           05 HIS-ID                   PIC 9(13).
           05 FILLER                   PIC X.
           05 HIS-NIGHTS               PIC 999.

       FD  TEMPLATE-FILE.
       01  TEMPLATE-LINE.
           05 TPL-WAVE                 PIC X(06).
           05 FILLER                   PIC X.
           05 TPL-TEXT                 PIC X(160).

      *SAME SMS NUMBER STATUS LAYOUT SMS-RECEIPT-LOAD KEEPS............
       FD  SMS-STATUS.
       01  SMS-STATUS-REC.
           05 SNS-NUMBER               PIC 9(10).
           05 SNS-SUPPRESS             PIC X.
           05 SNS-SUPPRESS-DATE        PIC 9(08).
           05 SNS-LAST-SENT-DATE       PIC 9(08).
           05 SNS-SENT-COUNT           PIC 9(05).
           05 SNS-DELIVERED-COUNT      PIC 9(05).
           05 SNS-FAILED-COUNT         PIC 9(05).
           05 SNS-LAST-ID              PIC 9(13).
           05 FILLER                   PIC X(25).

       FD  OUTBOUND-FILE.
       01  OUTBOUND-REC                PIC X(200).

       FD  SMS-REPORT.
       01  SMS-REPORT-LINE             PIC X(100).

       WORKING-STORAGE                 SECTION.
       01 WS-EOF                       PIC XX.
       01 WS-SURVEY-STATUS             PIC XX.
       01 WS-ROSTER-STATUS             PIC XX.
       01 WS-WAVE-MASTER-STATUS        PIC XX.
       01 WS-HISTORY-STATUS            PIC XX.
       01 WS-TEMPLATE-STATUS           PIC XX.
       01 WS-STATUS-STATUS             PIC XX.
       01 WS-FOUND-FLAG                PIC X.
       01 WS-ACTIVE-FLAG               PIC X.
       01 WS-ON-FILE                   PIC X.
       01 WS-RUN-DATE                  PIC 9(08).
       01 WS-RUN-TIME                  PIC 9(08).

      *THE WAVE THE REMINDERS ARE FOR - THE OPEN WAVE WHOSE DATES
      *COVER TODAY, AS IN CALL-SHEET. NO OPEN WAVE, NO REMINDERS......
       01 WS-WINDOW-WAVE               PIC X(06).
       01 WS-WINDOW-START              PIC 9(08).
       01 WS-WINDOW-END                PIC 9(08).

      *THE MESSAGE FOR THIS WAVE......................................
       01 WS-TEMPLATE-TEXT             PIC X(160)    VALUE SPACES.
       01 WS-DEFAULT-TEXT              PIC X(160)    VALUE SPACES.

      *TONIGHT'S NIGHTS-MISSING STREAKS, AS CALL-SHEET HOLDS THEM.....
       01 WS-HIST-MAX                  PIC 9999      VALUE 2000.
       01 WS-HIST-COUNT                PIC 9999      VALUE 0.
       01 WS-HIST-DROPPED              PIC 9999      VALUE 0.
       01 WS-HIST-TABLE.
           05 WS-HIST-ENTRY            OCCURS 2000 TIMES.
              10 WS-HIST-ID            PIC 9(13).
              10 WS-HIST-NIGHTS        PIC 999.
       01 WS-HIST-IDX                  PIC 9999.
       01 WS-THIS-NIGHTS               PIC 999.

      *MESSAGING CADENCE BY NIGHTS MISSING - THE FIRST NIGHT, THE
      *THIRD, THEN EVERY SEVENTH (7, 14, 21 ...). NEVER TWICE IN ONE
      *DAY, SO A RERUN DOES NOT MESSAGE ANYONE AGAIN...................
       01 WS-CADENCE-EVERY             PIC 99        VALUE 7.
       01 WS-CADENCE-REM               PIC 99.
       01 WS-CADENCE-QUOT              PIC 999.
       01 WS-DUE-FLAG                  PIC X.

      *THE GATEWAY'S THREE FIXED LAYOUTS - H/D/T IN COLUMN ONE........
       01 WS-OUT-HEADER.
           05 FILLER                   PIC X         VALUE "H".
           05 OUT-HDR-DATE             PIC 9(08).
           05 OUT-HDR-TIME             PIC 9(06).
           05 OUT-HDR-SENDER           PIC X(11)     VALUE
                                                     "INTERNSURVY".
           05 OUT-HDR-WAVE             PIC X(06).
           05 FILLER                   PIC X(168)    VALUE SPACES.
       01 WS-OUT-DETAIL.
           05 FILLER                   PIC X         VALUE "D".
           05 OUT-DET-SEQ              PIC 9(07).
           05 OUT-DET-MSISDN.
              10 OUT-DET-CC            PIC X(02)     VALUE "27".
              10 OUT-DET-LOCAL         PIC X(09).
              10 FILLER                PIC X(04)     VALUE SPACES.
           05 OUT-DET-REF              PIC X(13).
           05 OUT-DET-TEXT             PIC X(160).
           05 FILLER                   PIC X(04)     VALUE SPACES.
       01 WS-OUT-TRAILER.
           05 FILLER                   PIC X         VALUE "T".
           05 OUT-TRL-COUNT            PIC 9(07).
           05 OUT-TRL-HASH             PIC 9(15).
           05 FILLER                   PIC X(177)    VALUE SPACES.

      *THE ROSTER NUMBER SPLIT FOR THE INTERNATIONAL FORM.............
       01 WS-LOCAL-NUMBER.
           05 WS-LOCAL-LEAD            PIC X.
           05 WS-LOCAL-REST            PIC X(09).
       01 WS-LOCAL-NUMBER-N            REDEFINES WS-LOCAL-NUMBER
                                       PIC 9(10).
       01 WS-REST-N                    PIC 9(09).

      *COUNTS FOR THE REPORT..........................................
       01 WS-MISSING-COUNT             PIC 9(07)     VALUE 0.
       01 WS-LEFT-COUNT                PIC 9(07)     VALUE 0.
       01 WS-NO-NUMBER-COUNT           PIC 9(07)     VALUE 0.
       01 WS-UNDELIVERABLE-COUNT       PIC 9(07)     VALUE 0.
       01 WS-STOP-COUNT                PIC 9(07)     VALUE 0.
       01 WS-NOT-DUE-COUNT             PIC 9(07)     VALUE 0.
       01 WS-SENT-TODAY-COUNT          PIC 9(07)     VALUE 0.
       01 WS-QUEUED-COUNT              PIC 9(07)     VALUE 0.
       01 WS-HASH-TOTAL                PIC 9(15)     VALUE 0.
       01 WS-CNT-EDIT                  PIC ZZZZZZ9.

       PROCEDURE                       DIVISION.

       AA000-MAIN-PROCEDURE            SECTION.
           PERFORM BA000-INITIAL.
           IF WS-WINDOW-WAVE           NOT = SPACES
              PERFORM CA000-PASS-ROSTER
           END-IF.
           PERFORM GA000-WRITE-TRAILER.
           PERFORM HA000-WRITE-REPORT.
           PERFORM ZZ000-TERMINATE.
           STOP RUN.

       BA000-INITIAL                   SECTION.
           ACCEPT WS-RUN-DATE          FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME          FROM TIME.
           PERFORM JA000-FIND-WAVE-WINDOW.

           OPEN OUTPUT SMS-REPORT.
           MOVE SPACES                 TO SMS-REPORT-LINE.
           STRING "SMS REMINDER BATCH - RUN DATE: " WS-RUN-DATE
                  DELIMITED BY SIZE    INTO SMS-REPORT-LINE.
           WRITE SMS-REPORT-LINE.

      *NO TEMPLATE FOR THE WAVE MEANS NOTHING SAFE TO SEND - STOP
      *BEFORE THE OUTBOUND FILE IS EVEN OPENED.........................
           IF WS-WINDOW-WAVE           NOT = SPACES
              PERFORM KA000-LOAD-TEMPLATE
              IF WS-TEMPLATE-TEXT      = SPACES
                 MOVE SPACES           TO SMS-REPORT-LINE
                 STRING "NO SMS-TEMPLATES.TXT LINE FOR WAVE "
                        WS-WINDOW-WAVE " (OR *) - NO FILE BUILT"
                        DELIMITED BY SIZE INTO SMS-REPORT-LINE
                 WRITE SMS-REPORT-LINE
                 DISPLAY "NO MESSAGE TEMPLATE FOR WAVE "
                         WS-WINDOW-WAVE " - NO FILE BUILT"
                 CLOSE SMS-REPORT
                 MOVE 12               TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           OPEN I-O SMS-STATUS.
           IF WS-STATUS-STATUS         = "35"
              OPEN OUTPUT SMS-STATUS
              CLOSE SMS-STATUS
              OPEN I-O SMS-STATUS
           END-IF.
           IF WS-STATUS-STATUS         NOT = "00"
              DISPLAY "SMS-NUMBER-STATUS.TXT COULD NOT BE OPENED "
                      "(STATUS " WS-STATUS-STATUS ") - NO FILE BUILT"
              CLOSE SMS-REPORT
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM LA000-LOAD-HISTORY.

      *A HISTORY LONGER THAN THE TABLE WOULD PUT THE OVERFLOW BACK ON
      *THEIR FIRST NIGHT AND MESSAGE THEM OFF CADENCE - REFUSE BEFORE
      *THE OUTBOUND FILE IS OPENED....................................
           IF WS-HIST-DROPPED          > 0
              MOVE WS-HIST-DROPPED     TO WS-CNT-EDIT
              MOVE SPACES              TO SMS-REPORT-LINE
              STRING "MISSING-HISTORY.TXT HAS " WS-CNT-EDIT
                     " LINES MORE THAN THE TABLE HOLDS - NO FILE BUILT"
                     DELIMITED BY SIZE INTO SMS-REPORT-LINE
              WRITE SMS-REPORT-LINE
              DISPLAY "MISSING-HISTORY.TXT TOO LONG FOR THE TABLE ("
                      WS-HIST-MAX " LINES) - NO FILE BUILT"
              CLOSE SMS-REPORT
              CLOSE SMS-STATUS
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.

      *WITHOUT THE SURVEY FILE EVERYONE ON THE ROSTER WOULD LOOK
      *MISSING AND BE TEXTED, ANSWERED OR NOT - SO NO FILE IS BUILT...
           OPEN INPUT SURVEY-DATA.
           IF WS-SURVEY-STATUS         NOT = "00"
              MOVE SPACES              TO SMS-REPORT-LINE
              STRING "SURVEY-DATA.TXT COULD NOT BE OPENED (STATUS "
                     WS-SURVEY-STATUS ") - NO FILE BUILT"
                     DELIMITED BY SIZE INTO SMS-REPORT-LINE
              WRITE SMS-REPORT-LINE
              DISPLAY "REMINDERS REFUSED - SURVEY-DATA.TXT COULD NOT "
                      "BE OPENED (STATUS " WS-SURVEY-STATUS ")"
              CLOSE SMS-REPORT
              CLOSE SMS-STATUS
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.

      *THE FILE IS REBUILT WHOLE EVERY RUN - THE GATEWAY PICKS UP
      *TONIGHT'S BATCH, NOT AN APPENDED TRICKLE.......................
           OPEN OUTPUT OUTBOUND-FILE.
           MOVE WS-RUN-DATE            TO OUT-HDR-DATE.
           MOVE WS-RUN-TIME (1:6)      TO OUT-HDR-TIME.
           MOVE WS-WINDOW-WAVE         TO OUT-HDR-WAVE.
           MOVE WS-OUT-HEADER          TO OUTBOUND-REC.
           WRITE OUTBOUND-REC.

           MOVE SPACES                 TO SMS-REPORT-LINE.
           IF WS-WINDOW-WAVE           = SPACES
              MOVE "NO OPEN WAVE TODAY - NO REMINDERS QUEUED"
                                       TO SMS-REPORT-LINE
            ELSE
              STRING "WAVE: " WS-WINDOW-WAVE "  " WS-WINDOW-START
                     " TO " WS-WINDOW-END
                     DELIMITED BY SIZE INTO SMS-REPORT-LINE
           END-IF.
           WRITE SMS-REPORT-LINE.

       CA000-PASS-ROSTER               SECTION.
      *EVERYONE ACTIVE IN THE WAVE WHO HAS NOT SUBMITTED IS MISSING -
      *THE SAME TEST CALL-SHEET APPLIES...............................
           OPEN INPUT ROSTER-MASTER.
           IF WS-ROSTER-STATUS         NOT = "00"
              DISPLAY "NO HR ROSTER MASTER FOUND - NO REMINDERS QUEUED"
            ELSE
              PERFORM UNTIL WS-ROSTER-STATUS NOT = "00"
                 READ ROSTER-MASTER     NEXT RECORD
                    AT END
                       MOVE "10"       TO WS-ROSTER-STATUS
                    NOT AT END
                       PERFORM JB000-CHECK-ACTIVE
                       IF WS-ACTIVE-FLAG = "Y"
                          PERFORM CB000-CHECK-SUBMITTED
                          IF WS-FOUND-FLAG = "N"
                             ADD 01    TO WS-MISSING-COUNT
                             PERFORM DA000-CONSIDER-PERSON
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ROSTER-MASTER
           END-IF.

       CB000-CHECK-SUBMITTED           SECTION.
           MOVE "N"                    TO WS-FOUND-FLAG.
           MOVE RM-ID                  TO WS-ID.
           READ SURVEY-DATA
              KEY IS WS-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y"              TO WS-FOUND-FLAG
           END-READ.

       DA000-CONSIDER-PERSON           SECTION.
      *A LEAVER OR A PERSON WITH NO MOBILE NUMBER IS NEVER MESSAGED...
           MOVE RM-CONTACT             TO WS-LOCAL-NUMBER-N.
           EVALUATE TRUE
              WHEN RM-END-DATE         NOT = ZERO
                   AND RM-END-DATE     < WS-RUN-DATE
                 ADD 01                TO WS-LEFT-COUNT
              WHEN RM-CONTACT          = ZERO
              WHEN WS-LOCAL-LEAD       NOT = "0"
                 ADD 01                TO WS-NO-NUMBER-COUNT
              WHEN OTHER
                 PERFORM DB000-CHECK-NUMBER
           END-EVALUATE.

       DB000-CHECK-NUMBER              SECTION.
      *THE FIRST TEST THAT HOLDS THE PERSON BACK IS THE ONE COUNTED...
           MOVE RM-CONTACT             TO SNS-NUMBER.
           MOVE "Y"                    TO WS-ON-FILE.
           READ SMS-STATUS
              KEY IS SNS-NUMBER
              INVALID KEY
                 MOVE "N"              TO WS-ON-FILE
                 INITIALIZE SMS-STATUS-REC
                 MOVE RM-CONTACT       TO SNS-NUMBER
           END-READ.
           PERFORM EA000-CHECK-CADENCE.
           EVALUATE TRUE
              WHEN SNS-SUPPRESS        = "U"
                 ADD 01                TO WS-UNDELIVERABLE-COUNT
              WHEN SNS-SUPPRESS        = "S"
                 ADD 01                TO WS-STOP-COUNT
              WHEN SNS-LAST-SENT-DATE  = WS-RUN-DATE
                 ADD 01                TO WS-SENT-TODAY-COUNT
              WHEN WS-DUE-FLAG         = "N"
                 ADD 01                TO WS-NOT-DUE-COUNT
              WHEN OTHER
                 PERFORM FA000-QUEUE-MESSAGE
           END-EVALUATE.

       EA000-CHECK-CADENCE             SECTION.
      *TONIGHT'S STREAK FROM MISSING-HISTORY - SOMEONE NOT ON IT YET
      *IS ON THEIR FIRST NIGHT........................................
           MOVE 1                      TO WS-THIS-NIGHTS.
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                    UNTIL WS-HIST-IDX  > WS-HIST-COUNT
              IF WS-HIST-ID (WS-HIST-IDX) = RM-ID
                 MOVE WS-HIST-NIGHTS (WS-HIST-IDX) TO WS-THIS-NIGHTS
              END-IF
           END-PERFORM.

           DIVIDE WS-THIS-NIGHTS       BY WS-CADENCE-EVERY
              GIVING WS-CADENCE-QUOT   REMAINDER WS-CADENCE-REM.
           IF WS-THIS-NIGHTS           = 1 OR 3
              OR WS-CADENCE-REM        = ZERO
              MOVE "Y"                 TO WS-DUE-FLAG
            ELSE
              MOVE "N"                 TO WS-DUE-FLAG
           END-IF.

       FA000-QUEUE-MESSAGE             SECTION.
      *ONE DETAIL LINE, THEN THE SEND IS REMEMBERED AGAINST THE NUMBER.
      *THE REFERENCE IS THE WAVE AND SEQUENCE - NO ID NUMBER LEAVES
      *THE BUILDING...................................................
           ADD 01                      TO WS-QUEUED-COUNT.
           MOVE WS-QUEUED-COUNT        TO OUT-DET-SEQ.
           MOVE WS-LOCAL-REST          TO OUT-DET-LOCAL.
           MOVE SPACES                 TO OUT-DET-REF.
           STRING WS-WINDOW-WAVE OUT-DET-SEQ
                  DELIMITED BY SIZE    INTO OUT-DET-REF.
           MOVE WS-TEMPLATE-TEXT       TO OUT-DET-TEXT.
           MOVE WS-OUT-DETAIL          TO OUTBOUND-REC.
           WRITE OUTBOUND-REC.
           MOVE WS-LOCAL-REST          TO WS-REST-N.
           ADD 27000000000             TO WS-HASH-TOTAL.
           ADD WS-REST-N               TO WS-HASH-TOTAL.

           MOVE WS-RUN-DATE            TO SNS-LAST-SENT-DATE.
           ADD 01                      TO SNS-SENT-COUNT.
           MOVE RM-ID                  TO SNS-LAST-ID.
           IF WS-ON-FILE               = "Y"
              REWRITE SMS-STATUS-REC
                 INVALID KEY
                    DISPLAY "WARNING - SEND NOT RECORDED FOR "
                            SNS-NUMBER
              END-REWRITE
            ELSE
              WRITE SMS-STATUS-REC
                 INVALID KEY
                    DISPLAY "WARNING - SEND NOT RECORDED FOR "
                            SNS-NUMBER
              END-WRITE
           END-IF.

       GA000-WRITE-TRAILER             SECTION.
      *CONTROL TOTALS - THE MESSAGE COUNT AND THE SUM OF THE NUMBERS,
      *SO THE GATEWAY CAN PROVE IT GOT THE WHOLE FILE.................
           MOVE WS-QUEUED-COUNT        TO OUT-TRL-COUNT.
           MOVE WS-HASH-TOTAL          TO OUT-TRL-HASH.
           MOVE WS-OUT-TRAILER         TO OUTBOUND-REC.
           WRITE OUTBOUND-REC.

       HA000-WRITE-REPORT              SECTION.
           MOVE SPACES                 TO SMS-REPORT-LINE.
           WRITE SMS-REPORT-LINE.
           MOVE WS-MISSING-COUNT       TO WS-CNT-EDIT.
           MOVE SPACES                 TO SMS-REPORT-LINE.
           STRING "EXPECTED AND NOT SUBMITTED:      " WS-CNT-EDIT
                  DELIMITED BY SIZE    INTO SMS-REPORT-LINE.
           WRITE SMS-REPORT-LINE.
           MOVE WS-LEFT-COUNT          TO WS-CNT-EDIT.
           MOVE SPACES                 TO SMS-REPORT-LINE.
           STRING "  HAVE SINCE LEFT:               " WS-CNT-EDIT
                  DELIMITED BY SIZE    INTO SMS-REPORT-LINE.
           WRITE SMS-REPORT-LINE.
           MOVE WS-NO-NUMBER-COUNT     TO WS-CNT-EDIT.
           MOVE SPACES                 TO SMS-REPORT-LINE.
           STRING "  NO USABLE NUMBER ON ROSTER:    " WS-CNT-EDIT
                  DELIMITED BY SIZE    INTO SMS-REPORT-LINE.
           WRITE SMS-REPORT-LINE.
           MOVE WS-UNDELIVERABLE-COUNT TO WS-CNT-EDIT.
           MOVE SPACES                 TO SMS-REPORT-LINE.
           STRING "  SUPPRESSED - UNDELIVERABLE:    " WS-CNT-EDIT
                  DELIMITED BY SIZE    INTO SMS-REPORT-LINE.
           WRITE SMS-REPORT-LINE.
           MOVE WS-STOP-COUNT          TO WS-CNT-EDIT.
           MOVE SPACES                 TO SMS-REPORT-LINE.
           STRING "  SUPPRESSED - REPLIED STOP:     " WS-CNT-EDIT
                  DELIMITED BY SIZE    INTO SMS-REPORT-LINE.
           WRITE SMS-REPORT-LINE.
           MOVE WS-SENT-TODAY-COUNT    TO WS-CNT-EDIT.
           MOVE SPACES                 TO SMS-REPORT-LINE.
           STRING "  ALREADY MESSAGED TODAY:        " WS-CNT-EDIT
                  DELIMITED BY SIZE    INTO SMS-REPORT-LINE.
           WRITE SMS-REPORT-LINE.
           MOVE WS-NOT-DUE-COUNT       TO WS-CNT-EDIT.
           MOVE SPACES                 TO SMS-REPORT-LINE.
           STRING "  NOT DUE TONIGHT (NIGHTS RULE): " WS-CNT-EDIT
                  DELIMITED BY SIZE    INTO SMS-REPORT-LINE.
           WRITE SMS-REPORT-LINE.
           MOVE WS-QUEUED-COUNT        TO WS-CNT-EDIT.
           MOVE SPACES                 TO SMS-REPORT-LINE.
           STRING "  QUEUED IN SMS-OUTBOUND.TXT:    " WS-CNT-EDIT
                  DELIMITED BY SIZE    INTO SMS-REPORT-LINE.
           WRITE SMS-REPORT-LINE.
           DISPLAY "MISSING: " WS-MISSING-COUNT
                   "  QUEUED: " WS-QUEUED-COUNT
                   "  SUPPRESSED: " WS-UNDELIVERABLE-COUNT
                   "/" WS-STOP-COUNT.

       JA000-FIND-WAVE-WINDOW          SECTION.
      *THE FIRST OPEN WAVE ON THE MASTER WHOSE DATES COVER TODAY......
           MOVE SPACES                 TO WS-WINDOW-WAVE.
           MOVE WS-RUN-DATE            TO WS-WINDOW-START.
           MOVE WS-RUN-DATE            TO WS-WINDOW-END.
           OPEN INPUT WAVE-MASTER.
           IF WS-WAVE-MASTER-STATUS    = "00"
              PERFORM UNTIL WS-WAVE-MASTER-STATUS NOT = "00"
                 READ WAVE-MASTER       NEXT RECORD
                    AT END
                       MOVE "10"       TO WS-WAVE-MASTER-STATUS
                    NOT AT END
                       IF WVM-STATUS   = "O"
                          AND WVM-START-DATE NOT > WS-RUN-DATE
                          AND WVM-END-DATE   NOT < WS-RUN-DATE
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

       KA000-LOAD-TEMPLATE             SECTION.
      *THE WAVE'S OWN LINE WINS OVER THE "*" LINE.....................
           OPEN INPUT TEMPLATE-FILE.
           IF WS-TEMPLATE-STATUS       = "00"
              MOVE LOW-VALUES          TO WS-EOF
              PERFORM UNTIL WS-EOF     = HIGH-VALUES
                 READ TEMPLATE-FILE
                    AT END
                       MOVE HIGH-VALUES TO WS-EOF
                    NOT AT END
                       IF TPL-WAVE     = WS-WINDOW-WAVE
                          MOVE TPL-TEXT TO WS-TEMPLATE-TEXT
                       END-IF
                       IF TPL-WAVE     = "*"
                          MOVE TPL-TEXT TO WS-DEFAULT-TEXT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TEMPLATE-FILE
           END-IF.
           IF WS-TEMPLATE-TEXT         = SPACES
              MOVE WS-DEFAULT-TEXT     TO WS-TEMPLATE-TEXT
           END-IF.

       LA000-LOAD-HISTORY              SECTION.
      *NO HISTORY FILE YET - EVERYONE MISSING IS ON THEIR FIRST NIGHT.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS        = "00"
              MOVE LOW-VALUES          TO WS-EOF
              PERFORM UNTIL WS-EOF     = HIGH-VALUES
                 READ HISTORY-FILE
                    AT END
                       MOVE HIGH-VALUES TO WS-EOF
                    NOT AT END
                       IF WS-HIST-COUNT < WS-HIST-MAX
                          ADD 01        TO WS-HIST-COUNT
                          MOVE HIS-ID   TO
                             WS-HIST-ID (WS-HIST-COUNT)
                          MOVE HIS-NIGHTS TO
                             WS-HIST-NIGHTS (WS-HIST-COUNT)
                        ELSE
                          ADD 01        TO WS-HIST-DROPPED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HISTORY-FILE
           END-IF.

       ZZ000-TERMINATE                 SECTION.
           CLOSE SURVEY-DATA.
           CLOSE SMS-STATUS.
           CLOSE OUTBOUND-FILE.
           CLOSE SMS-REPORT.
