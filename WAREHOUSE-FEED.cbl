      ******************************************************************
      * Author: JOYCE MACHABA
      * Date: 10/15/2026
      * Purpose: NIGHTLY CHANGE FEED FOR THE DATA WAREHOUSE, BUILT FROM
      *          THE SURVEY AUDIT JOURNAL (ROLLED-OVER SEGMENTS AND THE
      *          LIVE JOURNAL) INSTEAD OF A FULL DUMP. ONE DETAIL ROW
      *          PER ADD, CORRECTION AND DELETE SINCE THE LAST EXTRACT,
      *          CARRYING THE ACTION AND THE AFTER IMAGE, BETWEEN A
      *          HEADER AND A CONTROL-TOTAL TRAILER. THE HIGH-WATER
      *          MARK (THE LAST JOURNAL STAMP SENT) IS KEPT IN A
      *          CONTROL FILE, SO EACH RUN ONLY PICKS UP WHAT IS NEW,
      *          AND A FAILED TRANSFER CAN BE RE-SENT FOR EXACTLY THE
      *          SAME RANGE UNDER THE SAME BATCH NUMBER.
      *          ACTIONS SENT: ADD, CORRECT, DELETE (OPTION 4 DELETE),
      *          ERASURE (POPIA ERASURE BY DATA-SUBJECT) AND WITHDRAW
      *          (THE RESPONDENT DECLINED OR WITHDREW CONSENT - THE ROW
      *          GOES WITHOUT ITS IMAGE SO THE WAREHOUSE DROPS IT).
      *          RUNS IN THE NIGHTLY CHAIN UNDER BATCH-DRIVER (MODE 1),
      *          LEAVING ITS ROWS SENT, BATCH NUMBER AND HIGH-WATER
      *          DATE IN THE STEP COUNTS FOR THE RUN-CONTROL LEDGER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                  DIVISION.

       PROGRAM-ID.                     WAREHOUSE-FEED.
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

      *BATCH NUMBER AND STAMP RANGE OF THE LAST EXTRACT PRODUCED......
           SELECT  CONTROL-FILE        ASSIGN TO
                                        "WAREHOUSE-FEED-CONTROL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

      *THE FILE THE TRANSFER PICKS UP - REPLACED EVERY RUN............
           SELECT  FEED-FILE           ASSIGN TO "WAREHOUSE-FEED.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.

      *KEY COUNTS OF THIS RUN, PICKED UP BY BATCH-DRIVER FOR THE
      *RUN-CONTROL LEDGER.............................................
           SELECT  STEP-COUNTS-FILE    ASSIGN TO "RUN-STEP-COUNTS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STEP-COUNTS-STATUS.


       DATA                            DIVISION.

       FILE                            SECTION.
      *SAME JOURNAL ENTRY LAYOUT INTERN-SURVEY WRITES.................
       FD  JOURNAL-FILE.
       01  JOURNAL-REC                 PIC X(345).

       FD  SEGMENTS-FILE.
       01  SEGMENTS-LINE               PIC X(132).

       FD  SEGMENT-FILE.
       01  SEGMENT-REC                 PIC X(345).

       FD  CONTROL-FILE.
       01  CONTROL-REC.
           05 CTL-BATCH-NO             PIC 9(06).
           05 FILLER                   PIC X.
           05 CTL-FROM-STAMP           PIC X(16).
           05 FILLER                   PIC X.
           05 CTL-TO-STAMP             PIC X(16).
           05 FILLER                   PIC X.
           05 CTL-DETAIL-COUNT         PIC 9(07).
           05 FILLER                   PIC X.
           05 CTL-RUN-STAMP            PIC X(16).

       FD  FEED-FILE.
       01  FEED-REC                    PIC X(207).

      *SAME STEP COUNTS LAYOUT BATCH-DRIVER READS.....................
       FD  STEP-COUNTS-FILE.
       01  STEP-COUNTS-REC.
           05 SCT-JOB                  PIC X(20).
           05 SCT-ENTRY                OCCURS 3 TIMES.
              10 SCT-LABEL             PIC X(12).
              10 SCT-VALUE             PIC 9(07).

       WORKING-STORAGE                 SECTION.
       01 WS-EOF                       PIC XX.
       01 WS-JOURNAL-STATUS            PIC XX.
       01 WS-SEGMENTS-STATUS           PIC XX.
       01 WS-SEGMENT-STATUS            PIC XX.
       01 WS-CONTROL-STATUS            PIC XX.
       01 WS-FEED-STATUS               PIC XX.
       01 WS-STEP-COUNTS-STATUS        PIC XX.
       01 WS-SEGMENT-NAME              PIC X(40).
       01 WS-ENTRY-COUNT               PIC 9(07)     VALUE 0.
       01 WS-SEGMENTS-OPENED           PIC 9999      VALUE 0.
       01 WS-SEGMENTS-MISSING          PIC 9999      VALUE 0.

      *1 = NEXT EXTRACT FROM THE HIGH-WATER MARK (THE NIGHTLY RUN),
      *2 = RE-SEND THE LAST EXTRACT FOR THE SAME RANGE.................
       01 WS-MODE                      PIC X.
       01 WS-RUN-DATE                  PIC 9(08).
       01 WS-RUN-TIME                  PIC 9(08).
       01 WS-RUN-STAMP                 PIC X(16).

      *THE LAST EXTRACT AS THE CONTROL FILE HAS IT - NO FILE MEANS NO
      *EXTRACT HAS EVER BEEN MADE, SO THE FIRST ONE TAKES EVERYTHING...
       01 WS-HAVE-CONTROL              PIC X         VALUE "N".
       01 WS-LAST-BATCH-NO             PIC 9(06)     VALUE 0.
       01 WS-LAST-FROM-STAMP           PIC X(16)     VALUE ZEROS.
       01 WS-LAST-TO-STAMP             PIC X(16)     VALUE ZEROS.
       01 WS-LAST-DETAIL-COUNT         PIC 9(07)     VALUE 0.

      *THE RANGE THIS RUN SENDS - AFTER THE FROM STAMP, UP TO AND
      *INCLUDING THE TO STAMP.........................................
       01 WS-BATCH-NO                  PIC 9(06).
       01 WS-FROM-STAMP                PIC X(16).
       01 WS-TO-STAMP                  PIC X(16).
       01 WS-HIGH-STAMP                PIC X(16).
       01 WS-FROM-DATE                 PIC 9(08).
      *THE HIGH-WATER DATE AS THE STEP COUNTS CARRY IT - A COUNT ONLY
      *HOLDS SEVEN DIGITS, SO THE CENTURY IS DROPPED..................
       01 WS-HWM-YYMMDD                PIC 9(06).

      *THE JOURNAL ENTRY IN HAND, FROM A SEGMENT OR THE LIVE FILE.....
       01 WS-ENTRY.
           05 WS-ENT-STAMP             PIC X(16).
           05 WS-ENT-OPERATOR          PIC X(08).
           05 WS-ENT-ACTION            PIC X(08).
           05 WS-ENT-ID                PIC 9(13).
           05 WS-ENT-BEFORE            PIC X(150).
           05 WS-ENT-AFTER             PIC X(150).

      *CONSENT BYTE OF THE AFTER IMAGE - SAME POSITION AS WS-CONSENT
      *IN THE SURVEY RECORD...........................................
       01 WS-AFTER-IMAGE.
           05 FILLER                   PIC X(135).
           05 IMG-CONSENT              PIC X.
           05 FILLER                   PIC X(14).

      *SEGMENT CONTROL LINE PARSE FIELDS, AS IN JOURNAL-INQUIRY.......
       01 WS-SEG-LEAD                  PIC X(10).
       01 WS-SEG-FILE                  PIC X(40).
       01 WS-SEG-ENTRIES               PIC X(10).
       01 WS-SEG-FIRST                 PIC X(17).
       01 WS-SEG-LAST                  PIC X(17).
       01 WS-SEG-FIRST-DATE            PIC 9(08).
       01 WS-SEG-LAST-DATE             PIC 9(08).

      *FEED RECORD LAYOUTS - ALL THREE ARE 207 BYTES. THE HEADER'S TO
      *STAMP IS THE CUT-OFF ASKED FOR; ON A RE-SEND IT IS THE LAST
      *STAMP THE ORIGINAL BATCH ACTUALLY CARRIED......................
       01 WS-WHF-HEADER.
           05 WHF-HDR-TYPE             PIC X         VALUE "H".
           05 WHF-HDR-BATCH            PIC 9(06).
           05 WHF-HDR-DATE             PIC 9(08).
           05 WHF-HDR-TIME             PIC 9(06).
           05 WHF-HDR-FROM-STAMP       PIC X(16).
           05 WHF-HDR-TO-STAMP         PIC X(16).
           05 WHF-HDR-RESEND           PIC X.
           05 FILLER                   PIC X(153)    VALUE SPACES.

       01 WS-WHF-DETAIL.
           05 WHF-DET-TYPE             PIC X         VALUE "D".
           05 WHF-DET-BATCH            PIC 9(06).
           05 WHF-DET-SEQ              PIC 9(07).
           05 WHF-DET-STAMP            PIC X(16).
           05 WHF-DET-ACTION           PIC X(08).
           05 WHF-DET-OPERATOR         PIC X(08).
           05 WHF-DET-ID               PIC 9(13).
           05 WHF-DET-IMAGE            PIC X(148).

       01 WS-WHF-TRAILER.
           05 WHF-TRL-TYPE             PIC X         VALUE "T".
           05 WHF-TRL-BATCH            PIC 9(06).
           05 WHF-TRL-COUNT            PIC 9(07).
           05 WHF-TRL-ACTION-COUNT     PIC 9(07) OCCURS 5 TIMES.
           05 WHF-TRL-HASH             PIC 9(15).
           05 FILLER                   PIC X(143)    VALUE SPACES.

      *COUNTS PER ACTION SENT - 1 ADD, 2 CORRECT, 3 DELETE, 4 ERASURE,
      *5 WITHDRAW - AND THE HASH TOTAL OF THE IDS SENT.................
       01 WS-DETAIL-COUNT              PIC 9(07)     VALUE 0.
       01 WS-ACTION-COUNTS.
           05 WS-ACTION-COUNT          PIC 9(07) OCCURS 5 TIMES.
       01 WS-ACTION-NO                 PIC 9.
       01 WS-HASH-TOTAL                PIC 9(15)     VALUE 0.
       01 WS-SKIPPED-COUNT             PIC 9(07)     VALUE 0.

       01 WS-ACTION-NAMES-VAL.
           05 FILLER                   PIC X(08) VALUE "ADD".
           05 FILLER                   PIC X(08) VALUE "CORRECT".
           05 FILLER                   PIC X(08) VALUE "DELETE".
           05 FILLER                   PIC X(08) VALUE "ERASURE".
           05 FILLER                   PIC X(08) VALUE "WITHDRAW".
       01 WS-ACTION-NAMES              REDEFINES WS-ACTION-NAMES-VAL.
           05 WS-ACTION-NAME           PIC X(08) OCCURS 5 TIMES.

       01 WS-CNT-EDIT                  PIC ZZZZZZ9.

       PROCEDURE                       DIVISION.

       AA000-MAIN-PROCEDURE            SECTION.
           PERFORM BA000-INITIAL.
           PERFORM CA000-SET-RANGE.

           OPEN OUTPUT FEED-FILE.
           IF WS-FEED-STATUS           NOT = "00"
              DISPLAY "WAREHOUSE-FEED.TXT COULD NOT BE OPENED (STATUS "
                      WS-FEED-STATUS ") - NOTHING SENT"
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM DA000-WRITE-HEADER.
           PERFORM EA000-SCAN-SEGMENTS.
           PERFORM ED000-SCAN-LIVE-JOURNAL.
           PERFORM GA000-WRITE-TRAILER.
           CLOSE FEED-FILE.

      *A SEGMENT THAT COULD NOT BE READ MEANS CHANGES WOULD BE SKIPPED
      *FOR GOOD ONCE THE MARK MOVED PAST THEM - SO THE MARK STAYS PUT
      *AND THE RUN FAILS UNTIL THE SEGMENT IS BACK.....................
           IF WS-SEGMENTS-MISSING      > 0
              DISPLAY "EXTRACT FAILED - " WS-SEGMENTS-MISSING
                      " LISTED JOURNAL SEGMENT(S) COULD NOT BE OPENED"
              DISPLAY "THE HIGH-WATER MARK HAS NOT BEEN MOVED - DO NOT "
                      "TRANSFER WAREHOUSE-FEED.TXT"
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-MODE                  = "2"
              PERFORM HB000-CHECK-RESEND
            ELSE
              PERFORM HA000-SAVE-CONTROL
           END-IF.
           PERFORM KA000-WRITE-STEP-COUNTS.

           MOVE WS-DETAIL-COUNT        TO WS-CNT-EDIT.
           DISPLAY "BATCH " WS-BATCH-NO "  ROWS SENT: " WS-CNT-EDIT.
           DISPLAY "RANGE AFTER " WS-FROM-STAMP " UP TO " WS-TO-STAMP.
           PERFORM VARYING WS-ACTION-NO FROM 1 BY 1
                    UNTIL WS-ACTION-NO > 5
              MOVE WS-ACTION-COUNT (WS-ACTION-NO) TO WS-CNT-EDIT
              DISPLAY "  " WS-ACTION-NAME (WS-ACTION-NO) WS-CNT-EDIT
           END-PERFORM.
           DISPLAY "FEED WRITTEN TO WAREHOUSE-FEED.TXT".
           STOP RUN.

       BA000-INITIAL                   SECTION.
      *BLANK OR 1 IS THE NIGHTLY RUN, SO IT NEEDS NO ANSWER FROM THE
      *SCHEDULER - 2 IS ONLY KEYED BY HAND AFTER A FAILED TRANSFER....
           ACCEPT WS-RUN-DATE          FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME          FROM TIME.
           STRING WS-RUN-DATE WS-RUN-TIME
                  DELIMITED BY SIZE    INTO WS-RUN-STAMP.
           INITIALIZE WS-ACTION-COUNTS.
           DISPLAY "WAREHOUSE CHANGE FEED".
           DISPLAY "1 = NEXT EXTRACT (DEFAULT)".
           DISPLAY "2 = RE-SEND THE LAST EXTRACT".
           DISPLAY "CHOOSE 1 OR 2: " WITH NO ADVANCING.
           ACCEPT WS-MODE.
           IF WS-MODE                  = SPACE
              MOVE "1"                 TO WS-MODE
           END-IF.
           IF WS-MODE                  NOT = "1"
              AND WS-MODE              NOT = "2"
              DISPLAY "INVALID CHOICE - NOTHING SENT"
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS        = "00"
              READ CONTROL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE "Y"           TO WS-HAVE-CONTROL
                    MOVE CTL-BATCH-NO  TO WS-LAST-BATCH-NO
                    MOVE CTL-FROM-STAMP TO WS-LAST-FROM-STAMP
                    MOVE CTL-TO-STAMP  TO WS-LAST-TO-STAMP
                    MOVE CTL-DETAIL-COUNT TO WS-LAST-DETAIL-COUNT
              END-READ
              CLOSE CONTROL-FILE
           END-IF.

       CA000-SET-RANGE                 SECTION.
      *A NEW EXTRACT RUNS FROM THE HIGH-WATER MARK UP TO THE MOMENT
      *THIS RUN STARTED; ANYTHING JOURNALLED WHILE IT RUNS WAITS FOR
      *THE NEXT ONE. A RE-SEND REPEATS THE LAST RANGE AND BATCH NUMBER.
           IF WS-MODE                  = "2"
              IF WS-HAVE-CONTROL       NOT = "Y"
                 DISPLAY "NO EXTRACT HAS BEEN MADE YET - NOTHING TO "
                         "RE-SEND"
                 MOVE 12               TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-LAST-BATCH-NO    TO WS-BATCH-NO
              MOVE WS-LAST-FROM-STAMP  TO WS-FROM-STAMP
              MOVE WS-LAST-TO-STAMP    TO WS-TO-STAMP
            ELSE
              IF WS-HAVE-CONTROL       NOT = "Y"
                 DISPLAY "NO CONTROL FILE - FIRST EXTRACT SENDS THE "
                         "WHOLE JOURNAL"
              END-IF
              COMPUTE WS-BATCH-NO      = WS-LAST-BATCH-NO + 1
              MOVE WS-LAST-TO-STAMP    TO WS-FROM-STAMP
              MOVE WS-RUN-STAMP        TO WS-TO-STAMP
           END-IF.
           MOVE WS-FROM-STAMP (1:8)    TO WS-FROM-DATE.
           MOVE WS-FROM-STAMP          TO WS-HIGH-STAMP.

       DA000-WRITE-HEADER              SECTION.
           MOVE WS-BATCH-NO            TO WHF-HDR-BATCH.
           MOVE WS-RUN-DATE            TO WHF-HDR-DATE.
           MOVE WS-RUN-TIME (1:6)      TO WHF-HDR-TIME.
           MOVE WS-FROM-STAMP          TO WHF-HDR-FROM-STAMP.
           MOVE WS-TO-STAMP            TO WHF-HDR-TO-STAMP.
           IF WS-MODE                  = "2"
              MOVE "Y"                 TO WHF-HDR-RESEND
            ELSE
              MOVE "N"                 TO WHF-HDR-RESEND
           END-IF.
           MOVE WS-WHF-HEADER          TO FEED-REC.
           WRITE FEED-REC.

       EA000-SCAN-SEGMENTS             SECTION.
      *ONLY THE CLOSED SEGMENTS THAT END ON OR AFTER THE FROM STAMP'S
      *DAY CAN HOLD ANYTHING IN RANGE.................................
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
                          AND WS-SEG-LAST-DATE NOT < WS-FROM-DATE
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
              DISPLAY "SEGMENT " FUNCTION TRIM(WS-SEGMENT-NAME)
                      " IS LISTED BUT COULD NOT BE OPENED"
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
              DISPLAY "NO LIVE JOURNAL FILE FOUND"
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
      *IN RANGE = STAMPED AFTER THE FROM STAMP AND NOT AFTER THE TO
      *STAMP. THE STAMP IS DATE THEN TIME, ALL DIGITS, SO IT COMPARES
      *AS TEXT........................................................
           ADD 01                      TO WS-ENTRY-COUNT.
           IF WS-ENT-STAMP             NOT > WS-FROM-STAMP
              OR WS-ENT-STAMP          > WS-TO-STAMP
              CONTINUE
            ELSE
              EVALUATE TRUE
                 WHEN WS-ENT-ACTION    = "ADD"
                    MOVE 1             TO WS-ACTION-NO
                 WHEN WS-ENT-ACTION    = "CORRECT"
                    MOVE 2             TO WS-ACTION-NO
                 WHEN WS-ENT-ACTION    = "DELETE"
                    AND WS-ENT-OPERATOR = "ERASURE"
                    MOVE 4             TO WS-ACTION-NO
                 WHEN WS-ENT-ACTION    = "DELETE"
                    MOVE 3             TO WS-ACTION-NO
                 WHEN OTHER
                    MOVE 0             TO WS-ACTION-NO
              END-EVALUATE
              IF WS-ACTION-NO          = 0
                 ADD 01                TO WS-SKIPPED-COUNT
               ELSE
                 PERFORM FB000-WRITE-DETAIL
              END-IF
           END-IF.

       FB000-WRITE-DETAIL              SECTION.
      *A DELETE OR ERASURE HAS NO AFTER IMAGE - THE ID IS ENOUGH FOR
      *THE WAREHOUSE TO DROP THE ROW. AN ADD OR CORRECTION WHOSE
      *RESPONDENT DECLINED OR WITHDREW CONSENT GOES AS A WITHDRAW WITH
      *NO IMAGE, SO NONE OF THEIR ANSWERS LEAVE THE BUILDING...........
           MOVE WS-ENT-AFTER           TO WS-AFTER-IMAGE.
           IF WS-ACTION-NO             <= 2
              AND (IMG-CONSENT         = "N"
                   OR IMG-CONSENT      = "W")
              MOVE 5                   TO WS-ACTION-NO
           END-IF.

           ADD 01                      TO WS-DETAIL-COUNT.
           ADD 01                      TO WS-ACTION-COUNT
                                          (WS-ACTION-NO).
           ADD WS-ENT-ID               TO WS-HASH-TOTAL.
           IF WS-ENT-STAMP             > WS-HIGH-STAMP
              MOVE WS-ENT-STAMP        TO WS-HIGH-STAMP
           END-IF.

           MOVE WS-BATCH-NO            TO WHF-DET-BATCH.
           MOVE WS-DETAIL-COUNT        TO WHF-DET-SEQ.
           MOVE WS-ENT-STAMP           TO WHF-DET-STAMP.
           MOVE WS-ACTION-NAME (WS-ACTION-NO) TO WHF-DET-ACTION.
           MOVE WS-ENT-OPERATOR        TO WHF-DET-OPERATOR.
           MOVE WS-ENT-ID              TO WHF-DET-ID.
           IF WS-ACTION-NO             <= 2
              MOVE WS-ENT-AFTER        TO WHF-DET-IMAGE
            ELSE
              MOVE SPACES              TO WHF-DET-IMAGE
           END-IF.
           MOVE WS-WHF-DETAIL          TO FEED-REC.
           WRITE FEED-REC.

       GA000-WRITE-TRAILER             SECTION.
           MOVE WS-BATCH-NO            TO WHF-TRL-BATCH.
           MOVE WS-DETAIL-COUNT        TO WHF-TRL-COUNT.
           PERFORM VARYING WS-ACTION-NO FROM 1 BY 1
                    UNTIL WS-ACTION-NO > 5
              MOVE WS-ACTION-COUNT (WS-ACTION-NO)
                                       TO WHF-TRL-ACTION-COUNT
                                          (WS-ACTION-NO)
           END-PERFORM.
           MOVE WS-HASH-TOTAL          TO WHF-TRL-HASH.
           MOVE WS-WHF-TRAILER         TO FEED-REC.
           WRITE FEED-REC.

       HA000-SAVE-CONTROL              SECTION.
      *THE NEW HIGH-WATER MARK IS THE LAST STAMP ACTUALLY SENT - WITH
      *NOTHING NEW IT STAYS WHERE IT WAS, SO THE NEXT RUN STARTS FROM
      *THE SAME PLACE. ONLY WRITTEN ONCE THE FEED FILE IS COMPLETE....
           MOVE WS-HIGH-STAMP          TO WS-TO-STAMP.
           OPEN OUTPUT CONTROL-FILE.
           MOVE SPACES                 TO CONTROL-REC.
           MOVE WS-BATCH-NO            TO CTL-BATCH-NO.
           MOVE WS-FROM-STAMP          TO CTL-FROM-STAMP.
           MOVE WS-TO-STAMP            TO CTL-TO-STAMP.
           MOVE WS-DETAIL-COUNT        TO CTL-DETAIL-COUNT.
           MOVE WS-RUN-STAMP           TO CTL-RUN-STAMP.
           WRITE CONTROL-REC.
           CLOSE CONTROL-FILE.

       HB000-CHECK-RESEND              SECTION.
      *THE RE-SENT FILE MUST HOLD THE SAME NUMBER OF ROWS AS THE ONE
      *IT REPLACES - IF NOT, SOMETHING HAS TAMPERED WITH THE JOURNAL
      *AND THE FILE MUST NOT GO......................................
           IF WS-DETAIL-COUNT          NOT = WS-LAST-DETAIL-COUNT
              MOVE WS-LAST-DETAIL-COUNT TO WS-CNT-EDIT
              DISPLAY "RE-SEND DOES NOT MATCH - THE ORIGINAL BATCH HAD"
                      WS-CNT-EDIT " ROWS"
              DISPLAY "DO NOT TRANSFER WAREHOUSE-FEED.TXT"
              MOVE 12                  TO RETURN-CODE
           END-IF.

       KA000-WRITE-STEP-COUNTS         SECTION.
      *THIS RUN'S HEADLINE COUNTS FOR THE RUN-CONTROL LEDGER - ROWS
      *SENT, THE BATCH NUMBER AND THE HIGH-WATER DATE (YYMMDD) THE
      *NEXT EXTRACT WILL START FROM...................................
           IF WS-TO-STAMP (3:6)        IS NUMERIC
              MOVE WS-TO-STAMP (3:6)   TO WS-HWM-YYMMDD
            ELSE
              MOVE ZERO                TO WS-HWM-YYMMDD
           END-IF.
           OPEN OUTPUT STEP-COUNTS-FILE.
           MOVE SPACES                 TO STEP-COUNTS-REC.
           MOVE "WAREHOUSE-FEED"       TO SCT-JOB.
           MOVE "ROWS SENT"            TO SCT-LABEL (1).
           MOVE WS-DETAIL-COUNT        TO SCT-VALUE (1).
           MOVE "BATCH NO"             TO SCT-LABEL (2).
           MOVE WS-BATCH-NO            TO SCT-VALUE (2).
           MOVE "HWM YYMMDD"           TO SCT-LABEL (3).
           MOVE WS-HWM-YYMMDD          TO SCT-VALUE (3).
           WRITE STEP-COUNTS-REC.
           CLOSE STEP-COUNTS-FILE.
