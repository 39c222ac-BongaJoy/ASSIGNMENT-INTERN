      ******************************************************************
      * Author: JOYCE MACHABA
      * Date: 10/15/2026
      * Purpose: DAILY HR ROSTER LOAD - APPLIES HR'S DELTA FILE (NEW
      *          STARTER, LEAVER, CAMPUS TRANSFER, CONTACT CHANGE) TO
      *          THE KEYED HR ROSTER MASTER, WHICH KEEPS THE START,
      *          LEAVING, TRANSFER AND CONTACT EFFECTIVE DATES OF
      *          EVERYONE HR HAS EVER SENT. EVERY DELTA LINE IS
      *          REPORTED AS APPLIED OR REJECTED WITH ITS REASON, AND
      *          THE COUNTS ARE PROVED AGAINST THE FEED TRAILER - A
      *          FEED THAT DOES NOT BALANCE, OR THAT HAS ALREADY BEEN
      *          LOADED, IS REFUSED WHOLE. THE VERY FIRST RUN BUILDS
      *          THE MASTER FROM THE OLD FULL-REPLACEMENT FILES
      *          (HR-CONTACT-ROSTER.TXT AND EXPECTED-HEADCOUNT.TXT).
      *          NIGHTLY-BATCH, CALL-SHEET, CAMPUS-LEAGUE-REPORT AND
      *          NONRESP-BIAS-REPORT ALL READ THE MASTER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                  DIVISION.

       PROGRAM-ID.                     HR-ROSTER-LOAD.
       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
      *THE HR ROSTER MASTER - ONE RECORD PER PERSON, KEYED ON THE ID..
           SELECT  ROSTER-MASTER       ASSIGN TO "HR-ROSTER-MASTER.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-ID
           FILE STATUS IS WS-MASTER-STATUS.

      *HR'S DAILY DELTA - HEADER, ONE LINE PER CHANGE, TRAILER........
           SELECT  DELTA-FILE          ASSIGN TO "HR-ROSTER-DELTA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DELTA-STATUS.

      *THE FEED DATE OF THE LAST DELTA APPLIED, SO A FEED CAN NEVER BE
      *LOADED TWICE OR OUT OF ORDER...................................
           SELECT  CONTROL-FILE        ASSIGN TO
                                        "HR-ROSTER-CONTROL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

      *THE OLD FULL-REPLACEMENT FILES - ONLY READ ON THE FIRST RUN,
      *TO BUILD THE MASTER............................................
           SELECT  ROSTER-FILE         ASSIGN TO "HR-CONTACT-ROSTER.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROSTER-STATUS.

           SELECT  EXPECTED-FILE       ASSIGN TO
                                        "EXPECTED-HEADCOUNT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXPECTED-STATUS.

           SELECT  LOAD-REPORT         ASSIGN TO "HR-ROSTER-LOAD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA                            DIVISION.

       FILE                            SECTION.
      *HR ROSTER MASTER. AN END DATE OF ZERO MEANS STILL EMPLOYED; A
      *START DATE OF ZERO MEANS ON THE ROSTER BEFORE THE MASTER WAS
      *BUILT. THE PREVIOUS CAMPUS APPLIES BEFORE THE CAMPUS DATE......
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

      *DELTA LINE - THE TYPE IN COLUMN ONE SAYS WHICH VIEW APPLIES.
      *ACTION N = NEW STARTER, L = LEAVER (EFFECTIVE DATE IS THE LAST
      *DAY WORKED), T = CAMPUS TRANSFER, C = CONTACT NUMBER CHANGE.....
       FD  DELTA-FILE.
       01  DELTA-REC.
           05 DLT-TYPE                 PIC X.
           05 DLT-ACTION               PIC X.
           05 DLT-ID                   PIC X(13).
           05 DLT-EFF-DATE             PIC X(08).
           05 DLT-NAME                 PIC X(30).
           05 DLT-CONTACT              PIC X(10).
           05 DLT-CAMPUS               PIC X(15).
       01  DELTA-HEADER-REC.
           05 FILLER                   PIC X.
           05 DLT-HDR-DATE             PIC X(08).
           05 FILLER                   PIC X(69).
       01  DELTA-TRAILER-REC.
           05 FILLER                   PIC X.
           05 DLT-TRL-COUNT            PIC X(07).
           05 DLT-TRL-NEW              PIC X(07).
           05 DLT-TRL-LEAVER           PIC X(07).
           05 DLT-TRL-TRANSFER         PIC X(07).
           05 DLT-TRL-CONTACT          PIC X(07).
           05 FILLER                   PIC X(42).

       FD  CONTROL-FILE.
       01  CONTROL-REC.
           05 CTL-LAST-FEED-DATE       PIC 9(08).
           05 FILLER                   PIC X.
           05 CTL-LOADED-STAMP         PIC X(17).

      *SAME ROSTER LINE LAYOUT CALL-SHEET USED TO READ.................
       FD  ROSTER-FILE.
       01  ROSTER-LINE.
           05 ROS-ID                   PIC 9(13).
           05 FILLER                   PIC X.
           05 ROS-NAME                 PIC X(30).
           05 FILLER                   PIC X.
           05 ROS-CONTACT              PIC 9(10).
           05 FILLER                   PIC X.
           05 ROS-CAMPUS               PIC X(15).

       FD  EXPECTED-FILE.
       01  EXPECTED-LINE               PIC X(13).

       FD  LOAD-REPORT.
       01  LOAD-REPORT-LINE            PIC X(132).

       WORKING-STORAGE                 SECTION.
       01 WS-EOF                       PIC XX.
       01 WS-MASTER-STATUS             PIC XX.
       01 WS-DELTA-STATUS              PIC XX.
       01 WS-CONTROL-STATUS            PIC XX.
       01 WS-ROSTER-STATUS             PIC XX.
       01 WS-EXPECTED-STATUS           PIC XX.
       01 WS-RUN-DATE                  PIC 9(08).
       01 WS-RUN-TIME                  PIC 9(08).
       01 WS-LAST-FEED-DATE            PIC 9(08)     VALUE 0.
       01 WS-FEED-DATE                 PIC 9(08)     VALUE 0.
       01 WS-EFF-DATE                  PIC 9(08).
       01 WS-NEW-CONTACT               PIC 9(10).
       01 WS-REASON                    PIC X(50).
       01 WS-APPLY-FLAG                PIC X.

      *FIRST-RUN BUILD COUNTS.........................................
       01 WS-SEED-ROSTER               PIC 9(07)     VALUE 0.
       01 WS-SEED-EXPECTED             PIC 9(07)     VALUE 0.
       01 WS-SEED-DUPLICATE            PIC 9(07)     VALUE 0.

      *FEED SHAPE FROM THE BALANCING PASS.............................
       01 WS-HEADER-COUNT              PIC 9(05)     VALUE 0.
       01 WS-TRAILER-COUNT             PIC 9(05)     VALUE 0.
       01 WS-OUT-OF-PLACE              PIC 9(05)     VALUE 0.
       01 WS-DETAIL-AFTER-TRL          PIC X         VALUE "N".
       01 WS-BALANCE-MESSAGE           PIC X(60)     VALUE SPACES.
       01 WS-FEED-PRESENT              PIC X         VALUE "Y".

      *CONTROL TOTALS - 1 NEW STARTER, 2 LEAVER, 3 TRANSFER, 4 CONTACT
      *CHANGE, 5 ANY OTHER ACTION CODE - READ IN THE FEED, CLAIMED BY
      *THE TRAILER, AND APPLIED AND REJECTED ON THE MASTER............
       01 WS-ACTION-NAMES.
           05 FILLER                   PIC X(15) VALUE "NEW STARTER".
           05 FILLER                   PIC X(15) VALUE "LEAVER".
           05 FILLER                   PIC X(15)
                                       VALUE "CAMPUS TRANSFER".
           05 FILLER                   PIC X(15) VALUE "CONTACT CHANGE".
           05 FILLER                   PIC X(15) VALUE "UNKNOWN ACTION".
       01 WS-ACTION-NAME-TBL           REDEFINES WS-ACTION-NAMES.
           05 WS-ACTION-NAME           PIC X(15) OCCURS 5 TIMES.
       01 WS-ACTION-NO                 PIC 9.
       01 WS-TOTALS.
           05 WS-TOTAL-ROW             OCCURS 5 TIMES.
              10 WS-TOT-READ           PIC 9(07).
              10 WS-TOT-TRAILER        PIC 9(07).
              10 WS-TOT-APPLIED        PIC 9(07).
              10 WS-TOT-REJECTED       PIC 9(07).
       01 WS-READ-TOTAL                PIC 9(07)     VALUE 0.
       01 WS-TRAILER-TOTAL             PIC 9(07)     VALUE 0.
       01 WS-APPLIED-TOTAL             PIC 9(07)     VALUE 0.
       01 WS-REJECTED-TOTAL            PIC 9(07)     VALUE 0.

      *PRINT EDITS....................................................
       01 WS-CNT-EDIT-1                PIC ZZZZZZ9.
       01 WS-CNT-EDIT-2                PIC ZZZZZZ9.
       01 WS-CNT-EDIT-3                PIC ZZZZZZ9.
       01 WS-CNT-EDIT-4                PIC ZZZZZZ9.
       01 WS-RESULT-WORD               PIC X(08).

      *DATE EDIT WORK - YYYYMMDD WITH A REAL MONTH AND DAY............
       01 WS-DATE-CHECK.
           05 WS-CHK-YEAR              PIC 9999.
           05 WS-CHK-MONTH             PIC 99.
           05 WS-CHK-DAY               PIC 99.
       01 WS-DATE-OK                   PIC X.

       PROCEDURE                       DIVISION.

       AA000-MAIN-PROCEDURE            SECTION.
           PERFORM BA000-INITIAL.
           PERFORM CA000-BALANCE-FEED.
      *NO FEED IS A QUIET DAY AT HR, NOT A FAILURE - THE MASTER JUST
      *STAYS AS IT IS.................................................
           EVALUATE TRUE
              WHEN WS-FEED-PRESENT     = "N"
                 MOVE "NO HR-ROSTER-DELTA.TXT TODAY - MASTER UNCHANGED"
                                       TO LOAD-REPORT-LINE
                 WRITE LOAD-REPORT-LINE
                 DISPLAY "NO HR-ROSTER-DELTA.TXT TODAY - MASTER "
                         "UNCHANGED"
              WHEN WS-BALANCE-MESSAGE  NOT = SPACES
                 PERFORM CB000-REFUSE-FEED
              WHEN OTHER
                 PERFORM DA000-APPLY-FEED
                 PERFORM GA000-WRITE-CONTROL-TOTALS
                 PERFORM HA000-SAVE-FEED-DATE
           END-EVALUATE.
           PERFORM ZZ000-TERMINATE.
           STOP RUN.

       BA000-INITIAL                   SECTION.
           ACCEPT WS-RUN-DATE          FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME          FROM TIME.
           INITIALIZE WS-TOTALS.

           OPEN OUTPUT LOAD-REPORT.
           MOVE SPACES                 TO LOAD-REPORT-LINE.
           STRING "HR ROSTER DELTA LOAD - RUN DATE: " WS-RUN-DATE
                  DELIMITED BY SIZE    INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

      *NO MASTER YET - CREATE IT AND BUILD IT FROM THE OLD FILES......
           OPEN I-O ROSTER-MASTER.
           IF WS-MASTER-STATUS         = "35"
              OPEN OUTPUT ROSTER-MASTER
              CLOSE ROSTER-MASTER
              OPEN I-O ROSTER-MASTER
              IF WS-MASTER-STATUS      = "00"
                 PERFORM BB000-BUILD-MASTER
              END-IF
           END-IF.
           IF WS-MASTER-STATUS         NOT = "00"
              DISPLAY "HR-ROSTER-MASTER.TXT COULD NOT BE OPENED "
                      "(STATUS " WS-MASTER-STATUS ") - NOTHING LOADED"
              MOVE 12                  TO RETURN-CODE
              CLOSE LOAD-REPORT
              STOP RUN
           END-IF.

           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS        = "00"
              READ CONTROL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CTL-LAST-FEED-DATE TO WS-LAST-FEED-DATE
              END-READ
              CLOSE CONTROL-FILE
           END-IF.

       BB000-BUILD-MASTER              SECTION.
      *EVERY ROSTER LINE BECOMES AN ACTIVE PERSON WITH NO KNOWN START
      *DATE, THEN EVERY EXPECTED ID THE ROSTER DID NOT HAVE IS ADDED
      *WITH NO NAME OR CAMPUS, SO THE EXPECTED HEADCOUNT IS NOT LOST..
           OPEN INPUT ROSTER-FILE.
           IF WS-ROSTER-STATUS         = "00"
              MOVE LOW-VALUES          TO WS-EOF
              PERFORM UNTIL WS-EOF     = HIGH-VALUES
                 READ ROSTER-FILE
                    AT END
                       MOVE HIGH-VALUES TO WS-EOF
                    NOT AT END
                       INITIALIZE ROSTER-MASTER-REC
                       MOVE ROS-ID      TO RM-ID
                       MOVE ROS-NAME    TO RM-NAME
                       MOVE ROS-CONTACT TO RM-CONTACT
                       MOVE ROS-CAMPUS  TO RM-CAMPUS
                       MOVE "B"         TO RM-LAST-ACTION
                       WRITE ROSTER-MASTER-REC
                          INVALID KEY
                             ADD 01     TO WS-SEED-DUPLICATE
                          NOT INVALID KEY
                             ADD 01     TO WS-SEED-ROSTER
                       END-WRITE
                 END-READ
              END-PERFORM
              CLOSE ROSTER-FILE
           END-IF.

           OPEN INPUT EXPECTED-FILE.
           IF WS-EXPECTED-STATUS       = "00"
              MOVE LOW-VALUES          TO WS-EOF
              PERFORM UNTIL WS-EOF     = HIGH-VALUES
                 READ EXPECTED-FILE
                    AT END
                       MOVE HIGH-VALUES TO WS-EOF
                    NOT AT END
                       INITIALIZE ROSTER-MASTER-REC
                       MOVE EXPECTED-LINE TO RM-ID
                       MOVE "B"         TO RM-LAST-ACTION
                       WRITE ROSTER-MASTER-REC
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             ADD 01     TO WS-SEED-EXPECTED
                       END-WRITE
                 END-READ
              END-PERFORM
              CLOSE EXPECTED-FILE
           END-IF.

           MOVE SPACES                 TO LOAD-REPORT-LINE.
           MOVE WS-SEED-ROSTER         TO WS-CNT-EDIT-1.
           MOVE WS-SEED-EXPECTED       TO WS-CNT-EDIT-2.
           MOVE WS-SEED-DUPLICATE      TO WS-CNT-EDIT-3.
           STRING "MASTER BUILT - FROM HR-CONTACT-ROSTER: "
                  WS-CNT-EDIT-1
                  "  EXPECTED ONLY: "  WS-CNT-EDIT-2
                  "  DUPLICATE ROSTER IDS: " WS-CNT-EDIT-3
                  DELIMITED BY SIZE    INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           DISPLAY "HR ROSTER MASTER BUILT FROM THE OLD FILES".

       CA000-BALANCE-FEED              SECTION.
      *FIRST PASS - COUNT EVERY DETAIL BY ACTION AND PICK UP THE
      *HEADER AND TRAILER, WITHOUT TOUCHING THE MASTER. A FEED THAT IS
      *MISSING, TRUNCATED, DOUBLED UP OR ALREADY LOADED GOES NO FURTHER.
           OPEN INPUT DELTA-FILE.
           IF WS-DELTA-STATUS          NOT = "00"
              MOVE "N"                 TO WS-FEED-PRESENT
            ELSE
              MOVE LOW-VALUES          TO WS-EOF
              PERFORM UNTIL WS-EOF     = HIGH-VALUES
                 READ DELTA-FILE
                    AT END
                       MOVE HIGH-VALUES TO WS-EOF
                    NOT AT END
                       PERFORM CC000-COUNT-ONE-LINE
                 END-READ
              END-PERFORM
              CLOSE DELTA-FILE
              PERFORM CD000-CHECK-BALANCE
           END-IF.

       CC000-COUNT-ONE-LINE            SECTION.
           EVALUATE DLT-TYPE
              WHEN "H"
                 ADD 01                TO WS-HEADER-COUNT
                 IF WS-READ-TOTAL      > 0
                    OR WS-TRAILER-COUNT > 0
                    ADD 01             TO WS-OUT-OF-PLACE
                 END-IF
                 IF DLT-HDR-DATE       NUMERIC
                    MOVE DLT-HDR-DATE  TO WS-FEED-DATE
                 END-IF
              WHEN "D"
                 IF WS-TRAILER-COUNT   > 0
                    MOVE "Y"           TO WS-DETAIL-AFTER-TRL
                 END-IF
                 PERFORM EA000-FIND-ACTION-ROW
                 ADD 01                TO WS-TOT-READ (WS-ACTION-NO)
                 ADD 01                TO WS-READ-TOTAL
              WHEN "T"
                 ADD 01                TO WS-TRAILER-COUNT
                 IF DLT-TRL-COUNT      NUMERIC
                    MOVE DLT-TRL-COUNT TO WS-TRAILER-TOTAL
                 END-IF
                 IF DLT-TRL-NEW        NUMERIC
                    MOVE DLT-TRL-NEW   TO WS-TOT-TRAILER (1)
                 END-IF
                 IF DLT-TRL-LEAVER     NUMERIC
                    MOVE DLT-TRL-LEAVER TO WS-TOT-TRAILER (2)
                 END-IF
                 IF DLT-TRL-TRANSFER   NUMERIC
                    MOVE DLT-TRL-TRANSFER TO WS-TOT-TRAILER (3)
                 END-IF
                 IF DLT-TRL-CONTACT    NUMERIC
                    MOVE DLT-TRL-CONTACT TO WS-TOT-TRAILER (4)
                 END-IF
              WHEN OTHER
                 ADD 01                TO WS-OUT-OF-PLACE
           END-EVALUATE.

       CD000-CHECK-BALANCE             SECTION.
      *THE FIRST FAILURE FOUND IS THE ONE REPORTED....................
           EVALUATE TRUE
              WHEN WS-HEADER-COUNT     NOT = 1
                 MOVE "FEED MUST HAVE EXACTLY ONE HEADER LINE"
                                       TO WS-BALANCE-MESSAGE
              WHEN WS-TRAILER-COUNT    NOT = 1
                 MOVE "FEED MUST HAVE EXACTLY ONE TRAILER LINE"
                                       TO WS-BALANCE-MESSAGE
              WHEN WS-OUT-OF-PLACE     > 0
                 OR WS-DETAIL-AFTER-TRL = "Y"
                 MOVE "FEED HAS LINES OUT OF PLACE OR OF UNKNOWN TYPE"
                                       TO WS-BALANCE-MESSAGE
              WHEN WS-FEED-DATE        = ZERO
                 MOVE "FEED HEADER DATE IS NOT YYYYMMDD"
                                       TO WS-BALANCE-MESSAGE
              WHEN WS-FEED-DATE        NOT > WS-LAST-FEED-DATE
                 MOVE "FEED DATE NOT AFTER THE LAST FEED LOADED"
                                       TO WS-BALANCE-MESSAGE
              WHEN WS-READ-TOTAL       NOT = WS-TRAILER-TOTAL
                 MOVE "DETAIL COUNT DOES NOT AGREE WITH THE TRAILER"
                                       TO WS-BALANCE-MESSAGE
              WHEN WS-TOT-READ (1)     NOT = WS-TOT-TRAILER (1)
                 OR WS-TOT-READ (2)    NOT = WS-TOT-TRAILER (2)
                 OR WS-TOT-READ (3)    NOT = WS-TOT-TRAILER (3)
                 OR WS-TOT-READ (4)    NOT = WS-TOT-TRAILER (4)
                 MOVE "ACTION COUNTS DO NOT AGREE WITH THE TRAILER"
                                       TO WS-BALANCE-MESSAGE
           END-EVALUATE.

       CB000-REFUSE-FEED               SECTION.
           MOVE SPACES                 TO LOAD-REPORT-LINE.
           STRING "FEED REFUSED - " WS-BALANCE-MESSAGE
                  " - NOTHING APPLIED"
                  DELIMITED BY SIZE    INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           PERFORM GA000-WRITE-CONTROL-TOTALS.
           DISPLAY "FEED REFUSED - " WS-BALANCE-MESSAGE.
           MOVE 12                     TO RETURN-CODE.

       DA000-APPLY-FEED                SECTION.
      *SECOND PASS - THE FEED BALANCES, SO APPLY EACH DETAIL LINE AND
      *REPORT IT......................................................
           MOVE SPACES                 TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE SPACES                 TO LOAD-REPORT-LINE.
           STRING "FEED DATE: " WS-FEED-DATE
                  "   LAST FEED LOADED: " WS-LAST-FEED-DATE
                  DELIMITED BY SIZE    INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE SPACES                 TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

           OPEN INPUT DELTA-FILE.
           MOVE LOW-VALUES             TO WS-EOF.
           PERFORM UNTIL WS-EOF        = HIGH-VALUES
              READ DELTA-FILE
                 AT END
                    MOVE HIGH-VALUES   TO WS-EOF
                 NOT AT END
                    IF DLT-TYPE        = "D"
                       PERFORM DB000-APPLY-ONE-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DELTA-FILE.

       DB000-APPLY-ONE-LINE            SECTION.
      *EDIT THE LINE, FIND THE PERSON, THEN APPLY BY ACTION - THE
      *FIRST FAILED EDIT IS THE REASON GIVEN FOR THE REJECTION........
           MOVE SPACES                 TO WS-REASON.
           PERFORM EA000-FIND-ACTION-ROW.

           IF WS-ACTION-NO             = 5
              MOVE "ACTION MUST BE N, L, T OR C" TO WS-REASON
           END-IF.
           IF WS-REASON                = SPACES
              AND DLT-ID               NOT NUMERIC
              MOVE "ID NOT 13 DIGITS"  TO WS-REASON
           END-IF.
           IF WS-REASON                = SPACES
              MOVE DLT-EFF-DATE        TO WS-DATE-CHECK
              PERFORM FA000-CHECK-DATE
              IF WS-DATE-OK            = "N"
                 MOVE "EFFECTIVE DATE NOT YYYYMMDD" TO WS-REASON
               ELSE
                 MOVE DLT-EFF-DATE     TO WS-EFF-DATE
              END-IF
           END-IF.

           IF WS-REASON                = SPACES
              MOVE DLT-ID              TO RM-ID
              MOVE "Y"                 TO WS-APPLY-FLAG
              READ ROSTER-MASTER
                 KEY IS RM-ID
                 INVALID KEY
                    MOVE "N"           TO WS-APPLY-FLAG
              END-READ
              EVALUATE WS-ACTION-NO
                 WHEN 1
                    PERFORM DC000-NEW-STARTER
                 WHEN 2
                    PERFORM DD000-LEAVER
                 WHEN 3
                    PERFORM DE000-TRANSFER
                 WHEN 4
                    PERFORM DF000-CONTACT-CHANGE
              END-EVALUATE
           END-IF.

           MOVE SPACES                 TO LOAD-REPORT-LINE.
           IF WS-REASON                = SPACES
              ADD 01                   TO WS-TOT-APPLIED (WS-ACTION-NO)
              ADD 01                   TO WS-APPLIED-TOTAL
              MOVE "APPLIED"           TO WS-RESULT-WORD
            ELSE
              ADD 01                   TO WS-TOT-REJECTED
                                          (WS-ACTION-NO)
              ADD 01                   TO WS-REJECTED-TOTAL
              MOVE "REJECTED"          TO WS-RESULT-WORD
           END-IF.
           STRING WS-RESULT-WORD " " DLT-ACTION " " DLT-ID " "
                  DLT-EFF-DATE " " DLT-NAME " " DLT-CAMPUS " "
                  WS-REASON
                  DELIMITED BY SIZE    INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

       DC000-NEW-STARTER               SECTION.
      *A NEW ID, OR A LEAVER COMING BACK AFTER THEIR LEAVING DATE.
      *A NEW ID GETS A FRESH MASTER RECORD; A RETURNING LEAVER KEEPS
      *THEIRS - SEE DC100.............................................
           IF WS-APPLY-FLAG            = "Y"
              AND RM-END-DATE          = ZERO
              MOVE "ALREADY ON THE ROSTER AND NOT A LEAVER"
                                       TO WS-REASON
           END-IF.
           IF WS-REASON                = SPACES
              AND WS-APPLY-FLAG        = "Y"
              AND WS-EFF-DATE          NOT > RM-END-DATE
              MOVE "RE-START MUST BE AFTER THE LEAVING DATE"
                                       TO WS-REASON
           END-IF.
           IF WS-REASON                = SPACES
              AND DLT-NAME             = SPACES
              MOVE "NAME MISSING"      TO WS-REASON
           END-IF.
           IF WS-REASON                = SPACES
              AND DLT-CAMPUS           = SPACES
              MOVE "CAMPUS MISSING"    TO WS-REASON
           END-IF.
           IF WS-REASON                = SPACES
              AND DLT-CONTACT          NOT NUMERIC
              MOVE "CONTACT NUMBER NOT 10 DIGITS" TO WS-REASON
           END-IF.

           IF WS-REASON                = SPACES
              IF WS-APPLY-FLAG         = "Y"
                 PERFORM DC100-RETURNING-LEAVER
               ELSE
                 INITIALIZE ROSTER-MASTER-REC
                 MOVE DLT-ID           TO RM-ID
                 MOVE DLT-NAME         TO RM-NAME
                 MOVE DLT-CONTACT      TO RM-CONTACT
                 MOVE DLT-CAMPUS       TO RM-CAMPUS
                 MOVE WS-EFF-DATE      TO RM-START-DATE
                 MOVE WS-EFF-DATE      TO RM-CAMPUS-DATE
                 MOVE WS-EFF-DATE      TO RM-CONTACT-DATE
              END-IF
              MOVE "N"                 TO RM-LAST-ACTION
              MOVE WS-FEED-DATE        TO RM-LAST-FEED-DATE
              IF WS-APPLY-FLAG         = "Y"
                 REWRITE ROSTER-MASTER-REC
                    INVALID KEY
                       MOVE "MASTER REWRITE FAILED" TO WS-REASON
                 END-REWRITE
               ELSE
                 WRITE ROSTER-MASTER-REC
                    INVALID KEY
                       MOVE "MASTER WRITE FAILED" TO WS-REASON
                 END-WRITE
              END-IF
           END-IF.

       DC100-RETURNING-LEAVER          SECTION.
      *ONLY WHAT THE DELTA CARRIES CHANGES. THE NEW START DATE ENDS
      *THE LEAVING; A DIFFERENT CAMPUS IS TAKEN AS A TRANSFER, SO THE
      *OLD ONE GOES TO THE PREVIOUS CAMPUS WITH THE DATE THE NEW ONE
      *TOOK OVER AND EARLIER RESPONSES STILL COUNT WHERE THEY WERE
      *GIVEN. THE SAME CAMPUS OR CONTACT NUMBER KEEPS ITS OLD DATE....
           MOVE DLT-NAME               TO RM-NAME.
           MOVE WS-EFF-DATE            TO RM-START-DATE.
           MOVE ZERO                   TO RM-END-DATE.
           IF DLT-CAMPUS               NOT = RM-CAMPUS
              MOVE RM-CAMPUS           TO RM-PREV-CAMPUS
              MOVE DLT-CAMPUS          TO RM-CAMPUS
              MOVE WS-EFF-DATE         TO RM-CAMPUS-DATE
           END-IF.
           MOVE DLT-CONTACT            TO WS-NEW-CONTACT.
           IF WS-NEW-CONTACT           NOT = RM-CONTACT
              MOVE WS-NEW-CONTACT      TO RM-CONTACT
              MOVE WS-EFF-DATE         TO RM-CONTACT-DATE
           END-IF.

       DD000-LEAVER                    SECTION.
           IF WS-APPLY-FLAG            = "N"
              MOVE "NOT ON THE ROSTER" TO WS-REASON
           END-IF.
           IF WS-REASON                = SPACES
              AND RM-END-DATE          NOT = ZERO
              MOVE "ALREADY A LEAVER"  TO WS-REASON
           END-IF.
           IF WS-REASON                = SPACES
              AND WS-EFF-DATE          < RM-START-DATE
              MOVE "LEAVING DATE BEFORE THE START DATE" TO WS-REASON
           END-IF.
           IF WS-REASON                = SPACES
              MOVE WS-EFF-DATE         TO RM-END-DATE
              MOVE "L"                 TO RM-LAST-ACTION
              MOVE WS-FEED-DATE        TO RM-LAST-FEED-DATE
              REWRITE ROSTER-MASTER-REC
                 INVALID KEY
                    MOVE "MASTER REWRITE FAILED" TO WS-REASON
              END-REWRITE
           END-IF.

       DE000-TRANSFER                  SECTION.
      *THE OLD CAMPUS IS KEPT WITH THE DATE THE NEW ONE TOOK OVER, SO
      *A RESPONSE CAPTURED BEFORE THE MOVE STILL COUNTS FOR THE CAMPUS
      *THE PERSON WAS ON AT THE TIME..................................
           IF WS-APPLY-FLAG            = "N"
              MOVE "NOT ON THE ROSTER" TO WS-REASON
           END-IF.
           IF WS-REASON                = SPACES
              AND RM-END-DATE          NOT = ZERO
              MOVE "PERSON HAS LEFT"   TO WS-REASON
           END-IF.
           IF WS-REASON                = SPACES
              AND DLT-CAMPUS           = SPACES
              MOVE "CAMPUS MISSING"    TO WS-REASON
           END-IF.
           IF WS-REASON                = SPACES
              AND DLT-CAMPUS           = RM-CAMPUS
              MOVE "ALREADY ON THAT CAMPUS" TO WS-REASON
           END-IF.
           IF WS-REASON                = SPACES
              AND WS-EFF-DATE          < RM-CAMPUS-DATE
              MOVE "TRANSFER DATED BEFORE THE LAST CAMPUS CHANGE"
                                       TO WS-REASON
           END-IF.
           IF WS-REASON                = SPACES
              MOVE RM-CAMPUS           TO RM-PREV-CAMPUS
              MOVE DLT-CAMPUS          TO RM-CAMPUS
              MOVE WS-EFF-DATE         TO RM-CAMPUS-DATE
              MOVE "T"                 TO RM-LAST-ACTION
              MOVE WS-FEED-DATE        TO RM-LAST-FEED-DATE
              REWRITE ROSTER-MASTER-REC
                 INVALID KEY
                    MOVE "MASTER REWRITE FAILED" TO WS-REASON
              END-REWRITE
           END-IF.

       DF000-CONTACT-CHANGE            SECTION.
           IF WS-APPLY-FLAG            = "N"
              MOVE "NOT ON THE ROSTER" TO WS-REASON
           END-IF.
           IF WS-REASON                = SPACES
              AND DLT-CONTACT          NOT NUMERIC
              MOVE "CONTACT NUMBER NOT 10 DIGITS" TO WS-REASON
           END-IF.
           IF WS-REASON                = SPACES
              MOVE DLT-CONTACT         TO WS-NEW-CONTACT
              IF WS-NEW-CONTACT        = RM-CONTACT
                 MOVE "CONTACT NUMBER UNCHANGED" TO WS-REASON
              END-IF
           END-IF.
           IF WS-REASON                = SPACES
              MOVE WS-NEW-CONTACT      TO RM-CONTACT
              MOVE WS-EFF-DATE         TO RM-CONTACT-DATE
              MOVE "C"                 TO RM-LAST-ACTION
              MOVE WS-FEED-DATE        TO RM-LAST-FEED-DATE
              REWRITE ROSTER-MASTER-REC
                 INVALID KEY
                    MOVE "MASTER REWRITE FAILED" TO WS-REASON
              END-REWRITE
           END-IF.

       EA000-FIND-ACTION-ROW           SECTION.
      *ROW 5 CATCHES ANY ACTION CODE HR SHOULD NOT HAVE SENT..........
           MOVE 5                      TO WS-ACTION-NO.
           EVALUATE DLT-ACTION
              WHEN "N"
                 MOVE 1                TO WS-ACTION-NO
              WHEN "L"
                 MOVE 2                TO WS-ACTION-NO
              WHEN "T"
                 MOVE 3                TO WS-ACTION-NO
              WHEN "C"
                 MOVE 4                TO WS-ACTION-NO
           END-EVALUATE.

       FA000-CHECK-DATE                SECTION.
           MOVE "Y"                    TO WS-DATE-OK.
           IF WS-DATE-CHECK            NOT NUMERIC
              MOVE "N"                 TO WS-DATE-OK
            ELSE
              IF WS-CHK-YEAR           < 1900
                 OR WS-CHK-MONTH       < 1 OR > 12
                 OR WS-CHK-DAY         < 1 OR > 31
                 MOVE "N"              TO WS-DATE-OK
              END-IF
           END-IF.

       GA000-WRITE-CONTROL-TOTALS      SECTION.
      *READ IN THE FEED AGAINST THE TRAILER'S CLAIM, THEN WHAT WAS
      *APPLIED AND REJECTED - APPLIED PLUS REJECTED ALWAYS MAKES READ.
           MOVE SPACES                 TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE "CONTROL TOTALS         READ  TRAILER  APPLIED REJECTED"
                                       TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           PERFORM VARYING WS-ACTION-NO FROM 1 BY 1
                    UNTIL WS-ACTION-NO > 5
              MOVE WS-TOT-READ (WS-ACTION-NO)     TO WS-CNT-EDIT-1
              MOVE WS-TOT-TRAILER (WS-ACTION-NO)  TO WS-CNT-EDIT-2
              MOVE WS-TOT-APPLIED (WS-ACTION-NO)  TO WS-CNT-EDIT-3
              MOVE WS-TOT-REJECTED (WS-ACTION-NO) TO WS-CNT-EDIT-4
              MOVE SPACES              TO LOAD-REPORT-LINE
              STRING WS-ACTION-NAME (WS-ACTION-NO) " "
                     WS-CNT-EDIT-1 "  " WS-CNT-EDIT-2 "  "
                     WS-CNT-EDIT-3 "  " WS-CNT-EDIT-4
                     DELIMITED BY SIZE INTO LOAD-REPORT-LINE
              WRITE LOAD-REPORT-LINE
           END-PERFORM.
           MOVE WS-READ-TOTAL          TO WS-CNT-EDIT-1.
           MOVE WS-TRAILER-TOTAL       TO WS-CNT-EDIT-2.
           MOVE WS-APPLIED-TOTAL       TO WS-CNT-EDIT-3.
           MOVE WS-REJECTED-TOTAL      TO WS-CNT-EDIT-4.
           MOVE SPACES                 TO LOAD-REPORT-LINE.
           STRING "ALL ACTIONS     " WS-CNT-EDIT-1 "  " WS-CNT-EDIT-2
                  "  " WS-CNT-EDIT-3 "  " WS-CNT-EDIT-4
                  DELIMITED BY SIZE    INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE SPACES                 TO LOAD-REPORT-LINE.
           IF WS-READ-TOTAL            = WS-TRAILER-TOTAL
              MOVE "FEED IN BALANCE WITH ITS TRAILER"
                                       TO LOAD-REPORT-LINE
            ELSE
              MOVE "FEED OUT OF BALANCE WITH ITS TRAILER"
                                       TO LOAD-REPORT-LINE
           END-IF.
           WRITE LOAD-REPORT-LINE.
           DISPLAY "DELTA LINES READ: " WS-READ-TOTAL
                   "  APPLIED: " WS-APPLIED-TOTAL
                   "  REJECTED: " WS-REJECTED-TOTAL.

       HA000-SAVE-FEED-DATE            SECTION.
      *THE FEED IS DONE WITH - REMEMBER ITS DATE SO IT CANNOT BE
      *LOADED AGAIN...................................................
           OPEN OUTPUT CONTROL-FILE.
           MOVE SPACES                 TO CONTROL-REC.
           MOVE WS-FEED-DATE           TO CTL-LAST-FEED-DATE.
           STRING WS-RUN-DATE "-" WS-RUN-TIME
                  DELIMITED BY SIZE    INTO CTL-LOADED-STAMP.
           WRITE CONTROL-REC.
           CLOSE CONTROL-FILE.

       ZZ000-TERMINATE                 SECTION.
           CLOSE ROSTER-MASTER.
           CLOSE LOAD-REPORT.
