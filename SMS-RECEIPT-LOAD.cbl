      ******************************************************************
      * Author: JOYCE MACHABA
      * Date: 10/15/2026
      * Purpose: NIGHTLY SMS DELIVERY-RECEIPT LOAD - READS THE SMS
      *          GATEWAY'S INBOUND RECEIPT FILE AND FLAGS, ON THE SMS
      *          NUMBER STATUS FILE, EVERY NUMBER THE GATEWAY COULD NOT
      *          DELIVER TO AND EVERY NUMBER THAT REPLIED STOP, SO
      *          SMS-REMINDER LEAVES THEM OUT OF EVERY LATER RUN. THE
      *          FILE IS PROVED AGAINST ITS TRAILER BEFORE ANYTHING IS
      *          APPLIED, AND A FILE ALREADY LOADED IS REFUSED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                  DIVISION.

       PROGRAM-ID.                     SMS-RECEIPT-LOAD.
       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
      *ONE RECORD PER MOBILE NUMBER EVER MESSAGED OR REPORTED ON -
      *SHARED WITH SMS-REMINDER.......................................
           SELECT  SMS-STATUS          ASSIGN TO "SMS-NUMBER-STATUS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SNS-NUMBER
           FILE STATUS IS WS-STATUS-STATUS.

      *THE GATEWAY'S RECEIPT FILE - HEADER, ONE LINE PER RECEIPT OR
      *REPLY, TRAILER.................................................
           SELECT  RECEIPT-FILE        ASSIGN TO "SMS-RECEIPTS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECEIPT-STATUS.

      *THE FILE DATE OF THE LAST RECEIPT FILE LOADED..................
           SELECT  CONTROL-FILE        ASSIGN TO
                                        "SMS-RECEIPT-CONTROL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

           SELECT  LOAD-REPORT         ASSIGN TO
                                        "SMS-RECEIPT-LOAD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA                            DIVISION.

       FILE                            SECTION.
      *SMS NUMBER STATUS. SUPPRESS U = UNDELIVERABLE, S = REPLIED STOP,
      *SPACE = FREE TO MESSAGE. THE NUMBER IS THE LOCAL 10 DIGITS AS
      *HELD ON THE HR ROSTER MASTER...................................
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

      *RECEIPT LINE. TYPE D = DELIVERED, U = UNDELIVERABLE, R = REPLY
      *(THE REPLY TEXT FOLLOWS). THE GATEWAY SENDS THE NUMBER IN ITS
      *INTERNATIONAL FORM, 27 AND THE NINE DIGITS AFTER THE LEADING 0..
       FD  RECEIPT-FILE.
       01  RECEIPT-REC.
           05 RCP-REC-TYPE             PIC X.
           05 RCP-MSISDN               PIC X(15).
           05 RCP-TYPE                 PIC X.
           05 RCP-DATE                 PIC X(08).
           05 RCP-REPLY                PIC X(20).
       01  RECEIPT-HEADER-REC.
           05 FILLER                   PIC X.
           05 RCP-HDR-DATE             PIC X(08).
           05 FILLER                   PIC X(36).
       01  RECEIPT-TRAILER-REC.
           05 FILLER                   PIC X.
           05 RCP-TRL-COUNT            PIC X(07).
           05 FILLER                   PIC X(37).

       FD  CONTROL-FILE.
       01  CONTROL-REC.
           05 CTL-LAST-FILE-DATE       PIC 9(08).
           05 FILLER                   PIC X.
           05 CTL-LOADED-STAMP         PIC X(17).

       FD  LOAD-REPORT.
       01  LOAD-REPORT-LINE            PIC X(100).

       WORKING-STORAGE                 SECTION.
       01 WS-EOF                       PIC XX.
       01 WS-STATUS-STATUS             PIC XX.
       01 WS-RECEIPT-STATUS            PIC XX.
       01 WS-CONTROL-STATUS            PIC XX.
       01 WS-RUN-DATE                  PIC 9(08).
       01 WS-RUN-TIME                  PIC 9(08).
       01 WS-LAST-FILE-DATE            PIC 9(08)     VALUE 0.
       01 WS-FILE-DATE                 PIC 9(08)     VALUE 0.
       01 WS-REFUSE-MESSAGE            PIC X(60)     VALUE SPACES.
       01 WS-FILE-PRESENT              PIC X         VALUE "Y".

      *FILE SHAPE FROM THE BALANCING PASS.............................
       01 WS-HEADER-COUNT              PIC 9(05)     VALUE 0.
       01 WS-TRAILER-COUNT             PIC 9(05)     VALUE 0.
       01 WS-OUT-OF-PLACE              PIC 9(05)     VALUE 0.
       01 WS-DETAIL-COUNT              PIC 9(07)     VALUE 0.
       01 WS-TRAILER-TOTAL             PIC 9(07)     VALUE 0.

      *WHAT EACH RECEIPT LINE DID.....................................
       01 WS-DELIVERED-COUNT           PIC 9(07)     VALUE 0.
       01 WS-UNDELIVERABLE-COUNT       PIC 9(07)     VALUE 0.
       01 WS-STOP-COUNT                PIC 9(07)     VALUE 0.
       01 WS-OTHER-REPLY-COUNT         PIC 9(07)     VALUE 0.
       01 WS-REJECTED-COUNT            PIC 9(07)     VALUE 0.

      *GATEWAY NUMBER BACK TO THE LOCAL 10 DIGITS.....................
       01 WS-MSISDN-CHECK.
           05 WS-MSISDN-CC             PIC X(02).
           05 WS-MSISDN-REST           PIC X(09).
           05 WS-MSISDN-SPARE          PIC X(04).
       01 WS-LOCAL-NUMBER.
           05 FILLER                   PIC X         VALUE "0".
           05 WS-LOCAL-REST            PIC X(09).
       01 WS-LOCAL-NUMBER-N            REDEFINES WS-LOCAL-NUMBER
                                       PIC 9(10).
       01 WS-REPLY-UPPER               PIC X(20).
       01 WS-REASON                    PIC X(40).
       01 WS-ON-FILE                   PIC X.
       01 WS-CNT-EDIT                  PIC ZZZZZZ9.

       PROCEDURE                       DIVISION.

       AA000-MAIN-PROCEDURE            SECTION.
           PERFORM BA000-INITIAL.
           PERFORM CA000-BALANCE-FILE.
      *NO RECEIPT FILE MEANS NOTHING WAS SENT LAST NIGHT - NOT A FAULT.
           EVALUATE TRUE
              WHEN WS-FILE-PRESENT     = "N"
                 MOVE "NO SMS-RECEIPTS.TXT TONIGHT - NOTHING LOADED"
                                       TO LOAD-REPORT-LINE
                 WRITE LOAD-REPORT-LINE
                 DISPLAY "NO SMS-RECEIPTS.TXT TONIGHT - NOTHING LOADED"
              WHEN WS-REFUSE-MESSAGE   NOT = SPACES
                 MOVE SPACES           TO LOAD-REPORT-LINE
                 STRING "RECEIPT FILE REFUSED - " WS-REFUSE-MESSAGE
                        DELIMITED BY SIZE INTO LOAD-REPORT-LINE
                 WRITE LOAD-REPORT-LINE
                 DISPLAY "RECEIPT FILE REFUSED - " WS-REFUSE-MESSAGE
                 MOVE 12               TO RETURN-CODE
              WHEN OTHER
                 PERFORM DA000-APPLY-RECEIPTS
                 PERFORM GA000-WRITE-TOTALS
                 PERFORM HA000-SAVE-FILE-DATE
           END-EVALUATE.
           PERFORM ZZ000-TERMINATE.
           STOP RUN.

       BA000-INITIAL                   SECTION.
           ACCEPT WS-RUN-DATE          FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME          FROM TIME.

           OPEN OUTPUT LOAD-REPORT.
           MOVE SPACES                 TO LOAD-REPORT-LINE.
           STRING "SMS DELIVERY-RECEIPT LOAD - RUN DATE: " WS-RUN-DATE
                  DELIMITED BY SIZE    INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

           OPEN I-O SMS-STATUS.
           IF WS-STATUS-STATUS         = "35"
              OPEN OUTPUT SMS-STATUS
              CLOSE SMS-STATUS
              OPEN I-O SMS-STATUS
           END-IF.
           IF WS-STATUS-STATUS         NOT = "00"
              DISPLAY "SMS-NUMBER-STATUS.TXT COULD NOT BE OPENED "
                      "(STATUS " WS-STATUS-STATUS ") - NOTHING LOADED"
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
                    MOVE CTL-LAST-FILE-DATE TO WS-LAST-FILE-DATE
              END-READ
              CLOSE CONTROL-FILE
           END-IF.

       CA000-BALANCE-FILE              SECTION.
      *FIRST PASS - COUNT THE LINES AND PICK UP THE HEADER AND TRAILER
      *WITHOUT TOUCHING THE STATUS FILE...............................
           OPEN INPUT RECEIPT-FILE.
           IF WS-RECEIPT-STATUS        NOT = "00"
              MOVE "N"                 TO WS-FILE-PRESENT
            ELSE
              MOVE LOW-VALUES          TO WS-EOF
              PERFORM UNTIL WS-EOF     = HIGH-VALUES
                 READ RECEIPT-FILE
                    AT END
                       MOVE HIGH-VALUES TO WS-EOF
                    NOT AT END
                       EVALUATE RCP-REC-TYPE
                          WHEN "H"
                             ADD 01    TO WS-HEADER-COUNT
                             IF RCP-HDR-DATE NUMERIC
                                MOVE RCP-HDR-DATE TO WS-FILE-DATE
                             END-IF
                          WHEN "D"
                             IF WS-TRAILER-COUNT > 0
                                ADD 01 TO WS-OUT-OF-PLACE
                             END-IF
                             ADD 01    TO WS-DETAIL-COUNT
                          WHEN "T"
                             ADD 01    TO WS-TRAILER-COUNT
                             IF RCP-TRL-COUNT NUMERIC
                                MOVE RCP-TRL-COUNT
                                       TO WS-TRAILER-TOTAL
                             END-IF
                          WHEN OTHER
                             ADD 01    TO WS-OUT-OF-PLACE
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE RECEIPT-FILE

              EVALUATE TRUE
                 WHEN WS-HEADER-COUNT  NOT = 1
                    MOVE "FILE MUST HAVE EXACTLY ONE HEADER LINE"
                                       TO WS-REFUSE-MESSAGE
                 WHEN WS-TRAILER-COUNT NOT = 1
                    MOVE "FILE MUST HAVE EXACTLY ONE TRAILER LINE"
                                       TO WS-REFUSE-MESSAGE
                 WHEN WS-OUT-OF-PLACE  > 0
                    MOVE "FILE HAS LINES OUT OF PLACE OR UNKNOWN TYPE"
                                       TO WS-REFUSE-MESSAGE
                 WHEN WS-FILE-DATE     = ZERO
                    MOVE "FILE HEADER DATE IS NOT YYYYMMDD"
                                       TO WS-REFUSE-MESSAGE
                 WHEN WS-FILE-DATE     NOT > WS-LAST-FILE-DATE
                    MOVE "FILE DATE NOT AFTER THE LAST FILE LOADED"
                                       TO WS-REFUSE-MESSAGE
                 WHEN WS-DETAIL-COUNT  NOT = WS-TRAILER-TOTAL
                    MOVE "RECEIPT COUNT DOES NOT AGREE WITH THE TRAILER"
                                       TO WS-REFUSE-MESSAGE
              END-EVALUATE
           END-IF.

       DA000-APPLY-RECEIPTS            SECTION.
           OPEN INPUT RECEIPT-FILE.
           MOVE LOW-VALUES             TO WS-EOF.
           PERFORM UNTIL WS-EOF        = HIGH-VALUES
              READ RECEIPT-FILE
                 AT END
                    MOVE HIGH-VALUES   TO WS-EOF
                 NOT AT END
                    IF RCP-REC-TYPE    = "D"
                       PERFORM DB000-APPLY-ONE-RECEIPT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RECEIPT-FILE.

       DB000-APPLY-ONE-RECEIPT         SECTION.
      *TURN THE GATEWAY NUMBER BACK INTO THE ROSTER'S 10 DIGITS, FIND
      *OR ADD ITS STATUS RECORD, THEN ACT ON THE RECEIPT TYPE.........
           MOVE SPACES                 TO WS-REASON.
           MOVE RCP-MSISDN             TO WS-MSISDN-CHECK.
           IF WS-MSISDN-CC             NOT = "27"
              OR WS-MSISDN-REST        NOT NUMERIC
              OR WS-MSISDN-SPARE       NOT = SPACES
              MOVE "NUMBER NOT 27 AND 9 DIGITS" TO WS-REASON
            ELSE
              MOVE WS-MSISDN-REST      TO WS-LOCAL-REST
           END-IF.

           IF WS-REASON                = SPACES
              MOVE WS-LOCAL-NUMBER-N   TO SNS-NUMBER
              MOVE "Y"                 TO WS-ON-FILE
              READ SMS-STATUS
                 KEY IS SNS-NUMBER
                 INVALID KEY
                    MOVE "N"           TO WS-ON-FILE
                    INITIALIZE SMS-STATUS-REC
                    MOVE WS-LOCAL-NUMBER-N TO SNS-NUMBER
              END-READ
              EVALUATE RCP-TYPE
                 WHEN "D"
                    ADD 01             TO SNS-DELIVERED-COUNT
                    ADD 01             TO WS-DELIVERED-COUNT
                 WHEN "U"
                    ADD 01             TO SNS-FAILED-COUNT
                    IF SNS-SUPPRESS    = SPACE
                       MOVE "U"        TO SNS-SUPPRESS
                       MOVE WS-FILE-DATE TO SNS-SUPPRESS-DATE
                    END-IF
                    ADD 01             TO WS-UNDELIVERABLE-COUNT
                 WHEN "R"
                    MOVE RCP-REPLY     TO WS-REPLY-UPPER
                    INSPECT WS-REPLY-UPPER CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                    IF WS-REPLY-UPPER (1:4) = "STOP"
                       MOVE "S"        TO SNS-SUPPRESS
                       MOVE WS-FILE-DATE TO SNS-SUPPRESS-DATE
                       ADD 01          TO WS-STOP-COUNT
                     ELSE
                       ADD 01          TO WS-OTHER-REPLY-COUNT
                    END-IF
                 WHEN OTHER
                    MOVE "RECEIPT TYPE NOT D, U OR R" TO WS-REASON
              END-EVALUATE
           END-IF.

           IF WS-REASON                = SPACES
              IF WS-ON-FILE            = "Y"
                 REWRITE SMS-STATUS-REC
                    INVALID KEY
                       MOVE "STATUS REWRITE FAILED" TO WS-REASON
                 END-REWRITE
               ELSE
                 WRITE SMS-STATUS-REC
                    INVALID KEY
                       MOVE "STATUS WRITE FAILED" TO WS-REASON
                 END-WRITE
              END-IF
           END-IF.

           IF WS-REASON                NOT = SPACES
              ADD 01                   TO WS-REJECTED-COUNT
              MOVE SPACES              TO LOAD-REPORT-LINE
              STRING "REJECTED " RCP-MSISDN " " RCP-TYPE " "
                     RCP-DATE " " WS-REASON
                     DELIMITED BY SIZE INTO LOAD-REPORT-LINE
              WRITE LOAD-REPORT-LINE
            ELSE
              IF RCP-TYPE              = "U"
                 OR (RCP-TYPE = "R" AND SNS-SUPPRESS = "S"
                     AND SNS-SUPPRESS-DATE = WS-FILE-DATE)
                 MOVE SPACES           TO LOAD-REPORT-LINE
                 STRING "SUPPRESSED " RCP-MSISDN " " RCP-TYPE " "
                        RCP-DATE " " RCP-REPLY
                        DELIMITED BY SIZE INTO LOAD-REPORT-LINE
                 WRITE LOAD-REPORT-LINE
              END-IF
           END-IF.

       GA000-WRITE-TOTALS              SECTION.
           MOVE SPACES                 TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE WS-DETAIL-COUNT        TO WS-CNT-EDIT.
           MOVE SPACES                 TO LOAD-REPORT-LINE.
           STRING "RECEIPTS READ:          " WS-CNT-EDIT
                  "   (TRAILER AGREES)"
                  DELIMITED BY SIZE    INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE WS-DELIVERED-COUNT     TO WS-CNT-EDIT.
           MOVE SPACES                 TO LOAD-REPORT-LINE.
           STRING "DELIVERED:              " WS-CNT-EDIT
                  DELIMITED BY SIZE    INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE WS-UNDELIVERABLE-COUNT TO WS-CNT-EDIT.
           MOVE SPACES                 TO LOAD-REPORT-LINE.
           STRING "UNDELIVERABLE:          " WS-CNT-EDIT
                  DELIMITED BY SIZE    INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE WS-STOP-COUNT          TO WS-CNT-EDIT.
           MOVE SPACES                 TO LOAD-REPORT-LINE.
           STRING "STOP REPLIES:           " WS-CNT-EDIT
                  DELIMITED BY SIZE    INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE WS-OTHER-REPLY-COUNT   TO WS-CNT-EDIT.
           MOVE SPACES                 TO LOAD-REPORT-LINE.
           STRING "OTHER REPLIES:          " WS-CNT-EDIT
                  DELIMITED BY SIZE    INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE WS-REJECTED-COUNT      TO WS-CNT-EDIT.
           MOVE SPACES                 TO LOAD-REPORT-LINE.
           STRING "REJECTED:               " WS-CNT-EDIT
                  DELIMITED BY SIZE    INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           DISPLAY "RECEIPTS READ: " WS-DETAIL-COUNT
                   "  UNDELIVERABLE: " WS-UNDELIVERABLE-COUNT
                   "  STOP: " WS-STOP-COUNT
                   "  REJECTED: " WS-REJECTED-COUNT.

       HA000-SAVE-FILE-DATE            SECTION.
           OPEN OUTPUT CONTROL-FILE.
           MOVE SPACES                 TO CONTROL-REC.
           MOVE WS-FILE-DATE           TO CTL-LAST-FILE-DATE.
           STRING WS-RUN-DATE "-" WS-RUN-TIME
                  DELIMITED BY SIZE    INTO CTL-LOADED-STAMP.
           WRITE CONTROL-REC.
           CLOSE CONTROL-FILE.

       ZZ000-TERMINATE                 SECTION.
           CLOSE SMS-STATUS.
           CLOSE LOAD-REPORT.
