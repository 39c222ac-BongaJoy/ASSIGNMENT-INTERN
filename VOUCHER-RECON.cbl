      ******************************************************************
      * Author: JOYCE MACHABA
      * Date: 10/15/2026
      * Purpose: WEEKLY CANTEEN VOUCHER RECONCILIATION. LOADS THE
      *          CANTEEN'S REDEMPTION FILE FOR THE WEEK ONTO THE
      *          REDEMPTION HISTORY (A WEEK ALREADY LOADED IS REFUSED),
      *          THEN MATCHES THE WHOLE HISTORY AGAINST THE VOUCHER
      *          REGISTER INTERN-SURVEY KEEPS AND REPORTS, BY
      *          CATEGORY: REDEEMED, UNREDEEMED, REDEEMED BUT NEVER
      *          ISSUED, REDEEMED MORE THAN ONCE, REDEEMED AFTER THE
      *          VOUCHER WAS VOIDED, AND VOUCHERS STILL LIVE FOR A
      *          RESPONDENT WHO HAS SINCE BEEN DELETED.
      *          CANTEEN FILE: ONE HEADER LINE "H YYYYMMDD" (WEEK
      *          ENDING) THEN ONE LINE PER REDEMPTION
      *          "D VOUCHER YYYYMMDD HHMM OUTLET".
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                  DIVISION.

       PROGRAM-ID.                     VOUCHER-RECON.
       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
      *THE CANTEEN'S FILE FOR THE WEEK - REPLACED BY THEM EACH WEEK...
           SELECT  REDEMPTION-FILE     ASSIGN TO
                                        "CANTEEN-REDEMPTIONS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REDEMPTION-STATUS.

      *EVERY REDEMPTION EVER LOADED, ONLY EVER APPENDED, EACH LINE
      *CARRYING THE WEEK IT CAME IN WITH..............................
           SELECT  HISTORY-FILE        ASSIGN TO "VOUCHER-REDEEMED.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

      *THE HISTORY IN VOUCHER ORDER FOR THE MATCH.....................
           SELECT  MATCH-FILE          ASSIGN TO "VOUCHER-RECON.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MATCH-STATUS.

           SELECT  MATCH-SORT          ASSIGN TO "VOUCHER-MSORT.TMP".

           SELECT  REPORT-SORT         ASSIGN TO "VOUCHER-RSORT.TMP".

      *SAME REGISTER INTERN-SURVEY ISSUES AND VOIDS VOUCHERS ON -
      *READ FROM THE FRONT IN VOUCHER ORDER...........................
           SELECT  VOUCHER-REGISTER    ASSIGN TO "VOUCHER-REGISTER.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS VCH-NUMBER
           ALTERNATE RECORD KEY IS VCH-ID WITH DUPLICATES
           FILE STATUS IS WS-VOUCHER-STATUS.

      *SAME INDEXED FILE INTERN-SURVEY WRITES TO - READ BY KEY TO SEE
      *WHETHER A LIVE VOUCHER'S RESPONDENT IS STILL THERE.............
           SELECT  SURVEY-DATA         ASSIGN TO "SURVEY-DATA.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-ID
           ALTERNATE RECORD KEY IS WS-NAME WITH DUPLICATES
           FILE STATUS IS WS-SURVEY-STATUS.

      *WAVE MASTER - A RESPONDENT WHOSE WAVE WAS ARCHIVED HAS ONLY
      *MOVED OFF SURVEY-DATA, NOT BEEN DELETED........................
           SELECT  WAVE-MASTER         ASSIGN TO "WAVE-MASTER.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WVM-CODE
           FILE STATUS IS WS-WAVE-MASTER-STATUS.

           SELECT  REPORT-FILE         ASSIGN TO "VOUCHER-RECON.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.


       DATA                            DIVISION.

       FILE                            SECTION.
       FD  REDEMPTION-FILE.
       01  REDEMPTION-LINE.
           05 RDM-TYPE                 PIC X.
           05 FILLER                   PIC X(79).
       01  REDEMPTION-HEADER.
           05 FILLER                   PIC X.
           05 FILLER                   PIC X.
           05 RDH-WEEK-END             PIC 9(08).
           05 FILLER                   PIC X(70).
       01  REDEMPTION-DETAIL.
           05 FILLER                   PIC X.
           05 FILLER                   PIC X.
           05 RDD-VOUCHER              PIC 9(08).
           05 FILLER                   PIC X.
           05 RDD-DATE                 PIC 9(08).
           05 FILLER                   PIC X.
           05 RDD-TIME                 PIC 9(04).
           05 FILLER                   PIC X.
           05 RDD-OUTLET               PIC X(10).
           05 FILLER                   PIC X(46).

       FD  HISTORY-FILE.
       01  HISTORY-LINE.
           05 HST-WEEK-END             PIC 9(08).
           05 FILLER                   PIC X.
           05 HST-VOUCHER              PIC 9(08).
           05 FILLER                   PIC X.
           05 HST-DATE                 PIC 9(08).
           05 FILLER                   PIC X.
           05 HST-TIME                 PIC 9(04).
           05 FILLER                   PIC X.
           05 HST-OUTLET               PIC X(10).

      *SAME LAYOUT AS THE HISTORY LINE................................
       FD  MATCH-FILE.
       01  MATCH-LINE.
           05 MT-WEEK-END              PIC 9(08).
           05 FILLER                   PIC X.
           05 MT-VOUCHER               PIC 9(08).
           05 FILLER                   PIC X.
           05 MT-DATE                  PIC 9(08).
           05 FILLER                   PIC X.
           05 MT-TIME                  PIC 9(04).
           05 FILLER                   PIC X.
           05 MT-OUTLET                PIC X(10).

       SD  MATCH-SORT.
       01  MATCH-SORT-REC.
           05 MS-WEEK-END              PIC 9(08).
           05 FILLER                   PIC X.
           05 MS-VOUCHER               PIC 9(08).
           05 FILLER                   PIC X.
           05 MS-DATE                  PIC 9(08).
           05 FILLER                   PIC X.
           05 MS-TIME                  PIC 9(04).
           05 FILLER                   PIC X.
           05 MS-OUTLET                PIC X(10).

      *ONE LINE PER VOUCHER PER CATEGORY, SORTED INTO REPORT ORDER....
       SD  REPORT-SORT.
       01  REPORT-SORT-REC.
           05 RS-CATEGORY              PIC 9.
           05 RS-VOUCHER               PIC 9(08).
           05 RS-TEXT                  PIC X(118).

      *SAME LAYOUT AS INTERN-SURVEY'S VOUCHER REGISTER................
       FD  VOUCHER-REGISTER.
       01  VOUCHER-REC.
           05 VCH-NUMBER               PIC 9(08).
           05 VCH-ID                   PIC 9(13).
           05 VCH-WAVE                 PIC X(06).
           05 VCH-STATUS               PIC X.
           05 VCH-SOURCE               PIC X.
           05 VCH-ISSUE-OPERATOR       PIC X(08).
           05 VCH-ISSUE-DATE           PIC 9(08).
           05 VCH-ISSUE-TIME           PIC 9(08).
           05 VCH-VOID-OPERATOR        PIC X(08).
           05 VCH-VOID-DATE            PIC 9(08).
           05 VCH-VOID-TIME            PIC 9(08).
           05 FILLER                   PIC X(20).

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

      *SAME WAVE MASTER LAYOUT WAVE-MAINT KEEPS.......................
       FD  WAVE-MASTER.
       01  WAVE-MASTER-REC.
           05 WVM-CODE                 PIC X(06).
           05 WVM-DESC                 PIC X(30).
           05 WVM-START-DATE           PIC 9(08).
           05 WVM-END-DATE             PIC 9(08).
           05 WVM-STATUS               PIC X.
           05 FILLER                   PIC X(27).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(120).

       WORKING-STORAGE                 SECTION.
       01 WS-REDEMPTION-STATUS         PIC XX.
       01 WS-HISTORY-STATUS            PIC XX.
       01 WS-MATCH-STATUS              PIC XX.
       01 WS-VOUCHER-STATUS            PIC XX.
       01 WS-SURVEY-STATUS             PIC XX.
       01 WS-WAVE-MASTER-STATUS        PIC XX.
       01 WS-REPORT-STATUS             PIC XX.
       01 WS-EOF                       PIC XX.
       01 WS-SORT-EOF                  PIC XX.
       01 WS-REGISTER-OPEN             PIC X         VALUE "N".
       01 WS-WAVE-MASTER-OPEN          PIC X         VALUE "N".
       01 WS-RUN-DATE                  PIC 9(08).

      *THE WEEK BEING LOADED AND WHAT CAME IN WITH IT..................
       01 WS-WEEK-END                  PIC 9(08).
       01 WS-WEEK-FOUND                PIC X.
       01 WS-LOADED-COUNT              PIC 9(07)     VALUE 0.
       01 WS-REJECTED-COUNT            PIC 9(07)     VALUE 0.
       01 WS-LINE-NO                   PIC 9(07)     VALUE 0.

      *THE TWO SIDES OF THE MATCH - A SIDE THAT HAS RUN OUT HOLDS A
      *KEY ABOVE ANY VOUCHER NUMBER...................................
       01 WS-REG-KEY                   PIC 9(09).
       01 WS-RDM-KEY                   PIC 9(09).
       01 WS-END-KEY                   PIC 9(09)     VALUE 999999999.

      *THE REDEMPTIONS OF THE VOUCHER IN HAND..........................
       01 WS-THIS-VOUCHER              PIC 9(08).
       01 WS-RDM-TIMES                 PIC 9(05).
       01 WS-FIRST-DATE                PIC 9(08).
       01 WS-FIRST-OUTLET              PIC X(10).
       01 WS-LAST-DATE                 PIC 9(08).
       01 WS-LAST-TIME                 PIC 9(04).
       01 WS-AFTER-VOID                PIC X.
       01 WS-RESPONDENT-GONE           PIC X.

       01 WS-CATEGORY                  PIC 9.
       01 WS-DETAIL-TEXT               PIC X(118).
       01 WS-PREV-CATEGORY             PIC 9.
       01 WS-CAT-NO                    PIC 9.

      *REPORT CATEGORIES, IN THE ORDER THEY ARE PRINTED...............
       01 WS-CATEGORY-NAMES.
           05 FILLER                   PIC X(40)
              VALUE "REDEEMED".
           05 FILLER                   PIC X(40)
              VALUE "UNREDEEMED".
           05 FILLER                   PIC X(40)
              VALUE "REDEEMED BUT NEVER ISSUED".
           05 FILLER                   PIC X(40)
              VALUE "REDEEMED MORE THAN ONCE".
           05 FILLER                   PIC X(40)
              VALUE "REDEEMED AFTER THE VOUCHER WAS VOIDED".
           05 FILLER                   PIC X(40)
              VALUE "STILL LIVE FOR A DELETED RESPONDENT".
       01 WS-CATEGORY-NAMES-TABLE      REDEFINES WS-CATEGORY-NAMES.
           05 WS-CATEGORY-NAME         PIC X(40) OCCURS 6 TIMES.
       01 WS-CATEGORY-COUNTS.
           05 WS-CAT-COUNT             PIC 9(07) OCCURS 6 TIMES.
       01 WS-VOIDED-COUNT              PIC 9(07)     VALUE 0.
       01 WS-ISSUED-COUNT              PIC 9(07)     VALUE 0.

       01 WS-TIMES-EDIT                PIC ZZZZ9.
       01 WS-CNT-EDIT                  PIC ZZZZZZ9.

       PROCEDURE                       DIVISION.

       AA000-MAIN-PROCEDURE            SECTION.
           PERFORM BA000-INITIAL.
           PERFORM CA000-LOAD-REDEMPTIONS.

           SORT MATCH-SORT
              ON ASCENDING KEY MS-VOUCHER MS-DATE MS-TIME
              USING HISTORY-FILE
              GIVING MATCH-FILE.

           SORT REPORT-SORT
              ON ASCENDING KEY RS-CATEGORY RS-VOUCHER
              INPUT PROCEDURE IS EA000-MATCH-REGISTER
              OUTPUT PROCEDURE IS GA000-WRITE-REPORT.

           PERFORM HA000-WRITE-TOTALS.

           DISPLAY "WEEK ENDING " WS-WEEK-END
                   "  LOADED: " WS-LOADED-COUNT
                   "  REJECTED: " WS-REJECTED-COUNT.
           DISPLAY "NEVER ISSUED: " WS-CAT-COUNT (3)
                   "  REDEEMED TWICE: " WS-CAT-COUNT (4)
                   "  AFTER VOID: " WS-CAT-COUNT (5)
                   "  LIVE FOR DELETED: " WS-CAT-COUNT (6).
           PERFORM ZZ000-TERMINATE.
           STOP RUN.

       BA000-INITIAL                   SECTION.
           ACCEPT WS-RUN-DATE          FROM DATE YYYYMMDD.
           INITIALIZE WS-CATEGORY-COUNTS.

      *EVERY LIVE VOUCHER WOULD LOOK DELETED WITHOUT THE SURVEY FILE,
      *SO THE RUN STOPS HERE RATHER THAN PRINT A WRONG REPORT.........
           OPEN INPUT SURVEY-DATA.
           IF WS-SURVEY-STATUS         NOT = "00"
              DISPLAY "RECONCILIATION REFUSED - SURVEY-DATA.TXT COULD "
                      "NOT BE OPENED (STATUS " WS-SURVEY-STATUS ")"
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE SURVEY-DATA.

       CA000-LOAD-REDEMPTIONS          SECTION.
      *THE HEADER SAYS WHICH WEEK THIS IS - NO HEADER, OR A WEEK THAT
      *IS ALREADY ON THE HISTORY, AND NOTHING IS LOADED...............
           OPEN INPUT REDEMPTION-FILE.
           IF WS-REDEMPTION-STATUS     NOT = "00"
              DISPLAY "RECONCILIATION REFUSED - CANTEEN-REDEMPTIONS.TXT"
                      " COULD NOT BE OPENED (STATUS "
                      WS-REDEMPTION-STATUS ")"
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES                 TO REDEMPTION-LINE.
           READ REDEMPTION-FILE
              AT END
                 MOVE SPACES           TO REDEMPTION-LINE
           END-READ.
           IF RDM-TYPE                 NOT = "H"
              OR RDH-WEEK-END          NOT NUMERIC
              OR RDH-WEEK-END          = ZERO
              DISPLAY "RECONCILIATION REFUSED - CANTEEN-REDEMPTIONS.TXT"
                      " HAS NO WEEK-ENDING HEADER LINE"
              CLOSE REDEMPTION-FILE
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE RDH-WEEK-END           TO WS-WEEK-END.

           PERFORM CB000-CHECK-WEEK-LOADED.
           IF WS-WEEK-FOUND            = "Y"
              DISPLAY "RECONCILIATION REFUSED - WEEK ENDING "
                      WS-WEEK-END " IS ALREADY LOADED"
              CLOSE REDEMPTION-FILE
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-STATUS        = "35"
              OPEN OUTPUT HISTORY-FILE
           END-IF.
           IF WS-HISTORY-STATUS        NOT = "00" AND NOT = "05"
              DISPLAY "RECONCILIATION REFUSED - VOUCHER-REDEEMED.TXT "
                      "COULD NOT BE OPENED (STATUS "
                      WS-HISTORY-STATUS ")"
              CLOSE REDEMPTION-FILE
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 1                      TO WS-LINE-NO.
           MOVE LOW-VALUES             TO WS-EOF.
           PERFORM UNTIL WS-EOF        = HIGH-VALUES
              READ REDEMPTION-FILE
                 AT END
                    MOVE HIGH-VALUES   TO WS-EOF
                 NOT AT END
                    ADD 01             TO WS-LINE-NO
                    PERFORM CC000-LOAD-ONE-LINE
              END-READ
           END-PERFORM.
           CLOSE REDEMPTION-FILE.
           CLOSE HISTORY-FILE.

       CB000-CHECK-WEEK-LOADED         SECTION.
      *NO HISTORY YET MEANS THIS IS THE FIRST WEEK EVER LOADED........
           MOVE "N"                    TO WS-WEEK-FOUND.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS        = "00"
              MOVE LOW-VALUES          TO WS-EOF
              PERFORM UNTIL WS-EOF     = HIGH-VALUES
                 READ HISTORY-FILE
                    AT END
                       MOVE HIGH-VALUES TO WS-EOF
                    NOT AT END
                       IF HST-WEEK-END = WS-WEEK-END
                          MOVE "Y"     TO WS-WEEK-FOUND
                          MOVE HIGH-VALUES TO WS-EOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HISTORY-FILE
           END-IF.

       CC000-LOAD-ONE-LINE             SECTION.
      *A LINE THAT IS NOT A READABLE REDEMPTION IS LISTED AND LEFT
      *OUT - THE CANTEEN IS ASKED TO RESEND IT NEXT WEEK..............
           IF RDM-TYPE                 = "D"
              AND RDD-VOUCHER          NUMERIC
              AND RDD-VOUCHER          NOT = ZERO
              AND RDD-DATE             NUMERIC
              MOVE SPACES              TO HISTORY-LINE
              MOVE WS-WEEK-END         TO HST-WEEK-END
              MOVE RDD-VOUCHER         TO HST-VOUCHER
              MOVE RDD-DATE            TO HST-DATE
              IF RDD-TIME              NUMERIC
                 MOVE RDD-TIME         TO HST-TIME
               ELSE
                 MOVE ZERO             TO HST-TIME
              END-IF
              MOVE RDD-OUTLET          TO HST-OUTLET
              WRITE HISTORY-LINE
              ADD 01                   TO WS-LOADED-COUNT
            ELSE
              ADD 01                   TO WS-REJECTED-COUNT
              DISPLAY "LINE " WS-LINE-NO " NOT LOADED: "
                      REDEMPTION-LINE (1:40)
           END-IF.

       EA000-MATCH-REGISTER            SECTION.
      *REGISTER AND REDEMPTION HISTORY, BOTH IN VOUCHER ORDER, WALKED
      *SIDE BY SIDE. A REGISTER THAT DOES NOT EXIST YET SIMPLY HAS NO
      *VOUCHERS ON IT.................................................
           OPEN INPUT VOUCHER-REGISTER.
           IF WS-VOUCHER-STATUS        = "00"
              MOVE "Y"                 TO WS-REGISTER-OPEN
            ELSE
              DISPLAY "VOUCHER-REGISTER.TXT COULD NOT BE OPENED "
                      "(STATUS " WS-VOUCHER-STATUS ") - NO VOUCHERS ON "
                      "THE REGISTER"
           END-IF.
           OPEN INPUT WAVE-MASTER.
           IF WS-WAVE-MASTER-STATUS    = "00"
              MOVE "Y"                 TO WS-WAVE-MASTER-OPEN
           END-IF.
           OPEN INPUT SURVEY-DATA.
           OPEN INPUT MATCH-FILE.

           PERFORM EB000-READ-REGISTER.
           PERFORM EC000-READ-MATCH.
           PERFORM UNTIL WS-REG-KEY    = WS-END-KEY
                     AND WS-RDM-KEY    = WS-END-KEY
              EVALUATE TRUE
                 WHEN WS-REG-KEY       < WS-RDM-KEY
                    PERFORM ED000-NOT-REDEEMED
                    PERFORM EB000-READ-REGISTER
                 WHEN WS-REG-KEY       = WS-RDM-KEY
                    PERFORM EE000-REDEEMED
                    PERFORM EB000-READ-REGISTER
                 WHEN OTHER
                    PERFORM EF000-NEVER-ISSUED
              END-EVALUATE
           END-PERFORM.

           CLOSE MATCH-FILE.
           CLOSE SURVEY-DATA.
           IF WS-WAVE-MASTER-OPEN      = "Y"
              CLOSE WAVE-MASTER
           END-IF.
           IF WS-REGISTER-OPEN         = "Y"
              CLOSE VOUCHER-REGISTER
           END-IF.

       EB000-READ-REGISTER             SECTION.
      *THE CONTROL RECORD (VOUCHER ZERO) IS NOT A VOUCHER.............
           MOVE WS-END-KEY             TO WS-REG-KEY.
           IF WS-REGISTER-OPEN         = "Y"
              MOVE ZERO                TO VCH-NUMBER
              PERFORM UNTIL VCH-NUMBER NOT = ZERO
                         OR WS-REG-KEY NOT = WS-END-KEY
                 READ VOUCHER-REGISTER NEXT RECORD
                    AT END
                       MOVE "N"        TO WS-REGISTER-OPEN
                       CLOSE VOUCHER-REGISTER
                       MOVE 1          TO VCH-NUMBER
                    NOT AT END
                       IF VCH-NUMBER   NOT = ZERO
                          MOVE VCH-NUMBER TO WS-REG-KEY
                          ADD 01       TO WS-ISSUED-COUNT
                          IF VCH-STATUS = "V"
                             ADD 01    TO WS-VOIDED-COUNT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       EC000-READ-MATCH                SECTION.
           READ MATCH-FILE
              AT END
                 MOVE WS-END-KEY       TO WS-RDM-KEY
              NOT AT END
                 MOVE MT-VOUCHER       TO WS-RDM-KEY
           END-READ.

       ED000-NOT-REDEEMED              SECTION.
      *ON THE REGISTER, NEVER REDEEMED - A VOIDED ONE IS SIMPLY DONE..
           IF VCH-STATUS               = "I"
              MOVE 2                   TO WS-CATEGORY
              PERFORM EJ000-REGISTER-TEXT
              PERFORM EK000-RELEASE-LINE
              PERFORM EG000-CHECK-DELETED
           END-IF.

       EE000-REDEEMED                  SECTION.
      *ISSUED AND REDEEMED - ONCE IS THE NORMAL CASE, MORE THAN ONCE
      *OR AT/AFTER THE MOMENT IT WAS VOIDED IS AN EXCEPTION. THE TILL
      *STAMPS HHMM, SO THE VOID TIME (HHMMSSCC) IS CUT TO ITS FIRST
      *FOUR DIGITS - A REDEMPTION EARLIER THE SAME DAY IS NOT ONE.....
           PERFORM EH000-GATHER-REDEMPTIONS.
           MOVE "N"                    TO WS-AFTER-VOID.
           IF VCH-STATUS               = "V"
              IF WS-LAST-DATE          > VCH-VOID-DATE
                 MOVE "Y"              TO WS-AFTER-VOID
              END-IF
              IF WS-LAST-DATE          = VCH-VOID-DATE
                 AND WS-LAST-TIME      NOT < VCH-VOID-TIME (1:4)
                 MOVE "Y"              TO WS-AFTER-VOID
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN WS-AFTER-VOID       = "Y"
                 MOVE 5                TO WS-CATEGORY
              WHEN WS-RDM-TIMES        > 1
                 MOVE 4                TO WS-CATEGORY
              WHEN OTHER
                 MOVE 1                TO WS-CATEGORY
           END-EVALUATE.
           PERFORM EJ000-REGISTER-TEXT.
           PERFORM EK000-RELEASE-LINE.
           IF VCH-STATUS               = "I"
              PERFORM EG000-CHECK-DELETED
           END-IF.

       EF000-NEVER-ISSUED              SECTION.
      *REDEEMED BUT NOT ON THE REGISTER - A HAND-WRITTEN OR COPIED
      *VOUCHER........................................................
           PERFORM EH000-GATHER-REDEMPTIONS.
           MOVE 3                      TO WS-CATEGORY.
           MOVE WS-RDM-TIMES           TO WS-TIMES-EDIT.
           MOVE SPACES                 TO WS-DETAIL-TEXT.
           STRING "VOUCHER " WS-THIS-VOUCHER
                  "  REDEEMED " WS-TIMES-EDIT " TIME(S), FIRST "
                  WS-FIRST-DATE " AT " WS-FIRST-OUTLET
                  DELIMITED BY SIZE INTO WS-DETAIL-TEXT.
           PERFORM EK000-RELEASE-LINE.

       EG000-CHECK-DELETED             SECTION.
      *A LIVE VOUCHER WHOSE ID IS NO LONGER ON SURVEY-DATA, UNLESS ITS
      *WAVE WAS ARCHIVED OFF, BELONGS TO A DELETED RESPONDENT.........
           MOVE "N"                    TO WS-RESPONDENT-GONE.
           MOVE VCH-ID                 TO WS-ID.
           READ SURVEY-DATA
              KEY IS WS-ID
              INVALID KEY
                 MOVE "Y"              TO WS-RESPONDENT-GONE
           END-READ.
           IF WS-RESPONDENT-GONE       = "Y"
              AND WS-WAVE-MASTER-OPEN  = "Y"
              MOVE VCH-WAVE            TO WVM-CODE
              READ WAVE-MASTER
                 KEY IS WVM-CODE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF WVM-STATUS      = "A"
                       MOVE "N"        TO WS-RESPONDENT-GONE
                    END-IF
              END-READ
           END-IF.
           IF WS-RESPONDENT-GONE       = "Y"
              MOVE 6                   TO WS-CATEGORY
              PERFORM EJ000-REGISTER-TEXT
              PERFORM EK000-RELEASE-LINE
           END-IF.

       EH000-GATHER-REDEMPTIONS        SECTION.
      *EVERY HISTORY LINE FOR THE VOUCHER IN HAND - LEAVES THE MATCH
      *FILE ON THE NEXT VOUCHER.......................................
           MOVE WS-RDM-KEY             TO WS-THIS-VOUCHER.
           MOVE ZERO                   TO WS-RDM-TIMES.
           MOVE MT-DATE                TO WS-FIRST-DATE.
           MOVE MT-OUTLET              TO WS-FIRST-OUTLET.
           PERFORM UNTIL WS-RDM-KEY    NOT = WS-THIS-VOUCHER
              ADD 01                   TO WS-RDM-TIMES
              MOVE MT-DATE             TO WS-LAST-DATE
              MOVE MT-TIME             TO WS-LAST-TIME
              PERFORM EC000-READ-MATCH
           END-PERFORM.

       EJ000-REGISTER-TEXT             SECTION.
           MOVE SPACES                 TO WS-DETAIL-TEXT.
           MOVE VCH-NUMBER             TO WS-THIS-VOUCHER.
           EVALUATE WS-CATEGORY
              WHEN 2
              WHEN 6
                 STRING "VOUCHER " VCH-NUMBER "  ID " VCH-ID
                        "  WAVE " VCH-WAVE "  ISSUED " VCH-ISSUE-DATE
                        " BY " VCH-ISSUE-OPERATOR
                        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
              WHEN 5
                 STRING "VOUCHER " VCH-NUMBER "  ID " VCH-ID
                        "  VOIDED " VCH-VOID-DATE "-"
                        VCH-VOID-TIME (1:4) " BY "
                        VCH-VOID-OPERATOR "  LAST REDEEMED "
                        WS-LAST-DATE "-" WS-LAST-TIME
                        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
              WHEN OTHER
                 MOVE WS-RDM-TIMES     TO WS-TIMES-EDIT
                 STRING "VOUCHER " VCH-NUMBER "  ID " VCH-ID
                        "  ISSUED " VCH-ISSUE-DATE "  REDEEMED "
                        WS-TIMES-EDIT " TIME(S), FIRST "
                        WS-FIRST-DATE " AT " WS-FIRST-OUTLET
                        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
           END-EVALUATE.

       EK000-RELEASE-LINE              SECTION.
           ADD 01                      TO WS-CAT-COUNT (WS-CATEGORY).
           MOVE WS-CATEGORY            TO RS-CATEGORY.
           MOVE WS-THIS-VOUCHER        TO RS-VOUCHER.
           MOVE WS-DETAIL-TEXT         TO RS-TEXT.
           RELEASE REPORT-SORT-REC.

       GA000-WRITE-REPORT              SECTION.
      *ONE BLOCK PER CATEGORY, A HEADER LINE WHEN THE CATEGORY CHANGES.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES                 TO REPORT-LINE.
           STRING "CANTEEN VOUCHER RECONCILIATION - WEEK ENDING "
                  WS-WEEK-END "  RUN " WS-RUN-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE ZERO                   TO WS-PREV-CATEGORY.
           MOVE LOW-VALUES             TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF   = HIGH-VALUES
              RETURN REPORT-SORT
                 AT END
                    MOVE HIGH-VALUES   TO WS-SORT-EOF
                 NOT AT END
                    IF RS-CATEGORY     NOT = WS-PREV-CATEGORY
                       MOVE RS-CATEGORY TO WS-PREV-CATEGORY
                       MOVE SPACES     TO REPORT-LINE
                       WRITE REPORT-LINE
                       MOVE WS-CATEGORY-NAME (RS-CATEGORY)
                                       TO REPORT-LINE
                       WRITE REPORT-LINE
                    END-IF
                    MOVE SPACES        TO REPORT-LINE
                    STRING "  " RS-TEXT DELIMITED BY SIZE
                           INTO REPORT-LINE
                    WRITE REPORT-LINE
              END-RETURN
           END-PERFORM.

       HA000-WRITE-TOTALS              SECTION.
           MOVE SPACES                 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TOTALS"               TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-CAT-NO FROM 1 BY 1
                    UNTIL WS-CAT-NO    > 6
              MOVE WS-CAT-COUNT (WS-CAT-NO) TO WS-CNT-EDIT
              MOVE SPACES              TO REPORT-LINE
              STRING "  " WS-CATEGORY-NAME (WS-CAT-NO) WS-CNT-EDIT
                     DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM.
           MOVE WS-ISSUED-COUNT        TO WS-CNT-EDIT.
           MOVE SPACES                 TO REPORT-LINE.
           STRING "  VOUCHERS ON THE REGISTER             " WS-CNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-VOIDED-COUNT        TO WS-CNT-EDIT.
           MOVE SPACES                 TO REPORT-LINE.
           STRING "  OF WHICH VOIDED                      " WS-CNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LOADED-COUNT        TO WS-CNT-EDIT.
           MOVE SPACES                 TO REPORT-LINE.
           STRING "  REDEMPTIONS LOADED THIS WEEK         " WS-CNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REJECTED-COUNT      TO WS-CNT-EDIT.
           MOVE SPACES                 TO REPORT-LINE.
           STRING "  CANTEEN LINES NOT LOADED             " WS-CNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       ZZ000-TERMINATE                 SECTION.
           CLOSE REPORT-FILE.
