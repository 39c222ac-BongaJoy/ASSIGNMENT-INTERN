      *          ERASURE. THIS IS NOT THE OPTION 4 DELETE, WHICH
      *          EXISTS TO REMOVE BAD TEST ROWS AND DELIBERATELY
      *          LEAVES THE JOURNAL INTACT.
      *          BOTH MODES ALSO COVER THE CANTEEN VOUCHERS, THE PAPER
      *          FORMS, THE PSEUDONYM KEY AND THE MISSING HISTORY - THE
      *          PACK LISTS THEM, THE ERASURE VOIDS THE VOUCHERS AND
      *          CLEARS THEIR ID, DELETES THE FORMS AND THE KEY, AND
      *          DROPS THE HISTORY LINES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                  DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUIESCE-STATUS.

      *SAME VOUCHER REGISTER INTERN-SURVEY ISSUES ON - EACH VOUCHER
      *CARRIES THE RESPONDENT'S ID.....................................
           SELECT  VOUCHER-REGISTER    ASSIGN TO "VOUCHER-REGISTER.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VCH-NUMBER
           ALTERNATE RECORD KEY IS VCH-ID WITH DUPLICATES
           FILE STATUS IS WS-VOUCHER-STATUS.

      *PAPER FORMS KEYED AT THE DESKS - BOTH KEYINGS CARRY A FULL
      *IMAGE OF THE RECORD, ID IN THE FIRST 13 BYTES..................
           SELECT  PENDING-FILE        ASSIGN TO "SURVEY-PENDING.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PND-KEY
           FILE STATUS IS WS-PENDING-STATUS.

      *SURVEY-TO-CSV'S ID-TO-REFERENCE KEY FOR THE PSEUDONYMISED
      *EXTRACT - THE LINK BACK FROM A REFERENCE TO THE PERSON.........
           SELECT  PSEUDO-KEY          ASSIGN TO "SURVEY-PSEUDO-KEY.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PK-ID
           ALTERNATE RECORD KEY IS PK-REF
           FILE STATUS IS WS-PSEUDO-KEY-STATUS.

      *NIGHTS-MISSING STREAKS CALL-SHEET REWRITES EVERY NIGHT, AND
      *ITS WORK FILE FOR THE ERASURE'S TWO-PASS REWRITE...............
           SELECT  HISTORY-FILE        ASSIGN TO "MISSING-HISTORY.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT  HISTORY-WORK        ASSIGN TO "MISSING-HISTORY.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-WORK-STATUS.


       DATA                            DIVISION.

             10 WS-OTHER-FAV-TEXT      PIC X(20).
           05 SCALES                   PIC X(20).
           05 WS-WAVE                  PIC X(06).
           05 WS-CONSENT               PIC X.
           05 WS-CONSENT-VERSION       PIC X(04).
           05 WS-CONSENT-DATE          PIC 9(08).

      *SAME JOURNAL ENTRY LAYOUT INTERN-SURVEY WRITES.................
       FD  JOURNAL-FILE.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC.
           05 ARC-ID                   PIC 9(13).
           05 ARC-REST                 PIC X(135).

       FD  PACK-FILE.
       01  PACK-LINE                   PIC X(200).

       FD  ERASURE-LOG.
       01  ERASURE-LOG-LINE            PIC X(160).

      *ONE STATE LINE - "UP" OR "DOWN" PLUS THE STAMP OF THIS RUN....
       FD  QUIESCE-FILE.
           05 QSC-STATE                PIC X(04).
           05 QSC-STAMP                PIC X(20).

      *SAME VOUCHER LAYOUT INTERN-SURVEY WRITES - VOUCHER ZERO IS THE
      *CONTROL RECORD AND BELONGS TO NOBODY...........................
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

      *SAME PAPER-FORM LAYOUT INTERN-SURVEY WRITES....................
       FD  PENDING-FILE.
       01  PENDING-REC.
           05 PND-KEY.
              10 PND-BATCH             PIC X(06).
              10 PND-FORM              PIC 9(04).
           05 PND-STATUS               PIC X.
           05 PND-WAVE                 PIC X(06).
           05 PND-KEY1-OPERATOR        PIC X(08).
           05 PND-KEY1-DATE            PIC 9(08).
           05 PND-KEY2-OPERATOR        PIC X(08).
           05 PND-KEY2-DATE            PIC 9(08).
           05 PND-RESOLVER             PIC X(08).
           05 PND-RESOLVE-DATE         PIC 9(08).
           05 PND-MISMATCH-COUNT       PIC 99.
           05 PND-FIELD-RESULT         PIC X     OCCURS 12 TIMES.
           05 PND-FIRST-IMAGE          PIC X(148).
           05 PND-SECOND-IMAGE         PIC X(148).
           05 FILLER                   PIC X(20).

      *SAME KEY RECORD SURVEY-TO-CSV WRITES............................
       FD  PSEUDO-KEY.
       01  PSEUDO-KEY-REC.
           05 PK-ID                    PIC 9(13).
           05 PK-REF                   PIC 9(09).
           05 PK-ISSUED-DATE           PIC 9(08).
           05 FILLER                   PIC X(10).

      *SAME HISTORY LINE LAYOUT CALL-SHEET WRITES.....................
       FD  HISTORY-FILE.
       01  HISTORY-LINE.
           05 HIS-ID                   PIC 9(13).
           05 FILLER                   PIC X.
           05 HIS-NIGHTS               PIC 999.

       FD  HISTORY-WORK.
       01  HISTORY-WORK-LINE           PIC X(17).

       WORKING-STORAGE                 SECTION.
       01 WS-EOF                       PIC XX.
       01 WS-SURVEY-STATUS             PIC XX.
       01 WS-SEG-FILE                  PIC X(40).
       01 WS-SEG-REST                  PIC X(60).

      *VOUCHERS, PAPER FORMS, PSEUDONYM KEY AND MISSING HISTORY.......
       01 WS-VOUCHER-STATUS            PIC XX.
       01 WS-PENDING-STATUS            PIC XX.
       01 WS-PSEUDO-KEY-STATUS         PIC XX.
       01 WS-HISTORY-STATUS            PIC XX.
       01 WS-HISTORY-WORK-STATUS       PIC XX.
       01 WS-VCH-MATCH-COUNT           PIC 9(05)     VALUE 0.
       01 WS-VCH-VOIDED-COUNT          PIC 9(05)     VALUE 0.
       01 WS-PND-MATCH-COUNT           PIC 9(05)     VALUE 0.
       01 WS-PND-DELETED-COUNT         PIC 9(05)     VALUE 0.
       01 WS-HIS-MATCH-COUNT           PIC 9(05)     VALUE 0.
       01 WS-HIS-DROPPED-COUNT         PIC 9(05)     VALUE 0.
       01 WS-PK-FOUND                  PIC X         VALUE "N".
       01 WS-PK-REMOVED                PIC X         VALUE "N".

      *MANIFEST PARSE FIELDS, AS IN XFILE-AUDIT.......................
       01 WS-MAN-HEAD                  PIC X(30).
       01 WS-MAN-FILE                  PIC X(40).
           PERFORM DA000-DISCLOSE-LIVE-RECORD.
           PERFORM EA000-DISCLOSE-JOURNAL.
           PERFORM FA000-DISCLOSE-ARCHIVES.
           PERFORM IA000-DISCLOSE-VOUCHERS.
           PERFORM IB000-DISCLOSE-PENDING-FORMS.
           PERFORM IC000-DISCLOSE-PSEUDO-KEY.
           PERFORM ID000-DISCLOSE-HISTORY.

           MOVE SPACES                 TO PACK-LINE.
           WRITE PACK-LINE.
           DISPLAY "LIVE RECORD FOUND: " WS-LIVE-FOUND
                   "  JOURNAL ENTRIES: " WS-JRN-MATCH-COUNT
                   "  ARCHIVED RECORDS: " WS-ARC-MATCH-COUNT.
           DISPLAY "VOUCHERS: " WS-VCH-MATCH-COUNT
                   "  PAPER FORMS: " WS-PND-MATCH-COUNT
                   "  PSEUDONYM KEY: " WS-PK-FOUND
                   "  MISSING HISTORY LINES: " WS-HIS-MATCH-COUNT.
           DISPLAY "PACK WRITTEN TO DATA-SUBJECT-PACK.TXT".

       DA000-DISCLOSE-LIVE-RECORD      SECTION.
      *ERASURE IS NOT UNDOABLE - THE OPERATOR SAYS SO OUT LOUD FIRST..
           DISPLAY "ERASURE REMOVES THE LIVE RECORD AND REDACTS THE "
                   "JOURNAL IMAGES FOR ID " WS-WANTED-ID.
           DISPLAY "IT ALSO VOIDS THE VOUCHERS, DELETES THE PAPER "
                   "FORMS AND PSEUDONYM KEY, AND DROPS THE MISSING "
                   "HISTORY".
           DISPLAY "THIS CANNOT BE UNDONE. ENTER (Y) TO ERASE: "
                   WITH NO ADVANCING.
           ACCEPT WS-OK.
                 PERFORM GC000-REDACT-JOURNAL
                 PERFORM GF000-REDACT-SEGMENTS
                 PERFORM GG000-REDACT-INDEX
                 PERFORM JA000-VOID-VOUCHERS
                 PERFORM JB000-DELETE-PENDING-FORMS
                 PERFORM JC000-DELETE-PSEUDO-KEY
                 PERFORM JD000-DROP-HISTORY
      *A REMOVED LIVE RECORD MUST ALSO GO ON THE JOURNAL AS A DELETE
      *ENTRY (REDACTED), OR THE CROSS-FILE AUDIT WOULD REPORT THE
      *ERASED ID AS A LOST ADD FOREVER AND ITS COUNT TIE-OUT WOULD
                         WS-SEG-REDACTED-COUNT
                         "  KEYED COMPANION ENTRIES REDACTED: "
                         WS-IDX-REDACTED-COUNT
                 DISPLAY "VOUCHERS CLEARED: " WS-VCH-MATCH-COUNT
                         " (" WS-VCH-VOIDED-COUNT " VOIDED)"
                         "  PAPER FORMS DELETED: "
                         WS-PND-DELETED-COUNT
                 DISPLAY "PSEUDONYM KEY REMOVED: " WS-PK-REMOVED
                         "  MISSING HISTORY LINES DROPPED: "
                         WS-HIS-DROPPED-COUNT
                 DISPLAY "ERASURE LOGGED TO ERASURE-LOG.TXT"
              END-IF
              PERFORM HB000-LOWER-QUIESCE
                     " JOURNAL " WS-REDACTED-COUNT
                     " SEGMENTS " WS-SEG-REDACTED-COUNT
                     " INDEX " WS-IDX-REDACTED-COUNT
                     " VOUCHERS " WS-VCH-MATCH-COUNT
                     " FORMS " WS-PND-DELETED-COUNT
                     " KEY " WS-PK-REMOVED
                     " HISTORY " WS-HIS-DROPPED-COUNT
                     DELIMITED BY SIZE INTO ERASURE-LOG-LINE
              WRITE ERASURE-LOG-LINE
              CLOSE ERASURE-LOG
           END-IF.

       IA000-DISCLOSE-VOUCHERS         SECTION.
           MOVE SPACES                 TO PACK-LINE.
           WRITE PACK-LINE.
           MOVE "4. CANTEEN VOUCHERS ON VOUCHER-REGISTER.TXT:"
                                       TO PACK-LINE.
           WRITE PACK-LINE.

           OPEN INPUT VOUCHER-REGISTER.
           IF WS-VOUCHER-STATUS        NOT = "00"
              MOVE "   NO VOUCHER REGISTER FOUND" TO PACK-LINE
              WRITE PACK-LINE
            ELSE
              MOVE WS-WANTED-ID        TO VCH-ID
              MOVE LOW-VALUES          TO WS-EOF
              START VOUCHER-REGISTER   KEY IS = VCH-ID
                 INVALID KEY
                    MOVE HIGH-VALUES   TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF     = HIGH-VALUES
                 READ VOUCHER-REGISTER NEXT RECORD
                    AT END
                       MOVE HIGH-VALUES TO WS-EOF
                    NOT AT END
                       IF VCH-ID       NOT = WS-WANTED-ID
                          MOVE HIGH-VALUES TO WS-EOF
                        ELSE
                          ADD 01       TO WS-VCH-MATCH-COUNT
                          MOVE SPACES  TO PACK-LINE
                          STRING "   VOUCHER " VCH-NUMBER
                                 "  WAVE: " VCH-WAVE
                                 "  STATUS: " VCH-STATUS
                                 "  SOURCE: " VCH-SOURCE
                                 "  ISSUED: " VCH-ISSUE-DATE
                                 " BY " VCH-ISSUE-OPERATOR
                                 "  VOIDED: " VCH-VOID-DATE
                                 DELIMITED BY SIZE INTO PACK-LINE
                          WRITE PACK-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VOUCHER-REGISTER
              IF WS-VCH-MATCH-COUNT    = ZERO
                 MOVE "   NO VOUCHERS" TO PACK-LINE
                 WRITE PACK-LINE
              END-IF
           END-IF.

       IB000-DISCLOSE-PENDING-FORMS    SECTION.
      *THE FORM FILE IS KEYED ON BATCH AND FORM, NOT ID - EVERY FORM
      *IS READ AND EITHER KEYING OF THE PERSON'S ID COUNTS............
           MOVE SPACES                 TO PACK-LINE.
           WRITE PACK-LINE.
           MOVE "5. PAPER FORMS ON SURVEY-PENDING.TXT:" TO PACK-LINE.
           WRITE PACK-LINE.

           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS        NOT = "00"
              MOVE "   NO PAPER FORM FILE FOUND" TO PACK-LINE
              WRITE PACK-LINE
            ELSE
              MOVE LOW-VALUES          TO WS-EOF
              PERFORM UNTIL WS-EOF     = HIGH-VALUES
                 READ PENDING-FILE     NEXT RECORD
                    AT END
                       MOVE HIGH-VALUES TO WS-EOF
                    NOT AT END
                       IF PND-FIRST-IMAGE (1:13)  = WS-WANTED-ID
                          OR PND-SECOND-IMAGE (1:13) = WS-WANTED-ID
                          ADD 01       TO WS-PND-MATCH-COUNT
                          PERFORM IB100-PRINT-ONE-FORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PENDING-FILE
              IF WS-PND-MATCH-COUNT    = ZERO
                 MOVE "   NO PAPER FORMS" TO PACK-LINE
                 WRITE PACK-LINE
              END-IF
           END-IF.

       IB100-PRINT-ONE-FORM            SECTION.
           MOVE SPACES                 TO PACK-LINE.
           STRING "   BATCH " PND-BATCH "  FORM " PND-FORM
                  "  STATUS: " PND-STATUS
                  "  WAVE: " PND-WAVE
                  "  KEYED BY " PND-KEY1-OPERATOR
                  " AND " PND-KEY2-OPERATOR
                  DELIMITED BY SIZE    INTO PACK-LINE.
           WRITE PACK-LINE.
           MOVE SPACES                 TO PACK-LINE.
           STRING "     FIRST KEYING : " PND-FIRST-IMAGE
                  DELIMITED BY SIZE    INTO PACK-LINE.
           WRITE PACK-LINE.
           MOVE SPACES                 TO PACK-LINE.
           STRING "     SECOND KEYING: " PND-SECOND-IMAGE
                  DELIMITED BY SIZE    INTO PACK-LINE.
           WRITE PACK-LINE.

       IC000-DISCLOSE-PSEUDO-KEY       SECTION.
           MOVE SPACES                 TO PACK-LINE.
           WRITE PACK-LINE.
           MOVE "6. PSEUDONYM ON SURVEY-PSEUDO-KEY.TXT:" TO PACK-LINE.
           WRITE PACK-LINE.

           OPEN INPUT PSEUDO-KEY.
           IF WS-PSEUDO-KEY-STATUS     NOT = "00"
              MOVE "   NO PSEUDONYM KEY FILE FOUND" TO PACK-LINE
              WRITE PACK-LINE
            ELSE
              MOVE WS-WANTED-ID        TO PK-ID
              READ PSEUDO-KEY
                 KEY IS PK-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y"           TO WS-PK-FOUND
              END-READ
              IF WS-PK-FOUND           = "Y"
                 MOVE SPACES           TO PACK-LINE
                 STRING "   REFERENCE " PK-REF
                        "  ISSUED " PK-ISSUED-DATE
                        DELIMITED BY SIZE INTO PACK-LINE
                 WRITE PACK-LINE
               ELSE
                 MOVE "   NO PSEUDONYM ISSUED" TO PACK-LINE
                 WRITE PACK-LINE
              END-IF
              CLOSE PSEUDO-KEY
           END-IF.

       ID000-DISCLOSE-HISTORY          SECTION.
           MOVE SPACES                 TO PACK-LINE.
           WRITE PACK-LINE.
           MOVE "7. NIGHTS-MISSING HISTORY ON MISSING-HISTORY.TXT:"
                                       TO PACK-LINE.
           WRITE PACK-LINE.

           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS        NOT = "00"
              MOVE "   NO MISSING HISTORY FILE FOUND" TO PACK-LINE
              WRITE PACK-LINE
            ELSE
              MOVE LOW-VALUES          TO WS-EOF
              PERFORM UNTIL WS-EOF     = HIGH-VALUES
                 READ HISTORY-FILE
                    AT END
                       MOVE HIGH-VALUES TO WS-EOF
                    NOT AT END
                       IF HIS-ID       = WS-WANTED-ID
                          ADD 01       TO WS-HIS-MATCH-COUNT
                          MOVE SPACES  TO PACK-LINE
                          STRING "   NIGHTS MISSING IN A ROW: "
                                 HIS-NIGHTS
                                 DELIMITED BY SIZE INTO PACK-LINE
                          WRITE PACK-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HISTORY-FILE
              IF WS-HIS-MATCH-COUNT    = ZERO
                 MOVE "   NOT ON THE MISSING HISTORY" TO PACK-LINE
                 WRITE PACK-LINE
              END-IF
           END-IF.

       JA000-VOID-VOUCHERS             SECTION.
      *A LIVE VOUCHER IS VOIDED, AS A DESK DELETE DOES, AND EVERY ONE
      *OF THE PERSON'S VOUCHERS LOSES ITS ID. THE VOUCHER NUMBER STAYS
      *SO THE ISSUE SEQUENCE AND THE RECONCILIATION STILL ADD UP. THE
      *REGISTER IS WALKED ON THE VOUCHER NUMBER, NOT THE ID KEY, SINCE
      *EACH REWRITE MOVES THE RECORD OFF THE ID BEING FOLLOWED.........
           OPEN I-O VOUCHER-REGISTER.
           IF WS-VOUCHER-STATUS        NOT = "00"
              CONTINUE
            ELSE
              MOVE ZERO                TO VCH-NUMBER
              MOVE LOW-VALUES          TO WS-EOF
              START VOUCHER-REGISTER   KEY IS > VCH-NUMBER
                 INVALID KEY
                    MOVE HIGH-VALUES   TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF     = HIGH-VALUES
                 READ VOUCHER-REGISTER NEXT RECORD
                    AT END
                       MOVE HIGH-VALUES TO WS-EOF
                    NOT AT END
                       IF VCH-ID       = WS-WANTED-ID
                          PERFORM JA100-CLEAR-ONE-VOUCHER
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VOUCHER-REGISTER
           END-IF.

       JA100-CLEAR-ONE-VOUCHER         SECTION.
           IF VCH-STATUS               = "I"
              MOVE "V"                 TO VCH-STATUS
              MOVE "ERASURE"           TO VCH-VOID-OPERATOR
              MOVE WS-RUN-DATE         TO VCH-VOID-DATE
              MOVE WS-RUN-TIME         TO VCH-VOID-TIME
              ADD 01                   TO WS-VCH-VOIDED-COUNT
           END-IF.
           MOVE ZERO                   TO VCH-ID.
           REWRITE VOUCHER-REC
              INVALID KEY
                 DISPLAY "VOUCHER " VCH-NUMBER " COULD NOT BE CLEARED"
              NOT INVALID KEY
                 ADD 01                TO WS-VCH-MATCH-COUNT
           END-REWRITE.

       JB000-DELETE-PENDING-FORMS      SECTION.
      *ANY FORM EITHER KEYER TOOK DOWN FOR THE PERSON GOES, WHATEVER
      *ITS STATUS - A LIVE FORM'S IMAGES ARE THE SAME PERSONAL DATA...
           OPEN I-O PENDING-FILE.
           IF WS-PENDING-STATUS        NOT = "00"
              CONTINUE
            ELSE
              MOVE LOW-VALUES          TO WS-EOF
              PERFORM UNTIL WS-EOF     = HIGH-VALUES
                 READ PENDING-FILE     NEXT RECORD
                    AT END
                       MOVE HIGH-VALUES TO WS-EOF
                    NOT AT END
                       IF PND-FIRST-IMAGE (1:13)  = WS-WANTED-ID
                          OR PND-SECOND-IMAGE (1:13) = WS-WANTED-ID
                          DELETE PENDING-FILE
                             INVALID KEY
                                DISPLAY "FORM " PND-BATCH "/" PND-FORM
                                        " COULD NOT BE DELETED"
                             NOT INVALID KEY
                                ADD 01 TO WS-PND-DELETED-COUNT
                          END-DELETE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PENDING-FILE
           END-IF.

       JC000-DELETE-PSEUDO-KEY         SECTION.
      *WITH THE KEY RECORD GONE, THE PERSON'S REFERENCE IN ANY EXTRACT
      *ALREADY SENT CAN NO LONGER BE TRACED BACK......................
           OPEN I-O PSEUDO-KEY.
           IF WS-PSEUDO-KEY-STATUS     NOT = "00"
              CONTINUE
            ELSE
              MOVE WS-WANTED-ID        TO PK-ID
              READ PSEUDO-KEY
                 KEY IS PK-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    DELETE PSEUDO-KEY
                       INVALID KEY
                          DISPLAY "PSEUDONYM KEY COULD NOT BE DELETED"
                       NOT INVALID KEY
                          MOVE "Y"     TO WS-PK-REMOVED
                    END-DELETE
              END-READ
              CLOSE PSEUDO-KEY
           END-IF.

       JD000-DROP-HISTORY              SECTION.
      *SAME TWO-PASS WORK FILE AS THE JOURNAL REDACTION, BUT THE
      *PERSON'S LINES ARE LEFT OUT RATHER THAN REDACTED - THE HISTORY
      *IS REBUILT EVERY NIGHT, SO THERE IS NO COUNT TO KEEP...........
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS        NOT = "00"
              CONTINUE
            ELSE
              OPEN OUTPUT HISTORY-WORK
              MOVE LOW-VALUES          TO WS-EOF
              PERFORM UNTIL WS-EOF     = HIGH-VALUES
                 READ HISTORY-FILE
                    AT END
                       MOVE HIGH-VALUES TO WS-EOF
                    NOT AT END
                       IF HIS-ID       = WS-WANTED-ID
                          ADD 01       TO WS-HIS-DROPPED-COUNT
                        ELSE
                          MOVE HISTORY-LINE TO HISTORY-WORK-LINE
                          WRITE HISTORY-WORK-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HISTORY-FILE
              CLOSE HISTORY-WORK

              IF WS-HIS-DROPPED-COUNT  > 0
                 OPEN INPUT HISTORY-WORK
                 OPEN OUTPUT HISTORY-FILE
                 MOVE LOW-VALUES       TO WS-EOF
                 PERFORM UNTIL WS-EOF  = HIGH-VALUES
                    READ HISTORY-WORK
                       AT END
                          MOVE HIGH-VALUES TO WS-EOF
                       NOT AT END
                          MOVE HISTORY-WORK-LINE TO HISTORY-LINE
                          WRITE HISTORY-LINE
                    END-READ
                 END-PERFORM
                 CLOSE HISTORY-WORK
                 CLOSE HISTORY-FILE
              END-IF
           END-IF.
