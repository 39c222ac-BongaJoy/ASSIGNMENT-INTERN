           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUIESCE-STATUS.

      *KEY COUNTS OF THIS RUN, PICKED UP BY BATCH-DRIVER FOR THE
      *RUN-CONTROL LEDGER.............................................
           SELECT  STEP-COUNTS-FILE    ASSIGN TO "RUN-STEP-COUNTS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STEP-COUNTS-STATUS.


       DATA                            DIVISION.

       01  DATA-REC.
           05 WS-ID                    PIC 9(13).
           05 WS-NAME                  PIC X(20).
           05 FILLER                   PIC X(115).

      *ONE STATE LINE - "UP" OR "DOWN" PLUS THE STAMP OF THIS RUN....
       FD  QUIESCE-FILE.
           05 QSC-STATE                PIC X(04).
           05 QSC-STAMP                PIC X(20).

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
       01 WS-JRNIDX-STATUS             PIC XX.
       01 WS-SURVEY-STATUS             PIC XX.
       01 WS-QUIESCE-STATUS            PIC XX.
       01 WS-STEP-COUNTS-STATUS        PIC XX.
       01 WS-SEGMENT-NAME              PIC X(40).

       01 WS-RUN-MODE                  PIC 9.
              IF WS-DRAINED            NOT = "Y"
                 DISPLAY "STATIONS DID NOT DRAIN - NOTHING ROLLED, "
                         "TRY AGAIN AFTER THE CAPTURE DESKS CLOSE"
                 MOVE 12               TO RETURN-CODE
               ELSE
                 PERFORM CA000-SPLIT-JOURNAL
                 IF WS-ROLLED-COUNT    > 0
              IF WS-DRAINED            NOT = "Y"
                 DISPLAY "STATIONS DID NOT DRAIN - NOTHING LOADED, "
                         "TRY AGAIN AFTER THE CAPTURE DESKS CLOSE"
                 MOVE 12               TO RETURN-CODE
               ELSE
                 PERFORM GA000-BACKFILL-COMPANION
              END-IF
              PERFORM HB000-LOWER-QUIESCE
           END-IF.
           PERFORM JA000-WRITE-STEP-COUNTS.
           STOP RUN.

       BA000-INITIAL                   SECTION.
                  DELIMITED BY SIZE    INTO QSC-STAMP.
           WRITE QUIESCE-REC.
           CLOSE QUIESCE-FILE.

       JA000-WRITE-STEP-COUNTS         SECTION.
      *WHAT THE RUN MOVED, FOR THE RUN-CONTROL LEDGER.................
           OPEN OUTPUT STEP-COUNTS-FILE.
           MOVE SPACES                 TO STEP-COUNTS-REC.
           MOVE "JOURNAL-ROLLOVER"     TO SCT-JOB.
           IF WS-RUN-MODE              = 2
              MOVE "LOADED"            TO SCT-LABEL (1)
              MOVE WS-LOADED-COUNT     TO SCT-VALUE (1)
              MOVE "ALREADY HELD"      TO SCT-LABEL (2)
              MOVE WS-ALREADY-COUNT    TO SCT-VALUE (2)
            ELSE
              MOVE "ROLLED"            TO SCT-LABEL (1)
              MOVE WS-ROLLED-COUNT     TO SCT-VALUE (1)
              MOVE "KEPT LIVE"         TO SCT-LABEL (2)
              MOVE WS-KEPT-COUNT       TO SCT-VALUE (2)
           END-IF.
           MOVE ZERO                   TO SCT-VALUE (3).
           WRITE STEP-COUNTS-REC.
           CLOSE STEP-COUNTS-FILE.
