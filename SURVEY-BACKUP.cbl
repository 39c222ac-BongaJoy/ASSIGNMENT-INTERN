           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANIFEST-STATUS.

      *KEY COUNTS OF THIS RUN, PICKED UP BY BATCH-DRIVER FOR THE
      *RUN-CONTROL LEDGER.............................................
           SELECT  STEP-COUNTS-FILE    ASSIGN TO "RUN-STEP-COUNTS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STEP-COUNTS-STATUS.


       DATA                            DIVISION.

             10 WS-OTHER-FAV-TEXT      PIC X(20).
           05 SCALES                   PIC X(20).
           05 WS-WAVE                  PIC X(06).
           05 WS-CONSENT               PIC X.
           05 WS-CONSENT-VERSION       PIC X(04).
           05 WS-CONSENT-DATE          PIC 9(08).

      *SAME 148-BYTE IMAGE THE LIVE RECORD CARRIES, FIELD BY FIELD
      *WHERE THE VERIFY AND RESTORE PASSES NEED THE KEY FIELDS........
       FD  BACKUP-FILE.
       01  BAK-REC.
           05 BAK-FOOD                 PIC X(26).
           05 BAK-SCALES               PIC X(20).
           05 BAK-WAVE                 PIC X(06).
           05 BAK-CONSENT              PIC X.
           05 BAK-CONSENT-VERSION      PIC X(04).
           05 BAK-CONSENT-DATE         PIC 9(08).

       FD  MANIFEST-FILE.
       01  MANIFEST-LINE               PIC X(132).

      *SAME STEP COUNTS LAYOUT BATCH-DRIVER READS.....................
       FD  STEP-COUNTS-FILE.
       01  STEP-COUNTS-REC.
           05 SCT-JOB                  PIC X(20).
           05 SCT-ENTRY                OCCURS 3 TIMES.
              10 SCT-LABEL             PIC X(12).
              10 SCT-VALUE             PIC 9(07).

       WORKING-STORAGE                 SECTION.
       01 WS-SURVEY-STATUS             PIC XX.
       01 WS-BACKUP-STATUS             PIC XX.
       01 WS-MANIFEST-STATUS           PIC XX.
       01 WS-STEP-COUNTS-STATUS        PIC XX.
       01 WS-EOF                       PIC XX.
       01 WS-RUN-MODE                  PIC 9.
       01 WS-OK                        PIC X.
              10 WS-GEN-NAME           PIC X(40).
              10 WS-GEN-DROPPED        PIC X.
       01 WS-GEN-IDX                   PIC 999.
       01 WS-GEN-LIVE                  PIC 999       VALUE 0.
       01 WS-MAN-TOKEN-1               PIC X(10).
       01 WS-MAN-TOKEN-2               PIC X(40).
       01 WS-MAN-TOKEN-3               PIC X(10).
           IF WS-SURVEY-STATUS         NOT = "00"
              DISPLAY "SURVEY-DATA.TXT COULD NOT BE OPENED (STATUS "
                      WS-SURVEY-STATUS ") - NOTHING BACKED UP"
              MOVE 12                  TO RETURN-CODE
            ELSE
              OPEN OUTPUT BACKUP-FILE
              MOVE LOW-VALUES          TO WS-EOF
                      " - LIVE: " WS-LIVE-COUNT
                      "  COPY: " WS-COPY-COUNT
                      "  " WS-VERIFY-RESULT
      *A COPY THAT DID NOT VERIFY IS NO BACKUP - FAIL THE STEP SO THE
      *BATCH CHAIN STOPS HERE.........................................
      *(A FAILED DROP OF AN OLD GENERATION DOES NOT FAIL THE STEP)...
              IF WS-VERIFY-RESULT      = "VERIFIED"
                 MOVE 0                TO RETURN-CODE
               ELSE
                 MOVE 12               TO RETURN-CODE
              END-IF
           END-IF.
           PERFORM BB000-WRITE-STEP-COUNTS.

       BB000-WRITE-STEP-COUNTS         SECTION.
      *THE LIVE AND COPY COUNTS FOR THE RUN-CONTROL LEDGER............
           OPEN OUTPUT STEP-COUNTS-FILE.
           MOVE SPACES                 TO STEP-COUNTS-REC.
           MOVE "SURVEY-BACKUP"        TO SCT-JOB.
           MOVE "LIVE"                 TO SCT-LABEL (1).
           MOVE WS-LIVE-COUNT          TO SCT-VALUE (1).
           MOVE "COPIED"               TO SCT-LABEL (2).
           MOVE WS-COPY-COUNT          TO SCT-VALUE (2).
           MOVE "GENS ON DISK"         TO SCT-LABEL (3).
           MOVE WS-GEN-LIVE            TO SCT-VALUE (3).
           WRITE STEP-COUNTS-REC.
           CLOSE STEP-COUNTS-FILE.

       CA000-VERIFY-COPY               SECTION.
      *RE-READ WHAT WAS JUST WRITTEN - THE COPY ONLY COUNTS AS A
              PERFORM ZB000-READ-BACKUP
              PERFORM UNTIL WS-EOF     = HIGH-VALUES
                 MOVE BAK-REC          TO DATA-REC
      *A GENERATION TAKEN BEFORE CONSENT WAS CAPTURED HAS SHORT LINES -
      *THE CONSENT FIELDS COME BACK AS SPACES AND THE DATE IS ZEROED..
                 IF BAK-CONSENT-DATE   NOT NUMERIC
                    MOVE ZERO          TO WS-CONSENT-DATE
                 END-IF
                 WRITE DATA-REC
                    INVALID KEY
                       DISPLAY "DUPLICATE ID " BAK-ID
