      *          INTO A DATED ARCHIVE FILE AND APPENDS A CONTROL-COUNT
      *          LINE TO THE ARCHIVE MANIFEST (RECORDS MOVED, RECORDS
      *          REMAINING) SO THE AUDITORS CAN SEE NOTHING WAS LOST.
      *          ONLY A WAVE THE WAVE MASTER SHOWS AS CLOSED IS TAKEN,
      *          AND ONCE IT IS OUT OF THE LIVE FILE ITS MASTER ENTRY
      *          IS MARKED ARCHIVED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                  DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANIFEST-STATUS.

      *WAVE MASTER, MAINTAINED BY WAVE-MAINT - ONLY A CLOSED WAVE MAY
      *BE CLOSED OUT, AND THIS IS THE ONE PROGRAM THAT MARKS A WAVE
      *ARCHIVED.......................................................
           SELECT  WAVE-MASTER         ASSIGN TO "WAVE-MASTER.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WVM-CODE
           FILE STATUS IS WS-MASTER-STATUS.


       DATA                            DIVISION.

             10 WS-OTHER-FAV-TEXT      PIC X(20).
           05 SCALES                   PIC X(20).
           05 WS-WAVE                  PIC X(06).
           05 WS-CONSENT               PIC X.
           05 WS-CONSENT-VERSION       PIC X(04).
           05 WS-CONSENT-DATE          PIC 9(08).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC                 PIC X(148).

       FD  MANIFEST-FILE.
       01  MANIFEST-LINE               PIC X(132).

      *SAME WAVE MASTER LAYOUT WAVE-MAINT KEEPS.......................
       FD  WAVE-MASTER.
       01  WAVE-MASTER-REC.
           05 WVM-CODE                 PIC X(06).
           05 WVM-DESC                 PIC X(30).
           05 WVM-START-DATE           PIC 9(08).
           05 WVM-END-DATE             PIC 9(08).
           05 WVM-STATUS               PIC X.
           05 FILLER                   PIC X(27).

       WORKING-STORAGE                 SECTION.
       01 WS-SURVEY-STATUS             PIC XX.
       01 WS-MANIFEST-STATUS           PIC XX.
       01 WS-MASTER-STATUS             PIC XX.
       01 WS-WAVE-REFUSED              PIC X(60)     VALUE SPACES.
       01 WS-EOF                       PIC XX.
       01 WS-ARCHIVE-NAME              PIC X(40).
       01 WS-TARGET-WAVE               PIC X(06).
              MOVE HIGH-VALUES         TO WS-EOF
              MOVE HIGH-VALUES         TO WS-SURVEY-STATUS
            ELSE
              PERFORM BB000-CHECK-WAVE-CLOSED
           END-IF.

           IF WS-WAVE-REFUSED          NOT = SPACES
              DISPLAY WS-WAVE-REFUSED " - NOTHING CLOSED OUT"
              MOVE HIGH-VALUES         TO WS-EOF
              MOVE HIGH-VALUES         TO WS-SURVEY-STATUS
           END-IF.

           IF WS-EOF                   NOT = HIGH-VALUES
              ACCEPT WS-RUN-DATE       FROM DATE YYYYMMDD
              MOVE SPACES              TO WS-ARCHIVE-NAME
              STRING "SURVEY-ARCH-"    DELIMITED BY SIZE
                 DISPLAY "SURVEY-DATA.TXT COULD NOT BE OPENED (STATUS "
                         WS-SURVEY-STATUS ") - NOTHING CLOSED OUT"
                 MOVE HIGH-VALUES      TO WS-EOF
                 CLOSE WAVE-MASTER
               ELSE
                 OPEN OUTPUT ARCHIVE-FILE
                 MOVE LOW-VALUES       TO WS-EOF
              END-IF
           END-IF.

       BB000-CHECK-WAVE-CLOSED         SECTION.
      *A WAVE STILL IN THE FIELD, STILL PLANNED, ALREADY ARCHIVED OR
      *NOT ON THE MASTER AT ALL IS REFUSED - ONLY STATUS C GOES ON....
           MOVE SPACES                 TO WS-WAVE-REFUSED.
           OPEN I-O WAVE-MASTER.
           IF WS-MASTER-STATUS         NOT = "00"
              MOVE "WAVE-MASTER.TXT COULD NOT BE OPENED"
                                       TO WS-WAVE-REFUSED
            ELSE
              MOVE WS-TARGET-WAVE      TO WVM-CODE
              READ WAVE-MASTER
                 KEY IS WVM-CODE
                 INVALID KEY
                    MOVE "WAVE IS NOT ON THE WAVE MASTER"
                                       TO WS-WAVE-REFUSED
                 NOT INVALID KEY
                    EVALUATE WVM-STATUS
                       WHEN "C"
                          CONTINUE
                       WHEN "A"
                          MOVE "WAVE IS ALREADY ARCHIVED"
                                       TO WS-WAVE-REFUSED
                       WHEN OTHER
                          MOVE "WAVE IS NOT CLOSED ON THE WAVE MASTER"
                                       TO WS-WAVE-REFUSED
                    END-EVALUATE
              END-READ
              IF WS-WAVE-REFUSED       NOT = SPACES
                 CLOSE WAVE-MASTER
              END-IF
           END-IF.

       CA000-MOVE-OR-KEEP              SECTION.
      *A RECORD OF THE CLOSING WAVE IS WRITTEN TO THE ARCHIVE FIRST
      *AND ONLY THEN DELETED FROM THE LIVE FILE - IF THE RUN DIES IN
                     INTO MANIFEST-LINE
              WRITE MANIFEST-LINE
              CLOSE MANIFEST-FILE
              PERFORM EA000-MARK-WAVE-ARCHIVED
           END-IF.

       EA000-MARK-WAVE-ARCHIVED        SECTION.
      *THE WAVE'S RECORDS ARE IN THE ARCHIVE AND THE MANIFEST PROVES
      *IT - THE MASTER NOW SAYS SO TOO, WHICH ALSO STOPS ANY CAPTURE
      *OR SECOND CLOSE-OUT INTO IT....................................
           MOVE WS-TARGET-WAVE         TO WVM-CODE.
           READ WAVE-MASTER
              KEY IS WVM-CODE
              INVALID KEY
                 DISPLAY "WARNING - WAVE " WS-TARGET-WAVE
                         " VANISHED FROM THE MASTER - NOT MARKED"
              NOT INVALID KEY
                 MOVE "A"              TO WVM-STATUS
                 REWRITE WAVE-MASTER-REC
                    INVALID KEY
                       DISPLAY "WARNING - WAVE " WS-TARGET-WAVE
                               " COULD NOT BE MARKED ARCHIVED"
                 END-REWRITE
           END-READ.

       ZA000-READ-FILE                 SECTION.
           READ SURVEY-DATA             NEXT RECORD
              AT END
           IF WS-SURVEY-STATUS         = "00" OR = "10"
              CLOSE SURVEY-DATA
              CLOSE ARCHIVE-FILE
              CLOSE WAVE-MASTER
           END-IF.
