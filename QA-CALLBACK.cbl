             10 STMT-RATING            OCCURS 4 TIMES.
               15 STMT-COL             PIC X  OCCURS 5 TIMES.
           05 WS-WAVE                  PIC X(06).
           05 WS-CONSENT               PIC X.
           05 WS-CONSENT-VERSION       PIC X(04).
           05 WS-CONSENT-DATE          PIC 9(08).

       FD  QA-SHEET.
       01  QA-SHEET-LINE               PIC X(132).
       01 WS-CAND-MAX                  PIC 9999      VALUE 2000.
       01 WS-CAND-COUNT                PIC 9999      VALUE 0.
       01 WS-CAND-DROPPED              PIC 9999      VALUE 0.
       01 WS-CAND-NO-CONSENT           PIC 9999      VALUE 0.
       01 WS-CAND-TABLE.
           05 WS-CAND-ENTRY            OCCURS 2000 TIMES.
              10 WS-CAND-OPR           PIC X(08).
           END-IF.

           PERFORM CB000-LOAD-DAYS-ADDS.
           IF WS-CAND-NO-CONSENT       > 0
              DISPLAY "LEFT OUT OF THE DRAW - DECLINED OR WITHDRAWN "
                      "CONSENT: " WS-CAND-NO-CONSENT
           END-IF.
           IF WS-CAND-COUNT            = ZERO
              DISPLAY "NO ADD ENTRIES FOR " WS-WANTED-DATE
                      " - NO SAMPLE DRAWN"

       CB000-LOAD-DAYS-ADDS            SECTION.
      *ONLY THE DAY'S ADDS ARE CANDIDATES - CORRECTIONS AND DELETES
      *ARE SUPERVISOR WORK, NOT DESK CAPTURES. A RESPONDENT WHOSE
      *LIVE RECORD SAYS THEY DECLINED OR WITHDREW CONSENT IS NEVER
      *PHONED, SO THEY ARE LEFT OUT OF THE DRAW ALTOGETHER............
           OPEN INPUT SURVEY-DATA.
           IF WS-SURVEY-STATUS         = "00"
              MOVE "Y"                 TO WS-SURVEY-OPEN
           END-IF.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS        NOT = "00"
              DISPLAY "NO SURVEY-JOURNAL.TXT FOUND - NOTHING CAPTURED"
                    NOT AT END
                       IF JRN-ACTION   = "ADD"
                          AND JRN-DATE = WS-WANTED-DATE
                          PERFORM CB200-CHECK-CONSENT
                          IF WS-FOUND-FLAG = "N"
                             ADD 01    TO WS-CAND-NO-CONSENT
                           ELSE
                             PERFORM CB100-STORE-CANDIDATE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOURNAL-FILE
           END-IF.
           IF WS-SURVEY-OPEN           = "Y"
              CLOSE SURVEY-DATA
              MOVE "N"                 TO WS-SURVEY-OPEN
           END-IF.

       CB200-CHECK-CONSENT             SECTION.
      *WS-FOUND-FLAG COMES BACK "N" ONLY FOR A LIVE RECORD CARRYING A
      *DECLINED (N) OR WITHDRAWN (W) CONSENT - A RECORD DELETED SINCE
      *STAYS IN THE DRAW AND IS REPORTED ON THE SHEET AS BEFORE.......
           MOVE "Y"                    TO WS-FOUND-FLAG.
           IF WS-SURVEY-OPEN           = "Y"
              MOVE JRN-ID              TO WS-ID
              READ SURVEY-DATA
                 KEY IS WS-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF WS-CONSENT      = "N" OR "W"
                       MOVE "N"        TO WS-FOUND-FLAG
                    END-IF
              END-READ
           END-IF.

       CB100-STORE-CANDIDATE           SECTION.
           IF WS-CAND-COUNT            < WS-CAND-MAX
