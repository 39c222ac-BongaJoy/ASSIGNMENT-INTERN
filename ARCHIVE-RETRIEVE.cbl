       DATA                            DIVISION.

       FILE                            SECTION.
      *SAME 148-BYTE IMAGE WAVE-ARCHIVE WRITES, FIELD BY FIELD........
       FD  ARCHIVE-FILE.
       01  ARC-REC.
           05 ARC-ID                   PIC 9(13).
           05 ARC-FOOD                 PIC X(26).
           05 ARC-SCALES               PIC X(20).
           05 ARC-WAVE                 PIC X(06).
           05 ARC-CONSENT              PIC X.
           05 ARC-CONSENT-VERSION      PIC X(04).
           05 ARC-CONSENT-DATE         PIC 9(08).

      *SAME RECORD LAYOUT AS INTERN-SURVEY'S SURVEY-DATA FILE..........
       FD SURVEY-DATA.
             10 WS-OTHER-FAV-TEXT      PIC X(20).
           05 SCALES                   PIC X(20).
           05 WS-WAVE                  PIC X(06).
           05 WS-CONSENT               PIC X.
           05 WS-CONSENT-VERSION       PIC X(04).
           05 WS-CONSENT-DATE          PIC 9(08).

       FD  RETRIEVE-REPORT.
       01  RETRIEVE-LINE               PIC X(132).
       EA000-RESTORE-ONE-RECORD        SECTION.
      *THE ARCHIVE IMAGE IS THE LIVE RECORD BYTE FOR BYTE - PUT IT
      *BACK UNDER ITS OWN KEY. A KEY ALREADY ON THE LIVE FILE MEANS
      *SOMEBODY RE-CAPTURED THE RESPONDENT SINCE THE CLOSE-OUT. AN
      *ARCHIVE WRITTEN BEFORE CONSENT WAS CAPTURED HAS A SHORT LINE -
      *THE CONSENT FIELDS COME BACK AS SPACES AND THE DATE IS ZEROED..
           MOVE ARC-REC                TO DATA-REC.
           IF ARC-CONSENT-DATE         NOT NUMERIC
              MOVE ZERO                TO WS-CONSENT-DATE
           END-IF.
           WRITE DATA-REC
              INVALID KEY
                 DISPLAY "ID " WS-WANTED-ID " IS ALREADY ON THE "
