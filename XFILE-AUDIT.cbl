             10 WS-OTHER-FAV-TEXT      PIC X(20).
           05 SCALES                   PIC X(20).
           05 WS-WAVE                  PIC X(06).
           05 WS-CONSENT               PIC X.
           05 WS-CONSENT-VERSION       PIC X(04).
           05 WS-CONSENT-DATE          PIC 9(08).

      *SAME JOURNAL ENTRY LAYOUT INTERN-SURVEY WRITES.................
       FD  JOURNAL-FILE.
       FD  MANIFEST-FILE.
       01  MANIFEST-LINE               PIC X(132).

      *ARCHIVED RECORDS ARE FULL 148-BYTE IMAGES - ONLY THE LEADING
      *ID MATTERS TO THE AUDIT........................................
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC.
           05 ARC-ID                   PIC 9(13).
           05 FILLER                   PIC X(135).

       FD  AUDIT-REPORT.
       01  AUDIT-LINE                  PIC X(132).
