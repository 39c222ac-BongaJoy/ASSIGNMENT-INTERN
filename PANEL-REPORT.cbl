             10 STMT-RATING            OCCURS 4 TIMES.
               15 STMT-COL             PIC X  OCCURS 5 TIMES.
           05 WS-WAVE                  PIC X(06).
           05 WS-CONSENT               PIC X.
           05 WS-CONSENT-VERSION       PIC X(04).
           05 WS-CONSENT-DATE          PIC 9(08).

       FD  MANIFEST-FILE.
       01  MANIFEST-LINE               PIC X(132).

      *ARCHIVED RECORDS ARE THE SAME 148-BYTE IMAGE...................
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC                 PIC X(148).

       FD  PANEL-FILE.
       01  PANEL-LINE                  PIC X(132).
