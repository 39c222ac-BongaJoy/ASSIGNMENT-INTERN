               15 RADIO-SCAL4          PIC X.
               15 RADIO-SCAL5          PIC X.
           05 WS-WAVE                  PIC X(06).
           05 WS-CONSENT               PIC X.
           05 WS-CONSENT-VERSION       PIC X(04).
           05 WS-CONSENT-DATE          PIC 9(08).

       WORKING-STORAGE                 SECTION.
       01 WS-EOF                       PIC XX.
