           SELECT  REJECT-FILE         ASSIGN TO "SURVEY-IMPORT-REJ.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *WAVE MASTER, MAINTAINED BY WAVE-MAINT - A ROW IS ONLY LOADED
      *INTO A WAVE THAT IS OPEN AND IN ITS FIELD DATES ON THE LOAD DAY.
           SELECT  WAVE-MASTER         ASSIGN TO "WAVE-MASTER.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WVM-CODE
           FILE STATUS IS WS-MASTER-STATUS.


       DATA                            DIVISION.

               15 RADIO-SCAL4          PIC X.
               15 RADIO-SCAL5          PIC X.
           05 WS-WAVE                  PIC X(06).
           05 WS-CONSENT               PIC X.
           05 WS-CONSENT-VERSION       PIC X(04).
           05 WS-CONSENT-DATE          PIC 9(08).

       FD  IMPORT-FILE.
       01  IMPORT-LINE                 PIC X(300).
       FD  REJECT-FILE.
       01  REJECT-LINE                 PIC X(360).

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
       01 WS-EOF                       PIC XX.
       01 WS-SURVEY-STATUS             PIC XX.
       01 WS-IMPORT-STATUS             PIC XX.
       01 WS-MASTER-STATUS             PIC XX.
       01 WS-MASTER-OPEN               PIC X         VALUE "N".
       01 WS-TODAY                     PIC 9(08).
       01 WS-READ-COUNT                PIC 9999      VALUE 0.
       01 WS-LOADED-COUNT              PIC 9999      VALUE 0.
       01 WS-REJECTED-COUNT            PIC 9999      VALUE 0.
      *1 ID, 2 SURNAME, 3 FIRST NAMES, 4 CONTACT, 5 DATE, 6 AGE,
      *7 GENDER (DERIVED FROM THE ID, IGNORED ON THE WAY IN),
      *8-13 FOOD FLAGS, 14 OTHER FOOD TEXT, 15-34 THE FOUR SCALE
      *GROUPS, 35 WAVE, 36 CONSENT (Y/N), 37 CONSENT WORDING VERSION,
      *38 CONSENT DATE (YYYYMMDD).....................................
       01 WS-FIELD-TABLE.
           05 WS-FIELD                 PIC X(62)  OCCURS 38 TIMES.
       01 WS-FIELD-NUM                 PIC 99.
       01 WS-FIELD-POS                 PIC 99.
       01 WS-SCAN-IDX                  PIC 999.
                 MOVE HIGH-VALUES      TO WS-EOF
               ELSE
                 ACCEPT WS-RUN-DATE    FROM DATE YYYYMMDD
                 ACCEPT WS-TODAY       FROM DATE YYYYMMDD
                 MOVE LOW-VALUES       TO WS-EOF
                 PERFORM ZA000-READ-IMPORT
              END-IF
      *NO WAVE MASTER MEANS NO ROW COULD BE PROVED TO BELONG TO AN
      *OPEN WAVE - ABANDON RATHER THAN REJECT THE WHOLE FILE..........
              IF WS-SURVEY-STATUS      = "00"
                 OPEN INPUT WAVE-MASTER
                 IF WS-MASTER-STATUS   NOT = "00"
                    DISPLAY "WAVE-MASTER.TXT COULD NOT BE OPENED "
                            "(STATUS " WS-MASTER-STATUS
                            ") - LOAD ABANDONED"
                    MOVE HIGH-VALUES   TO WS-EOF
                  ELSE
                    MOVE "Y"           TO WS-MASTER-OPEN
                 END-IF
              END-IF
           END-IF.

       CA000-PROCESS-ONE-ROW           SECTION.

           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                    UNTIL WS-SCAN-IDX  > 300
                       OR WS-FIELD-NUM > 38
              MOVE IMPORT-LINE (WS-SCAN-IDX:1) TO WS-SCAN-CHAR
              IF WS-IN-QUOTES          = "Y"
                 IF WS-SCAN-CHAR       = '"'
              MOVE "AGE NOT NUMERIC"   TO WS-REJECT-REASON
           END-IF.

      *A FORM WITH THE CONSENT QUESTION LEFT BLANK IS REFUSED, THE
      *SAME AS AT THE CAPTURE SCREEN - A LOAD IS A NEW CAPTURE, SO
      *ONLY AGREED (Y) OR DECLINED (N) IS ACCEPTED, NEVER WITHDRAWN...
           IF WS-FIELD (36)            = SPACES
              MOVE "CONSENT ANSWER MISSING" TO WS-REJECT-REASON
            ELSE
              IF (WS-FIELD (36) (1:1)  NOT = "Y" AND NOT = "N")
                 OR WS-FIELD (36) (2:1) NOT = SPACE
                 MOVE "CONSENT NOT Y OR N" TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF WS-FIELD (37)            = SPACES
              OR WS-FIELD (37) (5:1)   NOT = SPACE
              MOVE "CONSENT VERSION MISSING OR TOO LONG"
                                        TO WS-REJECT-REASON
           END-IF.
           IF WS-FIELD (38) (1:8)      NOT NUMERIC
              OR WS-FIELD (38) (9:1)   NOT = SPACE
              OR WS-FIELD (38) (1:8)   = "00000000"
              MOVE "CONSENT DATE NOT YYYYMMDD" TO WS-REJECT-REASON
           END-IF.

      *NOTHING MORE TO CHECK ON A ROW THAT ALREADY FAILED THE SHAPE
      *EDITS - THE CROSS-CHECKS BELOW NEED THE FIELDS USABLE..........
           IF WS-REJECT-REASON         NOT = SPACES
              PERFORM IA000-AGE-RANGE-CHECK
              PERFORM JA000-SCALE-GROUP-CHECKS
              PERFORM KA000-OTHER-TEXT-CHECK
              PERFORM NA000-WAVE-OPEN-CHECK
              IF WS-REJECT-REASON      = SPACES
                 PERFORM LA000-DUPLICATE-ID-CHECK
              END-IF
                                        TO WS-REJECT-REASON
           END-IF.

       NA000-WAVE-OPEN-CHECK           SECTION.
      *SAME RULE THE CAPTURE SCREEN APPLIES AT SIGN-ON: THE ROW'S WAVE
      *MUST BE ON THE MASTER, OPEN, AND TODAY INSIDE ITS FIELD DATES..
           MOVE WS-FIELD (35) (1:6)    TO WVM-CODE.
           READ WAVE-MASTER
              KEY IS WVM-CODE
              INVALID KEY
                 MOVE "WAVE NOT ON THE WAVE MASTER" TO WS-REJECT-REASON
              NOT INVALID KEY
                 IF WVM-STATUS         NOT = "O"
                    OR WS-TODAY        < WVM-START-DATE
                    OR WS-TODAY        > WVM-END-DATE
                    MOVE "WAVE NOT OPEN FOR CAPTURE TODAY"
                                        TO WS-REJECT-REASON
                 END-IF
           END-READ.

       LA000-DUPLICATE-ID-CHECK        SECTION.
      *KEYED READ AGAINST THE LIVE FILE - SAME CHECK THE SCREEN RUNS..
           MOVE WS-ID-CHECK            TO WS-ID.
           MOVE WS-FIELD (33) (1:1)    TO RADIO-SCAL4.
           MOVE WS-FIELD (34) (1:1)    TO RADIO-SCAL5.
           MOVE WS-FIELD (35) (1:6)    TO WS-WAVE.
           MOVE WS-FIELD (36) (1:1)    TO WS-CONSENT.
           MOVE WS-FIELD (37) (1:4)    TO WS-CONSENT-VERSION.
           MOVE WS-FIELD (38) (1:8)    TO WS-CONSENT-DATE.

           WRITE DATA-REC
              INVALID KEY
           IF WS-SURVEY-STATUS         = "00"
              CLOSE SURVEY-DATA
           END-IF.
           IF WS-MASTER-OPEN           = "Y"
              CLOSE WAVE-MASTER
           END-IF.
           CLOSE REJECT-FILE.
