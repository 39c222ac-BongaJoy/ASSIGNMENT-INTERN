      * Author: JOYCE
      * Date: 11/06/2020
      * Purpose: BATCH EXTRACT OF SURVEY-DATA TO A COMMA DELIMITED FILE
      *          FOR SPREADSHEET/BI ANALYSIS. MODE 2 WRITES A
      *          PSEUDONYMISED EXTRACT FOR OUTSIDE RESEARCHERS - NO
      *          ID, NAME OR CONTACT NUMBER, AGE AS A BRACKET, AND A
      *          STABLE RANDOM REFERENCE PER PERSON FROM THE KEY FILE,
      *          ROWS IN REFERENCE ORDER. EVERY MODE 2 RUN IS LOGGED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                  DIVISION.
           SELECT  CSV-FILE            ASSIGN TO "SURVEY-DATA.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

      *THE PSEUDONYMISED EXTRACT THAT MAY LEAVE THE BUILDING..........
           SELECT  PSEUDO-FILE         ASSIGN TO "SURVEY-PSEUDO.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

      *PSEUDONYMISED ROWS ARE SORTED ON THE REFERENCE - THE MASTER'S
      *ID ORDER IS DATE OF BIRTH ORDER AND MUST NOT SHOW IN THE FILE..
           SELECT  PSEUDO-SORT         ASSIGN TO "SURVEY-PSORT.TMP".

      *ID-TO-REFERENCE KEY FILE - THE ONLY WAY BACK FROM A REFERENCE
      *TO A PERSON. HELD UNDER RESTRICTED ACCESS AND NEVER SENT WITH
      *AN EXTRACT. THE REFERENCE IS A UNIQUE ALTERNATE KEY SO A DRAW
      *THAT REPEATS SOMEONE ELSE'S REFERENCE IS REFUSED AND REDRAWN...
           SELECT  PSEUDO-KEY          ASSIGN TO "SURVEY-PSEUDO-KEY.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PK-ID
           ALTERNATE RECORD KEY IS PK-REF
           FILE STATUS IS WS-PSEUDO-KEY-STATUS.

      *SAME OPERATOR FILE INTERN-SURVEY SIGNS ON AGAINST - ONLY A
      *SUPERVISOR (ROLE S) MAY RUN THE PSEUDONYMISED EXTRACT..........
           SELECT  OPERATOR-FILE       ASSIGN TO "OPERATOR-FILE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-STATUS.

      *ONE APPENDED LINE PER PSEUDONYMISED EXTRACT RUN................
           SELECT  EXTRACT-LOG         ASSIGN TO
                                        "SURVEY-PSEUDO-LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.


       DATA                            DIVISION.

               15 RADIO-SCAL4          PIC X.
               15 RADIO-SCAL5          PIC X.
           05 WS-WAVE                  PIC X(06).
           05 WS-CONSENT               PIC X.
           05 WS-CONSENT-VERSION       PIC X(04).
           05 WS-CONSENT-DATE          PIC 9(08).

       FD  CSV-FILE.
       01  CSV-LINE                    PIC X(300).

       FD  PSEUDO-FILE.
       01  PSEUDO-LINE                 PIC X(200).

       SD  PSEUDO-SORT.
       01  PSEUDO-SORT-REC.
           05 PS-REF                   PIC 9(09).
           05 PS-LINE                  PIC X(200).

       FD  PSEUDO-KEY.
       01  PSEUDO-KEY-REC.
           05 PK-ID                    PIC 9(13).
           05 PK-REF                   PIC 9(09).
           05 PK-ISSUED-DATE           PIC 9(08).
           05 FILLER                   PIC X(10).

       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05 OPR-CODE                 PIC X(08).
           05 OPR-ROLE                 PIC X.
           05 OPR-NAME                 PIC X(30).

       FD  EXTRACT-LOG.
       01  EXTRACT-LOG-LINE            PIC X(120).

       WORKING-STORAGE                 SECTION.
       01 WS-EOF                       PIC XX.
       01 WS-SORT-EOF                  PIC XX.
       01 WS-RECORD-COUNT              PIC 9999           VALUE 0.
       01 WS-NO-CONSENT-COUNT          PIC 9999           VALUE 0.

      *1 (OR BLANK) = THE FULL IN-HOUSE EXTRACT, 2 = PSEUDONYMISED....
       01 WS-EXTRACT-MODE              PIC X              VALUE "1".
       01 WS-WAVE-WANTED               PIC X(06)          VALUE SPACES.
       01 WS-PSEUDO-KEY-STATUS         PIC XX.
       01 WS-OPERATOR-STATUS           PIC XX.
       01 WS-LOG-STATUS                PIC XX.
       01 WS-SIGNON-CODE               PIC X(08)          VALUE SPACES.
       01 WS-OPERATOR-CODE             PIC X(08)          VALUE SPACES.
       01 WS-OPERATOR-ROLE             PIC X              VALUE SPACE.
       01 WS-OPR-EOF                   PIC XX.
       01 WS-NEW-REF-COUNT             PIC 9999           VALUE 0.
       01 WS-REF-ISSUED                PIC X.
       01 WS-RUN-DATE                  PIC 9(08).
       01 WS-RUN-TIME                  PIC 9(08).
       01 WS-RND                       PIC 9V9(09).
       01 WS-SEED                      PIC 9(08).
       01 WS-LOG-WAVE                  PIC X(06).

      *SAME BANDS NA000-AGE-BRACKETS USES IN INTERN-SURVEY - THE AGE
      *LEAVES ONLY AS ONE OF THESE....................................
       01 WS-BKT                       PIC 9.
       01 WS-BRACKET-NAMES-VAL.
           05 FILLER                   PIC X(08) VALUE "UNDER 20".
           05 FILLER                   PIC X(08) VALUE "20-29".
           05 FILLER                   PIC X(08) VALUE "30-39".
           05 FILLER                   PIC X(08) VALUE "40+".
       01 WS-BRACKET-NAMES             REDEFINES WS-BRACKET-NAMES-VAL.
           05 WS-BRACKET-NAME          PIC X(08) OCCURS 4 TIMES.

      *NAME FIELDS ARE FREE TEXT WITH NO COMMA RESTRICTION - QUOTE AND
      *ESCAPE THEM SO AN EMBEDDED COMMA OR QUOTE CAN'T SHIFT THE
       AA000-MAIN-PROCEDURE            SECTION.
           PERFORM BA000-INITIAL.

           IF WS-EXTRACT-MODE          = "2"
              SORT PSEUDO-SORT
                 ON ASCENDING KEY PS-REF
                 INPUT PROCEDURE IS CB000-EXTRACT-RECORDS
                 OUTPUT PROCEDURE IS EC000-WRITE-PSEUDO-FILE
            ELSE
              PERFORM CB000-EXTRACT-RECORDS
           END-IF.

           DISPLAY "RECORDS EXPORTED TO CSV: " WS-RECORD-COUNT.
           DISPLAY "LEFT OUT - DECLINED OR WITHDRAWN CONSENT: "
                   WS-NO-CONSENT-COUNT.
           IF WS-EXTRACT-MODE          = "2"
              DISPLAY "NEW REFERENCES ISSUED: " WS-NEW-REF-COUNT
              PERFORM FA000-WRITE-EXTRACT-LOG
           END-IF.
           PERFORM ZZ000-TERMINATE.
           STOP RUN.

       CB000-EXTRACT-RECORDS           SECTION.
      *A RESPONDENT WHO DECLINED, OR HAS SINCE WITHDRAWN, DID NOT
      *AGREE TO THEIR ANSWERS LEAVING THE SYSTEM - COUNT THEM, NEVER
      *EXPORT THEM.....................................................
           PERFORM UNTIL WS-EOF        = HIGH-VALUES
              EVALUATE TRUE
                 WHEN WS-EXTRACT-MODE  = "2"
                      AND WS-WAVE-WANTED NOT = SPACES
                      AND WS-WAVE      NOT = WS-WAVE-WANTED
                    CONTINUE
                 WHEN WS-CONSENT       = "N" OR "W"
                    ADD 01             TO WS-NO-CONSENT-COUNT
                 WHEN WS-EXTRACT-MODE  = "2"
                    PERFORM EA000-WRITE-PSEUDO-ROW
                 WHEN OTHER
                    PERFORM CA000-WRITE-CSV-ROW
              END-EVALUATE
              PERFORM ZA000-READ-FILE
           END-PERFORM.

       BA000-INITIAL                   SECTION.
           DISPLAY "1 = FULL EXTRACT FOR IN-HOUSE USE".
           DISPLAY "2 = PSEUDONYMISED EXTRACT FOR OUTSIDE RESEARCHERS".
           DISPLAY "CHOOSE 1 OR 2 (BLANK = 1): " WITH NO ADVANCING.
           ACCEPT WS-EXTRACT-MODE.
           IF WS-EXTRACT-MODE          = SPACE
              MOVE "1"                 TO WS-EXTRACT-MODE
           END-IF.
           IF WS-EXTRACT-MODE          NOT = "1" AND NOT = "2"
              DISPLAY "NOTHING DONE"
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT SURVEY-DATA.
           IF WS-EXTRACT-MODE          = "2"
              PERFORM BB000-START-PSEUDO
              OPEN OUTPUT PSEUDO-FILE
              PERFORM DB000-WRITE-PSEUDO-HEADER
            ELSE
              OPEN OUTPUT CSV-FILE
              PERFORM DA000-WRITE-HEADER
           END-IF.

           MOVE LOW-VALUES             TO WS-EOF.
           PERFORM ZA000-READ-FILE.

       BB000-START-PSEUDO              SECTION.
      *SUPERVISOR SIGN-ON, THE WAVE WANTED, AND THE KEY FILE - CREATED
      *EMPTY THE FIRST TIME SO EVERY LATER RUN REUSES ITS REFERENCES..
           DISPLAY "SUPERVISOR CODE: " WITH NO ADVANCING.
           ACCEPT WS-SIGNON-CODE.
           PERFORM BC000-FIND-OPERATOR.
           IF WS-OPERATOR-CODE         = SPACES
              DISPLAY "UNKNOWN OPERATOR CODE - NOTHING DONE"
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-OPERATOR-ROLE         NOT = "S"
              DISPLAY "SUPERVISORS ONLY - NOTHING DONE"
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY "WAVE TO EXTRACT (BLANK = ALL WAVES): "
                   WITH NO ADVANCING.
           ACCEPT WS-WAVE-WANTED.

           OPEN I-O PSEUDO-KEY.
           IF WS-PSEUDO-KEY-STATUS     = "35"
              OPEN OUTPUT PSEUDO-KEY
              CLOSE PSEUDO-KEY
              OPEN I-O PSEUDO-KEY
           END-IF.
           IF WS-PSEUDO-KEY-STATUS     NOT = "00"
              DISPLAY "SURVEY-PSEUDO-KEY.TXT COULD NOT BE OPENED "
                      "(STATUS " WS-PSEUDO-KEY-STATUS ") - NOTHING DONE"
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.

      *SEED OFF THE CLOCK, AS QA-CALLBACK DOES........................
           ACCEPT WS-RUN-DATE          FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME          FROM TIME.
           MOVE WS-RUN-TIME            TO WS-SEED.
           COMPUTE WS-RND              = FUNCTION RANDOM(WS-SEED).

       BC000-FIND-OPERATOR             SECTION.
      *SAME SEQUENTIAL SCAN INTERN-SURVEY'S SIGN-ON DOES..............
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS       = "00"
              AND WS-SIGNON-CODE       NOT = SPACES
              MOVE LOW-VALUES          TO WS-OPR-EOF
              PERFORM UNTIL WS-OPR-EOF = HIGH-VALUES
                 READ OPERATOR-FILE
                    AT END
                       MOVE HIGH-VALUES TO WS-OPR-EOF
                    NOT AT END
                       IF OPR-CODE     = WS-SIGNON-CODE
                          MOVE OPR-CODE TO WS-OPERATOR-CODE
                          MOVE OPR-ROLE TO WS-OPERATOR-ROLE
                          MOVE HIGH-VALUES TO WS-OPR-EOF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           IF WS-OPERATOR-STATUS       = "00"
              CLOSE OPERATOR-FILE
           END-IF.

       DA000-WRITE-HEADER              SECTION.
      *THE HEADER ROW MATCHES THE COLUMN ORDER WRITTEN FOR EACH ROW....
           MOVE SPACES                 TO CSV-LINE.
                  "OUT1,OUT2,OUT3,OUT4,OUT5,"
                  "MOVIE1,MOVIE2,MOVIE3,MOVIE4,MOVIE5,"
                  "TV1,TV2,TV3,TV4,TV5,"
                  "RADIO1,RADIO2,RADIO3,RADIO4,RADIO5,WAVE,"
                  "CONSENT,CONSENT VERSION,CONSENT DATE"
                  DELIMITED BY SIZE    INTO CSV-LINE.
           WRITE CSV-LINE.

       CA000-WRITE-CSV-ROW             SECTION.
      *ONE ROW PER RESPONDENT: PERSONAL DETAILS, THE SIX FOOD FLAGS,
      *ALL FOUR SCALE GROUPS, THE WAVE AND THE CONSENT CAPTURED.......
           MOVE WS-NAME                 TO WS-CSV-QUOTE-IN.
           PERFORM RA000-CSV-QUOTE-FIELD.
           MOVE WS-CSV-QUOTE-OUT        TO WS-NAME-CSV.
                  RADIO-SCAL5                    DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  WS-WAVE                        DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  WS-CONSENT                     DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  WS-CONSENT-VERSION             DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  WS-CONSENT-DATE                DELIMITED BY SIZE
                  INTO CSV-LINE.
           WRITE CSV-LINE.
           ADD 01                      TO WS-RECORD-COUNT.

       DB000-WRITE-PSEUDO-HEADER       SECTION.
      *SAME COLUMNS AS THE FULL EXTRACT LESS EVERYTHING THAT POINTS AT
      *A PERSON - THE REFERENCE STANDS IN FOR THE ID..................
           MOVE SPACES                 TO PSEUDO-LINE.
           STRING "REFERENCE,AGE BRACKET,GENDER,"
                  "PIZZA,PASTA,PAP AND WORS,CHICKEN,BEEF,OTHER,"
                  "OTHER FOOD TEXT,"
                  "OUT1,OUT2,OUT3,OUT4,OUT5,"
                  "MOVIE1,MOVIE2,MOVIE3,MOVIE4,MOVIE5,"
                  "TV1,TV2,TV3,TV4,TV5,"
                  "RADIO1,RADIO2,RADIO3,RADIO4,RADIO5,WAVE"
                  DELIMITED BY SIZE    INTO PSEUDO-LINE.
           WRITE PSEUDO-LINE.

       EA000-WRITE-PSEUDO-ROW          SECTION.
           PERFORM EB000-GET-REFERENCE.

           EVALUATE TRUE
              WHEN WS-AGE              < 20
                 MOVE 1                TO WS-BKT
              WHEN WS-AGE              < 30
                 MOVE 2                TO WS-BKT
              WHEN WS-AGE              < 40
                 MOVE 3                TO WS-BKT
              WHEN OTHER
                 MOVE 4                TO WS-BKT
           END-EVALUATE.

           MOVE WS-OTHER-FAV-TEXT       TO WS-CSV-QUOTE-IN.
           PERFORM RA000-CSV-QUOTE-FIELD.
           MOVE WS-CSV-QUOTE-OUT        TO WS-OTHER-TEXT-CSV.

           MOVE WS-ID                   TO WS-ID-CHECK.
           IF WS-ID-GENDER              >= 5
              MOVE "M"                  TO WS-GENDER-CSV
            ELSE
              MOVE "F"                  TO WS-GENDER-CSV
           END-IF.

           MOVE SPACES                 TO PSEUDO-LINE.
           STRING PK-REF                         DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  WS-BRACKET-NAME (WS-BKT)       DELIMITED BY "  "
                  ","                            DELIMITED BY SIZE
                  WS-GENDER-CSV                  DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  WS-FAVOUR-PIZZA                DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  WS-FAVOUR-PASTA                DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  WS-FAVOUR-PAP                  DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  WS-FAVOUR-CHICKEN              DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  WS-FAVOUR-BEEF                 DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  WS-OTHER-FAV                   DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OTHER-TEXT-CSV) DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  OUT-SCAL1                      DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  OUT-SCAL2                      DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  OUT-SCAL3                      DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  OUT-SCAL4                      DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  OUT-SCAL5                      DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  MOVIE-SCAL1                    DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  MOVIE-SCAL2                    DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  MOVIE-SCAL3                    DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  MOVIE-SCAL4                    DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  MOVIE-SCAL5                    DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  TV-SCAL1                       DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  TV-SCAL2                       DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  TV-SCAL3                       DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  TV-SCAL4                       DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  TV-SCAL5                       DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  RADIO-SCAL1                    DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  RADIO-SCAL2                    DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  RADIO-SCAL3                    DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  RADIO-SCAL4                    DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  RADIO-SCAL5                    DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  WS-WAVE                        DELIMITED BY SIZE
                  INTO PSEUDO-LINE.
           MOVE PK-REF                 TO PS-REF.
           MOVE PSEUDO-LINE            TO PS-LINE.
           RELEASE PSEUDO-SORT-REC.
           ADD 01                      TO WS-RECORD-COUNT.

       EC000-WRITE-PSEUDO-FILE         SECTION.
      *THE ROWS COME BACK IN REFERENCE ORDER, WHICH SAYS NOTHING ABOUT
      *THE PERSON BEHIND EACH ONE.....................................
           MOVE LOW-VALUES             TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF   = HIGH-VALUES
              RETURN PSEUDO-SORT
                 AT END
                    MOVE HIGH-VALUES   TO WS-SORT-EOF
                 NOT AT END
                    MOVE PS-LINE       TO PSEUDO-LINE
                    WRITE PSEUDO-LINE
              END-RETURN
           END-PERFORM.

       EB000-GET-REFERENCE             SECTION.
      *A PERSON ALREADY ON THE KEY FILE KEEPS THEIR REFERENCE FOR EVERY
      *WAVE AND EVERY LATER EXTRACT; A NEW PERSON DRAWS ONE AT RANDOM
      *UNTIL THE DRAW IS NOT ALREADY SOMEONE ELSE'S....................
           MOVE WS-ID                  TO PK-ID.
           READ PSEUDO-KEY
              KEY IS PK-ID
              INVALID KEY
                 MOVE "N"              TO WS-REF-ISSUED
              NOT INVALID KEY
                 MOVE "Y"              TO WS-REF-ISSUED
           END-READ.

           PERFORM UNTIL WS-REF-ISSUED = "Y"
              COMPUTE WS-RND           = FUNCTION RANDOM
              MOVE SPACES              TO PSEUDO-KEY-REC
              MOVE WS-ID               TO PK-ID
              COMPUTE PK-REF           = 100000000
                                       + WS-RND * 899999999
              MOVE WS-RUN-DATE         TO PK-ISSUED-DATE
              WRITE PSEUDO-KEY-REC
                 INVALID KEY
                    IF WS-PSEUDO-KEY-STATUS NOT = "22"
                       DISPLAY "SURVEY-PSEUDO-KEY.TXT WRITE FAILED "
                               "(STATUS " WS-PSEUDO-KEY-STATUS
                               ") - EXTRACT INCOMPLETE, DO NOT SEND"
                       MOVE 12         TO RETURN-CODE
                       PERFORM ZZ000-TERMINATE
                       STOP RUN
                    END-IF
                 NOT INVALID KEY
                    MOVE "Y"           TO WS-REF-ISSUED
                    ADD 01             TO WS-NEW-REF-COUNT
              END-WRITE
           END-PERFORM.

       FA000-WRITE-EXTRACT-LOG         SECTION.
      *WHEN, WHO, WHICH WAVE AND HOW MANY ROWS WENT OUT...............
           MOVE WS-WAVE-WANTED         TO WS-LOG-WAVE.
           IF WS-LOG-WAVE              = SPACES
              MOVE "ALL"               TO WS-LOG-WAVE
           END-IF.
           OPEN EXTEND EXTRACT-LOG.
           IF WS-LOG-STATUS            = "35"
              OPEN OUTPUT EXTRACT-LOG
           END-IF.
           IF WS-LOG-STATUS            NOT = "00"
              AND WS-LOG-STATUS        NOT = "05"
              DISPLAY "WARNING - EXTRACT LOG COULD NOT BE OPENED"
            ELSE
              MOVE SPACES              TO EXTRACT-LOG-LINE
              STRING WS-RUN-DATE "-" WS-RUN-TIME " "
                     WS-OPERATOR-CODE " WAVE " WS-LOG-WAVE
                     " ROWS " WS-RECORD-COUNT
                     " NO-CONSENT " WS-NO-CONSENT-COUNT
                     " NEW-REFS " WS-NEW-REF-COUNT
                     " FILE SURVEY-PSEUDO.CSV"
                     DELIMITED BY SIZE INTO EXTRACT-LOG-LINE
              WRITE EXTRACT-LOG-LINE
              CLOSE EXTRACT-LOG
           END-IF.

       RA000-CSV-QUOTE-FIELD           SECTION.
      *WRAP WS-CSV-QUOTE-IN IN DOUBLE QUOTES, DOUBLING ANY EMBEDDED
      *QUOTE, SO A COMMA OR QUOTE WITHIN THE FIELD CAN'T CORRUPT THE
                 MOVE HIGH-VALUES       TO WS-EOF.

       ZZ000-TERMINATE                 SECTION.
           IF WS-EXTRACT-MODE          = "2"
              CLOSE SURVEY-DATA PSEUDO-FILE PSEUDO-KEY
            ELSE
              CLOSE SURVEY-DATA CSV-FILE
           END-IF.
