      * Date: 09/02/2026
      * Purpose: NON-RESPONSE BIAS REPORT - DECODES AGE BRACKET AND
      *          GENDER FROM THE 13-DIGIT SA ID OF EVERY EXPECTED
      *          RESPONDENT (EVERYONE ON THE HR ROSTER MASTER ACTIVE
      *          DURING THE CURRENT WAVE) AND PRINTS THE DISTRIBUTIONS
      *          OF THE FULL EXPECTED POPULATION, THE SUBMITTED SET
      *          AND THE MISSING SET SIDE BY SIDE, WITH THE GAP PER
      *          GROUP, SO MANAGEMENT CAN SEE IN WRITING WHETHER THE
      *          PEOPLE WHO NEVER RESPOND SKEW OLDER OR MORE MALE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                  DIVISION.
           ALTERNATE RECORD KEY IS WS-NAME WITH DUPLICATES
           FILE STATUS IS WS-SURVEY-STATUS.

      *HR ROSTER MASTER KEPT BY HR-ROSTER-LOAD - THE EXPECTED
      *POPULATION IS EVERYONE ON IT WHO IS ACTIVE DURING THE WAVE.....
           SELECT  ROSTER-MASTER       ASSIGN TO "HR-ROSTER-MASTER.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RM-ID
           FILE STATUS IS WS-EXPECTED-STATUS.

      *WAVE MASTER - TELLS WHICH WAVE IS RUNNING AND ITS DATES........
           SELECT  WAVE-MASTER         ASSIGN TO "WAVE-MASTER.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WVM-CODE
           FILE STATUS IS WS-WAVE-MASTER-STATUS.

           SELECT  BIAS-REPORT         ASSIGN TO
                                        "NONRESP-BIAS-REPORT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
             10 WS-OTHER-FAV-TEXT      PIC X(20).
           05 SCALES                   PIC X(20).
           05 WS-WAVE                  PIC X(06).
           05 WS-CONSENT               PIC X.
           05 WS-CONSENT-VERSION       PIC X(04).
           05 WS-CONSENT-DATE          PIC 9(08).

      *SAME HR ROSTER MASTER LAYOUT HR-ROSTER-LOAD KEEPS..............
       FD  ROSTER-MASTER.
       01  ROSTER-MASTER-REC.
           05 RM-ID                    PIC 9(13).
           05 RM-NAME                  PIC X(30).
           05 RM-CONTACT               PIC 9(10).
           05 RM-CAMPUS                PIC X(15).
           05 RM-START-DATE            PIC 9(08).
           05 RM-END-DATE              PIC 9(08).
           05 RM-CAMPUS-DATE           PIC 9(08).
           05 RM-PREV-CAMPUS           PIC X(15).
           05 RM-CONTACT-DATE          PIC 9(08).
           05 RM-LAST-ACTION           PIC X.
           05 RM-LAST-FEED-DATE        PIC 9(08).
           05 FILLER                   PIC X(26).

      *SAME WAVE MASTER LAYOUT WAVE-MAINT KEEPS.......................
       FD  WAVE-MASTER.
       01  WAVE-MASTER-REC.
           05 WVM-CODE                 PIC X(06).
           05 WVM-DESC                 PIC X(30).
           05 WVM-START-DATE           PIC 9(08).
           05 WVM-END-DATE             PIC 9(08).
           05 WVM-STATUS               PIC X.
           05 FILLER                   PIC X(27).

       FD  BIAS-REPORT.
       01  BIAS-REPORT-LINE            PIC X(132).
       WORKING-STORAGE                 SECTION.
       01 WS-SURVEY-STATUS             PIC XX.
       01 WS-EXPECTED-STATUS           PIC XX.
       01 WS-WAVE-MASTER-STATUS        PIC XX.
       01 WS-NOT-ACTIVE-COUNT          PIC 9(07)     VALUE 0.

      *THE WAVE THE EXPECTED POPULATION IS TAKEN FOR - THE OPEN WAVE
      *WHOSE DATES COVER TODAY, OR TODAY ALONE WHEN NO WAVE IS
      *RUNNING, THE SAME WINDOW NIGHTLY-BATCH USES....................
       01 WS-WINDOW-WAVE               PIC X(06).
       01 WS-WINDOW-START              PIC 9(08).
       01 WS-WINDOW-END                PIC 9(08).
       01 WS-ACTIVE-FLAG               PIC X.
       01 WS-SURVEY-OPEN               PIC X         VALUE "N".
       01 WS-EXPECTED-ID               PIC 9(13).
       01 WS-FOUND-FLAG                PIC X.
           05 WS-RUN-YEAR              PIC 9999.
           05 WS-RUN-MONTH             PIC 99.
           05 WS-RUN-DAY               PIC 99.
       01 WS-RUN-DATE-N                REDEFINES WS-RUN-DATE
                                       PIC 9(08).

       PROCEDURE                       DIVISION.

                  DELIMITED BY SIZE    INTO BIAS-REPORT-LINE.
           WRITE BIAS-REPORT-LINE.

           PERFORM JA000-FIND-WAVE-WINDOW.
           MOVE SPACES                 TO BIAS-REPORT-LINE.
           IF WS-WINDOW-WAVE           = SPACES
              MOVE "NO OPEN WAVE TODAY - EXPECTED MEANS ACTIVE ON THE "
                                       TO BIAS-REPORT-LINE
              MOVE "ROSTER TODAY"      TO BIAS-REPORT-LINE (52:12)
            ELSE
              STRING "WAVE: " WS-WINDOW-WAVE "  " WS-WINDOW-START
                     " TO " WS-WINDOW-END
                     " - EXPECTED MEANS ON THE ROSTER AND ACTIVE IN "
                     "THE WAVE"
                     DELIMITED BY SIZE INTO BIAS-REPORT-LINE
           END-IF.
           WRITE BIAS-REPORT-LINE.

           OPEN INPUT SURVEY-DATA.
           IF WS-SURVEY-STATUS         = "00"
              MOVE "Y"                 TO WS-SURVEY-OPEN
           END-IF.

       CA000-PASS-EXPECTED             SECTION.
      *ONE PASS OVER THE ROSTER MASTER - EACH PERSON ACTIVE DURING THE
      *WAVE FEEDS THE EXPECTED DISTRIBUTION AND THEN EITHER THE
      *SUBMITTED OR THE MISSING ONE, DECIDED BY A DIRECT KEYED READ AS
      *IN NIGHTLY-BATCH. LEAVERS AND LATER STARTERS ARE ONLY COUNTED..
           OPEN INPUT ROSTER-MASTER.
           IF WS-EXPECTED-STATUS       NOT = "00"
              DISPLAY "NO HR ROSTER MASTER FOUND - NOTHING TO "
                      "REPORT"
            ELSE
              PERFORM UNTIL WS-EXPECTED-STATUS NOT = "00"
                 READ ROSTER-MASTER     NEXT RECORD
                    AT END
                       MOVE "10"       TO WS-EXPECTED-STATUS
                    NOT AT END
                       PERFORM JB000-CHECK-ACTIVE
                       IF WS-ACTIVE-FLAG = "Y"
                          MOVE RM-ID   TO WS-EXPECTED-ID
                          PERFORM DA000-TALLY-ONE-ID
                        ELSE
                          ADD 01       TO WS-NOT-ACTIVE-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ROSTER-MASTER
           END-IF.

       DA000-TALLY-ONE-ID              SECTION.
                  "  MISSING: "        WS-CNT-EDIT-3
                  DELIMITED BY SIZE    INTO BIAS-REPORT-LINE.
           WRITE BIAS-REPORT-LINE.
           MOVE WS-NOT-ACTIVE-COUNT    TO WS-CNT-EDIT-1.
           MOVE SPACES                 TO BIAS-REPORT-LINE.
           STRING "ON THE ROSTER BUT NOT ACTIVE DURING THE WAVE - "
                  "NOT EXPECTED: "     WS-CNT-EDIT-1
                  DELIMITED BY SIZE    INTO BIAS-REPORT-LINE.
           WRITE BIAS-REPORT-LINE.

           MOVE "GAP = SUBMITTED PCT MINUS EXPECTED PCT"
                                       TO BIAS-REPORT-LINE.
                  DELIMITED BY SIZE    INTO BIAS-REPORT-LINE.
           WRITE BIAS-REPORT-LINE.

       JA000-FIND-WAVE-WINDOW          SECTION.
      *THE FIRST OPEN WAVE ON THE MASTER WHOSE DATES COVER TODAY - IF
      *THERE IS NONE (OR NO MASTER) THE WINDOW IS TODAY ALONE.........
           MOVE SPACES                 TO WS-WINDOW-WAVE.
           MOVE WS-RUN-DATE-N          TO WS-WINDOW-START.
           MOVE WS-RUN-DATE-N          TO WS-WINDOW-END.
           OPEN INPUT WAVE-MASTER.
           IF WS-WAVE-MASTER-STATUS    = "00"
              PERFORM UNTIL WS-WAVE-MASTER-STATUS NOT = "00"
                 READ WAVE-MASTER       NEXT RECORD
                    AT END
                       MOVE "10"       TO WS-WAVE-MASTER-STATUS
                    NOT AT END
                       IF WVM-STATUS   = "O"
                          AND WVM-START-DATE NOT > WS-RUN-DATE-N
                          AND WVM-END-DATE   NOT < WS-RUN-DATE-N
                          MOVE WVM-CODE TO WS-WINDOW-WAVE
                          MOVE WVM-START-DATE TO WS-WINDOW-START
                          MOVE WVM-END-DATE   TO WS-WINDOW-END
                          MOVE "10"    TO WS-WAVE-MASTER-STATUS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE WAVE-MASTER
           END-IF.

       JB000-CHECK-ACTIVE              SECTION.
      *ACTIVE DURING THE WINDOW = STARTED ON OR BEFORE ITS LAST DAY
      *AND NOT LEFT BEFORE ITS FIRST DAY (END DATE ZERO = NOT LEFT)...
           MOVE "Y"                    TO WS-ACTIVE-FLAG.
           IF RM-START-DATE            > WS-WINDOW-END
              MOVE "N"                 TO WS-ACTIVE-FLAG
           END-IF.
           IF RM-END-DATE              NOT = ZERO
              AND RM-END-DATE          < WS-WINDOW-START
              MOVE "N"                 TO WS-ACTIVE-FLAG
           END-IF.

       ZZ000-TERMINATE                 SECTION.
           IF WS-SURVEY-OPEN           = "Y"
              CLOSE SURVEY-DATA
