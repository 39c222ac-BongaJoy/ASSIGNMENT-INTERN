      * Author: JOYCE MACHABA
      * Date: 08/21/2026
      * Purpose: READY-TO-USE REMINDER CALL SHEET FOR THE MORNING
      *          CHASE-UP - WALKS THE HR ROSTER MASTER FOR EVERYONE
      *          ACTIVE DURING THE CURRENT WAVE WHO HAS NOT YET
      *          SUBMITTED AND PRINTS NAME, NUMBER AND HOW MANY NIGHTS
      *          RUNNING EACH PERSON HAS BEEN MISSING, GROUPED BY
      *          CAMPUS, PLUS A COUNT OF MISSING PEOPLE THE ROSTER HAS
      *          NO CONTACT NUMBER FOR SO HR CAN FIX THEIR RECORDS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                  DIVISION.
           ALTERNATE RECORD KEY IS WS-NAME WITH DUPLICATES
           FILE STATUS IS WS-SURVEY-STATUS.

      *HR ROSTER MASTER KEPT BY HR-ROSTER-LOAD - NAME, CONTACT
      *NUMBER, CAMPUS AND THE DATES EACH PERSON IS ACTIVE.............
           SELECT  ROSTER-MASTER       ASSIGN TO "HR-ROSTER-MASTER.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RM-ID
           FILE STATUS IS WS-ROSTER-STATUS.

      *WAVE MASTER - TELLS WHICH WAVE IS RUNNING AND ITS DATES........
           SELECT  WAVE-MASTER         ASSIGN TO "WAVE-MASTER.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WVM-CODE
           FILE STATUS IS WS-WAVE-MASTER-STATUS.

      *HOW MANY NIGHTS RUNNING EACH ID HAS BEEN MISSING - REWRITTEN
      *EVERY RUN WITH TONIGHT'S MISSING SET...........................
           SELECT  HISTORY-FILE        ASSIGN TO "MISSING-HISTORY.TXT"
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

       FD  HISTORY-FILE.
       01  HISTORY-LINE.
           01 WS-EOF                   PIC XX.
           01 WS-SORT-EOF              PIC XX.
           01 WS-SURVEY-STATUS         PIC XX.
           01 WS-ROSTER-STATUS         PIC XX.
           01 WS-WAVE-MASTER-STATUS    PIC XX.
           01 WS-HISTORY-STATUS        PIC XX.
           01 WS-SURVEY-OPEN           PIC X         VALUE "N".

           01 WS-EXPECTED-COUNT        PIC 9(07)     VALUE 0.
           01 WS-MISSING-COUNT         PIC 9(07)     VALUE 0.
           01 WS-NO-CONTACT-COUNT      PIC 9(07)     VALUE 0.
           01 WS-LEFT-COUNT            PIC 9(07)     VALUE 0.
           01 WS-EXPECTED-ID           PIC 9(13).
           01 WS-FOUND-FLAG            PIC X.
           01 WS-RUN-DATE              PIC 9(08).

      *THE WAVE THE CALL SHEET IS FOR - THE OPEN WAVE WHOSE DATES
      *COVER TODAY, OR TODAY ALONE WHEN NO WAVE IS RUNNING, THE SAME
      *WINDOW NIGHTLY-BATCH COUNTS THE EXPECTED HEADCOUNT OVER........
           01 WS-WINDOW-WAVE           PIC X(06).
           01 WS-WINDOW-START          PIC 9(08).
           01 WS-WINDOW-END            PIC 9(08).
           01 WS-ACTIVE-FLAG           PIC X.

      *LAST NIGHT'S MISSING STREAKS, AND TONIGHT'S SET TO WRITE BACK..
           01 WS-HIST-MAX              PIC 9999      VALUE 2000.
              INPUT PROCEDURE IS CA000-FIND-MISSING
              OUTPUT PROCEDURE IS EA000-WRITE-CALL-SHEET.

           PERFORM GA000-WRITE-NO-CONTACT-TRAILER.
           PERFORM HA000-REWRITE-HISTORY.

           DISPLAY "EXPECTED: " WS-EXPECTED-COUNT
                   "  MISSING: " WS-MISSING-COUNT
                   "  NO CONTACT NUMBER: " WS-NO-CONTACT-COUNT.
           IF WS-TONIGHT-DROPPED       > 0
              DISPLAY "WARNING - MISSING TABLE FULL, "
                      WS-TONIGHT-DROPPED " MISSING IDS NOT TRACKED"
                                       TO CALL-SHEET-LINE.
           WRITE CALL-SHEET-LINE.

           ACCEPT WS-RUN-DATE          FROM DATE YYYYMMDD.
           PERFORM JA000-FIND-WAVE-WINDOW.
           MOVE SPACES                 TO CALL-SHEET-LINE.
           IF WS-WINDOW-WAVE           = SPACES
              STRING "NO OPEN WAVE TODAY - EVERYONE ACTIVE ON THE "
                     "ROSTER TODAY" DELIMITED BY SIZE
                     INTO CALL-SHEET-LINE
            ELSE
              STRING "WAVE: " WS-WINDOW-WAVE "  " WS-WINDOW-START
                     " TO " WS-WINDOW-END
                     DELIMITED BY SIZE INTO CALL-SHEET-LINE
           END-IF.
           WRITE CALL-SHEET-LINE.

           PERFORM KA000-LOAD-HISTORY.

           OPEN INPUT SURVEY-DATA.
                      "SHOW AS MISSING"
           END-IF.

       KA000-LOAD-HISTORY              SECTION.
      *FIRST RUN EVER HAS NO HISTORY FILE - EVERYONE MISSING TONIGHT
      *SIMPLY STARTS A STREAK OF ONE..................................
           END-IF.

       CA000-FIND-MISSING              SECTION.
      *WALK THE ROSTER MASTER - EVERYONE ACTIVE DURING THE WAVE WITHOUT
      *A SUBMISSION GOES ONTO TONIGHT'S MISSING SET, AND THE ONES WITH
      *A CONTACT NUMBER ARE RELEASED TO THE SORT FOR THE SHEET........
           OPEN INPUT ROSTER-MASTER.
           IF WS-ROSTER-STATUS         NOT = "00"
              DISPLAY "NO HR ROSTER MASTER FOUND - EMPTY "
                      "CALL SHEET"
            ELSE
              PERFORM UNTIL WS-ROSTER-STATUS NOT = "00"
                 READ ROSTER-MASTER     NEXT RECORD
                    AT END
                       MOVE "10"       TO WS-ROSTER-STATUS
                    NOT AT END
                       PERFORM JB000-CHECK-ACTIVE
                       IF WS-ACTIVE-FLAG = "Y"
                          PERFORM CB000-CHECK-ONE-PERSON
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ROSTER-MASTER
           END-IF.

       CB000-CHECK-ONE-PERSON          SECTION.
           ADD 01                      TO WS-EXPECTED-COUNT.
           MOVE RM-ID                  TO WS-EXPECTED-ID.
           PERFORM DA000-CHECK-SUBMITTED.
           IF WS-FOUND-FLAG            = "N"
              ADD 01                   TO WS-MISSING-COUNT
              PERFORM FA000-HANDLE-MISSING-ID
           END-IF.

       DA000-CHECK-SUBMITTED           SECTION.
              ADD 01                   TO WS-TONIGHT-DROPPED
           END-IF.

      *SOMEONE WHO HAS ALREADY LEFT IS NOT PHONED, AND SOMEONE WITH
      *NO NUMBER ON THE ROSTER IS COUNTED FOR THE TRAILER SO HR CAN
      *FIX THEIR RECORD - EVERYONE ELSE GOES TO THE SORT..............
           EVALUATE TRUE
              WHEN RM-END-DATE         NOT = ZERO
                 AND RM-END-DATE       < WS-RUN-DATE
                 ADD 01                TO WS-LEFT-COUNT
              WHEN RM-CONTACT          = ZERO
                 ADD 01                TO WS-NO-CONTACT-COUNT
              WHEN OTHER
                 MOVE RM-CAMPUS        TO SRT-CAMPUS
                 MOVE RM-NAME          TO SRT-NAME
                 MOVE RM-CONTACT       TO SRT-CONTACT
                 MOVE WS-THIS-NIGHTS   TO SRT-NIGHTS
                 MOVE WS-EXPECTED-ID   TO SRT-ID
                 RELEASE SORT-REC
           END-EVALUATE.

       EA000-WRITE-CALL-SHEET          SECTION.
      *ONE BLOCK PER CAMPUS, A HEADER LINE WHEN THE CAMPUS CHANGES....
              END-RETURN
           END-PERFORM.

       GA000-WRITE-NO-CONTACT-TRAILER  SECTION.
           MOVE SPACES                 TO CALL-SHEET-LINE.
           WRITE CALL-SHEET-LINE.
           MOVE WS-NO-CONTACT-COUNT    TO WS-CNT-EDIT.
           MOVE SPACES                 TO CALL-SHEET-LINE.
           STRING "MISSING IDS WITH NO CONTACT NUMBER: "
                                       DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  " - HR TO SEND A CONTACT CHANGE"
                                       DELIMITED BY SIZE
                  INTO CALL-SHEET-LINE.
           WRITE CALL-SHEET-LINE.
           MOVE WS-LEFT-COUNT          TO WS-CNT-EDIT.
           MOVE SPACES                 TO CALL-SHEET-LINE.
           STRING "MISSING IDS WHO HAVE SINCE LEFT - NOT CALLED: "
                                       DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO CALL-SHEET-LINE.
           WRITE CALL-SHEET-LINE.

           END-PERFORM.
           CLOSE HISTORY-FILE.

       JA000-FIND-WAVE-WINDOW          SECTION.
      *THE FIRST OPEN WAVE ON THE MASTER WHOSE DATES COVER TODAY - IF
      *THERE IS NONE (OR NO MASTER) THE WINDOW IS TODAY ALONE.........
           MOVE SPACES                 TO WS-WINDOW-WAVE.
           MOVE WS-RUN-DATE            TO WS-WINDOW-START.
           MOVE WS-RUN-DATE            TO WS-WINDOW-END.
           OPEN INPUT WAVE-MASTER.
           IF WS-WAVE-MASTER-STATUS    = "00"
              PERFORM UNTIL WS-WAVE-MASTER-STATUS NOT = "00"
                 READ WAVE-MASTER       NEXT RECORD
                    AT END
                       MOVE "10"       TO WS-WAVE-MASTER-STATUS
                    NOT AT END
                       IF WVM-STATUS   = "O"
                          AND WVM-START-DATE NOT > WS-RUN-DATE
                          AND WVM-END-DATE   NOT < WS-RUN-DATE
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
