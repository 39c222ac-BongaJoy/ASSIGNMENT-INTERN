      ******************************************************************
      * Author: JOYCE MACHABA
      * Date: 10/15/2026
      * Purpose: ONE-OFF CONVERSION OF SURVEY-DATA.TXT FROM THE OLD
      *          135-BYTE RECORD TO THE 148-BYTE RECORD THAT CARRIES
      *          THE CONSENT ANSWER, WORDING VERSION AND DATE. UNLOADS
      *          THE OLD INDEXED FILE TO A FLAT FILE, BACKS UP THE OLD
      *          FILE, THEN RELOADS IT IN THE NEW LAYOUT WITH CONSENT
      *          SPACE (NOT ASKED), VERSION SPACES AND DATE ZERO.
      *          RUN ONCE, WITH THE DESKS SIGNED OFF. A FILE ALREADY IN
      *          THE NEW LAYOUT WILL NOT OPEN AS THE OLD ONE, SO A
      *          SECOND RUN IS REFUSED AND CHANGES NOTHING.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                  DIVISION.

       PROGRAM-ID.                     SURVEY-CONVERT.
       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
      *THE LIVE FILE AS IT STANDS, READ IN THE OLD LAYOUT.............
           SELECT  OLD-SURVEY-DATA     ASSIGN TO "SURVEY-DATA.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OLD-ID
           ALTERNATE RECORD KEY IS OLD-NAME WITH DUPLICATES
           FILE STATUS IS WS-OLD-STATUS.

      *THE SAME FILE REBUILT IN THE NEW LAYOUT........................
           SELECT  SURVEY-DATA         ASSIGN TO "SURVEY-DATA.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WS-ID
           ALTERNATE RECORD KEY IS WS-NAME WITH DUPLICATES
           FILE STATUS IS WS-SURVEY-STATUS.

      *FLAT COPY OF EVERY RECORD IN THE NEW LAYOUT - KEPT AFTER THE
      *RUN AS A SECOND WAY BACK.......................................
           SELECT  UNLOAD-FILE         ASSIGN TO
                                        "SURVEY-DATA-UNLOAD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UNLOAD-STATUS.


       DATA                            DIVISION.

       FILE                            SECTION.
      *INTERN-SURVEY'S SURVEY-DATA RECORD BEFORE CONSENT WAS ADDED....
       FD OLD-SURVEY-DATA.
       01  OLD-DATA-REC.
           05 OLD-ID                   PIC 9(13).
           05 OLD-NAME                 PIC X(20).
           05 OLD-REST                 PIC X(102).

      *SAME RECORD LAYOUT AS INTERN-SURVEY'S SURVEY-DATA FILE..........
       FD SURVEY-DATA.
       01  DATA-REC.
           05 PERSONAL-DETAILS.
             10 WS-ID                  PIC 9(13).
             10 WS-NAME                PIC X(20).
             10 WS-FIRST-NAMES         PIC X(30).
             10 WS-CONTACT-NUMBER      PIC 9(10).
             10 WS-DATE.
                15 WS-MM               PIC 99.
                15 WS-DD               PIC 99.
                15 WS-YEAR             PIC 9999.
             10 WS-AGE                 PIC 99.
           05  WS-FAVOURITE-FOOD.
             10 WS-FAVOUR-PIZZA        PIC X.
             10 WS-FAVOUR-PASTA        PIC X.
             10 WS-FAVOUR-PAP          PIC X.
             10 WS-FAVOUR-CHICKEN      PIC X.
             10 WS-FAVOUR-BEEF         PIC X.
             10 WS-OTHER-FAV           PIC X.
             10 WS-OTHER-FAV-TEXT      PIC X(20).
           05 SCALES                   PIC X(20).
           05 WS-WAVE                  PIC X(06).
           05 WS-CONSENT               PIC X.
           05 WS-CONSENT-VERSION       PIC X(04).
           05 WS-CONSENT-DATE          PIC 9(08).

       FD  UNLOAD-FILE.
       01  UNLOAD-REC                  PIC X(148).

       WORKING-STORAGE                 SECTION.
       01 WS-EOF                       PIC XX.
       01 WS-OLD-STATUS                PIC XX.
       01 WS-SURVEY-STATUS             PIC XX.
       01 WS-UNLOAD-STATUS             PIC XX.
       01 WS-UNLOAD-COUNT              PIC 9(07)     VALUE 0.
       01 WS-UNLOAD-FAILED             PIC X         VALUE "N".
       01 WS-RELOAD-COUNT              PIC 9(07)     VALUE 0.
       01 WS-REJECTED-COUNT            PIC 9(07)     VALUE 0.

       01 WS-BACKUP-DATE.
           05 WS-BACKUP-YEAR           PIC 9999.
           05 WS-BACKUP-MONTH          PIC 99.
           05 WS-BACKUP-DAY            PIC 99.
       01 WS-BACKUP-CMD                PIC X(100).

       PROCEDURE                       DIVISION.
       AA000-MAIN-PROCEDURE            SECTION.
           PERFORM BA000-UNLOAD.
           PERFORM CA000-BACKUP-OLD-FILE.
           PERFORM DA000-RELOAD.

           DISPLAY "CONTROL TOTALS - UNLOADED: " WS-UNLOAD-COUNT
                   "  RELOADED: " WS-RELOAD-COUNT
                   "  REJECTED: " WS-REJECTED-COUNT.
           IF WS-RELOAD-COUNT          NOT = WS-UNLOAD-COUNT
              DISPLAY "COUNTS DO NOT AGREE - RESTORE FROM THE BACKUP "
                      "OR RELOAD FROM SURVEY-DATA-UNLOAD.TXT"
              MOVE 12                  TO RETURN-CODE
            ELSE
              MOVE 0                   TO RETURN-CODE
           END-IF.
           STOP RUN.

       BA000-UNLOAD                    SECTION.
      *EVERY OLD RECORD, PADDED OUT TO THE NEW LAYOUT. A FILE THAT
      *WILL NOT OPEN AS THE OLD LAYOUT (STATUS 39 WHEN IT IS ALREADY
      *CONVERTED) IS LEFT ALONE. A SHORT UNLOAD STOPS THE RUN BEFORE
      *THE OLD FILE IS BACKED UP AND OVERWRITTEN......................
           OPEN INPUT OLD-SURVEY-DATA.
           IF WS-OLD-STATUS            NOT = "00"
              DISPLAY "SURVEY-DATA.TXT DID NOT OPEN IN THE OLD "
                      "135-BYTE LAYOUT (STATUS " WS-OLD-STATUS ") - "
                      "ALREADY CONVERTED OR MISSING, NOTHING DONE"
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT UNLOAD-FILE.
           IF WS-UNLOAD-STATUS         NOT = "00"
              DISPLAY "SURVEY-DATA-UNLOAD.TXT COULD NOT BE OPENED "
                      "(STATUS " WS-UNLOAD-STATUS ") - NOTHING DONE"
              CLOSE OLD-SURVEY-DATA
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE LOW-VALUES             TO WS-EOF.
           PERFORM UNTIL WS-EOF        = HIGH-VALUES
              READ OLD-SURVEY-DATA     NEXT RECORD
                 AT END
                    MOVE HIGH-VALUES   TO WS-EOF
                 NOT AT END
                    MOVE OLD-DATA-REC  TO DATA-REC
                    MOVE SPACE         TO WS-CONSENT
                    MOVE SPACES        TO WS-CONSENT-VERSION
                    MOVE ZERO          TO WS-CONSENT-DATE
                    MOVE DATA-REC      TO UNLOAD-REC
                    WRITE UNLOAD-REC
                    IF WS-UNLOAD-STATUS NOT = "00"
                       MOVE "Y"        TO WS-UNLOAD-FAILED
                       MOVE HIGH-VALUES TO WS-EOF
                     ELSE
                       ADD 01          TO WS-UNLOAD-COUNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OLD-SURVEY-DATA.
           CLOSE UNLOAD-FILE.
           IF WS-UNLOAD-FAILED         = "Y"
              DISPLAY "WRITE TO SURVEY-DATA-UNLOAD.TXT FAILED (STATUS "
                      WS-UNLOAD-STATUS ") AFTER " WS-UNLOAD-COUNT
                      " RECORDS - NOTHING RELOADED, THE OLD FILE IS "
                      "UNTOUCHED"
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.

       CA000-BACKUP-OLD-FILE           SECTION.
      *BACK UP THE OLD FILE BEFORE OPEN OUTPUT TRUNCATES IT, AS
      *CREATE-IDX-FILE DOES - NO BACKUP, NO RELOAD....................
           ACCEPT WS-BACKUP-DATE       FROM DATE YYYYMMDD.
           MOVE SPACES                 TO WS-BACKUP-CMD.
           STRING "cp SURVEY-DATA.TXT SURVEY-DATA-135-BACKUP-"
                  WS-BACKUP-YEAR  WS-BACKUP-MONTH  WS-BACKUP-DAY
                  ".TXT"
                  DELIMITED BY SIZE    INTO WS-BACKUP-CMD.
           CALL "SYSTEM"               USING WS-BACKUP-CMD.
           IF RETURN-CODE              NOT = 0
              DISPLAY "BACKUP OF SURVEY-DATA.TXT FAILED - NOTHING "
                      "RELOADED, THE OLD FILE IS UNTOUCHED"
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.

       DA000-RELOAD                    SECTION.
      *THE UNLOAD IS ALREADY IN KEY ORDER, SO THE SEQUENTIAL WRITES
      *GO STRAIGHT IN.................................................
           OPEN INPUT UNLOAD-FILE.
           IF WS-UNLOAD-STATUS         NOT = "00"
              DISPLAY "SURVEY-DATA-UNLOAD.TXT COULD NOT BE OPENED "
                      "(STATUS " WS-UNLOAD-STATUS ") - NOTHING "
                      "RELOADED, THE OLD FILE IS UNTOUCHED"
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT SURVEY-DATA.
           IF WS-SURVEY-STATUS         NOT = "00"
              DISPLAY "SURVEY-DATA.TXT COULD NOT BE OPENED FOR OUTPUT "
                      "(STATUS " WS-SURVEY-STATUS ") - RELOAD FROM "
                      "SURVEY-DATA-UNLOAD.TXT"
              CLOSE UNLOAD-FILE
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE LOW-VALUES             TO WS-EOF.
           PERFORM UNTIL WS-EOF        = HIGH-VALUES
              READ UNLOAD-FILE
                 AT END
                    MOVE HIGH-VALUES   TO WS-EOF
                 NOT AT END
                    MOVE UNLOAD-REC    TO DATA-REC
                    WRITE DATA-REC
                       INVALID KEY
                          ADD 01       TO WS-REJECTED-COUNT
                          DISPLAY "ID " WS-ID " NOT RELOADED (STATUS "
                                  WS-SURVEY-STATUS ")"
                       NOT INVALID KEY
                          ADD 01       TO WS-RELOAD-COUNT
                    END-WRITE
              END-READ
           END-PERFORM.
           CLOSE UNLOAD-FILE.
           CLOSE SURVEY-DATA.
