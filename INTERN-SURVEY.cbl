           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUIESCE-STATUS.

      *WAVE MASTER, MAINTAINED BY WAVE-MAINT - A SESSION WAVE MUST BE
      *ON IT, OPEN, AND INSIDE ITS FIELD DATES ON THE CAPTURE DAY.....
           SELECT  WAVE-MASTER         ASSIGN TO "WAVE-MASTER.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WVM-CODE
           FILE STATUS IS WS-MASTER-STATUS
           SHARING WITH ALL OTHER.

      *PAPER FORMS - A FORM KEYED FROM PAPER WAITS HERE, KEYED ON ITS
      *BATCH AND FORM NUMBER, UNTIL A SECOND OPERATOR HAS RE-KEYED IT
      *AND THE TWO KEYINGS AGREE - ONLY THEN DOES IT GO ONTO
      *SURVEY-DATA. KEPT AFTERWARDS FOR THE MISMATCH-RATE REPORT......
           SELECT  PENDING-FILE        ASSIGN TO "SURVEY-PENDING.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PND-KEY
           FILE STATUS IS WS-PENDING-STATUS
           SHARING WITH ALL OTHER
           LOCK MODE IS MANUAL.

      *NIGHTLY-BATCH'S PRE-AGGREGATED RESULTS - OPTIONS 2 AND 5 READ
      *THEIR FIGURES FROM HERE, NOT FROM A PASS OF SURVEY-DATA........
           SELECT  SUMMARY-FILE        ASSIGN TO "RESULTS-SUMMARY.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUMMARY-STATUS.

      *VOUCHER REGISTER - ONE CANTEEN VOUCHER PER NEW RESPONDENT, THE
      *NUMBER TAKEN OFF THE CONTROL RECORD (VOUCHER ZERO) UNDER A LOCK
      *SO TWO DESKS CAN NEVER HAND OUT THE SAME ONE. SHARED AND LOCKED
      *LIKE SURVEY-DATA; VOUCHER-RECON READS IT EVERY WEEK............
           SELECT  VOUCHER-REGISTER    ASSIGN TO "VOUCHER-REGISTER.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VCH-NUMBER
           ALTERNATE RECORD KEY IS VCH-ID WITH DUPLICATES
           FILE STATUS IS WS-VOUCHER-STATUS
           SHARING WITH ALL OTHER
           LOCK MODE IS MANUAL.


       DATA                            DIVISION.

             10 STMT-RATING            OCCURS 4 TIMES.
               15 STMT-COL             PIC X  OCCURS 5 TIMES.
           05 WS-WAVE                  PIC X(06).
           05 WS-CONSENT               PIC X.
           05 WS-CONSENT-VERSION       PIC X(04).
           05 WS-CONSENT-DATE          PIC 9(08).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(100).
           05 QSC-STATE                PIC X(04).
           05 QSC-STAMP                PIC X(20).

      *ONE RECORD PER WAVE - STATUS P/O/C/A, DATES ARE YYYYMMDD.......
       FD  WAVE-MASTER.
       01  WAVE-MASTER-REC.
           05 WVM-CODE                 PIC X(06).
           05 WVM-DESC                 PIC X(30).
           05 WVM-START-DATE           PIC 9(08).
           05 WVM-END-DATE             PIC 9(08).
           05 WVM-STATUS               PIC X.
           05 FILLER                   PIC X(27).

      *ONE RECORD PER PAPER FORM. STATUS P = KEYED ONCE, WAITING FOR
      *ITS SECOND KEYING; M = THE KEYINGS DISAGREE, WAITING FOR A
      *SUPERVISOR; L = LIVE ON SURVEY-DATA. ONE RESULT BYTE PER
      *COMPARED FIELD: SPACE = AGREED, ? = DISAGREED, 1 OR 2 = THE
      *SUPERVISOR TOOK THAT KEYING (SO THE OTHER KEYER WAS WRONG).....
       FD  PENDING-FILE.
       01  PENDING-REC.
           05 PND-KEY.
              10 PND-BATCH             PIC X(06).
              10 PND-FORM              PIC 9(04).
           05 PND-STATUS               PIC X.
           05 PND-WAVE                 PIC X(06).
           05 PND-KEY1-OPERATOR        PIC X(08).
           05 PND-KEY1-DATE            PIC 9(08).
           05 PND-KEY2-OPERATOR        PIC X(08).
           05 PND-KEY2-DATE            PIC 9(08).
           05 PND-RESOLVER             PIC X(08).
           05 PND-RESOLVE-DATE         PIC 9(08).
           05 PND-MISMATCH-COUNT       PIC 99.
           05 PND-FIELD-RESULT         PIC X     OCCURS 12 TIMES.
           05 PND-FIRST-IMAGE          PIC X(148).
           05 PND-SECOND-IMAGE         PIC X(148).
           05 FILLER                   PIC X(20).

      *SAME LAYOUT AS NIGHTLY-BATCH'S RESULTS SUMMARY FILE.............
       FD  SUMMARY-FILE.
       01  SUMMARY-REC.
           05 SUM-TYPE                 PIC X.
           05 FILLER                   PIC X(179).
       01  SUMMARY-HEADER-REC.
           05 FILLER                   PIC X.
           05 SUMH-BUILD-DATE          PIC 9(08).
           05 SUMH-BUILD-TIME          PIC 9(08).
           05 SUMH-MASTER-COUNT        PIC 9(07).
           05 FILLER                   PIC X(156).
       01  SUMMARY-CELL-REC.
           05 FILLER                   PIC X.
           05 SUMC-DATA.
              10 SUMC-WAVE             PIC X(06).
              10 SUMC-BRACKET          PIC 9.
              10 SUMC-GENDER           PIC X.
              10 SUMC-CAMPUS           PIC X(15).
              10 SUMC-RESPONDENTS      PIC 9(05).
              10 SUMC-AGE-TOTAL        PIC 9(07).
              10 SUMC-AGE-MIN          PIC 99.
              10 SUMC-AGE-MAX          PIC 99.
              10 SUMC-FOOD             PIC 9(05) OCCURS 6 TIMES.
              10 SUMC-OTHER-NO-TEXT    PIC 9(05).
              10 SUMC-STMT             OCCURS 4 TIMES.
                 15 SUMC-RATING        PIC 9(05) OCCURS 5 TIMES.
           05 FILLER                   PIC X(05).

      *ONE RECORD PER VOUCHER. STATUS I = ISSUED AND LIVE, V = VOIDED
      *BY A DELETE. SOURCE D = DESK CAPTURE, P = PAPER FORM MADE LIVE.
      *VOUCHER ZERO IS THE CONTROL RECORD - THE LAST NUMBER ISSUED....
       FD  VOUCHER-REGISTER.
       01  VOUCHER-REC.
           05 VCH-NUMBER               PIC 9(08).
           05 VCH-ID                   PIC 9(13).
           05 VCH-WAVE                 PIC X(06).
           05 VCH-STATUS               PIC X.
           05 VCH-SOURCE               PIC X.
           05 VCH-ISSUE-OPERATOR       PIC X(08).
           05 VCH-ISSUE-DATE           PIC 9(08).
           05 VCH-ISSUE-TIME           PIC 9(08).
           05 VCH-VOID-OPERATOR        PIC X(08).
           05 VCH-VOID-DATE            PIC 9(08).
           05 VCH-VOID-TIME            PIC 9(08).
           05 FILLER                   PIC X(20).
       01  VOUCHER-CONTROL-REC.
           05 VCC-KEY                  PIC 9(08).
           05 VCC-ID                   PIC 9(13).
           05 VCC-LAST-ISSUED          PIC 9(08).
           05 FILLER                   PIC X(68).

       WORKING-STORAGE                 SECTION.
      *VARIALES I HAVE USED FOR THE PROGRAM......
       01  RESPONSEZ.
       01 OTHER-FAV-COUNT              PIC 9999.
       01 WS-EOF                       PIC XX.
       01 ERR-MESSAGE                  PIC X(100).
       01 WS-TOTAL-AGE                 PIC 9(07).

       01 WS-SURVEY-COUNT              PIC 9999.
       01 WS-AVAG-AGE                  PIC 999.

      *THE RESULTS SUMMARY IS ONLY USED WHILE ITS STAMP STILL EQUALS
      *THE NUMBER OF RECORDS ON SURVEY-DATA...........................
       01 WS-SUMMARY-STATUS            PIC XX.
       01 WS-SUMMARY-EOF               PIC XX.
       01 WS-SUMMARY-OK                PIC X.
       01 WS-LIVE-COUNT                PIC 9(07).
       01 WS-MAX-AGE                   PIC 999.
       01 WS-MIN-AGE                   PIC 999.

       01 WS-STMT-LBL                  PIC X(21).

       01 WS-TEMP-AGE                  PIC 99.
       01 WS-SAVE-REC                  PIC X(148).
       01 WS-SURVEY-SAVED              PIC X.
       01 WS-LOOKUP-FOUND              PIC X.
       01 WS-DELETE-FOUND              PIC X.
       01 WS-SESSION-WAVE              PIC X(06).
       01 WS-WAVE-FILTER               PIC X(06).

      *WAVE MASTER CHECK FIELDS - TODAY AS YYYYMMDD AGAINST THE WAVE'S
      *FIELD DATES....................................................
       01 WS-MASTER-STATUS             PIC XX.
       01 WS-TODAY                     PIC 9(08).
       01 WS-CHECK-WAVE                PIC X(06).
       01 WS-CHECK-REASON              PIC X(60).

      *CONSENT - THE VERSION OF THE CONSENT WORDING THE DESKS READ OUT
      *IS STAMPED ON EVERY ANSWER, SO RAISE IT WHENEVER LEGAL CHANGES
      *THAT WORDING. THE ANSWER AS READ IS KEPT SO A CORRECTION ONLY
      *RE-STAMPS THE VERSION AND DATE WHEN THE ANSWER ACTUALLY CHANGED
       01 WS-CONSENT-WORDING           PIC X(04)     VALUE "V001".
       01 WS-CONSENT-BEFORE-EDIT       PIC X.

      *PAPER FORM FIELDS - THE BATCH AND FORM NUMBER WRITTEN ON THE
      *FORM, WHETHER A KEYING WAS FINISHED (Y) OR ABANDONED (X), AND
      *WHETHER THE FORM MADE IT ONTO THE LIVE FILE....................
       01 WS-PENDING-STATUS            PIC XX.
       01 WS-PND-BATCH-IN              PIC X(06).
       01 WS-PND-FORM-IN               PIC 9(04).
       01 WS-PND-FOUND                 PIC X.
       01 WS-FORM-DONE                 PIC X.
       01 WS-FORM-KEYED                PIC X.
       01 WS-FORM-LIVE                 PIC X.

      *VOUCHER FIELDS - THE NUMBER JUST ISSUED (ZERO WHEN NONE COULD
      *BE), WHETHER IT CAME FROM THE DESK OR A PAPER FORM, AND HOW
      *LONG TO WAIT ON ANOTHER DESK HOLDING THE CONTROL RECORD........
       01 WS-VOUCHER-STATUS            PIC XX.
       01 WS-VOUCHER-NUMBER            PIC 9(08).
       01 WS-VOUCHER-SOURCE            PIC X.
       01 WS-VOUCHER-MESSAGE           PIC X(70).
       01 WS-VOUCHER-ID                PIC 9(13).
       01 WS-VOUCHER-WAVE              PIC X(06).
       01 WS-VCH-GOT-CONTROL           PIC X.
       01 WS-VCH-TRIES                 PIC 99.
       01 WS-VCH-MAX-TRIES             PIC 99        VALUE 10.
       01 WS-VCH-WAIT-SECONDS          PIC 9(08)     VALUE 1.
       01 WS-VCH-EOF                   PIC X.
       01 WS-VCH-VOIDED                PIC 99.

      *THE FIELDS COMPARED BETWEEN THE TWO KEYINGS - NAME, START AND
      *LENGTH IN DATA-REC, AND HOW MANY LEADING MARK BYTES SHOW A
      *BLANK AS "." SO A MISSING X IS VISIBLE SIDE BY SIDE. THE WAVE
      *AND CONSENT STAMPS ARE SET BY THE PROGRAM, NOT KEYED...........
       01 WS-VFY-FIELD-DEFS.
           05 FILLER                   PIC X(14) VALUE "ID NUMBER".
           05 FILLER                   PIC 999   VALUE 001.
           05 FILLER                   PIC 99    VALUE 13.
           05 FILLER                   PIC 9     VALUE 0.
           05 FILLER                   PIC X(14) VALUE "SURNAME".
           05 FILLER                   PIC 999   VALUE 014.
           05 FILLER                   PIC 99    VALUE 20.
           05 FILLER                   PIC 9     VALUE 0.
           05 FILLER                   PIC X(14) VALUE "FIRST NAMES".
           05 FILLER                   PIC 999   VALUE 034.
           05 FILLER                   PIC 99    VALUE 30.
           05 FILLER                   PIC 9     VALUE 0.
           05 FILLER                   PIC X(14) VALUE "CONTACT NUMBER".
           05 FILLER                   PIC 999   VALUE 064.
           05 FILLER                   PIC 99    VALUE 10.
           05 FILLER                   PIC 9     VALUE 0.
           05 FILLER                   PIC X(14) VALUE "DATE MMDDYYYY".
           05 FILLER                   PIC 999   VALUE 074.
           05 FILLER                   PIC 99    VALUE 08.
           05 FILLER                   PIC 9     VALUE 0.
           05 FILLER                   PIC X(14) VALUE "AGE".
           05 FILLER                   PIC 999   VALUE 082.
           05 FILLER                   PIC 99    VALUE 02.
           05 FILLER                   PIC 9     VALUE 0.
           05 FILLER                   PIC X(14) VALUE "CONSENT".
           05 FILLER                   PIC 999   VALUE 136.
           05 FILLER                   PIC 99    VALUE 01.
           05 FILLER                   PIC 9     VALUE 0.
           05 FILLER                   PIC X(14) VALUE "FOOD + OTHER".
           05 FILLER                   PIC 999   VALUE 084.
           05 FILLER                   PIC 99    VALUE 26.
           05 FILLER                   PIC 9     VALUE 6.
           05 FILLER                   PIC X(14) VALUE "STATEMENT 1".
           05 FILLER                   PIC 999   VALUE 110.
           05 FILLER                   PIC 99    VALUE 05.
           05 FILLER                   PIC 9     VALUE 5.
           05 FILLER                   PIC X(14) VALUE "STATEMENT 2".
           05 FILLER                   PIC 999   VALUE 115.
           05 FILLER                   PIC 99    VALUE 05.
           05 FILLER                   PIC 9     VALUE 5.
           05 FILLER                   PIC X(14) VALUE "STATEMENT 3".
           05 FILLER                   PIC 999   VALUE 120.
           05 FILLER                   PIC 99    VALUE 05.
           05 FILLER                   PIC 9     VALUE 5.
           05 FILLER                   PIC X(14) VALUE "STATEMENT 4".
           05 FILLER                   PIC 999   VALUE 125.
           05 FILLER                   PIC 99    VALUE 05.
           05 FILLER                   PIC 9     VALUE 5.
       01 WS-VFY-FIELD-TABLE           REDEFINES WS-VFY-FIELD-DEFS.
           05 WS-VFY-FIELD             OCCURS 12 TIMES.
              10 WS-VFY-FIELD-NAME     PIC X(14).
              10 WS-VFY-FIELD-START    PIC 999.
              10 WS-VFY-FIELD-LEN      PIC 99.
              10 WS-VFY-FIELD-DOTS     PIC 9.
       01 WS-VFY-IDX                   PIC 99.
       01 WS-VFY-START                 PIC 999.
       01 WS-VFY-LEN                   PIC 99.
       01 WS-VFY-DOTS                  PIC 9.
       01 WS-VFY-MISMATCHES            PIC 99.
       01 WS-VFY-EDIT                  PIC Z9.
       01 WS-VFY-DONE                  PIC X.
       01 WS-VFY-PICKS-OK              PIC X.
       01 WS-VFY-VALUE-1               PIC X(30).
       01 WS-VFY-VALUE-2               PIC X(30).
       01 WS-VFY-FLAG                  PIC X(03).
       01 WS-VFY-HEADER                PIC X(80).
      *ONE SIDE-BY-SIDE LINE PER FIELD FOR THE RESOLVE SCREEN, AND THE
      *KEYING THE SUPERVISOR TAKES FOR IT.............................
       01 WS-VFY-ROWS.
           05 WS-VFY-ROW               OCCURS 12 TIMES.
              10 WS-VFY-LINE           PIC X(83).
              10 WS-VFY-PICK           PIC X.

       SCREEN SECTION.
      *SIGN-ON SCREEN SHOWN BEFORE THE MAIN MENU - NOBODY GETS TO THE
      *MENU WITHOUT A CODE THE OPERATOR FILE KNOWS....................
                                       PIC X(06)   TO WS-SESSION-WAVE.
           05  WAVE-ERR-INPUT                            LINE 7 COL 10
                                       PIC X(100)  FROM ERR-MESSAGE.
      *SHOWN WHEN THE SESSION WAVE IS NO LONGER OPEN AT THE START OF A
      *CAPTURE - NOTHING IS TYPED, THE DESK GOES BACK TO THE MENU.....
       01  WAVE-CLOSED-SCREEN.
           05  VALUE "WAVE NOT OPEN" BLANK SCREEN        LINE 2 COL 44.
           05  WAVE-CLOSED-ERR-INPUT                     LINE 5 COL 10
                                       PIC X(100)  FROM ERR-MESSAGE.
           05  VALUE "NO MORE CAPTURES INTO THIS WAVE - START AGAIN"
                                                          LINE 7 COL 10.
           05  VALUE "WITH AN OPEN WAVE OR CALL A SUPERVISOR"
                                                          LINE 8 COL 10.
           05  VALUE "OK >>>>"                           LINE 10 COL 10.
           05  WAVE-CLOSED-OK-INPUT                       LINE 10 COL 30
                                       PIC X       TO RESPONSE-IN-WS.
      *ASKED BEFORE THE RESULTS SCREEN AND THE PRINTED REPORT.........
       01  WAVE-FILTER-SCREEN.
           05  VALUE "RESULTS WAVE FILTER" BLANK SCREEN  LINE 2 COL 40.
           05  VALUE "OK >>>>"                            LINE 9 COL 10.
           05  REFUSED-OK-INPUT                           LINE 9 COL 30
                                       PIC X       TO RESPONSE-IN-WS.
      *SHOWN BY OPTIONS 2 AND 5 WHEN THE RESULTS SUMMARY IS MISSING
      *OR NO LONGER MATCHES THE FILE..................................
       01  SUMMARY-REFUSED-SCREEN.
           05  VALUE "RESULTS NOT AVAILABLE" BLANK SCREEN LINE 2 COL 40.
           05  SUMMARY-REFUSED-ERR-INPUT                  LINE 5 COL 10
                                       PIC X(100)  FROM ERR-MESSAGE.
           05  VALUE "THE NIGHTLY BATCH REBUILDS THE RESULTS SUMMARY -"
                                                          LINE 7 COL 10.
           05  VALUE "TRY AGAIN AFTER TONIGHT'S RUN"      LINE 8 COL 10.
           05  VALUE "OK >>>>"                           LINE 10 COL 10.
           05  SUMMARY-REFUSED-OK-INPUT                  LINE 10 COL 30
                                       PIC X       TO RESPONSE-IN-WS.

       01 MAIN-SCREEN.
      *THE MAIN SCREEN......
           05  VALUE "5) Print results report"            LINE 9 COL 42.
           05  VALUE "6) Continuous capture session"     LINE 10 COL 42.
           05  VALUE "7) Wave quota status"              LINE 11 COL 42.
           05  VALUE "8) Paper forms - key / verify"     LINE 12 COL 42.
           05  VALUE "9) Exit"                           LINE 13 COL 42.
           05  OPTION-INPUT                              LINE 14 COL 50
                                       PIC  9      TO WS-OPTION-RESPOND.

      *BETWEEN-RESPONDENT SCREEN FOR THE CONTINUOUS CAPTURE MODE......
           05  QUOTA-WARN-OK-INPUT                        LINE 8 COL 55
                                       PIC X       TO RESPONSE-IN-WS.

      *SHOWN AS SOON AS A NEW RESPONDENT IS SAVED - THE DESK WRITES
      *THE NUMBER ON THE CANTEEN VOUCHER IT HANDS OVER. A ZERO NUMBER
      *MEANS NONE WAS ISSUED AND THE MESSAGE SAYS WHY.................
       01  VOUCHER-SCREEN.
           05  VALUE "CANTEEN VOUCHER" BLANK SCREEN      LINE 2 COL 42.
           05  VALUE "Voucher number :"                  LINE 5 COL 10.
           05  VOUCHER-NUMBER-INPUT                      LINE 5 COL 30
                                 PIC 9(08)   FROM WS-VOUCHER-NUMBER.
           05  VOUCHER-MSG-INPUT                         LINE 7 COL 10
                                 PIC X(70)   FROM WS-VOUCHER-MESSAGE.
           05  VALUE "THE SURVEY IS SAVED - OK TO CARRY ON >>>>"
                                                          LINE 9 COL 10.
           05  VOUCHER-OK-INPUT                           LINE 9 COL 55
                                       PIC X       TO WS-OK.

      *PAPER FORMS - THE BATCH AND FORM NUMBER DECIDE WHAT HAPPENS: A
      *NEW ONE IS A FIRST KEYING, A FORM KEYED ONCE IS RE-KEYED BLIND,
      *A FORM WHOSE KEYINGS DISAGREE GOES TO THE RESOLVE SCREEN.......
       01  PAPER-FORM-SCREEN.
           05  VALUE "PAPER FORMS - KEY / VERIFY" BLANK SCREEN
                                                          LINE 2 COL 38.
           05  VALUE "Batch number (blank = back to menu) :"
                                                          LINE 5 COL 10.
           05  PAPER-BATCH-INPUT                          LINE 5 COL 50
                                       PIC X(06)   TO WS-PND-BATCH-IN.
           05  VALUE "Form number within the batch        :"
                                                          LINE 6 COL 10.
           05  PAPER-FORM-INPUT                           LINE 6 COL 50
                                       PIC 9(04)   TO WS-PND-FORM-IN.
           05  VALUE "A NEW FORM NUMBER IS A FIRST KEYING. A FORM"
                                                          LINE 8 COL 10.
           05  VALUE "KEYED ONCE IS RE-KEYED BY ANOTHER OPERATOR, AND"
                                                          LINE 9 COL 10.
           05  VALUE "ONE WHOSE KEYINGS DISAGREE WAITS FOR A SUPERVISOR"
                                                         LINE 10 COL 10.
           05  PAPER-ERR-INPUT                           LINE 12 COL 10
                                       PIC X(100)  FROM ERR-MESSAGE.
      *SHOWN WHEN THE PENDING FILE CANNOT BE OPENED...................
       01  PAPER-UNAVAILABLE-SCREEN.
           05  VALUE "PAPER FORMS" BLANK SCREEN          LINE 2 COL 44.
           05  PAPER-UNAV-ERR-INPUT                      LINE 5 COL 10
                                       PIC X(100)  FROM ERR-MESSAGE.
           05  VALUE "OK >>>>"                           LINE 8 COL 10.
           05  PAPER-UNAV-OK-INPUT                       LINE 8 COL 30
                                       PIC X       TO RESPONSE-IN-WS.
      *SUPERVISOR'S SIDE-BY-SIDE VIEW OF THE TWO KEYINGS - EVERY LINE
      *MARKED <<< NEEDS A 1 OR A 2 BEFORE THE FORM CAN GO LIVE........
       01  RESOLVE-SCREEN.
           05  VALUE "RESOLVE PAPER FORM KEYINGS" BLANK SCREEN
                                                          LINE 1 COL 38.
           05  RESOLVE-HEADER                             LINE 3 COL 2
                                       PIC X(80)   FROM WS-VFY-HEADER.
           05  VALUE "FIELD"                              LINE 5 COL 2.
           05  VALUE "1) FIRST KEYING"                    LINE 5 COL 18.
           05  VALUE "2) SECOND KEYING"                   LINE 5 COL 50.
           05  VALUE "DIFF"                               LINE 5 COL 82.
           05  VALUE "TAKE"                               LINE 5 COL 87.
           05  RESOLVE-L01                                LINE 6 COL 2
                                 PIC X(83)   FROM WS-VFY-LINE (1).
           05  RESOLVE-P01                                LINE 6 COL 88
                                 PIC X       TO WS-VFY-PICK (1).
           05  RESOLVE-L02                                LINE 7 COL 2
                                 PIC X(83)   FROM WS-VFY-LINE (2).
           05  RESOLVE-P02                                LINE 7 COL 88
                                 PIC X       TO WS-VFY-PICK (2).
           05  RESOLVE-L03                                LINE 8 COL 2
                                 PIC X(83)   FROM WS-VFY-LINE (3).
           05  RESOLVE-P03                                LINE 8 COL 88
                                 PIC X       TO WS-VFY-PICK (3).
           05  RESOLVE-L04                                LINE 9 COL 2
                                 PIC X(83)   FROM WS-VFY-LINE (4).
           05  RESOLVE-P04                                LINE 9 COL 88
                                 PIC X       TO WS-VFY-PICK (4).
           05  RESOLVE-L05                                LINE 10 COL 2
                                 PIC X(83)   FROM WS-VFY-LINE (5).
           05  RESOLVE-P05                                LINE 10 COL 88
                                 PIC X       TO WS-VFY-PICK (5).
           05  RESOLVE-L06                                LINE 11 COL 2
                                 PIC X(83)   FROM WS-VFY-LINE (6).
           05  RESOLVE-P06                                LINE 11 COL 88
                                 PIC X       TO WS-VFY-PICK (6).
           05  RESOLVE-L07                                LINE 12 COL 2
                                 PIC X(83)   FROM WS-VFY-LINE (7).
           05  RESOLVE-P07                                LINE 12 COL 88
                                 PIC X       TO WS-VFY-PICK (7).
           05  RESOLVE-L08                                LINE 13 COL 2
                                 PIC X(83)   FROM WS-VFY-LINE (8).
           05  RESOLVE-P08                                LINE 13 COL 88
                                 PIC X       TO WS-VFY-PICK (8).
           05  RESOLVE-L09                                LINE 14 COL 2
                                 PIC X(83)   FROM WS-VFY-LINE (9).
           05  RESOLVE-P09                                LINE 14 COL 88
                                 PIC X       TO WS-VFY-PICK (9).
           05  RESOLVE-L10                                LINE 15 COL 2
                                 PIC X(83)   FROM WS-VFY-LINE (10).
           05  RESOLVE-P10                                LINE 15 COL 88
                                 PIC X       TO WS-VFY-PICK (10).
           05  RESOLVE-L11                                LINE 16 COL 2
                                 PIC X(83)   FROM WS-VFY-LINE (11).
           05  RESOLVE-P11                                LINE 16 COL 88
                                 PIC X       TO WS-VFY-PICK (11).
           05  RESOLVE-L12                                LINE 17 COL 2
                                 PIC X(83)   FROM WS-VFY-LINE (12).
           05  RESOLVE-P12                                LINE 17 COL 88
                                 PIC X       TO WS-VFY-PICK (12).
           05  VALUE "ON EVERY LINE MARKED <<< TAKE 1 OR 2 - IF BOTH"
                                                          LINE 19 COL 2.
           05  VALUE "ARE WRONG, TAKE EITHER AND FIX IT WITH OPTION 3"
                                                          LINE 20 COL 2.
           05  VALUE "ENTER (Y) TO MAKE THE FORM LIVE, (X) TO LEAVE IT"
                                                          LINE 22 COL 2.
           05  VALUE ">>>>"                              LINE 22 COL 55.
           05  RESOLVE-RESPONSE-INPUT                     LINE 22 COL 60
                                       PIC X       TO RESPONSE-IN-WS.
           05  RESOLVE-ERR-INPUT                          LINE 24 COL 2
                                       PIC X(100)  FROM ERR-MESSAGE.

      *LOOKUP SCREEN, USED TO FIND THE RECORD TO CORRECT - AN ID WHEN
      *THE DESK HAS ONE, OTHERWISE A SURNAME TO SEARCH ON......
       01  LOOKUP-SCREEN.
           05  NAMES-INPUT                               LINE 15 COL 35
                                       PIC 9(02)   USING WS-AGE.

      *Y = AGREES, N = DECLINES - W (WITHDRAWN) IS ONLY TAKEN WHEN AN
      *EXISTING RECORD IS CORRECTED...................................
           05  VALUE "* May we use and share your answers? (Y/N/W) :"
                                                         LINE 15 COL 45.
           05  CONSENT-INPUT                             LINE 15 COL 93
                                       PIC X       USING WS-CONSENT.

           05  VALUE
           "What is your favourite food? (YOU CAN CHOOSE MORE THAN 1)"
                                                         LINE 17 COL 2.
                  PERFORM BB000-CONTINUOUS-CAPTURE
                WHEN 7
                  PERFORM QG000-SHOW-QUOTA-STATUS
      *ANY OPERATOR MAY KEY OR RE-KEY A PAPER FORM - ONLY RESOLVING A
      *DISAGREEMENT IS HELD BACK FOR A SUPERVISOR (SEE VB000).........
                WHEN 8
                  PERFORM VA000-PAPER-FORMS
              END-EVALUATE
           END-PERFORM.

           MOVE SPACES                 TO ERR-MESSAGE.
           MOVE WS-SESSION-WAVE        TO WS-WAVE.
           MOVE "N"                    TO WS-SURVEY-SAVED.

      *THE SESSION WAVE WAS OPEN AT SIGN-ON, BUT A STATION LEFT UP PAST
      *THE WAVE'S END DATE OR A WAVE CLOSED DURING THE DAY MUST NOT
      *TAKE ANY MORE CAPTURES - "C" SENDS THE DESK BACK TO THE MENU...
           PERFORM OD000-CHECK-WAVE-OPEN.
           IF ERR-MESSAGE              NOT = SPACES
              MOVE "C"                 TO WS-SURVEY-SAVED
              DISPLAY WAVE-CLOSED-SCREEN
              ACCEPT WAVE-CLOSED-SCREEN
              MOVE SPACES              TO ERR-MESSAGE
           END-IF.

           PERFORM UNTIL WS-SURVEY-SAVED NOT = "N"
      *DISPLAYING THE TAKE A SURVEY SCREEN WHERE YOU WILL INPUT YOUR DATA......
              DISPLAY DATA-ENTRY-SCREEN
              ACCEPT DATA-ENTRY-SCREEN
      *RATINGS TO THE FILE - INVALID KEY IS A BACKSTOP IN CASE ANOTHER
      *SESSION CAPTURED THE SAME ID BETWEEN JA000'S CHECK AND THE
      *WRITE...........................................................
      *THE CONSENT ANSWER IS STAMPED WITH THE WORDING VERSION READ
      *OUT AND THE DAY IT WAS GIVEN...................................
                    MOVE WS-CONSENT-WORDING TO WS-CONSENT-VERSION
                    ACCEPT WS-CONSENT-DATE FROM DATE YYYYMMDD
                    MOVE "ADD"         TO WS-JRN-ACTION
                    MOVE WS-ID         TO WS-JRN-ID
                    MOVE SPACES        TO WS-JRN-BEFORE
                       NOT INVALID KEY
                          MOVE "Y"     TO WS-SURVEY-SAVED
                          PERFORM PA000-WRITE-JOURNAL
      *THE VOUCHER IS ISSUED AND SHOWN THE MOMENT THE SAVE LANDS......
                          MOVE "D"     TO WS-VOUCHER-SOURCE
                          PERFORM WA000-ISSUE-VOUCHER
      *REMEMBER WHO WAS JUST SAVED, THEN WARN (WITHOUT BLOCKING) IF
      *THEIR AGE BRACKET OR GENDER QUOTA IS ALREADY FULL..............
                          MOVE WS-AGE  TO WS-QTA-NEW-AGE
           MOVE "Y"                    TO RESPONSE-IN-WS.
           PERFORM UNTIL RESPONSE-IN-WS NOT = "Y"
              PERFORM BA000-TAKE-A-SURVEY
      *A WAVE THAT IS NO LONGER OPEN ENDS THE SESSION - THERE IS NO
      *NEXT RESPONDENT TO ASK ABOUT...................................
              IF WS-SURVEY-SAVED       NOT = "Y"
                 MOVE "N"              TO RESPONSE-IN-WS
               ELSE
                 ADD 01                TO WS-SESSION-COUNT
      *THE RESPONDENT JUST FINISHED IS SAVED - YIELD TO THE NIGHTLY
      *BATCH BEFORE ASKING FOR THE NEXT ONE..........................
                 PERFORM RD000-HOLD-FOR-BATCH
                 DISPLAY SESSION-COUNT-SCREEN
                 ACCEPT SESSION-COUNT-SCREEN
              END-IF
           END-PERFORM.

       VA000-PAPER-FORMS                SECTION.
      *MENU OPTION 8 - WHEN THE DESKS ARE OVERRUN RESPONDENTS FILL IN
      *PAPER FORMS, KEYED LATER IN BATCHES. NOTHING KEYED HERE TOUCHES
      *SURVEY-DATA UNTIL TWO OPERATORS HAVE KEYED THE SAME FORM THE
      *SAME WAY, OR A SUPERVISOR HAS SETTLED WHERE THEY DIFFERED......
           PERFORM VK000-OPEN-PENDING-FILE.
           IF WS-PENDING-STATUS        NOT = "00"
              MOVE SPACES              TO ERR-MESSAGE
              STRING "PAPER FORMS FILE COULD NOT BE OPENED (STATUS "
                     WS-PENDING-STATUS ") - CALL A SUPERVISOR"
                     DELIMITED BY SIZE INTO ERR-MESSAGE
              DISPLAY PAPER-UNAVAILABLE-SCREEN
              ACCEPT PAPER-UNAVAILABLE-SCREEN
            ELSE
              MOVE SPACES              TO ERR-MESSAGE
              MOVE "N"                 TO WS-FORM-DONE
              PERFORM UNTIL WS-FORM-DONE = "Y"
      *A STACK OF FORMS CAN TAKE A WHILE - YIELD TO THE NIGHTLY BATCH
      *BETWEEN FORMS THE SAME WAY CONTINUOUS CAPTURE DOES.............
                 PERFORM RD000-HOLD-FOR-BATCH
                 MOVE SPACES           TO WS-PND-BATCH-IN
                 MOVE ZERO             TO WS-PND-FORM-IN
                 DISPLAY PAPER-FORM-SCREEN
                 ACCEPT PAPER-FORM-SCREEN
                 EVALUATE TRUE
                    WHEN WS-PND-BATCH-IN = SPACES
                       MOVE "Y"        TO WS-FORM-DONE
                    WHEN WS-PND-FORM-IN = ZERO
                       MOVE "FORM NUMBER MISSING" TO ERR-MESSAGE
                    WHEN OTHER
                       MOVE SPACES     TO ERR-MESSAGE
                       PERFORM VB000-TAKE-UP-FORM
                 END-EVALUATE
              END-PERFORM
              CLOSE PENDING-FILE
           END-IF.
           MOVE SPACES                 TO ERR-MESSAGE.

       VB000-TAKE-UP-FORM               SECTION.
      *THE FORM IS HELD WITH A RECORD LOCK WHILE IT IS WORKED ON, SO
      *TWO DESKS CANNOT BOTH TAKE THE SAME FORM AS ITS SECOND KEYING..
           MOVE WS-PND-BATCH-IN        TO PND-BATCH.
           MOVE WS-PND-FORM-IN         TO PND-FORM.
           MOVE "Y"                    TO WS-PND-FOUND.
           READ PENDING-FILE WITH LOCK
              KEY IS PND-KEY
              INVALID KEY
                 MOVE "N"              TO WS-PND-FOUND
           END-READ.

           EVALUATE TRUE
              WHEN WS-PND-FOUND        = "N"
                 PERFORM VC000-FIRST-KEYING
              WHEN WS-PENDING-STATUS   = "51"
                 MOVE "THAT FORM IS OPEN AT ANOTHER DESK - TRY AGAIN"
                                        TO ERR-MESSAGE
              WHEN WS-PENDING-STATUS   NOT = "00"
                 MOVE "COULD NOT READ THAT FORM - TRY AGAIN"
                                        TO ERR-MESSAGE
              WHEN PND-STATUS          = "L"
                 MOVE "THAT FORM IS ALREADY VERIFIED AND LIVE"
                                        TO ERR-MESSAGE
              WHEN PND-STATUS          = "M"
                   AND WS-OPERATOR-ROLE NOT = "S"
                 MOVE "THE KEYINGS OF THAT FORM DISAGREE - CALL A"
                                        TO ERR-MESSAGE
                 MOVE "SUPERVISOR TO RESOLVE IT" TO ERR-MESSAGE (44:)
              WHEN PND-STATUS          = "M"
                 PERFORM VE000-RESOLVE-FORM
      *THE WHOLE POINT IS A SECOND PAIR OF EYES ON THE PAPER..........
              WHEN PND-KEY1-OPERATOR   = WS-OPERATOR-CODE
                 MOVE "YOU KEYED THAT FORM - ANOTHER OPERATOR MUST"
                                        TO ERR-MESSAGE
                 MOVE "RE-KEY IT"       TO ERR-MESSAGE (45:)
              WHEN OTHER
                 PERFORM VD000-SECOND-KEYING
           END-EVALUATE.
           UNLOCK PENDING-FILE.

       VC000-FIRST-KEYING               SECTION.
      *FIRST KEYING OF A NEW FORM - THE SAME SCREENS AND CHECKS AS A
      *DESK CAPTURE, BUT THE RECORD GOES TO THE PENDING FILE ONLY.....
           PERFORM OD000-CHECK-WAVE-OPEN.
           IF ERR-MESSAGE              = SPACES
              INITIALIZE DATA-REC
              MOVE WS-SESSION-WAVE     TO WS-WAVE
              PERFORM VF000-KEY-ONE-FORM
              IF WS-FORM-KEYED         NOT = "Y"
                 MOVE "FORM ABANDONED - NOTHING SAVED" TO ERR-MESSAGE
               ELSE
                 MOVE SPACES           TO PENDING-REC
                 MOVE WS-PND-BATCH-IN  TO PND-BATCH
                 MOVE WS-PND-FORM-IN   TO PND-FORM
                 MOVE "P"              TO PND-STATUS
                 MOVE WS-SESSION-WAVE  TO PND-WAVE
                 MOVE WS-OPERATOR-CODE TO PND-KEY1-OPERATOR
                 ACCEPT PND-KEY1-DATE  FROM DATE YYYYMMDD
                 MOVE ZERO             TO PND-KEY2-DATE
                 MOVE ZERO             TO PND-RESOLVE-DATE
                 MOVE ZERO             TO PND-MISMATCH-COUNT
                 MOVE DATA-REC         TO PND-FIRST-IMAGE
                 MOVE SPACES           TO ERR-MESSAGE
                 WRITE PENDING-REC
                    INVALID KEY
                       MOVE "FORM KEYED AT ANOTHER DESK - NOT SAVED"
                                       TO ERR-MESSAGE
                    NOT INVALID KEY
                       STRING "FORM " PND-BATCH "/" PND-FORM
                              " KEYED - IT NOW WAITS FOR A SECOND "
                              "OPERATOR TO RE-KEY IT"
                              DELIMITED BY SIZE INTO ERR-MESSAGE
                 END-WRITE
              END-IF
           END-IF.

       VD000-SECOND-KEYING              SECTION.
      *SECOND KEYING - BLIND, FROM AN EMPTY SCREEN, BY A DIFFERENT
      *OPERATOR. IF EVERY FIELD AGREES WITH THE FIRST KEYING THE FORM
      *GOES LIVE STRAIGHT AWAY; OTHERWISE IT IS HELD FOR A SUPERVISOR.
      *A FORM THAT AGREES BUT CANNOT GO LIVE (WAVE NOT TAKING CAPTURES,
      *ID ALREADY ON FILE) IS HELD FOR A SUPERVISOR TOO, SO THE SECOND
      *KEYING IS KEPT AND THE SUPERVISOR CAN TRY IT AGAIN LATER.......
           INITIALIZE DATA-REC.
           MOVE PND-WAVE               TO WS-WAVE.
           MOVE SPACES                 TO ERR-MESSAGE.
           PERFORM VF000-KEY-ONE-FORM.
           IF WS-FORM-KEYED            NOT = "Y"
              MOVE "FORM ABANDONED - STILL WAITING FOR A SECOND KEYING"
                                        TO ERR-MESSAGE
            ELSE
              MOVE DATA-REC            TO PND-SECOND-IMAGE
              MOVE WS-OPERATOR-CODE    TO PND-KEY2-OPERATOR
              ACCEPT PND-KEY2-DATE     FROM DATE YYYYMMDD
              PERFORM VG000-COMPARE-KEYINGS
              MOVE SPACES              TO ERR-MESSAGE
              IF WS-VFY-MISMATCHES     = ZERO
                 PERFORM VH000-MAKE-FORM-LIVE
                 IF WS-FORM-LIVE       = "Y"
                    MOVE "L"           TO PND-STATUS
                    REWRITE PENDING-REC
                       INVALID KEY
                          CONTINUE
                    END-REWRITE
                    MOVE SPACES        TO ERR-MESSAGE
                    STRING "BOTH KEYINGS AGREE - FORM " PND-BATCH "/"
                           PND-FORM " IS NOW LIVE"
                           DELIMITED BY SIZE INTO ERR-MESSAGE
                  ELSE
                    MOVE "M"           TO PND-STATUS
                    MOVE SPACES        TO ERR-MESSAGE
                    REWRITE PENDING-REC
                       INVALID KEY
                          MOVE "COULD NOT UPDATE THE FORM - TRY AGAIN"
                                        TO ERR-MESSAGE
                    END-REWRITE
                    IF ERR-MESSAGE     = SPACES
                       STRING "FORM " PND-BATCH "/" PND-FORM
                              " HELD FOR A SUPERVISOR - "
                              WS-CHECK-REASON
                              DELIMITED BY SIZE INTO ERR-MESSAGE
                    END-IF
                 END-IF
               ELSE
                 MOVE "M"              TO PND-STATUS
                 REWRITE PENDING-REC
                    INVALID KEY
                       MOVE "COULD NOT UPDATE THE FORM - TRY AGAIN"
                                        TO ERR-MESSAGE
                 END-REWRITE
                 IF ERR-MESSAGE        = SPACES
                    MOVE WS-VFY-MISMATCHES TO WS-VFY-EDIT
                    STRING WS-VFY-EDIT " FIELD(S) DISAGREE - FORM "
                           PND-BATCH "/" PND-FORM
                           " IS HELD FOR A SUPERVISOR"
                           DELIMITED BY SIZE INTO ERR-MESSAGE
                 END-IF
              END-IF
           END-IF.

       VE000-RESOLVE-FORM               SECTION.
      *SUPERVISOR ONLY - BOTH KEYINGS SIDE BY SIDE, A 1 OR 2 TAKEN ON
      *EVERY LINE THAT DIFFERS, THEN THE SETTLED RECORD GOES LIVE. A
      *FORM HELD WITH NO LINE DIFFERING NEEDS NO PICKS - (Y) SIMPLY
      *TRIES TO MAKE IT LIVE AGAIN....................................
           PERFORM VJ000-BUILD-COMPARE-ROWS.
           MOVE SPACES                 TO ERR-MESSAGE.
           IF PND-MISMATCH-COUNT       = ZERO
              MOVE "BOTH KEYINGS AGREE - ENTER (Y) TO TRY TO MAKE THE"
                                        TO ERR-MESSAGE
              MOVE "FORM LIVE AGAIN"   TO ERR-MESSAGE (51:)
           END-IF.
           MOVE "N"                    TO WS-VFY-DONE.
           PERFORM UNTIL WS-VFY-DONE   = "Y"
              DISPLAY RESOLVE-SCREEN
              ACCEPT RESOLVE-SCREEN
              MOVE SPACES              TO ERR-MESSAGE
              EVALUATE RESPONSE-IN-WS
                 WHEN "Y"
                    PERFORM VE100-APPLY-PICKS
                 WHEN "X"
                    MOVE "Y"           TO WS-VFY-DONE
                    MOVE "FORM LEFT HELD - NOTHING CHANGED"
                                        TO ERR-MESSAGE
                 WHEN OTHER
                    MOVE "ENTER (Y) TO MAKE THE FORM LIVE OR (X) TO"
                                        TO ERR-MESSAGE
                    MOVE "LEAVE IT"    TO ERR-MESSAGE (43:)
              END-EVALUATE
           END-PERFORM.

       VE100-APPLY-PICKS                SECTION.
      *EVERY DISAGREEING FIELD NEEDS A PICK. THE SETTLED RECORD STARTS
      *AS THE FIRST KEYING WITH THE FIELDS PICKED FROM THE SECOND ONE
      *LAID OVER IT, AND MUST PASS THE DESK CHECKS BEFORE GOING LIVE..
           MOVE "Y"                    TO WS-VFY-PICKS-OK.
           MOVE "N"                    TO WS-FORM-LIVE.
           PERFORM VARYING WS-VFY-IDX FROM 1 BY 1
                    UNTIL WS-VFY-IDX   > 12
              IF PND-FIELD-RESULT (WS-VFY-IDX) = "?"
                 AND WS-VFY-PICK (WS-VFY-IDX) NOT = "1" AND NOT = "2"
                 MOVE "N"              TO WS-VFY-PICKS-OK
              END-IF
           END-PERFORM.

           IF WS-VFY-PICKS-OK          NOT = "Y"
              MOVE "TAKE 1 OR 2 ON EVERY LINE MARKED <<<"
                                        TO ERR-MESSAGE
            ELSE
              MOVE PND-FIRST-IMAGE     TO DATA-REC
              PERFORM VARYING WS-VFY-IDX FROM 1 BY 1
                       UNTIL WS-VFY-IDX > 12
                 IF PND-FIELD-RESULT (WS-VFY-IDX) = "?"
                    AND WS-VFY-PICK (WS-VFY-IDX) = "2"
                    MOVE WS-VFY-FIELD-START (WS-VFY-IDX) TO WS-VFY-START
                    MOVE WS-VFY-FIELD-LEN (WS-VFY-IDX)   TO WS-VFY-LEN
                    MOVE PND-SECOND-IMAGE (WS-VFY-START:WS-VFY-LEN)
                                 TO DATA-REC (WS-VFY-START:WS-VFY-LEN)
                 END-IF
              END-PERFORM
              MOVE "N"                 TO WS-SKIP-DUP-CHECK
              PERFORM GA000-VALIDATIONS
              IF ERR-MESSAGE           = SPACES
                 PERFORM VH000-MAKE-FORM-LIVE
              END-IF
      *ONCE LIVE THE FORM IS SETTLED, EVEN IF THE JOURNAL GRUMBLED....
              IF WS-FORM-LIVE          = "Y"
                 PERFORM VARYING WS-VFY-IDX FROM 1 BY 1
                          UNTIL WS-VFY-IDX > 12
                    IF PND-FIELD-RESULT (WS-VFY-IDX) = "?"
                       MOVE WS-VFY-PICK (WS-VFY-IDX)
                                 TO PND-FIELD-RESULT (WS-VFY-IDX)
                    END-IF
                 END-PERFORM
                 MOVE "L"              TO PND-STATUS
                 MOVE WS-OPERATOR-CODE TO PND-RESOLVER
                 ACCEPT PND-RESOLVE-DATE FROM DATE YYYYMMDD
                 REWRITE PENDING-REC
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
                 MOVE "Y"              TO WS-VFY-DONE
                 MOVE SPACES           TO ERR-MESSAGE
                 STRING "FORM " PND-BATCH "/" PND-FORM
                        " RESOLVED AND NOW LIVE"
                        DELIMITED BY SIZE INTO ERR-MESSAGE
              END-IF
           END-IF.

       VF000-KEY-ONE-FORM               SECTION.
      *ONE KEYING OF ONE PAPER FORM THROUGH THE CAPTURE SCREENS, WITH
      *THE DESK CHECKS. UNLIKE A DESK CAPTURE THE KEYER MAY ABANDON
      *WITH AN X - THE FORM IS STILL ON PAPER AND CAN BE TAKEN UP
      *AGAIN. WS-FORM-KEYED COMES BACK Y (KEYED) OR X (ABANDONED).....
           MOVE "N"                    TO WS-FORM-KEYED.
           PERFORM UNTIL WS-FORM-KEYED NOT = "N"
              DISPLAY DATA-ENTRY-SCREEN
              ACCEPT DATA-ENTRY-SCREEN
              EVALUATE RESPONSE-IN-WS
                 WHEN "Y"
                    MOVE SPACES        TO ERR-MESSAGE
                    PERFORM GA000-VALIDATIONS
                    IF ERR-MESSAGE     = SPACES
                       MOVE "N"        TO WS-RATINGS-OK
                       PERFORM UNTIL WS-RATINGS-OK = "Y"
                          MOVE SPACES  TO SCALES
                          DISPLAY DATA-ENTRY2-SCREEN
                          ACCEPT DATA-ENTRY2-SCREEN
                          MOVE SPACES  TO ERR-MESSAGE
                          PERFORM UA000-CHECK-SCALE-ANSWERS
                          IF ERR-MESSAGE = SPACES
                             MOVE "Y"  TO WS-RATINGS-OK
                          END-IF
                       END-PERFORM
                       MOVE "Y"        TO WS-FORM-KEYED
                    END-IF
                 WHEN "X"
                    MOVE "X"           TO WS-FORM-KEYED
                 WHEN OTHER
                    MOVE "ENTER (Y) TO CONTINUE OR (X) TO ABANDON THE"
                                        TO ERR-MESSAGE
                    MOVE "FORM"        TO ERR-MESSAGE (45:)
              END-EVALUATE
           END-PERFORM.

       VG000-COMPARE-KEYINGS            SECTION.
      *FIELD BY FIELD - SPACE WHERE THE KEYINGS AGREE, ? WHERE THEY
      *DO NOT, AND A COUNT OF THE FIELDS THAT DISAGREE................
           MOVE ZERO                   TO WS-VFY-MISMATCHES.
           PERFORM VARYING WS-VFY-IDX FROM 1 BY 1
                    UNTIL WS-VFY-IDX   > 12
              MOVE WS-VFY-FIELD-START (WS-VFY-IDX) TO WS-VFY-START
              MOVE WS-VFY-FIELD-LEN (WS-VFY-IDX)   TO WS-VFY-LEN
              IF PND-FIRST-IMAGE (WS-VFY-START:WS-VFY-LEN)
                 = PND-SECOND-IMAGE (WS-VFY-START:WS-VFY-LEN)
                 MOVE SPACE            TO PND-FIELD-RESULT (WS-VFY-IDX)
               ELSE
                 MOVE "?"              TO PND-FIELD-RESULT (WS-VFY-IDX)
                 ADD 01                TO WS-VFY-MISMATCHES
              END-IF
           END-PERFORM.
           MOVE WS-VFY-MISMATCHES      TO PND-MISMATCH-COUNT.

       VH000-MAKE-FORM-LIVE             SECTION.
      *DATA-REC HOLDS THE AGREED RECORD - IT GOES ONTO SURVEY-DATA
      *EXACTLY AS A DESK CAPTURE WOULD: CONSENT STAMPED, JOURNALLED AS
      *AN ADD UNDER THE OPERATOR WHO MADE IT LIVE, VOUCHER ISSUED FOR
      *THE RESPONDENT, QUOTA WARNING SHOWN. THE FORM'S WAVE MUST STILL
      *TAKE CAPTURES TODAY - A FORM SETTLED AFTER ITS WAVE CLOSED OR
      *WAS ARCHIVED STAYS HELD. WHY A FORM WAS NOT MADE LIVE IS LEFT
      *IN WS-CHECK-REASON AS WELL AS IN ERR-MESSAGE...................
           MOVE "N"                    TO WS-FORM-LIVE.
           MOVE SPACES                 TO WS-CHECK-REASON.
           MOVE PND-WAVE               TO WS-CHECK-WAVE.
           PERFORM OE000-CHECK-ONE-WAVE.
           IF ERR-MESSAGE              NOT = SPACES
              MOVE ERR-MESSAGE         TO WS-CHECK-REASON
              MOVE SPACES              TO ERR-MESSAGE
              STRING "FORM LEFT HELD - WAVE " PND-WAVE ": "
                     WS-CHECK-REASON   DELIMITED BY SIZE
                     INTO ERR-MESSAGE
            ELSE
              PERFORM VH100-WRITE-LIVE-RECORD
           END-IF.

       VH100-WRITE-LIVE-RECORD          SECTION.
           MOVE PND-WAVE               TO WS-WAVE.
           MOVE WS-CONSENT-WORDING     TO WS-CONSENT-VERSION.
           ACCEPT WS-CONSENT-DATE      FROM DATE YYYYMMDD.
           MOVE "ADD"                  TO WS-JRN-ACTION.
           MOVE WS-ID                  TO WS-JRN-ID.
           MOVE SPACES                 TO WS-JRN-BEFORE.
           MOVE DATA-REC               TO WS-JRN-AFTER.
           WRITE DATA-REC
              INVALID KEY
                 MOVE "ID ALREADY CAPTURED - FORM LEFT HELD"
                                        TO ERR-MESSAGE
                 MOVE "ID ALREADY CAPTURED" TO WS-CHECK-REASON
              NOT INVALID KEY
                 MOVE "Y"              TO WS-FORM-LIVE
                 PERFORM PA000-WRITE-JOURNAL
                 MOVE "P"              TO WS-VOUCHER-SOURCE
                 PERFORM WA000-ISSUE-VOUCHER
                 MOVE WS-AGE           TO WS-QTA-NEW-AGE
                 MOVE WS-ID            TO WS-QTA-NEW-ID
      *THE QUOTA COUNTS ARE FOR THE SESSION WAVE - A FORM FROM ANOTHER
      *WAVE HAS NO BEARING ON THEM....................................
                 IF PND-WAVE           = WS-SESSION-WAVE
                    PERFORM QH000-CHECK-QUOTA-AFTER-ADD
                 END-IF
           END-WRITE.

       VJ000-BUILD-COMPARE-ROWS         SECTION.
      *ONE LINE PER COMPARED FIELD - NAME, FIRST KEYING, SECOND KEYING
      *AND <<< WHERE THEY DIFFER. BLANK MARK BYTES SHOW AS "." SO AN X
      *IN A DIFFERENT COLUMN STANDS OUT...............................
           MOVE SPACES                 TO WS-VFY-HEADER.
           STRING "BATCH " PND-BATCH "  FORM " PND-FORM
                  "  WAVE " PND-WAVE "  KEYED BY " PND-KEY1-OPERATOR
                  " AND " PND-KEY2-OPERATOR
                  DELIMITED BY SIZE INTO WS-VFY-HEADER.
           MOVE SPACES                 TO WS-VFY-ROWS.
           PERFORM VARYING WS-VFY-IDX FROM 1 BY 1
                    UNTIL WS-VFY-IDX   > 12
              MOVE WS-VFY-FIELD-START (WS-VFY-IDX) TO WS-VFY-START
              MOVE WS-VFY-FIELD-LEN (WS-VFY-IDX)   TO WS-VFY-LEN
              MOVE WS-VFY-FIELD-DOTS (WS-VFY-IDX)  TO WS-VFY-DOTS
              MOVE SPACES              TO WS-VFY-VALUE-1 WS-VFY-VALUE-2
              MOVE PND-FIRST-IMAGE (WS-VFY-START:WS-VFY-LEN)
                                       TO WS-VFY-VALUE-1 (1:WS-VFY-LEN)
              MOVE PND-SECOND-IMAGE (WS-VFY-START:WS-VFY-LEN)
                                       TO WS-VFY-VALUE-2 (1:WS-VFY-LEN)
              IF WS-VFY-DOTS           > 0
                 INSPECT WS-VFY-VALUE-1 (1:WS-VFY-DOTS)
                         REPLACING ALL SPACE BY "."
                 INSPECT WS-VFY-VALUE-2 (1:WS-VFY-DOTS)
                         REPLACING ALL SPACE BY "."
              END-IF
              IF PND-FIELD-RESULT (WS-VFY-IDX) = "?"
                 MOVE "<<<"            TO WS-VFY-FLAG
               ELSE
                 MOVE SPACES           TO WS-VFY-FLAG
              END-IF
              STRING WS-VFY-FIELD-NAME (WS-VFY-IDX) "  "
                     WS-VFY-VALUE-1 "  " WS-VFY-VALUE-2 "  "
                     WS-VFY-FLAG
                     DELIMITED BY SIZE INTO WS-VFY-LINE (WS-VFY-IDX)
           END-PERFORM.

       VK000-OPEN-PENDING-FILE          SECTION.
      *SAME CREATE-IF-MISSING OPEN AS THE SURVEY FILE ITSELF..........
           OPEN I-O PENDING-FILE.
           IF WS-PENDING-STATUS        = "35"
              OPEN OUTPUT PENDING-FILE
              CLOSE PENDING-FILE
              OPEN I-O PENDING-FILE
           END-IF.

       KA000-LOOKUP-CORRECT-SURVEY      SECTION.
      *LOOK UP A RESPONDENT BY ID SO A MISTYPED SURNAME OR CONTACT
      *NUMBER CAN BE FIXED WITHOUT EDITING THE INDEXED FILE BY HAND...
      *CAN BE CAUGHT BEFORE THE REWRITE RATHER THAN LETTING REWRITE
      *FAIL WITH A MISLEADING "COULD NOT SAVE CORRECTIONS"............
           MOVE WS-ID                  TO WS-ID-BEFORE-EDIT.
           MOVE WS-CONSENT             TO WS-CONSENT-BEFORE-EDIT.

      *KEEP THE RECORD EXACTLY AS READ - THIS IS THE BEFORE IMAGE THE
      *JOURNAL ENTRY CARRIES IF THE CORRECTION IS SAVED...............
                    PERFORM GA000-VALIDATIONS
                    MOVE "N"            TO WS-SKIP-DUP-CHECK
                    IF ERR-MESSAGE      = SPACES
      *A CHANGED CONSENT ANSWER (A WITHDRAWAL, OR A FORM FIRST SAVED
      *BEFORE CONSENT WAS ASKED) IS STAMPED AS GIVEN TODAY............
                       IF WS-CONSENT    NOT = WS-CONSENT-BEFORE-EDIT
                          MOVE WS-CONSENT-WORDING
                                         TO WS-CONSENT-VERSION
                          ACCEPT WS-CONSENT-DATE FROM DATE YYYYMMDD
                       END-IF
                       MOVE "CORRECT"   TO WS-JRN-ACTION
                       MOVE WS-ID       TO WS-JRN-ID
                       MOVE DATA-REC    TO WS-JRN-AFTER
                    MOVE "COULD NOT DELETE RECORD" TO ERR-MESSAGE
                 NOT INVALID KEY
                    PERFORM PA000-WRITE-JOURNAL
                    MOVE WS-JRN-ID     TO WS-VOUCHER-ID
                    PERFORM WB000-VOID-VOUCHERS
              END-DELETE
           END-IF.

       OB000-ASK-SESSION-WAVE           SECTION.
      *NO CAPTURING WITHOUT KNOWING WHICH INTAKE THE SURVEYS BELONG
      *TO - KEEP ASKING UNTIL A WAVE CODE IS GIVEN....................
      *AND THAT CODE MUST BE A WAVE ON THE MASTER THAT IS OPEN TODAY -
      *A TYPO LIKE "206B" NO LONGER QUIETLY STARTS A NEW WAVE.........
           MOVE SPACES                 TO WS-SESSION-WAVE.
           MOVE SPACES                 TO ERR-MESSAGE.
           MOVE "N"                    TO WS-OK.
           PERFORM UNTIL WS-OK         = "Y"
              DISPLAY WAVE-SCREEN
              ACCEPT WAVE-SCREEN
              IF WS-SESSION-WAVE       = SPACES
                 MOVE "WAVE CODE MISSING - E.G. 2026B" TO ERR-MESSAGE
               ELSE
                 PERFORM OD000-CHECK-WAVE-OPEN
                 IF ERR-MESSAGE        = SPACES
                    MOVE "Y"           TO WS-OK
                 END-IF
              END-IF
           END-PERFORM.
           MOVE SPACES                 TO ERR-MESSAGE.

       OD000-CHECK-WAVE-OPEN            SECTION.
      *THE SESSION WAVE MUST BE ON THE WAVE MASTER WITH STATUS O, AND
      *TODAY MUST FALL INSIDE ITS FIELD START AND END DATES - LEAVES
      *ERR-MESSAGE BLANK WHEN THE WAVE MAY TAKE CAPTURES..............
           MOVE WS-SESSION-WAVE        TO WS-CHECK-WAVE.
           PERFORM OE000-CHECK-ONE-WAVE.

       OE000-CHECK-ONE-WAVE             SECTION.
      *THE WAVE IN WS-CHECK-WAVE AGAINST THE WAVE MASTER AND TODAY -
      *THE SESSION WAVE AT SIGN-ON, A PAPER FORM'S OWN WAVE WHEN IT
      *GOES LIVE......................................................
           MOVE SPACES                 TO ERR-MESSAGE.
           ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
           OPEN INPUT WAVE-MASTER.
           IF WS-MASTER-STATUS         NOT = "00"
              MOVE "NO WAVE MASTER FILE - ASK A SUPERVISOR TO SET IT UP"
                                        TO ERR-MESSAGE
            ELSE
              MOVE WS-CHECK-WAVE       TO WVM-CODE
              READ WAVE-MASTER
                 KEY IS WVM-CODE
                 INVALID KEY
                    MOVE "WAVE CODE NOT ON THE WAVE MASTER - RETYPE IT"
                                        TO ERR-MESSAGE
              END-READ
              IF ERR-MESSAGE           = SPACES
                 EVALUATE TRUE
                    WHEN WVM-STATUS    NOT = "O"
                       MOVE "THAT WAVE IS NOT OPEN FOR CAPTURE"
                                        TO ERR-MESSAGE
                    WHEN WS-TODAY      < WVM-START-DATE
                       MOVE "THAT WAVE'S FIELD DATES HAVE NOT STARTED"
                                        TO ERR-MESSAGE
                    WHEN WS-TODAY      > WVM-END-DATE
                       MOVE "THAT WAVE'S FIELD DATES HAVE ENDED"
                                        TO ERR-MESSAGE
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
              CLOSE WAVE-MASTER
           END-IF.

       OC000-ASK-WAVE-FILTER            SECTION.
      *BLANK MEANS THE WHOLE FILE, A WAVE CODE MEANS JUST THAT WAVE...
           MOVE SPACES                 TO WS-WAVE-FILTER.
              CLOSE JOURNAL-IDX
           END-IF.

       WA000-ISSUE-VOUCHER              SECTION.
      *THE RESPONDENT IN DATA-REC HAS JUST BEEN SAVED - TAKE THE NEXT
      *NUMBER OFF THE CONTROL RECORD, PUT THE VOUCHER ON THE REGISTER
      *AND SHOW IT. THE SURVEY STAYS SAVED WHATEVER HAPPENS HERE - A
      *VOUCHER THAT COULD NOT BE ISSUED SHOWS AS ZERO WITH THE REASON.
           MOVE WS-ID                  TO WS-VOUCHER-ID.
           MOVE WS-WAVE                TO WS-VOUCHER-WAVE.
           MOVE ZERO                   TO WS-VOUCHER-NUMBER.
           MOVE "WRITE THIS NUMBER ON THE CANTEEN VOUCHER FOR THE"
                                        TO WS-VOUCHER-MESSAGE.
           MOVE "RESPONDENT"           TO WS-VOUCHER-MESSAGE (51:).

           PERFORM WC000-OPEN-VOUCHER-REGISTER.
           IF WS-VOUCHER-STATUS        NOT = "00"
              MOVE "VOUCHER REGISTER NOT AVAILABLE - NO VOUCHER ISSUED,"
                                        TO WS-VOUCHER-MESSAGE
              MOVE "CALL A SUPERVISOR" TO WS-VOUCHER-MESSAGE (53:)
            ELSE
              PERFORM WD000-TAKE-NEXT-NUMBER
              IF WS-VOUCHER-NUMBER     = ZERO
                 MOVE "THE VOUCHER REGISTER IS BUSY - NO VOUCHER"
                                        TO WS-VOUCHER-MESSAGE
                 MOVE "ISSUED, CALL A SUPERVISOR"
                                        TO WS-VOUCHER-MESSAGE (43:)
               ELSE
                 INITIALIZE VOUCHER-REC
                 MOVE WS-VOUCHER-NUMBER TO VCH-NUMBER
                 MOVE WS-VOUCHER-ID    TO VCH-ID
                 MOVE WS-VOUCHER-WAVE  TO VCH-WAVE
                 MOVE "I"              TO VCH-STATUS
                 MOVE WS-VOUCHER-SOURCE TO VCH-SOURCE
                 MOVE WS-OPERATOR-CODE TO VCH-ISSUE-OPERATOR
                 ACCEPT VCH-ISSUE-DATE FROM DATE YYYYMMDD
                 ACCEPT VCH-ISSUE-TIME FROM TIME
                 MOVE SPACES           TO VCH-VOID-OPERATOR
                 WRITE VOUCHER-REC
                    INVALID KEY
                       MOVE ZERO       TO WS-VOUCHER-NUMBER
                       MOVE "VOUCHER NOT REGISTERED - NO VOUCHER"
                                        TO WS-VOUCHER-MESSAGE
                       MOVE "ISSUED, CALL A SUPERVISOR"
                                        TO WS-VOUCHER-MESSAGE (37:)
                 END-WRITE
              END-IF
              CLOSE VOUCHER-REGISTER
           END-IF.

           DISPLAY VOUCHER-SCREEN.
           ACCEPT VOUCHER-SCREEN.

       WB000-VOID-VOUCHERS              SECTION.
      *A DELETED RESPONDENT'S LIVE VOUCHERS ARE VOIDED, SO A LATER
      *REDEMPTION SHOWS UP ON THE RECONCILIATION. IF THE REGISTER
      *CANNOT BE REACHED THE DELETE STILL STANDS - THE WEEKLY
      *RECONCILIATION LISTS ANY VOUCHER LEFT LIVE FOR A DELETED ID....
           MOVE ZERO                   TO WS-VCH-VOIDED.
           PERFORM WC000-OPEN-VOUCHER-REGISTER.
           IF WS-VOUCHER-STATUS        = "00"
              MOVE WS-VOUCHER-ID       TO VCH-ID
              MOVE "N"                 TO WS-VCH-EOF
              START VOUCHER-REGISTER   KEY IS = VCH-ID
                 INVALID KEY
                    MOVE "Y"           TO WS-VCH-EOF
              END-START
              PERFORM UNTIL WS-VCH-EOF = "Y"
                 READ VOUCHER-REGISTER NEXT RECORD WITH LOCK
                    AT END
                       MOVE "Y"        TO WS-VCH-EOF
                 END-READ
                 IF WS-VCH-EOF         = "N"
                    IF WS-VOUCHER-STATUS NOT = "00"
                       OR VCH-ID       NOT = WS-VOUCHER-ID
                       MOVE "Y"        TO WS-VCH-EOF
                     ELSE
                       IF VCH-STATUS   = "I"
                          MOVE "V"     TO VCH-STATUS
                          MOVE WS-OPERATOR-CODE TO VCH-VOID-OPERATOR
                          ACCEPT VCH-VOID-DATE FROM DATE YYYYMMDD
                          ACCEPT VCH-VOID-TIME FROM TIME
                          REWRITE VOUCHER-REC
                             INVALID KEY
                                CONTINUE
                             NOT INVALID KEY
                                ADD 01 TO WS-VCH-VOIDED
                          END-REWRITE
                       END-IF
                       UNLOCK VOUCHER-REGISTER
                    END-IF
                 END-IF
              END-PERFORM
              UNLOCK VOUCHER-REGISTER
              CLOSE VOUCHER-REGISTER
           END-IF.

       WC000-OPEN-VOUCHER-REGISTER      SECTION.
      *OPENED PER ACTION LIKE THE JOURNAL INDEX, AND CREATED THE FIRST
      *TIME A VOUCHER IS EVER ISSUED..................................
           OPEN I-O VOUCHER-REGISTER.
           IF WS-VOUCHER-STATUS        = "35"
              OPEN OUTPUT VOUCHER-REGISTER
              CLOSE VOUCHER-REGISTER
              OPEN I-O VOUCHER-REGISTER
           END-IF.

       WD000-TAKE-NEXT-NUMBER           SECTION.
      *READ THE CONTROL RECORD WITH A LOCK, BUMP IT AND WRITE IT BACK
      *- THE NUMBER IS THEN THIS DESK'S ALONE. ANOTHER DESK HOLDING
      *THE LOCK IS WAITED ON A SECOND AT A TIME; A REGISTER WITH NO
      *CONTROL RECORD YET GETS ONE STARTING FROM ZERO.................
           MOVE "N"                    TO WS-VCH-GOT-CONTROL.
           MOVE ZERO                   TO WS-VCH-TRIES.
           PERFORM UNTIL WS-VCH-GOT-CONTROL NOT = "N"
                      OR WS-VCH-TRIES  >= WS-VCH-MAX-TRIES
              MOVE ZERO                TO VCH-NUMBER
              READ VOUCHER-REGISTER WITH LOCK
                 KEY IS VCH-NUMBER
                 INVALID KEY
                    INITIALIZE VOUCHER-CONTROL-REC
                    WRITE VOUCHER-CONTROL-REC
                       INVALID KEY
                          CONTINUE
                    END-WRITE
                 NOT INVALID KEY
                    MOVE "Y"           TO WS-VCH-GOT-CONTROL
              END-READ
              IF WS-VCH-GOT-CONTROL    = "N"
                 ADD 01                TO WS-VCH-TRIES
                 IF WS-VOUCHER-STATUS  = "51"
                    CALL "C$SLEEP"     USING WS-VCH-WAIT-SECONDS
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-VCH-GOT-CONTROL       = "Y"
              ADD 01                   TO VCC-LAST-ISSUED
              REWRITE VOUCHER-CONTROL-REC
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE VCC-LAST-ISSUED TO WS-VOUCHER-NUMBER
              END-REWRITE
              UNLOCK VOUCHER-REGISTER
           END-IF.

       MA000-PRINT-RESULTS-REPORT       SECTION.
      *WRITE THE SAME TOTALS SHOWN ON RESULTS-SCREEN TO A LINE
      *SEQUENTIAL REPORT FILE, WITH A RUN DATE, SO THEY CAN BE
      *PRINTED OR EMAILED AFTER THE SURVEY WINDOW CLOSES..........
           PERFORM OC000-ASK-WAVE-FILTER.
           PERFORM DA000-CALCULATE-TOTAL.
           IF WS-SUMMARY-OK            = "Y"
              PERFORM MD000-WRITE-RESULTS-REPORT
            ELSE
              PERFORM MC000-REFUSE-RESULTS-REPORT
           END-IF.

       MC000-REFUSE-RESULTS-REPORT      SECTION.
      *THE REPORT FILE SAYS WHY IT IS EMPTY, SO YESTERDAY'S PRINT IS
      *NEVER MISTAKEN FOR TODAY'S.....................................
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES                 TO REPORT-LINE.
           STRING "REPORT REFUSED - " ERR-MESSAGE
                  DELIMITED BY SIZE    INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY SUMMARY-REFUSED-SCREEN.
           ACCEPT SUMMARY-REFUSED-SCREEN.
           MOVE SPACES                 TO ERR-MESSAGE.

       MD000-WRITE-RESULTS-REPORT       SECTION.
           ACCEPT WS-RUN-DATE           FROM DATE YYYYMMDD.

           OPEN OUTPUT REPORT-FILE.
      *THE PERFORM STATEMENT WILL CALL THE CALCULATIONS SECTION...
           PERFORM OC000-ASK-WAVE-FILTER.
           PERFORM DA000-CALCULATE-TOTAL.
           IF WS-SUMMARY-OK            = "Y"
              DISPLAY RESULTS-SCREEN
              ACCEPT RESULTS-SCREEN
            ELSE
              DISPLAY SUMMARY-REFUSED-SCREEN
              ACCEPT SUMMARY-REFUSED-SCREEN
              MOVE SPACES              TO ERR-MESSAGE
           END-IF.
      *THE MAIN MENU LOOP IN AA000 BRINGS THE MENU BACK BY ITSELF
      *AFTER THE OK, SO NOTHING MORE TO DO HERE.......................

       DA000-CALCULATE-TOTAL           SECTION.
      *THE MENU NOW COMES BACK AFTER EVERY OPTION, SO EACH PASS MUST
      *START ITS TOTALS FROM NOTHING - CARRIED-OVER TOTALS WOULD
      *DOUBLE-COUNT THE FILE..........................................
      *THE FIGURES COME FROM NIGHTLY-BATCH'S RESULTS SUMMARY, ONE CELL
      *PER WAVE / AGE BRACKET / GENDER / CAMPUS, ONCE ITS STAMP HAS
      *BEEN CHECKED AGAINST THE LIVE FILE.............................
           PERFORM SA000-RESET-TOTALS.
           PERFORM DB000-CHECK-SUMMARY-STAMP.
           IF WS-SUMMARY-OK            = "Y"
      *A CELL OUTSIDE THE CHOSEN WAVE IS SKIPPED WHOLE - IT FEEDS
      *NONE OF THE COUNTS, SO EVERY PERCENTAGE IS WITHIN-WAVE.........
              PERFORM UNTIL WS-SUMMARY-EOF = HIGH-VALUES
                         OR SUM-TYPE   = "T"
                 IF SUM-TYPE           = "C"
                    IF WS-WAVE-FILTER  = SPACES
                       OR SUMC-WAVE    = WS-WAVE-FILTER
                       ADD SUMC-RESPONDENTS TO WS-SURVEY-COUNT
                       ADD SUMC-AGE-TOTAL   TO WS-TOTAL-AGE
                       COMPUTE WS-AVAG-AGE  =
                               WS-TOTAL-AGE / WS-SURVEY-COUNT
                       PERFORM EA000-HIGHEST-AND-LOWEST
                    END-IF
                 END-IF
                 PERFORM ZB000-READ-SUMMARY
              END-PERFORM
              IF WS-SUMMARY-EOF        = HIGH-VALUES
                 MOVE "N"              TO WS-SUMMARY-OK
                 MOVE "RESULTS-SUMMARY.TXT IS CUT SHORT - NO TRAILER"
                                       TO ERR-MESSAGE
              END-IF
              CLOSE SUMMARY-FILE
           END-IF.

       DB000-CHECK-SUMMARY-STAMP       SECTION.
      *COUNT THE LIVE FILE FROM ITS FIRST RECORD - THE STATION'S OWN
      *FILE POSITION IS WHEREVER THE LAST OPTION LEFT IT. A CAPTURE OR
      *DELETE SINCE THE SUMMARY WAS BUILT CHANGES THE RECORD COUNT, THE
      *STAMP NO LONGER MATCHES AND NOTHING IS SHOWN FROM IT. A
      *CORRECTION IN PLACE DOES NOT MOVE THE COUNT AND SHOWS UP AFTER
      *THE NEXT NIGHT'S REBUILD.......................................
           MOVE "N"                    TO WS-SUMMARY-OK.
           MOVE ZERO                   TO WS-LIVE-COUNT.
           MOVE LOW-VALUES             TO WS-EOF.
           MOVE ZEROS                  TO WS-ID.
           START SURVEY-DATA           KEY NOT < WS-ID
           IF WS-EOF                   NOT = HIGH-VALUES
              PERFORM ZA000-READ-FILE
           END-IF.
           PERFORM UNTIL WS-EOF        = HIGH-VALUES
              ADD 01                   TO WS-LIVE-COUNT
              PERFORM ZA000-READ-FILE
           END-PERFORM.

           OPEN INPUT SUMMARY-FILE.
           IF WS-SUMMARY-STATUS        NOT = "00"
              MOVE "RESULTS-SUMMARY.TXT NOT FOUND - RUN NIGHTLY-BATCH"
                                       TO ERR-MESSAGE
            ELSE
              MOVE LOW-VALUES          TO WS-SUMMARY-EOF
              PERFORM ZB000-READ-SUMMARY
              IF WS-SUMMARY-EOF        = HIGH-VALUES
                 OR SUM-TYPE           NOT = "H"
                 MOVE "RESULTS-SUMMARY.TXT HAS NO HEADER RECORD"
                                       TO ERR-MESSAGE
                 CLOSE SUMMARY-FILE
               ELSE
                 IF SUMH-MASTER-COUNT  NOT = WS-LIVE-COUNT
                    MOVE SPACES        TO ERR-MESSAGE
                    STRING "SUMMARY STAMPED " SUMH-MASTER-COUNT
                           " RECORDS, SURVEY-DATA NOW HOLDS "
                           WS-LIVE-COUNT
                                       DELIMITED BY SIZE
                           INTO ERR-MESSAGE
                    CLOSE SUMMARY-FILE
                  ELSE
                    MOVE "Y"           TO WS-SUMMARY-OK
                    PERFORM ZB000-READ-SUMMARY
                 END-IF
              END-IF
           END-IF.
      *SURVEY-DATA STAYS OPEN HERE - AA000-MAIN-PROCEDURE OPENS IT ONCE
      *AND CLOSES IT ONCE AT THE VERY END, SO A SECOND CLOSE HERE WOULD
      *ABEND ON THE NEXT CLOSE WITH A FILE-NOT-OPEN CONDITION..........
           INITIALIZE WS-STMT-PCTS.

       EA000-HIGHEST-AND-LOWEST        SECTION.
      *CHECKING FOR THE HIGHEST AND LOWEST AGE - EACH CELL CARRIES ITS
      *OWN OLDEST AND YOUNGEST.........
           IF WS-MAX-AGE = 0           AND WS-MIN-AGE = 0
               MOVE SUMC-AGE-MAX       TO WS-MAX-AGE
               MOVE SUMC-AGE-MIN       TO WS-MIN-AGE
             ELSE
                IF SUMC-AGE-MAX        > WS-MAX-AGE
                    MOVE SUMC-AGE-MAX  TO WS-MAX-AGE
                END-IF
                IF SUMC-AGE-MIN        < WS-MIN-AGE
                    MOVE SUMC-AGE-MIN  TO WS-MIN-AGE
                END-IF
           END-IF.

       NA000-AGE-BRACKETS               SECTION.
      *BAND RESPONDENTS BY AGE SO WE KNOW WHICH ONBOARDING SESSIONS
      *TO RUN.....
      *THE CELL WAS BANDED UNDER 20 / 20-29 / 30-39 / 40+ (1-4) WHEN
      *THE SUMMARY WAS BUILT.....
           EVALUATE SUMC-BRACKET
              WHEN 1
                 ADD SUMC-RESPONDENTS  TO WS-AGE-UNDER20-COUNT
              WHEN 2
                 ADD SUMC-RESPONDENTS  TO WS-AGE-20-29-COUNT
              WHEN 3
                 ADD SUMC-RESPONDENTS  TO WS-AGE-30-39-COUNT
              WHEN OTHER
                 ADD SUMC-RESPONDENTS  TO WS-AGE-40-PLUS-COUNT
           END-EVALUATE.

       TB000-GENDER-COUNT              SECTION.
      *THE SEVENTH DIGIT OF THE ID NUMBER CARRIES GENDER - 5 AND UP IS
      *MALE, BELOW 5 IS FEMALE - SO NOBODY HAS TO BE ASKED TWICE. THE
      *SUMMARY CELL CARRIES IT AS M OR F..............................
           IF SUMC-GENDER              = "M"
              ADD SUMC-RESPONDENTS     TO WS-MALE-COUNT
            ELSE
              ADD SUMC-RESPONDENTS     TO WS-FEMALE-COUNT
           END-IF.

       FA000-FOOD-PERCENTAGE           SECTION.
      *EACH FAVOURITE FOOD IS COUNTED INDEPENDENTLY SINCE THE QUESTION
      *ALLOWS MORE THAN ONE CHOICE TO BE MARKED PER RESPONDENT.......
           ADD SUMC-FOOD (1)           TO PIZZA-COUNT.
           ADD SUMC-FOOD (2)           TO PASTA-COUNT.
           ADD SUMC-FOOD (3)           TO PAP-N-WORS-COUNT.
           ADD SUMC-FOOD (4)           TO CHICKEN-COUNT.
           ADD SUMC-FOOD (5)           TO BEEF-COUNT.
           ADD SUMC-FOOD (6)           TO OTHER-FAV-COUNT.

      *CALCULATING THE PERCENTAGE OF PEOPLE WHO LIKE EACH FOOD CHOICE..
           COMPUTE WS-PERC-PIZZA = PIZZA-COUNT/WS-SURVEY-COUNT * 100.
       HA000-AVERAGE0FRATING                  SECTION.
      *EACH STATEMENT IS SCORED INDEPENDENTLY SO ALL FOUR GET A FULL
      *STRONGLY AGREE/AGREE/NEUTRAL/DISAGREE/STRONGLY DISAGREE COUNT -
      *THE CELL IS READ BY STATEMENT NUMBER SO THE COUNTING IS THE
      *SAME WHATEVER THE STATEMENTS SAY...............................
           PERFORM VARYING WS-STMT-NO FROM 1 BY 1
                    UNTIL WS-STMT-NO   > 4
              PERFORM VARYING WS-COL-NO FROM 1 BY 1
                       UNTIL WS-COL-NO > 5
                 ADD SUMC-RATING (WS-STMT-NO, WS-COL-NO)
                                       TO WS-STMT-COL-COUNT
                                          (WS-STMT-NO, WS-COL-NO)
              END-PERFORM
           END-PERFORM.

              MOVE SPACES              TO WS-OTHER-FAV-TEXT
           END-IF.

      *THE CONSENT QUESTION MUST BE ANSWERED BEFORE ANYTHING IS SAVED.
      *A NEW CAPTURE TAKES AGREES (Y) OR DECLINES (N); WITHDRAWN (W)
      *ONLY MAKES SENSE ON A CORRECTION OF A RECORD ALREADY ON FILE...
           IF WS-CONSENT               = SPACES
              MOVE "CONSENT QUESTION NOT ANSWERED - ASK Y OR N"
                                        TO ERR-MESSAGE
            ELSE
              IF WS-SKIP-DUP-CHECK     = "Y"
                 IF WS-CONSENT         NOT = "Y" AND NOT = "N"
                                       AND NOT = "W"
                    MOVE "CONSENT MUST BE Y, N OR W (WITHDRAWN)"
                                        TO ERR-MESSAGE
                 END-IF
               ELSE
                 IF WS-CONSENT         NOT = "Y" AND NOT = "N"
                    MOVE "CONSENT MUST BE Y OR N"
                                        TO ERR-MESSAGE
                 END-IF
              END-IF
           END-IF.

      *THE ID NUMBER CAN VOUCH FOR ITSELF AND FOR THE DATE AND AGE
      *FIELDS - ONLY WORTH DOING ONCE IT IS NOT SIMPLY MISSING, AND
      *ONLY ON A NEW CAPTURE: A CORRECTION CANNOT CHANGE THE ID, AND
           READ SURVEY-DATA             NEXT RECORD
              AT END
                 MOVE HIGH-VALUES       TO WS-EOF.

       ZB000-READ-SUMMARY               SECTION.
           READ SUMMARY-FILE
              AT END
                 MOVE HIGH-VALUES       TO WS-SUMMARY-EOF.
