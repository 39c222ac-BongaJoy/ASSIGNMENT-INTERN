      ******************************************************************
      * Author: JOYCE MACHABA
      * Date: 10/15/2026
      * Purpose: DOUBLE-KEY REPORT - FOR EACH BATCH OF PAPER FORMS,
      *          HOW MANY FORMS ARE LIVE, HELD FOR A SUPERVISOR OR
      *          STILL WAITING FOR THEIR SECOND KEYING, AND FOR EACH
      *          OPERATOR WHO KEYED IN THE BATCH HOW MANY FIELDS
      *          DISAGREED WITH THE OTHER KEYING AND HOW MANY THE
      *          SUPERVISOR FOUND THE OPERATOR HAD KEYED WRONG.
      *          ENDS WITH THE SAME OPERATOR FIGURES OVER ALL BATCHES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                  DIVISION.

       PROGRAM-ID.                     DOUBLE-KEY-REPORT.
       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
      *SAME PENDING PAPER FORM FILE INTERN-SURVEY KEYS INTO...........
           SELECT  PENDING-FILE        ASSIGN TO "SURVEY-PENDING.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PND-KEY
           FILE STATUS IS WS-PENDING-STATUS.

           SELECT  DOUBLE-KEY-FILE     ASSIGN TO
                                        "DOUBLE-KEY-REPORT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA                            DIVISION.

       FILE                            SECTION.
      *SAME RECORD LAYOUT AS INTERN-SURVEY'S PENDING-FILE.............
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

       FD  DOUBLE-KEY-FILE.
       01  DOUBLE-KEY-LINE             PIC X(100).

       WORKING-STORAGE                 SECTION.
       01 WS-EOF                       PIC XX.
       01 WS-PENDING-STATUS            PIC XX.
       01 WS-READ-COUNT                PIC 9(05)     VALUE 0.
       01 WS-BATCH-COUNT               PIC 9(05)     VALUE 0.
       01 WS-THIS-BATCH                PIC X(06)     VALUE SPACES.
       01 WS-FIRST-BATCH               PIC X         VALUE "Y".

      *FORM COUNTS FOR THE BATCH IN HAND AND FOR THE WHOLE FILE.
      *LIVE = BOTH KEYINGS AGREED OR THE SUPERVISOR RESOLVED THEM,
      *HELD = KEYINGS DISAGREE AND WAIT FOR A SUPERVISOR,
      *AWAITING = KEYED ONCE, SECOND KEYING NOT DONE YET..............
       01 WS-BATCH-FORMS.
           05 WS-BAT-FORMS             PIC 9(05).
           05 WS-BAT-LIVE              PIC 9(05).
           05 WS-BAT-HELD              PIC 9(05).
           05 WS-BAT-AWAITING          PIC 9(05).
       01 WS-ALL-FORMS.
           05 WS-ALL-FORMS-N           PIC 9(06)     VALUE 0.
           05 WS-ALL-LIVE              PIC 9(06)     VALUE 0.
           05 WS-ALL-HELD              PIC 9(06)     VALUE 0.
           05 WS-ALL-AWAITING          PIC 9(06)     VALUE 0.

      *ONE ROW PER OPERATOR WHO KEYED IN THE BATCH IN HAND. FIELDS
      *COMPARED ONLY COUNT ONCE A FORM HAS BEEN KEYED TWICE. A FIELD
      *IS WRONG WHEN THE SUPERVISOR TOOK THE OTHER OPERATOR'S VALUE...
       01 WS-OPR-MAX                   PIC 99        VALUE 30.
       01 WS-BOP-COUNT                 PIC 99        VALUE 0.
       01 WS-BOP-TABLE.
           05 WS-BOP-ENTRY             OCCURS 30 TIMES.
              10 WS-BOP-CODE           PIC X(08).
              10 WS-BOP-FORMS          PIC 9(05).
              10 WS-BOP-FIELDS         PIC 9(06).
              10 WS-BOP-MISMATCH       PIC 9(06).
              10 WS-BOP-WRONG          PIC 9(06).
       01 WS-BOP-IDX                   PIC 99.
       01 WS-BOP-FOUND                 PIC 99.

      *THE SAME FIGURES PER OPERATOR OVER EVERY BATCH.................
       01 WS-AOP-COUNT                 PIC 99        VALUE 0.
       01 WS-AOP-TABLE.
           05 WS-AOP-ENTRY             OCCURS 30 TIMES.
              10 WS-AOP-CODE           PIC X(08).
              10 WS-AOP-FORMS          PIC 9(05).
              10 WS-AOP-FIELDS         PIC 9(06).
              10 WS-AOP-MISMATCH       PIC 9(06).
              10 WS-AOP-WRONG          PIC 9(06).
       01 WS-AOP-IDX                   PIC 99.
       01 WS-AOP-FOUND                 PIC 99.
       01 WS-DROPPED-COUNT             PIC 9(05)     VALUE 0.

      *ONE OPERATOR'S SHARE OF THE FORM IN HAND. ROLE 1 IS THE FIRST
      *KEYING, ROLE 2 THE SECOND....................................
       01 WS-THIS-OPERATOR             PIC X(08).
       01 WS-THIS-ROLE                 PIC 9.
       01 WS-FORM-FIELDS               PIC 99.
       01 WS-FORM-MISMATCH             PIC 99.
       01 WS-FORM-WRONG                PIC 99.
       01 WS-FLD-IDX                   PIC 99.

      *PRINT EDITS FOR THE REPORT LINES...............................
       01 WS-PRT-OPERATOR              PIC X(08).
       01 WS-PRT-FORMS                 PIC 9(05).
       01 WS-PRT-FIELDS                PIC 9(06).
       01 WS-PRT-MISMATCH              PIC 9(06).
       01 WS-PRT-WRONG                 PIC 9(06).
       01 WS-CNT-EDIT                  PIC ZZZZZ9.
       01 WS-CNT-EDIT-1                PIC ZZZZZ9.
       01 WS-CNT-EDIT-2                PIC ZZZZZ9.
       01 WS-CNT-EDIT-3                PIC ZZZZZ9.
       01 WS-PCT-EDIT                  PIC ZZ9.9.
       01 WS-PCT-EDIT-2                PIC ZZ9.9.
       01 WS-MISMATCH-PCT              PIC 999V9.
       01 WS-WRONG-PCT                 PIC 999V9.

       01 WS-RUN-DATE.
           05 WS-RUN-YEAR              PIC 9999.
           05 WS-RUN-MONTH             PIC 99.
           05 WS-RUN-DAY               PIC 99.

       PROCEDURE                       DIVISION.

       AA000-MAIN-PROCEDURE            SECTION.
           PERFORM BA000-INITIAL.

           PERFORM UNTIL WS-EOF        = HIGH-VALUES
              ADD 01                   TO WS-READ-COUNT
              IF PND-BATCH             NOT = WS-THIS-BATCH
                 OR WS-FIRST-BATCH     = "Y"
                 IF WS-FIRST-BATCH     = "N"
                    PERFORM EA000-WRITE-BATCH
                 END-IF
                 PERFORM CB000-START-BATCH
              END-IF
              PERFORM CA000-TALLY-FORM
              PERFORM ZA000-READ-FILE
           END-PERFORM.

           IF WS-FIRST-BATCH           = "N"
              PERFORM EA000-WRITE-BATCH
           END-IF.
           PERFORM GA000-WRITE-ALL-BATCHES.

           DISPLAY "FORMS READ: " WS-READ-COUNT
                   "  BATCHES FOUND: " WS-BATCH-COUNT.
           IF WS-DROPPED-COUNT         > 0
              DISPLAY "WARNING - OPERATOR TABLE FULL, "
                      WS-DROPPED-COUNT
                      " KEYINGS NOT COUNTED"
           END-IF.
           DISPLAY "DOUBLE-KEY FIGURES WRITTEN TO "
                   "DOUBLE-KEY-REPORT.TXT".
           PERFORM ZZ000-TERMINATE.
           STOP RUN.

       BA000-INITIAL                   SECTION.
           ACCEPT WS-RUN-DATE          FROM DATE YYYYMMDD.
           OPEN INPUT PENDING-FILE.
           OPEN OUTPUT DOUBLE-KEY-FILE.

           MOVE SPACES                 TO DOUBLE-KEY-LINE.
           STRING "PAPER FORM DOUBLE-KEY REPORT - RUN DATE "
                                       DELIMITED BY SIZE
                  WS-RUN-MONTH         DELIMITED BY SIZE
                  "/"                  DELIMITED BY SIZE
                  WS-RUN-DAY           DELIMITED BY SIZE
                  "/"                  DELIMITED BY SIZE
                  WS-RUN-YEAR          DELIMITED BY SIZE
                  INTO DOUBLE-KEY-LINE.
           WRITE DOUBLE-KEY-LINE.
           MOVE "MISMATCH = FIELDS THAT DISAGREED WITH THE OTHER KEYING"
                                       TO DOUBLE-KEY-LINE.
           WRITE DOUBLE-KEY-LINE.
           MOVE "WRONG    = FIELDS WHERE THE SUPERVISOR TOOK THE OTHER"
                                       TO DOUBLE-KEY-LINE.
           MOVE " OPERATOR'S VALUE"    TO DOUBLE-KEY-LINE (54:).
           WRITE DOUBLE-KEY-LINE.

           IF WS-PENDING-STATUS        NOT = "00"
              DISPLAY "SURVEY-PENDING.TXT COULD NOT BE OPENED (STATUS "
                      WS-PENDING-STATUS ") - NOTHING TO REPORT"
              MOVE HIGH-VALUES         TO WS-EOF
            ELSE
              MOVE LOW-VALUES          TO WS-EOF
              PERFORM ZA000-READ-FILE
           END-IF.

       CA000-TALLY-FORM                SECTION.
           ADD 01                      TO WS-BAT-FORMS WS-ALL-FORMS-N.
           EVALUATE PND-STATUS
              WHEN "L"
                 ADD 01                TO WS-BAT-LIVE WS-ALL-LIVE
              WHEN "M"
                 ADD 01                TO WS-BAT-HELD WS-ALL-HELD
              WHEN OTHER
                 ADD 01                TO WS-BAT-AWAITING
                                          WS-ALL-AWAITING
           END-EVALUATE.

           MOVE PND-KEY1-OPERATOR      TO WS-THIS-OPERATOR.
           MOVE 1                      TO WS-THIS-ROLE.
           PERFORM DA000-TALLY-OPERATOR.

           IF PND-KEY2-OPERATOR        NOT = SPACES
              MOVE PND-KEY2-OPERATOR   TO WS-THIS-OPERATOR
              MOVE 2                   TO WS-THIS-ROLE
              PERFORM DA000-TALLY-OPERATOR
           END-IF.

       CB000-START-BATCH               SECTION.
           MOVE "N"                    TO WS-FIRST-BATCH.
           MOVE PND-BATCH              TO WS-THIS-BATCH.
           ADD 01                      TO WS-BATCH-COUNT.
           INITIALIZE WS-BATCH-FORMS.
           MOVE ZERO                   TO WS-BOP-COUNT.

       DA000-TALLY-OPERATOR            SECTION.
      *A FORM KEYED ONLY ONCE HAS NOTHING TO COMPARE YET. ONCE KEYED
      *TWICE ALL 12 FIELDS WERE COMPARED - A BLANK RESULT AGREED, "?"
      *STILL WAITS FOR THE SUPERVISOR, "1" OR "2" IS THE KEYING THE
      *SUPERVISOR TOOK, SO THE OTHER KEYING HAD THAT FIELD WRONG......
           MOVE ZERO                   TO WS-FORM-FIELDS
                                          WS-FORM-MISMATCH
                                          WS-FORM-WRONG.
           IF PND-KEY2-OPERATOR        NOT = SPACES
              MOVE 12                  TO WS-FORM-FIELDS
              PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                       UNTIL WS-FLD-IDX > 12
                 IF PND-FIELD-RESULT (WS-FLD-IDX) NOT = SPACE
                    ADD 01             TO WS-FORM-MISMATCH
                 END-IF
                 IF (WS-THIS-ROLE      = 1
                     AND PND-FIELD-RESULT (WS-FLD-IDX) = "2")
                    OR (WS-THIS-ROLE   = 2
                     AND PND-FIELD-RESULT (WS-FLD-IDX) = "1")
                    ADD 01             TO WS-FORM-WRONG
                 END-IF
              END-PERFORM
           END-IF.

           PERFORM DB000-FIND-BATCH-OPERATOR.
           IF WS-BOP-FOUND             > ZERO
              ADD 01                   TO WS-BOP-FORMS (WS-BOP-FOUND)
              ADD WS-FORM-FIELDS       TO WS-BOP-FIELDS (WS-BOP-FOUND)
              ADD WS-FORM-MISMATCH     TO WS-BOP-MISMATCH
                                          (WS-BOP-FOUND)
              ADD WS-FORM-WRONG        TO WS-BOP-WRONG (WS-BOP-FOUND)
           END-IF.

           PERFORM DC000-FIND-ALL-OPERATOR.
           IF WS-AOP-FOUND             > ZERO
              ADD 01                   TO WS-AOP-FORMS (WS-AOP-FOUND)
              ADD WS-FORM-FIELDS       TO WS-AOP-FIELDS (WS-AOP-FOUND)
              ADD WS-FORM-MISMATCH     TO WS-AOP-MISMATCH
                                          (WS-AOP-FOUND)
              ADD WS-FORM-WRONG        TO WS-AOP-WRONG (WS-AOP-FOUND)
           END-IF.

       DB000-FIND-BATCH-OPERATOR       SECTION.
      *FIND THIS OPERATOR'S ROW FOR THE BATCH OR OPEN A NEW ONE - ZERO
      *MEANS THE TABLE WAS FULL AND THE KEYING COULD NOT BE COUNTED...
           MOVE ZERO                   TO WS-BOP-FOUND.
           PERFORM VARYING WS-BOP-IDX FROM 1 BY 1
                    UNTIL WS-BOP-IDX   > WS-BOP-COUNT
                       OR WS-BOP-FOUND > ZERO
              IF WS-BOP-CODE (WS-BOP-IDX) = WS-THIS-OPERATOR
                 MOVE WS-BOP-IDX       TO WS-BOP-FOUND
              END-IF
           END-PERFORM.

           IF WS-BOP-FOUND             = ZERO
              IF WS-BOP-COUNT          < WS-OPR-MAX
                 ADD 01                TO WS-BOP-COUNT
                 MOVE WS-BOP-COUNT     TO WS-BOP-FOUND
                 MOVE WS-THIS-OPERATOR TO WS-BOP-CODE (WS-BOP-FOUND)
                 MOVE ZERO             TO WS-BOP-FORMS (WS-BOP-FOUND)
                                          WS-BOP-FIELDS (WS-BOP-FOUND)
                                          WS-BOP-MISMATCH
                                          (WS-BOP-FOUND)
                                          WS-BOP-WRONG (WS-BOP-FOUND)
               ELSE
                 ADD 01                TO WS-DROPPED-COUNT
              END-IF
           END-IF.

       DC000-FIND-ALL-OPERATOR         SECTION.
      *SAME SEARCH AS DB000 ON THE ALL-BATCHES TABLE..................
           MOVE ZERO                   TO WS-AOP-FOUND.
           PERFORM VARYING WS-AOP-IDX FROM 1 BY 1
                    UNTIL WS-AOP-IDX   > WS-AOP-COUNT
                       OR WS-AOP-FOUND > ZERO
              IF WS-AOP-CODE (WS-AOP-IDX) = WS-THIS-OPERATOR
                 MOVE WS-AOP-IDX       TO WS-AOP-FOUND
              END-IF
           END-PERFORM.

           IF WS-AOP-FOUND             = ZERO
              IF WS-AOP-COUNT          < WS-OPR-MAX
                 ADD 01                TO WS-AOP-COUNT
                 MOVE WS-AOP-COUNT     TO WS-AOP-FOUND
                 MOVE WS-THIS-OPERATOR TO WS-AOP-CODE (WS-AOP-FOUND)
                 MOVE ZERO             TO WS-AOP-FORMS (WS-AOP-FOUND)
                                          WS-AOP-FIELDS (WS-AOP-FOUND)
                                          WS-AOP-MISMATCH
                                          (WS-AOP-FOUND)
                                          WS-AOP-WRONG (WS-AOP-FOUND)
               ELSE
                 ADD 01                TO WS-DROPPED-COUNT
              END-IF
           END-IF.

       EA000-WRITE-BATCH               SECTION.
           MOVE WS-BAT-FORMS           TO WS-CNT-EDIT.
           MOVE WS-BAT-LIVE            TO WS-CNT-EDIT-1.
           MOVE WS-BAT-HELD            TO WS-CNT-EDIT-2.
           MOVE WS-BAT-AWAITING        TO WS-CNT-EDIT-3.
           MOVE SPACES                 TO DOUBLE-KEY-LINE.
           WRITE DOUBLE-KEY-LINE.
           STRING "BATCH "             DELIMITED BY SIZE
                  WS-THIS-BATCH        DELIMITED BY SIZE
                  "  FORMS"            DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  "  LIVE"             DELIMITED BY SIZE
                  WS-CNT-EDIT-1        DELIMITED BY SIZE
                  "  HELD"             DELIMITED BY SIZE
                  WS-CNT-EDIT-2        DELIMITED BY SIZE
                  "  AWAITING 2ND KEYING"
                                       DELIMITED BY SIZE
                  WS-CNT-EDIT-3        DELIMITED BY SIZE
                  INTO DOUBLE-KEY-LINE.
           WRITE DOUBLE-KEY-LINE.
           PERFORM FB000-WRITE-COLUMN-TITLES.

           PERFORM VARYING WS-BOP-IDX FROM 1 BY 1
                    UNTIL WS-BOP-IDX   > WS-BOP-COUNT
              MOVE WS-BOP-CODE (WS-BOP-IDX)     TO WS-PRT-OPERATOR
              MOVE WS-BOP-FORMS (WS-BOP-IDX)    TO WS-PRT-FORMS
              MOVE WS-BOP-FIELDS (WS-BOP-IDX)   TO WS-PRT-FIELDS
              MOVE WS-BOP-MISMATCH (WS-BOP-IDX) TO WS-PRT-MISMATCH
              MOVE WS-BOP-WRONG (WS-BOP-IDX)    TO WS-PRT-WRONG
              PERFORM FA000-WRITE-OPERATOR-LINE
           END-PERFORM.

       FA000-WRITE-OPERATOR-LINE       SECTION.
      *RATES ARE OUT OF THE FIELDS COMPARED, SO FORMS STILL WAITING
      *FOR THEIR SECOND KEYING DO NOT WATER THEM DOWN................
           IF WS-PRT-FIELDS            = ZERO
              MOVE ZERO                TO WS-MISMATCH-PCT
                                          WS-WRONG-PCT
            ELSE
              COMPUTE WS-MISMATCH-PCT  =
                 WS-PRT-MISMATCH / WS-PRT-FIELDS * 100
              COMPUTE WS-WRONG-PCT     =
                 WS-PRT-WRONG / WS-PRT-FIELDS * 100
           END-IF.
           MOVE WS-PRT-FORMS           TO WS-CNT-EDIT.
           MOVE WS-PRT-FIELDS          TO WS-CNT-EDIT-1.
           MOVE WS-PRT-MISMATCH        TO WS-CNT-EDIT-2.
           MOVE WS-PRT-WRONG           TO WS-CNT-EDIT-3.
           MOVE WS-MISMATCH-PCT        TO WS-PCT-EDIT.
           MOVE WS-WRONG-PCT           TO WS-PCT-EDIT-2.
           MOVE SPACES                 TO DOUBLE-KEY-LINE.
           STRING "  "                 DELIMITED BY SIZE
                  WS-PRT-OPERATOR      DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-CNT-EDIT-1        DELIMITED BY SIZE
                  "    "               DELIMITED BY SIZE
                  WS-CNT-EDIT-2        DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-PCT-EDIT          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-CNT-EDIT-3        DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-PCT-EDIT-2        DELIMITED BY SIZE
                  INTO DOUBLE-KEY-LINE.
           WRITE DOUBLE-KEY-LINE.

       FB000-WRITE-COLUMN-TITLES       SECTION.
           MOVE
           "  OPERATOR   FORMS  FIELDS  MISMATCH  MISM%  WRONG  WRONG%"
                                       TO DOUBLE-KEY-LINE.
           WRITE DOUBLE-KEY-LINE.

       GA000-WRITE-ALL-BATCHES         SECTION.
           MOVE SPACES                 TO DOUBLE-KEY-LINE.
           WRITE DOUBLE-KEY-LINE.
           IF WS-BATCH-COUNT           = ZERO
              MOVE "NO PAPER FORMS ON FILE"
                                       TO DOUBLE-KEY-LINE
              WRITE DOUBLE-KEY-LINE
            ELSE
              MOVE WS-ALL-FORMS-N      TO WS-CNT-EDIT
              MOVE WS-ALL-LIVE         TO WS-CNT-EDIT-1
              MOVE WS-ALL-HELD         TO WS-CNT-EDIT-2
              MOVE WS-ALL-AWAITING     TO WS-CNT-EDIT-3
              STRING "ALL BATCHES  FORMS"
                                       DELIMITED BY SIZE
                     WS-CNT-EDIT       DELIMITED BY SIZE
                     "  LIVE"          DELIMITED BY SIZE
                     WS-CNT-EDIT-1     DELIMITED BY SIZE
                     "  HELD"          DELIMITED BY SIZE
                     WS-CNT-EDIT-2     DELIMITED BY SIZE
                     "  AWAITING 2ND KEYING"
                                       DELIMITED BY SIZE
                     WS-CNT-EDIT-3     DELIMITED BY SIZE
                     INTO DOUBLE-KEY-LINE
              WRITE DOUBLE-KEY-LINE
              PERFORM FB000-WRITE-COLUMN-TITLES
              PERFORM VARYING WS-AOP-IDX FROM 1 BY 1
                       UNTIL WS-AOP-IDX > WS-AOP-COUNT
                 MOVE WS-AOP-CODE (WS-AOP-IDX)     TO WS-PRT-OPERATOR
                 MOVE WS-AOP-FORMS (WS-AOP-IDX)    TO WS-PRT-FORMS
                 MOVE WS-AOP-FIELDS (WS-AOP-IDX)   TO WS-PRT-FIELDS
                 MOVE WS-AOP-MISMATCH (WS-AOP-IDX) TO WS-PRT-MISMATCH
                 MOVE WS-AOP-WRONG (WS-AOP-IDX)    TO WS-PRT-WRONG
                 PERFORM FA000-WRITE-OPERATOR-LINE
              END-PERFORM
           END-IF.

       ZA000-READ-FILE                 SECTION.
           READ PENDING-FILE           NEXT RECORD
              AT END
                 MOVE HIGH-VALUES      TO WS-EOF.

       ZZ000-TERMINATE                 SECTION.
           CLOSE PENDING-FILE DOUBLE-KEY-FILE.
