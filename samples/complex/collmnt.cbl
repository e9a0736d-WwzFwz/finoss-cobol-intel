       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLMNT.
      *
      * Maintenance for the COLLMAST collateral register LOANCLAS
      * nets out of each loan's provision.  Credit admin prepares
      * CLTTRAN with one row per action -- "A" to register a new
      * piece (type, appraised value, appraisal date, haircut and
      * the first loan it secures), "V" to record a revaluation,
      * "L" to link a further loan to it, "D" to delink a loan, or
      * "R" to release the piece altogether -- and this program
      * applies the file against COLLMAST in a single pass the way
      * HOLDMNT does the holds file.  Several actions for one piece
      * apply in the order keyed.  The updated register goes to
      * COLLMAST.NEW (the usual handover) and every action's outcome
      * is reported on COLMRPT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLL-TRAN-FILE ASSIGN TO "CLTTRAN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT COLL-FILE ASSIGN TO "COLLMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COLL-FILE-STATUS.
           SELECT COLL-OUT-FILE ASSIGN TO "COLLMAST.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT MAINT-RPT-FILE ASSIGN TO "COLMRPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COLL-TRAN-FILE.
       01  COLL-TRAN-RECORD.
           05  CT-ACTION            PIC X(01).
               88  CT-ADD           VALUE "A".
               88  CT-REVALUE       VALUE "V".
               88  CT-LINK          VALUE "L".
               88  CT-DELINK        VALUE "D".
               88  CT-RELEASE       VALUE "R".
           05  CT-COLL-ID           PIC 9(06).
           05  CT-COLL-TYPE         PIC X(02).
               88  CT-VALID-TYPE    VALUE "RE" "VH" "DP" "SE"
                                          "EQ" "OT".
           05  CT-APPRAISED-VALUE   PIC 9(11)V99.
           05  CT-APPRAISAL-DATE    PIC 9(08).
           05  CT-HAIRCUT-PCT       PIC 9V9(04).
           05  CT-LOAN-ACCT         PIC X(12).
           05  CT-KEYED-BY          PIC X(08).

       FD  COLL-FILE.
       COPY COLLMAST.

      *
      * Output record carries the register layout under its own
      * names, the way HOLDMNT's HOLDS.NEW record mirrors HOLDS.
      *
       FD  COLL-OUT-FILE.
       01  COLL-OUT-RECORD.
           05  CLO-COLL-ID          PIC 9(06).
           05  CLO-COLL-TYPE        PIC X(02).
           05  CLO-APPRAISED-VALUE  PIC 9(11)V99.
           05  CLO-APPRAISAL-DATE   PIC 9(08).
           05  CLO-HAIRCUT-PCT      PIC 9V9(04).
           05  CLO-STATUS           PIC X(01).
           05  CLO-LOAN-COUNT       PIC 9(01).
           05  CLO-LOAN-ACCT        PIC X(12) OCCURS 5 TIMES.

       FD  MAINT-RPT-FILE.
       01  MAINT-RPT-RECORD.
           05  CM-ACTION            PIC X(01).
           05  FILLER               PIC X(02).
           05  CM-COLL-ID           PIC 9(06).
           05  FILLER               PIC X(02).
           05  CM-LOAN-ACCT         PIC X(12).
           05  FILLER               PIC X(02).
           05  CM-OUTCOME           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-COLL-FILE-STATUS      PIC X(2).
       01  WS-TRAN-EOF              PIC X(1) VALUE "N".
           88  END-OF-TRANS         VALUE "Y".
       01  WS-COLL-EOF              PIC X(1) VALUE "N".
           88  END-OF-COLLATERAL    VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-TRAN-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-APPLIED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-REJECT-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-HIGH-COLL-ID          PIC 9(06) VALUE 0.
      *
      * Actions are loaded into memory once and matched against the
      * register in one pass, the HOLDMNT load-once-small-table
      * pattern.
      *
       01  WS-TRAN-TABLE.
           05  WS-TRN-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-TRN-IDX.
               10  WS-TRN-ACTION     PIC X(01).
               10  WS-TRN-COLL-ID    PIC 9(06).
               10  WS-TRN-COLL-TYPE  PIC X(02).
               10  WS-TRN-VALUE      PIC 9(11)V99.
               10  WS-TRN-APPR-DATE  PIC 9(08).
               10  WS-TRN-HAIRCUT    PIC 9V9(04).
               10  WS-TRN-LOAN-ACCT  PIC X(12).
               10  WS-TRN-VALID-SW   PIC X(01).
               10  WS-TRN-USED-SW    PIC X(01).
       01  WS-MATCH-IDX             PIC 9(5) COMP VALUE 0.
       01  WS-LOAN-SUB              PIC 9(2) COMP VALUE 0.
       01  WS-LOAN-FOUND-SUB        PIC 9(2) COMP VALUE 0.
      *
      * OPERSEC sign-on interface: the keying operator must exist,
      * be active, and hold the role this program's work requires.
      *
       01  LK-OPER-CHECK-ID         PIC X(08).
       01  LK-REQUIRED-ROLE         PIC X(01) VALUE "M".
       01  LK-SIGNON-RESULT.
           05  LK-SIGNON-OK         PIC X(01).
           05  LK-SIGNON-REASON     PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           OPEN INPUT COLL-TRAN-FILE
           PERFORM LOAD-TRAN-TABLE
           CLOSE COLL-TRAN-FILE
           OPEN OUTPUT MAINT-RPT-FILE
           OPEN OUTPUT COLL-OUT-FILE
           OPEN INPUT COLL-FILE
           IF WS-COLL-FILE-STATUS = "00"
               PERFORM READ-COLLATERAL
               PERFORM CARRY-OR-UPDATE UNTIL END-OF-COLLATERAL
               CLOSE COLL-FILE
           END-IF
           PERFORM APPEND-NEW-COLLATERAL
           PERFORM REPORT-UNAPPLIED-TRANS
           CLOSE COLL-OUT-FILE MAINT-RPT-FILE
           DISPLAY "COLLMNT: ACTIONS READ       " WS-TRAN-COUNT
           DISPLAY "COLLMNT: ACTIONS APPLIED    " WS-APPLIED-COUNT
           DISPLAY "COLLMNT: ACTIONS REJECTED   " WS-REJECT-COUNT
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-TRAN-TABLE.
           PERFORM READ-TRAN
           PERFORM STORE-TRAN-ENTRY UNTIL END-OF-TRANS.

       READ-TRAN.
           READ COLL-TRAN-FILE
               AT END MOVE "Y" TO WS-TRAN-EOF
           END-READ.

       STORE-TRAN-ENTRY.
           IF WS-TRAN-COUNT = 200
               DISPLAY "COLLMNT: TRAN TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TRAN-COUNT
           SET WS-TRN-IDX TO WS-TRAN-COUNT
           MOVE CT-ACTION TO WS-TRN-ACTION(WS-TRN-IDX)
           MOVE CT-COLL-ID TO WS-TRN-COLL-ID(WS-TRN-IDX)
           MOVE CT-COLL-TYPE TO WS-TRN-COLL-TYPE(WS-TRN-IDX)
           MOVE CT-APPRAISED-VALUE TO WS-TRN-VALUE(WS-TRN-IDX)
           MOVE CT-APPRAISAL-DATE TO WS-TRN-APPR-DATE(WS-TRN-IDX)
           MOVE CT-HAIRCUT-PCT TO WS-TRN-HAIRCUT(WS-TRN-IDX)
           MOVE CT-LOAN-ACCT TO WS-TRN-LOAN-ACCT(WS-TRN-IDX)
           MOVE "N" TO WS-TRN-USED-SW(WS-TRN-IDX)
           PERFORM EDIT-TRAN-FIELDS
           PERFORM READ-TRAN.

      *
      * An appraisal must carry a value, a date no later than today
      * and a haircut under 100 percent; a new piece must also be a
      * known collateral type and name the loan it secures.
      *
       EDIT-TRAN-FIELDS.
           MOVE "Y" TO WS-TRN-VALID-SW(WS-TRN-IDX)
           MOVE CT-KEYED-BY TO LK-OPER-CHECK-ID
           CALL "OPERSEC" USING LK-OPER-CHECK-ID
               LK-REQUIRED-ROLE LK-SIGNON-RESULT
           IF LK-SIGNON-OK = "N"
               MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
           END-IF
           EVALUATE TRUE
               WHEN CT-ADD
                   IF NOT CT-VALID-TYPE
                       OR CT-LOAN-ACCT = SPACES
                       MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
                   END-IF
                   PERFORM EDIT-APPRAISAL-FIELDS
               WHEN CT-REVALUE
                   PERFORM EDIT-APPRAISAL-FIELDS
               WHEN CT-LINK OR CT-DELINK
                   IF CT-LOAN-ACCT = SPACES
                       MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
                   END-IF
               WHEN CT-RELEASE
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
           END-EVALUATE
           IF NOT CT-ADD
               IF CT-COLL-ID NOT NUMERIC OR CT-COLL-ID = 0
                   MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
               END-IF
           END-IF.

       EDIT-APPRAISAL-FIELDS.
           IF CT-APPRAISED-VALUE NOT NUMERIC
               OR CT-APPRAISED-VALUE = 0
               OR CT-APPRAISAL-DATE NOT NUMERIC
               OR CT-APPRAISAL-DATE = 0
               OR CT-APPRAISAL-DATE > WS-TODAY
               OR CT-HAIRCUT-PCT NOT NUMERIC
               OR CT-HAIRCUT-PCT NOT < 1
               MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
           END-IF.

       READ-COLLATERAL.
           READ COLL-FILE
               AT END MOVE "Y" TO WS-COLL-EOF
           END-READ.

       CARRY-OR-UPDATE.
           IF CLT-COLL-ID > WS-HIGH-COLL-ID
               MOVE CLT-COLL-ID TO WS-HIGH-COLL-ID
           END-IF
           MOVE COLLATERAL-RECORD TO COLL-OUT-RECORD
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-TRAN-COUNT
               IF WS-TRN-ACTION(WS-MATCH-IDX) NOT = "A"
                   AND WS-TRN-COLL-ID(WS-MATCH-IDX) = CLT-COLL-ID
                   AND WS-TRN-USED-SW(WS-MATCH-IDX) = "N"
                   PERFORM APPLY-ONE-ACTION
               END-IF
           END-PERFORM
           WRITE COLL-OUT-RECORD
           PERFORM READ-COLLATERAL.

       APPLY-ONE-ACTION.
           MOVE "Y" TO WS-TRN-USED-SW(WS-MATCH-IDX)
           MOVE SPACES TO MAINT-RPT-RECORD
           MOVE WS-TRN-ACTION(WS-MATCH-IDX) TO CM-ACTION
           MOVE CLO-COLL-ID TO CM-COLL-ID
           MOVE WS-TRN-LOAN-ACCT(WS-MATCH-IDX) TO CM-LOAN-ACCT
           IF WS-TRN-VALID-SW(WS-MATCH-IDX) = "N"
               MOVE "REJECTED - FIELD EDITS FAILED" TO CM-OUTCOME
           ELSE
               IF CLO-STATUS NOT = "A"
                   MOVE "REJECTED - COLLATERAL RELEASED" TO CM-OUTCOME
               ELSE
                   PERFORM APPLY-VALID-ACTION
               END-IF
           END-IF
           IF CM-OUTCOME(1:8) = "REJECTED"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
           END-IF
           WRITE MAINT-RPT-RECORD.

       APPLY-VALID-ACTION.
           PERFORM FIND-LINKED-LOAN
           EVALUATE WS-TRN-ACTION(WS-MATCH-IDX)
               WHEN "V"
                   MOVE WS-TRN-VALUE(WS-MATCH-IDX)
                       TO CLO-APPRAISED-VALUE
                   MOVE WS-TRN-APPR-DATE(WS-MATCH-IDX)
                       TO CLO-APPRAISAL-DATE
                   MOVE WS-TRN-HAIRCUT(WS-MATCH-IDX)
                       TO CLO-HAIRCUT-PCT
                   MOVE "REVALUED" TO CM-OUTCOME
               WHEN "L"
                   IF WS-LOAN-FOUND-SUB > 0
                       MOVE "REJECTED - LOAN ALREADY LINKED"
                           TO CM-OUTCOME
                   ELSE
                       IF CLO-LOAN-COUNT = 5
                           MOVE "REJECTED - FIVE LOANS ALREADY LINKED"
                               TO CM-OUTCOME
                       ELSE
                           ADD 1 TO CLO-LOAN-COUNT
                           MOVE WS-TRN-LOAN-ACCT(WS-MATCH-IDX)
                               TO CLO-LOAN-ACCT(CLO-LOAN-COUNT)
                           MOVE "LOAN LINKED" TO CM-OUTCOME
                       END-IF
                   END-IF
               WHEN "D"
                   IF WS-LOAN-FOUND-SUB = 0
                       MOVE "REJECTED - LOAN NOT LINKED"
                           TO CM-OUTCOME
                   ELSE
                       PERFORM REMOVE-LINKED-LOAN
                       MOVE "LOAN DELINKED" TO CM-OUTCOME
                   END-IF
               WHEN "R"
                   MOVE "R" TO CLO-STATUS
                   MOVE "RELEASED" TO CM-OUTCOME
           END-EVALUATE.

       FIND-LINKED-LOAN.
           MOVE 0 TO WS-LOAN-FOUND-SUB
           PERFORM VARYING WS-LOAN-SUB FROM 1 BY 1
               UNTIL WS-LOAN-SUB > CLO-LOAN-COUNT
                   OR WS-LOAN-FOUND-SUB > 0
               IF CLO-LOAN-ACCT(WS-LOAN-SUB) =
                   WS-TRN-LOAN-ACCT(WS-MATCH-IDX)
                   MOVE WS-LOAN-SUB TO WS-LOAN-FOUND-SUB
               END-IF
           END-PERFORM.

      *
      * The links stay packed at the front of the table: every loan
      * after the one removed moves up a slot.
      *
       REMOVE-LINKED-LOAN.
           PERFORM VARYING WS-LOAN-SUB FROM WS-LOAN-FOUND-SUB BY 1
               UNTIL WS-LOAN-SUB NOT < CLO-LOAN-COUNT
               MOVE CLO-LOAN-ACCT(WS-LOAN-SUB + 1)
                   TO CLO-LOAN-ACCT(WS-LOAN-SUB)
           END-PERFORM
           MOVE SPACES TO CLO-LOAN-ACCT(CLO-LOAN-COUNT)
           SUBTRACT 1 FROM CLO-LOAN-COUNT.

       APPEND-NEW-COLLATERAL.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-TRAN-COUNT
               IF WS-TRN-ACTION(WS-MATCH-IDX) = "A"
                   MOVE "Y" TO WS-TRN-USED-SW(WS-MATCH-IDX)
                   PERFORM APPEND-ONE-COLLATERAL
               END-IF
           END-PERFORM.

       APPEND-ONE-COLLATERAL.
           MOVE SPACES TO MAINT-RPT-RECORD
           MOVE "A" TO CM-ACTION
           MOVE WS-TRN-LOAN-ACCT(WS-MATCH-IDX) TO CM-LOAN-ACCT
           IF WS-TRN-VALID-SW(WS-MATCH-IDX) = "N"
               ADD 1 TO WS-REJECT-COUNT
               MOVE 0 TO CM-COLL-ID
               MOVE "REJECTED - FIELD EDITS FAILED" TO CM-OUTCOME
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
               ADD 1 TO WS-HIGH-COLL-ID
               MOVE SPACES TO COLL-OUT-RECORD
               MOVE WS-HIGH-COLL-ID TO CLO-COLL-ID
               MOVE WS-TRN-COLL-TYPE(WS-MATCH-IDX) TO CLO-COLL-TYPE
               MOVE WS-TRN-VALUE(WS-MATCH-IDX) TO CLO-APPRAISED-VALUE
               MOVE WS-TRN-APPR-DATE(WS-MATCH-IDX)
                   TO CLO-APPRAISAL-DATE
               MOVE WS-TRN-HAIRCUT(WS-MATCH-IDX) TO CLO-HAIRCUT-PCT
               MOVE "A" TO CLO-STATUS
               MOVE 1 TO CLO-LOAN-COUNT
               MOVE WS-TRN-LOAN-ACCT(WS-MATCH-IDX)
                   TO CLO-LOAN-ACCT(1)
               WRITE COLL-OUT-RECORD
               MOVE WS-HIGH-COLL-ID TO CM-COLL-ID
               MOVE "REGISTERED" TO CM-OUTCOME
           END-IF
           WRITE MAINT-RPT-RECORD.

       REPORT-UNAPPLIED-TRANS.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-TRAN-COUNT
               IF WS-TRN-USED-SW(WS-MATCH-IDX) = "N"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE SPACES TO MAINT-RPT-RECORD
                   MOVE WS-TRN-ACTION(WS-MATCH-IDX) TO CM-ACTION
                   MOVE WS-TRN-COLL-ID(WS-MATCH-IDX) TO CM-COLL-ID
                   MOVE WS-TRN-LOAN-ACCT(WS-MATCH-IDX)
                       TO CM-LOAN-ACCT
                   MOVE "REJECTED - COLLATERAL ID NOT ON FILE"
                       TO CM-OUTCOME
                   WRITE MAINT-RPT-RECORD
               END-IF
           END-PERFORM.
