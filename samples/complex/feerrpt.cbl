       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEERRPT.
      *
      * Monthly service-charge refund report.  Lists every FEEREFND
      * refund FEEAPPR posted in the FEERPARM month (the month of
      * the business date when no parameter is given) with the
      * operator who asked for it, the supervisor who approved it
      * and the reason, then totals the month by the requesting
      * operator's OPERMAST branch, by operator and by reason.
      * Operators no longer on OPERMAST gather under branch "????",
      * the ACCSREVW way.
      *
      * A fee that has been refunded more than once -- in this
      * month or any other -- is flagged on each of its lines, and
      * the number of such fees closes the report: partial refunds
      * are allowed, but a fee given back piecemeal is worth a
      * second look.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-PARM-FILE ASSIGN TO "FEERPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT REFUND-FILE ASSIGN TO "FEEREFND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-FILE-STATUS.
           SELECT REFUND-RPT-FILE ASSIGN TO "FEEMRPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-PARM-FILE.
       01  RPT-PARM-RECORD.
           05  RP-MONTH             PIC 9(06).

       FD  OPERATOR-MASTER-FILE.
       COPY OPERMAST.

       FD  REFUND-FILE.
       COPY FEEREFND.

      *
      * Detail and total lines share the record under REDEFINES,
      * the STMTGEN convention.
      *
       FD  REFUND-RPT-FILE.
       01  REFUND-RPT-RECORD.
           05  RR-REC-TYPE          PIC X(1).
               88  RR-DETAIL-REC    VALUE "D".
               88  RR-BRANCH-REC    VALUE "B".
               88  RR-OPERATOR-REC  VALUE "O".
               88  RR-REASON-REC    VALUE "R".
               88  RR-TOTAL-REC     VALUE "T".
           05  RR-BRANCH            PIC X(04).
           05  FILLER               PIC X(02).
           05  RR-DETAIL-DATA.
               10  RR-REQUEST-ID    PIC 9(08).
               10  FILLER           PIC X(02).
               10  RR-FEE-TRX-REF   PIC X(16).
               10  FILLER           PIC X(02).
               10  RR-ACCOUNT       PIC X(10).
               10  FILLER           PIC X(02).
               10  RR-FEE-TYPE      PIC X(04).
               10  FILLER           PIC X(02).
               10  RR-REASON        PIC X(02).
               10  FILLER           PIC X(02).
               10  RR-REQUESTED-BY  PIC X(08).
               10  FILLER           PIC X(02).
               10  RR-APPROVED-BY   PIC X(08).
               10  FILLER           PIC X(02).
               10  RR-DECIDED-DATE  PIC 9(08).
               10  FILLER           PIC X(02).
               10  RR-REFUND-AMOUNT PIC 9(09)V99.
               10  FILLER           PIC X(02).
               10  RR-FLAG          PIC X(24).
           05  RR-TOTAL-DATA REDEFINES RR-DETAIL-DATA.
               10  RR-TOTAL-KEY     PIC X(08).
               10  FILLER           PIC X(02).
               10  RR-TOTAL-COUNT   PIC ZZZZ9.
               10  FILLER           PIC X(02).
               10  RR-TOTAL-AMOUNT  PIC 9(11)V99.
               10  FILLER           PIC X(02).
               10  RR-TOTAL-TEXT    PIC X(40).
               10  FILLER           PIC X(45).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS      PIC X(2).
       01  WS-OPER-FILE-STATUS      PIC X(2).
       01  WS-REFUND-FILE-STATUS    PIC X(2).
       01  WS-OPER-EOF              PIC X(1) VALUE "N".
           88  END-OF-OPERATORS     VALUE "Y".
       01  WS-REFUND-EOF            PIC X(1) VALUE "N".
           88  END-OF-REFUNDS       VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-REPORT-MONTH          PIC 9(06).
       01  WS-REFUND-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-LISTED-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-LISTED-TOTAL          PIC 9(11)V99 VALUE 0.
       01  WS-MULTIPLE-COUNT        PIC 9(7) COMP VALUE 0.
      *
      * OPERMAST branches, held for the run.
      *
       01  WS-OPR-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-OPR-TABLE.
           05  WS-OPR-ENTRY OCCURS 2000 TIMES.
               10  WS-OPR-ID        PIC X(08).
               10  WS-OPR-BRANCH    PIC X(04).
       01  WS-OPR-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-OPR-FOUND-SW          PIC X(1).
           88  OPERATOR-FOUND       VALUE "Y".
       01  WS-OPER-BRANCH           PIC X(04).
      *
      * Each fee refunded in the report month, with the refunds
      * posted against it over the whole register.
      *
       01  WS-FEE-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-FEE-TABLE.
           05  WS-FEE-ENTRY OCCURS 5000 TIMES.
               10  WS-FEE-TRX-REF   PIC X(16).
               10  WS-FEE-REFUNDS   PIC 9(5) COMP.
               10  WS-FEE-LISTED-SW PIC X(01).
       01  WS-FEE-SUB               PIC 9(5) COMP VALUE 0.
       01  WS-FEE-FOUND-SW          PIC X(1).
           88  FEE-FOUND            VALUE "Y".
      *
      * Month totals by branch and by operator.
      *
       01  WS-BRT-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-BRT-TABLE.
           05  WS-BRT-ENTRY OCCURS 500 TIMES.
               10  WS-BRT-BRANCH    PIC X(04).
               10  WS-BRT-REFUNDS   PIC 9(5) COMP.
               10  WS-BRT-AMOUNT    PIC 9(11)V99.
       01  WS-BRT-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-BRT-FOUND-SW          PIC X(1).
           88  BRANCH-TOTAL-FOUND   VALUE "Y".
       01  WS-OPT-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-OPT-TABLE.
           05  WS-OPT-ENTRY OCCURS 2000 TIMES.
               10  WS-OPT-OPERATOR  PIC X(08).
               10  WS-OPT-BRANCH    PIC X(04).
               10  WS-OPT-REFUNDS   PIC 9(5) COMP.
               10  WS-OPT-AMOUNT    PIC 9(11)V99.
       01  WS-OPT-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-OPT-FOUND-SW          PIC X(1).
           88  OPERATOR-TOTAL-FOUND VALUE "Y".
      *
      * Month totals by reason, in the FEEREFND reason order.
      *
       01  WS-REASON-VALUES.
           05  FILLER               PIC X(22)
                   VALUE "BEBANK ERROR          ".
           05  FILLER               PIC X(22)
                   VALUE "GWGOODWILL            ".
           05  FILLER               PIC X(22)
                   VALUE "RWRELATIONSHIP WAIVER ".
           05  FILLER               PIC X(22)
                   VALUE "CPCOMPLAINT SETTLEMENT".
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05  WS-RSN-ENTRY OCCURS 4 TIMES.
               10  WS-RSN-CODE      PIC X(02).
               10  WS-RSN-TEXT      PIC X(20).
       01  WS-RSN-TOTALS.
           05  WS-RSN-TOTAL OCCURS 4 TIMES.
               10  WS-RSN-REFUNDS   PIC 9(5) COMP.
               10  WS-RSN-AMOUNT    PIC 9(11)V99.
       01  WS-RSN-SUB               PIC 9(2) COMP VALUE 0.
       01  WS-RSN-FOUND-SW          PIC X(1).
           88  REASON-FOUND         VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           MOVE WS-TODAY(1:6) TO WS-REPORT-MONTH
           PERFORM LOAD-RPT-PARMS
           PERFORM LOAD-OPERATOR-TABLE
           PERFORM CLEAR-REASON-TOTALS
               VARYING WS-RSN-SUB FROM 1 BY 1 UNTIL WS-RSN-SUB > 4
           OPEN INPUT REFUND-FILE
           IF WS-REFUND-FILE-STATUS NOT = "00"
               DISPLAY "FEERRPT: NO REFUND REQUESTS ON FILE"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-REFUND
           PERFORM NOTE-MONTH-FEE UNTIL END-OF-REFUNDS
           CLOSE REFUND-FILE
           MOVE "N" TO WS-REFUND-EOF
           OPEN INPUT REFUND-FILE
           PERFORM READ-REFUND
           PERFORM COUNT-ONE-REFUND UNTIL END-OF-REFUNDS
           CLOSE REFUND-FILE
           OPEN OUTPUT REFUND-RPT-FILE
           MOVE "N" TO WS-REFUND-EOF
           OPEN INPUT REFUND-FILE
           PERFORM READ-REFUND
           PERFORM LIST-ONE-REFUND UNTIL END-OF-REFUNDS
           CLOSE REFUND-FILE
           PERFORM WRITE-TOTAL-LINES
           CLOSE REFUND-RPT-FILE
           DISPLAY "FEERRPT: REPORT MONTH        " WS-REPORT-MONTH
           DISPLAY "FEERRPT: REQUESTS READ       " WS-REFUND-COUNT
           DISPLAY "FEERRPT: REFUNDS LISTED      " WS-LISTED-COUNT
           DISPLAY "FEERRPT: AMOUNT REFUNDED     " WS-LISTED-TOTAL
           DISPLAY "FEERRPT: FEES MULTI-REFUNDED " WS-MULTIPLE-COUNT
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       LOAD-RPT-PARMS.
           OPEN INPUT RPT-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ RPT-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RP-MONTH NUMERIC AND RP-MONTH > 0
                           MOVE RP-MONTH TO WS-REPORT-MONTH
                       END-IF
               END-READ
               CLOSE RPT-PARM-FILE
           END-IF.

       LOAD-OPERATOR-TABLE.
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPER-FILE-STATUS = "00"
               PERFORM READ-OPERATOR
               PERFORM STORE-OPERATOR-ENTRY UNTIL END-OF-OPERATORS
               CLOSE OPERATOR-MASTER-FILE
           END-IF.

       READ-OPERATOR.
           READ OPERATOR-MASTER-FILE
               AT END MOVE "Y" TO WS-OPER-EOF
           END-READ.

       STORE-OPERATOR-ENTRY.
           IF WS-OPR-COUNT = 2000
               DISPLAY "FEERRPT: OPERATOR TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-OPR-COUNT
           MOVE OP-OPERATOR-ID TO WS-OPR-ID(WS-OPR-COUNT)
           MOVE OP-BRANCH TO WS-OPR-BRANCH(WS-OPR-COUNT)
           PERFORM READ-OPERATOR.

       CLEAR-REASON-TOTALS.
           MOVE 0 TO WS-RSN-REFUNDS(WS-RSN-SUB)
           MOVE 0 TO WS-RSN-AMOUNT(WS-RSN-SUB).

       READ-REFUND.
           READ REFUND-FILE
               AT END MOVE "Y" TO WS-REFUND-EOF
           END-READ.

      *
      * First pass: the fees with a refund posted in the month --
      * the only ones the report lists, so the table holds a month,
      * not the register's whole history.
      *
       NOTE-MONTH-FEE.
           ADD 1 TO WS-REFUND-COUNT
           IF FR-REFUNDED
               AND FR-DECIDED-DATE(1:6) = WS-REPORT-MONTH
               PERFORM FIND-FEE-ENTRY
               IF NOT FEE-FOUND
                   PERFORM ADD-FEE-ENTRY
               END-IF
           END-IF
           PERFORM READ-REFUND.

      *
      * Second pass: how many posted refunds each of those fees has
      * had, in this month or any other.
      *
       COUNT-ONE-REFUND.
           IF FR-REFUNDED
               PERFORM FIND-FEE-ENTRY
               IF FEE-FOUND
                   ADD 1 TO WS-FEE-REFUNDS(WS-FEE-SUB)
               END-IF
           END-IF
           PERFORM READ-REFUND.

       FIND-FEE-ENTRY.
           MOVE "N" TO WS-FEE-FOUND-SW
           PERFORM VARYING WS-FEE-SUB FROM 1 BY 1
               UNTIL WS-FEE-SUB > WS-FEE-COUNT OR FEE-FOUND
               IF WS-FEE-TRX-REF(WS-FEE-SUB) = FR-FEE-TRX-REF
                   MOVE "Y" TO WS-FEE-FOUND-SW
               END-IF
           END-PERFORM
           IF FEE-FOUND
               SUBTRACT 1 FROM WS-FEE-SUB
           END-IF.

       ADD-FEE-ENTRY.
           IF WS-FEE-COUNT = 5000
               DISPLAY "FEERRPT: FEE TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-FEE-COUNT
           MOVE WS-FEE-COUNT TO WS-FEE-SUB
           MOVE FR-FEE-TRX-REF TO WS-FEE-TRX-REF(WS-FEE-SUB)
           MOVE 0 TO WS-FEE-REFUNDS(WS-FEE-SUB)
           MOVE "N" TO WS-FEE-LISTED-SW(WS-FEE-SUB).

      *
      * Third pass: the month's posted refunds, listed and totalled.
      *
       LIST-ONE-REFUND.
           IF FR-REFUNDED
               AND FR-DECIDED-DATE(1:6) = WS-REPORT-MONTH
               PERFORM LIST-REFUND-LINE
           END-IF
           PERFORM READ-REFUND.

       LIST-REFUND-LINE.
           ADD 1 TO WS-LISTED-COUNT
           ADD FR-REFUND-AMOUNT TO WS-LISTED-TOTAL
           PERFORM FIND-OPERATOR-BRANCH
           MOVE SPACES TO REFUND-RPT-RECORD
           MOVE "D" TO RR-REC-TYPE
           MOVE WS-OPER-BRANCH TO RR-BRANCH
           MOVE FR-REQUEST-ID TO RR-REQUEST-ID
           MOVE FR-FEE-TRX-REF TO RR-FEE-TRX-REF
           MOVE FR-ACCOUNT TO RR-ACCOUNT
           MOVE FR-FEE-TYPE TO RR-FEE-TYPE
           MOVE FR-REASON TO RR-REASON
           MOVE FR-REQUESTED-BY TO RR-REQUESTED-BY
           MOVE FR-APPROVED-BY TO RR-APPROVED-BY
           MOVE FR-DECIDED-DATE TO RR-DECIDED-DATE
           MOVE FR-REFUND-AMOUNT TO RR-REFUND-AMOUNT
           PERFORM FIND-FEE-ENTRY
           IF FEE-FOUND AND WS-FEE-REFUNDS(WS-FEE-SUB) > 1
               MOVE "REFUNDED MORE THAN ONCE" TO RR-FLAG
               IF WS-FEE-LISTED-SW(WS-FEE-SUB) = "N"
                   MOVE "Y" TO WS-FEE-LISTED-SW(WS-FEE-SUB)
                   ADD 1 TO WS-MULTIPLE-COUNT
               END-IF
           END-IF
           WRITE REFUND-RPT-RECORD
           PERFORM ADD-TO-BRANCH-TOTAL
           PERFORM ADD-TO-OPERATOR-TOTAL
           PERFORM ADD-TO-REASON-TOTAL.

       FIND-OPERATOR-BRANCH.
           MOVE "N" TO WS-OPR-FOUND-SW
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
               UNTIL WS-OPR-SUB > WS-OPR-COUNT OR OPERATOR-FOUND
               IF WS-OPR-ID(WS-OPR-SUB) = FR-REQUESTED-BY
                   MOVE "Y" TO WS-OPR-FOUND-SW
               END-IF
           END-PERFORM
           IF OPERATOR-FOUND
               SUBTRACT 1 FROM WS-OPR-SUB
               MOVE WS-OPR-BRANCH(WS-OPR-SUB) TO WS-OPER-BRANCH
           ELSE
               MOVE "????" TO WS-OPER-BRANCH
           END-IF.

       ADD-TO-BRANCH-TOTAL.
           MOVE "N" TO WS-BRT-FOUND-SW
           PERFORM VARYING WS-BRT-SUB FROM 1 BY 1
               UNTIL WS-BRT-SUB > WS-BRT-COUNT OR BRANCH-TOTAL-FOUND
               IF WS-BRT-BRANCH(WS-BRT-SUB) = WS-OPER-BRANCH
                   MOVE "Y" TO WS-BRT-FOUND-SW
               END-IF
           END-PERFORM
           IF BRANCH-TOTAL-FOUND
               SUBTRACT 1 FROM WS-BRT-SUB
           ELSE
               IF WS-BRT-COUNT = 500
                   DISPLAY "FEERRPT: BRANCH TABLE FULL - RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BRT-COUNT
               MOVE WS-BRT-COUNT TO WS-BRT-SUB
               MOVE WS-OPER-BRANCH TO WS-BRT-BRANCH(WS-BRT-SUB)
               MOVE 0 TO WS-BRT-REFUNDS(WS-BRT-SUB)
               MOVE 0 TO WS-BRT-AMOUNT(WS-BRT-SUB)
           END-IF
           ADD 1 TO WS-BRT-REFUNDS(WS-BRT-SUB)
           ADD FR-REFUND-AMOUNT TO WS-BRT-AMOUNT(WS-BRT-SUB).

       ADD-TO-OPERATOR-TOTAL.
           MOVE "N" TO WS-OPT-FOUND-SW
           PERFORM VARYING WS-OPT-SUB FROM 1 BY 1
               UNTIL WS-OPT-SUB > WS-OPT-COUNT OR OPERATOR-TOTAL-FOUND
               IF WS-OPT-OPERATOR(WS-OPT-SUB) = FR-REQUESTED-BY
                   MOVE "Y" TO WS-OPT-FOUND-SW
               END-IF
           END-PERFORM
           IF OPERATOR-TOTAL-FOUND
               SUBTRACT 1 FROM WS-OPT-SUB
           ELSE
               IF WS-OPT-COUNT = 2000
                   DISPLAY "FEERRPT: OPERATOR TOTALS FULL"
                       " - RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-OPT-COUNT
               MOVE WS-OPT-COUNT TO WS-OPT-SUB
               MOVE FR-REQUESTED-BY TO WS-OPT-OPERATOR(WS-OPT-SUB)
               MOVE WS-OPER-BRANCH TO WS-OPT-BRANCH(WS-OPT-SUB)
               MOVE 0 TO WS-OPT-REFUNDS(WS-OPT-SUB)
               MOVE 0 TO WS-OPT-AMOUNT(WS-OPT-SUB)
           END-IF
           ADD 1 TO WS-OPT-REFUNDS(WS-OPT-SUB)
           ADD FR-REFUND-AMOUNT TO WS-OPT-AMOUNT(WS-OPT-SUB).

       ADD-TO-REASON-TOTAL.
           MOVE "N" TO WS-RSN-FOUND-SW
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > 4 OR REASON-FOUND
               IF WS-RSN-CODE(WS-RSN-SUB) = FR-REASON
                   MOVE "Y" TO WS-RSN-FOUND-SW
               END-IF
           END-PERFORM
           IF REASON-FOUND
               SUBTRACT 1 FROM WS-RSN-SUB
               ADD 1 TO WS-RSN-REFUNDS(WS-RSN-SUB)
               ADD FR-REFUND-AMOUNT TO WS-RSN-AMOUNT(WS-RSN-SUB)
           END-IF.

      *
      * Branch, operator and reason totals, then the month.
      *
       WRITE-TOTAL-LINES.
           PERFORM WRITE-BRANCH-TOTAL
               VARYING WS-BRT-SUB FROM 1 BY 1
               UNTIL WS-BRT-SUB > WS-BRT-COUNT
           PERFORM WRITE-OPERATOR-TOTAL
               VARYING WS-OPT-SUB FROM 1 BY 1
               UNTIL WS-OPT-SUB > WS-OPT-COUNT
           PERFORM WRITE-REASON-TOTAL
               VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > 4
           MOVE SPACES TO REFUND-RPT-RECORD
           MOVE "T" TO RR-REC-TYPE
           MOVE "MONTH" TO RR-TOTAL-KEY
           MOVE WS-LISTED-COUNT TO RR-TOTAL-COUNT
           MOVE WS-LISTED-TOTAL TO RR-TOTAL-AMOUNT
           MOVE "ALL REFUNDS POSTED IN THE MONTH" TO RR-TOTAL-TEXT
           WRITE REFUND-RPT-RECORD
           MOVE SPACES TO REFUND-RPT-RECORD
           MOVE "T" TO RR-REC-TYPE
           MOVE "MULTIPLE" TO RR-TOTAL-KEY
           MOVE WS-MULTIPLE-COUNT TO RR-TOTAL-COUNT
           MOVE 0 TO RR-TOTAL-AMOUNT
           MOVE "FEES REFUNDED MORE THAN ONCE" TO RR-TOTAL-TEXT
           WRITE REFUND-RPT-RECORD.

       WRITE-BRANCH-TOTAL.
           MOVE SPACES TO REFUND-RPT-RECORD
           MOVE "B" TO RR-REC-TYPE
           MOVE WS-BRT-BRANCH(WS-BRT-SUB) TO RR-BRANCH
           MOVE WS-BRT-BRANCH(WS-BRT-SUB) TO RR-TOTAL-KEY
           MOVE WS-BRT-REFUNDS(WS-BRT-SUB) TO RR-TOTAL-COUNT
           MOVE WS-BRT-AMOUNT(WS-BRT-SUB) TO RR-TOTAL-AMOUNT
           MOVE "BRANCH TOTAL" TO RR-TOTAL-TEXT
           WRITE REFUND-RPT-RECORD.

       WRITE-OPERATOR-TOTAL.
           MOVE SPACES TO REFUND-RPT-RECORD
           MOVE "O" TO RR-REC-TYPE
           MOVE WS-OPT-BRANCH(WS-OPT-SUB) TO RR-BRANCH
           MOVE WS-OPT-OPERATOR(WS-OPT-SUB) TO RR-TOTAL-KEY
           MOVE WS-OPT-REFUNDS(WS-OPT-SUB) TO RR-TOTAL-COUNT
           MOVE WS-OPT-AMOUNT(WS-OPT-SUB) TO RR-TOTAL-AMOUNT
           MOVE "OPERATOR TOTAL" TO RR-TOTAL-TEXT
           WRITE REFUND-RPT-RECORD.

       WRITE-REASON-TOTAL.
           MOVE SPACES TO REFUND-RPT-RECORD
           MOVE "R" TO RR-REC-TYPE
           MOVE WS-RSN-CODE(WS-RSN-SUB) TO RR-TOTAL-KEY
           MOVE WS-RSN-REFUNDS(WS-RSN-SUB) TO RR-TOTAL-COUNT
           MOVE WS-RSN-AMOUNT(WS-RSN-SUB) TO RR-TOTAL-AMOUNT
           MOVE WS-RSN-TEXT(WS-RSN-SUB) TO RR-TOTAL-TEXT
           WRITE REFUND-RPT-RECORD.
