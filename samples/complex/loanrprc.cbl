       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANRPRC.
      *
      * Variable-rate loan repricing.  LOANAMRT fixes a schedule the
      * day it is generated, so a floating-rate loan kept paying its
      * original installments after treasury moved the reference
      * rate.  Treasury keys the new reference rate and the date it
      * takes effect on LRPRPARM; every loan flagged variable on
      * LOANVRT is repriced to that rate plus the loan's own margin.
      * Installments already billed, paid, past due or settled are
      * left exactly as they are, as is any still-scheduled one
      * falling due before the effective date; the principal
      * outstanding after the last of those is re-amortized over the
      * installments that remain, on their original due dates, with
      * LOANAMRT's annuity arithmetic and its final-installment
      * rounding sweep.  The rewritten schedule goes to LOANSCHD.NEW
      * and the loan terms, carrying the new contract rate, to
      * LOANTERM.NEW (the usual handovers).  LOANRPRT lists each
      * loan before and after -- old and new installment and the
      * change in total interest -- for the branches' repricing
      * notices.
      *
      * LOANSCHD is expected in LOANAMRT's order: every loan's rows
      * together, in installment order.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPRICE-PARM-FILE ASSIGN TO "LRPRPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT VARIABLE-LOAN-FILE ASSIGN TO "LOANVRT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VAR-FILE-STATUS.
           SELECT LOAN-TERM-FILE ASSIGN TO "LOANTERM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-FILE-STATUS.
           SELECT LOAN-TERM-OUT-FILE ASSIGN TO "LOANTERM.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT LOAN-SCHEDULE-FILE ASSIGN TO "LOANSCHD"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT LOAN-SCHEDULE-OUT-FILE ASSIGN TO "LOANSCHD.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPRICE-RPT-FILE ASSIGN TO "LOANRPRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *
      * The new reference rate and the first due date it prices.
      *
       FD  REPRICE-PARM-FILE.
       01  REPRICE-PARM-RECORD.
           05  LRP-REFERENCE-RATE   PIC 9V9(04).
           05  LRP-EFFECTIVE-DATE   PIC 9(08).

      *
      * One row per floating-rate loan: the margin it carries over
      * the reference rate.  A loan not listed is fixed-rate.
      *
       FD  VARIABLE-LOAN-FILE.
       01  VARIABLE-LOAN-RECORD.
           05  LV-ACCT-NUM          PIC X(12).
           05  LV-MARGIN            PIC 9V9(04).

       FD  LOAN-TERM-FILE.
       01  LOAN-TERM-RECORD.
           05  LT-ACCT-NUM          PIC X(12).
           05  LT-PRINCIPAL         PIC 9(09)V99.
           05  LT-ANNUAL-RATE       PIC 9V9(04).
           05  LT-TERM-MONTHS       PIC 9(03).
           05  LT-FIRST-DUE         PIC 9(08).

       FD  LOAN-TERM-OUT-FILE.
       01  LOAN-TERM-OUT-RECORD.
           05  LTO-ACCT-NUM         PIC X(12).
           05  LTO-PRINCIPAL        PIC 9(09)V99.
           05  LTO-ANNUAL-RATE      PIC 9V9(04).
           05  LTO-TERM-MONTHS      PIC 9(03).
           05  LTO-FIRST-DUE        PIC 9(08).

       FD  LOAN-SCHEDULE-FILE.
       COPY LOANSCHD.

       FD  LOAN-SCHEDULE-OUT-FILE.
       01  LOAN-SCHEDULE-OUT-RECORD.
           05  LSO-ACCT-NUM         PIC X(12).
           05  LSO-INSTALLMENT-NO   PIC 9(03).
           05  LSO-DUE-DATE         PIC 9(08).
           05  LSO-PRINCIPAL-PART   PIC 9(09)V99.
           05  LSO-INTEREST-PART    PIC 9(09)V99.
           05  LSO-BALANCE-AFTER    PIC 9(09)V99.
           05  LSO-STATUS           PIC X(01).

       FD  REPRICE-RPT-FILE.
       01  REPRICE-RPT-RECORD.
           05  RR-ACCT-NUM          PIC X(12).
           05  FILLER               PIC X(02).
           05  RR-OLD-RATE          PIC 9V9(04).
           05  FILLER               PIC X(02).
           05  RR-NEW-RATE          PIC 9V9(04).
           05  FILLER               PIC X(02).
           05  RR-REMAINING-INST    PIC 9(03).
           05  FILLER               PIC X(02).
           05  RR-OLD-INSTALLMENT   PIC 9(09)V99.
           05  FILLER               PIC X(02).
           05  RR-NEW-INSTALLMENT   PIC 9(09)V99.
           05  FILLER               PIC X(02).
           05  RR-OLD-INTEREST      PIC 9(09)V99.
           05  FILLER               PIC X(02).
           05  RR-NEW-INTEREST      PIC 9(09)V99.
           05  FILLER               PIC X(02).
           05  RR-INTEREST-CHANGE   PIC -ZZZZZZZZ9.99.
           05  FILLER               PIC X(02).
           05  RR-NOTE              PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS      PIC X(2).
       01  WS-VAR-FILE-STATUS       PIC X(2).
       01  WS-TERM-FILE-STATUS      PIC X(2).
       01  WS-VAR-EOF               PIC X(1) VALUE "N".
           88  END-OF-VARIABLES     VALUE "Y".
       01  WS-TERM-EOF              PIC X(1) VALUE "N".
           88  END-OF-TERMS         VALUE "Y".
       01  WS-SCHD-EOF              PIC X(1) VALUE "N".
           88  END-OF-SCHEDULE      VALUE "Y".
       01  WS-REFERENCE-RATE        PIC 9V9(04) VALUE 0.
       01  WS-EFFECTIVE-DATE        PIC 9(08) VALUE 0.
       01  WS-REPRICED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-SKIPPED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-ROW-COUNT             PIC 9(7) COMP VALUE 0.
       01  WS-VAR-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-VAR-TABLE.
           05  WS-VAR-ENTRY OCCURS 2000 TIMES.
               10  WS-VAR-ACCT-NUM  PIC X(12).
               10  WS-VAR-MARGIN    PIC 9V9(04).
       01  WS-VAR-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-VAR-FOUND-SUB         PIC 9(4) COMP VALUE 0.
       01  WS-TERM-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-TERM-TABLE.
           05  WS-TRM-ENTRY OCCURS 2000 TIMES.
               10  WS-TRM-ACCT-NUM  PIC X(12).
               10  WS-TRM-PRINCIPAL PIC 9(09)V99.
               10  WS-TRM-RATE      PIC 9V9(04).
               10  WS-TRM-TERM      PIC 9(03).
               10  WS-TRM-FIRST-DUE PIC 9(08).
       01  WS-TRM-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-TRM-FOUND-SUB         PIC 9(4) COMP VALUE 0.
      *
      * One loan's schedule, gathered until the account changes so
      * the installments left to reprice can be counted before any
      * of them is rewritten.
      *
       01  WS-GROUP-ACCT            PIC X(12) VALUE SPACES.
       01  WS-GROUP-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-GROUP-TABLE.
           05  WS-GRP-ENTRY OCCURS 999 TIMES.
               10  WS-GRP-INST      PIC 9(03).
               10  WS-GRP-DUE       PIC 9(08).
               10  WS-GRP-PRINCIPAL PIC 9(09)V99.
               10  WS-GRP-INTEREST  PIC 9(09)V99.
               10  WS-GRP-BALANCE   PIC 9(09)V99.
               10  WS-GRP-STATUS    PIC X(01).
       01  WS-GRP-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-FIRST-REPRICE-SUB     PIC 9(4) COMP VALUE 0.
       01  WS-REMAINING-INST        PIC 9(03) VALUE 0.
       01  WS-OLD-RATE              PIC 9V9(04) VALUE 0.
       01  WS-NEW-RATE              PIC 9V9(04) VALUE 0.
       01  WS-OLD-INSTALLMENT       PIC 9(09)V99 VALUE 0.
       01  WS-NEW-INSTALLMENT       PIC 9(09)V99 VALUE 0.
       01  WS-OLD-INTEREST          PIC 9(09)V99 VALUE 0.
       01  WS-NEW-INTEREST          PIC 9(09)V99 VALUE 0.
       01  WS-INTEREST-CHANGE       PIC S9(09)V99 VALUE 0.
       01  WS-NOTE                  PIC X(30).
      *
      * Annuity arithmetic, held as wide as LOANAMRT holds it.
      *
       01  WS-MONTHLY-RATE          PIC 9V9(10) COMP-3 VALUE 0.
       01  WS-FACTOR                PIC 9(7)V9(10) COMP-3 VALUE 0.
       01  WS-DIVISOR               PIC 9(7)V9(10) COMP-3 VALUE 0.
       01  WS-WORK                  PIC 9(9)V9(8) COMP-3 VALUE 0.
       01  WS-LEVEL-PAYMENT         PIC 9(09)V99 VALUE 0.
       01  WS-REMAINING             PIC 9(09)V99 VALUE 0.
       01  WS-INTEREST-PART         PIC 9(09)V99 VALUE 0.
       01  WS-PRINCIPAL-PART        PIC 9(09)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM LOAD-REPRICE-PARM
           PERFORM LOAD-VARIABLE-TABLE
           PERFORM LOAD-TERM-TABLE
           OPEN INPUT LOAN-SCHEDULE-FILE
           OPEN OUTPUT LOAN-SCHEDULE-OUT-FILE
           OPEN OUTPUT REPRICE-RPT-FILE
           PERFORM READ-SCHEDULE
           PERFORM GATHER-SCHEDULE-ROW UNTIL END-OF-SCHEDULE
           IF WS-GROUP-COUNT > 0
               PERFORM FLUSH-LOAN-GROUP
           END-IF
           CLOSE LOAN-SCHEDULE-FILE LOAN-SCHEDULE-OUT-FILE
               REPRICE-RPT-FILE
           PERFORM WRITE-TERM-TABLE
           DISPLAY "LOANRPRC: LOANS REPRICED    " WS-REPRICED-COUNT
           DISPLAY "LOANRPRC: NOTHING TO REPRICE " WS-SKIPPED-COUNT
           DISPLAY "LOANRPRC: ROWS WRITTEN      " WS-ROW-COUNT
           IF WS-SKIPPED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *
      * Without a rate and a date there is nothing to reprice to;
      * refusing the run is safer than re-amortizing at zero.
      *
       LOAD-REPRICE-PARM.
           OPEN INPUT REPRICE-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ REPRICE-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LRP-REFERENCE-RATE NUMERIC
                           AND LRP-EFFECTIVE-DATE NUMERIC
                           MOVE LRP-REFERENCE-RATE TO WS-REFERENCE-RATE
                           MOVE LRP-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
                       END-IF
               END-READ
               CLOSE REPRICE-PARM-FILE
           END-IF
           IF WS-EFFECTIVE-DATE = 0
               DISPLAY "LOANRPRC: NO REPRICING PARAMETERS - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-VARIABLE-TABLE.
           OPEN INPUT VARIABLE-LOAN-FILE
           IF WS-VAR-FILE-STATUS = "00"
               PERFORM READ-VARIABLE-LOAN
               PERFORM STORE-VARIABLE-ENTRY UNTIL END-OF-VARIABLES
               CLOSE VARIABLE-LOAN-FILE
           END-IF.

       READ-VARIABLE-LOAN.
           READ VARIABLE-LOAN-FILE
               AT END MOVE "Y" TO WS-VAR-EOF
           END-READ.

       STORE-VARIABLE-ENTRY.
           IF WS-VAR-COUNT = 2000
               DISPLAY "LOANRPRC: VARIABLE TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-VAR-COUNT
           MOVE LV-ACCT-NUM TO WS-VAR-ACCT-NUM(WS-VAR-COUNT)
           MOVE LV-MARGIN TO WS-VAR-MARGIN(WS-VAR-COUNT)
           PERFORM READ-VARIABLE-LOAN.

       LOAD-TERM-TABLE.
           OPEN INPUT LOAN-TERM-FILE
           IF WS-TERM-FILE-STATUS = "00"
               PERFORM READ-LOAN-TERM
               PERFORM STORE-TERM-ENTRY UNTIL END-OF-TERMS
               CLOSE LOAN-TERM-FILE
           END-IF.

       READ-LOAN-TERM.
           READ LOAN-TERM-FILE
               AT END MOVE "Y" TO WS-TERM-EOF
           END-READ.

       STORE-TERM-ENTRY.
           IF WS-TERM-COUNT = 2000
               DISPLAY "LOANRPRC: TERM TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TERM-COUNT
           MOVE LT-ACCT-NUM TO WS-TRM-ACCT-NUM(WS-TERM-COUNT)
           MOVE LT-PRINCIPAL TO WS-TRM-PRINCIPAL(WS-TERM-COUNT)
           MOVE LT-ANNUAL-RATE TO WS-TRM-RATE(WS-TERM-COUNT)
           MOVE LT-TERM-MONTHS TO WS-TRM-TERM(WS-TERM-COUNT)
           MOVE LT-FIRST-DUE TO WS-TRM-FIRST-DUE(WS-TERM-COUNT)
           PERFORM READ-LOAN-TERM.

       READ-SCHEDULE.
           READ LOAN-SCHEDULE-FILE
               AT END MOVE "Y" TO WS-SCHD-EOF
           END-READ.

       GATHER-SCHEDULE-ROW.
           IF LS-ACCT-NUM NOT = WS-GROUP-ACCT
               IF WS-GROUP-COUNT > 0
                   PERFORM FLUSH-LOAN-GROUP
               END-IF
               MOVE LS-ACCT-NUM TO WS-GROUP-ACCT
               MOVE 0 TO WS-GROUP-COUNT
           END-IF
           IF WS-GROUP-COUNT = 999
               DISPLAY "LOANRPRC: GROUP TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-GROUP-COUNT
           MOVE LS-INSTALLMENT-NO TO WS-GRP-INST(WS-GROUP-COUNT)
           MOVE LS-DUE-DATE TO WS-GRP-DUE(WS-GROUP-COUNT)
           MOVE LS-PRINCIPAL-PART TO WS-GRP-PRINCIPAL(WS-GROUP-COUNT)
           MOVE LS-INTEREST-PART TO WS-GRP-INTEREST(WS-GROUP-COUNT)
           MOVE LS-BALANCE-AFTER TO WS-GRP-BALANCE(WS-GROUP-COUNT)
           MOVE LS-STATUS TO WS-GRP-STATUS(WS-GROUP-COUNT)
           PERFORM READ-SCHEDULE.

      *
      * A fixed-rate loan, or a variable one with no LOANTERM row to
      * price from, passes through untouched.
      *
       FLUSH-LOAN-GROUP.
           PERFORM FIND-VARIABLE-ENTRY
           PERFORM FIND-TERM-ENTRY
           IF WS-VAR-FOUND-SUB > 0 AND WS-TRM-FOUND-SUB > 0
               PERFORM REPRICE-LOAN-GROUP
           END-IF
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GROUP-COUNT
               MOVE WS-GROUP-ACCT TO LSO-ACCT-NUM
               MOVE WS-GRP-INST(WS-GRP-SUB) TO LSO-INSTALLMENT-NO
               MOVE WS-GRP-DUE(WS-GRP-SUB) TO LSO-DUE-DATE
               MOVE WS-GRP-PRINCIPAL(WS-GRP-SUB) TO LSO-PRINCIPAL-PART
               MOVE WS-GRP-INTEREST(WS-GRP-SUB) TO LSO-INTEREST-PART
               MOVE WS-GRP-BALANCE(WS-GRP-SUB) TO LSO-BALANCE-AFTER
               MOVE WS-GRP-STATUS(WS-GRP-SUB) TO LSO-STATUS
               WRITE LOAN-SCHEDULE-OUT-RECORD
               ADD 1 TO WS-ROW-COUNT
           END-PERFORM.

       FIND-VARIABLE-ENTRY.
           MOVE 0 TO WS-VAR-FOUND-SUB
           PERFORM VARYING WS-VAR-SUB FROM 1 BY 1
               UNTIL WS-VAR-SUB > WS-VAR-COUNT
                   OR WS-VAR-FOUND-SUB > 0
               IF WS-VAR-ACCT-NUM(WS-VAR-SUB) = WS-GROUP-ACCT
                   MOVE WS-VAR-SUB TO WS-VAR-FOUND-SUB
               END-IF
           END-PERFORM.

       FIND-TERM-ENTRY.
           MOVE 0 TO WS-TRM-FOUND-SUB
           PERFORM VARYING WS-TRM-SUB FROM 1 BY 1
               UNTIL WS-TRM-SUB > WS-TERM-COUNT
                   OR WS-TRM-FOUND-SUB > 0
               IF WS-TRM-ACCT-NUM(WS-TRM-SUB) = WS-GROUP-ACCT
                   MOVE WS-TRM-SUB TO WS-TRM-FOUND-SUB
               END-IF
           END-PERFORM.

      *
      * Repricing starts at the first still-scheduled installment due
      * on or after the effective date; the principal it inherits is
      * the balance left after the row before it (the full principal
      * when the whole schedule is still ahead).
      *
       REPRICE-LOAN-GROUP.
           MOVE WS-TRM-RATE(WS-TRM-FOUND-SUB) TO WS-OLD-RATE
           COMPUTE WS-NEW-RATE =
               WS-REFERENCE-RATE + WS-VAR-MARGIN(WS-VAR-FOUND-SUB)
           MOVE 0 TO WS-FIRST-REPRICE-SUB
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GROUP-COUNT
                   OR WS-FIRST-REPRICE-SUB > 0
               IF WS-GRP-STATUS(WS-GRP-SUB) = "S"
                   AND WS-GRP-DUE(WS-GRP-SUB) NOT < WS-EFFECTIVE-DATE
                   MOVE WS-GRP-SUB TO WS-FIRST-REPRICE-SUB
               END-IF
           END-PERFORM
           IF WS-FIRST-REPRICE-SUB = 0
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE 0 TO WS-REMAINING-INST
               MOVE 0 TO WS-OLD-INSTALLMENT WS-NEW-INSTALLMENT
               MOVE 0 TO WS-OLD-INTEREST WS-NEW-INTEREST
               MOVE "NO INSTALLMENTS LEFT TO REPRICE" TO WS-NOTE
               PERFORM WRITE-REPRICE-LINE
           ELSE
               ADD 1 TO WS-REPRICED-COUNT
               PERFORM REAMORTIZE-REMAINING
               MOVE WS-NEW-RATE TO WS-TRM-RATE(WS-TRM-FOUND-SUB)
               MOVE "REPRICED" TO WS-NOTE
               PERFORM WRITE-REPRICE-LINE
           END-IF.

       REAMORTIZE-REMAINING.
           COMPUTE WS-REMAINING-INST =
               WS-GROUP-COUNT - WS-FIRST-REPRICE-SUB + 1
           IF WS-FIRST-REPRICE-SUB = 1
               MOVE WS-TRM-PRINCIPAL(WS-TRM-FOUND-SUB) TO WS-REMAINING
           ELSE
               MOVE WS-GRP-BALANCE(WS-FIRST-REPRICE-SUB - 1)
                   TO WS-REMAINING
           END-IF
           COMPUTE WS-OLD-INSTALLMENT =
               WS-GRP-PRINCIPAL(WS-FIRST-REPRICE-SUB)
               + WS-GRP-INTEREST(WS-FIRST-REPRICE-SUB)
           MOVE 0 TO WS-OLD-INTEREST
           MOVE 0 TO WS-NEW-INTEREST
           PERFORM COMPUTE-LEVEL-PAYMENT
           PERFORM VARYING WS-GRP-SUB FROM WS-FIRST-REPRICE-SUB BY 1
               UNTIL WS-GRP-SUB > WS-GROUP-COUNT
               ADD WS-GRP-INTEREST(WS-GRP-SUB) TO WS-OLD-INTEREST
               PERFORM REPRICE-ONE-INSTALLMENT
               ADD WS-GRP-INTEREST(WS-GRP-SUB) TO WS-NEW-INTEREST
           END-PERFORM
           COMPUTE WS-NEW-INSTALLMENT =
               WS-GRP-PRINCIPAL(WS-FIRST-REPRICE-SUB)
               + WS-GRP-INTEREST(WS-FIRST-REPRICE-SUB).

      *
      * Level payment P*i*(1+i)**n / ((1+i)**n - 1) in LOANAMRT's
      * explicit steps; a zero rate divides the principal evenly.
      *
       COMPUTE-LEVEL-PAYMENT.
           COMPUTE WS-MONTHLY-RATE = WS-NEW-RATE / 12
           IF WS-MONTHLY-RATE = 0
               COMPUTE WS-LEVEL-PAYMENT ROUNDED =
                   WS-REMAINING / WS-REMAINING-INST
           ELSE
               COMPUTE WS-FACTOR =
                   (1 + WS-MONTHLY-RATE) ** WS-REMAINING-INST
               COMPUTE WS-DIVISOR = WS-FACTOR - 1
               COMPUTE WS-WORK = WS-REMAINING * WS-MONTHLY-RATE
               COMPUTE WS-WORK = WS-WORK * WS-FACTOR
               COMPUTE WS-LEVEL-PAYMENT ROUNDED =
                   WS-WORK / WS-DIVISOR
           END-IF.

       REPRICE-ONE-INSTALLMENT.
           COMPUTE WS-INTEREST-PART ROUNDED =
               WS-REMAINING * WS-MONTHLY-RATE
           IF WS-GRP-SUB = WS-GROUP-COUNT
               MOVE WS-REMAINING TO WS-PRINCIPAL-PART
           ELSE
               COMPUTE WS-PRINCIPAL-PART =
                   WS-LEVEL-PAYMENT - WS-INTEREST-PART
               IF WS-PRINCIPAL-PART > WS-REMAINING
                   MOVE WS-REMAINING TO WS-PRINCIPAL-PART
               END-IF
           END-IF
           SUBTRACT WS-PRINCIPAL-PART FROM WS-REMAINING
           MOVE WS-PRINCIPAL-PART TO WS-GRP-PRINCIPAL(WS-GRP-SUB)
           MOVE WS-INTEREST-PART TO WS-GRP-INTEREST(WS-GRP-SUB)
           MOVE WS-REMAINING TO WS-GRP-BALANCE(WS-GRP-SUB).

       WRITE-REPRICE-LINE.
           MOVE SPACES TO REPRICE-RPT-RECORD
           MOVE WS-GROUP-ACCT TO RR-ACCT-NUM
           MOVE WS-OLD-RATE TO RR-OLD-RATE
           MOVE WS-NEW-RATE TO RR-NEW-RATE
           MOVE WS-REMAINING-INST TO RR-REMAINING-INST
           MOVE WS-OLD-INSTALLMENT TO RR-OLD-INSTALLMENT
           MOVE WS-NEW-INSTALLMENT TO RR-NEW-INSTALLMENT
           MOVE WS-OLD-INTEREST TO RR-OLD-INTEREST
           MOVE WS-NEW-INTEREST TO RR-NEW-INTEREST
           COMPUTE WS-INTEREST-CHANGE =
               WS-NEW-INTEREST - WS-OLD-INTEREST
           MOVE WS-INTEREST-CHANGE TO RR-INTEREST-CHANGE
           MOVE WS-NOTE TO RR-NOTE
           WRITE REPRICE-RPT-RECORD.

       WRITE-TERM-TABLE.
           OPEN OUTPUT LOAN-TERM-OUT-FILE
           PERFORM VARYING WS-TRM-SUB FROM 1 BY 1
               UNTIL WS-TRM-SUB > WS-TERM-COUNT
               MOVE WS-TRM-ACCT-NUM(WS-TRM-SUB) TO LTO-ACCT-NUM
               MOVE WS-TRM-PRINCIPAL(WS-TRM-SUB) TO LTO-PRINCIPAL
               MOVE WS-TRM-RATE(WS-TRM-SUB) TO LTO-ANNUAL-RATE
               MOVE WS-TRM-TERM(WS-TRM-SUB) TO LTO-TERM-MONTHS
               MOVE WS-TRM-FIRST-DUE(WS-TRM-SUB) TO LTO-FIRST-DUE
               WRITE LOAN-TERM-OUT-RECORD
           END-PERFORM
           CLOSE LOAN-TERM-OUT-FILE.
