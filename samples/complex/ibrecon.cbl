       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBRECON.
      *
      * Daily inter-branch reconciliation, run in DLYCHAIN behind
      * the trial balance.  GLPOST books every entry on the branch
      * responsible for it, and an entry whose legs belong to two
      * branches splits through due-to-branches (70707070) on the
      * debit branch and due-from-branches (71717171) on the credit
      * branch.  Across the bank the two must cancel exactly; a
      * difference means a branch book is carrying money no other
      * branch admits to.
      *
      * Each branch's position on the two accounts is its latest
      * GLBAL branch rows plus every GLTRANS entry dated after the
      * newest period closed, debit-positive as GLCLOSE rolls them,
      * so due-to runs negative and due-from positive.  IBRCNRPT
      * lists every branch with both positions and its net -- what
      * the branch owes (negative) or is owed (positive) by the
      * rest of the bank -- then the bank total, which must be zero.
      *
      * Today's inter-branch entries are also matched by reference:
      * the due-to credited and the due-from debited under one
      * reference must agree, and a reference where they do not is
      * listed as a break with both amounts, so the entry that
      * unbalanced the bank is found without a search.
      *
      * A bank total out of balance ends RC=8; unmatched references
      * with the total in balance end RC=4.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BALANCE-FILE ASSIGN TO "GLBAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-FILE-STATUS.
           SELECT GL-TRANSACTION-FILE ASSIGN TO "GLTRANS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.
           SELECT RECON-RPT-FILE ASSIGN TO "IBRCNRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT STEP-STAT-FILE ASSIGN TO "STEPSTAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-BALANCE-FILE.
       COPY GLBAL.

       FD  GL-TRANSACTION-FILE.
       COPY GLTRANS.

       FD  RECON-RPT-FILE.
       01  RECON-RPT-RECORD.
           05  IR-LINE-TYPE         PIC X(10).
           05  FILLER               PIC X(02).
           05  IR-KEY               PIC X(16).
           05  FILLER               PIC X(02).
           05  IR-DUE-TO            PIC -Z(12)9.99.
           05  FILLER               PIC X(02).
           05  IR-DUE-FROM          PIC -Z(12)9.99.
           05  FILLER               PIC X(02).
           05  IR-NET               PIC -Z(12)9.99.
           05  FILLER               PIC X(02).
           05  IR-NOTE              PIC X(30).

       FD  STEP-STAT-FILE.
       01  STEP-STAT-RECORD.
           05  SS-STEP-NAME         PIC X(10).
           05  SS-RECORD-COUNT      PIC 9(07).

       WORKING-STORAGE SECTION.
       01  WS-BAL-FILE-STATUS       PIC X(2).
       01  WS-GL-FILE-STATUS        PIC X(2).
       01  WS-IN-EOF                PIC X(1) VALUE "N".
           88  END-OF-INPUT         VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-LATEST-PERIOD         PIC 9(06) VALUE 0.
       01  WS-GL-DUE-TO-ACCT        PIC 9(8) VALUE 70707070.
       01  WS-GL-DUE-FROM-ACCT      PIC 9(8) VALUE 71717171.
       01  WS-ENTRY-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-BREAK-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-OUT-OF-BALANCE-SW     PIC X(1) VALUE "N".
           88  BANK-OUT-OF-BALANCE  VALUE "Y".
      *
      * Inter-branch position per branch, debit-positive.
      *
       01  WS-BRN-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-BRN-TABLE.
           05  WS-BRN-ENTRY OCCURS 1000 TIMES.
               10  WS-BRN-BRANCH    PIC X(04).
               10  WS-BRN-DUE-TO    PIC S9(13)V99.
               10  WS-BRN-DUE-FROM  PIC S9(13)V99.
       01  WS-BRN-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-BRN-FOUND-SW          PIC X(1).
           88  BRANCH-FOUND         VALUE "Y".
       01  WS-LOOKUP-BRANCH         PIC X(04).
      *
      * Today's inter-branch legs per reference: the due-to credited
      * and the due-from debited, both as positive amounts.
      *
       01  WS-REF-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-REF-TABLE.
           05  WS-REF-ENTRY OCCURS 5000 TIMES.
               10  WS-REF-TRX-REF   PIC X(16).
               10  WS-REF-DUE-TO    PIC S9(13)V99.
               10  WS-REF-DUE-FROM  PIC S9(13)V99.
       01  WS-REF-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-REF-FOUND-SW          PIC X(1).
           88  REFERENCE-FOUND      VALUE "Y".
       01  WS-TODAY-SW              PIC X(1).
           88  ENTRY-DATED-TODAY    VALUE "Y".
      *
      * Bank totals.
      *
       01  WS-TOTAL-DUE-TO          PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-DUE-FROM        PIC S9(13)V99 VALUE 0.
       01  WS-NET-AMOUNT            PIC S9(13)V99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           PERFORM FIND-LATEST-PERIOD
           PERFORM LOAD-CLOSED-POSITIONS
           PERFORM LOAD-OPEN-ENTRIES
           OPEN OUTPUT RECON-RPT-FILE
           PERFORM REPORT-ONE-BRANCH
               VARYING WS-BRN-SUB FROM 1 BY 1
               UNTIL WS-BRN-SUB > WS-BRN-COUNT
           PERFORM REPORT-BANK-TOTAL
           PERFORM CHECK-ONE-REFERENCE
               VARYING WS-REF-SUB FROM 1 BY 1
               UNTIL WS-REF-SUB > WS-REF-COUNT
           CLOSE RECON-RPT-FILE
           DISPLAY "IBRECON: BRANCHES           " WS-BRN-COUNT
           DISPLAY "IBRECON: ENTRIES TODAY      " WS-ENTRY-COUNT
           DISPLAY "IBRECON: UNMATCHED REFS     " WS-BREAK-COUNT
           PERFORM WRITE-STEP-STAT
           EVALUATE TRUE
               WHEN BANK-OUT-OF-BALANCE
                   DISPLAY "IBRECON: INTER-BRANCH ACCOUNTS DO NOT"
                       " NET TO ZERO"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-BREAK-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *
      * GLCLOSE rolls every account-branch row each period, so the
      * newest period on file carries the whole closed position.
      *
       FIND-LATEST-PERIOD.
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT GL-BALANCE-FILE
           IF WS-BAL-FILE-STATUS = "00"
               PERFORM READ-GL-BALANCE
               PERFORM NOTE-BALANCE-PERIOD UNTIL END-OF-INPUT
               CLOSE GL-BALANCE-FILE
           END-IF.

       READ-GL-BALANCE.
           READ GL-BALANCE-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       NOTE-BALANCE-PERIOD.
           IF GLB-PERIOD > WS-LATEST-PERIOD
               MOVE GLB-PERIOD TO WS-LATEST-PERIOD
           END-IF
           PERFORM READ-GL-BALANCE.

       LOAD-CLOSED-POSITIONS.
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT GL-BALANCE-FILE
           IF WS-BAL-FILE-STATUS = "00"
               PERFORM READ-GL-BALANCE
               PERFORM NOTE-CLOSED-POSITION UNTIL END-OF-INPUT
               CLOSE GL-BALANCE-FILE
           END-IF.

       NOTE-CLOSED-POSITION.
           IF GLB-PERIOD = WS-LATEST-PERIOD
               IF GLB-ACCOUNT = WS-GL-DUE-TO-ACCT
                   MOVE GLB-BRANCH TO WS-LOOKUP-BRANCH
                   PERFORM FIND-OR-ADD-BRANCH
                   ADD GLB-CLOSING TO WS-BRN-DUE-TO(WS-BRN-SUB)
               END-IF
               IF GLB-ACCOUNT = WS-GL-DUE-FROM-ACCT
                   MOVE GLB-BRANCH TO WS-LOOKUP-BRANCH
                   PERFORM FIND-OR-ADD-BRANCH
                   ADD GLB-CLOSING TO WS-BRN-DUE-FROM(WS-BRN-SUB)
               END-IF
           END-IF
           PERFORM READ-GL-BALANCE.

       LOAD-OPEN-ENTRIES.
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT GL-TRANSACTION-FILE
           IF WS-GL-FILE-STATUS = "00"
               PERFORM READ-GLTRANS
               PERFORM NOTE-GL-ENTRY UNTIL END-OF-INPUT
               CLOSE GL-TRANSACTION-FILE
           END-IF.

       READ-GLTRANS.
           READ GL-TRANSACTION-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

      *
      * Either leg of an entry may touch either account -- GLPOST's
      * split credits due-to and debits due-from, a journal voucher
      * clearing an inter-branch balance runs the other way.
      *
       NOTE-GL-ENTRY.
           IF GL-TIMESTAMP(1:6) > WS-LATEST-PERIOD
               MOVE "N" TO WS-TODAY-SW
               IF GL-TIMESTAMP(1:8) = WS-TODAY
                   MOVE "Y" TO WS-TODAY-SW
               END-IF
               MOVE GL-RESP-BRANCH TO WS-LOOKUP-BRANCH
               IF GL-DEBIT-ACCOUNT = WS-GL-DUE-TO-ACCT
                   OR GL-CREDIT-ACCOUNT = WS-GL-DUE-TO-ACCT
                   OR GL-DEBIT-ACCOUNT = WS-GL-DUE-FROM-ACCT
                   OR GL-CREDIT-ACCOUNT = WS-GL-DUE-FROM-ACCT
                   PERFORM FIND-OR-ADD-BRANCH
                   IF ENTRY-DATED-TODAY
                       ADD 1 TO WS-ENTRY-COUNT
                       PERFORM FIND-OR-ADD-REFERENCE
                   END-IF
               END-IF
               IF GL-DEBIT-ACCOUNT = WS-GL-DUE-TO-ACCT
                   ADD GL-AMOUNT TO WS-BRN-DUE-TO(WS-BRN-SUB)
                   IF ENTRY-DATED-TODAY
                       SUBTRACT GL-AMOUNT
                           FROM WS-REF-DUE-TO(WS-REF-SUB)
                   END-IF
               END-IF
               IF GL-CREDIT-ACCOUNT = WS-GL-DUE-TO-ACCT
                   SUBTRACT GL-AMOUNT FROM WS-BRN-DUE-TO(WS-BRN-SUB)
                   IF ENTRY-DATED-TODAY
                       ADD GL-AMOUNT TO WS-REF-DUE-TO(WS-REF-SUB)
                   END-IF
               END-IF
               IF GL-DEBIT-ACCOUNT = WS-GL-DUE-FROM-ACCT
                   ADD GL-AMOUNT TO WS-BRN-DUE-FROM(WS-BRN-SUB)
                   IF ENTRY-DATED-TODAY
                       ADD GL-AMOUNT TO WS-REF-DUE-FROM(WS-REF-SUB)
                   END-IF
               END-IF
               IF GL-CREDIT-ACCOUNT = WS-GL-DUE-FROM-ACCT
                   SUBTRACT GL-AMOUNT
                       FROM WS-BRN-DUE-FROM(WS-BRN-SUB)
                   IF ENTRY-DATED-TODAY
                       SUBTRACT GL-AMOUNT
                           FROM WS-REF-DUE-FROM(WS-REF-SUB)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-GLTRANS.

       FIND-OR-ADD-BRANCH.
           MOVE "N" TO WS-BRN-FOUND-SW
           PERFORM VARYING WS-BRN-SUB FROM 1 BY 1
               UNTIL WS-BRN-SUB > WS-BRN-COUNT
                   OR BRANCH-FOUND
               IF WS-BRN-BRANCH(WS-BRN-SUB) = WS-LOOKUP-BRANCH
                   MOVE "Y" TO WS-BRN-FOUND-SW
               END-IF
           END-PERFORM
           IF BRANCH-FOUND
               SUBTRACT 1 FROM WS-BRN-SUB
           ELSE
               IF WS-BRN-COUNT = 1000
                   DISPLAY "IBRECON: BRANCH TABLE FULL - RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BRN-COUNT
               MOVE WS-BRN-COUNT TO WS-BRN-SUB
               MOVE WS-LOOKUP-BRANCH TO WS-BRN-BRANCH(WS-BRN-SUB)
               MOVE 0 TO WS-BRN-DUE-TO(WS-BRN-SUB)
               MOVE 0 TO WS-BRN-DUE-FROM(WS-BRN-SUB)
           END-IF.

       FIND-OR-ADD-REFERENCE.
           MOVE "N" TO WS-REF-FOUND-SW
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
               UNTIL WS-REF-SUB > WS-REF-COUNT
                   OR REFERENCE-FOUND
               IF WS-REF-TRX-REF(WS-REF-SUB) = GL-TRX-REF
                   MOVE "Y" TO WS-REF-FOUND-SW
               END-IF
           END-PERFORM
           IF REFERENCE-FOUND
               SUBTRACT 1 FROM WS-REF-SUB
           ELSE
               IF WS-REF-COUNT = 5000
                   DISPLAY "IBRECON: REFERENCE TABLE FULL - RAISE"
                       " OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-REF-COUNT
               MOVE WS-REF-COUNT TO WS-REF-SUB
               MOVE GL-TRX-REF TO WS-REF-TRX-REF(WS-REF-SUB)
               MOVE 0 TO WS-REF-DUE-TO(WS-REF-SUB)
               MOVE 0 TO WS-REF-DUE-FROM(WS-REF-SUB)
           END-IF.

       REPORT-ONE-BRANCH.
           ADD WS-BRN-DUE-TO(WS-BRN-SUB) TO WS-TOTAL-DUE-TO
           ADD WS-BRN-DUE-FROM(WS-BRN-SUB) TO WS-TOTAL-DUE-FROM
           COMPUTE WS-NET-AMOUNT = WS-BRN-DUE-TO(WS-BRN-SUB)
               + WS-BRN-DUE-FROM(WS-BRN-SUB)
           MOVE SPACES TO RECON-RPT-RECORD
           MOVE "BRANCH" TO IR-LINE-TYPE
           MOVE WS-BRN-BRANCH(WS-BRN-SUB) TO IR-KEY
           MOVE WS-BRN-DUE-TO(WS-BRN-SUB) TO IR-DUE-TO
           MOVE WS-BRN-DUE-FROM(WS-BRN-SUB) TO IR-DUE-FROM
           MOVE WS-NET-AMOUNT TO IR-NET
           EVALUATE TRUE
               WHEN WS-NET-AMOUNT < 0
                   MOVE "OWES OTHER BRANCHES" TO IR-NOTE
               WHEN WS-NET-AMOUNT > 0
                   MOVE "OWED BY OTHER BRANCHES" TO IR-NOTE
               WHEN OTHER
                   MOVE "SQUARE" TO IR-NOTE
           END-EVALUATE
           WRITE RECON-RPT-RECORD.

       REPORT-BANK-TOTAL.
           COMPUTE WS-NET-AMOUNT = WS-TOTAL-DUE-TO + WS-TOTAL-DUE-FROM
           MOVE SPACES TO RECON-RPT-RECORD
           MOVE "BANK TOTAL" TO IR-LINE-TYPE
           MOVE WS-TOTAL-DUE-TO TO IR-DUE-TO
           MOVE WS-TOTAL-DUE-FROM TO IR-DUE-FROM
           MOVE WS-NET-AMOUNT TO IR-NET
           IF WS-NET-AMOUNT = 0
               MOVE "DUE-TO AND DUE-FROM NET TO ZERO" TO IR-NOTE
           ELSE
               MOVE "Y" TO WS-OUT-OF-BALANCE-SW
               MOVE "INTER-BRANCH OUT OF BALANCE" TO IR-NOTE
           END-IF
           WRITE RECON-RPT-RECORD.

      *
      * Amounts print as the due-to credited and the due-from
      * debited under the reference; the net is their difference.
      *
       CHECK-ONE-REFERENCE.
           IF WS-REF-DUE-TO(WS-REF-SUB)
               NOT = WS-REF-DUE-FROM(WS-REF-SUB)
               ADD 1 TO WS-BREAK-COUNT
               COMPUTE WS-NET-AMOUNT = WS-REF-DUE-FROM(WS-REF-SUB)
                   - WS-REF-DUE-TO(WS-REF-SUB)
               MOVE SPACES TO RECON-RPT-RECORD
               MOVE "REFERENCE" TO IR-LINE-TYPE
               MOVE WS-REF-TRX-REF(WS-REF-SUB) TO IR-KEY
               MOVE WS-REF-DUE-TO(WS-REF-SUB) TO IR-DUE-TO
               MOVE WS-REF-DUE-FROM(WS-REF-SUB) TO IR-DUE-FROM
               MOVE WS-NET-AMOUNT TO IR-NET
               MOVE "DUE-TO/DUE-FROM LEGS UNMATCHED" TO IR-NOTE
               WRITE RECON-RPT-RECORD
           END-IF.

       WRITE-STEP-STAT.
           OPEN OUTPUT STEP-STAT-FILE
           MOVE "IBRECON" TO SS-STEP-NAME
           MOVE WS-BRN-COUNT TO SS-RECORD-COUNT
           WRITE STEP-STAT-RECORD
           CLOSE STEP-STAT-FILE.
