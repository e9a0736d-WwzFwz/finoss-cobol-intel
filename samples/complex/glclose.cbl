      * month-over-month record, and an account with history but no
      * movement this period still rolls -- it never drops out by
      * going quiet.
      *
      * Balances are kept per branch: each entry books both its legs
      * at its responsible branch (GL-RESP-BRANCH), so every branch
      * rolls its own book and a branch manager's balance sheet and
      * income statement come straight off its GLBAL rows.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  GLO-OPENING          PIC S9(13)V99.
           05  GLO-MOVEMENT         PIC S9(13)V99.
           05  GLO-CLOSING          PIC S9(13)V99.
           05  GLO-BRANCH           PIC X(04).

      *
      * One-line handoff of this step's processed count for DLYCHAIN
       01  WS-CURRENT-PERIOD        PIC 9(06).
       01  WS-ROLLED-COUNT          PIC 9(7) COMP VALUE 0.
      *
      * One slot per account per branch: the prior closing from GLBAL's
      * latest period row, and the month's movement off GLTRANS.
      *
       01  WS-BAL-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-BAL-TABLE.
           05  WS-GLB-ENTRY OCCURS 5000 TIMES.
               10  WS-GLB-ACCOUNT   PIC 9(08).
               10  WS-GLB-BRANCH    PIC X(04).
               10  WS-GLB-PERIOD    PIC 9(06).
               10  WS-GLB-OPENING   PIC S9(13)V99.
               10  WS-GLB-MOVEMENT  PIC S9(13)V99.
       01  WS-GLB-FOUND-SW          PIC X(1).
           88  BALANCE-SLOT-FOUND   VALUE "Y".
       01  WS-LOOKUP-ACCOUNT        PIC 9(08).
       01  WS-LOOKUP-BRANCH         PIC X(04).
       01  WS-CLOSING               PIC S9(13)V99.

       PROCEDURE DIVISION.
           MOVE GLB-OPENING TO GLO-OPENING
           MOVE GLB-MOVEMENT TO GLO-MOVEMENT
           MOVE GLB-CLOSING TO GLO-CLOSING
           MOVE GLB-BRANCH TO GLO-BRANCH
           WRITE GL-BALANCE-OUT-RECORD
           MOVE GLB-ACCOUNT TO WS-LOOKUP-ACCOUNT
           MOVE GLB-BRANCH TO WS-LOOKUP-BRANCH
           PERFORM FIND-BALANCE-SLOT
           IF GLB-PERIOD NOT < WS-GLB-PERIOD(WS-GLB-SUB)
               MOVE GLB-PERIOD TO WS-GLB-PERIOD(WS-GLB-SUB)
               UNTIL WS-GLB-SUB > WS-BAL-COUNT
                   OR BALANCE-SLOT-FOUND
               IF WS-GLB-ACCOUNT(WS-GLB-SUB) = WS-LOOKUP-ACCOUNT
                   AND WS-GLB-BRANCH(WS-GLB-SUB) = WS-LOOKUP-BRANCH
                   MOVE "Y" TO WS-GLB-FOUND-SW
               END-IF
           END-PERFORM
               MOVE WS-BAL-COUNT TO WS-GLB-SUB
               MOVE WS-LOOKUP-ACCOUNT
                   TO WS-GLB-ACCOUNT(WS-GLB-SUB)
               MOVE WS-LOOKUP-BRANCH TO WS-GLB-BRANCH(WS-GLB-SUB)
               MOVE 0 TO WS-GLB-PERIOD(WS-GLB-SUB)
               MOVE 0 TO WS-GLB-OPENING(WS-GLB-SUB)
               MOVE 0 TO WS-GLB-MOVEMENT(WS-GLB-SUB)

       NOTE-ONE-ENTRY.
           IF GL-TIMESTAMP(1:6) = WS-CURRENT-PERIOD
               MOVE GL-RESP-BRANCH TO WS-LOOKUP-BRANCH
               MOVE GL-DEBIT-ACCOUNT TO WS-LOOKUP-ACCOUNT
               PERFORM FIND-BALANCE-SLOT
               ADD GL-AMOUNT TO WS-GLB-MOVEMENT(WS-GLB-SUB)
           MOVE WS-GLB-OPENING(WS-GLB-SUB) TO GLO-OPENING
           MOVE WS-GLB-MOVEMENT(WS-GLB-SUB) TO GLO-MOVEMENT
           MOVE WS-CLOSING TO GLO-CLOSING
           MOVE WS-GLB-BRANCH(WS-GLB-SUB) TO GLO-BRANCH
           WRITE GL-BALANCE-OUT-RECORD.

       WRITE-STEP-STAT.
