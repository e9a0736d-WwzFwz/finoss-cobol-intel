      * year's result in retained earnings.  The GLYERPT report
      * lists every sweep; next month's GLCLOSE picks the entries
      * up off GLTRANS like any other posting.
      *
      * Each branch closes its own year: the sweep runs per account
      * per branch off the branch rows of GLBAL and posts through
      * GLPOST-BR naming that branch, so the result lands in the
      * branch's own retained earnings.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  SWEEP-RPT-RECORD.
           05  YE-ACCOUNT           PIC 9(08).
           05  FILLER               PIC X(02).
           05  YE-BRANCH            PIC X(04).
           05  FILLER               PIC X(02).
           05  YE-TYPE              PIC X(01).
           05  FILLER               PIC X(02).
           05  YE-SIGN              PIC X(01).
               10  WS-COA-TYPE      PIC X(01).
       01  WS-COA-SUB               PIC 9(4) COMP VALUE 0.
      *
      * The latest closing balance per income/expense account per
      * branch off the balance ledger.
      *
       01  WS-BAL-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-BAL-TABLE.
           05  WS-GLB-ENTRY OCCURS 1000 TIMES.
               10  WS-GLB-ACCOUNT   PIC 9(08).
               10  WS-GLB-BRANCH    PIC X(04).
               10  WS-GLB-TYPE      PIC X(01).
               10  WS-GLB-PERIOD    PIC 9(06).
               10  WS-GLB-CLOSING   PIC S9(13)V99.
       01  WS-ABS-AMOUNT            PIC 9(13)V99.
       01  WS-GL-RETAINED-ACCT      PIC 9(8) VALUE 10101010.
       01  WS-GL-SWEEP-ACCT         PIC 9(8).
       01  WS-GL-SWEEP-BRANCH       PIC X(04).
       01  WS-GL-CLO-TRANS-TYPE     PIC X(4) VALUE "CLO ".
       01  WS-GL-AMOUNT             PIC 9(9)V99.
       01  WS-TRX-REF               PIC X(16) VALUE SPACES.
               UNTIL WS-GLB-SUB > WS-BAL-COUNT
                   OR BALANCE-SLOT-FOUND
               IF WS-GLB-ACCOUNT(WS-GLB-SUB) = GLB-ACCOUNT
                   AND WS-GLB-BRANCH(WS-GLB-SUB) = GLB-BRANCH
                   MOVE "Y" TO WS-GLB-FOUND-SW
               END-IF
           END-PERFORM
               ADD 1 TO WS-BAL-COUNT
               MOVE WS-BAL-COUNT TO WS-GLB-SUB
               MOVE GLB-ACCOUNT TO WS-GLB-ACCOUNT(WS-GLB-SUB)
               MOVE GLB-BRANCH TO WS-GLB-BRANCH(WS-GLB-SUB)
               MOVE WS-IE-TYPE TO WS-GLB-TYPE(WS-GLB-SUB)
               MOVE 0 TO WS-GLB-PERIOD(WS-GLB-SUB)
               MOVE 0 TO WS-GLB-CLOSING(WS-GLB-SUB)
               CALL "TRXNUM" USING WS-TRX-REF
               MOVE WS-GLB-ACCOUNT(WS-GLB-SUB)
                   TO WS-GL-SWEEP-ACCT
               MOVE WS-GLB-BRANCH(WS-GLB-SUB) TO WS-GL-SWEEP-BRANCH
               IF WS-GLB-CLOSING(WS-GLB-SUB) < 0
                   COMPUTE WS-ABS-AMOUNT =
                       0 - WS-GLB-CLOSING(WS-GLB-SUB)
                   MOVE WS-ABS-AMOUNT TO WS-GL-AMOUNT
                   CALL "GLPOST-BR" USING WS-GL-SWEEP-ACCT
                       WS-GL-RETAINED-ACCT WS-GL-AMOUNT
                       WS-GL-CLO-TRANS-TYPE WS-TRX-REF
                       WS-GL-SWEEP-BRANCH
               ELSE
                   MOVE WS-GLB-CLOSING(WS-GLB-SUB)
                       TO WS-ABS-AMOUNT
                   MOVE WS-ABS-AMOUNT TO WS-GL-AMOUNT
                   CALL "GLPOST-BR" USING WS-GL-RETAINED-ACCT
                       WS-GL-SWEEP-ACCT WS-GL-AMOUNT
                       WS-GL-CLO-TRANS-TYPE WS-TRX-REF
                       WS-GL-SWEEP-BRANCH
               END-IF
               MOVE SPACES TO SWEEP-RPT-RECORD
               MOVE WS-GLB-ACCOUNT(WS-GLB-SUB) TO YE-ACCOUNT
               MOVE WS-GLB-BRANCH(WS-GLB-SUB) TO YE-BRANCH
               MOVE WS-GLB-TYPE(WS-GLB-SUB) TO YE-TYPE
               IF WS-GLB-CLOSING(WS-GLB-SUB) < 0
                   MOVE "-" TO YE-SIGN
