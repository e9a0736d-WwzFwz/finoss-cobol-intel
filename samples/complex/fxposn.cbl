      * movement ("RVL ") -- the realized-versus-revaluation view
      * that ties PAYMENT's spread income to the position.  The
      * carryforward rides to FXPOSHST.NEW, the usual handover.
      * An entry GLPOST split across two branches is counted once:
      * its due-from half (debit 71717171) repeats the amount under
      * the same type and is skipped.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-HIST-EOF              PIC X(1) VALUE "N".
           88  END-OF-HISTORY       VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-GL-DUE-FROM-ACCT      PIC 9(8) VALUE 71717171.
       01  WS-CCY-REPORTED          PIC 9(3) COMP VALUE 0.
      *
      * One slot per currency: the opening position from the
           IF GL-TIMESTAMP(1:8) = WS-TODAY
               AND GL-CURRENCY NOT = SPACES
               AND GL-CURRENCY NOT = "IDR"
               AND GL-DEBIT-ACCOUNT NOT = WS-GL-DUE-FROM-ACCT
               MOVE GL-CURRENCY TO WS-LOOKUP-CCY
               PERFORM FIND-CURRENCY-SLOT
               EVALUATE GL-TRANS-TYPE
