      * convention PAYMENT uses), and any excess over the peg becomes
      * a transfer instruction on PAYIN -- so the concentration moves
      * post through PAYMENT-ENTRY with fees, velocity, and audit
      * intact instead of by a treasurer's phone call.  A profile
      * DCSDREVW has suspended on a customer's death is reported
      * and left alone.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  SWP-SUB-ACCT         PIC X(12).
           05  SWP-TARGET-BAL       PIC 9(09)V99.
           05  SWP-CURRENCY         PIC X(03).
           05  SWP-STATUS           PIC X(01).
               88  SWP-SUSPENDED    VALUE "S".

       FD  CIF-XREF-FILE.
       COPY CIFXREF.
           88  END-OF-PROFILES      VALUE "Y".
       01  WS-SWEPT-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-SKIPPED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-SUSPENDED-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-EXCESS                PIC S9(09)V99.
       01  WS-SUB-ON-XREF-SW        PIC X(1).
           88  SUB-ON-XREF          VALUE "Y".
               CUSTOMER-MASTER-FILE PAYMENT-IN-FILE SWEEP-RPT-FILE
           DISPLAY "SWEEPGEN: SWEEPS GENERATED  " WS-SWEPT-COUNT
           DISPLAY "SWEEPGEN: PROFILES SKIPPED  " WS-SKIPPED-COUNT
           DISPLAY "SWEEPGEN: PROFILES SUSPENDED " WS-SUSPENDED-COUNT
           PERFORM WRITE-STEP-STAT
           IF WS-SKIPPED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           WRITE PAYMENT-IN-RECORD.

       SWEEP-ONE-PROFILE.
           IF SWP-SUSPENDED
               ADD 1 TO WS-SUSPENDED-COUNT
               MOVE 0 TO WS-EXCESS
               MOVE "PROFILE SUSPENDED" TO WS-SWEEP-OUTCOME
               PERFORM WRITE-SWEEP-LINE
           ELSE
               PERFORM SWEEP-ACTIVE-PROFILE
           END-IF
           PERFORM READ-PROFILE.

       SWEEP-ACTIVE-PROFILE.
           PERFORM CHECK-SUB-ON-XREF
           IF NOT SUB-ON-XREF
               ADD 1 TO WS-SKIPPED-COUNT
               PERFORM WRITE-SWEEP-LINE
           ELSE
               PERFORM COMPUTE-SUB-EXCESS
           END-IF.

      *
      * The profile row must agree with the CIF cross-reference --
