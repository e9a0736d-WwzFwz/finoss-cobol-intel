       01 COLLATERAL-RECORD.
           05 CLT-COLL-ID           PIC 9(06).
           05 CLT-COLL-TYPE         PIC X(02).
               88 CLT-REAL-ESTATE   VALUE "RE".
               88 CLT-VEHICLE       VALUE "VH".
               88 CLT-CASH-DEPOSIT  VALUE "DP".
               88 CLT-SECURITIES    VALUE "SE".
               88 CLT-EQUIPMENT     VALUE "EQ".
               88 CLT-OTHER-SECURITY VALUE "OT".
               88 CLT-VALID-TYPE    VALUE "RE" "VH" "DP" "SE"
                                         "EQ" "OT".
      *    Last appraisal, and the haircut taken off it before it
      *    counts as cover (0.3000 = 30 percent).
           05 CLT-APPRAISED-VALUE   PIC 9(11)V99.
           05 CLT-APPRAISAL-DATE    PIC 9(08).
           05 CLT-HAIRCUT-PCT       PIC 9V9(04).
           05 CLT-STATUS            PIC X(01).
               88 CLT-ACTIVE        VALUE "A".
               88 CLT-RELEASED      VALUE "R".
      *    Loans the piece secures; its cover is shared between them
      *    in proportion to their outstanding principal.
           05 CLT-LOAN-COUNT        PIC 9(01).
           05 CLT-LOAN-ACCT         PIC X(12) OCCURS 5 TIMES.
