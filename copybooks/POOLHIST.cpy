      * Notional-pool daily history, appended by POOLINT: one "N"
      * row per pool per business day carrying the net position and
      * the day's interest on it, followed by an "A" row per
      * participating account with its balance and its share.  The
      * month's credit shares are what POOLINT carries onto ACCRUALS
      * for INTCAP; POOLSTMT prints the pool statement from here.
       01 POOL-HISTORY-RECORD.
           05 PH-REC-TYPE           PIC X(01).
               88 PH-POSITION-REC   VALUE "N".
               88 PH-ALLOCATION-REC VALUE "A".
           05 PH-POOL-ID            PIC X(08).
           05 PH-DATE               PIC 9(08).
           05 PH-POSITION-DATA.
               10 PH-NET-BALANCE        PIC S9(11)V99.
               10 PH-CREDIT-TOTAL       PIC 9(11)V99.
               10 PH-DEBIT-TOTAL        PIC 9(11)V99.
               10 PH-RATE               PIC 9V9(04).
               10 PH-DIRECTION          PIC X(01).
                   88 PH-CREDIT-INTEREST    VALUE "C".
                   88 PH-DEBIT-INTEREST     VALUE "D".
               10 PH-DAY-INTEREST       PIC 9(09)V99.
               10 PH-PARTICIPANTS       PIC 9(04).
           05 PH-ALLOCATION-DATA REDEFINES PH-POSITION-DATA.
               10 PH-ACCT-NUM           PIC X(12).
               10 PH-CUST-ID            PIC 9(08).
               10 PH-BALANCE            PIC S9(11)V99.
               10 PH-ALLOC-DIRECTION    PIC X(01).
               10 PH-ALLOCATED          PIC 9(09)V99.
               10 FILLER               PIC X(15).
