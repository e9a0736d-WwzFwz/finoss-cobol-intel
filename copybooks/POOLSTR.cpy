      * Notional cash-pool structure: a header row per pool followed
      * by a participant row per account linked under it.  Balances
      * never move between the accounts -- POOLINT accrues interest
      * on the pool's net position and allocates it back -- so a
      * pool may span the legal entities SWEEPGEN may not sweep
      * across.  The header account always participates; it need
      * not be repeated on a participant row.  An account on this
      * file accrues through its pool only: CALCINT and ODINT leave
      * it alone, and a suspended pool accrues nothing until it is
      * reinstated or its rows are taken off.
      * Allocation: P  proportional to each account's contribution
      *                (credit balances share a net credit, debit
      *                balances share a net debit)
      *             H  all to the header account
      * Rate keys name INTRATES RT-ACCOUNT-TYPE rows, matched on the
      * size of the net position; spaces take "NP" for a net credit
      * and "OD" for a net debit.
       01 POOL-STRUCTURE-RECORD.
           05 PS-REC-TYPE           PIC X(01).
               88 PS-HEADER-REC     VALUE "H".
               88 PS-PARTICIPANT-REC VALUE "P".
           05 PS-POOL-ID            PIC X(08).
           05 PS-HEADER-DATA.
               10 PS-POOL-NAME          PIC X(30).
               10 PS-HEADER-ACCT        PIC X(12).
               10 PS-HEADER-CUST-ID     PIC 9(08).
               10 PS-CURRENCY           PIC X(03).
               10 PS-CREDIT-RATE-KEY    PIC X(02).
               10 PS-DEBIT-RATE-KEY     PIC X(02).
               10 PS-ALLOC-METHOD       PIC X(01).
                   88 PS-ALLOC-PROPORTIONAL VALUE "P".
                   88 PS-ALLOC-HEADER       VALUE "H".
               10 PS-STATUS             PIC X(01).
                   88 PS-POOL-ACTIVE        VALUE "A".
                   88 PS-POOL-SUSPENDED     VALUE "S".
           05 PS-PARTICIPANT-DATA REDEFINES PS-HEADER-DATA.
               10 PS-ACCT-NUM           PIC X(12).
               10 PS-CUST-ID            PIC 9(08).
               10 PS-JOINED-DATE        PIC 9(08).
               10 FILLER               PIC X(31).
