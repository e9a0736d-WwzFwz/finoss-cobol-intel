      * FX rates held for treasury approval.  FXLOAD holds a feed
      * rate whose mid moved further from the currency's previous
      * FXRATES mid than its tolerance allows, or a currency with
      * no previous rate to compare against; the previous rate
      * stays on FXRATES until FXAPPR approves the held one.  A
      * pending row is superseded when a later feed brings the
      * currency in again.
      * Status: P  pending approval
      *         A  approved -- now on FXRATES
      *         R  rejected -- previous rate kept
      *         S  superseded by a later feed
       01 FX-HOLD-RECORD.
           05 FH-CURRENCY           PIC X(03).
           05 FH-BUY-RATE           PIC 9(07)V9(04).
           05 FH-SELL-RATE          PIC 9(07)V9(04).
           05 FH-MID-RATE           PIC 9(07)V9(04).
           05 FH-RATE-DATE          PIC 9(08).
           05 FH-SOURCE             PIC X(08).
           05 FH-PREV-MID-RATE      PIC 9(07)V9(04).
           05 FH-PREV-RATE-DATE     PIC 9(08).
           05 FH-DEVIATION-PCT      PIC 9(03)V99.
           05 FH-TOLERANCE-PCT      PIC 9(03)V99.
           05 FH-HOLD-REASON        PIC X(01).
               88 FH-OUTSIDE-TOLERANCE VALUE "T".
               88 FH-NEW-CURRENCY      VALUE "N".
           05 FH-HELD-DATE          PIC 9(08).
           05 FH-STATUS             PIC X(01).
               88 FH-PENDING        VALUE "P".
               88 FH-APPROVED       VALUE "A".
               88 FH-REJECTED       VALUE "R".
               88 FH-SUPERSEDED     VALUE "S".
           05 FH-DECIDED-BY         PIC X(08).
           05 FH-DECIDED-DATE       PIC 9(08).
