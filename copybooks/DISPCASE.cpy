      * Transaction dispute cases: one row per disputed posting,
      * keyed by the TRX-REF the item posted under.  Opened and
      * withdrawn through DSPMNT, decided through DSPREVW, and
      * credited, reversed and aged by DSPPOST.
      * Reasons (DSPPARM carries each one's deadlines):
      *   UP  payment the customer does not recognise
      *   DC  direct debit collected after the mandate was cancelled
      *   CN  cheque the customer did not write
      * Status:
      *   O  open, no credit given
      *   P  provisionally credited on the regulatory deadline
      *   N  decided against the customer; the provisional credit
      *      is reversed once the notice period has run
      *   F  upheld -- the credit stands (or is given, if none was)
      *   D  declined with no credit ever given
      *   R  provisional credit reversed after notice
      *   W  withdrawn by the customer before any credit
       01 DISPUTE-CASE-RECORD.
           05 DS-TRX-REF            PIC X(16).
           05 DS-ACCOUNT            PIC X(10).
           05 DS-REASON             PIC X(02).
               88 DS-UNRECOGNISED   VALUE "UP".
               88 DS-DD-CANCELLED   VALUE "DC".
               88 DS-CHQ-NOT-WRITTEN VALUE "CN".
           05 DS-CLAIM-AMOUNT       PIC 9(09)V99.
           05 DS-OPENED-DATE        PIC 9(08).
           05 DS-HANDLER-ID         PIC X(08).
      *    Who the bank claims against on a DC or CN item: the
      *    originator ID and mandate ID, or the presenting bank,
      *    cheque serial and the payee account it was paid to.
           05 DS-COUNTERPARTY       PIC X(08).
           05 DS-ITEM-NUMBER        PIC 9(08).
           05 DS-COUNTER-ACCT       PIC X(10).
           05 DS-REGULATED          PIC X(01).
               88 DS-CREDIT-REQUIRED VALUE "Y".
           05 DS-CREDIT-DUE-DATE    PIC 9(08).
           05 DS-RESPONSE-DUE-DATE  PIC 9(08).
           05 DS-CREDIT-AMOUNT      PIC 9(09)V99.
           05 DS-CREDIT-DATE        PIC 9(08).
           05 DS-CREDIT-TRX-REF     PIC X(16).
           05 DS-NOTICE-DATE        PIC 9(08).
           05 DS-REVERSE-DUE-DATE   PIC 9(08).
           05 DS-CLAIM-DATE         PIC 9(08).
           05 DS-STATUS             PIC X(01).
               88 DS-OPEN           VALUE "O".
               88 DS-CREDITED       VALUE "P".
               88 DS-NOTICE-GIVEN   VALUE "N".
               88 DS-UPHELD         VALUE "F".
               88 DS-DECLINED       VALUE "D".
               88 DS-REVERSED       VALUE "R".
               88 DS-WITHDRAWN      VALUE "W".
           05 DS-RESOLVED-BY        PIC X(08).
           05 DS-RESOLVED-DATE      PIC 9(08).
