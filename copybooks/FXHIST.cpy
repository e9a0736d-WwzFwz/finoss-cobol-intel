      * Effective-dated FX rate history: a row appended every time
      * a rate goes onto FXRATES, by FXLOAD inside tolerance or by
      * FXAPPR on treasury approval, so the rate any past
      * conversion used can be found by currency and date.  A rate
      * is effective from its FX-RATE-DATE until the currency's
      * next row.
       01 FX-HISTORY-RECORD.
           05 FXH-CURRENCY          PIC X(03).
           05 FXH-EFFECTIVE-DATE    PIC 9(08).
           05 FXH-BUY-RATE          PIC 9(07)V9(04).
           05 FXH-SELL-RATE         PIC 9(07)V9(04).
           05 FXH-MID-RATE          PIC 9(07)V9(04).
           05 FXH-SOURCE            PIC X(08).
           05 FXH-LOADED-DATE       PIC 9(08).
           05 FXH-LOADED-BY         PIC X(01).
               88 FXH-LOADED-IN-TOLERANCE VALUE "L".
               88 FXH-LOADED-ON-APPROVAL  VALUE "A".
           05 FXH-APPROVED-BY       PIC X(08).
