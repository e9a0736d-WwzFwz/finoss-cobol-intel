      * Daily FX rate feed from treasury or the market-data service,
      * one row per currency quoted against IDR, in the FXRATES
      * layout plus the name of the source that sent it.  FXLOAD
      * checks it before any row reaches FXRATES.
       01 FX-FEED-RECORD.
           05 FF-CURRENCY           PIC X(03).
           05 FF-BUY-RATE           PIC 9(07)V9(04).
           05 FF-SELL-RATE          PIC 9(07)V9(04).
           05 FF-MID-RATE           PIC 9(07)V9(04).
           05 FF-RATE-DATE          PIC 9(08).
           05 FF-SOURCE             PIC X(08).
