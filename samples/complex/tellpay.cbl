      * limit rejection is resolved while the customer is still at
      * the counter.  The signed-on teller rides the call as the
      * maker ID for the audit trail.
      *
      * Both accounts of a keyed payment that reaches PAYMENT are
      * written to the ACCSLOG access log through ACCSLOGW, under
      * the customer each account number carries (its rightmost
      * eight digits, the established convention), with the teller,
      * the terminal and the transaction.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MAPSET-NAME           PIC X(8) VALUE "CUSTSET".
       01  WS-TELLER-ID             PIC X(8).
       01  WS-AMOUNT-DISP           PIC ZZZZZZZZ9.99.
       01  WS-LOG-ACCOUNT           PIC X(10).
      *
      * The map's amount field runs a digit wider than PAYMENT's
      * LK-AMOUNT only to keep the symbolic-map overlay aligned; an
       01  LK-CHK-ACCOUNT          PIC X(10).
       01  LK-CHK-OK               PIC X(01).
       COPY PAYMAP.
       COPY ACCSLOG.
       01  LK-PAYMENT-DATA.
           05  LK-ACCOUNT-FROM     PIC X(10).
           05  LK-ACCOUNT-TO       PIC X(10).
           MOVE SPACES TO LK-CHECKER-ID
           MOVE SPACES TO LK-BENEF-BANK
           CALL "PAYMENT-ENTRY" USING LK-PAYMENT-DATA LK-RESULT
           MOVE FROMACI TO WS-LOG-ACCOUNT
           PERFORM LOG-ACCOUNT-ACCESS
           MOVE TOACI TO WS-LOG-ACCOUNT
           PERFORM LOG-ACCOUNT-ACCESS
           PERFORM SEND-RESULT-MAP.

      *
      * The instruction-width account is logged in master-key form,
      * in the rightmost ten of the twelve, as ACCTHIQ logs it.
      *
       LOG-ACCOUNT-ACCESS.
           MOVE SPACES TO ACCESS-LOG-RECORD
           MOVE WS-TELLER-ID TO AL-OPERATOR-ID
           MOVE EIBTRMID TO AL-TERMINAL-ID
           MOVE EIBTRNID TO AL-TRANSACTION
           MOVE "TELLPAY" TO AL-PROGRAM
           MOVE "P" TO AL-ACCESS-TYPE
           MOVE WS-LOG-ACCOUNT TO AL-ACCT-NUM(3:10)
           MOVE 0 TO AL-CUST-ID
           IF WS-LOG-ACCOUNT(3:8) NUMERIC
               MOVE WS-LOG-ACCOUNT(3:8) TO AL-CUST-ID
           END-IF
           CALL "ACCSLOGW" USING ACCESS-LOG-RECORD.

       SEND-RESULT-MAP.
           MOVE FROMACI TO FROMACO
           MOVE TOACI TO TOACO
