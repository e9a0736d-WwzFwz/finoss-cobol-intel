      * lookup straight from the commarea and paints the inquiry map
      * fresh, so the teller lands on the normal inquiry without
      * re-keying the number.
      *
      * Every lookup, keyed or handed over, is written to the
      * ACCSLOG access log through ACCSLOGW under the signed-on
      * operator, the terminal and the transaction, whether or not
      * the customer was found.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01  WS-RIDFLD-CUST-ID        PIC 9(8).
       01  WS-CUST-BALANCE-DISP     PIC -ZZZZZZZZ9.99.
       01  WS-OPERATOR-ID           PIC X(8).
       COPY CUSTMAP.
       COPY CUSTMAST.
       COPY ACCSLOG.
       01  LK-REQUEST.
           05  LK-CUST-ID           PIC 9(10).
       01  LK-REPLY.
       RUN-CUSTOMER-LOOKUP.
           MOVE WS-CUST-ID TO LK-CUST-ID
           CALL "SQLOPS" USING LK-REQUEST LK-REPLY
           PERFORM LOOKUP-CUSTOMER-MASTER
           PERFORM LOG-CUSTOMER-ACCESS.

       LOG-CUSTOMER-ACCESS.
           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
           END-EXEC
           MOVE SPACES TO ACCESS-LOG-RECORD
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID
           MOVE EIBTRMID TO AL-TERMINAL-ID
           MOVE EIBTRNID TO AL-TRANSACTION
           MOVE "CUSTINQ" TO AL-PROGRAM
           MOVE "I" TO AL-ACCESS-TYPE
           MOVE WS-RIDFLD-CUST-ID TO AL-CUST-ID
           CALL "ACCSLOGW" USING ACCESS-LOG-RECORD.

      *
      * CUSTMAST is keyed on the rightmost 8 digits of the account
