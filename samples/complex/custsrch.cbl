      * CUSTMAST, which needs no extra clause here -- and every
      * other SELECT of the master in this suite declares the
      * primary key alone, so this one does too.
      *
      * Each search line carries the operator who asked for it, and
      * every customer listed is written to the ACCSLOG access log
      * through ACCSLOGW under that operator with the partial name
      * searched -- a batch search shows a customer to someone just
      * as the counter screens do.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  SEARCH-IN-FILE.
       01  SEARCH-IN-RECORD.
           05  SR-PARTIAL-NAME      PIC X(30).
           05  SR-REQUESTED-BY      PIC X(08).

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.
           88  NAME-MATCHED         VALUE "Y".
       01  WS-ANY-MATCH-SW          PIC X(1).
           88  ANY-MATCH            VALUE "Y".
       COPY ACCSLOG.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
               MOVE CUST-NAME TO SP-CUST-NAME
               MOVE CUST-STATUS TO SP-CUST-STATUS
               WRITE SEARCH-RPT-RECORD
               PERFORM LOG-CUSTOMER-ACCESS
           END-IF
           PERFORM READ-CUSTOMER.

       LOG-CUSTOMER-ACCESS.
           MOVE SPACES TO ACCESS-LOG-RECORD
           MOVE SR-REQUESTED-BY TO AL-OPERATOR-ID
           MOVE "BTCH" TO AL-TERMINAL-ID
           MOVE "CUSTSRCH" TO AL-PROGRAM
           MOVE "S" TO AL-ACCESS-TYPE
           MOVE CUST-ID TO AL-CUST-ID
           MOVE SR-PARTIAL-NAME TO AL-SEARCH-ARG
           CALL "ACCSLOGW" USING ACCESS-LOG-RECORD.
