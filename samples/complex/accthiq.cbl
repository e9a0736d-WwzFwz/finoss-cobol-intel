      * keying a different account starts over at its most recent
      * page.  The teller finally answers "what were the last ten
      * transactions" without a back-office ledger grep.
      *
      * Every account the master returns is written to the ACCSLOG
      * access log through ACCSLOGW against its owning customer,
      * under the signed-on operator, the terminal and the
      * transaction, once per page shown.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-HIS-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-LINE-SUB              PIC 9(2) COMP VALUE 0.
       01  WS-START-SUB             PIC S9(5) COMP VALUE 0.
       01  WS-OPERATOR-ID           PIC X(8).
       COPY HISTMAP.
       COPY ACCTMAST.
       COPY ACCSLOG.
       01  LK-ACCOUNT.
           05  LK-ACCT-NUM         PIC X(12).
           05  LK-ACCT-TYPE        PIC X(2).
               RIDFLD(ACCTM-NUM)
               RESP(WS-ACCT-RESP)
           END-EXEC
           IF WS-ACCT-RESP = DFHRESP(NORMAL)
               PERFORM LOG-ACCOUNT-ACCESS
           END-IF
           MOVE ACCTM-NUM TO LK-ACCT-NUM
           MOVE ACCTM-TYPE TO LK-ACCT-TYPE
           MOVE ACCTM-STATUS TO LK-ACCT-STATUS
           CALL "ACCTVAL-ENTRY" USING LK-ACCOUNT
               LK-VALIDATION-RESULT.

       LOG-ACCOUNT-ACCESS.
           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
           END-EXEC
           MOVE SPACES TO ACCESS-LOG-RECORD
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID
           MOVE EIBTRMID TO AL-TERMINAL-ID
           MOVE EIBTRNID TO AL-TRANSACTION
           MOVE "ACCTHIQ" TO AL-PROGRAM
           MOVE "I" TO AL-ACCESS-TYPE
           MOVE ACCTM-CUST-ID TO AL-CUST-ID
           MOVE ACCTM-NUM TO AL-ACCT-NUM
           CALL "ACCSLOGW" USING ACCESS-LOG-RECORD.

       LOAD-ACCOUNT-HISTORY.
           MOVE 0 TO WS-HIST-COUNT
           MOVE "N" TO WS-LEDGER-EOF
