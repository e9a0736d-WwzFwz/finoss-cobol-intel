      * account, or drift between the debit and credit legs -- is
      * flagged hard on the report and returned as RC=8 so DLYCHAIN
      * halts rather than carrying a broken book into the next day.
      * Account totals take every row, but the per-type totals count
      * an entry GLPOST split across two branches once: the due-from
      * half (debit 71717171) carries the same type and amount again.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88  OUT-OF-BALANCE       VALUE "Y".
       01  WS-FEE-INCOME-ACCT       PIC 9(8) VALUE 99999999.
       01  WS-INT-EXPENSE-ACCT      PIC 9(8) VALUE 88888888.
       01  WS-GL-DUE-FROM-ACCT      PIC 9(8) VALUE 71717171.
      *
      * Per-account debit/credit totals accumulate in memory; the
      * book this suite carries is small enough for the same
      * mis-tagged entry is visible rather than silently dropped.
      *
       01  WS-TYPE-TOTAL-TABLE.
           05  WS-TYPE-TOTAL-ENTRY OCCURS 28 TIMES.
               10  WS-TT-TYPE       PIC X(04).
               10  WS-TT-COUNT      PIC 9(07).
               10  WS-TT-AMOUNT     PIC 9(11)V99.
           MOVE "CSH " TO WS-TT-TYPE(23)
           MOVE "CSO " TO WS-TT-TYPE(24)
           MOVE "OVS " TO WS-TT-TYPE(25)
           MOVE "ODP " TO WS-TT-TYPE(26)
           MOVE "ODF " TO WS-TT-TYPE(27)
           MOVE "OTHR" TO WS-TT-TYPE(28)
           PERFORM VARYING WS-TT-SUB FROM 1 BY 1
               UNTIL WS-TT-SUB > 28
               MOVE 0 TO WS-TT-COUNT(WS-TT-SUB)
               MOVE 0 TO WS-TT-AMOUNT(WS-TT-SUB)
           END-PERFORM.
               MOVE GL-CREDIT-ACCOUNT TO WS-LOOKUP-ACCOUNT
               PERFORM FIND-ACCOUNT-TOTAL
               ADD GL-AMOUNT TO WS-AT-CREDITS(WS-AT-SUB)
               IF GL-DEBIT-ACCOUNT NOT = WS-GL-DUE-FROM-ACCT
                   PERFORM ACCUMULATE-TYPE-TOTAL
               END-IF
           END-IF
           PERFORM READ-GLTRANS.

       ACCUMULATE-TYPE-TOTAL.
           MOVE "N" TO WS-TT-FOUND-SW
           PERFORM VARYING WS-TT-SUB FROM 1 BY 1
               UNTIL WS-TT-SUB > 27
                   OR TYPE-TOTAL-FOUND
               IF WS-TT-TYPE(WS-TT-SUB) = GL-TRANS-TYPE
                   MOVE "Y" TO WS-TT-FOUND-SW
           IF TYPE-TOTAL-FOUND
               SUBTRACT 1 FROM WS-TT-SUB
           ELSE
               MOVE 28 TO WS-TT-SUB
           END-IF
           ADD 1 TO WS-TT-COUNT(WS-TT-SUB)
           ADD GL-AMOUNT TO WS-TT-AMOUNT(WS-TT-SUB).

       WRITE-TYPE-LINES.
           PERFORM VARYING WS-TT-SUB FROM 1 BY 1
               UNTIL WS-TT-SUB > 28
               IF WS-TT-COUNT(WS-TT-SUB) > 0
                   MOVE SPACES TO TRIAL-BAL-RPT-RECORD
                   MOVE "Y" TO TB-REC-TYPE
