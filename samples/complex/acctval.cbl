           88  ACCT-DORMANT        VALUE "D".
           88  ACCT-CLOSED         VALUE "C".
           88  ACCT-FROZEN         VALUE "F".
           88  ACCT-WRITTEN-OFF    VALUE "W".
           05  WS-CURRENCY-CODE    PIC X(3).
           05  WS-PRODUCT-CODE     PIC X(4).
       01  WS-VALIDATION-RESULT.
           88  REASON-ACCT-EMPTY       VALUE 10.
           88  REASON-ACCT-CLOSED      VALUE 20.
           88  REASON-ACCT-FROZEN      VALUE 30.
           88  REASON-ACCT-WRITTEN-OFF VALUE 35.
           88  REASON-ACCT-TYPE-UNKNOWN VALUE 40.
           88  REASON-PRODUCT-UNKNOWN   VALUE 50.
           88  REASON-PRODUCT-STATUS    VALUE 51.
                       MOVE "ACCOUNT IS FROZEN" TO WS-REASON
                       MOVE 30 TO WS-REASON-CODE
                   ELSE
                       IF ACCT-WRITTEN-OFF
                           MOVE "N" TO WS-VALID
                           MOVE "ACCOUNT IS WRITTEN OFF" TO WS-REASON
                           MOVE 35 TO WS-REASON-CODE
                       ELSE
                           PERFORM CHECK-ACCOUNT-TYPE
                       END-IF
                   END-IF
               END-IF
           END-IF
