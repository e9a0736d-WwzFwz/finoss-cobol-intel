      * the selection field, control transfers to the normal CUSTINQ
      * inquiry with that number, so the counter conversation ends on
      * the same screen it always has.
      *
      * Each customer put on the pick list is written to the
      * ACCSLOG access log through ACCSLOGW with the partial name
      * searched, under the signed-on operator, the terminal and the
      * transaction.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-PICK-LINE             PIC X(40).
       01  WS-BROWSE-NAME           PIC X(30).
       01  WS-SELECTED-ID           PIC 9(08).
       01  WS-OPERATOR-ID           PIC X(8).
       COPY NAMEMAP.
       COPY CUSTMAST.
       COPY ACCSLOG.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           MOVE SRCHNMI TO WS-BROWSE-NAME
           MOVE LOW-VALUES TO NAMEMAPI
           MOVE 0 TO WS-PICK-SUB
           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
           END-EXEC
           EXEC CICS STARTBR FILE("CUSTNAMP")
               RIDFLD(WS-BROWSE-NAME)
               GTEQ
               MOVE CUST-NAME TO WS-PICK-LINE(10:30)
               MOVE CUST-STATUS TO WS-PICK-LINE(40:1)
               MOVE WS-PICK-LINE TO PICKO(WS-PICK-SUB)
               PERFORM LOG-PICK-LINE-ACCESS
           END-IF.

       LOG-PICK-LINE-ACCESS.
           MOVE SPACES TO ACCESS-LOG-RECORD
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID
           MOVE EIBTRMID TO AL-TERMINAL-ID
           MOVE EIBTRNID TO AL-TRANSACTION
           MOVE "CUSTNMIQ" TO AL-PROGRAM
           MOVE "S" TO AL-ACCESS-TYPE
           MOVE CUST-ID TO AL-CUST-ID
           MOVE SRCHNMI TO AL-SEARCH-ARG
           CALL "ACCSLOGW" USING ACCESS-LOG-RECORD.

       SEND-PICK-LIST.
           MOVE WS-BROWSE-NAME TO SRCHNMO
           EXEC CICS SEND MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
