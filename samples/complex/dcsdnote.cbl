       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCSDNOTE.
      *
      * Maker side of the deceased-customer workflow, the ACCTRELM
      * pattern over the DCSDREG register.  The branch keys DCSDTRAN
      * with one row per action -- "N" to notify a death, with the
      * date of death and the executor's name, address, and (when
      * known) payout account; "S" to ask for the estate to be
      * settled, with the executor's payout account if it was not
      * given at notification.  A notification opens a pending
      * register row under the reporting operator's ID; a settlement
      * request moves a confirmed row to settlement-pending.  Nothing
      * touches an account here: DCSDREVW does that once a second
      * officer has confirmed the row.  The register is written to
      * DCSDREG.NEW (the usual handover) and every action's outcome
      * lands on DCSDNRPT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DCSD-TRAN-FILE ASSIGN TO "DCSDTRAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT DECEASED-FILE ASSIGN TO "DCSDREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DCR-FILE-STATUS.
           SELECT DECEASED-OUT-FILE ASSIGN TO "DCSDREG.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT MAINT-RPT-FILE ASSIGN TO "DCSDNRPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DCSD-TRAN-FILE.
       01  DCSD-TRAN-RECORD.
           05  DT-ACTION            PIC X(01).
               88  DT-NOTIFY        VALUE "N".
               88  DT-SETTLE        VALUE "S".
           05  DT-CUST-ID           PIC 9(08).
           05  DT-DATE-OF-DEATH     PIC 9(08).
           05  DT-EXECUTOR-NAME     PIC X(30).
           05  DT-EXECUTOR-ADDR     PIC X(30).
           05  DT-EXECUTOR-CITY     PIC X(20).
           05  DT-EXECUTOR-POSTAL   PIC X(10).
           05  DT-EXECUTOR-ACCT     PIC X(10).
           05  DT-OPERATOR-ID       PIC X(08).

       FD  DECEASED-FILE.
       COPY DCSDREG.

       FD  DECEASED-OUT-FILE.
       01  DECEASED-OUT-RECORD      PIC X(181).

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  MAINT-RPT-FILE.
       01  MAINT-RPT-RECORD.
           05  DM-ACTION            PIC X(01).
           05  FILLER               PIC X(02).
           05  DM-CUST-ID           PIC 9(08).
           05  FILLER               PIC X(02).
           05  DM-OPERATOR-ID       PIC X(08).
           05  FILLER               PIC X(02).
           05  DM-OUTCOME           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-FILE-STATUS      PIC X(2).
       01  WS-DCR-FILE-STATUS       PIC X(2).
       01  WS-CUST-FILE-STATUS      PIC X(2).
       01  WS-TRAN-EOF              PIC X(1) VALUE "N".
           88  END-OF-TRANS         VALUE "Y".
       01  WS-DCR-EOF               PIC X(1) VALUE "N".
           88  END-OF-REGISTER      VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-TRAN-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-APPLIED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-REJECT-COUNT          PIC 9(7) COMP VALUE 0.
      *
      * Each action is edited as it loads; a notification for a
      * customer the register already holds (anything but a
      * rejected row) is marked a duplicate during the carry pass.
      *
       01  WS-TRAN-TABLE.
           05  WS-TRN-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-TRN-IDX.
               10  WS-TRN-ACTION    PIC X(01).
               10  WS-TRN-CUST-ID   PIC 9(08).
               10  WS-TRN-DEATH-DATE PIC 9(08).
               10  WS-TRN-EXEC-NAME PIC X(30).
               10  WS-TRN-EXEC-ADDR PIC X(30).
               10  WS-TRN-EXEC-CITY PIC X(20).
               10  WS-TRN-EXEC-POSTAL PIC X(10).
               10  WS-TRN-EXEC-ACCT PIC X(10).
               10  WS-TRN-OPERATOR-ID PIC X(08).
               10  WS-TRN-VALID-SW  PIC X(01).
               10  WS-TRN-USED-SW   PIC X(01).
               10  WS-TRN-DUP-SW    PIC X(01).
               10  WS-TRN-REASON    PIC X(40).
       01  WS-MATCH-IDX             PIC 9(5) COMP VALUE 0.
       01  WS-MATCH-FOUND-SW        PIC X(1).
           88  MATCH-FOUND          VALUE "Y".
      *
      * OPERSEC sign-on interface: the reporting operator must
      * exist, be active, and hold the maintenance role.
      *
       01  LK-OPER-CHECK-ID         PIC X(08).
       01  LK-REQUIRED-ROLE         PIC X(01) VALUE "M".
       01  LK-SIGNON-RESULT.
           05  LK-SIGNON-OK         PIC X(01).
           05  LK-SIGNON-REASON     PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           OPEN INPUT DCSD-TRAN-FILE
           IF WS-TRAN-FILE-STATUS NOT = "00"
               DISPLAY "DCSDNOTE: NO DECEASED ACTIONS, NOTHING TO DO"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           PERFORM LOAD-TRAN-TABLE
           CLOSE DCSD-TRAN-FILE CUSTOMER-MASTER-FILE
           OPEN OUTPUT MAINT-RPT-FILE
           OPEN OUTPUT DECEASED-OUT-FILE
           OPEN INPUT DECEASED-FILE
           IF WS-DCR-FILE-STATUS = "00"
               PERFORM READ-REGISTER
               PERFORM CARRY-OR-SETTLE UNTIL END-OF-REGISTER
               CLOSE DECEASED-FILE
           END-IF
           PERFORM APPEND-NOTIFICATIONS
           PERFORM REPORT-UNAPPLIED-TRANS
           CLOSE DECEASED-OUT-FILE MAINT-RPT-FILE
           DISPLAY "DCSDNOTE: ACTIONS READ      " WS-TRAN-COUNT
           DISPLAY "DCSDNOTE: ACTIONS APPLIED   " WS-APPLIED-COUNT
           DISPLAY "DCSDNOTE: ACTIONS REJECTED  " WS-REJECT-COUNT
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-TRAN-TABLE.
           PERFORM READ-TRAN
           PERFORM STORE-TRAN-ENTRY UNTIL END-OF-TRANS.

       READ-TRAN.
           READ DCSD-TRAN-FILE
               AT END MOVE "Y" TO WS-TRAN-EOF
           END-READ.

       STORE-TRAN-ENTRY.
           IF WS-TRAN-COUNT = 200
               DISPLAY "DCSDNOTE: TRAN TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TRAN-COUNT
           SET WS-TRN-IDX TO WS-TRAN-COUNT
           MOVE DT-ACTION TO WS-TRN-ACTION(WS-TRN-IDX)
           MOVE DT-CUST-ID TO WS-TRN-CUST-ID(WS-TRN-IDX)
           MOVE DT-DATE-OF-DEATH TO WS-TRN-DEATH-DATE(WS-TRN-IDX)
           MOVE DT-EXECUTOR-NAME TO WS-TRN-EXEC-NAME(WS-TRN-IDX)
           MOVE DT-EXECUTOR-ADDR TO WS-TRN-EXEC-ADDR(WS-TRN-IDX)
           MOVE DT-EXECUTOR-CITY TO WS-TRN-EXEC-CITY(WS-TRN-IDX)
           MOVE DT-EXECUTOR-POSTAL TO WS-TRN-EXEC-POSTAL(WS-TRN-IDX)
           MOVE DT-EXECUTOR-ACCT TO WS-TRN-EXEC-ACCT(WS-TRN-IDX)
           MOVE DT-OPERATOR-ID TO WS-TRN-OPERATOR-ID(WS-TRN-IDX)
           MOVE "N" TO WS-TRN-USED-SW(WS-TRN-IDX)
           MOVE "N" TO WS-TRN-DUP-SW(WS-TRN-IDX)
           PERFORM EDIT-TRAN-FIELDS
           PERFORM READ-TRAN.

      *
      * A notification needs a known customer, a date of death no
      * later than today, and somewhere to send the mail; a
      * settlement request needs only the customer, since its
      * payout account may already sit on the register row.
      *
       EDIT-TRAN-FIELDS.
           MOVE "Y" TO WS-TRN-VALID-SW(WS-TRN-IDX)
           MOVE SPACES TO WS-TRN-REASON(WS-TRN-IDX)
           MOVE DT-OPERATOR-ID TO LK-OPER-CHECK-ID
           CALL "OPERSEC" USING LK-OPER-CHECK-ID
               LK-REQUIRED-ROLE LK-SIGNON-RESULT
           EVALUATE TRUE
               WHEN LK-SIGNON-OK = "N"
                   MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
                   MOVE LK-SIGNON-REASON TO WS-TRN-REASON(WS-TRN-IDX)
               WHEN DT-CUST-ID NOT NUMERIC OR DT-CUST-ID = 0
                   MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
                   MOVE "REJECTED - CUSTOMER ID INVALID"
                       TO WS-TRN-REASON(WS-TRN-IDX)
               WHEN DT-NOTIFY
                   PERFORM EDIT-NOTIFICATION
               WHEN DT-SETTLE
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
                   MOVE "REJECTED - ACTION NOT N OR S"
                       TO WS-TRN-REASON(WS-TRN-IDX)
           END-EVALUATE.

       EDIT-NOTIFICATION.
           IF DT-DATE-OF-DEATH NOT NUMERIC
               OR DT-DATE-OF-DEATH = 0
               OR DT-DATE-OF-DEATH > WS-TODAY
               MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
               MOVE "REJECTED - DATE OF DEATH INVALID"
                   TO WS-TRN-REASON(WS-TRN-IDX)
           END-IF
           IF DT-EXECUTOR-NAME = SPACES
               OR DT-EXECUTOR-ADDR = SPACES
               MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
               MOVE "REJECTED - EXECUTOR ADDRESS MISSING"
                   TO WS-TRN-REASON(WS-TRN-IDX)
           END-IF
           MOVE DT-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
                   MOVE "REJECTED - CUSTOMER NOT ON CUSTMAST"
                       TO WS-TRN-REASON(WS-TRN-IDX)
           END-READ.

       READ-REGISTER.
           READ DECEASED-FILE
               AT END MOVE "Y" TO WS-DCR-EOF
           END-READ.

       CARRY-OR-SETTLE.
           IF NOT DCR-REJECTED
               PERFORM MARK-DUPLICATE-NOTIFICATIONS
           END-IF
           PERFORM FIND-SETTLE-FOR-ROW
           IF MATCH-FOUND
               PERFORM APPLY-SETTLE-REQUEST
           END-IF
           MOVE DECEASED-RECORD TO DECEASED-OUT-RECORD
           WRITE DECEASED-OUT-RECORD
           PERFORM READ-REGISTER.

       MARK-DUPLICATE-NOTIFICATIONS.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-TRAN-COUNT
               IF WS-TRN-ACTION(WS-MATCH-IDX) = "N"
                   AND WS-TRN-CUST-ID(WS-MATCH-IDX) = DCR-CUST-ID
                   MOVE "Y" TO WS-TRN-DUP-SW(WS-MATCH-IDX)
               END-IF
           END-PERFORM.

       FIND-SETTLE-FOR-ROW.
           MOVE "N" TO WS-MATCH-FOUND-SW
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-TRAN-COUNT
                   OR MATCH-FOUND
               IF WS-TRN-ACTION(WS-MATCH-IDX) = "S"
                   AND WS-TRN-CUST-ID(WS-MATCH-IDX) = DCR-CUST-ID
                   AND WS-TRN-USED-SW(WS-MATCH-IDX) = "N"
                   AND NOT DCR-REJECTED
                   MOVE "Y" TO WS-MATCH-FOUND-SW
               END-IF
           END-PERFORM
           IF MATCH-FOUND
               SUBTRACT 1 FROM WS-MATCH-IDX
           END-IF.

      *
      * Only a confirmed death can go to settlement, and only with
      * an account to pay the estate into.
      *
       APPLY-SETTLE-REQUEST.
           MOVE "Y" TO WS-TRN-USED-SW(WS-MATCH-IDX)
           MOVE SPACES TO MAINT-RPT-RECORD
           MOVE "S" TO DM-ACTION
           MOVE DCR-CUST-ID TO DM-CUST-ID
           MOVE WS-TRN-OPERATOR-ID(WS-MATCH-IDX) TO DM-OPERATOR-ID
           IF WS-TRN-EXEC-ACCT(WS-MATCH-IDX) NOT = SPACES
               AND WS-TRN-VALID-SW(WS-MATCH-IDX) = "Y"
               AND DCR-CONFIRMED
               MOVE WS-TRN-EXEC-ACCT(WS-MATCH-IDX)
                   TO DCR-EXECUTOR-ACCT
           END-IF
           EVALUATE TRUE
               WHEN WS-TRN-VALID-SW(WS-MATCH-IDX) = "N"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE WS-TRN-REASON(WS-MATCH-IDX) TO DM-OUTCOME
               WHEN NOT DCR-CONFIRMED
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - DEATH NOT CONFIRMED OR SETTLING"
                       TO DM-OUTCOME
               WHEN DCR-EXECUTOR-ACCT = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - NO EXECUTOR PAYOUT ACCOUNT"
                       TO DM-OUTCOME
               WHEN OTHER
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "Q" TO DCR-STATUS
                   MOVE WS-TRN-OPERATOR-ID(WS-MATCH-IDX)
                       TO DCR-SETTLE-REQ-BY
                   MOVE WS-TODAY TO DCR-SETTLE-REQ-DATE
                   MOVE "SETTLEMENT REQUESTED - AWAITING REVIEW"
                       TO DM-OUTCOME
           END-EVALUATE
           WRITE MAINT-RPT-RECORD.

       APPEND-NOTIFICATIONS.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-TRAN-COUNT
               IF WS-TRN-ACTION(WS-MATCH-IDX) = "N"
                   MOVE "Y" TO WS-TRN-USED-SW(WS-MATCH-IDX)
                   PERFORM APPEND-ONE-NOTIFICATION
               END-IF
           END-PERFORM.

       APPEND-ONE-NOTIFICATION.
           MOVE SPACES TO MAINT-RPT-RECORD
           MOVE "N" TO DM-ACTION
           MOVE WS-TRN-CUST-ID(WS-MATCH-IDX) TO DM-CUST-ID
           MOVE WS-TRN-OPERATOR-ID(WS-MATCH-IDX) TO DM-OPERATOR-ID
           EVALUATE TRUE
               WHEN WS-TRN-VALID-SW(WS-MATCH-IDX) = "N"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE WS-TRN-REASON(WS-MATCH-IDX) TO DM-OUTCOME
               WHEN WS-TRN-DUP-SW(WS-MATCH-IDX) = "Y"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - DEATH ALREADY ON REGISTER"
                       TO DM-OUTCOME
               WHEN OTHER
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM BUILD-PENDING-ROW
                   MOVE DECEASED-RECORD TO DECEASED-OUT-RECORD
                   WRITE DECEASED-OUT-RECORD
                   MOVE "DEATH RECORDED - AWAITING CONFIRMATION"
                       TO DM-OUTCOME
           END-EVALUATE
           WRITE MAINT-RPT-RECORD.

       BUILD-PENDING-ROW.
           MOVE SPACES TO DECEASED-RECORD
           MOVE WS-TRN-CUST-ID(WS-MATCH-IDX) TO DCR-CUST-ID
           MOVE WS-TRN-DEATH-DATE(WS-MATCH-IDX) TO DCR-DATE-OF-DEATH
           MOVE WS-TRN-OPERATOR-ID(WS-MATCH-IDX) TO DCR-REPORTED-BY
           MOVE WS-TODAY TO DCR-REPORTED-DATE
           MOVE WS-TRN-EXEC-NAME(WS-MATCH-IDX) TO DCR-EXECUTOR-NAME
           MOVE WS-TRN-EXEC-ADDR(WS-MATCH-IDX) TO DCR-EXECUTOR-ADDR
           MOVE WS-TRN-EXEC-CITY(WS-MATCH-IDX) TO DCR-EXECUTOR-CITY
           MOVE WS-TRN-EXEC-POSTAL(WS-MATCH-IDX)
               TO DCR-EXECUTOR-POSTAL
           MOVE WS-TRN-EXEC-ACCT(WS-MATCH-IDX) TO DCR-EXECUTOR-ACCT
           MOVE "P" TO DCR-STATUS
           MOVE 0 TO DCR-CONFIRMED-DATE
           MOVE 0 TO DCR-SETTLE-REQ-DATE
           MOVE 0 TO DCR-SETTLED-DATE.

       REPORT-UNAPPLIED-TRANS.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-TRAN-COUNT
               IF WS-TRN-USED-SW(WS-MATCH-IDX) = "N"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE SPACES TO MAINT-RPT-RECORD
                   MOVE WS-TRN-ACTION(WS-MATCH-IDX) TO DM-ACTION
                   MOVE WS-TRN-CUST-ID(WS-MATCH-IDX) TO DM-CUST-ID
                   MOVE WS-TRN-OPERATOR-ID(WS-MATCH-IDX)
                       TO DM-OPERATOR-ID
                   MOVE "REJECTED - NO DEATH ON REGISTER"
                       TO DM-OUTCOME
                   WRITE MAINT-RPT-RECORD
               END-IF
           END-PERFORM.
