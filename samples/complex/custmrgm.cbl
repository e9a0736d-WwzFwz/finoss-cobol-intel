       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMRGM.
      *
      * Maker side of the customer merge, the ACCTRELM pattern over
      * the CUSTMRG register.  Working from the CUSTDUPR duplicate
      * report, the branch keys CUSTMRGT with one row per action --
      * "M" to ask for a duplicate CUST-ID to be merged into the
      * customer it duplicates, naming the surviving and the retiring
      * ID and why; "X" to withdraw a request still waiting for
      * review.  A request needs both customers on CUSTMAST, of the
      * same type, neither deceased nor already merged away, and
      * neither party to another pending request -- two overlapping
      * merges would each move the other's accounts.  Nothing moves
      * here: CUSTMRGR carries the merge out once a second officer
      * approves it.  The register is written to CUSTMRG.NEW (the
      * usual handover) and every action's outcome lands on
      * CUSTMRPM.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-TRAN-FILE ASSIGN TO "CUSTMRGT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT MERGE-FILE ASSIGN TO "CUSTMRG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CMR-FILE-STATUS.
           SELECT MERGE-OUT-FILE ASSIGN TO "CUSTMRG.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT MAINT-RPT-FILE ASSIGN TO "CUSTMRPM"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MERGE-TRAN-FILE.
       01  MERGE-TRAN-RECORD.
           05  MT-ACTION            PIC X(01).
               88  MT-REQUEST       VALUE "M".
               88  MT-WITHDRAW      VALUE "X".
           05  MT-SURVIVOR-ID       PIC 9(08).
           05  MT-RETIRED-ID        PIC 9(08).
           05  MT-REASON            PIC X(30).
           05  MT-OPERATOR-ID       PIC X(08).

       FD  MERGE-FILE.
       COPY CUSTMRG.

       FD  MERGE-OUT-FILE.
       01  MERGE-OUT-RECORD         PIC X(95).

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  MAINT-RPT-FILE.
       01  MAINT-RPT-RECORD.
           05  MM-ACTION            PIC X(01).
           05  FILLER               PIC X(02).
           05  MM-SURVIVOR-ID       PIC 9(08).
           05  FILLER               PIC X(02).
           05  MM-RETIRED-ID        PIC 9(08).
           05  FILLER               PIC X(02).
           05  MM-OPERATOR-ID       PIC X(08).
           05  FILLER               PIC X(02).
           05  MM-OUTCOME           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-FILE-STATUS      PIC X(2).
       01  WS-CMR-FILE-STATUS       PIC X(2).
       01  WS-CUST-FILE-STATUS      PIC X(2).
       01  WS-TRAN-EOF              PIC X(1) VALUE "N".
           88  END-OF-TRANS         VALUE "Y".
       01  WS-CMR-EOF               PIC X(1) VALUE "N".
           88  END-OF-REGISTER      VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-TRAN-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-APPLIED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-REJECT-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-SURVIVOR-TYPE         PIC X(01).
      *
      * Each action is edited as it loads; a request touching a
      * customer some pending row already names is marked a
      * duplicate during the carry pass.
      *
       01  WS-TRAN-TABLE.
           05  WS-TRN-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-TRN-IDX.
               10  WS-TRN-ACTION    PIC X(01).
               10  WS-TRN-SURVIVOR  PIC 9(08).
               10  WS-TRN-RETIRED   PIC 9(08).
               10  WS-TRN-MERGE-REASON PIC X(30).
               10  WS-TRN-OPERATOR-ID PIC X(08).
               10  WS-TRN-VALID-SW  PIC X(01).
               10  WS-TRN-USED-SW   PIC X(01).
               10  WS-TRN-DUP-SW    PIC X(01).
               10  WS-TRN-REASON    PIC X(40).
       01  WS-MATCH-IDX             PIC 9(5) COMP VALUE 0.
       01  WS-OTHER-IDX             PIC 9(5) COMP VALUE 0.
       01  WS-MATCH-FOUND-SW        PIC X(1).
           88  MATCH-FOUND          VALUE "Y".
      *
      * OPERSEC sign-on interface: the requesting operator must
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
           OPEN INPUT MERGE-TRAN-FILE
           IF WS-TRAN-FILE-STATUS NOT = "00"
               DISPLAY "CUSTMRGM: NO MERGE ACTIONS, NOTHING TO DO"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           PERFORM LOAD-TRAN-TABLE
           CLOSE MERGE-TRAN-FILE CUSTOMER-MASTER-FILE
           PERFORM MARK-OVERLAPPING-REQUESTS
           OPEN OUTPUT MAINT-RPT-FILE
           OPEN OUTPUT MERGE-OUT-FILE
           OPEN INPUT MERGE-FILE
           IF WS-CMR-FILE-STATUS = "00"
               PERFORM READ-REGISTER
               PERFORM CARRY-OR-WITHDRAW UNTIL END-OF-REGISTER
               CLOSE MERGE-FILE
           END-IF
           PERFORM APPEND-REQUESTS
           PERFORM REPORT-UNAPPLIED-TRANS
           CLOSE MERGE-OUT-FILE MAINT-RPT-FILE
           DISPLAY "CUSTMRGM: ACTIONS READ      " WS-TRAN-COUNT
           DISPLAY "CUSTMRGM: ACTIONS APPLIED   " WS-APPLIED-COUNT
           DISPLAY "CUSTMRGM: ACTIONS REJECTED  " WS-REJECT-COUNT
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
           READ MERGE-TRAN-FILE
               AT END MOVE "Y" TO WS-TRAN-EOF
           END-READ.

       STORE-TRAN-ENTRY.
           IF WS-TRAN-COUNT = 200
               DISPLAY "CUSTMRGM: TRAN TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TRAN-COUNT
           SET WS-TRN-IDX TO WS-TRAN-COUNT
           MOVE MT-ACTION TO WS-TRN-ACTION(WS-TRN-IDX)
           MOVE MT-SURVIVOR-ID TO WS-TRN-SURVIVOR(WS-TRN-IDX)
           MOVE MT-RETIRED-ID TO WS-TRN-RETIRED(WS-TRN-IDX)
           MOVE MT-REASON TO WS-TRN-MERGE-REASON(WS-TRN-IDX)
           MOVE MT-OPERATOR-ID TO WS-TRN-OPERATOR-ID(WS-TRN-IDX)
           MOVE "N" TO WS-TRN-USED-SW(WS-TRN-IDX)
           MOVE "N" TO WS-TRN-DUP-SW(WS-TRN-IDX)
           PERFORM EDIT-TRAN-FIELDS
           PERFORM READ-TRAN.

       EDIT-TRAN-FIELDS.
           MOVE "Y" TO WS-TRN-VALID-SW(WS-TRN-IDX)
           MOVE SPACES TO WS-TRN-REASON(WS-TRN-IDX)
           MOVE MT-OPERATOR-ID TO LK-OPER-CHECK-ID
           CALL "OPERSEC" USING LK-OPER-CHECK-ID
               LK-REQUIRED-ROLE LK-SIGNON-RESULT
           EVALUATE TRUE
               WHEN LK-SIGNON-OK = "N"
                   MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
                   MOVE LK-SIGNON-REASON TO WS-TRN-REASON(WS-TRN-IDX)
               WHEN MT-SURVIVOR-ID NOT NUMERIC OR MT-SURVIVOR-ID = 0
                   OR MT-RETIRED-ID NOT NUMERIC OR MT-RETIRED-ID = 0
                   MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
                   MOVE "REJECTED - CUSTOMER ID INVALID"
                       TO WS-TRN-REASON(WS-TRN-IDX)
               WHEN MT-SURVIVOR-ID = MT-RETIRED-ID
                   MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
                   MOVE "REJECTED - SURVIVOR AND RETIRED ID SAME"
                       TO WS-TRN-REASON(WS-TRN-IDX)
               WHEN MT-REQUEST
                   PERFORM EDIT-MERGE-REQUEST
               WHEN MT-WITHDRAW
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
                   MOVE "REJECTED - ACTION NOT M OR X"
                       TO WS-TRN-REASON(WS-TRN-IDX)
           END-EVALUATE.

      *
      * Both customers must stand on the master as live records of
      * the same type; a deceased customer's estate is settled, not
      * merged, and a merged-away ID has nothing left to give.
      *
       EDIT-MERGE-REQUEST.
           IF MT-REASON = SPACES
               MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
               MOVE "REJECTED - MERGE REASON MISSING"
                   TO WS-TRN-REASON(WS-TRN-IDX)
           END-IF
           MOVE MT-SURVIVOR-ID TO CUST-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
                   MOVE "REJECTED - SURVIVOR NOT ON CUSTMAST"
                       TO WS-TRN-REASON(WS-TRN-IDX)
               NOT INVALID KEY
                   MOVE CUST-TYPE TO WS-SURVIVOR-TYPE
                   IF CUST-DECEASED OR CUST-MERGED
                       MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
                       MOVE "REJECTED - SURVIVOR DECEASED OR MERGED"
                           TO WS-TRN-REASON(WS-TRN-IDX)
                   END-IF
           END-READ
           IF WS-TRN-VALID-SW(WS-TRN-IDX) = "Y"
               MOVE MT-RETIRED-ID TO CUST-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
                       MOVE "REJECTED - RETIRED ID NOT ON CUSTMAST"
                           TO WS-TRN-REASON(WS-TRN-IDX)
                   NOT INVALID KEY
                       PERFORM EDIT-RETIRED-CUSTOMER
               END-READ
           END-IF.

       EDIT-RETIRED-CUSTOMER.
           EVALUATE TRUE
               WHEN CUST-DECEASED OR CUST-MERGED
                   MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
                   MOVE "REJECTED - RETIRED ID DECEASED OR MERGED"
                       TO WS-TRN-REASON(WS-TRN-IDX)
               WHEN CUST-TYPE NOT = WS-SURVIVOR-TYPE
                   MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
                   MOVE "REJECTED - CUSTOMER TYPES DIFFER"
                       TO WS-TRN-REASON(WS-TRN-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *
      * Two requests in the same batch naming a common customer
      * cannot both stand; the later one is a duplicate.
      *
       MARK-OVERLAPPING-REQUESTS.
           PERFORM VARYING WS-MATCH-IDX FROM 2 BY 1
               UNTIL WS-MATCH-IDX > WS-TRAN-COUNT
               IF WS-TRN-ACTION(WS-MATCH-IDX) = "M"
                   PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                       UNTIL WS-OTHER-IDX NOT < WS-MATCH-IDX
                       IF WS-TRN-ACTION(WS-OTHER-IDX) = "M"
                           AND WS-TRN-VALID-SW(WS-OTHER-IDX) = "Y"
                           AND (WS-TRN-SURVIVOR(WS-OTHER-IDX)
                               = WS-TRN-SURVIVOR(WS-MATCH-IDX)
                           OR WS-TRN-SURVIVOR(WS-OTHER-IDX)
                               = WS-TRN-RETIRED(WS-MATCH-IDX)
                           OR WS-TRN-RETIRED(WS-OTHER-IDX)
                               = WS-TRN-SURVIVOR(WS-MATCH-IDX)
                           OR WS-TRN-RETIRED(WS-OTHER-IDX)
                               = WS-TRN-RETIRED(WS-MATCH-IDX))
                           MOVE "Y" TO WS-TRN-DUP-SW(WS-MATCH-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       READ-REGISTER.
           READ MERGE-FILE
               AT END MOVE "Y" TO WS-CMR-EOF
           END-READ.

       CARRY-OR-WITHDRAW.
           IF CMR-PENDING
               PERFORM MARK-DUPLICATE-REQUESTS
               PERFORM FIND-WITHDRAW-FOR-ROW
               IF MATCH-FOUND
                   PERFORM APPLY-WITHDRAWAL
               END-IF
           END-IF
           MOVE CUST-MERGE-RECORD TO MERGE-OUT-RECORD
           WRITE MERGE-OUT-RECORD
           PERFORM READ-REGISTER.

       MARK-DUPLICATE-REQUESTS.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-TRAN-COUNT
               IF WS-TRN-ACTION(WS-MATCH-IDX) = "M"
                   AND (WS-TRN-SURVIVOR(WS-MATCH-IDX)
                       = CMR-SURVIVOR-ID
                   OR WS-TRN-SURVIVOR(WS-MATCH-IDX) = CMR-RETIRED-ID
                   OR WS-TRN-RETIRED(WS-MATCH-IDX) = CMR-SURVIVOR-ID
                   OR WS-TRN-RETIRED(WS-MATCH-IDX) = CMR-RETIRED-ID)
                   MOVE "Y" TO WS-TRN-DUP-SW(WS-MATCH-IDX)
               END-IF
           END-PERFORM.

       FIND-WITHDRAW-FOR-ROW.
           MOVE "N" TO WS-MATCH-FOUND-SW
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-TRAN-COUNT
                   OR MATCH-FOUND
               IF WS-TRN-ACTION(WS-MATCH-IDX) = "X"
                   AND WS-TRN-SURVIVOR(WS-MATCH-IDX) = CMR-SURVIVOR-ID
                   AND WS-TRN-RETIRED(WS-MATCH-IDX) = CMR-RETIRED-ID
                   AND WS-TRN-USED-SW(WS-MATCH-IDX) = "N"
                   MOVE "Y" TO WS-MATCH-FOUND-SW
               END-IF
           END-PERFORM
           IF MATCH-FOUND
               SUBTRACT 1 FROM WS-MATCH-IDX
           END-IF.

       APPLY-WITHDRAWAL.
           MOVE "Y" TO WS-TRN-USED-SW(WS-MATCH-IDX)
           MOVE SPACES TO MAINT-RPT-RECORD
           MOVE "X" TO MM-ACTION
           MOVE CMR-SURVIVOR-ID TO MM-SURVIVOR-ID
           MOVE CMR-RETIRED-ID TO MM-RETIRED-ID
           MOVE WS-TRN-OPERATOR-ID(WS-MATCH-IDX) TO MM-OPERATOR-ID
           IF WS-TRN-VALID-SW(WS-MATCH-IDX) = "N"
               ADD 1 TO WS-REJECT-COUNT
               MOVE WS-TRN-REASON(WS-MATCH-IDX) TO MM-OUTCOME
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
               MOVE "W" TO CMR-STATUS
               MOVE WS-TRN-OPERATOR-ID(WS-MATCH-IDX) TO CMR-DECIDED-BY
               MOVE WS-TODAY TO CMR-DECIDED-DATE
               MOVE "MERGE REQUEST WITHDRAWN" TO MM-OUTCOME
           END-IF
           WRITE MAINT-RPT-RECORD.

       APPEND-REQUESTS.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-TRAN-COUNT
               IF WS-TRN-ACTION(WS-MATCH-IDX) = "M"
                   MOVE "Y" TO WS-TRN-USED-SW(WS-MATCH-IDX)
                   PERFORM APPEND-ONE-REQUEST
               END-IF
           END-PERFORM.

       APPEND-ONE-REQUEST.
           MOVE SPACES TO MAINT-RPT-RECORD
           MOVE "M" TO MM-ACTION
           MOVE WS-TRN-SURVIVOR(WS-MATCH-IDX) TO MM-SURVIVOR-ID
           MOVE WS-TRN-RETIRED(WS-MATCH-IDX) TO MM-RETIRED-ID
           MOVE WS-TRN-OPERATOR-ID(WS-MATCH-IDX) TO MM-OPERATOR-ID
           EVALUATE TRUE
               WHEN WS-TRN-VALID-SW(WS-MATCH-IDX) = "N"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE WS-TRN-REASON(WS-MATCH-IDX) TO MM-OUTCOME
               WHEN WS-TRN-DUP-SW(WS-MATCH-IDX) = "Y"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - CUSTOMER IN ANOTHER MERGE"
                       TO MM-OUTCOME
               WHEN OTHER
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM BUILD-PENDING-ROW
                   MOVE CUST-MERGE-RECORD TO MERGE-OUT-RECORD
                   WRITE MERGE-OUT-RECORD
                   MOVE "MERGE REQUESTED - AWAITING REVIEW"
                       TO MM-OUTCOME
           END-EVALUATE
           WRITE MAINT-RPT-RECORD.

       BUILD-PENDING-ROW.
           MOVE SPACES TO CUST-MERGE-RECORD
           MOVE WS-TRN-SURVIVOR(WS-MATCH-IDX) TO CMR-SURVIVOR-ID
           MOVE WS-TRN-RETIRED(WS-MATCH-IDX) TO CMR-RETIRED-ID
           MOVE WS-TRN-MERGE-REASON(WS-MATCH-IDX) TO CMR-REASON
           MOVE WS-TRN-OPERATOR-ID(WS-MATCH-IDX) TO CMR-REQUESTED-BY
           MOVE WS-TODAY TO CMR-REQUESTED-DATE
           MOVE "P" TO CMR-STATUS
           MOVE 0 TO CMR-DECIDED-DATE.

       REPORT-UNAPPLIED-TRANS.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-TRAN-COUNT
               IF WS-TRN-USED-SW(WS-MATCH-IDX) = "N"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE SPACES TO MAINT-RPT-RECORD
                   MOVE WS-TRN-ACTION(WS-MATCH-IDX) TO MM-ACTION
                   MOVE WS-TRN-SURVIVOR(WS-MATCH-IDX)
                       TO MM-SURVIVOR-ID
                   MOVE WS-TRN-RETIRED(WS-MATCH-IDX) TO MM-RETIRED-ID
                   MOVE WS-TRN-OPERATOR-ID(WS-MATCH-IDX)
                       TO MM-OPERATOR-ID
                   MOVE "REJECTED - NO PENDING MERGE ON REGISTER"
                       TO MM-OUTCOME
                   WRITE MAINT-RPT-RECORD
               END-IF
           END-PERFORM.
