       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPLKMNT.
      *
      * Maintenance for the operator-to-customer links, the RSTRMNT
      * pattern.  Compliance keys OPLKTRAN from the staff
      * declarations with one row per action -- "D" to declare a
      * link (operator, customer, "O" own or "R" related, the
      * relationship) or "E" to end one by link ID -- and this
      * program applies the file against OPERLINK in a single pass,
      * writing the updated file to OPERLINK.NEW (the usual
      * handover) and reporting every action's outcome on OPLKRPT.
      * Declarations are a compliance record, so the keying officer
      * signs on through OPERSEC with the compliance role, and may
      * not key or end a link for their own operator ID.  An
      * operator banks under one CUST-ID: a second active own link
      * is refused until the first is ended.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINK-TRAN-FILE ASSIGN TO "OPLKTRAN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPER-LINK-FILE ASSIGN TO "OPERLINK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-FILE-STATUS.
           SELECT OPER-LINK-OUT-FILE ASSIGN TO "OPERLINK.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT MAINT-RPT-FILE ASSIGN TO "OPLKRPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LINK-TRAN-FILE.
       01  LINK-TRAN-RECORD.
           05  LT-ACTION            PIC X(01).
               88  LT-DECLARE       VALUE "D".
               88  LT-END           VALUE "E".
           05  LT-LINK-ID           PIC 9(06).
           05  LT-OPERATOR-ID       PIC X(08).
           05  LT-CUST-ID           PIC 9(08).
           05  LT-LINK-TYPE         PIC X(01).
           05  LT-RELATIONSHIP      PIC X(10).
           05  LT-KEYED-BY          PIC X(08).

       FD  OPER-LINK-FILE.
       COPY OPERLINK.

       FD  OPER-LINK-OUT-FILE.
       01  OPER-LINK-OUT-RECORD.
           05  OLO-LINK-ID          PIC 9(06).
           05  OLO-OPERATOR-ID      PIC X(08).
           05  OLO-CUST-ID          PIC 9(08).
           05  OLO-LINK-TYPE        PIC X(01).
           05  OLO-RELATIONSHIP     PIC X(10).
           05  OLO-DECLARED-BY      PIC X(08).
           05  OLO-DECLARED-DATE    PIC 9(08).
           05  OLO-STATUS           PIC X(01).

       FD  MAINT-RPT-FILE.
       01  MAINT-RPT-RECORD.
           05  LM-ACTION            PIC X(01).
           05  FILLER               PIC X(02).
           05  LM-LINK-ID           PIC 9(06).
           05  FILLER               PIC X(02).
           05  LM-OPERATOR-ID       PIC X(08).
           05  FILLER               PIC X(02).
           05  LM-CUST-ID           PIC 9(08).
           05  FILLER               PIC X(02).
           05  LM-OUTCOME           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-LINK-FILE-STATUS      PIC X(2).
       01  WS-TRAN-EOF              PIC X(1) VALUE "N".
           88  END-OF-TRANS         VALUE "Y".
       01  WS-LINK-EOF              PIC X(1) VALUE "N".
           88  END-OF-LINKS         VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-TRAN-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-APPLIED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-REJECT-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-HIGH-LINK-ID          PIC 9(06) VALUE 0.
       01  WS-TRAN-TABLE.
           05  WS-TRN-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-TRN-IDX.
               10  WS-TRN-ACTION    PIC X(01).
               10  WS-TRN-LINK-ID   PIC 9(06).
               10  WS-TRN-OPERATOR  PIC X(08).
               10  WS-TRN-CUST-ID   PIC 9(08).
               10  WS-TRN-LINK-TYPE PIC X(01).
               10  WS-TRN-RELATION  PIC X(10).
               10  WS-TRN-KEYED-BY  PIC X(08).
               10  WS-TRN-VALID-SW  PIC X(01).
               10  WS-TRN-USED-SW   PIC X(01).
       01  WS-MATCH-IDX             PIC 9(5) COMP VALUE 0.
       01  WS-MATCH-FOUND-SW        PIC X(1).
           88  MATCH-FOUND          VALUE "Y".
      *
      * Operators holding an active own link once the file has been
      * carried, so a second one is refused.
      *
       01  WS-OWN-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-OWN-TABLE.
           05  WS-OWN-OPERATOR OCCURS 2000 TIMES
                                    PIC X(08).
       01  WS-OWN-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-OWN-FOUND-SW          PIC X(1).
           88  OWN-LINK-FOUND       VALUE "Y".
      *
      * OPERSEC sign-on interface: staff declarations are kept by
      * compliance.
      *
       01  LK-OPER-CHECK-ID         PIC X(08).
       01  LK-REQUIRED-ROLE         PIC X(01) VALUE "C".
       01  LK-SIGNON-RESULT.
           05  LK-SIGNON-OK         PIC X(01).
           05  LK-SIGNON-REASON     PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           OPEN INPUT LINK-TRAN-FILE
           PERFORM LOAD-TRAN-TABLE
           CLOSE LINK-TRAN-FILE
           OPEN OUTPUT MAINT-RPT-FILE
           OPEN OUTPUT OPER-LINK-OUT-FILE
           OPEN INPUT OPER-LINK-FILE
           IF WS-LINK-FILE-STATUS = "00"
               PERFORM READ-LINK
               PERFORM CARRY-OR-END UNTIL END-OF-LINKS
               CLOSE OPER-LINK-FILE
           END-IF
           PERFORM APPEND-NEW-LINKS
           PERFORM REPORT-UNAPPLIED-TRANS
           CLOSE OPER-LINK-OUT-FILE MAINT-RPT-FILE
           DISPLAY "OPLKMNT: ACTIONS READ       " WS-TRAN-COUNT
           DISPLAY "OPLKMNT: ACTIONS APPLIED    " WS-APPLIED-COUNT
           DISPLAY "OPLKMNT: ACTIONS REJECTED   " WS-REJECT-COUNT
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
           READ LINK-TRAN-FILE
               AT END MOVE "Y" TO WS-TRAN-EOF
           END-READ.

       STORE-TRAN-ENTRY.
           IF WS-TRAN-COUNT = 200
               DISPLAY "OPLKMNT: TRAN TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TRAN-COUNT
           SET WS-TRN-IDX TO WS-TRAN-COUNT
           MOVE LT-ACTION TO WS-TRN-ACTION(WS-TRN-IDX)
           MOVE LT-LINK-ID TO WS-TRN-LINK-ID(WS-TRN-IDX)
           MOVE LT-OPERATOR-ID TO WS-TRN-OPERATOR(WS-TRN-IDX)
           MOVE LT-CUST-ID TO WS-TRN-CUST-ID(WS-TRN-IDX)
           MOVE LT-LINK-TYPE TO WS-TRN-LINK-TYPE(WS-TRN-IDX)
           MOVE LT-RELATIONSHIP TO WS-TRN-RELATION(WS-TRN-IDX)
           MOVE LT-KEYED-BY TO WS-TRN-KEYED-BY(WS-TRN-IDX)
           MOVE "N" TO WS-TRN-USED-SW(WS-TRN-IDX)
           PERFORM EDIT-TRAN-FIELDS
           PERFORM READ-TRAN.

       EDIT-TRAN-FIELDS.
           MOVE "Y" TO WS-TRN-VALID-SW(WS-TRN-IDX)
           MOVE LT-KEYED-BY TO LK-OPER-CHECK-ID
           CALL "OPERSEC" USING LK-OPER-CHECK-ID LK-REQUIRED-ROLE
               LK-SIGNON-RESULT
           IF LK-SIGNON-OK = "N"
               MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
           END-IF
           EVALUATE TRUE
               WHEN LT-DECLARE
                   IF LT-OPERATOR-ID = SPACES
                       OR LT-OPERATOR-ID = LT-KEYED-BY
                       OR LT-CUST-ID NOT NUMERIC OR LT-CUST-ID = 0
                       OR (LT-LINK-TYPE NOT = "O"
                           AND LT-LINK-TYPE NOT = "R")
                       OR (LT-LINK-TYPE = "R"
                           AND LT-RELATIONSHIP = SPACES)
                       MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
                   END-IF
               WHEN LT-END
                   IF LT-LINK-ID NOT NUMERIC OR LT-LINK-ID = 0
                       MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
           END-EVALUATE.

       READ-LINK.
           READ OPER-LINK-FILE
               AT END MOVE "Y" TO WS-LINK-EOF
           END-READ.

       CARRY-OR-END.
           IF OL-LINK-ID > WS-HIGH-LINK-ID
               MOVE OL-LINK-ID TO WS-HIGH-LINK-ID
           END-IF
           MOVE OL-LINK-ID TO OLO-LINK-ID
           MOVE OL-OPERATOR-ID TO OLO-OPERATOR-ID
           MOVE OL-CUST-ID TO OLO-CUST-ID
           MOVE OL-LINK-TYPE TO OLO-LINK-TYPE
           MOVE OL-RELATIONSHIP TO OLO-RELATIONSHIP
           MOVE OL-DECLARED-BY TO OLO-DECLARED-BY
           MOVE OL-DECLARED-DATE TO OLO-DECLARED-DATE
           MOVE OL-STATUS TO OLO-STATUS
           PERFORM FIND-END-FOR-LINK
           IF MATCH-FOUND
               PERFORM APPLY-END
           END-IF
           IF OLO-STATUS = "A" AND OLO-LINK-TYPE = "O"
               MOVE OLO-OPERATOR-ID TO LT-OPERATOR-ID
               PERFORM NOTE-OWN-LINK
           END-IF
           WRITE OPER-LINK-OUT-RECORD
           PERFORM READ-LINK.

       FIND-END-FOR-LINK.
           MOVE "N" TO WS-MATCH-FOUND-SW
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-TRAN-COUNT
                   OR MATCH-FOUND
               IF WS-TRN-ACTION(WS-MATCH-IDX) = "E"
                   AND WS-TRN-LINK-ID(WS-MATCH-IDX) = OL-LINK-ID
                   AND WS-TRN-USED-SW(WS-MATCH-IDX) = "N"
                   MOVE "Y" TO WS-MATCH-FOUND-SW
               END-IF
           END-PERFORM
           IF MATCH-FOUND
               SUBTRACT 1 FROM WS-MATCH-IDX
           END-IF.

       APPLY-END.
           MOVE "Y" TO WS-TRN-USED-SW(WS-MATCH-IDX)
           MOVE SPACES TO MAINT-RPT-RECORD
           MOVE "E" TO LM-ACTION
           MOVE OL-LINK-ID TO LM-LINK-ID
           MOVE OL-OPERATOR-ID TO LM-OPERATOR-ID
           MOVE OL-CUST-ID TO LM-CUST-ID
           EVALUATE TRUE
               WHEN WS-TRN-VALID-SW(WS-MATCH-IDX) = "N"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - FIELD EDITS FAILED" TO LM-OUTCOME
               WHEN OL-OPERATOR-ID = WS-TRN-KEYED-BY(WS-MATCH-IDX)
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - MAY NOT END OWN LINK"
                       TO LM-OUTCOME
               WHEN OL-STATUS NOT = "A"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - LINK NOT ACTIVE" TO LM-OUTCOME
               WHEN OTHER
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "E" TO OLO-STATUS
                   MOVE "ENDED" TO LM-OUTCOME
           END-EVALUATE
           WRITE MAINT-RPT-RECORD.

      *
      * LT-OPERATOR-ID carries the operator being looked up; the
      * tran record is finished with by the time links are applied.
      *
       FIND-OWN-LINK.
           MOVE "N" TO WS-OWN-FOUND-SW
           PERFORM VARYING WS-OWN-SUB FROM 1 BY 1
               UNTIL WS-OWN-SUB > WS-OWN-COUNT
                   OR OWN-LINK-FOUND
               IF WS-OWN-OPERATOR(WS-OWN-SUB) = LT-OPERATOR-ID
                   MOVE "Y" TO WS-OWN-FOUND-SW
               END-IF
           END-PERFORM.

       NOTE-OWN-LINK.
           PERFORM FIND-OWN-LINK
           IF NOT OWN-LINK-FOUND
               IF WS-OWN-COUNT = 2000
                   DISPLAY "OPLKMNT: OWN LINK TABLE FULL -"
                       " RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-OWN-COUNT
               MOVE LT-OPERATOR-ID TO WS-OWN-OPERATOR(WS-OWN-COUNT)
           END-IF.

       APPEND-NEW-LINKS.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-TRAN-COUNT
               IF WS-TRN-ACTION(WS-MATCH-IDX) = "D"
                   MOVE "Y" TO WS-TRN-USED-SW(WS-MATCH-IDX)
                   PERFORM APPEND-ONE-LINK
               END-IF
           END-PERFORM.

       APPEND-ONE-LINK.
           MOVE SPACES TO MAINT-RPT-RECORD
           MOVE "D" TO LM-ACTION
           MOVE WS-TRN-OPERATOR(WS-MATCH-IDX) TO LM-OPERATOR-ID
           MOVE WS-TRN-CUST-ID(WS-MATCH-IDX) TO LM-CUST-ID
           MOVE WS-TRN-OPERATOR(WS-MATCH-IDX) TO LT-OPERATOR-ID
           MOVE "N" TO WS-OWN-FOUND-SW
           IF WS-TRN-LINK-TYPE(WS-MATCH-IDX) = "O"
               PERFORM FIND-OWN-LINK
           END-IF
           EVALUATE TRUE
               WHEN WS-TRN-VALID-SW(WS-MATCH-IDX) = "N"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - FIELD EDITS FAILED" TO LM-OUTCOME
               WHEN OWN-LINK-FOUND
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - OWN LINK ALREADY ACTIVE"
                       TO LM-OUTCOME
               WHEN OTHER
                   ADD 1 TO WS-APPLIED-COUNT
                   ADD 1 TO WS-HIGH-LINK-ID
                   MOVE WS-HIGH-LINK-ID TO OLO-LINK-ID
                   MOVE WS-TRN-OPERATOR(WS-MATCH-IDX)
                       TO OLO-OPERATOR-ID
                   MOVE WS-TRN-CUST-ID(WS-MATCH-IDX) TO OLO-CUST-ID
                   MOVE WS-TRN-LINK-TYPE(WS-MATCH-IDX)
                       TO OLO-LINK-TYPE
                   MOVE WS-TRN-RELATION(WS-MATCH-IDX)
                       TO OLO-RELATIONSHIP
                   MOVE WS-TRN-KEYED-BY(WS-MATCH-IDX)
                       TO OLO-DECLARED-BY
                   MOVE WS-TODAY TO OLO-DECLARED-DATE
                   MOVE "A" TO OLO-STATUS
                   WRITE OPER-LINK-OUT-RECORD
                   IF WS-TRN-LINK-TYPE(WS-MATCH-IDX) = "O"
                       PERFORM NOTE-OWN-LINK
                   END-IF
                   MOVE WS-HIGH-LINK-ID TO LM-LINK-ID
                   MOVE "DECLARED" TO LM-OUTCOME
           END-EVALUATE
           WRITE MAINT-RPT-RECORD.

       REPORT-UNAPPLIED-TRANS.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-TRAN-COUNT
               IF WS-TRN-USED-SW(WS-MATCH-IDX) = "N"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE SPACES TO MAINT-RPT-RECORD
                   MOVE WS-TRN-ACTION(WS-MATCH-IDX) TO LM-ACTION
                   MOVE WS-TRN-LINK-ID(WS-MATCH-IDX) TO LM-LINK-ID
                   MOVE WS-TRN-OPERATOR(WS-MATCH-IDX)
                       TO LM-OPERATOR-ID
                   MOVE "REJECTED - LINK ID NOT ON FILE"
                       TO LM-OUTCOME
                   WRITE MAINT-RPT-RECORD
               END-IF
           END-PERFORM.
