       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODREVW.
      *
      * Compliance officer's decision pass over the SODCASE
      * conflict findings SODMON raises, run the way CMPREVW works
      * the compliance hold queue.  The officer keys SODDEC: one row
      * per open case, matched by case ID, confirming the conflict
      * ("C", taken up with the operator's line management) or
      * clearing it ("F", explained -- a legitimate cover, a
      * relationship already managed) under the officer's own user
      * ID.  The officer may be neither operator named on the case.
      * Decisions land on SODCASE.NEW (the usual handover) and every
      * outcome goes on SODRRPT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE ASSIGN TO "SODDEC"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SOD-CASE-FILE ASSIGN TO "SODCASE"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CASE-OUT-FILE ASSIGN TO "SODCASE.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REVIEW-RPT-FILE ASSIGN TO "SODRRPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05  SD-CASE-ID           PIC 9(08).
           05  SD-DECISION          PIC X(01).
               88  SD-CONFIRM       VALUE "C".
               88  SD-CLEAR         VALUE "F".
           05  SD-OFFICER-ID        PIC X(08).

       FD  SOD-CASE-FILE.
       COPY SODCASE.

       FD  CASE-OUT-FILE.
       01  CASE-OUT-RECORD.
           05  SCO-CASE-ID          PIC 9(08).
           05  SCO-FINDING          PIC X(02).
           05  SCO-SOURCE           PIC X(01).
           05  SCO-OPERATOR-ID      PIC X(08).
           05  SCO-OTHER-OPERATOR   PIC X(08).
           05  SCO-CUST-ID          PIC 9(08).
           05  SCO-ACCOUNT          PIC X(10).
           05  SCO-REFERENCE        PIC X(16).
           05  SCO-AMOUNT           PIC 9(09)V99.
           05  SCO-RAISED-DATE      PIC 9(08).
           05  SCO-STATUS           PIC X(01).
           05  SCO-DECIDED-BY       PIC X(08).
           05  SCO-DECIDED-DATE     PIC 9(08).

       FD  REVIEW-RPT-FILE.
       01  REVIEW-RPT-RECORD.
           05  SV-CASE-ID           PIC 9(08).
           05  FILLER               PIC X(02).
           05  SV-FINDING           PIC X(02).
           05  FILLER               PIC X(02).
           05  SV-OPERATOR-ID       PIC X(08).
           05  FILLER               PIC X(02).
           05  SV-OTHER-OPERATOR    PIC X(08).
           05  FILLER               PIC X(02).
           05  SV-OFFICER-ID        PIC X(08).
           05  FILLER               PIC X(02).
           05  SV-OUTCOME           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-DEC-EOF               PIC X(1) VALUE "N".
           88  END-OF-DECISIONS     VALUE "Y".
       01  WS-CASE-EOF              PIC X(1) VALUE "N".
           88  END-OF-CASES         VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-DECISION-COUNT        PIC 9(5) COMP VALUE 0.
       01  WS-CONFIRMED-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-CLEARED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-REFUSED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-DECISION-TABLE.
           05  WS-DEC-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-DEC-IDX.
               10  WS-DEC-CASE-ID     PIC 9(08).
               10  WS-DEC-DECISION    PIC X(01).
               10  WS-DEC-OFFICER-ID  PIC X(08).
               10  WS-DEC-USED-SW     PIC X(01).
       01  WS-MATCH-IDX             PIC 9(5) COMP VALUE 0.
       01  WS-MATCH-FOUND-SW        PIC X(1).
           88  MATCH-FOUND          VALUE "Y".
      *
      * OPERSEC sign-on interface: conflict cases are compliance
      * work (a supervisor passes).
      *
       01  LK-OPER-CHECK-ID         PIC X(08).
       01  LK-REQUIRED-ROLE         PIC X(01) VALUE "C".
       01  LK-SIGNON-RESULT.
           05  LK-SIGNON-OK         PIC X(01).
           05  LK-SIGNON-REASON     PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           OPEN INPUT DECISION-FILE
           PERFORM LOAD-DECISION-TABLE
           CLOSE DECISION-FILE
           OPEN INPUT SOD-CASE-FILE
           OPEN OUTPUT CASE-OUT-FILE
           OPEN OUTPUT REVIEW-RPT-FILE
           PERFORM READ-CASE
           PERFORM REVIEW-ONE-CASE UNTIL END-OF-CASES
           PERFORM REPORT-UNMATCHED-DECISIONS
           CLOSE SOD-CASE-FILE CASE-OUT-FILE
               REVIEW-RPT-FILE
           DISPLAY "SODREVW: DECISIONS READ     " WS-DECISION-COUNT
           DISPLAY "SODREVW: CASES CONFIRMED    " WS-CONFIRMED-COUNT
           DISPLAY "SODREVW: CASES CLEARED      " WS-CLEARED-COUNT
           DISPLAY "SODREVW: DECISIONS REFUSED  " WS-REFUSED-COUNT
           IF WS-REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-DECISION-TABLE.
           PERFORM READ-DECISION
           PERFORM STORE-DECISION-ENTRY UNTIL END-OF-DECISIONS.

       READ-DECISION.
           READ DECISION-FILE
               AT END MOVE "Y" TO WS-DEC-EOF
           END-READ.

      *
      * Decisions under an unknown, suspended, or unauthorized ID
      * never load and surface as unmatched on the report.
      *
       STORE-DECISION-ENTRY.
           MOVE SD-OFFICER-ID TO LK-OPER-CHECK-ID
           CALL "OPERSEC" USING LK-OPER-CHECK-ID LK-REQUIRED-ROLE
               LK-SIGNON-RESULT
           IF LK-SIGNON-OK = "N"
               DISPLAY "SODREVW: DECISION REFUSED FOR OFFICER "
                   SD-OFFICER-ID " - " LK-SIGNON-REASON
               PERFORM READ-DECISION
           ELSE
               PERFORM STORE-GOOD-DECISION
           END-IF.

       STORE-GOOD-DECISION.
           IF WS-DECISION-COUNT = 200
               DISPLAY "SODREVW: DECISION TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DECISION-COUNT
           SET WS-DEC-IDX TO WS-DECISION-COUNT
           MOVE SD-CASE-ID TO WS-DEC-CASE-ID(WS-DEC-IDX)
           MOVE SD-DECISION TO WS-DEC-DECISION(WS-DEC-IDX)
           MOVE SD-OFFICER-ID TO WS-DEC-OFFICER-ID(WS-DEC-IDX)
           MOVE "N" TO WS-DEC-USED-SW(WS-DEC-IDX)
           PERFORM READ-DECISION.

       READ-CASE.
           READ SOD-CASE-FILE
               AT END MOVE "Y" TO WS-CASE-EOF
           END-READ.

       REVIEW-ONE-CASE.
           PERFORM COPY-CASE-TO-OUT
           IF SOD-OPEN
               PERFORM FIND-DECISION-FOR-CASE
               IF MATCH-FOUND
                   PERFORM APPLY-DECISION
               END-IF
           END-IF
           WRITE CASE-OUT-RECORD
           PERFORM READ-CASE.

       COPY-CASE-TO-OUT.
           MOVE SOD-CASE-ID TO SCO-CASE-ID
           MOVE SOD-FINDING TO SCO-FINDING
           MOVE SOD-SOURCE TO SCO-SOURCE
           MOVE SOD-OPERATOR-ID TO SCO-OPERATOR-ID
           MOVE SOD-OTHER-OPERATOR TO SCO-OTHER-OPERATOR
           MOVE SOD-CUST-ID TO SCO-CUST-ID
           MOVE SOD-ACCOUNT TO SCO-ACCOUNT
           MOVE SOD-REFERENCE TO SCO-REFERENCE
           MOVE SOD-AMOUNT TO SCO-AMOUNT
           MOVE SOD-RAISED-DATE TO SCO-RAISED-DATE
           MOVE SOD-STATUS TO SCO-STATUS
           MOVE SOD-DECIDED-BY TO SCO-DECIDED-BY
           MOVE SOD-DECIDED-DATE TO SCO-DECIDED-DATE.

       FIND-DECISION-FOR-CASE.
           MOVE "N" TO WS-MATCH-FOUND-SW
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-DECISION-COUNT
                   OR MATCH-FOUND
               IF WS-DEC-CASE-ID(WS-MATCH-IDX) = SOD-CASE-ID
                   AND WS-DEC-USED-SW(WS-MATCH-IDX) = "N"
                   MOVE "Y" TO WS-MATCH-FOUND-SW
               END-IF
           END-PERFORM
           IF MATCH-FOUND
               SUBTRACT 1 FROM WS-MATCH-IDX
           END-IF.

      *
      * An officer named on the case, as the operator or as the
      * other side of a ring or staff account, may not decide it;
      * the case stays open for a different officer.
      *
       APPLY-DECISION.
           MOVE "Y" TO WS-DEC-USED-SW(WS-MATCH-IDX)
           MOVE SPACES TO REVIEW-RPT-RECORD
           MOVE SOD-CASE-ID TO SV-CASE-ID
           MOVE SOD-FINDING TO SV-FINDING
           MOVE SOD-OPERATOR-ID TO SV-OPERATOR-ID
           MOVE SOD-OTHER-OPERATOR TO SV-OTHER-OPERATOR
           MOVE WS-DEC-OFFICER-ID(WS-MATCH-IDX) TO SV-OFFICER-ID
           EVALUATE TRUE
               WHEN WS-DEC-OFFICER-ID(WS-MATCH-IDX) = SOD-OPERATOR-ID
                   OR WS-DEC-OFFICER-ID(WS-MATCH-IDX)
                       = SOD-OTHER-OPERATOR
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "REFUSED - OFFICER NAMED ON CASE"
                       TO SV-OUTCOME
               WHEN WS-DEC-DECISION(WS-MATCH-IDX) = "C"
                   ADD 1 TO WS-CONFIRMED-COUNT
                   MOVE "C" TO SCO-STATUS
                   MOVE WS-DEC-OFFICER-ID(WS-MATCH-IDX)
                       TO SCO-DECIDED-BY
                   MOVE WS-TODAY TO SCO-DECIDED-DATE
                   MOVE "CONFLICT CONFIRMED" TO SV-OUTCOME
               WHEN WS-DEC-DECISION(WS-MATCH-IDX) = "F"
                   ADD 1 TO WS-CLEARED-COUNT
                   MOVE "F" TO SCO-STATUS
                   MOVE WS-DEC-OFFICER-ID(WS-MATCH-IDX)
                       TO SCO-DECIDED-BY
                   MOVE WS-TODAY TO SCO-DECIDED-DATE
                   MOVE "CLEARED" TO SV-OUTCOME
               WHEN OTHER
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "REFUSED - DECISION NOT C OR F"
                       TO SV-OUTCOME
           END-EVALUATE
           WRITE REVIEW-RPT-RECORD.

       REPORT-UNMATCHED-DECISIONS.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-DECISION-COUNT
               IF WS-DEC-USED-SW(WS-MATCH-IDX) = "N"
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE SPACES TO REVIEW-RPT-RECORD
                   MOVE WS-DEC-CASE-ID(WS-MATCH-IDX) TO SV-CASE-ID
                   MOVE WS-DEC-OFFICER-ID(WS-MATCH-IDX)
                       TO SV-OFFICER-ID
                   MOVE "DECISION DID NOT MATCH AN OPEN CASE"
                       TO SV-OUTCOME
                   WRITE REVIEW-RPT-RECORD
               END-IF
           END-PERFORM.
