       IDENTIFICATION DIVISION.
       PROGRAM-ID. JVREVW.
      *
      * Checker's review pass over the pending journal vouchers,
      * the APPRREVW discipline applied to the GL.  A second
      * operator keys a decision file, one row per voucher by
      * voucher number, approving or rejecting it under the
      * checker's own user ID.  The checker must sign on through
      * OPERSEC with a supervisor's role and may not be the maker.
      * A decision covers every line of the voucher.  Decisions are
      * applied onto JRNLPEND.NEW (the usual handover) and every
      * outcome goes on the JVRVRPT report; approved vouchers are
      * posted by the JVPOST step.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE ASSIGN TO "JVDEC"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT JOURNAL-PENDING-FILE ASSIGN TO "JRNLPEND"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT JOURNAL-OUT-FILE ASSIGN TO "JRNLPEND.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REVIEW-RPT-FILE ASSIGN TO "JVRVRPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05  JD-VOUCHER-NO        PIC 9(08).
           05  JD-DECISION          PIC X(01).
               88  JD-APPROVE       VALUE "A".
               88  JD-REJECT        VALUE "R".
           05  JD-CHECKER-ID        PIC X(08).

       FD  JOURNAL-PENDING-FILE.
       COPY JRNLVCH.

       FD  JOURNAL-OUT-FILE.
       01  JOURNAL-OUT-RECORD.
           05  JVO-VOUCHER-NO       PIC 9(08).
           05  JVO-LINE-NO          PIC 9(03).
           05  JVO-GL-ACCOUNT       PIC 9(08).
           05  JVO-DR-CR            PIC X(01).
           05  JVO-AMOUNT           PIC 9(09)V99.
           05  JVO-NARRATIVE        PIC X(30).
           05  JVO-VALUE-DATE       PIC 9(08).
           05  JVO-MAKER-ID         PIC X(08).
           05  JVO-CHECKER-ID       PIC X(08).
           05  JVO-STATUS           PIC X(01).
           05  JVO-ENTERED-DATE     PIC 9(08).
           05  JVO-STATUS-DATE      PIC 9(08).
           05  JVO-BRANCH           PIC X(04).

       FD  REVIEW-RPT-FILE.
       01  REVIEW-RPT-RECORD.
           05  JR-VOUCHER-NO        PIC 9(08).
           05  FILLER               PIC X(02).
           05  JR-MAKER-ID          PIC X(08).
           05  FILLER               PIC X(02).
           05  JR-CHECKER-ID        PIC X(08).
           05  FILLER               PIC X(02).
           05  JR-OUTCOME           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-DEC-EOF               PIC X(1) VALUE "N".
           88  END-OF-DECISIONS     VALUE "Y".
       01  WS-PND-EOF               PIC X(1) VALUE "N".
           88  END-OF-PENDING       VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-DECISION-COUNT        PIC 9(5) COMP VALUE 0.
       01  WS-APPROVED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-REJECTED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-REFUSED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-DECISION-TABLE.
           05  WS-DEC-ENTRY OCCURS 200 TIMES.
               10  WS-DEC-VOUCHER-NO  PIC 9(08).
               10  WS-DEC-DECISION    PIC X(01).
               10  WS-DEC-CHECKER-ID  PIC X(08).
               10  WS-DEC-USED-SW     PIC X(01).
       01  WS-MATCH-IDX             PIC 9(5) COMP VALUE 0.
       01  WS-MATCH-FOUND-SW        PIC X(1).
           88  MATCH-FOUND          VALUE "Y".
      *
      * The first line of a voucher settles the outcome; the rest
      * of its lines follow it.
      *
       01  WS-LAST-VOUCHER-NO       PIC 9(08) VALUE 0.
       01  WS-LAST-OUTCOME          PIC X(01) VALUE SPACE.
           88  LAST-APPROVED        VALUE "A".
           88  LAST-REJECTED        VALUE "R".
       01  WS-LAST-CHECKER-ID       PIC X(08).
      *
      * OPERSEC sign-on interface: the checker must exist, be
      * active, and hold a supervisor's role.
      *
       01  LK-OPER-CHECK-ID         PIC X(08).
       01  LK-REQUIRED-ROLE         PIC X(01) VALUE "S".
       01  LK-SIGNON-RESULT.
           05  LK-SIGNON-OK         PIC X(01).
           05  LK-SIGNON-REASON     PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           OPEN INPUT DECISION-FILE
           PERFORM LOAD-DECISION-TABLE
           CLOSE DECISION-FILE
           OPEN INPUT JOURNAL-PENDING-FILE
           OPEN OUTPUT JOURNAL-OUT-FILE
           OPEN OUTPUT REVIEW-RPT-FILE
           PERFORM READ-PENDING
           PERFORM REVIEW-ONE-LINE UNTIL END-OF-PENDING
           PERFORM REPORT-UNMATCHED-DECISIONS
           CLOSE JOURNAL-PENDING-FILE JOURNAL-OUT-FILE
               REVIEW-RPT-FILE
           DISPLAY "JVREVW: DECISIONS READ      " WS-DECISION-COUNT
           DISPLAY "JVREVW: VOUCHERS APPROVED   " WS-APPROVED-COUNT
           DISPLAY "JVREVW: VOUCHERS REJECTED   " WS-REJECTED-COUNT
           DISPLAY "JVREVW: DECISIONS REFUSED   " WS-REFUSED-COUNT
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
      * A checker who fails sign-on never gets a decision loaded;
      * it surfaces as unmatched on the report.
      *
       STORE-DECISION-ENTRY.
           MOVE JD-CHECKER-ID TO LK-OPER-CHECK-ID
           CALL "OPERSEC" USING LK-OPER-CHECK-ID LK-REQUIRED-ROLE
               LK-SIGNON-RESULT
           IF LK-SIGNON-OK = "N"
               DISPLAY "JVREVW: DECISION REFUSED FOR CHECKER "
                   JD-CHECKER-ID " - " LK-SIGNON-REASON
               PERFORM READ-DECISION
           ELSE
               PERFORM STORE-GOOD-DECISION
           END-IF.

       STORE-GOOD-DECISION.
           IF WS-DECISION-COUNT = 200
               DISPLAY "JVREVW: DECISION TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DECISION-COUNT
           MOVE JD-VOUCHER-NO TO WS-DEC-VOUCHER-NO(WS-DECISION-COUNT)
           MOVE JD-DECISION TO WS-DEC-DECISION(WS-DECISION-COUNT)
           MOVE JD-CHECKER-ID TO WS-DEC-CHECKER-ID(WS-DECISION-COUNT)
           MOVE "N" TO WS-DEC-USED-SW(WS-DECISION-COUNT)
           PERFORM READ-DECISION.

       READ-PENDING.
           READ JOURNAL-PENDING-FILE
               AT END MOVE "Y" TO WS-PND-EOF
           END-READ.

       REVIEW-ONE-LINE.
           PERFORM COPY-PENDING-TO-OUT
           IF JV-PENDING
               IF JV-VOUCHER-NO NOT = WS-LAST-VOUCHER-NO
                   MOVE JV-VOUCHER-NO TO WS-LAST-VOUCHER-NO
                   MOVE SPACE TO WS-LAST-OUTCOME
                   PERFORM FIND-DECISION-FOR-VOUCHER
                   IF MATCH-FOUND
                       PERFORM APPLY-DECISION
                   END-IF
               END-IF
               IF LAST-APPROVED OR LAST-REJECTED
                   MOVE WS-LAST-OUTCOME TO JVO-STATUS
                   MOVE WS-LAST-CHECKER-ID TO JVO-CHECKER-ID
                   MOVE WS-TODAY TO JVO-STATUS-DATE
               END-IF
           END-IF
           WRITE JOURNAL-OUT-RECORD
           PERFORM READ-PENDING.

       COPY-PENDING-TO-OUT.
           MOVE JV-VOUCHER-NO TO JVO-VOUCHER-NO
           MOVE JV-LINE-NO TO JVO-LINE-NO
           MOVE JV-GL-ACCOUNT TO JVO-GL-ACCOUNT
           MOVE JV-DR-CR TO JVO-DR-CR
           MOVE JV-AMOUNT TO JVO-AMOUNT
           MOVE JV-NARRATIVE TO JVO-NARRATIVE
           MOVE JV-VALUE-DATE TO JVO-VALUE-DATE
           MOVE JV-MAKER-ID TO JVO-MAKER-ID
           MOVE JV-CHECKER-ID TO JVO-CHECKER-ID
           MOVE JV-STATUS TO JVO-STATUS
           MOVE JV-ENTERED-DATE TO JVO-ENTERED-DATE
           MOVE JV-STATUS-DATE TO JVO-STATUS-DATE
           MOVE JV-BRANCH TO JVO-BRANCH.

       FIND-DECISION-FOR-VOUCHER.
           MOVE "N" TO WS-MATCH-FOUND-SW
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-DECISION-COUNT
                   OR MATCH-FOUND
               IF WS-DEC-VOUCHER-NO(WS-MATCH-IDX) = JV-VOUCHER-NO
                   AND WS-DEC-USED-SW(WS-MATCH-IDX) = "N"
                   MOVE "Y" TO WS-MATCH-FOUND-SW
               END-IF
           END-PERFORM
           IF MATCH-FOUND
               SUBTRACT 1 FROM WS-MATCH-IDX
           END-IF.

      *
      * A decision signed by the maker is refused and the voucher
      * stays pending for a genuinely different checker.
      *
       APPLY-DECISION.
           MOVE "Y" TO WS-DEC-USED-SW(WS-MATCH-IDX)
           MOVE SPACES TO REVIEW-RPT-RECORD
           MOVE JV-VOUCHER-NO TO JR-VOUCHER-NO
           MOVE JV-MAKER-ID TO JR-MAKER-ID
           MOVE WS-DEC-CHECKER-ID(WS-MATCH-IDX) TO JR-CHECKER-ID
           IF WS-DEC-CHECKER-ID(WS-MATCH-IDX) = JV-MAKER-ID
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - CHECKER SAME AS MAKER" TO JR-OUTCOME
           ELSE
               MOVE WS-DEC-CHECKER-ID(WS-MATCH-IDX)
                   TO WS-LAST-CHECKER-ID
               IF WS-DEC-DECISION(WS-MATCH-IDX) = "A"
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE "A" TO WS-LAST-OUTCOME
                   MOVE "APPROVED" TO JR-OUTCOME
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "R" TO WS-LAST-OUTCOME
                   MOVE "REJECTED" TO JR-OUTCOME
               END-IF
           END-IF
           WRITE REVIEW-RPT-RECORD.

       REPORT-UNMATCHED-DECISIONS.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-DECISION-COUNT
               IF WS-DEC-USED-SW(WS-MATCH-IDX) = "N"
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE SPACES TO REVIEW-RPT-RECORD
                   MOVE WS-DEC-VOUCHER-NO(WS-MATCH-IDX)
                       TO JR-VOUCHER-NO
                   MOVE WS-DEC-CHECKER-ID(WS-MATCH-IDX)
                       TO JR-CHECKER-ID
                   MOVE "DECISION DID NOT MATCH A PENDING VOUCHER"
                       TO JR-OUTCOME
                   WRITE REVIEW-RPT-RECORD
               END-IF
           END-PERFORM.
