       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXAPPR.
      *
      * Treasury approval of the FX rates FXLOAD held on FXHOLD --
      * a mid that moved further than its currency's tolerance, or
      * a currency with no previous rate.  Treasury keys FXADEC: one
      * row per held rate, matched by currency and rate date,
      * approving or rejecting under the approver's own ID, which
      * OPERSEC must pass as a supervisor.  An approved rate
      * replaces the currency's row on FXRATES (or adds it, for a
      * new currency) and is appended to the FXHIST rate history
      * with the approver's ID; a rejected one leaves the previous
      * rate in place, and the feed must bring a fresh quote.  A
      * held rate older than the one now on FXRATES cannot be
      * approved over it.
      *
      * Decisions land on FXRATES.NEW and FXHOLD.NEW (the usual
      * handover) and every outcome goes on FXAPRPT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE ASSIGN TO "FXADEC"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT FX-HOLD-FILE ASSIGN TO "FXHOLD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT FX-HOLD-OUT-FILE ASSIGN TO "FXHOLD.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FX-FILE-STATUS.
           SELECT FX-RATE-OUT-FILE ASSIGN TO "FXRATES.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT FX-HISTORY-FILE ASSIGN TO "FXHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT APPROVAL-RPT-FILE ASSIGN TO "FXAPRPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05  XA-CURRENCY          PIC X(03).
           05  XA-RATE-DATE         PIC 9(08).
           05  XA-DECISION          PIC X(01).
               88  XA-APPROVE       VALUE "A".
               88  XA-REJECT        VALUE "R".
           05  XA-APPROVER-ID       PIC X(08).

       FD  FX-HOLD-FILE.
       COPY FXHOLD.

       FD  FX-HOLD-OUT-FILE.
       01  FX-HOLD-OUT-RECORD       PIC X(107).

       FD  FX-RATE-FILE.
       COPY FXRATES.

       FD  FX-RATE-OUT-FILE.
       01  FX-RATE-OUT-RECORD.
           05  FXO-CURRENCY         PIC X(03).
           05  FXO-BUY-RATE         PIC 9(07)V9(04).
           05  FXO-SELL-RATE        PIC 9(07)V9(04).
           05  FXO-MID-RATE         PIC 9(07)V9(04).
           05  FXO-RATE-DATE        PIC 9(08).

       FD  FX-HISTORY-FILE.
       COPY FXHIST.

       FD  APPROVAL-RPT-FILE.
       01  APPROVAL-RPT-RECORD.
           05  XV-CURRENCY          PIC X(03).
           05  FILLER               PIC X(02).
           05  XV-RATE-DATE         PIC 9(08).
           05  FILLER               PIC X(02).
           05  XV-MID-RATE          PIC 9(07)V9(04).
           05  FILLER               PIC X(02).
           05  XV-PREV-MID-RATE     PIC 9(07)V9(04).
           05  FILLER               PIC X(02).
           05  XV-DEVIATION-PCT     PIC ZZ9.99.
           05  FILLER               PIC X(02).
           05  XV-APPROVER-ID       PIC X(08).
           05  FILLER               PIC X(02).
           05  XV-OUTCOME           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-HOLD-FILE-STATUS      PIC X(2).
       01  WS-FX-FILE-STATUS        PIC X(2).
       01  WS-HIST-FILE-STATUS      PIC X(2).
       01  WS-DEC-EOF               PIC X(1) VALUE "N".
           88  END-OF-DECISIONS     VALUE "Y".
       01  WS-HOLD-EOF              PIC X(1) VALUE "N".
           88  END-OF-HOLDS         VALUE "Y".
       01  WS-FX-EOF                PIC X(1) VALUE "N".
           88  END-OF-RATES         VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-DECISION-COUNT        PIC 9(5) COMP VALUE 0.
       01  WS-HOLD-COUNT            PIC 9(7) COMP VALUE 0.
       01  WS-APPROVED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-REJECTED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-REFUSED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-DECISION-TABLE.
           05  WS-DEC-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-DEC-IDX.
               10  WS-DEC-CURRENCY    PIC X(03).
               10  WS-DEC-RATE-DATE   PIC 9(08).
               10  WS-DEC-DECISION    PIC X(01).
               10  WS-DEC-APPROVER-ID PIC X(08).
               10  WS-DEC-USED-SW     PIC X(01).
       01  WS-MATCH-IDX             PIC 9(5) COMP VALUE 0.
       01  WS-MATCH-FOUND-SW        PIC X(1).
           88  MATCH-FOUND          VALUE "Y".
      *
      * FXRATES as it stands, updated in place as rates are
      * approved.
      *
       01  WS-CR-COUNT              PIC 9(3) COMP VALUE 0.
       01  WS-CR-TABLE.
           05  WS-CR-ENTRY OCCURS 50 TIMES.
               10  WS-CR-CURRENCY   PIC X(03).
               10  WS-CR-BUY        PIC 9(07)V9(04).
               10  WS-CR-SELL       PIC 9(07)V9(04).
               10  WS-CR-MID        PIC 9(07)V9(04).
               10  WS-CR-DATE       PIC 9(08).
       01  WS-CR-SUB                PIC 9(3) COMP VALUE 0.
       01  WS-CR-FOUND-SW           PIC X(1).
           88  RATE-FOUND           VALUE "Y".
      *
      * OPERSEC sign-on interface: replacing a rate the tolerance
      * check stopped is supervisor work.
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
           OPEN INPUT FX-HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = "00"
               DISPLAY "FXAPPR: NO HELD RATES, NOTHING TO DO"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-CURRENT-RATES
           OPEN OUTPUT FX-HOLD-OUT-FILE
           OPEN OUTPUT APPROVAL-RPT-FILE
           OPEN EXTEND FX-HISTORY-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               OPEN OUTPUT FX-HISTORY-FILE
           END-IF
           PERFORM READ-HOLD
           PERFORM REVIEW-ONE-HOLD UNTIL END-OF-HOLDS
           PERFORM REPORT-UNMATCHED-DECISIONS
           CLOSE FX-HOLD-FILE FX-HOLD-OUT-FILE APPROVAL-RPT-FILE
               FX-HISTORY-FILE
           OPEN OUTPUT FX-RATE-OUT-FILE
           PERFORM WRITE-RATE-ROW
               VARYING WS-CR-SUB FROM 1 BY 1
               UNTIL WS-CR-SUB > WS-CR-COUNT
           CLOSE FX-RATE-OUT-FILE
           DISPLAY "FXAPPR: DECISIONS READ      " WS-DECISION-COUNT
           DISPLAY "FXAPPR: HELD RATES READ     " WS-HOLD-COUNT
           DISPLAY "FXAPPR: RATES APPROVED      " WS-APPROVED-COUNT
           DISPLAY "FXAPPR: RATES REJECTED      " WS-REJECTED-COUNT
           DISPLAY "FXAPPR: DECISIONS REFUSED   " WS-REFUSED-COUNT
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
           MOVE XA-APPROVER-ID TO LK-OPER-CHECK-ID
           CALL "OPERSEC" USING LK-OPER-CHECK-ID LK-REQUIRED-ROLE
               LK-SIGNON-RESULT
           IF LK-SIGNON-OK = "N"
               DISPLAY "FXAPPR: DECISION REFUSED FOR APPROVER "
                   XA-APPROVER-ID " - " LK-SIGNON-REASON
               PERFORM READ-DECISION
           ELSE
               PERFORM STORE-GOOD-DECISION
           END-IF.

       STORE-GOOD-DECISION.
           IF WS-DECISION-COUNT = 200
               DISPLAY "FXAPPR: DECISION TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DECISION-COUNT
           SET WS-DEC-IDX TO WS-DECISION-COUNT
           MOVE XA-CURRENCY TO WS-DEC-CURRENCY(WS-DEC-IDX)
           MOVE XA-RATE-DATE TO WS-DEC-RATE-DATE(WS-DEC-IDX)
           MOVE XA-DECISION TO WS-DEC-DECISION(WS-DEC-IDX)
           MOVE XA-APPROVER-ID TO WS-DEC-APPROVER-ID(WS-DEC-IDX)
           MOVE "N" TO WS-DEC-USED-SW(WS-DEC-IDX)
           PERFORM READ-DECISION.

       LOAD-CURRENT-RATES.
           OPEN INPUT FX-RATE-FILE
           IF WS-FX-FILE-STATUS = "00"
               PERFORM READ-RATE
               PERFORM STORE-RATE-ENTRY UNTIL END-OF-RATES
               CLOSE FX-RATE-FILE
           END-IF.

       READ-RATE.
           READ FX-RATE-FILE
               AT END MOVE "Y" TO WS-FX-EOF
           END-READ.

       STORE-RATE-ENTRY.
           PERFORM ADD-RATE-ENTRY
           MOVE FX-CURRENCY TO WS-CR-CURRENCY(WS-CR-SUB)
           MOVE FX-BUY-RATE TO WS-CR-BUY(WS-CR-SUB)
           MOVE FX-SELL-RATE TO WS-CR-SELL(WS-CR-SUB)
           MOVE FX-MID-RATE TO WS-CR-MID(WS-CR-SUB)
           MOVE FX-RATE-DATE TO WS-CR-DATE(WS-CR-SUB)
           PERFORM READ-RATE.

       ADD-RATE-ENTRY.
           IF WS-CR-COUNT = 50
               DISPLAY "FXAPPR: RATE TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CR-COUNT
           MOVE WS-CR-COUNT TO WS-CR-SUB.

       FIND-CURRENT-RATE.
           MOVE "N" TO WS-CR-FOUND-SW
           PERFORM VARYING WS-CR-SUB FROM 1 BY 1
               UNTIL WS-CR-SUB > WS-CR-COUNT OR RATE-FOUND
               IF WS-CR-CURRENCY(WS-CR-SUB) = FH-CURRENCY
                   MOVE "Y" TO WS-CR-FOUND-SW
               END-IF
           END-PERFORM
           IF RATE-FOUND
               SUBTRACT 1 FROM WS-CR-SUB
           END-IF.

       READ-HOLD.
           READ FX-HOLD-FILE
               AT END MOVE "Y" TO WS-HOLD-EOF
           END-READ.

      *
      * Only a rate still pending is waiting for a decision.
      *
       REVIEW-ONE-HOLD.
           ADD 1 TO WS-HOLD-COUNT
           IF FH-PENDING
               PERFORM FIND-DECISION-FOR-HOLD
               IF MATCH-FOUND
                   PERFORM APPLY-DECISION
               END-IF
           END-IF
           MOVE FX-HOLD-RECORD TO FX-HOLD-OUT-RECORD
           WRITE FX-HOLD-OUT-RECORD
           PERFORM READ-HOLD.

       FIND-DECISION-FOR-HOLD.
           MOVE "N" TO WS-MATCH-FOUND-SW
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-DECISION-COUNT
                   OR MATCH-FOUND
               IF WS-DEC-CURRENCY(WS-MATCH-IDX) = FH-CURRENCY
                   AND WS-DEC-RATE-DATE(WS-MATCH-IDX) = FH-RATE-DATE
                   AND WS-DEC-USED-SW(WS-MATCH-IDX) = "N"
                   MOVE "Y" TO WS-MATCH-FOUND-SW
               END-IF
           END-PERFORM
           IF MATCH-FOUND
               SUBTRACT 1 FROM WS-MATCH-IDX
           END-IF.

       APPLY-DECISION.
           MOVE "Y" TO WS-DEC-USED-SW(WS-MATCH-IDX)
           MOVE SPACES TO APPROVAL-RPT-RECORD
           MOVE FH-CURRENCY TO XV-CURRENCY
           MOVE FH-RATE-DATE TO XV-RATE-DATE
           MOVE FH-MID-RATE TO XV-MID-RATE
           MOVE FH-PREV-MID-RATE TO XV-PREV-MID-RATE
           MOVE FH-DEVIATION-PCT TO XV-DEVIATION-PCT
           MOVE WS-DEC-APPROVER-ID(WS-MATCH-IDX) TO XV-APPROVER-ID
           PERFORM FIND-CURRENT-RATE
           EVALUATE TRUE
               WHEN WS-DEC-DECISION(WS-MATCH-IDX) = "A"
                   AND RATE-FOUND
                   AND WS-CR-DATE(WS-CR-SUB) > FH-RATE-DATE
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "REFUSED - A LATER RATE IS ON FXRATES"
                       TO XV-OUTCOME
               WHEN WS-DEC-DECISION(WS-MATCH-IDX) = "A"
                   PERFORM APPROVE-RATE
               WHEN WS-DEC-DECISION(WS-MATCH-IDX) = "R"
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "R" TO FH-STATUS
                   MOVE WS-DEC-APPROVER-ID(WS-MATCH-IDX)
                       TO FH-DECIDED-BY
                   MOVE WS-TODAY TO FH-DECIDED-DATE
                   MOVE "REJECTED - PREVIOUS RATE KEPT" TO XV-OUTCOME
               WHEN OTHER
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "REFUSED - DECISION NOT A OR R"
                       TO XV-OUTCOME
           END-EVALUATE
           WRITE APPROVAL-RPT-RECORD.

      *
      * FIND-CURRENT-RATE has left WS-CR-SUB on the currency's row,
      * or one past the end for a currency not yet on FXRATES.
      *
       APPROVE-RATE.
           ADD 1 TO WS-APPROVED-COUNT
           IF NOT RATE-FOUND
               PERFORM ADD-RATE-ENTRY
               MOVE FH-CURRENCY TO WS-CR-CURRENCY(WS-CR-SUB)
           END-IF
           MOVE FH-BUY-RATE TO WS-CR-BUY(WS-CR-SUB)
           MOVE FH-SELL-RATE TO WS-CR-SELL(WS-CR-SUB)
           MOVE FH-MID-RATE TO WS-CR-MID(WS-CR-SUB)
           MOVE FH-RATE-DATE TO WS-CR-DATE(WS-CR-SUB)
           MOVE "A" TO FH-STATUS
           MOVE WS-DEC-APPROVER-ID(WS-MATCH-IDX) TO FH-DECIDED-BY
           MOVE WS-TODAY TO FH-DECIDED-DATE
           MOVE SPACES TO FX-HISTORY-RECORD
           MOVE FH-CURRENCY TO FXH-CURRENCY
           MOVE FH-RATE-DATE TO FXH-EFFECTIVE-DATE
           MOVE FH-BUY-RATE TO FXH-BUY-RATE
           MOVE FH-SELL-RATE TO FXH-SELL-RATE
           MOVE FH-MID-RATE TO FXH-MID-RATE
           MOVE FH-SOURCE TO FXH-SOURCE
           MOVE WS-TODAY TO FXH-LOADED-DATE
           MOVE "A" TO FXH-LOADED-BY
           MOVE WS-DEC-APPROVER-ID(WS-MATCH-IDX) TO FXH-APPROVED-BY
           WRITE FX-HISTORY-RECORD
           MOVE "APPROVED - RATE NOW ON FXRATES" TO XV-OUTCOME.

       REPORT-UNMATCHED-DECISIONS.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-DECISION-COUNT
               IF WS-DEC-USED-SW(WS-MATCH-IDX) = "N"
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE SPACES TO APPROVAL-RPT-RECORD
                   MOVE WS-DEC-CURRENCY(WS-MATCH-IDX) TO XV-CURRENCY
                   MOVE WS-DEC-RATE-DATE(WS-MATCH-IDX)
                       TO XV-RATE-DATE
                   MOVE 0 TO XV-MID-RATE
                   MOVE 0 TO XV-PREV-MID-RATE
                   MOVE 0 TO XV-DEVIATION-PCT
                   MOVE WS-DEC-APPROVER-ID(WS-MATCH-IDX)
                       TO XV-APPROVER-ID
                   MOVE "DECISION DID NOT MATCH A HELD RATE"
                       TO XV-OUTCOME
                   WRITE APPROVAL-RPT-RECORD
               END-IF
           END-PERFORM.

       WRITE-RATE-ROW.
           MOVE WS-CR-CURRENCY(WS-CR-SUB) TO FXO-CURRENCY
           MOVE WS-CR-BUY(WS-CR-SUB) TO FXO-BUY-RATE
           MOVE WS-CR-SELL(WS-CR-SUB) TO FXO-SELL-RATE
           MOVE WS-CR-MID(WS-CR-SUB) TO FXO-MID-RATE
           MOVE WS-CR-DATE(WS-CR-SUB) TO FXO-RATE-DATE
           WRITE FX-RATE-OUT-RECORD.
