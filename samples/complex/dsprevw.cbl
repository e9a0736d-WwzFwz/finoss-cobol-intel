       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSPREVW.
      *
      * Resolution pass over the DISPCASE dispute cases, run the way
      * CMPREVW works the compliance hold queue.  The supervisor
      * keys DSPDEC: one row per case being decided, matched by the
      * disputed TRX-REF, upholding the customer's claim ("U") or
      * declining it ("D") under the supervisor's own user ID.  The
      * case's handler may not decide their own case.
      *
      * An upheld case stands: a provisional credit already given
      * becomes final, and a case never credited is credited by the
      * next DSPPOST run.  A declined case that was never credited
      * simply closes; one that was credited goes to notice -- the
      * customer is told the credit will come back, and DSPPOST
      * reverses it once DSPPARM's notice days have run.
      *
      * Upholding a direct-debit or cheque dispute also raises the
      * bank's claim for the amount: against the originator on
      * DSPDDCLM, in the DDRETN return shape the originator's system
      * already processes, and against the presenting bank on
      * DSPCQCLM, in the CHQRETN shape the clearing house takes.
      * Decisions land on DISPCASE.NEW (the usual handover) and
      * every outcome goes on DSPRRPT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE ASSIGN TO "DSPDEC"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PARM-FILE ASSIGN TO "DSPPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT CASE-FILE ASSIGN TO "DISPCASE"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CASE-OUT-FILE ASSIGN TO "DISPCASE.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT DD-CLAIM-FILE ASSIGN TO "DSPDDCLM"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CHQ-CLAIM-FILE ASSIGN TO "DSPCQCLM"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REVIEW-RPT-FILE ASSIGN TO "DSPRRPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05  DD-TRX-REF           PIC X(16).
           05  DD-DECISION          PIC X(01).
               88  DD-UPHOLD        VALUE "U".
               88  DD-DECLINE       VALUE "D".
           05  DD-OFFICER-ID        PIC X(08).

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  DP-REASON            PIC X(02).
           05  DP-REGULATED         PIC X(01).
           05  DP-CREDIT-DAYS       PIC 9(03).
           05  DP-RESPONSE-DAYS     PIC 9(03).
           05  DP-NOTICE-DAYS       PIC 9(03).
           05  DP-WARN-DAYS         PIC 9(03).

       FD  CASE-FILE.
       COPY DISPCASE.

       FD  CASE-OUT-FILE.
       01  CASE-OUT-RECORD          PIC X(174).

      *
      * Indemnity claims in the shape DDCOLLCT returns refused
      * collections to the originator.
      *
       FD  DD-CLAIM-FILE.
       01  DD-CLAIM-RECORD.
           05  DR-ORIGINATOR-ID     PIC X(08).
           05  DR-MANDATE-ID        PIC 9(06).
           05  DR-DEBTOR-ACCT       PIC X(10).
           05  DR-AMOUNT            PIC 9(09)V99.
           05  DR-THEIR-REF         PIC X(16).
           05  DR-REASON-CODE       PIC X(03).
           05  DR-REASON            PIC X(30).

      *
      * Cheque claims in the shape CHQPOST returns items to the
      * clearing house.
      *
       FD  CHQ-CLAIM-FILE.
       01  CHQ-CLAIM-RECORD.
           05  RT-ACCOUNT           PIC X(10).
           05  RT-SERIAL            PIC 9(08).
           05  RT-PAYEE-ACCOUNT     PIC X(10).
           05  RT-AMOUNT            PIC 9(09)V99.
           05  RT-REASON-CODE       PIC X(03).
           05  RT-REASON            PIC X(30).

       FD  REVIEW-RPT-FILE.
       01  REVIEW-RPT-RECORD.
           05  DV-TRX-REF           PIC X(16).
           05  FILLER               PIC X(02).
           05  DV-REASON            PIC X(02).
           05  FILLER               PIC X(02).
           05  DV-ACCOUNT           PIC X(10).
           05  FILLER               PIC X(02).
           05  DV-CLAIM-AMOUNT      PIC 9(09)V99.
           05  FILLER               PIC X(02).
           05  DV-OFFICER-ID        PIC X(08).
           05  FILLER               PIC X(02).
           05  DV-OUTCOME           PIC X(40).
           05  FILLER               PIC X(02).
           05  DV-REVERSE-DATE      PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS      PIC X(2).
       01  WS-DEC-EOF               PIC X(1) VALUE "N".
           88  END-OF-DECISIONS     VALUE "Y".
       01  WS-PARM-EOF              PIC X(1) VALUE "N".
           88  END-OF-PARMS         VALUE "Y".
       01  WS-CASE-EOF              PIC X(1) VALUE "N".
           88  END-OF-CASES         VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-DECISION-COUNT        PIC 9(5) COMP VALUE 0.
       01  WS-UPHELD-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-DECLINED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-CLAIM-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-REFUSED-COUNT         PIC 9(7) COMP VALUE 0.
      *
      * Notice days per reason, defaulted as DSPMNT defaults the
      * reason table and overridden from DSPPARM.
      *
       01  WS-PARM-VALUES.
           05  FILLER               PIC X(05) VALUE "UP014".
           05  FILLER               PIC X(05) VALUE "DC014".
           05  FILLER               PIC X(05) VALUE "CN014".
       01  WS-PARM-TABLE REDEFINES WS-PARM-VALUES.
           05  WS-PRM-ENTRY OCCURS 3 TIMES.
               10  WS-PRM-REASON    PIC X(02).
               10  WS-PRM-NOTICE-DAYS PIC 9(03).
       01  WS-PRM-SUB               PIC 9(2) COMP VALUE 0.
       01  WS-FIND-REASON           PIC X(02).
       01  WS-PRM-FOUND-SW          PIC X(1).
           88  PARM-FOUND           VALUE "Y".
       01  WS-DECISION-TABLE.
           05  WS-DEC-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-DEC-IDX.
               10  WS-DEC-TRX-REF     PIC X(16).
               10  WS-DEC-DECISION    PIC X(01).
               10  WS-DEC-OFFICER-ID  PIC X(08).
               10  WS-DEC-USED-SW     PIC X(01).
       01  WS-MATCH-IDX             PIC 9(5) COMP VALUE 0.
       01  WS-MATCH-FOUND-SW        PIC X(1).
           88  MATCH-FOUND          VALUE "Y".
      *
      * Notice-period arithmetic: the calendar day-walk CCBILL uses
      * for its due date.
      *
       01  WS-DUE-DATE              PIC 9(08).
       01  WS-DUE-FIELDS REDEFINES WS-DUE-DATE.
           05  WS-DUE-YEAR          PIC 9(04).
           05  WS-DUE-MONTH         PIC 9(02).
           05  WS-DUE-DAY           PIC 9(02).
       01  WS-DAYS-IN-MONTH         PIC 9(02).
       01  WS-LEAP-WORK             PIC 9(04) COMP.
       01  WS-LEAP-REM              PIC 9(04) COMP.
       01  WS-LEAP-SW               PIC X(1).
      *
      * OPERSEC sign-on interface: deciding a dispute, and with it
      * whether the bank's money stays with the customer, is
      * supervisor work.
      *
       01  LK-OPER-CHECK-ID         PIC X(08).
       01  LK-REQUIRED-ROLE         PIC X(01) VALUE "S".
       01  LK-SIGNON-RESULT.
           05  LK-SIGNON-OK         PIC X(01).
           05  LK-SIGNON-REASON     PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           PERFORM LOAD-PARAMETERS
           OPEN INPUT DECISION-FILE
           PERFORM LOAD-DECISION-TABLE
           CLOSE DECISION-FILE
           OPEN INPUT CASE-FILE
           OPEN OUTPUT CASE-OUT-FILE
           OPEN OUTPUT DD-CLAIM-FILE
           OPEN OUTPUT CHQ-CLAIM-FILE
           OPEN OUTPUT REVIEW-RPT-FILE
           PERFORM READ-CASE
           PERFORM REVIEW-ONE-CASE UNTIL END-OF-CASES
           PERFORM REPORT-UNMATCHED-DECISIONS
           CLOSE CASE-FILE CASE-OUT-FILE DD-CLAIM-FILE
               CHQ-CLAIM-FILE REVIEW-RPT-FILE
           DISPLAY "DSPREVW: DECISIONS READ     " WS-DECISION-COUNT
           DISPLAY "DSPREVW: CASES UPHELD       " WS-UPHELD-COUNT
           DISPLAY "DSPREVW: CASES DECLINED     " WS-DECLINED-COUNT
           DISPLAY "DSPREVW: CLAIMS RAISED      " WS-CLAIM-COUNT
           DISPLAY "DSPREVW: DECISIONS REFUSED  " WS-REFUSED-COUNT
           IF WS-REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               PERFORM READ-PARM
               PERFORM STORE-PARM-ENTRY UNTIL END-OF-PARMS
               CLOSE PARM-FILE
           END-IF.

       READ-PARM.
           READ PARM-FILE
               AT END MOVE "Y" TO WS-PARM-EOF
           END-READ.

       STORE-PARM-ENTRY.
           MOVE DP-REASON TO WS-FIND-REASON
           PERFORM FIND-PARM-FOR-REASON
           IF PARM-FOUND
               AND DP-NOTICE-DAYS NUMERIC AND DP-NOTICE-DAYS > 0
               MOVE DP-NOTICE-DAYS TO WS-PRM-NOTICE-DAYS(WS-PRM-SUB)
           END-IF
           PERFORM READ-PARM.

       FIND-PARM-FOR-REASON.
           MOVE "N" TO WS-PRM-FOUND-SW
           PERFORM VARYING WS-PRM-SUB FROM 1 BY 1
               UNTIL WS-PRM-SUB > 3 OR PARM-FOUND
               IF WS-PRM-REASON(WS-PRM-SUB) = WS-FIND-REASON
                   MOVE "Y" TO WS-PRM-FOUND-SW
               END-IF
           END-PERFORM
           IF PARM-FOUND
               SUBTRACT 1 FROM WS-PRM-SUB
           END-IF.

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
           MOVE DD-OFFICER-ID TO LK-OPER-CHECK-ID
           CALL "OPERSEC" USING LK-OPER-CHECK-ID LK-REQUIRED-ROLE
               LK-SIGNON-RESULT
           IF LK-SIGNON-OK = "N"
               DISPLAY "DSPREVW: DECISION REFUSED FOR OFFICER "
                   DD-OFFICER-ID " - " LK-SIGNON-REASON
               PERFORM READ-DECISION
           ELSE
               PERFORM STORE-GOOD-DECISION
           END-IF.

       STORE-GOOD-DECISION.
           IF WS-DECISION-COUNT = 200
               DISPLAY "DSPREVW: DECISION TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DECISION-COUNT
           SET WS-DEC-IDX TO WS-DECISION-COUNT
           MOVE DD-TRX-REF TO WS-DEC-TRX-REF(WS-DEC-IDX)
           MOVE DD-DECISION TO WS-DEC-DECISION(WS-DEC-IDX)
           MOVE DD-OFFICER-ID TO WS-DEC-OFFICER-ID(WS-DEC-IDX)
           MOVE "N" TO WS-DEC-USED-SW(WS-DEC-IDX)
           PERFORM READ-DECISION.

       READ-CASE.
           READ CASE-FILE
               AT END MOVE "Y" TO WS-CASE-EOF
           END-READ.

      *
      * Only a case still open or provisionally credited is waiting
      * for a decision.
      *
       REVIEW-ONE-CASE.
           IF DS-OPEN OR DS-CREDITED
               PERFORM FIND-DECISION-FOR-CASE
               IF MATCH-FOUND
                   PERFORM APPLY-DECISION
               END-IF
           END-IF
           MOVE DISPUTE-CASE-RECORD TO CASE-OUT-RECORD
           WRITE CASE-OUT-RECORD
           PERFORM READ-CASE.

       FIND-DECISION-FOR-CASE.
           MOVE "N" TO WS-MATCH-FOUND-SW
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-DECISION-COUNT
                   OR MATCH-FOUND
               IF WS-DEC-TRX-REF(WS-MATCH-IDX) = DS-TRX-REF
                   AND WS-DEC-USED-SW(WS-MATCH-IDX) = "N"
                   MOVE "Y" TO WS-MATCH-FOUND-SW
               END-IF
           END-PERFORM
           IF MATCH-FOUND
               SUBTRACT 1 FROM WS-MATCH-IDX
           END-IF.

       APPLY-DECISION.
           MOVE "Y" TO WS-DEC-USED-SW(WS-MATCH-IDX)
           MOVE SPACES TO REVIEW-RPT-RECORD
           MOVE DS-TRX-REF TO DV-TRX-REF
           MOVE DS-REASON TO DV-REASON
           MOVE DS-ACCOUNT TO DV-ACCOUNT
           MOVE DS-CLAIM-AMOUNT TO DV-CLAIM-AMOUNT
           MOVE WS-DEC-OFFICER-ID(WS-MATCH-IDX) TO DV-OFFICER-ID
           MOVE 0 TO DV-REVERSE-DATE
           EVALUATE TRUE
               WHEN WS-DEC-OFFICER-ID(WS-MATCH-IDX) = DS-HANDLER-ID
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "REFUSED - OFFICER IS THE CASE HANDLER"
                       TO DV-OUTCOME
               WHEN WS-DEC-DECISION(WS-MATCH-IDX) = "U"
                   PERFORM UPHOLD-CASE
               WHEN WS-DEC-DECISION(WS-MATCH-IDX) = "D"
                   PERFORM DECLINE-CASE
               WHEN OTHER
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "REFUSED - DECISION NOT U OR D"
                       TO DV-OUTCOME
           END-EVALUATE
           WRITE REVIEW-RPT-RECORD.

       UPHOLD-CASE.
           ADD 1 TO WS-UPHELD-COUNT
           IF DS-CREDITED
               MOVE "UPHELD - PROVISIONAL CREDIT MADE FINAL"
                   TO DV-OUTCOME
           ELSE
               MOVE "UPHELD - CREDIT DUE ON NEXT DSPPOST"
                   TO DV-OUTCOME
           END-IF
           MOVE "F" TO DS-STATUS
           MOVE WS-DEC-OFFICER-ID(WS-MATCH-IDX) TO DS-RESOLVED-BY
           MOVE WS-TODAY TO DS-RESOLVED-DATE
           EVALUATE TRUE
               WHEN DS-DD-CANCELLED
                   PERFORM RAISE-DD-CLAIM
               WHEN DS-CHQ-NOT-WRITTEN
                   PERFORM RAISE-CHEQUE-CLAIM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *
      * A provisional credit is not taken straight back: the case
      * waits out the notice period first.
      *
       DECLINE-CASE.
           ADD 1 TO WS-DECLINED-COUNT
           MOVE WS-DEC-OFFICER-ID(WS-MATCH-IDX) TO DS-RESOLVED-BY
           MOVE WS-TODAY TO DS-RESOLVED-DATE
           IF DS-CREDITED
               MOVE DS-REASON TO WS-FIND-REASON
               PERFORM FIND-PARM-FOR-REASON
               MOVE WS-TODAY TO WS-DUE-DATE
               IF PARM-FOUND
                   PERFORM ADVANCE-ONE-DAY
                       WS-PRM-NOTICE-DAYS(WS-PRM-SUB) TIMES
               END-IF
               MOVE "N" TO DS-STATUS
               MOVE WS-TODAY TO DS-NOTICE-DATE
               MOVE WS-DUE-DATE TO DS-REVERSE-DUE-DATE
               MOVE WS-DUE-DATE TO DV-REVERSE-DATE
               MOVE "DECLINED - NOTICE GIVEN, CREDIT REVERSES"
                   TO DV-OUTCOME
           ELSE
               MOVE "D" TO DS-STATUS
               MOVE "DECLINED - NO CREDIT WAS GIVEN" TO DV-OUTCOME
           END-IF.

       RAISE-DD-CLAIM.
           ADD 1 TO WS-CLAIM-COUNT
           MOVE SPACES TO DD-CLAIM-RECORD
           MOVE DS-COUNTERPARTY TO DR-ORIGINATOR-ID
           MOVE DS-ITEM-NUMBER TO DR-MANDATE-ID
           MOVE DS-ACCOUNT TO DR-DEBTOR-ACCT
           MOVE DS-CLAIM-AMOUNT TO DR-AMOUNT
           MOVE DS-TRX-REF TO DR-THEIR-REF
           MOVE "IND" TO DR-REASON-CODE
           MOVE "INDEMNITY - MANDATE CANCELLED" TO DR-REASON
           WRITE DD-CLAIM-RECORD
           MOVE WS-TODAY TO DS-CLAIM-DATE.

       RAISE-CHEQUE-CLAIM.
           ADD 1 TO WS-CLAIM-COUNT
           MOVE SPACES TO CHQ-CLAIM-RECORD
           MOVE DS-ACCOUNT TO RT-ACCOUNT
           MOVE DS-ITEM-NUMBER TO RT-SERIAL
           MOVE DS-COUNTER-ACCT TO RT-PAYEE-ACCOUNT
           MOVE DS-CLAIM-AMOUNT TO RT-AMOUNT
           MOVE "FGD" TO RT-REASON-CODE
           MOVE "NOT DRAWN BY ACCOUNT HOLDER" TO RT-REASON
           WRITE CHQ-CLAIM-RECORD
           MOVE WS-TODAY TO DS-CLAIM-DATE.

       REPORT-UNMATCHED-DECISIONS.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-DECISION-COUNT
               IF WS-DEC-USED-SW(WS-MATCH-IDX) = "N"
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE SPACES TO REVIEW-RPT-RECORD
                   MOVE WS-DEC-TRX-REF(WS-MATCH-IDX) TO DV-TRX-REF
                   MOVE WS-DEC-OFFICER-ID(WS-MATCH-IDX)
                       TO DV-OFFICER-ID
                   MOVE 0 TO DV-CLAIM-AMOUNT
                   MOVE 0 TO DV-REVERSE-DATE
                   MOVE "DECISION DID NOT MATCH AN UNDECIDED CASE"
                       TO DV-OUTCOME
                   WRITE REVIEW-RPT-RECORD
               END-IF
           END-PERFORM.

       ADVANCE-ONE-DAY.
           PERFORM SET-DAYS-IN-MONTH
           IF WS-DUE-DAY < WS-DAYS-IN-MONTH
               ADD 1 TO WS-DUE-DAY
           ELSE
               MOVE 1 TO WS-DUE-DAY
               IF WS-DUE-MONTH < 12
                   ADD 1 TO WS-DUE-MONTH
               ELSE
                   MOVE 1 TO WS-DUE-MONTH
                   ADD 1 TO WS-DUE-YEAR
               END-IF
           END-IF.

       SET-DAYS-IN-MONTH.
           EVALUATE WS-DUE-MONTH
               WHEN 02 PERFORM SET-FEBRUARY-DAYS
               WHEN 04 MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 06 MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 09 MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 11 MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN OTHER MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

       SET-FEBRUARY-DAYS.
           MOVE 28 TO WS-DAYS-IN-MONTH
           DIVIDE WS-DUE-YEAR BY 4 GIVING WS-LEAP-WORK
               REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM = 0
               MOVE "Y" TO WS-LEAP-SW
               DIVIDE WS-DUE-YEAR BY 100 GIVING WS-LEAP-WORK
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   MOVE "N" TO WS-LEAP-SW
                   DIVIDE WS-DUE-YEAR BY 400 GIVING WS-LEAP-WORK
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       MOVE "Y" TO WS-LEAP-SW
                   END-IF
               END-IF
               IF WS-LEAP-SW = "Y"
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF.
