       IDENTIFICATION DIVISION.
       PROGRAM-ID. JVENTRY.
      *
      * Manual GL journal voucher entry, the maker's half of the
      * voucher maker-checker.  Until now only programs posted to
      * GLTRANS; finance keys its accruals, corrections and expense
      * allocations here instead of asking for a file edit.
      *
      * JVINPUT carries the keyed lines.  Consecutive lines under
      * one batch key are one voucher, of any number of debit and
      * credit lines up to the table size.  A voucher is accepted
      * whole or refused whole:
      *   - the maker must sign on through OPERSEC;
      *   - every line must be keyed by the same maker;
      *   - the voucher must name the branch it books at, and every
      *     line must name the same one;
      *   - every line's GL account must be open on COAMAST;
      *   - every line needs a D or C and an amount;
      *   - there must be at least one debit and one credit;
      *   - debits must equal credits.
      *
      * An accepted voucher takes the next voucher number and goes
      * to the JRNLPEND pending file at status "P" to wait for a
      * second operator's JVREVW decision; nothing touches the GL
      * until JVPOST posts it.  A missing value date means today.
      * Refused vouchers are listed on JVERPT with the reason and
      * end the run RC=4.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOUCHER-INPUT-FILE ASSIGN TO "JVINPUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT JOURNAL-PENDING-FILE ASSIGN TO "JRNLPEND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PND-FILE-STATUS.
           SELECT COA-MASTER-FILE ASSIGN TO "COAMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COA-FILE-STATUS.
           SELECT ENTRY-RPT-FILE ASSIGN TO "JVERPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VOUCHER-INPUT-FILE.
       01  VOUCHER-INPUT-RECORD.
           05  JI-BATCH-KEY         PIC X(08).
           05  JI-GL-ACCOUNT        PIC 9(08).
           05  JI-DR-CR             PIC X(01).
           05  JI-AMOUNT            PIC 9(09)V99.
           05  JI-NARRATIVE         PIC X(30).
           05  JI-VALUE-DATE        PIC 9(08).
           05  JI-MAKER-ID          PIC X(08).
           05  JI-BRANCH            PIC X(04).

       FD  JOURNAL-PENDING-FILE.
       COPY JRNLVCH.

       FD  COA-MASTER-FILE.
       01  COA-MASTER-RECORD.
           05  COA-ACCOUNT          PIC 9(08).
           05  COA-DESCRIPTION      PIC X(30).
           05  COA-TYPE             PIC X(01).
               88  COA-CUSTOMER     VALUE "C".
               88  COA-HOUSE        VALUE "H".
               88  COA-INCOME       VALUE "I".
               88  COA-EXPENSE      VALUE "E".
           05  COA-STATUS           PIC X(01).
               88  COA-OPEN         VALUE "O".
               88  COA-CLOSED       VALUE "C".

       FD  ENTRY-RPT-FILE.
       01  ENTRY-RPT-RECORD.
           05  JE-BATCH-KEY         PIC X(08).
           05  FILLER               PIC X(02).
           05  JE-VOUCHER-NO        PIC 9(08).
           05  FILLER               PIC X(02).
           05  JE-MAKER-ID          PIC X(08).
           05  FILLER               PIC X(02).
           05  JE-LINE-COUNT        PIC ZZ9.
           05  FILLER               PIC X(02).
           05  JE-DEBIT-TOTAL       PIC Z(10)9.99.
           05  FILLER               PIC X(02).
           05  JE-OUTCOME           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-IN-FILE-STATUS        PIC X(2).
       01  WS-PND-FILE-STATUS       PIC X(2).
       01  WS-COA-FILE-STATUS       PIC X(2).
       01  WS-IN-EOF                PIC X(1) VALUE "N".
           88  END-OF-INPUT         VALUE "Y".
       01  WS-PND-EOF               PIC X(1) VALUE "N".
           88  END-OF-PENDING       VALUE "Y".
       01  WS-COA-EOF               PIC X(1) VALUE "N".
           88  END-OF-CHART         VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-ACCEPTED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-REFUSED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-HIGH-VOUCHER-NO       PIC 9(08) VALUE 0.
       01  WS-REPORT-VOUCHER-NO     PIC 9(08).
      *
      * The chart, loaded once, for the account checks.
      *
       01  WS-COA-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-COA-TABLE.
           05  WS-COA-ENTRY OCCURS 5000 TIMES.
               10  WS-COA-ACCOUNT   PIC 9(08).
               10  WS-COA-STATUS    PIC X(01).
       01  WS-COA-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-COA-FOUND-SW          PIC X(1).
           88  ACCOUNT-OPEN-ON-CHART VALUE "Y".
      *
      * The voucher being assembled from the input lines.
      *
       01  WS-CURRENT-KEY           PIC X(08).
       01  WS-VOUCHER-MAKER         PIC X(08).
       01  WS-VOUCHER-BRANCH        PIC X(04).
       01  WS-LINE-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-LINE-TABLE.
           05  WS-LIN-ENTRY OCCURS 99 TIMES.
               10  WS-LIN-GL-ACCOUNT PIC 9(08).
               10  WS-LIN-DR-CR     PIC X(01).
               10  WS-LIN-AMOUNT    PIC 9(09)V99.
               10  WS-LIN-NARRATIVE PIC X(30).
               10  WS-LIN-VALUE-DATE PIC 9(08).
               10  WS-LIN-MAKER-ID  PIC X(08).
               10  WS-LIN-BRANCH    PIC X(04).
       01  WS-LIN-SUB               PIC 9(3) COMP VALUE 0.
       01  WS-TOO-MANY-LINES-SW     PIC X(1).
           88  TOO-MANY-LINES       VALUE "Y".
       01  WS-DEBIT-TOTAL           PIC 9(11)V99.
       01  WS-CREDIT-TOTAL          PIC 9(11)V99.
       01  WS-DEBIT-LINES           PIC 9(3) COMP.
       01  WS-CREDIT-LINES          PIC 9(3) COMP.
       01  WS-VOUCHER-OK-SW         PIC X(1).
           88  VOUCHER-OK           VALUE "Y".
       01  WS-REFUSE-REASON         PIC X(40).
      *
      * OPERSEC sign-on interface: the maker must exist, be active,
      * and hold a maintenance role.
      *
       01  LK-OPER-CHECK-ID         PIC X(08).
       01  LK-REQUIRED-ROLE         PIC X(01) VALUE "M".
       01  LK-SIGNON-RESULT.
           05  LK-SIGNON-OK         PIC X(01).
           05  LK-SIGNON-REASON     PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           OPEN INPUT VOUCHER-INPUT-FILE
           IF WS-IN-FILE-STATUS NOT = "00"
               DISPLAY "JVENTRY: NO VOUCHER INPUT, NOTHING TO DO"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-CHART-TABLE
           PERFORM FIND-HIGH-VOUCHER-NO
           OPEN EXTEND JOURNAL-PENDING-FILE
           OPEN OUTPUT ENTRY-RPT-FILE
           PERFORM READ-VOUCHER-LINE
           PERFORM TAKE-ONE-VOUCHER UNTIL END-OF-INPUT
           CLOSE VOUCHER-INPUT-FILE JOURNAL-PENDING-FILE
               ENTRY-RPT-FILE
           DISPLAY "JVENTRY: VOUCHERS PENDED    " WS-ACCEPTED-COUNT
           DISPLAY "JVENTRY: VOUCHERS REFUSED   " WS-REFUSED-COUNT
           IF WS-REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-CHART-TABLE.
           OPEN INPUT COA-MASTER-FILE
           IF WS-COA-FILE-STATUS = "00"
               PERFORM READ-CHART
               PERFORM STORE-CHART-ENTRY UNTIL END-OF-CHART
               CLOSE COA-MASTER-FILE
           END-IF.

       READ-CHART.
           READ COA-MASTER-FILE
               AT END MOVE "Y" TO WS-COA-EOF
           END-READ.

       STORE-CHART-ENTRY.
           IF WS-COA-COUNT = 5000
               DISPLAY "JVENTRY: CHART TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-COA-COUNT
           MOVE COA-ACCOUNT TO WS-COA-ACCOUNT(WS-COA-COUNT)
           MOVE COA-STATUS TO WS-COA-STATUS(WS-COA-COUNT)
           PERFORM READ-CHART.

      *
      * Voucher numbers run on from the highest already on the
      * pending file, the way CHQDEP numbers its holds.
      *
       FIND-HIGH-VOUCHER-NO.
           OPEN INPUT JOURNAL-PENDING-FILE
           IF WS-PND-FILE-STATUS = "00"
               PERFORM READ-PENDING
               PERFORM NOTE-VOUCHER-NO UNTIL END-OF-PENDING
               CLOSE JOURNAL-PENDING-FILE
           END-IF.

       READ-PENDING.
           READ JOURNAL-PENDING-FILE
               AT END MOVE "Y" TO WS-PND-EOF
           END-READ.

       NOTE-VOUCHER-NO.
           IF JV-VOUCHER-NO > WS-HIGH-VOUCHER-NO
               MOVE JV-VOUCHER-NO TO WS-HIGH-VOUCHER-NO
           END-IF
           PERFORM READ-PENDING.

       READ-VOUCHER-LINE.
           READ VOUCHER-INPUT-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       TAKE-ONE-VOUCHER.
           MOVE JI-BATCH-KEY TO WS-CURRENT-KEY
           MOVE JI-MAKER-ID TO WS-VOUCHER-MAKER
           MOVE JI-BRANCH TO WS-VOUCHER-BRANCH
           MOVE 0 TO WS-LINE-COUNT
           MOVE "N" TO WS-TOO-MANY-LINES-SW
           PERFORM COLLECT-VOUCHER-LINE
               UNTIL END-OF-INPUT
                   OR JI-BATCH-KEY NOT = WS-CURRENT-KEY
           PERFORM VALIDATE-VOUCHER
           IF VOUCHER-OK
               PERFORM PEND-VOUCHER
           ELSE
               PERFORM REFUSE-VOUCHER
           END-IF.

       COLLECT-VOUCHER-LINE.
           IF WS-LINE-COUNT = 99
               MOVE "Y" TO WS-TOO-MANY-LINES-SW
           ELSE
               ADD 1 TO WS-LINE-COUNT
               MOVE JI-GL-ACCOUNT TO WS-LIN-GL-ACCOUNT(WS-LINE-COUNT)
               MOVE JI-DR-CR TO WS-LIN-DR-CR(WS-LINE-COUNT)
               MOVE JI-AMOUNT TO WS-LIN-AMOUNT(WS-LINE-COUNT)
               MOVE JI-NARRATIVE TO WS-LIN-NARRATIVE(WS-LINE-COUNT)
               MOVE JI-VALUE-DATE TO WS-LIN-VALUE-DATE(WS-LINE-COUNT)
               MOVE JI-MAKER-ID TO WS-LIN-MAKER-ID(WS-LINE-COUNT)
               MOVE JI-BRANCH TO WS-LIN-BRANCH(WS-LINE-COUNT)
           END-IF
           PERFORM READ-VOUCHER-LINE.

      *
      * The first failure found is the reason given; the voucher
      * goes back to the maker whole.
      *
       VALIDATE-VOUCHER.
           MOVE "Y" TO WS-VOUCHER-OK-SW
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE 0 TO WS-DEBIT-TOTAL
           MOVE 0 TO WS-CREDIT-TOTAL
           MOVE 0 TO WS-DEBIT-LINES
           MOVE 0 TO WS-CREDIT-LINES
           IF TOO-MANY-LINES
               MOVE "N" TO WS-VOUCHER-OK-SW
               MOVE "MORE THAN 99 LINES ON VOUCHER"
                   TO WS-REFUSE-REASON
           END-IF
           IF VOUCHER-OK
               MOVE WS-VOUCHER-MAKER TO LK-OPER-CHECK-ID
               CALL "OPERSEC" USING LK-OPER-CHECK-ID LK-REQUIRED-ROLE
                   LK-SIGNON-RESULT
               IF LK-SIGNON-OK = "N"
                   MOVE "N" TO WS-VOUCHER-OK-SW
                   MOVE LK-SIGNON-REASON TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF VOUCHER-OK
               IF WS-VOUCHER-BRANCH = SPACES
                   MOVE "N" TO WS-VOUCHER-OK-SW
                   MOVE "VOUCHER BRANCH MISSING" TO WS-REFUSE-REASON
               END-IF
           END-IF
           PERFORM VARYING WS-LIN-SUB FROM 1 BY 1
               UNTIL WS-LIN-SUB > WS-LINE-COUNT
                   OR NOT VOUCHER-OK
               PERFORM VALIDATE-ONE-LINE
           END-PERFORM
           IF VOUCHER-OK
               IF WS-DEBIT-LINES = 0 OR WS-CREDIT-LINES = 0
                   MOVE "N" TO WS-VOUCHER-OK-SW
                   MOVE "VOUCHER NEEDS A DEBIT AND A CREDIT"
                       TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF VOUCHER-OK
               IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                   MOVE "N" TO WS-VOUCHER-OK-SW
                   MOVE "DEBITS DO NOT EQUAL CREDITS"
                       TO WS-REFUSE-REASON
               END-IF
           END-IF.

       VALIDATE-ONE-LINE.
           EVALUATE TRUE
               WHEN WS-LIN-MAKER-ID(WS-LIN-SUB) NOT = WS-VOUCHER-MAKER
                   MOVE "N" TO WS-VOUCHER-OK-SW
                   MOVE "LINES KEYED BY MORE THAN ONE MAKER"
                       TO WS-REFUSE-REASON
               WHEN WS-LIN-BRANCH(WS-LIN-SUB) NOT = WS-VOUCHER-BRANCH
                   MOVE "N" TO WS-VOUCHER-OK-SW
                   MOVE "LINES KEYED FOR MORE THAN ONE BRANCH"
                       TO WS-REFUSE-REASON
               WHEN WS-LIN-GL-ACCOUNT(WS-LIN-SUB) NOT NUMERIC
                   MOVE "N" TO WS-VOUCHER-OK-SW
                   MOVE "GL ACCOUNT NOT NUMERIC" TO WS-REFUSE-REASON
               WHEN WS-LIN-AMOUNT(WS-LIN-SUB) NOT NUMERIC
                   OR WS-LIN-AMOUNT(WS-LIN-SUB) = 0
                   MOVE "N" TO WS-VOUCHER-OK-SW
                   MOVE "LINE AMOUNT MISSING" TO WS-REFUSE-REASON
               WHEN WS-LIN-DR-CR(WS-LIN-SUB) = "D"
                   ADD 1 TO WS-DEBIT-LINES
                   ADD WS-LIN-AMOUNT(WS-LIN-SUB) TO WS-DEBIT-TOTAL
               WHEN WS-LIN-DR-CR(WS-LIN-SUB) = "C"
                   ADD 1 TO WS-CREDIT-LINES
                   ADD WS-LIN-AMOUNT(WS-LIN-SUB) TO WS-CREDIT-TOTAL
               WHEN OTHER
                   MOVE "N" TO WS-VOUCHER-OK-SW
                   MOVE "LINE IS NEITHER DEBIT NOR CREDIT"
                       TO WS-REFUSE-REASON
           END-EVALUATE
           IF VOUCHER-OK
               PERFORM CHECK-CHART-ACCOUNT
               IF NOT ACCOUNT-OPEN-ON-CHART
                   MOVE "N" TO WS-VOUCHER-OK-SW
                   MOVE "GL ACCOUNT NOT OPEN ON COAMAST"
                       TO WS-REFUSE-REASON
               END-IF
           END-IF.

       CHECK-CHART-ACCOUNT.
           MOVE "N" TO WS-COA-FOUND-SW
           PERFORM VARYING WS-COA-SUB FROM 1 BY 1
               UNTIL WS-COA-SUB > WS-COA-COUNT
                   OR ACCOUNT-OPEN-ON-CHART
               IF WS-COA-ACCOUNT(WS-COA-SUB) =
                   WS-LIN-GL-ACCOUNT(WS-LIN-SUB)
                   AND WS-COA-STATUS(WS-COA-SUB) = "O"
                   MOVE "Y" TO WS-COA-FOUND-SW
               END-IF
           END-PERFORM.

       PEND-VOUCHER.
           ADD 1 TO WS-ACCEPTED-COUNT
           ADD 1 TO WS-HIGH-VOUCHER-NO
           PERFORM WRITE-PENDING-LINE
               VARYING WS-LIN-SUB FROM 1 BY 1
               UNTIL WS-LIN-SUB > WS-LINE-COUNT
           MOVE WS-HIGH-VOUCHER-NO TO WS-REPORT-VOUCHER-NO
           MOVE "PENDING APPROVAL" TO WS-REFUSE-REASON
           PERFORM WRITE-ENTRY-LINE.

       WRITE-PENDING-LINE.
           MOVE WS-HIGH-VOUCHER-NO TO JV-VOUCHER-NO
           MOVE WS-LIN-SUB TO JV-LINE-NO
           MOVE WS-LIN-GL-ACCOUNT(WS-LIN-SUB) TO JV-GL-ACCOUNT
           MOVE WS-LIN-DR-CR(WS-LIN-SUB) TO JV-DR-CR
           MOVE WS-LIN-AMOUNT(WS-LIN-SUB) TO JV-AMOUNT
           MOVE WS-LIN-NARRATIVE(WS-LIN-SUB) TO JV-NARRATIVE
           IF WS-LIN-VALUE-DATE(WS-LIN-SUB) = 0
               MOVE WS-TODAY TO JV-VALUE-DATE
           ELSE
               MOVE WS-LIN-VALUE-DATE(WS-LIN-SUB) TO JV-VALUE-DATE
           END-IF
           MOVE WS-VOUCHER-MAKER TO JV-MAKER-ID
           MOVE SPACES TO JV-CHECKER-ID
           MOVE "P" TO JV-STATUS
           MOVE WS-TODAY TO JV-ENTERED-DATE
           MOVE WS-TODAY TO JV-STATUS-DATE
           MOVE WS-VOUCHER-BRANCH TO JV-BRANCH
           WRITE JOURNAL-VOUCHER-RECORD.

       REFUSE-VOUCHER.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE 0 TO WS-REPORT-VOUCHER-NO
           PERFORM WRITE-ENTRY-LINE.

       WRITE-ENTRY-LINE.
           MOVE SPACES TO ENTRY-RPT-RECORD
           MOVE WS-CURRENT-KEY TO JE-BATCH-KEY
           MOVE WS-REPORT-VOUCHER-NO TO JE-VOUCHER-NO
           MOVE WS-VOUCHER-MAKER TO JE-MAKER-ID
           MOVE WS-LINE-COUNT TO JE-LINE-COUNT
           MOVE WS-DEBIT-TOTAL TO JE-DEBIT-TOTAL
           MOVE WS-REFUSE-REASON TO JE-OUTCOME
           WRITE ENTRY-RPT-RECORD.
