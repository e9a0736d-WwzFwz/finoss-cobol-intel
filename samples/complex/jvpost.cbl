       IDENTIFICATION DIVISION.
       PROGRAM-ID. JVPOST.
      *
      * Posting step for approved manual journal vouchers.  Every
      * voucher JVREVW approved is booked to the GL through GLPOST
      * under the "MJV " type and a reference built from the
      * voucher number ("JV" and the number), so every entry it
      * produces traces back to the voucher, its maker and its
      * checker.  Every entry books through GLPOST-BR at the branch
      * keyed on the voucher, the TILLPOST way, so the GL carries
      * the originating branch the maker named.
      *
      * GLPOST books a debit and a credit account per entry, so the
      * voucher's debit lines are paired off against its credit
      * lines in line order.  Each pair posts the smaller of the two
      * amounts still open and moves on from whichever line is used
      * up.  A balanced voucher always pairs out exactly.
      *
      * The chart is checked again before anything books: an
      * account closed since the voucher was keyed holds the whole
      * voucher back at approved, on the report, rather than letting
      * GLPOST suspend half of it.  Posted vouchers are marked "D"
      * on JRNLPEND.NEW (the usual handover); everything else
      * carries forward untouched.  Outcomes land on JVPSRPT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-PENDING-FILE ASSIGN TO "JRNLPEND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PND-FILE-STATUS.
           SELECT JOURNAL-OUT-FILE ASSIGN TO "JRNLPEND.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT COA-MASTER-FILE ASSIGN TO "COAMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COA-FILE-STATUS.
           SELECT POST-RPT-FILE ASSIGN TO "JVPSRPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  POST-RPT-FILE.
       01  POST-RPT-RECORD.
           05  JP-VOUCHER-NO        PIC 9(08).
           05  FILLER               PIC X(02).
           05  JP-MAKER-ID          PIC X(08).
           05  FILLER               PIC X(02).
           05  JP-CHECKER-ID        PIC X(08).
           05  FILLER               PIC X(02).
           05  JP-ENTRY-COUNT       PIC ZZ9.
           05  FILLER               PIC X(02).
           05  JP-AMOUNT            PIC Z(10)9.99.
           05  FILLER               PIC X(02).
           05  JP-OUTCOME           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-PND-FILE-STATUS       PIC X(2).
       01  WS-COA-FILE-STATUS       PIC X(2).
       01  WS-PND-EOF               PIC X(1) VALUE "N".
           88  END-OF-PENDING       VALUE "Y".
       01  WS-COA-EOF               PIC X(1) VALUE "N".
           88  END-OF-CHART         VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-POSTED-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-HELD-COUNT            PIC 9(7) COMP VALUE 0.
       01  WS-COA-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-COA-TABLE.
           05  WS-COA-ENTRY OCCURS 5000 TIMES.
               10  WS-COA-ACCOUNT   PIC 9(08).
               10  WS-COA-STATUS    PIC X(01).
       01  WS-COA-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-COA-FOUND-SW          PIC X(1).
           88  ACCOUNT-OPEN-ON-CHART VALUE "Y".
      *
      * One voucher's lines, held whole until the voucher is done.
      *
       01  WS-CURRENT-VOUCHER-NO    PIC 9(08).
       01  WS-LINE-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-LINE-TABLE.
           05  WS-LIN-ENTRY OCCURS 999 TIMES.
               10  WS-LIN-IMAGE     PIC X(106).
       01  WS-LIN-SUB               PIC 9(3) COMP VALUE 0.
       01  WS-VOUCHER-OK-SW         PIC X(1).
           88  VOUCHER-OK           VALUE "Y".
      *
      * Open debit and credit amounts for pairing.
      *
       01  WS-DR-COUNT              PIC 9(3) COMP VALUE 0.
       01  WS-CR-COUNT              PIC 9(3) COMP VALUE 0.
       01  WS-DR-TABLE.
           05  WS-DR-ENTRY OCCURS 999 TIMES.
               10  WS-DR-ACCOUNT    PIC 9(08).
               10  WS-DR-OPEN       PIC 9(09)V99.
       01  WS-CR-TABLE.
           05  WS-CR-ENTRY OCCURS 999 TIMES.
               10  WS-CR-ACCOUNT    PIC 9(08).
               10  WS-CR-OPEN       PIC 9(09)V99.
       01  WS-DR-SUB                PIC 9(3) COMP VALUE 0.
       01  WS-CR-SUB                PIC 9(3) COMP VALUE 0.
       01  WS-ENTRY-COUNT           PIC 9(3) COMP VALUE 0.
       01  WS-VOUCHER-TOTAL         PIC 9(11)V99.
      *
      * GLPOST interface.
      *
       01  WS-GL-DEBIT-ACCT         PIC 9(8).
       01  WS-GL-CREDIT-ACCT        PIC 9(8).
       01  WS-GL-AMOUNT             PIC 9(9)V99.
       01  WS-GL-MJV-TRANS-TYPE     PIC X(4) VALUE "MJV ".
       01  WS-GL-BRANCH             PIC X(04).
       01  WS-GL-REF.
           05  WS-GL-REF-PREFIX     PIC X(02) VALUE "JV".
           05  WS-GL-REF-VOUCHER    PIC 9(08).
           05  FILLER               PIC X(06) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           OPEN INPUT JOURNAL-PENDING-FILE
           IF WS-PND-FILE-STATUS NOT = "00"
               DISPLAY "JVPOST: NO PENDING VOUCHERS, NOTHING TO DO"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-CHART-TABLE
           OPEN OUTPUT JOURNAL-OUT-FILE
           OPEN OUTPUT POST-RPT-FILE
           PERFORM READ-PENDING
           PERFORM TAKE-ONE-VOUCHER UNTIL END-OF-PENDING
           CLOSE JOURNAL-PENDING-FILE JOURNAL-OUT-FILE
               POST-RPT-FILE
           DISPLAY "JVPOST: VOUCHERS POSTED     " WS-POSTED-COUNT
           DISPLAY "JVPOST: VOUCHERS HELD       " WS-HELD-COUNT
           IF WS-HELD-COUNT > 0
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
               DISPLAY "JVPOST: CHART TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-COA-COUNT
           MOVE COA-ACCOUNT TO WS-COA-ACCOUNT(WS-COA-COUNT)
           MOVE COA-STATUS TO WS-COA-STATUS(WS-COA-COUNT)
           PERFORM READ-CHART.

       READ-PENDING.
           READ JOURNAL-PENDING-FILE
               AT END MOVE "Y" TO WS-PND-EOF
           END-READ.

       TAKE-ONE-VOUCHER.
           MOVE JV-VOUCHER-NO TO WS-CURRENT-VOUCHER-NO
           MOVE 0 TO WS-LINE-COUNT
           PERFORM COLLECT-VOUCHER-LINE
               UNTIL END-OF-PENDING
                   OR JV-VOUCHER-NO NOT = WS-CURRENT-VOUCHER-NO
           MOVE WS-LIN-IMAGE(1) TO JOURNAL-OUT-RECORD
           IF JVO-STATUS = "A"
               PERFORM POST-APPROVED-VOUCHER
           END-IF
           PERFORM WRITE-VOUCHER-LINE
               VARYING WS-LIN-SUB FROM 1 BY 1
               UNTIL WS-LIN-SUB > WS-LINE-COUNT.

       COLLECT-VOUCHER-LINE.
           IF WS-LINE-COUNT = 999
               DISPLAY "JVPOST: VOUCHER LINE TABLE FULL - RAISE"
                   " OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LINE-COUNT
           MOVE JOURNAL-VOUCHER-RECORD TO WS-LIN-IMAGE(WS-LINE-COUNT)
           PERFORM READ-PENDING.

       POST-APPROVED-VOUCHER.
           MOVE "Y" TO WS-VOUCHER-OK-SW
           MOVE 0 TO WS-DR-COUNT
           MOVE 0 TO WS-CR-COUNT
           MOVE 0 TO WS-VOUCHER-TOTAL
           PERFORM LOAD-ONE-PAIRING-LINE
               VARYING WS-LIN-SUB FROM 1 BY 1
               UNTIL WS-LIN-SUB > WS-LINE-COUNT
           MOVE SPACES TO POST-RPT-RECORD
           MOVE WS-CURRENT-VOUCHER-NO TO JP-VOUCHER-NO
           MOVE JVO-MAKER-ID TO JP-MAKER-ID
           MOVE JVO-CHECKER-ID TO JP-CHECKER-ID
           MOVE WS-VOUCHER-TOTAL TO JP-AMOUNT
           MOVE 0 TO WS-ENTRY-COUNT
           IF VOUCHER-OK
               MOVE WS-CURRENT-VOUCHER-NO TO WS-GL-REF-VOUCHER
               MOVE JVO-BRANCH TO WS-GL-BRANCH
               MOVE 1 TO WS-DR-SUB
               MOVE 1 TO WS-CR-SUB
               PERFORM POST-ONE-PAIR
                   UNTIL WS-DR-SUB > WS-DR-COUNT
                       OR WS-CR-SUB > WS-CR-COUNT
               ADD 1 TO WS-POSTED-COUNT
               MOVE "POSTED" TO JP-OUTCOME
           ELSE
               ADD 1 TO WS-HELD-COUNT
               MOVE "HELD - GL ACCOUNT NO LONGER OPEN" TO JP-OUTCOME
           END-IF
           MOVE WS-ENTRY-COUNT TO JP-ENTRY-COUNT
           WRITE POST-RPT-RECORD.

       LOAD-ONE-PAIRING-LINE.
           MOVE WS-LIN-IMAGE(WS-LIN-SUB) TO JOURNAL-OUT-RECORD
           PERFORM CHECK-CHART-ACCOUNT
           IF NOT ACCOUNT-OPEN-ON-CHART
               MOVE "N" TO WS-VOUCHER-OK-SW
           END-IF
           IF JVO-DR-CR = "D"
               ADD 1 TO WS-DR-COUNT
               MOVE JVO-GL-ACCOUNT TO WS-DR-ACCOUNT(WS-DR-COUNT)
               MOVE JVO-AMOUNT TO WS-DR-OPEN(WS-DR-COUNT)
               ADD JVO-AMOUNT TO WS-VOUCHER-TOTAL
           ELSE
               ADD 1 TO WS-CR-COUNT
               MOVE JVO-GL-ACCOUNT TO WS-CR-ACCOUNT(WS-CR-COUNT)
               MOVE JVO-AMOUNT TO WS-CR-OPEN(WS-CR-COUNT)
           END-IF.

       CHECK-CHART-ACCOUNT.
           MOVE "N" TO WS-COA-FOUND-SW
           PERFORM VARYING WS-COA-SUB FROM 1 BY 1
               UNTIL WS-COA-SUB > WS-COA-COUNT
                   OR ACCOUNT-OPEN-ON-CHART
               IF WS-COA-ACCOUNT(WS-COA-SUB) = JVO-GL-ACCOUNT
                   AND WS-COA-STATUS(WS-COA-SUB) = "O"
                   MOVE "Y" TO WS-COA-FOUND-SW
               END-IF
           END-PERFORM.

       POST-ONE-PAIR.
           IF WS-DR-OPEN(WS-DR-SUB) < WS-CR-OPEN(WS-CR-SUB)
               MOVE WS-DR-OPEN(WS-DR-SUB) TO WS-GL-AMOUNT
           ELSE
               MOVE WS-CR-OPEN(WS-CR-SUB) TO WS-GL-AMOUNT
           END-IF
           MOVE WS-DR-ACCOUNT(WS-DR-SUB) TO WS-GL-DEBIT-ACCT
           MOVE WS-CR-ACCOUNT(WS-CR-SUB) TO WS-GL-CREDIT-ACCT
           CALL "GLPOST-BR" USING WS-GL-DEBIT-ACCT WS-GL-CREDIT-ACCT
               WS-GL-AMOUNT WS-GL-MJV-TRANS-TYPE WS-GL-REF
               WS-GL-BRANCH
           ADD 1 TO WS-ENTRY-COUNT
           SUBTRACT WS-GL-AMOUNT FROM WS-DR-OPEN(WS-DR-SUB)
           SUBTRACT WS-GL-AMOUNT FROM WS-CR-OPEN(WS-CR-SUB)
           IF WS-DR-OPEN(WS-DR-SUB) = 0
               ADD 1 TO WS-DR-SUB
           END-IF
           IF WS-CR-OPEN(WS-CR-SUB) = 0
               ADD 1 TO WS-CR-SUB
           END-IF.

       WRITE-VOUCHER-LINE.
           MOVE WS-LIN-IMAGE(WS-LIN-SUB) TO JOURNAL-OUT-RECORD
           IF JVO-STATUS = "A" AND VOUCHER-OK
               MOVE "D" TO JVO-STATUS
               MOVE WS-TODAY TO JVO-STATUS-DATE
           END-IF
           WRITE JOURNAL-OUT-RECORD.
