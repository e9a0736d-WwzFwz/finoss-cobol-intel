       IDENTIFICATION DIVISION.
       PROGRAM-ID. JVLIST.
      *
      * Journal voucher listing for audit.  Every voucher on the
      * JRNLPEND file prints with a header line -- voucher number,
      * branch, maker, checker, status, date keyed, date of the
      * last status change, line count and debit total -- followed
      * by its lines
      * (GL account, debit or credit, amount, value date,
      * narrative).  Pending, approved, rejected and posted vouchers
      * all print, so the listing is the whole maker-checker trail.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-PENDING-FILE ASSIGN TO "JRNLPEND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PND-FILE-STATUS.
           SELECT LIST-RPT-FILE ASSIGN TO "JVLSTRPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-PENDING-FILE.
       COPY JRNLVCH.

      *
      * Voucher and line rows share the record under REDEFINES.
      *
       FD  LIST-RPT-FILE.
       01  LIST-RPT-RECORD.
           05  JL-REC-TYPE          PIC X(01).
               88  JL-VOUCHER-LINE  VALUE "V".
               88  JL-DETAIL-LINE   VALUE "L".
           05  FILLER               PIC X(01).
           05  JL-VOUCHER-NO        PIC 9(08).
           05  FILLER               PIC X(02).
           05  JL-VOUCHER-DATA.
               10  JL-BRANCH        PIC X(04).
               10  FILLER           PIC X(02).
               10  JL-MAKER-ID      PIC X(08).
               10  FILLER           PIC X(02).
               10  JL-CHECKER-ID    PIC X(08).
               10  FILLER           PIC X(02).
               10  JL-STATUS        PIC X(08).
               10  FILLER           PIC X(02).
               10  JL-ENTERED-DATE  PIC 9(08).
               10  FILLER           PIC X(02).
               10  JL-STATUS-DATE   PIC 9(08).
               10  FILLER           PIC X(02).
               10  JL-LINE-COUNT    PIC ZZ9.
               10  FILLER           PIC X(02).
               10  JL-DEBIT-TOTAL   PIC Z(10)9.99.
               10  FILLER           PIC X(03).
           05  JL-DETAIL-DATA REDEFINES JL-VOUCHER-DATA.
               10  JL-LINE-NO       PIC ZZ9.
               10  FILLER           PIC X(02).
               10  JL-GL-ACCOUNT    PIC 9(08).
               10  FILLER           PIC X(02).
               10  JL-DR-CR         PIC X(01).
               10  FILLER           PIC X(02).
               10  JL-AMOUNT        PIC Z(08)9.99.
               10  FILLER           PIC X(02).
               10  JL-VALUE-DATE    PIC 9(08).
               10  FILLER           PIC X(02).
               10  JL-NARRATIVE     PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-PND-FILE-STATUS       PIC X(2).
       01  WS-PND-EOF               PIC X(1) VALUE "N".
           88  END-OF-PENDING       VALUE "Y".
       01  WS-VOUCHER-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-CURRENT-VOUCHER-NO    PIC 9(08).
       01  WS-LINE-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-DEBIT-TOTAL           PIC 9(11)V99.
       01  WS-LINE-TABLE.
           05  WS-LIN-ENTRY OCCURS 999 TIMES.
               10  WS-LIN-IMAGE     PIC X(106).
       01  WS-LIN-SUB               PIC 9(3) COMP VALUE 0.
       01  WS-HELD-LINE.
           05  WS-HL-VOUCHER-NO     PIC 9(08).
           05  WS-HL-LINE-NO        PIC 9(03).
           05  WS-HL-GL-ACCOUNT     PIC 9(08).
           05  WS-HL-DR-CR          PIC X(01).
           05  WS-HL-AMOUNT         PIC 9(09)V99.
           05  WS-HL-NARRATIVE      PIC X(30).
           05  WS-HL-VALUE-DATE     PIC 9(08).
           05  FILLER               PIC X(37).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           OPEN INPUT JOURNAL-PENDING-FILE
           IF WS-PND-FILE-STATUS NOT = "00"
               DISPLAY "JVLIST: NO VOUCHER FILE, NOTHING TO LIST"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LIST-RPT-FILE
           PERFORM READ-PENDING
           PERFORM LIST-ONE-VOUCHER UNTIL END-OF-PENDING
           CLOSE JOURNAL-PENDING-FILE LIST-RPT-FILE
           DISPLAY "JVLIST: VOUCHERS LISTED     " WS-VOUCHER-COUNT
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       READ-PENDING.
           READ JOURNAL-PENDING-FILE
               AT END MOVE "Y" TO WS-PND-EOF
           END-READ.

      *
      * The voucher line needs the totals, so its lines are held
      * until the voucher is complete and printed after it.
      *
       LIST-ONE-VOUCHER.
           ADD 1 TO WS-VOUCHER-COUNT
           MOVE JV-VOUCHER-NO TO WS-CURRENT-VOUCHER-NO
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-DEBIT-TOTAL
           MOVE SPACES TO LIST-RPT-RECORD
           MOVE "V" TO JL-REC-TYPE
           MOVE JV-VOUCHER-NO TO JL-VOUCHER-NO
           MOVE JV-BRANCH TO JL-BRANCH
           MOVE JV-MAKER-ID TO JL-MAKER-ID
           MOVE JV-CHECKER-ID TO JL-CHECKER-ID
           EVALUATE TRUE
               WHEN JV-PENDING  MOVE "PENDING" TO JL-STATUS
               WHEN JV-APPROVED MOVE "APPROVED" TO JL-STATUS
               WHEN JV-REJECTED MOVE "REJECTED" TO JL-STATUS
               WHEN JV-POSTED   MOVE "POSTED" TO JL-STATUS
               WHEN OTHER       MOVE JV-STATUS TO JL-STATUS
           END-EVALUATE
           MOVE JV-ENTERED-DATE TO JL-ENTERED-DATE
           MOVE JV-STATUS-DATE TO JL-STATUS-DATE
           PERFORM HOLD-VOUCHER-LINE
               UNTIL END-OF-PENDING
                   OR JV-VOUCHER-NO NOT = WS-CURRENT-VOUCHER-NO
           MOVE WS-LINE-COUNT TO JL-LINE-COUNT
           MOVE WS-DEBIT-TOTAL TO JL-DEBIT-TOTAL
           WRITE LIST-RPT-RECORD
           PERFORM PRINT-VOUCHER-LINE
               VARYING WS-LIN-SUB FROM 1 BY 1
               UNTIL WS-LIN-SUB > WS-LINE-COUNT.

       HOLD-VOUCHER-LINE.
           IF WS-LINE-COUNT = 999
               DISPLAY "JVLIST: VOUCHER LINE TABLE FULL - RAISE"
                   " OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LINE-COUNT
           MOVE JOURNAL-VOUCHER-RECORD TO WS-LIN-IMAGE(WS-LINE-COUNT)
           IF JV-DEBIT
               ADD JV-AMOUNT TO WS-DEBIT-TOTAL
           END-IF
           PERFORM READ-PENDING.

       PRINT-VOUCHER-LINE.
           MOVE WS-LIN-IMAGE(WS-LIN-SUB) TO WS-HELD-LINE
           MOVE SPACES TO LIST-RPT-RECORD
           MOVE "L" TO JL-REC-TYPE
           MOVE WS-HL-VOUCHER-NO TO JL-VOUCHER-NO
           MOVE WS-HL-LINE-NO TO JL-LINE-NO
           MOVE WS-HL-GL-ACCOUNT TO JL-GL-ACCOUNT
           MOVE WS-HL-DR-CR TO JL-DR-CR
           MOVE WS-HL-AMOUNT TO JL-AMOUNT
           MOVE WS-HL-VALUE-DATE TO JL-VALUE-DATE
           MOVE WS-HL-NARRATIVE TO JL-NARRATIVE
           WRITE LIST-RPT-RECORD.
