       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRRECON.
      *
      * Clearing-house net settlement reconciliation, run in
      * DLYCHAIN behind CLREXTR.  The clearing house settles the
      * day with one net debit or credit to our settlement account
      * and sends CLRNET to say how it got there: a line per session
      * and item class with the count and the amounts it debited
      * and credited us, item lines for the classes it itemises,
      * and the net figure.  This run rebuilds what we expect from
      * every clearing file we exchanged today --
      *
      *   OCR  CLROUT    outward credit transfers       debit us
      *   ICR  CLRIN     inward credit transfers        credit us
      *   RIC  CLRNRETN  inward credits we returned     debit us
      *   ICQ  CHQPRES   cheques on us presented        debit us
      *   RIQ  CHQRETN   presented cheques we returned  credit us
      *   OCQ  CHQCOLL   other-bank cheques we sent     credit us
      *   ROQ  CHQINRTN  our sent cheques returned      debit us
      *   IDD  DDCOLLIN  direct debits on our debtors   debit us
      *   RDD  DDRETN    direct debits we refused       credit us
      *
      * -- each class assigned to its session through the CLRSESS
      * map (session "01" when the class is not mapped), and
      * compares session by session and class by class.  Every
      * session/class line goes on the CLRBRKS report, agreeing or
      * not; where the clearing house itemised a class the items are
      * matched on reference and amount and each one found on only
      * one side is listed.  The last line compares the two nets.
      *
      * A net that does not agree -- or no CLRNET to agree it with
      * -- ends the run RC=8 and holds the day open.  Breaks that
      * net to nothing between classes end RC=4.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NET-REPORT-FILE ASSIGN TO "CLRNET"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NET-FILE-STATUS.
           SELECT SESSION-MAP-FILE ASSIGN TO "CLRSESS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SESS-FILE-STATUS.
           SELECT CLEARING-OUT-FILE ASSIGN TO "CLROUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT CLEARING-IN-FILE ASSIGN TO "CLRIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT CLEARING-RETN-FILE ASSIGN TO "CLRNRETN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT PRESENTED-FILE ASSIGN TO "CHQPRES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT CHQ-RETN-FILE ASSIGN TO "CHQRETN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT CHQ-COLL-FILE ASSIGN TO "CHQCOLL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT CHQ-INRTN-FILE ASSIGN TO "CHQINRTN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT DD-COLLECT-FILE ASSIGN TO "DDCOLLIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT DD-RETN-FILE ASSIGN TO "DDRETN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT BREAK-RPT-FILE ASSIGN TO "CLRBRKS"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT STEP-STAT-FILE ASSIGN TO "STEPSTAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *
      * The clearing house's settlement report: session/class
      * summaries, item lines, and the net line share the record
      * under REDEFINES.  Debit and credit are from our side: a
      * debit is money the clearing house took from our account.
      *
       FD  NET-REPORT-FILE.
       01  NET-REPORT-RECORD.
           05  NR-REC-TYPE          PIC X(01).
               88  NR-CLASS-LINE    VALUE "S".
               88  NR-ITEM-LINE     VALUE "I".
               88  NR-NET-LINE      VALUE "N".
           05  NR-SESSION           PIC X(02).
           05  NR-ITEM-CLASS        PIC X(03).
           05  NR-CLASS-DATA.
               10  NR-ITEM-COUNT    PIC 9(07).
               10  NR-DEBIT-TOTAL   PIC 9(13)V99.
               10  NR-CREDIT-TOTAL  PIC 9(13)V99.
           05  NR-ITEM-DATA REDEFINES NR-CLASS-DATA.
               10  NR-ITEM-REF      PIC X(20).
               10  NR-ITEM-AMOUNT   PIC 9(09)V99.
               10  FILLER           PIC X(06).
           05  NR-NET-DATA REDEFINES NR-CLASS-DATA.
               10  NR-NET-AMOUNT    PIC 9(13)V99.
               10  NR-NET-DIRECTION PIC X(01).
                   88  NR-NET-CREDIT VALUE "C".
                   88  NR-NET-DEBIT VALUE "D".
               10  FILLER           PIC X(21).

       FD  SESSION-MAP-FILE.
       01  SESSION-MAP-RECORD.
           05  SM-ITEM-CLASS        PIC X(03).
           05  SM-SESSION           PIC X(02).

      *
      * Today's clearing files in their owners' layouts.
      *
       FD  CLEARING-OUT-FILE.
       01  CLEARING-OUT-RECORD.
           05  CO-REC-TYPE          PIC X(01).
           05  CO-BENEF-BANK        PIC X(04).
           05  CO-BENEF-ACCOUNT     PIC X(10).
           05  CO-AMOUNT            PIC 9(09)V99.
           05  CO-CURRENCY          PIC X(03).
           05  CO-TRX-REF           PIC X(16).
           05  CO-VALUE-DATE        PIC 9(08).

       FD  CLEARING-IN-FILE.
       01  CLEARING-IN-RECORD.
           05  CI-REC-TYPE          PIC X(01).
           05  CI-ACCOUNT           PIC X(12).
           05  CI-AMOUNT            PIC 9(09)V99.
           05  CI-CURRENCY          PIC X(03).
           05  CI-SENDING-BANK      PIC X(04).
           05  CI-THEIR-REF         PIC X(16).

       FD  CLEARING-RETN-FILE.
       01  CLEARING-RETN-RECORD.
           05  CN-ACCOUNT           PIC X(12).
           05  CN-AMOUNT            PIC 9(09)V99.
           05  CN-CURRENCY          PIC X(03).
           05  CN-SENDING-BANK      PIC X(04).
           05  CN-THEIR-REF         PIC X(16).
           05  CN-REASON-CODE       PIC X(03).
           05  CN-REASON            PIC X(30).

       FD  PRESENTED-FILE.
       01  PRESENTED-RECORD.
           05  PC-ACCOUNT           PIC X(10).
           05  PC-SERIAL            PIC 9(08).
           05  PC-PAYEE-ACCOUNT     PIC X(10).
           05  PC-AMOUNT            PIC 9(09)V99.
           05  PC-PRESENT-DATE      PIC 9(08).

       FD  CHQ-RETN-FILE.
       01  CHQ-RETN-RECORD.
           05  QR-ACCOUNT           PIC X(10).
           05  QR-SERIAL            PIC 9(08).
           05  QR-PAYEE-ACCOUNT     PIC X(10).
           05  QR-AMOUNT            PIC 9(09)V99.
           05  QR-REASON-CODE       PIC X(03).
           05  QR-REASON            PIC X(30).

       FD  CHQ-COLL-FILE.
       01  CHQ-COLL-RECORD.
           05  CC-REC-TYPE          PIC X(01).
           05  CC-DRAWEE-BANK       PIC X(04).
           05  CC-DRAWER-ACCOUNT    PIC X(12).
           05  CC-SERIAL            PIC 9(08).
           05  CC-AMOUNT            PIC 9(09)V99.
           05  CC-CURRENCY          PIC X(03).
           05  CC-DEPOSIT-REF       PIC X(16).
           05  CC-DEPOSIT-DATE      PIC 9(08).

       FD  CHQ-INRTN-FILE.
       01  CHQ-INRTN-RECORD.
           05  RI-DEPOSIT-REF       PIC X(16).
           05  RI-DRAWEE-BANK       PIC X(04).
           05  RI-SERIAL            PIC 9(08).
           05  RI-AMOUNT            PIC 9(09)V99.
           05  RI-REASON-CODE       PIC X(03).
           05  RI-REASON            PIC X(30).

       FD  DD-COLLECT-FILE.
       01  DD-COLLECT-RECORD.
           05  DC-ORIGINATOR-ID     PIC X(08).
           05  DC-MANDATE-ID        PIC 9(06).
           05  DC-DEBTOR-ACCT       PIC X(10).
           05  DC-AMOUNT            PIC 9(09)V99.
           05  DC-THEIR-REF         PIC X(16).

       FD  DD-RETN-FILE.
       01  DD-RETN-RECORD.
           05  DR-ORIGINATOR-ID     PIC X(08).
           05  DR-MANDATE-ID        PIC 9(06).
           05  DR-DEBTOR-ACCT       PIC X(10).
           05  DR-AMOUNT            PIC 9(09)V99.
           05  DR-THEIR-REF         PIC X(16).
           05  DR-REASON-CODE       PIC X(03).
           05  DR-REASON            PIC X(30).

       FD  BREAK-RPT-FILE.
       01  BREAK-RPT-RECORD.
           05  BK-LINE-TYPE         PIC X(10).
           05  FILLER               PIC X(02).
           05  BK-SESSION           PIC X(02).
           05  FILLER               PIC X(02).
           05  BK-ITEM-CLASS        PIC X(03).
           05  FILLER               PIC X(02).
           05  BK-REFERENCE         PIC X(20).
           05  FILLER               PIC X(02).
           05  BK-OUR-AMOUNT        PIC -Z(12)9.99.
           05  FILLER               PIC X(02).
           05  BK-HOUSE-AMOUNT      PIC -Z(12)9.99.
           05  FILLER               PIC X(02).
           05  BK-NOTE              PIC X(30).

       FD  STEP-STAT-FILE.
       01  STEP-STAT-RECORD.
           05  SS-STEP-NAME         PIC X(10).
           05  SS-RECORD-COUNT      PIC 9(07).

       WORKING-STORAGE SECTION.
       01  WS-NET-FILE-STATUS       PIC X(2).
       01  WS-SESS-FILE-STATUS      PIC X(2).
       01  WS-IN-FILE-STATUS        PIC X(2).
       01  WS-IN-EOF                PIC X(1) VALUE "N".
           88  END-OF-INPUT         VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-NET-REPORT-SW         PIC X(1) VALUE "N".
           88  NET-REPORT-READ      VALUE "Y".
       01  WS-NET-LINE-SW           PIC X(1) VALUE "N".
           88  NET-LINE-SEEN        VALUE "Y".
       01  WS-OUR-NET               PIC S9(13)V99 VALUE 0.
       01  WS-HOUSE-NET             PIC S9(13)V99 VALUE 0.
       01  WS-HOUSE-CLASS-NET       PIC S9(13)V99 VALUE 0.
       01  WS-CLASS-BREAK-COUNT     PIC 9(7) COMP VALUE 0.
       01  WS-ITEM-BREAK-COUNT      PIC 9(7) COMP VALUE 0.
       01  WS-OUR-ITEM-TOTAL        PIC 9(7) COMP VALUE 0.
      *
      * The item being added from one of our files.
      *
       01  WS-NEW-CLASS             PIC X(03).
       01  WS-NEW-DIRECTION         PIC X(01).
       01  WS-NEW-REF               PIC X(20).
       01  WS-NEW-AMOUNT            PIC 9(09)V99.
       01  WS-NEW-SESSION           PIC X(02).
      *
      * Class-to-session map, loaded once.
      *
       01  WS-MAP-COUNT             PIC 9(3) COMP VALUE 0.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 50 TIMES.
               10  WS-MAP-CLASS     PIC X(03).
               10  WS-MAP-SESSION   PIC X(02).
       01  WS-MAP-SUB               PIC 9(3) COMP VALUE 0.
      *
      * One row per session and class seen on either side.
      *
       01  WS-SUM-COUNT             PIC 9(3) COMP VALUE 0.
       01  WS-SUM-TABLE.
           05  WS-SUM-ENTRY OCCURS 100 TIMES.
               10  WS-SUM-SESSION   PIC X(02).
               10  WS-SUM-CLASS     PIC X(03).
               10  WS-SUM-OUR-COUNT PIC 9(07).
               10  WS-SUM-OUR-DEBIT PIC 9(13)V99.
               10  WS-SUM-OUR-CREDIT PIC 9(13)V99.
               10  WS-SUM-HSE-COUNT PIC 9(07).
               10  WS-SUM-HSE-DEBIT PIC 9(13)V99.
               10  WS-SUM-HSE-CREDIT PIC 9(13)V99.
               10  WS-SUM-ITEMISED-SW PIC X(01).
       01  WS-SUM-SUB               PIC 9(3) COMP VALUE 0.
       01  WS-SUM-FOUND-SW          PIC X(1).
           88  SUMMARY-FOUND        VALUE "Y".
       01  WS-WANT-SESSION          PIC X(02).
       01  WS-WANT-CLASS            PIC X(03).
       01  WS-OUR-CLASS-NET         PIC S9(13)V99.
       01  WS-HSE-CLASS-NET         PIC S9(13)V99.
      *
      * Items from both sides for the item-by-item match.
      *
       01  WS-OUR-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-OUR-TABLE.
           05  WS-OUR-ENTRY OCCURS 20000 TIMES.
               10  WS-OUR-SESSION   PIC X(02).
               10  WS-OUR-CLASS     PIC X(03).
               10  WS-OUR-REF       PIC X(20).
               10  WS-OUR-AMOUNT    PIC 9(09)V99.
               10  WS-OUR-MATCHED-SW PIC X(01).
       01  WS-OUR-SUB               PIC 9(5) COMP VALUE 0.
       01  WS-HSE-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-HSE-TABLE.
           05  WS-HSE-ENTRY OCCURS 20000 TIMES.
               10  WS-HSE-SESSION   PIC X(02).
               10  WS-HSE-CLASS     PIC X(03).
               10  WS-HSE-REF       PIC X(20).
               10  WS-HSE-AMOUNT    PIC 9(09)V99.
               10  WS-HSE-MATCHED-SW PIC X(01).
       01  WS-HSE-SUB               PIC 9(5) COMP VALUE 0.
       01  WS-ITEM-MATCH-SW         PIC X(1).
           88  ITEM-MATCHED         VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           PERFORM LOAD-SESSION-MAP
           PERFORM LOAD-OUR-CLEARING-FILES
           PERFORM LOAD-NET-REPORT
           OPEN OUTPUT BREAK-RPT-FILE
           PERFORM COMPARE-ONE-SUMMARY
               VARYING WS-SUM-SUB FROM 1 BY 1
               UNTIL WS-SUM-SUB > WS-SUM-COUNT
           PERFORM MATCH-ITEMISED-CLASSES
           PERFORM COMPARE-NET-POSITION
           CLOSE BREAK-RPT-FILE
           DISPLAY "CLRRECON: OUR ITEMS         " WS-OUR-ITEM-TOTAL
           DISPLAY "CLRRECON: CLASS BREAKS      " WS-CLASS-BREAK-COUNT
           DISPLAY "CLRRECON: ITEM BREAKS       " WS-ITEM-BREAK-COUNT
           DISPLAY "CLRRECON: EXPECTED NET      " WS-OUR-NET
           DISPLAY "CLRRECON: SETTLED NET       " WS-HOUSE-NET
           PERFORM WRITE-STEP-STAT
           EVALUATE TRUE
               WHEN NOT NET-REPORT-READ
                   DISPLAY "CLRRECON: NO CLRNET REPORT - DAY HELD OPEN"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-OUR-NET NOT = WS-HOUSE-NET
                   DISPLAY "CLRRECON: NET DOES NOT AGREE - DAY HELD"
                       " OPEN"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CLASS-BREAK-COUNT > 0
                   OR WS-ITEM-BREAK-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       LOAD-SESSION-MAP.
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT SESSION-MAP-FILE
           IF WS-SESS-FILE-STATUS = "00"
               PERFORM READ-SESSION-MAP
               PERFORM STORE-SESSION-MAP UNTIL END-OF-INPUT
               CLOSE SESSION-MAP-FILE
           END-IF.

       READ-SESSION-MAP.
           READ SESSION-MAP-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       STORE-SESSION-MAP.
           IF WS-MAP-COUNT = 50
               DISPLAY "CLRRECON: SESSION MAP FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-MAP-COUNT
           MOVE SM-ITEM-CLASS TO WS-MAP-CLASS(WS-MAP-COUNT)
           MOVE SM-SESSION TO WS-MAP-SESSION(WS-MAP-COUNT)
           PERFORM READ-SESSION-MAP.

       LOAD-OUR-CLEARING-FILES.
           PERFORM LOAD-CLEARING-OUT
           PERFORM LOAD-CLEARING-IN
           PERFORM LOAD-CLEARING-RETN
           PERFORM LOAD-PRESENTED
           PERFORM LOAD-CHQ-RETN
           PERFORM LOAD-CHQ-COLL
           PERFORM LOAD-CHQ-INRTN
           PERFORM LOAD-DD-COLLECT
           PERFORM LOAD-DD-RETN.

       LOAD-CLEARING-OUT.
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT CLEARING-OUT-FILE
           IF WS-IN-FILE-STATUS = "00"
               PERFORM READ-CLEARING-OUT
               PERFORM TAKE-CLEARING-OUT UNTIL END-OF-INPUT
               CLOSE CLEARING-OUT-FILE
           END-IF.

       READ-CLEARING-OUT.
           READ CLEARING-OUT-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       TAKE-CLEARING-OUT.
           IF CO-REC-TYPE = "D"
               MOVE "OCR" TO WS-NEW-CLASS
               MOVE "D" TO WS-NEW-DIRECTION
               MOVE CO-TRX-REF TO WS-NEW-REF
               MOVE CO-AMOUNT TO WS-NEW-AMOUNT
               PERFORM ADD-OUR-ITEM
           END-IF
           PERFORM READ-CLEARING-OUT.

       LOAD-CLEARING-IN.
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT CLEARING-IN-FILE
           IF WS-IN-FILE-STATUS = "00"
               PERFORM READ-CLEARING-IN
               PERFORM TAKE-CLEARING-IN UNTIL END-OF-INPUT
               CLOSE CLEARING-IN-FILE
           END-IF.

       READ-CLEARING-IN.
           READ CLEARING-IN-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       TAKE-CLEARING-IN.
           IF CI-REC-TYPE = "D"
               MOVE "ICR" TO WS-NEW-CLASS
               MOVE "C" TO WS-NEW-DIRECTION
               MOVE CI-THEIR-REF TO WS-NEW-REF
               MOVE CI-AMOUNT TO WS-NEW-AMOUNT
               PERFORM ADD-OUR-ITEM
           END-IF
           PERFORM READ-CLEARING-IN.

       LOAD-CLEARING-RETN.
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT CLEARING-RETN-FILE
           IF WS-IN-FILE-STATUS = "00"
               PERFORM READ-CLEARING-RETN
               PERFORM TAKE-CLEARING-RETN UNTIL END-OF-INPUT
               CLOSE CLEARING-RETN-FILE
           END-IF.

       READ-CLEARING-RETN.
           READ CLEARING-RETN-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       TAKE-CLEARING-RETN.
           MOVE "RIC" TO WS-NEW-CLASS
           MOVE "D" TO WS-NEW-DIRECTION
           MOVE CN-THEIR-REF TO WS-NEW-REF
           MOVE CN-AMOUNT TO WS-NEW-AMOUNT
           PERFORM ADD-OUR-ITEM
           PERFORM READ-CLEARING-RETN.

      *
      * Cheques carry no clearing reference of their own; account
      * and serial identify them on both sides.
      *
       LOAD-PRESENTED.
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT PRESENTED-FILE
           IF WS-IN-FILE-STATUS = "00"
               PERFORM READ-PRESENTED
               PERFORM TAKE-PRESENTED UNTIL END-OF-INPUT
               CLOSE PRESENTED-FILE
           END-IF.

       READ-PRESENTED.
           READ PRESENTED-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       TAKE-PRESENTED.
           MOVE "ICQ" TO WS-NEW-CLASS
           MOVE "D" TO WS-NEW-DIRECTION
           MOVE SPACES TO WS-NEW-REF
           MOVE PC-ACCOUNT TO WS-NEW-REF(1:10)
           MOVE PC-SERIAL TO WS-NEW-REF(11:8)
           MOVE PC-AMOUNT TO WS-NEW-AMOUNT
           PERFORM ADD-OUR-ITEM
           PERFORM READ-PRESENTED.

       LOAD-CHQ-RETN.
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT CHQ-RETN-FILE
           IF WS-IN-FILE-STATUS = "00"
               PERFORM READ-CHQ-RETN
               PERFORM TAKE-CHQ-RETN UNTIL END-OF-INPUT
               CLOSE CHQ-RETN-FILE
           END-IF.

       READ-CHQ-RETN.
           READ CHQ-RETN-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       TAKE-CHQ-RETN.
           MOVE "RIQ" TO WS-NEW-CLASS
           MOVE "C" TO WS-NEW-DIRECTION
           MOVE SPACES TO WS-NEW-REF
           MOVE QR-ACCOUNT TO WS-NEW-REF(1:10)
           MOVE QR-SERIAL TO WS-NEW-REF(11:8)
           MOVE QR-AMOUNT TO WS-NEW-AMOUNT
           PERFORM ADD-OUR-ITEM
           PERFORM READ-CHQ-RETN.

       LOAD-CHQ-COLL.
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT CHQ-COLL-FILE
           IF WS-IN-FILE-STATUS = "00"
               PERFORM READ-CHQ-COLL
               PERFORM TAKE-CHQ-COLL UNTIL END-OF-INPUT
               CLOSE CHQ-COLL-FILE
           END-IF.

       READ-CHQ-COLL.
           READ CHQ-COLL-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       TAKE-CHQ-COLL.
           IF CC-REC-TYPE = "D"
               MOVE "OCQ" TO WS-NEW-CLASS
               MOVE "C" TO WS-NEW-DIRECTION
               MOVE CC-DEPOSIT-REF TO WS-NEW-REF
               MOVE CC-AMOUNT TO WS-NEW-AMOUNT
               PERFORM ADD-OUR-ITEM
           END-IF
           PERFORM READ-CHQ-COLL.

       LOAD-CHQ-INRTN.
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT CHQ-INRTN-FILE
           IF WS-IN-FILE-STATUS = "00"
               PERFORM READ-CHQ-INRTN
               PERFORM TAKE-CHQ-INRTN UNTIL END-OF-INPUT
               CLOSE CHQ-INRTN-FILE
           END-IF.

       READ-CHQ-INRTN.
           READ CHQ-INRTN-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       TAKE-CHQ-INRTN.
           MOVE "ROQ" TO WS-NEW-CLASS
           MOVE "D" TO WS-NEW-DIRECTION
           MOVE RI-DEPOSIT-REF TO WS-NEW-REF
           MOVE RI-AMOUNT TO WS-NEW-AMOUNT
           PERFORM ADD-OUR-ITEM
           PERFORM READ-CHQ-INRTN.

       LOAD-DD-COLLECT.
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT DD-COLLECT-FILE
           IF WS-IN-FILE-STATUS = "00"
               PERFORM READ-DD-COLLECT
               PERFORM TAKE-DD-COLLECT UNTIL END-OF-INPUT
               CLOSE DD-COLLECT-FILE
           END-IF.

       READ-DD-COLLECT.
           READ DD-COLLECT-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       TAKE-DD-COLLECT.
           MOVE "IDD" TO WS-NEW-CLASS
           MOVE "D" TO WS-NEW-DIRECTION
           MOVE DC-THEIR-REF TO WS-NEW-REF
           MOVE DC-AMOUNT TO WS-NEW-AMOUNT
           PERFORM ADD-OUR-ITEM
           PERFORM READ-DD-COLLECT.

       LOAD-DD-RETN.
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT DD-RETN-FILE
           IF WS-IN-FILE-STATUS = "00"
               PERFORM READ-DD-RETN
               PERFORM TAKE-DD-RETN UNTIL END-OF-INPUT
               CLOSE DD-RETN-FILE
           END-IF.

       READ-DD-RETN.
           READ DD-RETN-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       TAKE-DD-RETN.
           MOVE "RDD" TO WS-NEW-CLASS
           MOVE "C" TO WS-NEW-DIRECTION
           MOVE DR-THEIR-REF TO WS-NEW-REF
           MOVE DR-AMOUNT TO WS-NEW-AMOUNT
           PERFORM ADD-OUR-ITEM
           PERFORM READ-DD-RETN.

      *
      * Every item lands in its session/class summary and, for the
      * item match, in the item table; the expected net moves with
      * it in the direction the class settles.
      *
       ADD-OUR-ITEM.
           ADD 1 TO WS-OUR-ITEM-TOTAL
           MOVE "01" TO WS-NEW-SESSION
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT
               IF WS-MAP-CLASS(WS-MAP-SUB) = WS-NEW-CLASS
                   MOVE WS-MAP-SESSION(WS-MAP-SUB) TO WS-NEW-SESSION
               END-IF
           END-PERFORM
           MOVE WS-NEW-SESSION TO WS-WANT-SESSION
           MOVE WS-NEW-CLASS TO WS-WANT-CLASS
           PERFORM FIND-OR-ADD-SUMMARY
           ADD 1 TO WS-SUM-OUR-COUNT(WS-SUM-SUB)
           IF WS-NEW-DIRECTION = "D"
               ADD WS-NEW-AMOUNT TO WS-SUM-OUR-DEBIT(WS-SUM-SUB)
               SUBTRACT WS-NEW-AMOUNT FROM WS-OUR-NET
           ELSE
               ADD WS-NEW-AMOUNT TO WS-SUM-OUR-CREDIT(WS-SUM-SUB)
               ADD WS-NEW-AMOUNT TO WS-OUR-NET
           END-IF
           IF WS-OUR-COUNT = 20000
               DISPLAY "CLRRECON: ITEM TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-OUR-COUNT
           MOVE WS-NEW-SESSION TO WS-OUR-SESSION(WS-OUR-COUNT)
           MOVE WS-NEW-CLASS TO WS-OUR-CLASS(WS-OUR-COUNT)
           MOVE WS-NEW-REF TO WS-OUR-REF(WS-OUR-COUNT)
           MOVE WS-NEW-AMOUNT TO WS-OUR-AMOUNT(WS-OUR-COUNT)
           MOVE "N" TO WS-OUR-MATCHED-SW(WS-OUR-COUNT).

       FIND-OR-ADD-SUMMARY.
           MOVE "N" TO WS-SUM-FOUND-SW
           PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
               UNTIL WS-SUM-SUB > WS-SUM-COUNT
                   OR SUMMARY-FOUND
               IF WS-SUM-SESSION(WS-SUM-SUB) = WS-WANT-SESSION
                   AND WS-SUM-CLASS(WS-SUM-SUB) = WS-WANT-CLASS
                   MOVE "Y" TO WS-SUM-FOUND-SW
               END-IF
           END-PERFORM
           IF SUMMARY-FOUND
               SUBTRACT 1 FROM WS-SUM-SUB
           ELSE
               IF WS-SUM-COUNT = 100
                   DISPLAY "CLRRECON: SUMMARY TABLE FULL - RAISE"
                       " OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SUM-COUNT
               MOVE WS-SUM-COUNT TO WS-SUM-SUB
               MOVE WS-WANT-SESSION TO WS-SUM-SESSION(WS-SUM-SUB)
               MOVE WS-WANT-CLASS TO WS-SUM-CLASS(WS-SUM-SUB)
               MOVE 0 TO WS-SUM-OUR-COUNT(WS-SUM-SUB)
               MOVE 0 TO WS-SUM-OUR-DEBIT(WS-SUM-SUB)
               MOVE 0 TO WS-SUM-OUR-CREDIT(WS-SUM-SUB)
               MOVE 0 TO WS-SUM-HSE-COUNT(WS-SUM-SUB)
               MOVE 0 TO WS-SUM-HSE-DEBIT(WS-SUM-SUB)
               MOVE 0 TO WS-SUM-HSE-CREDIT(WS-SUM-SUB)
               MOVE "N" TO WS-SUM-ITEMISED-SW(WS-SUM-SUB)
           END-IF.

       LOAD-NET-REPORT.
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT NET-REPORT-FILE
           IF WS-NET-FILE-STATUS = "00"
               MOVE "Y" TO WS-NET-REPORT-SW
               PERFORM READ-NET-REPORT
               PERFORM TAKE-NET-REPORT-LINE UNTIL END-OF-INPUT
               CLOSE NET-REPORT-FILE
           END-IF
           IF NOT NET-LINE-SEEN
               MOVE WS-HOUSE-CLASS-NET TO WS-HOUSE-NET
           END-IF.

       READ-NET-REPORT.
           READ NET-REPORT-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

      *
      * The net line is the figure actually settled; the class lines
      * are summed as well so a report without one still nets.
      *
       TAKE-NET-REPORT-LINE.
           EVALUATE TRUE
               WHEN NR-CLASS-LINE
                   MOVE NR-SESSION TO WS-WANT-SESSION
                   MOVE NR-ITEM-CLASS TO WS-WANT-CLASS
                   PERFORM FIND-OR-ADD-SUMMARY
                   ADD NR-ITEM-COUNT TO WS-SUM-HSE-COUNT(WS-SUM-SUB)
                   ADD NR-DEBIT-TOTAL TO WS-SUM-HSE-DEBIT(WS-SUM-SUB)
                   ADD NR-CREDIT-TOTAL
                       TO WS-SUM-HSE-CREDIT(WS-SUM-SUB)
                   ADD NR-CREDIT-TOTAL TO WS-HOUSE-CLASS-NET
                   SUBTRACT NR-DEBIT-TOTAL FROM WS-HOUSE-CLASS-NET
               WHEN NR-ITEM-LINE
                   PERFORM STORE-HOUSE-ITEM
               WHEN NR-NET-LINE
                   MOVE "Y" TO WS-NET-LINE-SW
                   IF NR-NET-DEBIT
                       COMPUTE WS-HOUSE-NET = 0 - NR-NET-AMOUNT
                   ELSE
                       MOVE NR-NET-AMOUNT TO WS-HOUSE-NET
                   END-IF
           END-EVALUATE
           PERFORM READ-NET-REPORT.

       STORE-HOUSE-ITEM.
           MOVE NR-SESSION TO WS-WANT-SESSION
           MOVE NR-ITEM-CLASS TO WS-WANT-CLASS
           PERFORM FIND-OR-ADD-SUMMARY
           MOVE "Y" TO WS-SUM-ITEMISED-SW(WS-SUM-SUB)
           IF WS-HSE-COUNT = 20000
               DISPLAY "CLRRECON: HOUSE ITEM TABLE FULL - RAISE"
                   " OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HSE-COUNT
           MOVE NR-SESSION TO WS-HSE-SESSION(WS-HSE-COUNT)
           MOVE NR-ITEM-CLASS TO WS-HSE-CLASS(WS-HSE-COUNT)
           MOVE NR-ITEM-REF TO WS-HSE-REF(WS-HSE-COUNT)
           MOVE NR-ITEM-AMOUNT TO WS-HSE-AMOUNT(WS-HSE-COUNT)
           MOVE "N" TO WS-HSE-MATCHED-SW(WS-HSE-COUNT).

      *
      * One line per session and class: ours against theirs, each
      * shown as the class's net effect on our account.
      *
       COMPARE-ONE-SUMMARY.
           COMPUTE WS-OUR-CLASS-NET =
               WS-SUM-OUR-CREDIT(WS-SUM-SUB)
               - WS-SUM-OUR-DEBIT(WS-SUM-SUB)
           COMPUTE WS-HSE-CLASS-NET =
               WS-SUM-HSE-CREDIT(WS-SUM-SUB)
               - WS-SUM-HSE-DEBIT(WS-SUM-SUB)
           MOVE SPACES TO BREAK-RPT-RECORD
           MOVE WS-SUM-SESSION(WS-SUM-SUB) TO BK-SESSION
           MOVE WS-SUM-CLASS(WS-SUM-SUB) TO BK-ITEM-CLASS
           MOVE WS-OUR-CLASS-NET TO BK-OUR-AMOUNT
           MOVE WS-HSE-CLASS-NET TO BK-HOUSE-AMOUNT
           EVALUATE TRUE
               WHEN WS-SUM-OUR-DEBIT(WS-SUM-SUB)
                       NOT = WS-SUM-HSE-DEBIT(WS-SUM-SUB)
                   OR WS-SUM-OUR-CREDIT(WS-SUM-SUB)
                       NOT = WS-SUM-HSE-CREDIT(WS-SUM-SUB)
                   ADD 1 TO WS-CLASS-BREAK-COUNT
                   MOVE "CLASS BRK" TO BK-LINE-TYPE
                   MOVE "AMOUNTS DIFFER" TO BK-NOTE
               WHEN WS-SUM-OUR-COUNT(WS-SUM-SUB)
                       NOT = WS-SUM-HSE-COUNT(WS-SUM-SUB)
                   ADD 1 TO WS-CLASS-BREAK-COUNT
                   MOVE "CLASS BRK" TO BK-LINE-TYPE
                   MOVE "ITEM COUNTS DIFFER" TO BK-NOTE
               WHEN OTHER
                   MOVE "CLASS OK" TO BK-LINE-TYPE
           END-EVALUATE
           WRITE BREAK-RPT-RECORD.

      *
      * Item-level breaks are only listed for classes the clearing
      * house itemised; elsewhere the class line is all there is.
      *
       MATCH-ITEMISED-CLASSES.
           PERFORM MATCH-ONE-HOUSE-ITEM
               VARYING WS-HSE-SUB FROM 1 BY 1
               UNTIL WS-HSE-SUB > WS-HSE-COUNT
           PERFORM REPORT-OUR-UNMATCHED
               VARYING WS-OUR-SUB FROM 1 BY 1
               UNTIL WS-OUR-SUB > WS-OUR-COUNT.

       MATCH-ONE-HOUSE-ITEM.
           MOVE "N" TO WS-ITEM-MATCH-SW
           PERFORM VARYING WS-OUR-SUB FROM 1 BY 1
               UNTIL WS-OUR-SUB > WS-OUR-COUNT
                   OR ITEM-MATCHED
               IF WS-OUR-MATCHED-SW(WS-OUR-SUB) = "N"
                   AND WS-OUR-CLASS(WS-OUR-SUB) =
                       WS-HSE-CLASS(WS-HSE-SUB)
                   AND WS-OUR-REF(WS-OUR-SUB) = WS-HSE-REF(WS-HSE-SUB)
                   AND WS-OUR-AMOUNT(WS-OUR-SUB) =
                       WS-HSE-AMOUNT(WS-HSE-SUB)
                   MOVE "Y" TO WS-ITEM-MATCH-SW
                   MOVE "Y" TO WS-OUR-MATCHED-SW(WS-OUR-SUB)
                   MOVE "Y" TO WS-HSE-MATCHED-SW(WS-HSE-SUB)
               END-IF
           END-PERFORM
           IF NOT ITEM-MATCHED
               ADD 1 TO WS-ITEM-BREAK-COUNT
               MOVE SPACES TO BREAK-RPT-RECORD
               MOVE "ITEM BRK" TO BK-LINE-TYPE
               MOVE WS-HSE-SESSION(WS-HSE-SUB) TO BK-SESSION
               MOVE WS-HSE-CLASS(WS-HSE-SUB) TO BK-ITEM-CLASS
               MOVE WS-HSE-REF(WS-HSE-SUB) TO BK-REFERENCE
               MOVE 0 TO BK-OUR-AMOUNT
               MOVE WS-HSE-AMOUNT(WS-HSE-SUB) TO BK-HOUSE-AMOUNT
               MOVE "CLEARING HOUSE ONLY" TO BK-NOTE
               WRITE BREAK-RPT-RECORD
           END-IF.

       REPORT-OUR-UNMATCHED.
           IF WS-OUR-MATCHED-SW(WS-OUR-SUB) = "N"
               MOVE WS-OUR-SESSION(WS-OUR-SUB) TO WS-WANT-SESSION
               MOVE WS-OUR-CLASS(WS-OUR-SUB) TO WS-WANT-CLASS
               PERFORM FIND-OR-ADD-SUMMARY
               IF WS-SUM-ITEMISED-SW(WS-SUM-SUB) = "Y"
                   ADD 1 TO WS-ITEM-BREAK-COUNT
                   MOVE SPACES TO BREAK-RPT-RECORD
                   MOVE "ITEM BRK" TO BK-LINE-TYPE
                   MOVE WS-OUR-SESSION(WS-OUR-SUB) TO BK-SESSION
                   MOVE WS-OUR-CLASS(WS-OUR-SUB) TO BK-ITEM-CLASS
                   MOVE WS-OUR-REF(WS-OUR-SUB) TO BK-REFERENCE
                   MOVE WS-OUR-AMOUNT(WS-OUR-SUB) TO BK-OUR-AMOUNT
                   MOVE 0 TO BK-HOUSE-AMOUNT
                   MOVE "OUR FILES ONLY" TO BK-NOTE
                   WRITE BREAK-RPT-RECORD
               END-IF
           END-IF.

       COMPARE-NET-POSITION.
           MOVE SPACES TO BREAK-RPT-RECORD
           MOVE WS-OUR-NET TO BK-OUR-AMOUNT
           MOVE WS-HOUSE-NET TO BK-HOUSE-AMOUNT
           EVALUATE TRUE
               WHEN NOT NET-REPORT-READ
                   MOVE "NET BRK" TO BK-LINE-TYPE
                   MOVE "NO CLRNET REPORT RECEIVED" TO BK-NOTE
               WHEN WS-OUR-NET NOT = WS-HOUSE-NET
                   MOVE "NET BRK" TO BK-LINE-TYPE
                   MOVE "NET DOES NOT AGREE" TO BK-NOTE
               WHEN OTHER
                   MOVE "NET OK" TO BK-LINE-TYPE
                   MOVE "NET AGREES" TO BK-NOTE
           END-EVALUATE
           WRITE BREAK-RPT-RECORD.

       WRITE-STEP-STAT.
           OPEN OUTPUT STEP-STAT-FILE
           MOVE "CLRRECON" TO SS-STEP-NAME
           MOVE WS-OUR-ITEM-TOTAL TO SS-RECORD-COUNT
           WRITE STEP-STAT-RECORD
           CLOSE STEP-STAT-FILE.
