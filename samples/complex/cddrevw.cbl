       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDDREVW.
      *
      * Monthly customer due-diligence review run, on the DLYCHAIN
      * month-end leg.  Every customer with accounts on CIFXREF is
      * checked against CUSTCDD: the review falls due its rating's
      * cycle after the last review -- yearly for high risk, every
      * three years for medium, five for low, from CDDPARM -- and a
      * politically exposed person is always reviewed on the high
      * risk cycle whatever the rating says.  The CDDRVRPT report
      * lists for compliance every customer with no due-diligence
      * record, every identity document that has expired, every
      * review falling due before next month's run, and every review
      * already overdue.
      *
      * A customer still overdue once the CDDPARM grace period has
      * run out has debits blocked on each of their deposit accounts
      * -- a directional restriction under reason "KY", imposed in
      * this program's name, written with the rest of ACCTRSTR to
      * ACCTRSTR.NEW (the RSTRMNT handover) -- and the restriction
      * is released the same way by the first run after the review
      * has been brought up to date.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CDD-PARM-FILE ASSIGN TO "CDDPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT CIF-XREF-FILE ASSIGN TO "CIFXREF"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY CIF-KEY
               FILE STATUS IS WS-CIF-FILE-STATUS.
           SELECT CUST-CDD-FILE ASSIGN TO "CUSTCDD"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CDD-CUST-ID
               FILE STATUS IS WS-CDD-FILE-STATUS.
           SELECT RESTRICTION-FILE ASSIGN TO "ACCTRSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RST-FILE-STATUS.
           SELECT RESTRICTION-OUT-FILE ASSIGN TO "ACCTRSTR.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REVIEW-RPT-FILE ASSIGN TO "CDDRVRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT STEP-STAT-FILE ASSIGN TO "STEPSTAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *
      * Review cycle in years per risk rating, and the days past due
      * a review may run before the customer's debits are blocked.
      *
       FD  CDD-PARM-FILE.
       01  CDD-PARM-RECORD.
           05  CDP-HIGH-YEARS       PIC 9(02).
           05  CDP-MEDIUM-YEARS     PIC 9(02).
           05  CDP-LOW-YEARS        PIC 9(02).
           05  CDP-GRACE-DAYS       PIC 9(03).

       FD  CIF-XREF-FILE.
       COPY CIFXREF.

       FD  CUST-CDD-FILE.
       COPY CUSTCDD.

       FD  RESTRICTION-FILE.
       COPY ACCTRSTR.

       FD  RESTRICTION-OUT-FILE.
       01  RESTRICTION-OUT-RECORD.
           05  RSO-RESTR-ID         PIC 9(06).
           05  RSO-ACCOUNT          PIC X(10).
           05  RSO-FLAG             PIC X(01).
           05  RSO-REASON-CODE      PIC X(02).
           05  RSO-AUTHORITY        PIC X(08).
           05  RSO-IMPOSED-BY       PIC X(08).
           05  RSO-IMPOSED-DATE     PIC 9(08).
           05  RSO-STATUS           PIC X(01).

       FD  REVIEW-RPT-FILE.
       01  REVIEW-RPT-RECORD.
           05  CR-CUST-ID           PIC 9(08).
           05  FILLER               PIC X(02).
           05  CR-RISK-RATING       PIC X(01).
           05  FILLER               PIC X(01).
           05  CR-PEP-FLAG          PIC X(01).
           05  FILLER               PIC X(02).
           05  CR-LAST-REVIEW       PIC 9(08).
           05  FILLER               PIC X(02).
           05  CR-REVIEW-DUE        PIC 9(08).
           05  FILLER               PIC X(02).
           05  CR-ID-EXPIRY         PIC 9(08).
           05  FILLER               PIC X(02).
           05  CR-ACCOUNT           PIC X(10).
           05  FILLER               PIC X(02).
           05  CR-OUTCOME           PIC X(40).

      *
      * One-line handoff of this step's processed count for DLYCHAIN
      * to carry onto the run-control history.
      *
       FD  STEP-STAT-FILE.
       01  STEP-STAT-RECORD.
           05  SS-STEP-NAME         PIC X(10).
           05  SS-RECORD-COUNT      PIC 9(07).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS      PIC X(2).
       01  WS-CIF-FILE-STATUS       PIC X(2).
       01  WS-CDD-FILE-STATUS       PIC X(2).
       01  WS-CDD-OPEN-SW           PIC X(1) VALUE "N".
           88  CDD-OPEN             VALUE "Y".
       01  WS-RST-FILE-STATUS       PIC X(2).
       01  WS-CIF-EOF               PIC X(1) VALUE "N".
           88  END-OF-XREF          VALUE "Y".
       01  WS-RST-EOF               PIC X(1) VALUE "N".
           88  END-OF-RESTRICTIONS  VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-TODAY-SERIAL          PIC 9(07) COMP.
       01  WS-CUSTOMER-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-MISSING-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-EXPIRED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-DUE-COUNT             PIC 9(7) COMP VALUE 0.
       01  WS-OVERDUE-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-IMPOSED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-RELEASED-COUNT        PIC 9(7) COMP VALUE 0.
      *
      * Review policy; a missing CDDPARM leaves these.
      *
       01  WS-HIGH-YEARS            PIC 9(02) VALUE 01.
       01  WS-MEDIUM-YEARS          PIC 9(02) VALUE 03.
       01  WS-LOW-YEARS             PIC 9(02) VALUE 05.
       01  WS-GRACE-DAYS            PIC 9(03) VALUE 090.
      *
      * Reviews falling due within this many days are listed ahead
      * of time, so nothing first appears on the report overdue.
      *
       01  WS-LOOKAHEAD-DAYS        PIC 9(03) VALUE 031.
      *
      * The customer in hand at the CIFXREF control break.
      *
       01  WS-CURRENT-CUST-ID       PIC 9(08).
       01  WS-CDD-FOUND-SW          PIC X(1).
           88  CDD-ON-FILE          VALUE "Y".
       01  WS-RESTRICT-SW           PIC X(1).
           88  RESTRICT-CUSTOMER    VALUE "Y".
       01  WS-CYCLE-YEARS           PIC 9(02).
       01  WS-YEARS-FACTOR          PIC 9(08) COMP.
       01  WS-REVIEW-DUE            PIC 9(08).
       01  WS-DUE-SERIAL            PIC 9(07) COMP.
       01  WS-XREF-SUB              PIC 9(02) COMP.
      *
      * Deposit accounts of customers past the grace period, each
      * marked once ACCTRSTR is found already to restrict it.
      *
       01  WS-BLK-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-BLK-TABLE.
           05  WS-BLK-ENTRY OCCURS 5000 TIMES.
               10  WS-BLK-ACCOUNT   PIC X(10).
               10  WS-BLK-CUST-ID   PIC 9(08).
               10  WS-BLK-HELD-SW   PIC X(01).
       01  WS-BLK-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-BLK-KEY               PIC X(10).
       01  WS-BLK-FOUND-SW          PIC X(1).
           88  BLOCK-FOUND          VALUE "Y".
       01  WS-HIGH-RESTR-ID         PIC 9(06) VALUE 0.
       01  WS-KYC-REASON            PIC X(02) VALUE "KY".
       01  WS-KYC-AUTHORITY         PIC X(08) VALUE "CDDREVW".
      *
      * Day-serial conversion of a YYYYMMDD date, the DORMWARN
      * arithmetic.
      *
       01  WS-CVT-DATE              PIC 9(08).
       01  WS-CVT-FIELDS REDEFINES WS-CVT-DATE.
           05  WS-CVT-YEAR          PIC 9(04).
           05  WS-CVT-MONTH         PIC 9(02).
           05  WS-CVT-DAY           PIC 9(02).
       01  WS-CVT-Y                 PIC S9(07) COMP.
       01  WS-CVT-M                 PIC S9(03) COMP.
       01  WS-CVT-WORK1             PIC S9(09) COMP.
       01  WS-CVT-WORK2             PIC S9(09) COMP.
       01  WS-CVT-SERIAL            PIC 9(07) COMP.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           MOVE WS-TODAY TO WS-CVT-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
           MOVE WS-CVT-SERIAL TO WS-TODAY-SERIAL
           PERFORM LOAD-REVIEW-PARM
           OPEN INPUT CIF-XREF-FILE
           IF WS-CIF-FILE-STATUS NOT = "00"
               DISPLAY "CDDREVW: NO CIF CROSS-REFERENCE - RUN CIFXREF"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUST-CDD-FILE
           IF WS-CDD-FILE-STATUS = "00"
               MOVE "Y" TO WS-CDD-OPEN-SW
           END-IF
           OPEN OUTPUT REVIEW-RPT-FILE
           PERFORM READ-XREF
           PERFORM REVIEW-ONE-CUSTOMER UNTIL END-OF-XREF
           CLOSE CIF-XREF-FILE
           IF CDD-OPEN
               CLOSE CUST-CDD-FILE
           END-IF
           OPEN OUTPUT RESTRICTION-OUT-FILE
           OPEN INPUT RESTRICTION-FILE
           IF WS-RST-FILE-STATUS = "00"
               PERFORM READ-RESTRICTION
               PERFORM CARRY-OR-RELEASE UNTIL END-OF-RESTRICTIONS
               CLOSE RESTRICTION-FILE
           END-IF
           PERFORM IMPOSE-REVIEW-RESTRICTION
               VARYING WS-BLK-SUB FROM 1 BY 1
               UNTIL WS-BLK-SUB > WS-BLK-COUNT
           CLOSE RESTRICTION-OUT-FILE REVIEW-RPT-FILE
           DISPLAY "CDDREVW: CUSTOMERS CHECKED  " WS-CUSTOMER-COUNT
           DISPLAY "CDDREVW: NO DUE DILIGENCE   " WS-MISSING-COUNT
           DISPLAY "CDDREVW: ID DOCUMENT EXPIRED " WS-EXPIRED-COUNT
           DISPLAY "CDDREVW: REVIEWS COMING DUE " WS-DUE-COUNT
           DISPLAY "CDDREVW: REVIEWS OVERDUE    " WS-OVERDUE-COUNT
           DISPLAY "CDDREVW: RESTRICTIONS IMPOSED " WS-IMPOSED-COUNT
           DISPLAY "CDDREVW: RESTRICTIONS RELEASED "
               WS-RELEASED-COUNT
           PERFORM WRITE-STEP-STAT
           IF WS-MISSING-COUNT > 0 OR WS-EXPIRED-COUNT > 0
               OR WS-OVERDUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *
      * A field left blank or zero on CDDPARM keeps its default.
      *
       LOAD-REVIEW-PARM.
           OPEN INPUT CDD-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ CDD-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM STORE-REVIEW-PARM
               END-READ
               CLOSE CDD-PARM-FILE
           END-IF.

       STORE-REVIEW-PARM.
           IF CDP-HIGH-YEARS NUMERIC AND CDP-HIGH-YEARS > 0
               MOVE CDP-HIGH-YEARS TO WS-HIGH-YEARS
           END-IF
           IF CDP-MEDIUM-YEARS NUMERIC AND CDP-MEDIUM-YEARS > 0
               MOVE CDP-MEDIUM-YEARS TO WS-MEDIUM-YEARS
           END-IF
           IF CDP-LOW-YEARS NUMERIC AND CDP-LOW-YEARS > 0
               MOVE CDP-LOW-YEARS TO WS-LOW-YEARS
           END-IF
           IF CDP-GRACE-DAYS NUMERIC
               MOVE CDP-GRACE-DAYS TO WS-GRACE-DAYS
           END-IF.

       READ-XREF.
           READ CIF-XREF-FILE NEXT
               AT END MOVE "Y" TO WS-CIF-EOF
           END-READ.

      *
      * The cross-reference comes back in CIF-KEY order, so the
      * change of CIF-CUST-ID is the control break; the customer is
      * judged on the first chain record and the whole chain then
      * gathered when the debits are to be blocked.
      *
       REVIEW-ONE-CUSTOMER.
           MOVE CIF-CUST-ID TO WS-CURRENT-CUST-ID
           ADD 1 TO WS-CUSTOMER-COUNT
           MOVE "N" TO WS-RESTRICT-SW
           MOVE 0 TO WS-REVIEW-DUE
           PERFORM READ-DUE-DILIGENCE
           IF CDD-ON-FILE
               PERFORM JUDGE-REVIEW-DATE
               PERFORM JUDGE-DOCUMENT-EXPIRY
           ELSE
               ADD 1 TO WS-MISSING-COUNT
               PERFORM START-REPORT-LINE
               MOVE "NO DUE DILIGENCE ON FILE" TO CR-OUTCOME
               WRITE REVIEW-RPT-RECORD
           END-IF
           PERFORM GATHER-XREF-RECORD
               UNTIL END-OF-XREF
                   OR CIF-CUST-ID NOT = WS-CURRENT-CUST-ID.

       READ-DUE-DILIGENCE.
           MOVE "N" TO WS-CDD-FOUND-SW
           IF CDD-OPEN
               MOVE WS-CURRENT-CUST-ID TO CDD-CUST-ID
               READ CUST-CDD-FILE
                   KEY IS CDD-CUST-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CDD-FOUND-SW
               END-READ
           END-IF.

       START-REPORT-LINE.
           MOVE SPACES TO REVIEW-RPT-RECORD
           MOVE WS-CURRENT-CUST-ID TO CR-CUST-ID
           IF CDD-ON-FILE
               MOVE CDD-RISK-RATING TO CR-RISK-RATING
               MOVE CDD-PEP-FLAG TO CR-PEP-FLAG
               MOVE CDD-LAST-REVIEW-DATE TO CR-LAST-REVIEW
               MOVE WS-REVIEW-DUE TO CR-REVIEW-DUE
               MOVE CDD-ID-EXPIRY TO CR-ID-EXPIRY
           END-IF.

       JUDGE-DOCUMENT-EXPIRY.
           IF CDD-ID-EXPIRY NOT = 0 AND CDD-ID-EXPIRY < WS-TODAY
               ADD 1 TO WS-EXPIRED-COUNT
               PERFORM START-REPORT-LINE
               MOVE "ID DOCUMENT EXPIRED" TO CR-OUTCOME
               WRITE REVIEW-RPT-RECORD
           END-IF.

      *
      * The due date is the last review plus the cycle in whole
      * years, the TDMATUR year-digit arithmetic; days past it are
      * counted on the day serial.
      *
       JUDGE-REVIEW-DATE.
           EVALUATE TRUE
               WHEN CDD-HIGH-RISK OR CDD-PEP
                   MOVE WS-HIGH-YEARS TO WS-CYCLE-YEARS
               WHEN CDD-MEDIUM-RISK
                   MOVE WS-MEDIUM-YEARS TO WS-CYCLE-YEARS
               WHEN OTHER
                   MOVE WS-LOW-YEARS TO WS-CYCLE-YEARS
           END-EVALUATE
           COMPUTE WS-YEARS-FACTOR = WS-CYCLE-YEARS * 10000
           COMPUTE WS-REVIEW-DUE =
               CDD-LAST-REVIEW-DATE + WS-YEARS-FACTOR
           MOVE WS-REVIEW-DUE TO WS-CVT-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
           MOVE WS-CVT-SERIAL TO WS-DUE-SERIAL
           EVALUATE TRUE
               WHEN WS-DUE-SERIAL + WS-GRACE-DAYS < WS-TODAY-SERIAL
                   ADD 1 TO WS-OVERDUE-COUNT
                   MOVE "Y" TO WS-RESTRICT-SW
                   PERFORM START-REPORT-LINE
                   MOVE "REVIEW OVERDUE PAST GRACE - DEBITS BLOCKED"
                       TO CR-OUTCOME
                   WRITE REVIEW-RPT-RECORD
               WHEN WS-DUE-SERIAL NOT > WS-TODAY-SERIAL
                   ADD 1 TO WS-OVERDUE-COUNT
                   PERFORM START-REPORT-LINE
                   MOVE "REVIEW OVERDUE" TO CR-OUTCOME
                   WRITE REVIEW-RPT-RECORD
               WHEN WS-DUE-SERIAL NOT >
                       WS-TODAY-SERIAL + WS-LOOKAHEAD-DAYS
                   ADD 1 TO WS-DUE-COUNT
                   PERFORM START-REPORT-LINE
                   MOVE "REVIEW DUE BEFORE NEXT RUN" TO CR-OUTCOME
                   WRITE REVIEW-RPT-RECORD
           END-EVALUATE.

       GATHER-XREF-RECORD.
           IF RESTRICT-CUSTOMER
               PERFORM NOTE-BLOCKED-ACCOUNT
                   VARYING WS-XREF-SUB FROM 1 BY 1
                   UNTIL WS-XREF-SUB > CIF-ACCT-COUNT
           END-IF
           PERFORM READ-XREF.

      *
      * Only deposit accounts take the debit block; a loan or card
      * owes the bank and blocking it would only stop repayment
      * plumbing.  A joint account two overdue holders share is
      * blocked once.
      *
       NOTE-BLOCKED-ACCOUNT.
           MOVE CIF-ACCT-NUM(WS-XREF-SUB)(3:10) TO WS-BLK-KEY
           PERFORM FIND-BLOCKED-ACCOUNT
           IF NOT BLOCK-FOUND
               AND (CIF-ACCT-TYPE(WS-XREF-SUB) = "SA"
                   OR CIF-ACCT-TYPE(WS-XREF-SUB) = "CA"
                   OR CIF-ACCT-TYPE(WS-XREF-SUB) = "FC"
                   OR CIF-ACCT-TYPE(WS-XREF-SUB) = "TD")
               IF WS-BLK-COUNT = 5000
                   DISPLAY "CDDREVW: BLOCK TABLE FULL - RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BLK-COUNT
               MOVE WS-BLK-KEY TO WS-BLK-ACCOUNT(WS-BLK-COUNT)
               MOVE WS-CURRENT-CUST-ID TO WS-BLK-CUST-ID(WS-BLK-COUNT)
               MOVE "N" TO WS-BLK-HELD-SW(WS-BLK-COUNT)
           END-IF.

       READ-RESTRICTION.
           READ RESTRICTION-FILE
               AT END MOVE "Y" TO WS-RST-EOF
           END-READ.

      *
      * Every restriction carries to the new file.  An active
      * review block whose account is still to be blocked stays as
      * it is; one whose customer has since been reviewed is
      * released.
      *
       CARRY-OR-RELEASE.
           IF RS-RESTR-ID > WS-HIGH-RESTR-ID
               MOVE RS-RESTR-ID TO WS-HIGH-RESTR-ID
           END-IF
           MOVE RS-RESTR-ID TO RSO-RESTR-ID
           MOVE RS-ACCOUNT TO RSO-ACCOUNT
           MOVE RS-FLAG TO RSO-FLAG
           MOVE RS-REASON-CODE TO RSO-REASON-CODE
           MOVE RS-AUTHORITY TO RSO-AUTHORITY
           MOVE RS-IMPOSED-BY TO RSO-IMPOSED-BY
           MOVE RS-IMPOSED-DATE TO RSO-IMPOSED-DATE
           MOVE RS-STATUS TO RSO-STATUS
           IF RS-ACTIVE AND RS-REASON-CODE = WS-KYC-REASON
               AND RS-AUTHORITY = WS-KYC-AUTHORITY
               MOVE RS-ACCOUNT TO WS-BLK-KEY
               PERFORM FIND-BLOCKED-ACCOUNT
               IF BLOCK-FOUND
                   MOVE "Y" TO WS-BLK-HELD-SW(WS-BLK-SUB)
               ELSE
                   PERFORM RELEASE-REVIEW-RESTRICTION
               END-IF
           END-IF
           WRITE RESTRICTION-OUT-RECORD
           PERFORM READ-RESTRICTION.

       FIND-BLOCKED-ACCOUNT.
           MOVE "N" TO WS-BLK-FOUND-SW
           PERFORM VARYING WS-BLK-SUB FROM 1 BY 1
               UNTIL WS-BLK-SUB > WS-BLK-COUNT
                   OR BLOCK-FOUND
               IF WS-BLK-ACCOUNT(WS-BLK-SUB) = WS-BLK-KEY
                   MOVE "Y" TO WS-BLK-FOUND-SW
               END-IF
           END-PERFORM
           IF BLOCK-FOUND
               SUBTRACT 1 FROM WS-BLK-SUB
           END-IF.

       RELEASE-REVIEW-RESTRICTION.
           ADD 1 TO WS-RELEASED-COUNT
           MOVE "R" TO RSO-STATUS
           MOVE SPACES TO REVIEW-RPT-RECORD
           MOVE 0 TO CR-CUST-ID
           MOVE RS-ACCOUNT TO CR-ACCOUNT
           MOVE "REVIEW BLOCK RELEASED" TO CR-OUTCOME
           WRITE REVIEW-RPT-RECORD.

       IMPOSE-REVIEW-RESTRICTION.
           IF WS-BLK-HELD-SW(WS-BLK-SUB) = "N"
               ADD 1 TO WS-IMPOSED-COUNT
               ADD 1 TO WS-HIGH-RESTR-ID
               MOVE WS-HIGH-RESTR-ID TO RSO-RESTR-ID
               MOVE WS-BLK-ACCOUNT(WS-BLK-SUB) TO RSO-ACCOUNT
               MOVE "D" TO RSO-FLAG
               MOVE WS-KYC-REASON TO RSO-REASON-CODE
               MOVE WS-KYC-AUTHORITY TO RSO-AUTHORITY
               MOVE WS-KYC-AUTHORITY TO RSO-IMPOSED-BY
               MOVE WS-TODAY TO RSO-IMPOSED-DATE
               MOVE "A" TO RSO-STATUS
               WRITE RESTRICTION-OUT-RECORD
               MOVE SPACES TO REVIEW-RPT-RECORD
               MOVE WS-BLK-CUST-ID(WS-BLK-SUB) TO CR-CUST-ID
               MOVE WS-BLK-ACCOUNT(WS-BLK-SUB) TO CR-ACCOUNT
               MOVE "REVIEW BLOCK IMPOSED - DEBITS BLOCKED"
                   TO CR-OUTCOME
               WRITE REVIEW-RPT-RECORD
           END-IF.

       CONVERT-DATE-TO-SERIAL.
           MOVE WS-CVT-YEAR TO WS-CVT-Y
           MOVE WS-CVT-MONTH TO WS-CVT-M
           IF WS-CVT-M > 2
               ADD 1 TO WS-CVT-M
           ELSE
               ADD 13 TO WS-CVT-M
               SUBTRACT 1 FROM WS-CVT-Y
           END-IF
           COMPUTE WS-CVT-WORK1 = 1461 * WS-CVT-Y
           DIVIDE WS-CVT-WORK1 BY 4 GIVING WS-CVT-WORK1
           COMPUTE WS-CVT-WORK2 = 153 * WS-CVT-M
           DIVIDE WS-CVT-WORK2 BY 5 GIVING WS-CVT-WORK2
           COMPUTE WS-CVT-SERIAL =
               WS-CVT-WORK1 + WS-CVT-WORK2 + WS-CVT-DAY.

       WRITE-STEP-STAT.
           OPEN OUTPUT STEP-STAT-FILE
           MOVE "CDDREVW" TO SS-STEP-NAME
           MOVE WS-CUSTOMER-COUNT TO SS-RECORD-COUNT
           WRITE STEP-STAT-RECORD
           CLOSE STEP-STAT-FILE.
