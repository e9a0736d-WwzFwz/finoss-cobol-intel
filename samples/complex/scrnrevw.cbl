       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRNREVW.
      *
      * Compliance officer's review pass over the SCRNCASE queue of
      * rescreening matches, run the way CMPRREVW works CMPHOLD.
      * The officer keys SCRNDEC: one row per case, matched by case
      * number, confirming the match or clearing it as a false
      * positive under the officer's own user ID.  The reviewer
      * must hold the compliance role and may not be the maker.
      * Decisions land on SCRNCASE.NEW (the usual handover) and
      * every outcome goes on SCRNRRPT.
      *
      * A confirmed match restricts the customer outright: every
      * account on the customer's CIFXREF chain gets a both-way
      * restriction under reason "WL", imposed by the confirming
      * officer on this program's authority, written with the rest
      * of ACCTRSTR to ACCTRSTR.NEW (the RSTRMNT handover).  An
      * account already under an active watchlist restriction is
      * not restricted twice.  Lifting one is an ordinary RSTRMNT
      * release once compliance is satisfied.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE ASSIGN TO "SCRNDEC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-FILE-STATUS.
           SELECT SCREEN-CASE-FILE ASSIGN TO "SCRNCASE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-FILE-STATUS.
           SELECT CASE-OUT-FILE ASSIGN TO "SCRNCASE.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CIF-XREF-FILE ASSIGN TO "CIFXREF"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY CIF-KEY
               FILE STATUS IS WS-CIF-FILE-STATUS.
           SELECT RESTRICTION-FILE ASSIGN TO "ACCTRSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RST-FILE-STATUS.
           SELECT RESTRICTION-OUT-FILE ASSIGN TO "ACCTRSTR.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REVIEW-RPT-FILE ASSIGN TO "SCRNRRPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05  SD-CASE-ID           PIC 9(08).
           05  SD-DECISION          PIC X(01).
               88  SD-CONFIRM       VALUE "C".
               88  SD-CLEAR         VALUE "F".
           05  SD-CHECKER-ID        PIC X(08).

       FD  SCREEN-CASE-FILE.
       COPY SCRNCASE.

       FD  CASE-OUT-FILE.
       01  CASE-OUT-RECORD.
           05  SCO-CASE-ID          PIC 9(08).
           05  SCO-CUST-ID          PIC 9(08).
           05  SCO-SOURCE           PIC X(01).
           05  SCO-SCREENED-VALUE   PIC X(40).
           05  SCO-MATCHED-VALUE    PIC X(30).
           05  SCO-MAKER-ID         PIC X(08).
           05  SCO-STATUS           PIC X(01).
           05  SCO-CHECKER-ID       PIC X(08).
           05  SCO-RAISED-TS        PIC X(14).
           05  SCO-DECIDED-DATE     PIC 9(08).

       FD  CIF-XREF-FILE.
       COPY CIFXREF.

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
           05  CR-CASE-ID           PIC 9(08).
           05  FILLER               PIC X(02).
           05  CR-CUST-ID           PIC 9(08).
           05  FILLER               PIC X(02).
           05  CR-CHECKER-ID        PIC X(08).
           05  FILLER               PIC X(02).
           05  CR-MATCHED-VALUE     PIC X(30).
           05  FILLER               PIC X(02).
           05  CR-ACCOUNT           PIC X(10).
           05  FILLER               PIC X(02).
           05  CR-OUTCOME           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-DEC-FILE-STATUS       PIC X(2).
       01  WS-CASE-FILE-STATUS      PIC X(2).
       01  WS-CIF-FILE-STATUS       PIC X(2).
       01  WS-RST-FILE-STATUS       PIC X(2).
       01  WS-DEC-EOF               PIC X(1) VALUE "N".
           88  END-OF-DECISIONS     VALUE "Y".
       01  WS-CASE-EOF              PIC X(1) VALUE "N".
           88  END-OF-CASES         VALUE "Y".
       01  WS-CIF-EOF               PIC X(1) VALUE "N".
           88  END-OF-XREF          VALUE "Y".
       01  WS-RST-EOF               PIC X(1) VALUE "N".
           88  END-OF-RESTRICTIONS  VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-DECISION-COUNT        PIC 9(5) COMP VALUE 0.
       01  WS-CONFIRMED-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-CLEARED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-REFUSED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-IMPOSED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-DECISION-TABLE.
           05  WS-DEC-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-DEC-IDX.
               10  WS-DEC-CASE-ID     PIC 9(08).
               10  WS-DEC-DECISION    PIC X(01).
               10  WS-DEC-CHECKER-ID  PIC X(08).
               10  WS-DEC-USED-SW     PIC X(01).
       01  WS-MATCH-IDX             PIC 9(5) COMP VALUE 0.
       01  WS-MATCH-FOUND-SW        PIC X(1).
           88  MATCH-FOUND          VALUE "Y".
      *
      * Customers confirmed today, with the officer who confirmed
      * them, and the accounts their CIFXREF chains give up; each
      * account is marked once ACCTRSTR is found already to hold a
      * watchlist restriction on it.
      *
       01  WS-CNF-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-CNF-TABLE.
           05  WS-CNF-ENTRY OCCURS 200 TIMES.
               10  WS-CNF-CUST-ID   PIC 9(08).
               10  WS-CNF-CASE-ID   PIC 9(08).
               10  WS-CNF-CHECKER-ID PIC X(08).
               10  WS-CNF-VALUE     PIC X(30).
       01  WS-CNF-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-CNF-KEY               PIC 9(08).
       01  WS-CNF-FOUND-SW          PIC X(1).
           88  CONFIRMED-CUSTOMER   VALUE "Y".
       01  WS-BLK-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-BLK-TABLE.
           05  WS-BLK-ENTRY OCCURS 2000 TIMES.
               10  WS-BLK-ACCOUNT   PIC X(10).
               10  WS-BLK-CNF-SUB   PIC 9(4) COMP.
               10  WS-BLK-HELD-SW   PIC X(01).
       01  WS-BLK-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-BLK-KEY               PIC X(10).
       01  WS-BLK-FOUND-SW          PIC X(1).
           88  BLOCK-FOUND          VALUE "Y".
       01  WS-XREF-SUB              PIC 9(02) COMP.
       01  WS-HIGH-RESTR-ID         PIC 9(06) VALUE 0.
       01  WS-WATCH-REASON          PIC X(02) VALUE "WL".
       01  WS-WATCH-AUTHORITY       PIC X(08) VALUE "SCRNREVW".
      *
      * OPERSEC sign-on interface: confirming or clearing a
      * watchlist match is compliance work, so the reviewer must
      * hold the compliance role (a supervisor passes).
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
           IF WS-DEC-FILE-STATUS = "00"
               PERFORM LOAD-DECISION-TABLE
               CLOSE DECISION-FILE
           END-IF
           OPEN INPUT SCREEN-CASE-FILE
           IF WS-CASE-FILE-STATUS NOT = "00"
               DISPLAY "SCRNREVW: NO SCREENING CASES ON FILE"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CASE-OUT-FILE
           OPEN OUTPUT REVIEW-RPT-FILE
           PERFORM READ-CASE
           PERFORM REVIEW-ONE-CASE UNTIL END-OF-CASES
           PERFORM REPORT-UNMATCHED-DECISIONS
           CLOSE SCREEN-CASE-FILE CASE-OUT-FILE
           IF WS-CNF-COUNT > 0
               PERFORM GATHER-CONFIRMED-ACCOUNTS
               PERFORM RESTRICT-CONFIRMED-ACCOUNTS
           END-IF
           CLOSE REVIEW-RPT-FILE
           DISPLAY "SCRNREVW: DECISIONS READ    " WS-DECISION-COUNT
           DISPLAY "SCRNREVW: MATCHES CONFIRMED " WS-CONFIRMED-COUNT
           DISPLAY "SCRNREVW: MATCHES CLEARED   " WS-CLEARED-COUNT
           DISPLAY "SCRNREVW: DECISIONS REFUSED " WS-REFUSED-COUNT
           DISPLAY "SCRNREVW: RESTRICTIONS IMPOSED " WS-IMPOSED-COUNT
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
      * The reviewer signs on like every other checker: decisions
      * under an unknown, suspended, or unauthorized ID never load
      * and surface as unmatched on the report.
      *
       STORE-DECISION-ENTRY.
           MOVE SD-CHECKER-ID TO LK-OPER-CHECK-ID
           CALL "OPERSEC" USING LK-OPER-CHECK-ID LK-REQUIRED-ROLE
               LK-SIGNON-RESULT
           IF LK-SIGNON-OK = "N"
               DISPLAY "SCRNREVW: DECISION REFUSED FOR REVIEWER "
                   SD-CHECKER-ID " - " LK-SIGNON-REASON
               PERFORM READ-DECISION
           ELSE
               PERFORM STORE-GOOD-DECISION
           END-IF.

       STORE-GOOD-DECISION.
           IF WS-DECISION-COUNT = 200
               DISPLAY "SCRNREVW: DECISION TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DECISION-COUNT
           SET WS-DEC-IDX TO WS-DECISION-COUNT
           MOVE SD-CASE-ID TO WS-DEC-CASE-ID(WS-DEC-IDX)
           MOVE SD-DECISION TO WS-DEC-DECISION(WS-DEC-IDX)
           MOVE SD-CHECKER-ID TO WS-DEC-CHECKER-ID(WS-DEC-IDX)
           MOVE "N" TO WS-DEC-USED-SW(WS-DEC-IDX)
           PERFORM READ-DECISION.

       READ-CASE.
           READ SCREEN-CASE-FILE
               AT END MOVE "Y" TO WS-CASE-EOF
           END-READ.

       REVIEW-ONE-CASE.
           PERFORM COPY-CASE-TO-OUT
           IF SCC-PENDING
               PERFORM FIND-DECISION-FOR-CASE
               IF MATCH-FOUND
                   PERFORM APPLY-DECISION
               END-IF
           END-IF
           WRITE CASE-OUT-RECORD
           PERFORM READ-CASE.

       COPY-CASE-TO-OUT.
           MOVE SCC-CASE-ID TO SCO-CASE-ID
           MOVE SCC-CUST-ID TO SCO-CUST-ID
           MOVE SCC-SOURCE TO SCO-SOURCE
           MOVE SCC-SCREENED-VALUE TO SCO-SCREENED-VALUE
           MOVE SCC-MATCHED-VALUE TO SCO-MATCHED-VALUE
           MOVE SCC-MAKER-ID TO SCO-MAKER-ID
           MOVE SCC-STATUS TO SCO-STATUS
           MOVE SCC-CHECKER-ID TO SCO-CHECKER-ID
           MOVE SCC-RAISED-TS TO SCO-RAISED-TS
           MOVE SCC-DECIDED-DATE TO SCO-DECIDED-DATE.

       FIND-DECISION-FOR-CASE.
           MOVE "N" TO WS-MATCH-FOUND-SW
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-DECISION-COUNT
                   OR MATCH-FOUND
               IF WS-DEC-CASE-ID(WS-MATCH-IDX) = SCC-CASE-ID
                   AND WS-DEC-USED-SW(WS-MATCH-IDX) = "N"
                   MOVE "Y" TO WS-MATCH-FOUND-SW
               END-IF
           END-PERFORM
           IF MATCH-FOUND
               SUBTRACT 1 FROM WS-MATCH-IDX
           END-IF.

      *
      * Dual control: a decision signed by the maker's own ID is
      * refused and the case stays open for a genuinely different
      * reviewer.  A decision that is neither confirm nor clear is
      * refused the same way.
      *
       APPLY-DECISION.
           MOVE "Y" TO WS-DEC-USED-SW(WS-MATCH-IDX)
           MOVE SPACES TO REVIEW-RPT-RECORD
           MOVE SCC-CASE-ID TO CR-CASE-ID
           MOVE SCC-CUST-ID TO CR-CUST-ID
           MOVE WS-DEC-CHECKER-ID(WS-MATCH-IDX) TO CR-CHECKER-ID
           MOVE SCC-MATCHED-VALUE TO CR-MATCHED-VALUE
           EVALUATE TRUE
               WHEN WS-DEC-CHECKER-ID(WS-MATCH-IDX) = SCC-MAKER-ID
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "REFUSED - REVIEWER SAME AS MAKER"
                       TO CR-OUTCOME
               WHEN WS-DEC-DECISION(WS-MATCH-IDX) = "C"
                   ADD 1 TO WS-CONFIRMED-COUNT
                   MOVE WS-DEC-CHECKER-ID(WS-MATCH-IDX)
                       TO SCO-CHECKER-ID
                   MOVE "C" TO SCO-STATUS
                   MOVE WS-TODAY TO SCO-DECIDED-DATE
                   MOVE "MATCH CONFIRMED - ACCOUNTS RESTRICTED"
                       TO CR-OUTCOME
                   PERFORM NOTE-CONFIRMED-CUSTOMER
               WHEN WS-DEC-DECISION(WS-MATCH-IDX) = "F"
                   ADD 1 TO WS-CLEARED-COUNT
                   MOVE WS-DEC-CHECKER-ID(WS-MATCH-IDX)
                       TO SCO-CHECKER-ID
                   MOVE "F" TO SCO-STATUS
                   MOVE WS-TODAY TO SCO-DECIDED-DATE
                   MOVE "CLEARED - FALSE POSITIVE" TO CR-OUTCOME
               WHEN OTHER
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "REFUSED - DECISION NOT C OR F"
                       TO CR-OUTCOME
           END-EVALUATE
           WRITE REVIEW-RPT-RECORD.

       NOTE-CONFIRMED-CUSTOMER.
           MOVE SCC-CUST-ID TO WS-CNF-KEY
           PERFORM FIND-CONFIRMED-CUSTOMER
           IF NOT CONFIRMED-CUSTOMER
               ADD 1 TO WS-CNF-COUNT
               MOVE SCC-CUST-ID TO WS-CNF-CUST-ID(WS-CNF-COUNT)
               MOVE SCC-CASE-ID TO WS-CNF-CASE-ID(WS-CNF-COUNT)
               MOVE WS-DEC-CHECKER-ID(WS-MATCH-IDX)
                   TO WS-CNF-CHECKER-ID(WS-CNF-COUNT)
               MOVE SCC-MATCHED-VALUE TO WS-CNF-VALUE(WS-CNF-COUNT)
           END-IF.

       FIND-CONFIRMED-CUSTOMER.
           MOVE "N" TO WS-CNF-FOUND-SW
           PERFORM VARYING WS-CNF-SUB FROM 1 BY 1
               UNTIL WS-CNF-SUB > WS-CNF-COUNT
                   OR CONFIRMED-CUSTOMER
               IF WS-CNF-CUST-ID(WS-CNF-SUB) = WS-CNF-KEY
                   MOVE "Y" TO WS-CNF-FOUND-SW
               END-IF
           END-PERFORM
           IF CONFIRMED-CUSTOMER
               SUBTRACT 1 FROM WS-CNF-SUB
           END-IF.

       REPORT-UNMATCHED-DECISIONS.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-DECISION-COUNT
               IF WS-DEC-USED-SW(WS-MATCH-IDX) = "N"
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE SPACES TO REVIEW-RPT-RECORD
                   MOVE WS-DEC-CASE-ID(WS-MATCH-IDX) TO CR-CASE-ID
                   MOVE WS-DEC-CHECKER-ID(WS-MATCH-IDX)
                       TO CR-CHECKER-ID
                   MOVE "DECISION DID NOT MATCH AN OPEN CASE"
                       TO CR-OUTCOME
                   WRITE REVIEW-RPT-RECORD
               END-IF
           END-PERFORM.

      *
      * One pass of the cross-reference picks up every account on
      * each confirmed customer's chain, whatever its type; a joint
      * account two confirmed customers share is restricted once.
      *
       GATHER-CONFIRMED-ACCOUNTS.
           OPEN INPUT CIF-XREF-FILE
           IF WS-CIF-FILE-STATUS NOT = "00"
               DISPLAY "SCRNREVW: NO CIF CROSS-REFERENCE - RUN CIFXREF"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-XREF
           PERFORM GATHER-XREF-RECORD UNTIL END-OF-XREF
           CLOSE CIF-XREF-FILE.

       READ-XREF.
           READ CIF-XREF-FILE NEXT
               AT END MOVE "Y" TO WS-CIF-EOF
           END-READ.

       GATHER-XREF-RECORD.
           MOVE CIF-CUST-ID TO WS-CNF-KEY
           PERFORM FIND-CONFIRMED-CUSTOMER
           IF CONFIRMED-CUSTOMER
               PERFORM NOTE-RESTRICTED-ACCOUNT
                   VARYING WS-XREF-SUB FROM 1 BY 1
                   UNTIL WS-XREF-SUB > CIF-ACCT-COUNT
           END-IF
           PERFORM READ-XREF.

       NOTE-RESTRICTED-ACCOUNT.
           MOVE CIF-ACCT-NUM(WS-XREF-SUB)(3:10) TO WS-BLK-KEY
           PERFORM FIND-BLOCKED-ACCOUNT
           IF NOT BLOCK-FOUND
               IF WS-BLK-COUNT = 2000
                   DISPLAY "SCRNREVW: BLOCK TABLE FULL - RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BLK-COUNT
               MOVE WS-BLK-KEY TO WS-BLK-ACCOUNT(WS-BLK-COUNT)
               MOVE WS-CNF-SUB TO WS-BLK-CNF-SUB(WS-BLK-COUNT)
               MOVE "N" TO WS-BLK-HELD-SW(WS-BLK-COUNT)
           END-IF.

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

      *
      * Every restriction carries to the new file; the confirmed
      * customers' accounts are appended after it under new
      * restriction numbers.
      *
       RESTRICT-CONFIRMED-ACCOUNTS.
           OPEN OUTPUT RESTRICTION-OUT-FILE
           OPEN INPUT RESTRICTION-FILE
           IF WS-RST-FILE-STATUS = "00"
               PERFORM READ-RESTRICTION
               PERFORM CARRY-RESTRICTION UNTIL END-OF-RESTRICTIONS
               CLOSE RESTRICTION-FILE
           END-IF
           PERFORM IMPOSE-WATCHLIST-RESTRICTION
               VARYING WS-BLK-SUB FROM 1 BY 1
               UNTIL WS-BLK-SUB > WS-BLK-COUNT
           CLOSE RESTRICTION-OUT-FILE.

       READ-RESTRICTION.
           READ RESTRICTION-FILE
               AT END MOVE "Y" TO WS-RST-EOF
           END-READ.

       CARRY-RESTRICTION.
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
           IF RS-ACTIVE AND RS-REASON-CODE = WS-WATCH-REASON
               MOVE RS-ACCOUNT TO WS-BLK-KEY
               PERFORM FIND-BLOCKED-ACCOUNT
               IF BLOCK-FOUND
                   MOVE "Y" TO WS-BLK-HELD-SW(WS-BLK-SUB)
               END-IF
           END-IF
           WRITE RESTRICTION-OUT-RECORD
           PERFORM READ-RESTRICTION.

       IMPOSE-WATCHLIST-RESTRICTION.
           MOVE WS-BLK-CNF-SUB(WS-BLK-SUB) TO WS-CNF-SUB
           MOVE SPACES TO REVIEW-RPT-RECORD
           MOVE WS-CNF-CASE-ID(WS-CNF-SUB) TO CR-CASE-ID
           MOVE WS-CNF-CUST-ID(WS-CNF-SUB) TO CR-CUST-ID
           MOVE WS-CNF-CHECKER-ID(WS-CNF-SUB) TO CR-CHECKER-ID
           MOVE WS-CNF-VALUE(WS-CNF-SUB) TO CR-MATCHED-VALUE
           MOVE WS-BLK-ACCOUNT(WS-BLK-SUB) TO CR-ACCOUNT
           IF WS-BLK-HELD-SW(WS-BLK-SUB) = "N"
               ADD 1 TO WS-IMPOSED-COUNT
               ADD 1 TO WS-HIGH-RESTR-ID
               MOVE WS-HIGH-RESTR-ID TO RSO-RESTR-ID
               MOVE WS-BLK-ACCOUNT(WS-BLK-SUB) TO RSO-ACCOUNT
               MOVE "B" TO RSO-FLAG
               MOVE WS-WATCH-REASON TO RSO-REASON-CODE
               MOVE WS-WATCH-AUTHORITY TO RSO-AUTHORITY
               MOVE WS-CNF-CHECKER-ID(WS-CNF-SUB) TO RSO-IMPOSED-BY
               MOVE WS-TODAY TO RSO-IMPOSED-DATE
               MOVE "A" TO RSO-STATUS
               WRITE RESTRICTION-OUT-RECORD
               MOVE "RESTRICTED BOTH DIRECTIONS" TO CR-OUTCOME
           ELSE
               MOVE "ALREADY UNDER WATCHLIST RESTRICTION"
                   TO CR-OUTCOME
           END-IF
           WRITE REVIEW-RPT-RECORD.
