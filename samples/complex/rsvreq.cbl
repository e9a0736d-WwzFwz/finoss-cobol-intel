       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSVREQ.
      *
      * Statutory reserve requirement off the GLBAL balance ledger.
      * Every liability account on COAMAST is tagged with a reserve
      * category and a currency group (L local, F foreign): an
      * explicit RSVTAG row wins, and a customer account with none
      * takes its tag from the deposit it books -- ACCTMAST type CA
      * is demand ("DD"), SA savings ("SV"), TD time ("TD"), FC
      * foreign-currency demand ("FC"), the group from the account
      * currency.  Accounts with no tag, or tagged with a blank
      * category, are not reservable.
      *
      * The eligible balance of each category is the average of its
      * accounts' closing credit balances, all branches summed, over
      * the GLBAL periods of the reporting window RSVPARM names (the
      * latest closed period when it names none).  The RSVPARM
      * percentage for the category and currency group -- an exact
      * row first, then the group's blank-category row -- gives the
      * requirement, and each group's requirement is set against the
      * closing balance of its central bank current account for the
      * last period in the window.  A shortfall in either group ends
      * the run RC=4 so treasury acts before the cut-off.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RSV-PARM-FILE ASSIGN TO "RSVPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT RSV-TAG-FILE ASSIGN TO "RSVTAG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TAG-FILE-STATUS.
           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS ACCTM-NUM
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT COA-MASTER-FILE ASSIGN TO "COAMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COA-FILE-STATUS.
           SELECT GL-BALANCE-FILE ASSIGN TO "GLBAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-FILE-STATUS.
           SELECT RSV-RPT-FILE ASSIGN TO "RSVRPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *
      * The window row names the reporting window and the central
      * bank current accounts; each rate row the reserve percentage
      * for a category and currency group, a blank category
      * covering every category of the group.
      *
       FD  RSV-PARM-FILE.
       01  RSV-PARM-RECORD.
           05  RP-REC-TYPE          PIC X(01).
               88  RP-WINDOW-REC    VALUE "W".
               88  RP-RATE-REC      VALUE "R".
           05  RP-WINDOW-DATA.
               10  RP-PERIOD-FROM   PIC 9(06).
               10  RP-PERIOD-TO     PIC 9(06).
               10  RP-CB-LOCAL-ACCT PIC 9(08).
               10  RP-CB-FOREIGN-ACCT PIC 9(08).
           05  RP-RATE-DATA REDEFINES RP-WINDOW-DATA.
               10  RP-CATEGORY      PIC X(02).
               10  RP-CCY-GROUP     PIC X(01).
               10  RP-PERCENT       PIC 9V9(04).
               10  FILLER           PIC X(20).

      *
      * Explicit reserve tags, for house liability accounts and for
      * any customer account whose derived tag is wrong.
      *
       FD  RSV-TAG-FILE.
       01  RSV-TAG-RECORD.
           05  RT-ACCOUNT           PIC 9(08).
           05  RT-CATEGORY          PIC X(02).
           05  RT-CCY-GROUP         PIC X(01).

       FD  ACCT-MASTER-FILE.
       COPY ACCTMAST.

      *
      * The chart-of-accounts master, the same layout GLPOST
      * validates entries against.
      *
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

       FD  GL-BALANCE-FILE.
       COPY GLBAL.

      *
      * Window, category and group lines share the record under
      * REDEFINES, the GLTRIAL convention.
      *
       FD  RSV-RPT-FILE.
       01  RSV-RPT-RECORD.
           05  RR-REC-TYPE          PIC X(01).
               88  RR-WINDOW-LINE   VALUE "W".
               88  RR-CATEGORY-LINE VALUE "C".
               88  RR-GROUP-LINE    VALUE "G".
           05  FILLER               PIC X(01).
           05  RR-CCY-GROUP         PIC X(01).
           05  FILLER               PIC X(02).
           05  RR-CATEGORY-DATA.
               10  RR-CATEGORY      PIC X(02).
               10  FILLER           PIC X(02).
               10  RR-ACCOUNTS      PIC Z(04)9.
               10  FILLER           PIC X(02).
               10  RR-AVERAGE       PIC -Z(14)9.99.
               10  FILLER           PIC X(02).
               10  RR-PERCENT       PIC 9.9(04).
               10  FILLER           PIC X(02).
               10  RR-REQUIRED      PIC Z(14)9.99.
               10  FILLER           PIC X(24).
           05  RR-GROUP-DATA REDEFINES RR-CATEGORY-DATA.
               10  RR-GRP-REQUIRED  PIC Z(14)9.99.
               10  FILLER           PIC X(02).
               10  RR-CB-ACCOUNT    PIC 9(08).
               10  FILLER           PIC X(02).
               10  RR-CB-BALANCE    PIC -Z(14)9.99.
               10  FILLER           PIC X(02).
               10  RR-POSITION      PIC X(09).
               10  FILLER           PIC X(02).
               10  RR-GAP           PIC Z(14)9.99.
           05  RR-WINDOW-DATA REDEFINES RR-CATEGORY-DATA.
               10  RR-PERIOD-FROM   PIC 9(06).
               10  FILLER           PIC X(02).
               10  RR-PERIOD-TO     PIC 9(06).
               10  FILLER           PIC X(02).
               10  RR-PERIODS-FOUND PIC Z9.
               10  FILLER           PIC X(64).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS      PIC X(2).
       01  WS-TAG-FILE-STATUS       PIC X(2).
       01  WS-ACCT-FILE-STATUS      PIC X(2).
       01  WS-COA-FILE-STATUS       PIC X(2).
       01  WS-BAL-FILE-STATUS       PIC X(2).
       01  WS-PARM-EOF              PIC X(1) VALUE "N".
           88  END-OF-PARMS         VALUE "Y".
       01  WS-TAG-EOF               PIC X(1) VALUE "N".
           88  END-OF-TAGS          VALUE "Y".
       01  WS-ACCT-EOF              PIC X(1) VALUE "N".
           88  END-OF-ACCOUNTS      VALUE "Y".
       01  WS-COA-EOF               PIC X(1) VALUE "N".
           88  END-OF-CHART         VALUE "Y".
       01  WS-BAL-EOF               PIC X(1) VALUE "N".
           88  END-OF-BALANCES      VALUE "Y".
      *
      * Reporting window and central bank accounts; a missing window
      * row leaves the latest period GLBAL carries.
      *
       01  WS-PERIOD-FROM           PIC 9(06) VALUE 0.
       01  WS-PERIOD-TO             PIC 9(06) VALUE 0.
       01  WS-CB-LOCAL-ACCT         PIC 9(08) VALUE 80808080.
       01  WS-CB-FOREIGN-ACCT       PIC 9(08) VALUE 81818181.
      *
      * Reserve percentages; with no rate rows at all on RSVPARM the
      * standing local and foreign ratios apply to every category.
      *
       01  WS-RATE-COUNT            PIC 9(2) COMP VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RTE-ENTRY OCCURS 40 TIMES.
               10  WS-RTE-CATEGORY  PIC X(02).
               10  WS-RTE-CCY-GROUP PIC X(01).
               10  WS-RTE-PERCENT   PIC 9V9(04).
       01  WS-RTE-SUB               PIC 9(2) COMP VALUE 0.
       01  WS-RATE-FOUND-SW         PIC X(1).
           88  RATE-FOUND           VALUE "Y".
       01  WS-PERCENT               PIC 9V9(04).
      *
      * Explicit tags, and the deposit behind each customer GL
      * account (the rightmost 8 of ACCTM-NUM, the convention GLPOST
      * is called with).
      *
       01  WS-TAG-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-TAG-TABLE.
           05  WS-TAG-ENTRY OCCURS 1000 TIMES.
               10  WS-TAG-ACCOUNT   PIC 9(08).
               10  WS-TAG-CATEGORY  PIC X(02).
               10  WS-TAG-CCY-GROUP PIC X(01).
       01  WS-TAG-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-DEP-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-DEP-TABLE.
           05  WS-DEP-ENTRY OCCURS 5000 TIMES.
               10  WS-DEP-GL-ACCOUNT PIC 9(08).
               10  WS-DEP-TYPE      PIC X(02).
               10  WS-DEP-CURRENCY  PIC X(03).
       01  WS-DEP-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-TAG-FOUND-SW          PIC X(1).
           88  TAG-FOUND            VALUE "Y".
       01  WS-CATEGORY              PIC X(02).
       01  WS-CCY-GROUP             PIC X(01).
      *
      * Every reservable account with its tag and the sum of its
      * closings over the window.
      *
       01  WS-RSV-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-RSV-TABLE.
           05  WS-RSV-ENTRY OCCURS 5000 TIMES.
               10  WS-RSV-ACCOUNT   PIC 9(08).
               10  WS-RSV-CATEGORY  PIC X(02).
               10  WS-RSV-CCY-GROUP PIC X(01).
               10  WS-RSV-SUM       PIC S9(15)V99.
       01  WS-RSV-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-RSV-FOUND-SW          PIC X(1).
           88  RESERVABLE-ACCOUNT   VALUE "Y".
      *
      * The distinct periods the window found on GLBAL: the average
      * divides by these, so a month not yet closed does not drag
      * the figure down.
      *
       01  WS-PERIOD-COUNT          PIC 9(2) COMP VALUE 0.
       01  WS-PERIOD-TABLE.
           05  WS-PRD-PERIOD OCCURS 60 TIMES PIC 9(06).
       01  WS-PRD-SUB               PIC 9(2) COMP VALUE 0.
       01  WS-PERIOD-FOUND-SW       PIC X(1).
           88  PERIOD-NOTED         VALUE "Y".
      *
      * Category buckets within each currency group.
      *
       01  WS-BKT-COUNT             PIC 9(2) COMP VALUE 0.
       01  WS-BKT-TABLE.
           05  WS-BKT-ENTRY OCCURS 40 TIMES.
               10  WS-BKT-CATEGORY  PIC X(02).
               10  WS-BKT-CCY-GROUP PIC X(01).
               10  WS-BKT-ACCOUNTS  PIC 9(05).
               10  WS-BKT-SUM       PIC S9(15)V99.
       01  WS-BKT-SUB               PIC 9(2) COMP VALUE 0.
       01  WS-BKT-FOUND-SW          PIC X(1).
           88  BUCKET-FOUND         VALUE "Y".
       01  WS-AVERAGE               PIC S9(15)V99.
       01  WS-REQUIRED              PIC 9(15)V99.
      *
      * Per-group requirement against the central bank account's
      * closing for the last period of the window seen.
      *
       01  WS-GROUP                 PIC X(01).
       01  WS-GROUP-REQUIRED        PIC 9(15)V99.
       01  WS-CB-ACCOUNT            PIC 9(08).
       01  WS-CB-LOCAL-PERIOD       PIC 9(06) VALUE 0.
       01  WS-CB-LOCAL-BALANCE      PIC S9(15)V99 VALUE 0.
       01  WS-CB-FOREIGN-PERIOD     PIC 9(06) VALUE 0.
       01  WS-CB-FOREIGN-BALANCE    PIC S9(15)V99 VALUE 0.
       01  WS-CB-BALANCE            PIC S9(15)V99.
       01  WS-GAP                   PIC S9(15)V99.
       01  WS-SHORTFALL-SW          PIC X(1) VALUE "N".
           88  SHORTFALL-FOUND      VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM LOAD-RESERVE-PARMS
           PERFORM LOAD-TAG-TABLE
           PERFORM LOAD-DEPOSIT-TABLE
           PERFORM LOAD-RESERVABLE-ACCOUNTS
           IF WS-PERIOD-TO = 0
               PERFORM FIND-LATEST-PERIOD
           END-IF
           PERFORM ACCUMULATE-WINDOW-BALANCES
           PERFORM BUILD-CATEGORY-BUCKETS
           OPEN OUTPUT RSV-RPT-FILE
           PERFORM WRITE-WINDOW-LINE
           MOVE "L" TO WS-GROUP
           MOVE WS-CB-LOCAL-ACCT TO WS-CB-ACCOUNT
           MOVE WS-CB-LOCAL-BALANCE TO WS-CB-BALANCE
           PERFORM REPORT-ONE-GROUP
           MOVE "F" TO WS-GROUP
           MOVE WS-CB-FOREIGN-ACCT TO WS-CB-ACCOUNT
           MOVE WS-CB-FOREIGN-BALANCE TO WS-CB-BALANCE
           PERFORM REPORT-ONE-GROUP
           CLOSE RSV-RPT-FILE
           DISPLAY "RSVREQ: RESERVABLE ACCOUNTS " WS-RSV-COUNT
           DISPLAY "RSVREQ: PERIODS AVERAGED    " WS-PERIOD-COUNT
           IF SHORTFALL-FOUND
               DISPLAY "RSVREQ: *** RESERVE SHORTFALL ***"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-RESERVE-PARMS.
           OPEN INPUT RSV-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               PERFORM READ-RESERVE-PARM
               PERFORM STORE-RESERVE-PARM UNTIL END-OF-PARMS
               CLOSE RSV-PARM-FILE
           END-IF
           IF WS-RATE-COUNT = 0
               MOVE 2 TO WS-RATE-COUNT
               MOVE SPACES TO WS-RTE-CATEGORY(1)
               MOVE "L" TO WS-RTE-CCY-GROUP(1)
               MOVE 0.0900 TO WS-RTE-PERCENT(1)
               MOVE SPACES TO WS-RTE-CATEGORY(2)
               MOVE "F" TO WS-RTE-CCY-GROUP(2)
               MOVE 0.0400 TO WS-RTE-PERCENT(2)
           END-IF
           IF WS-PERIOD-FROM > WS-PERIOD-TO
               MOVE WS-PERIOD-TO TO WS-PERIOD-FROM
           END-IF.

       READ-RESERVE-PARM.
           READ RSV-PARM-FILE
               AT END MOVE "Y" TO WS-PARM-EOF
           END-READ.

       STORE-RESERVE-PARM.
           EVALUATE TRUE
               WHEN RP-WINDOW-REC
                   IF RP-PERIOD-FROM NUMERIC AND RP-PERIOD-TO NUMERIC
                       MOVE RP-PERIOD-FROM TO WS-PERIOD-FROM
                       MOVE RP-PERIOD-TO TO WS-PERIOD-TO
                   END-IF
                   IF RP-CB-LOCAL-ACCT NUMERIC
                       AND RP-CB-LOCAL-ACCT > 0
                       MOVE RP-CB-LOCAL-ACCT TO WS-CB-LOCAL-ACCT
                   END-IF
                   IF RP-CB-FOREIGN-ACCT NUMERIC
                       AND RP-CB-FOREIGN-ACCT > 0
                       MOVE RP-CB-FOREIGN-ACCT TO WS-CB-FOREIGN-ACCT
                   END-IF
               WHEN RP-RATE-REC
                   IF WS-RATE-COUNT = 40
                       DISPLAY "RSVREQ: RATE TABLE FULL - RAISE OCCURS"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-RATE-COUNT
                   MOVE RP-CATEGORY TO WS-RTE-CATEGORY(WS-RATE-COUNT)
                   MOVE RP-CCY-GROUP TO WS-RTE-CCY-GROUP(WS-RATE-COUNT)
                   MOVE RP-PERCENT TO WS-RTE-PERCENT(WS-RATE-COUNT)
           END-EVALUATE
           PERFORM READ-RESERVE-PARM.

       LOAD-TAG-TABLE.
           OPEN INPUT RSV-TAG-FILE
           IF WS-TAG-FILE-STATUS = "00"
               PERFORM READ-TAG
               PERFORM STORE-TAG-ENTRY UNTIL END-OF-TAGS
               CLOSE RSV-TAG-FILE
           END-IF.

       READ-TAG.
           READ RSV-TAG-FILE
               AT END MOVE "Y" TO WS-TAG-EOF
           END-READ.

       STORE-TAG-ENTRY.
           IF WS-TAG-COUNT = 1000
               DISPLAY "RSVREQ: TAG TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TAG-COUNT
           MOVE RT-ACCOUNT TO WS-TAG-ACCOUNT(WS-TAG-COUNT)
           MOVE RT-CATEGORY TO WS-TAG-CATEGORY(WS-TAG-COUNT)
           MOVE RT-CCY-GROUP TO WS-TAG-CCY-GROUP(WS-TAG-COUNT)
           PERFORM READ-TAG.

      *
      * Only the deposit types carry a derived tag; loans and cards
      * are assets and never reservable.
      *
       LOAD-DEPOSIT-TABLE.
           OPEN INPUT ACCT-MASTER-FILE
           IF WS-ACCT-FILE-STATUS = "00"
               PERFORM READ-ACCOUNT
               PERFORM STORE-DEPOSIT-ENTRY UNTIL END-OF-ACCOUNTS
               CLOSE ACCT-MASTER-FILE
           END-IF.

       READ-ACCOUNT.
           READ ACCT-MASTER-FILE NEXT
               AT END MOVE "Y" TO WS-ACCT-EOF
           END-READ.

       STORE-DEPOSIT-ENTRY.
           IF ACCTM-TYPE = "CA" OR ACCTM-TYPE = "SA"
               OR ACCTM-TYPE = "TD" OR ACCTM-TYPE = "FC"
               IF WS-DEP-COUNT = 5000
                   DISPLAY "RSVREQ: DEPOSIT TABLE FULL - RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DEP-COUNT
               MOVE ACCTM-NUM(5:8) TO WS-DEP-GL-ACCOUNT(WS-DEP-COUNT)
               MOVE ACCTM-TYPE TO WS-DEP-TYPE(WS-DEP-COUNT)
               MOVE ACCTM-CURRENCY TO WS-DEP-CURRENCY(WS-DEP-COUNT)
           END-IF
           PERFORM READ-ACCOUNT.

       LOAD-RESERVABLE-ACCOUNTS.
           OPEN INPUT COA-MASTER-FILE
           IF WS-COA-FILE-STATUS = "00"
               PERFORM READ-CHART
               PERFORM TAG-CHART-ACCOUNT UNTIL END-OF-CHART
               CLOSE COA-MASTER-FILE
           END-IF.

       READ-CHART.
           READ COA-MASTER-FILE
               AT END MOVE "Y" TO WS-COA-EOF
           END-READ.

       TAG-CHART-ACCOUNT.
           MOVE SPACES TO WS-CATEGORY
           MOVE SPACES TO WS-CCY-GROUP
           PERFORM FIND-EXPLICIT-TAG
           IF NOT TAG-FOUND AND COA-CUSTOMER
               PERFORM DERIVE-DEPOSIT-TAG
           END-IF
           IF WS-CATEGORY NOT = SPACES
               AND (WS-CCY-GROUP = "L" OR WS-CCY-GROUP = "F")
               IF WS-RSV-COUNT = 5000
                   DISPLAY "RSVREQ: RESERVABLE TABLE FULL - RAISE"
                       " OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RSV-COUNT
               MOVE COA-ACCOUNT TO WS-RSV-ACCOUNT(WS-RSV-COUNT)
               MOVE WS-CATEGORY TO WS-RSV-CATEGORY(WS-RSV-COUNT)
               MOVE WS-CCY-GROUP TO WS-RSV-CCY-GROUP(WS-RSV-COUNT)
               MOVE 0 TO WS-RSV-SUM(WS-RSV-COUNT)
           END-IF
           PERFORM READ-CHART.

       FIND-EXPLICIT-TAG.
           MOVE "N" TO WS-TAG-FOUND-SW
           PERFORM VARYING WS-TAG-SUB FROM 1 BY 1
               UNTIL WS-TAG-SUB > WS-TAG-COUNT
                   OR TAG-FOUND
               IF WS-TAG-ACCOUNT(WS-TAG-SUB) = COA-ACCOUNT
                   MOVE WS-TAG-CATEGORY(WS-TAG-SUB) TO WS-CATEGORY
                   MOVE WS-TAG-CCY-GROUP(WS-TAG-SUB) TO WS-CCY-GROUP
                   MOVE "Y" TO WS-TAG-FOUND-SW
               END-IF
           END-PERFORM.

       DERIVE-DEPOSIT-TAG.
           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
               UNTIL WS-DEP-SUB > WS-DEP-COUNT
                   OR WS-CATEGORY NOT = SPACES
               IF WS-DEP-GL-ACCOUNT(WS-DEP-SUB) = COA-ACCOUNT
                   EVALUATE WS-DEP-TYPE(WS-DEP-SUB)
                       WHEN "CA" MOVE "DD" TO WS-CATEGORY
                       WHEN "SA" MOVE "SV" TO WS-CATEGORY
                       WHEN "TD" MOVE "TD" TO WS-CATEGORY
                       WHEN "FC" MOVE "FC" TO WS-CATEGORY
                   END-EVALUATE
                   IF WS-DEP-CURRENCY(WS-DEP-SUB) = "IDR"
                       OR WS-DEP-CURRENCY(WS-DEP-SUB) = SPACES
                       MOVE "L" TO WS-CCY-GROUP
                   ELSE
                       MOVE "F" TO WS-CCY-GROUP
                   END-IF
               END-IF
           END-PERFORM.

       FIND-LATEST-PERIOD.
           MOVE "N" TO WS-BAL-EOF
           OPEN INPUT GL-BALANCE-FILE
           IF WS-BAL-FILE-STATUS = "00"
               PERFORM READ-BALANCE
               PERFORM NOTE-LATEST-PERIOD UNTIL END-OF-BALANCES
               CLOSE GL-BALANCE-FILE
           END-IF
           MOVE WS-PERIOD-TO TO WS-PERIOD-FROM.

       READ-BALANCE.
           READ GL-BALANCE-FILE
               AT END MOVE "Y" TO WS-BAL-EOF
           END-READ.

       NOTE-LATEST-PERIOD.
           IF GLB-PERIOD > WS-PERIOD-TO
               MOVE GLB-PERIOD TO WS-PERIOD-TO
           END-IF
           PERFORM READ-BALANCE.

       ACCUMULATE-WINDOW-BALANCES.
           MOVE "N" TO WS-BAL-EOF
           OPEN INPUT GL-BALANCE-FILE
           IF WS-BAL-FILE-STATUS = "00"
               PERFORM READ-BALANCE
               PERFORM ACCUMULATE-ONE-BALANCE UNTIL END-OF-BALANCES
               CLOSE GL-BALANCE-FILE
           END-IF.

      *
      * A liability carries a credit balance, which GLBAL holds
      * negative (debits less credits), so the eligible figure is
      * the closing turned over.  The central bank accounts are
      * assets and keep their sign; the newest period in the window
      * replaces the running figure and the same period adds its
      * other branches in.
      *
       ACCUMULATE-ONE-BALANCE.
           IF GLB-PERIOD NOT < WS-PERIOD-FROM
               AND GLB-PERIOD NOT > WS-PERIOD-TO
               PERFORM NOTE-WINDOW-PERIOD
               PERFORM FIND-RESERVABLE-ACCOUNT
               IF RESERVABLE-ACCOUNT
                   SUBTRACT GLB-CLOSING FROM WS-RSV-SUM(WS-RSV-SUB)
               END-IF
               IF GLB-ACCOUNT = WS-CB-LOCAL-ACCT
                   IF GLB-PERIOD > WS-CB-LOCAL-PERIOD
                       MOVE GLB-PERIOD TO WS-CB-LOCAL-PERIOD
                       MOVE GLB-CLOSING TO WS-CB-LOCAL-BALANCE
                   ELSE
                       IF GLB-PERIOD = WS-CB-LOCAL-PERIOD
                           ADD GLB-CLOSING TO WS-CB-LOCAL-BALANCE
                       END-IF
                   END-IF
               END-IF
               IF GLB-ACCOUNT = WS-CB-FOREIGN-ACCT
                   IF GLB-PERIOD > WS-CB-FOREIGN-PERIOD
                       MOVE GLB-PERIOD TO WS-CB-FOREIGN-PERIOD
                       MOVE GLB-CLOSING TO WS-CB-FOREIGN-BALANCE
                   ELSE
                       IF GLB-PERIOD = WS-CB-FOREIGN-PERIOD
                           ADD GLB-CLOSING TO WS-CB-FOREIGN-BALANCE
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM READ-BALANCE.

       NOTE-WINDOW-PERIOD.
           MOVE "N" TO WS-PERIOD-FOUND-SW
           PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
               UNTIL WS-PRD-SUB > WS-PERIOD-COUNT
                   OR PERIOD-NOTED
               IF WS-PRD-PERIOD(WS-PRD-SUB) = GLB-PERIOD
                   MOVE "Y" TO WS-PERIOD-FOUND-SW
               END-IF
           END-PERFORM
           IF NOT PERIOD-NOTED
               IF WS-PERIOD-COUNT = 60
                   DISPLAY "RSVREQ: PERIOD TABLE FULL - RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PERIOD-COUNT
               MOVE GLB-PERIOD TO WS-PRD-PERIOD(WS-PERIOD-COUNT)
           END-IF.

       FIND-RESERVABLE-ACCOUNT.
           MOVE "N" TO WS-RSV-FOUND-SW
           PERFORM VARYING WS-RSV-SUB FROM 1 BY 1
               UNTIL WS-RSV-SUB > WS-RSV-COUNT
                   OR RESERVABLE-ACCOUNT
               IF WS-RSV-ACCOUNT(WS-RSV-SUB) = GLB-ACCOUNT
                   MOVE "Y" TO WS-RSV-FOUND-SW
               END-IF
           END-PERFORM
           IF RESERVABLE-ACCOUNT
               SUBTRACT 1 FROM WS-RSV-SUB
           END-IF.

       BUILD-CATEGORY-BUCKETS.
           PERFORM ADD-TO-CATEGORY-BUCKET
               VARYING WS-RSV-SUB FROM 1 BY 1
               UNTIL WS-RSV-SUB > WS-RSV-COUNT.

       ADD-TO-CATEGORY-BUCKET.
           MOVE "N" TO WS-BKT-FOUND-SW
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > WS-BKT-COUNT
                   OR BUCKET-FOUND
               IF WS-BKT-CATEGORY(WS-BKT-SUB) =
                       WS-RSV-CATEGORY(WS-RSV-SUB)
                   AND WS-BKT-CCY-GROUP(WS-BKT-SUB) =
                       WS-RSV-CCY-GROUP(WS-RSV-SUB)
                   MOVE "Y" TO WS-BKT-FOUND-SW
               END-IF
           END-PERFORM
           IF BUCKET-FOUND
               SUBTRACT 1 FROM WS-BKT-SUB
           ELSE
               IF WS-BKT-COUNT = 40
                   DISPLAY "RSVREQ: CATEGORY TABLE FULL - RAISE"
                       " OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BKT-COUNT
               MOVE WS-BKT-COUNT TO WS-BKT-SUB
               MOVE WS-RSV-CATEGORY(WS-RSV-SUB)
                   TO WS-BKT-CATEGORY(WS-BKT-SUB)
               MOVE WS-RSV-CCY-GROUP(WS-RSV-SUB)
                   TO WS-BKT-CCY-GROUP(WS-BKT-SUB)
               MOVE 0 TO WS-BKT-ACCOUNTS(WS-BKT-SUB)
               MOVE 0 TO WS-BKT-SUM(WS-BKT-SUB)
           END-IF
           ADD 1 TO WS-BKT-ACCOUNTS(WS-BKT-SUB)
           ADD WS-RSV-SUM(WS-RSV-SUB) TO WS-BKT-SUM(WS-BKT-SUB).

       WRITE-WINDOW-LINE.
           MOVE SPACES TO RSV-RPT-RECORD
           MOVE "W" TO RR-REC-TYPE
           MOVE WS-PERIOD-FROM TO RR-PERIOD-FROM
           MOVE WS-PERIOD-TO TO RR-PERIOD-TO
           MOVE WS-PERIOD-COUNT TO RR-PERIODS-FOUND
           WRITE RSV-RPT-RECORD.

      *
      * Each category line of the group, then the group line setting
      * the group's total requirement against its central bank
      * account.  A net debit average (an overdrawn category)
      * requires nothing.
      *
       REPORT-ONE-GROUP.
           MOVE 0 TO WS-GROUP-REQUIRED
           PERFORM REPORT-ONE-CATEGORY
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > WS-BKT-COUNT
           COMPUTE WS-GAP = WS-CB-BALANCE - WS-GROUP-REQUIRED
           MOVE SPACES TO RSV-RPT-RECORD
           MOVE "G" TO RR-REC-TYPE
           MOVE WS-GROUP TO RR-CCY-GROUP
           MOVE WS-GROUP-REQUIRED TO RR-GRP-REQUIRED
           MOVE WS-CB-ACCOUNT TO RR-CB-ACCOUNT
           MOVE WS-CB-BALANCE TO RR-CB-BALANCE
           IF WS-GAP < 0
               MOVE "SHORTFALL" TO RR-POSITION
               MOVE "Y" TO WS-SHORTFALL-SW
               COMPUTE RR-GAP = 0 - WS-GAP
           ELSE
               MOVE "EXCESS" TO RR-POSITION
               MOVE WS-GAP TO RR-GAP
           END-IF
           WRITE RSV-RPT-RECORD.

       REPORT-ONE-CATEGORY.
           IF WS-BKT-CCY-GROUP(WS-BKT-SUB) = WS-GROUP
               MOVE 0 TO WS-AVERAGE
               IF WS-PERIOD-COUNT > 0
                   COMPUTE WS-AVERAGE ROUNDED =
                       WS-BKT-SUM(WS-BKT-SUB) / WS-PERIOD-COUNT
               END-IF
               PERFORM FIND-RESERVE-PERCENT
               MOVE 0 TO WS-REQUIRED
               IF WS-AVERAGE > 0
                   COMPUTE WS-REQUIRED ROUNDED =
                       WS-AVERAGE * WS-PERCENT
               END-IF
               ADD WS-REQUIRED TO WS-GROUP-REQUIRED
               MOVE SPACES TO RSV-RPT-RECORD
               MOVE "C" TO RR-REC-TYPE
               MOVE WS-GROUP TO RR-CCY-GROUP
               MOVE WS-BKT-CATEGORY(WS-BKT-SUB) TO RR-CATEGORY
               MOVE WS-BKT-ACCOUNTS(WS-BKT-SUB) TO RR-ACCOUNTS
               MOVE WS-AVERAGE TO RR-AVERAGE
               MOVE WS-PERCENT TO RR-PERCENT
               MOVE WS-REQUIRED TO RR-REQUIRED
               WRITE RSV-RPT-RECORD
           END-IF.

      *
      * The category's own row first, then the group's blank-
      * category row; a category with neither reserves nothing.
      *
       FIND-RESERVE-PERCENT.
           MOVE 0 TO WS-PERCENT
           MOVE "N" TO WS-RATE-FOUND-SW
           PERFORM VARYING WS-RTE-SUB FROM 1 BY 1
               UNTIL WS-RTE-SUB > WS-RATE-COUNT
                   OR RATE-FOUND
               IF WS-RTE-CCY-GROUP(WS-RTE-SUB) = WS-GROUP
                   AND WS-RTE-CATEGORY(WS-RTE-SUB) =
                       WS-BKT-CATEGORY(WS-BKT-SUB)
                   MOVE WS-RTE-PERCENT(WS-RTE-SUB) TO WS-PERCENT
                   MOVE "Y" TO WS-RATE-FOUND-SW
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RTE-SUB FROM 1 BY 1
               UNTIL WS-RTE-SUB > WS-RATE-COUNT
                   OR RATE-FOUND
               IF WS-RTE-CCY-GROUP(WS-RTE-SUB) = WS-GROUP
                   AND WS-RTE-CATEGORY(WS-RTE-SUB) = SPACES
                   MOVE WS-RTE-PERCENT(WS-RTE-SUB) TO WS-PERCENT
                   MOVE "Y" TO WS-RATE-FOUND-SW
               END-IF
           END-PERFORM.
