       IDENTIFICATION DIVISION.
       PROGRAM-ID. POOLSTMT.
      *
      * Monthly notional-pool statement, run in the DLYCHAIN month-
      * end leg and on demand.  For each pool on POOLSTR -- and any
      * pool since taken off it that still has history in the month
      * -- it prints the POOLHIST positions POOLINT recorded for the
      * POOLSPRM month (the month of the business date when no
      * parameter is given): one line per day with the pool's net
      * position, its credit and debit sides, the rate applied and
      * the day's interest, then the month's credit and debit
      * interest and each account's share of it.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMT-PARM-FILE ASSIGN TO "POOLSPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT POOL-STRUCTURE-FILE ASSIGN TO "POOLSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-POOL-FILE-STATUS.
           SELECT POOL-HISTORY-FILE ASSIGN TO "POOLHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT POOL-STMT-FILE ASSIGN TO "POOLSTMT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STMT-PARM-FILE.
       01  STMT-PARM-RECORD.
           05  SP-MONTH             PIC 9(06).

       FD  POOL-STRUCTURE-FILE.
       COPY POOLSTR.

       FD  POOL-HISTORY-FILE.
       COPY POOLHIST.

      *
      * Pool, day, total and allocation lines share the record under
      * REDEFINES, the STMTGEN convention.
      *
       FD  POOL-STMT-FILE.
       01  POOL-STMT-RECORD.
           05  ST-REC-TYPE          PIC X(1).
               88  ST-POOL-REC      VALUE "P".
               88  ST-DAY-REC       VALUE "D".
               88  ST-TOTAL-REC     VALUE "T".
               88  ST-ALLOC-REC     VALUE "A".
           05  ST-POOL-ID           PIC X(08).
           05  FILLER               PIC X(02).
           05  ST-POOL-DATA.
               10  ST-POOL-NAME     PIC X(30).
               10  FILLER           PIC X(02).
               10  ST-HEADER-ACCT   PIC X(12).
               10  FILLER           PIC X(02).
               10  ST-CURRENCY      PIC X(03).
               10  FILLER           PIC X(02).
               10  ST-ALLOC-METHOD  PIC X(01).
               10  FILLER           PIC X(02).
               10  ST-STMT-MONTH    PIC 9(06).
               10  FILLER           PIC X(48).
           05  ST-DAY-DATA REDEFINES ST-POOL-DATA.
               10  ST-DATE          PIC 9(08).
               10  FILLER           PIC X(02).
               10  ST-NET-BALANCE   PIC -(12)9.99.
               10  FILLER           PIC X(02).
               10  ST-CREDIT-TOTAL  PIC 9(11)V99.
               10  FILLER           PIC X(02).
               10  ST-DEBIT-TOTAL   PIC 9(11)V99.
               10  FILLER           PIC X(02).
               10  ST-RATE          PIC 9.9(04).
               10  FILLER           PIC X(02).
               10  ST-DIRECTION     PIC X(01).
               10  FILLER           PIC X(02).
               10  ST-DAY-INTEREST  PIC 9(09)V99.
               10  FILLER           PIC X(02).
               10  ST-PARTICIPANTS  PIC ZZZ9.
               10  FILLER           PIC X(20).
           05  ST-TOTAL-DATA REDEFINES ST-POOL-DATA.
               10  ST-TOTAL-DAYS    PIC ZZZZ9.
               10  FILLER           PIC X(02).
               10  ST-CREDIT-INTEREST PIC 9(11)V99.
               10  FILLER           PIC X(02).
               10  ST-DEBIT-INTEREST PIC 9(11)V99.
               10  FILLER           PIC X(02).
               10  ST-TOTAL-TEXT    PIC X(40).
               10  FILLER           PIC X(31).
           05  ST-ALLOC-DATA REDEFINES ST-POOL-DATA.
               10  ST-ACCT-NUM      PIC X(12).
               10  FILLER           PIC X(02).
               10  ST-CUST-ID       PIC 9(08).
               10  FILLER           PIC X(02).
               10  ST-ACCT-CREDIT   PIC 9(11)V99.
               10  FILLER           PIC X(02).
               10  ST-ACCT-DEBIT    PIC 9(11)V99.
               10  FILLER           PIC X(56).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS      PIC X(2).
       01  WS-POOL-FILE-STATUS      PIC X(2).
       01  WS-HIST-FILE-STATUS      PIC X(2).
       01  WS-POOL-EOF              PIC X(1) VALUE "N".
           88  END-OF-STRUCTURE     VALUE "Y".
       01  WS-HIST-EOF              PIC X(1) VALUE "N".
           88  END-OF-HISTORY       VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-STMT-MONTH            PIC 9(06).
       01  WS-STMT-COUNT            PIC 9(7) COMP VALUE 0.
       01  WS-DAY-LINES             PIC 9(7) COMP VALUE 0.
      *
      * Pools to print: the POOLSTR headers, then any pool found
      * only on the month's history.
      *
       01  WS-POOL-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-POOL-TABLE.
           05  WS-POOL-ENTRY OCCURS 200 TIMES.
               10  WS-PL-POOL-ID    PIC X(08).
               10  WS-PL-NAME       PIC X(30).
               10  WS-PL-HEADER-ACCT PIC X(12).
               10  WS-PL-CURRENCY   PIC X(03).
               10  WS-PL-METHOD     PIC X(01).
               10  WS-PL-DAYS       PIC 9(5) COMP.
       01  WS-PL-SUB                PIC 9(3) COMP VALUE 0.
       01  WS-PL-FOUND-SW           PIC X(1).
           88  POOL-FOUND           VALUE "Y".
       01  WS-FIND-POOL-ID          PIC X(08).
      *
      * One pool's month.
      *
       01  WS-CREDIT-INTEREST       PIC 9(11)V99.
       01  WS-DEBIT-INTEREST        PIC 9(11)V99.
       01  WS-ALC-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-ALC-TABLE.
           05  WS-ALC-ENTRY OCCURS 500 TIMES.
               10  WS-ALC-ACCT-NUM  PIC X(12).
               10  WS-ALC-CUST-ID   PIC 9(08).
               10  WS-ALC-CREDIT    PIC 9(11)V99.
               10  WS-ALC-DEBIT     PIC 9(11)V99.
       01  WS-ALC-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-ALC-FOUND-SW          PIC X(1).
           88  ALLOCATION-FOUND     VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           MOVE WS-TODAY(1:6) TO WS-STMT-MONTH
           PERFORM LOAD-STMT-PARMS
           PERFORM LOAD-POOL-TABLE
           OPEN INPUT POOL-HISTORY-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "POOLSTMT: NO POOL HISTORY ON FILE"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-HISTORY
           PERFORM COUNT-HISTORY-DAY UNTIL END-OF-HISTORY
           CLOSE POOL-HISTORY-FILE
           OPEN OUTPUT POOL-STMT-FILE
           PERFORM PRINT-ONE-POOL
               VARYING WS-PL-SUB FROM 1 BY 1
               UNTIL WS-PL-SUB > WS-POOL-COUNT
           CLOSE POOL-STMT-FILE
           DISPLAY "POOLSTMT: STATEMENT MONTH    " WS-STMT-MONTH
           DISPLAY "POOLSTMT: POOLS STATED       " WS-STMT-COUNT
           DISPLAY "POOLSTMT: DAY LINES          " WS-DAY-LINES
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       LOAD-STMT-PARMS.
           OPEN INPUT STMT-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ STMT-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF SP-MONTH NUMERIC AND SP-MONTH > 0
                           MOVE SP-MONTH TO WS-STMT-MONTH
                       END-IF
               END-READ
               CLOSE STMT-PARM-FILE
           END-IF.

       LOAD-POOL-TABLE.
           OPEN INPUT POOL-STRUCTURE-FILE
           IF WS-POOL-FILE-STATUS = "00"
               PERFORM READ-STRUCTURE
               PERFORM STORE-POOL-HEADER UNTIL END-OF-STRUCTURE
               CLOSE POOL-STRUCTURE-FILE
           END-IF.

       READ-STRUCTURE.
           READ POOL-STRUCTURE-FILE
               AT END MOVE "Y" TO WS-POOL-EOF
           END-READ.

       STORE-POOL-HEADER.
           IF PS-HEADER-REC
               MOVE PS-POOL-ID TO WS-FIND-POOL-ID
               PERFORM FIND-POOL
               IF NOT POOL-FOUND
                   PERFORM ADD-POOL
                   MOVE PS-POOL-NAME TO WS-PL-NAME(WS-PL-SUB)
                   MOVE PS-HEADER-ACCT TO WS-PL-HEADER-ACCT(WS-PL-SUB)
                   MOVE PS-CURRENCY TO WS-PL-CURRENCY(WS-PL-SUB)
                   MOVE PS-ALLOC-METHOD TO WS-PL-METHOD(WS-PL-SUB)
               END-IF
           END-IF
           PERFORM READ-STRUCTURE.

       ADD-POOL.
           IF WS-POOL-COUNT = 200
               DISPLAY "POOLSTMT: POOL TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-POOL-COUNT
           MOVE WS-POOL-COUNT TO WS-PL-SUB
           MOVE WS-FIND-POOL-ID TO WS-PL-POOL-ID(WS-PL-SUB)
           MOVE "POOL NO LONGER ON POOLSTR" TO WS-PL-NAME(WS-PL-SUB)
           MOVE SPACES TO WS-PL-HEADER-ACCT(WS-PL-SUB)
           MOVE SPACES TO WS-PL-CURRENCY(WS-PL-SUB)
           MOVE SPACE TO WS-PL-METHOD(WS-PL-SUB)
           MOVE 0 TO WS-PL-DAYS(WS-PL-SUB).

       FIND-POOL.
           MOVE "N" TO WS-PL-FOUND-SW
           PERFORM VARYING WS-PL-SUB FROM 1 BY 1
               UNTIL WS-PL-SUB > WS-POOL-COUNT OR POOL-FOUND
               IF WS-PL-POOL-ID(WS-PL-SUB) = WS-FIND-POOL-ID
                   MOVE "Y" TO WS-PL-FOUND-SW
               END-IF
           END-PERFORM
           IF POOL-FOUND
               SUBTRACT 1 FROM WS-PL-SUB
           END-IF.

       READ-HISTORY.
           READ POOL-HISTORY-FILE
               AT END MOVE "Y" TO WS-HIST-EOF
           END-READ.

      *
      * First pass: which pools have a position in the month.
      *
       COUNT-HISTORY-DAY.
           IF PH-POSITION-REC AND PH-DATE(1:6) = WS-STMT-MONTH
               MOVE PH-POOL-ID TO WS-FIND-POOL-ID
               PERFORM FIND-POOL
               IF NOT POOL-FOUND
                   PERFORM ADD-POOL
               END-IF
               ADD 1 TO WS-PL-DAYS(WS-PL-SUB)
           END-IF
           PERFORM READ-HISTORY.

      *
      * A pool with no position in the month gets no statement.
      * Otherwise one pass of the history per pool, in the order
      * POOLINT wrote it, which is business-date order.
      *
       PRINT-ONE-POOL.
           IF WS-PL-DAYS(WS-PL-SUB) > 0
               ADD 1 TO WS-STMT-COUNT
               MOVE 0 TO WS-CREDIT-INTEREST
               MOVE 0 TO WS-DEBIT-INTEREST
               MOVE 0 TO WS-ALC-COUNT
               PERFORM WRITE-POOL-LINE
               MOVE "N" TO WS-HIST-EOF
               OPEN INPUT POOL-HISTORY-FILE
               PERFORM READ-HISTORY
               PERFORM STATE-HISTORY-ROW UNTIL END-OF-HISTORY
               CLOSE POOL-HISTORY-FILE
               PERFORM WRITE-TOTAL-LINE
               PERFORM WRITE-ALLOCATION-LINE
                   VARYING WS-ALC-SUB FROM 1 BY 1
                   UNTIL WS-ALC-SUB > WS-ALC-COUNT
           END-IF.

       WRITE-POOL-LINE.
           MOVE SPACES TO POOL-STMT-RECORD
           MOVE "P" TO ST-REC-TYPE
           MOVE WS-PL-POOL-ID(WS-PL-SUB) TO ST-POOL-ID
           MOVE WS-PL-NAME(WS-PL-SUB) TO ST-POOL-NAME
           MOVE WS-PL-HEADER-ACCT(WS-PL-SUB) TO ST-HEADER-ACCT
           MOVE WS-PL-CURRENCY(WS-PL-SUB) TO ST-CURRENCY
           MOVE WS-PL-METHOD(WS-PL-SUB) TO ST-ALLOC-METHOD
           MOVE WS-STMT-MONTH TO ST-STMT-MONTH
           WRITE POOL-STMT-RECORD.

       STATE-HISTORY-ROW.
           IF PH-POOL-ID = WS-PL-POOL-ID(WS-PL-SUB)
               AND PH-DATE(1:6) = WS-STMT-MONTH
               EVALUATE TRUE
                   WHEN PH-POSITION-REC
                       PERFORM WRITE-DAY-LINE
                   WHEN PH-ALLOCATION-REC
                       PERFORM ADD-ACCOUNT-SHARE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM READ-HISTORY.

       WRITE-DAY-LINE.
           ADD 1 TO WS-DAY-LINES
           IF PH-DEBIT-INTEREST
               ADD PH-DAY-INTEREST TO WS-DEBIT-INTEREST
           ELSE
               ADD PH-DAY-INTEREST TO WS-CREDIT-INTEREST
           END-IF
           MOVE SPACES TO POOL-STMT-RECORD
           MOVE "D" TO ST-REC-TYPE
           MOVE PH-POOL-ID TO ST-POOL-ID
           MOVE PH-DATE TO ST-DATE
           MOVE PH-NET-BALANCE TO ST-NET-BALANCE
           MOVE PH-CREDIT-TOTAL TO ST-CREDIT-TOTAL
           MOVE PH-DEBIT-TOTAL TO ST-DEBIT-TOTAL
           MOVE PH-RATE TO ST-RATE
           MOVE PH-DIRECTION TO ST-DIRECTION
           MOVE PH-DAY-INTEREST TO ST-DAY-INTEREST
           MOVE PH-PARTICIPANTS TO ST-PARTICIPANTS
           WRITE POOL-STMT-RECORD.

       ADD-ACCOUNT-SHARE.
           MOVE "N" TO WS-ALC-FOUND-SW
           PERFORM VARYING WS-ALC-SUB FROM 1 BY 1
               UNTIL WS-ALC-SUB > WS-ALC-COUNT OR ALLOCATION-FOUND
               IF WS-ALC-ACCT-NUM(WS-ALC-SUB) = PH-ACCT-NUM
                   MOVE "Y" TO WS-ALC-FOUND-SW
               END-IF
           END-PERFORM
           IF ALLOCATION-FOUND
               SUBTRACT 1 FROM WS-ALC-SUB
           ELSE
               IF WS-ALC-COUNT = 500
                   DISPLAY "POOLSTMT: ALLOCATION TABLE FULL"
                       " - RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ALC-COUNT
               MOVE WS-ALC-COUNT TO WS-ALC-SUB
               MOVE PH-ACCT-NUM TO WS-ALC-ACCT-NUM(WS-ALC-SUB)
               MOVE PH-CUST-ID TO WS-ALC-CUST-ID(WS-ALC-SUB)
               MOVE 0 TO WS-ALC-CREDIT(WS-ALC-SUB)
               MOVE 0 TO WS-ALC-DEBIT(WS-ALC-SUB)
           END-IF
           IF PH-ALLOC-DIRECTION = "D"
               ADD PH-ALLOCATED TO WS-ALC-DEBIT(WS-ALC-SUB)
           ELSE
               ADD PH-ALLOCATED TO WS-ALC-CREDIT(WS-ALC-SUB)
           END-IF.

       WRITE-TOTAL-LINE.
           MOVE SPACES TO POOL-STMT-RECORD
           MOVE "T" TO ST-REC-TYPE
           MOVE WS-PL-POOL-ID(WS-PL-SUB) TO ST-POOL-ID
           MOVE WS-PL-DAYS(WS-PL-SUB) TO ST-TOTAL-DAYS
           MOVE WS-CREDIT-INTEREST TO ST-CREDIT-INTEREST
           MOVE WS-DEBIT-INTEREST TO ST-DEBIT-INTEREST
           MOVE "MONTH CREDIT AND DEBIT INTEREST" TO ST-TOTAL-TEXT
           WRITE POOL-STMT-RECORD.

       WRITE-ALLOCATION-LINE.
           MOVE SPACES TO POOL-STMT-RECORD
           MOVE "A" TO ST-REC-TYPE
           MOVE WS-PL-POOL-ID(WS-PL-SUB) TO ST-POOL-ID
           MOVE WS-ALC-ACCT-NUM(WS-ALC-SUB) TO ST-ACCT-NUM
           MOVE WS-ALC-CUST-ID(WS-ALC-SUB) TO ST-CUST-ID
           MOVE WS-ALC-CREDIT(WS-ALC-SUB) TO ST-ACCT-CREDIT
           MOVE WS-ALC-DEBIT(WS-ALC-SUB) TO ST-ACCT-DEBIT
           WRITE POOL-STMT-RECORD.
