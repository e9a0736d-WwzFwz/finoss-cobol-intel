       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCSREVW.
      *
      * Weekly customer-data access review.  Reads the ACCSLOG
      * access log for the newest ACCSPARM window of logged days
      * (five, a working week, unless the parameter says otherwise)
      * ending on the business date, and lists every access the
      * data-protection rules ask a manager to look at:
      *   B  the customer belongs to a branch other than the
      *      operator's own OP-BRANCH
      *   O  the operator looked up their own customer record (a
      *      CUSTFLAG staff row carrying their operator ID, or their
      *      own link on OPERLINK)
      *   R  the operator looked up a customer they have declared a
      *      relationship with on OPERLINK
      *   S  the operator looked up another member of staff (by
      *      CUSTFLAG, or another operator's OPERLINK own link)
      *   V  the customer is a CUSTFLAG VIP
      *   U  the operator ID is not on OPERMAST at all
      *   H  the operator's lookups on one day reached the ACCSPARM
      *      daily volume -- trawling through the book rather than
      *      serving the customer in front of them
      * Repeated hits on one customer by one operator for one reason
      * fold into a single line with a count and the first and last
      * time.  The report is sectioned by the operator's branch, each
      * section closing on a sign-off line for the branch manager;
      * operators not on OPERMAST gather under branch "????" for the
      * security team.  CUSTMAST is read for the customer's branch;
      * a customer no longer on file is judged on the flags alone.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCS-PARM-FILE ASSIGN TO "ACCSPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT ACCESS-LOG-FILE ASSIGN TO "ACCSLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT CUST-FLAG-FILE ASSIGN TO "CUSTFLAG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-FILE-STATUS.
           SELECT OPER-LINK-FILE ASSIGN TO "OPERLINK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT ACCESS-RPT-FILE ASSIGN TO "ACCSRPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *
      * Window length in logged days and the daily lookup volume
      * that marks an operator for review.
      *
       FD  ACCS-PARM-FILE.
       01  ACCS-PARM-RECORD.
           05  AP-WINDOW-DAYS       PIC 9(03).
           05  AP-DAILY-LIMIT       PIC 9(05).

       FD  ACCESS-LOG-FILE.
       COPY ACCSLOG.

       FD  OPERATOR-MASTER-FILE.
       COPY OPERMAST.

       FD  CUST-FLAG-FILE.
       COPY CUSTFLAG.

       FD  OPER-LINK-FILE.
       COPY OPERLINK.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

      *
      * Branch header, finding and sign-off lines share the record
      * under REDEFINES, the STMTGEN convention.
      *
       FD  ACCESS-RPT-FILE.
       01  ACCESS-RPT-RECORD.
           05  AR-REC-TYPE          PIC X(1).
               88  AR-BRANCH-REC    VALUE "B".
               88  AR-FINDING-REC   VALUE "D".
               88  AR-SIGNOFF-REC   VALUE "S".
           05  AR-BRANCH            PIC X(04).
           05  FILLER               PIC X(02).
           05  AR-FINDING-DATA.
               10  AR-OPERATOR-ID   PIC X(08).
               10  FILLER           PIC X(02).
               10  AR-REASON        PIC X(01).
               10  FILLER           PIC X(01).
               10  AR-REASON-TEXT   PIC X(24).
               10  FILLER           PIC X(02).
               10  AR-CUST-ID       PIC 9(08).
               10  FILLER           PIC X(02).
               10  AR-CUST-BRANCH   PIC X(04).
               10  FILLER           PIC X(02).
               10  AR-ACCESS-COUNT  PIC ZZZZ9.
               10  FILLER           PIC X(02).
               10  AR-FIRST-TS      PIC X(14).
               10  FILLER           PIC X(02).
               10  AR-LAST-TS       PIC X(14).
           05  AR-TEXT-DATA REDEFINES AR-FINDING-DATA.
               10  AR-TEXT          PIC X(70).
               10  FILLER           PIC X(21).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS      PIC X(2).
       01  WS-LOG-FILE-STATUS       PIC X(2).
       01  WS-OPER-FILE-STATUS      PIC X(2).
       01  WS-FLAG-FILE-STATUS      PIC X(2).
       01  WS-LINK-FILE-STATUS      PIC X(2).
       01  WS-CUST-FILE-STATUS      PIC X(2).
       01  WS-LOG-EOF               PIC X(1) VALUE "N".
           88  END-OF-LOG           VALUE "Y".
       01  WS-OPER-EOF              PIC X(1) VALUE "N".
           88  END-OF-OPERATORS     VALUE "Y".
       01  WS-FLAG-EOF              PIC X(1) VALUE "N".
           88  END-OF-FLAGS         VALUE "Y".
       01  WS-LINK-EOF              PIC X(1) VALUE "N".
           88  END-OF-LINKS         VALUE "Y".
       01  WS-CUST-OPEN-SW          PIC X(1) VALUE "N".
           88  CUSTMAST-OPEN        VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-WINDOW-DAYS           PIC 9(03) VALUE 005.
       01  WS-DAILY-LIMIT           PIC 9(05) VALUE 00100.
       01  WS-LOG-DATE              PIC 9(08).
       01  WS-WINDOW-FLOOR          PIC 9(08) VALUE 0.
       01  WS-REVIEWED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-FINDING-LINES         PIC 9(7) COMP VALUE 0.
      *
      * Distinct logged dates, newest WS-WINDOW-DAYS of which make
      * up the week under review -- the STRDETEC way of counting
      * days that actually carry activity.  Only the newest
      * WS-WINDOW-DAYS dates are held: once the table has that
      * many, a newer date takes the oldest one's slot, so the
      * table never outgrows the window however long ACCSLOG runs.
      *
       01  WS-LDAY-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-LDAY-TABLE.
           05  WS-LDAY-DATE OCCURS 400 TIMES
                                    PIC 9(08).
       01  WS-LDAY-SUB              PIC 9(4) COMP VALUE 0.
       01  WS-LDAY-OLDEST-SUB       PIC 9(4) COMP VALUE 0.
       01  WS-LDAY-FOUND-SW         PIC X(1).
           88  LOG-DATE-NOTED       VALUE "Y".
       01  WS-WIN-SUB               PIC 9(3) COMP VALUE 0.
       01  WS-PICK-CEILING          PIC 9(08).
       01  WS-PICK-BEST             PIC 9(08).
      *
      * OPERMAST and CUSTFLAG, held for the run.  Active OPERLINK
      * links join the flag table: an own link as a staff row
      * carrying its operator, a related link as an "R" row.
      *
       01  WS-OPR-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-OPR-TABLE.
           05  WS-OPR-ENTRY OCCURS 2000 TIMES.
               10  WS-OPR-ID        PIC X(08).
               10  WS-OPR-BRANCH    PIC X(04).
       01  WS-OPR-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-OPR-FOUND-SW          PIC X(1).
           88  OPERATOR-FOUND       VALUE "Y".
       01  WS-FLG-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-FLG-TABLE.
           05  WS-FLG-ENTRY OCCURS 5000 TIMES.
               10  WS-FLG-CUST-ID   PIC 9(08).
               10  WS-FLG-FLAG      PIC X(01).
               10  WS-FLG-OPERATOR  PIC X(08).
       01  WS-FLG-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-FLG-FOUND-SW          PIC X(1).
           88  FLAG-ALREADY-HELD    VALUE "Y".
      *
      * What one log row is judged on.
      *
       01  WS-OPER-BRANCH           PIC X(04).
       01  WS-CUST-BRANCH           PIC X(04).
       01  WS-FIND-OPERATOR         PIC X(08).
       01  WS-FIND-REASON           PIC X(01).
       01  WS-FIND-CUST             PIC 9(08).
       01  WS-FIND-BRANCH           PIC X(04).
       01  WS-FIND-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-FIND-TS               PIC X(14).
      *
      * Findings, one per operator, customer and reason.
      *
       01  WS-FND-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-FND-TABLE.
           05  WS-FND-ENTRY OCCURS 5000 TIMES.
               10  WS-FND-BRANCH    PIC X(04).
               10  WS-FND-OPERATOR  PIC X(08).
               10  WS-FND-REASON    PIC X(01).
               10  WS-FND-CUST-ID   PIC 9(08).
               10  WS-FND-CUST-BRANCH PIC X(04).
               10  WS-FND-ACCESSES  PIC 9(5) COMP.
               10  WS-FND-FIRST-TS  PIC X(14).
               10  WS-FND-LAST-TS   PIC X(14).
       01  WS-FND-SUB               PIC 9(5) COMP VALUE 0.
       01  WS-FND-FOUND-SW          PIC X(1).
           88  FINDING-FOUND        VALUE "Y".
      *
      * Lookups per operator per logged day, for the volume test.
      *
       01  WS-VOL-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-VOL-TABLE.
           05  WS-VOL-ENTRY OCCURS 5000 TIMES.
               10  WS-VOL-OPERATOR  PIC X(08).
               10  WS-VOL-BRANCH    PIC X(04).
               10  WS-VOL-DATE      PIC 9(08).
               10  WS-VOL-LOOKUPS   PIC 9(5) COMP.
       01  WS-VOL-SUB               PIC 9(5) COMP VALUE 0.
       01  WS-VOL-FOUND-SW          PIC X(1).
           88  VOLUME-FOUND         VALUE "Y".
      *
      * Branch sections are written in branch order: each pass
      * takes the lowest branch above the one just written.
      *
       01  WS-LAST-BRANCH           PIC X(04).
       01  WS-NEXT-BRANCH           PIC X(04).
       01  WS-BRANCH-COUNT          PIC 9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           PERFORM LOAD-ACCS-PARMS
           PERFORM LOAD-OPERATOR-TABLE
           PERFORM LOAD-FLAG-TABLE
           PERFORM LOAD-LINK-TABLE
           OPEN INPUT ACCESS-LOG-FILE
           IF WS-LOG-FILE-STATUS NOT = "00"
               DISPLAY "ACCSREVW: NO ACCESS LOG ON FILE"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-ACCESS-LOG
           PERFORM NOTE-LOG-DATE UNTIL END-OF-LOG
           CLOSE ACCESS-LOG-FILE
           PERFORM PICK-WINDOW-FLOOR
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUST-FILE-STATUS = "00"
               MOVE "Y" TO WS-CUST-OPEN-SW
           END-IF
           MOVE "N" TO WS-LOG-EOF
           OPEN INPUT ACCESS-LOG-FILE
           PERFORM READ-ACCESS-LOG
           PERFORM REVIEW-ONE-ACCESS UNTIL END-OF-LOG
           CLOSE ACCESS-LOG-FILE
           IF CUSTMAST-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           PERFORM FLAG-HIGH-VOLUME
               VARYING WS-VOL-SUB FROM 1 BY 1
               UNTIL WS-VOL-SUB > WS-VOL-COUNT
           OPEN OUTPUT ACCESS-RPT-FILE
           PERFORM WRITE-BRANCH-SECTIONS
           CLOSE ACCESS-RPT-FILE
           DISPLAY "ACCSREVW: WINDOW FROM         " WS-WINDOW-FLOOR
           DISPLAY "ACCSREVW: ACCESSES REVIEWED   " WS-REVIEWED-COUNT
           DISPLAY "ACCSREVW: FINDINGS LISTED     " WS-FINDING-LINES
           DISPLAY "ACCSREVW: BRANCH SECTIONS     " WS-BRANCH-COUNT
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       LOAD-ACCS-PARMS.
           OPEN INPUT ACCS-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ ACCS-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF AP-WINDOW-DAYS NUMERIC
                           AND AP-WINDOW-DAYS > 0
                           AND AP-WINDOW-DAYS NOT > 400
                           MOVE AP-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
                       IF AP-DAILY-LIMIT NUMERIC
                           AND AP-DAILY-LIMIT > 0
                           MOVE AP-DAILY-LIMIT TO WS-DAILY-LIMIT
                       END-IF
               END-READ
               CLOSE ACCS-PARM-FILE
           END-IF.

       LOAD-OPERATOR-TABLE.
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPER-FILE-STATUS = "00"
               PERFORM READ-OPERATOR
               PERFORM STORE-OPERATOR-ENTRY UNTIL END-OF-OPERATORS
               CLOSE OPERATOR-MASTER-FILE
           END-IF.

       READ-OPERATOR.
           READ OPERATOR-MASTER-FILE
               AT END MOVE "Y" TO WS-OPER-EOF
           END-READ.

       STORE-OPERATOR-ENTRY.
           IF WS-OPR-COUNT = 2000
               DISPLAY "ACCSREVW: OPERATOR TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-OPR-COUNT
           MOVE OP-OPERATOR-ID TO WS-OPR-ID(WS-OPR-COUNT)
           MOVE OP-BRANCH TO WS-OPR-BRANCH(WS-OPR-COUNT)
           PERFORM READ-OPERATOR.

       LOAD-FLAG-TABLE.
           OPEN INPUT CUST-FLAG-FILE
           IF WS-FLAG-FILE-STATUS = "00"
               PERFORM READ-CUST-FLAG
               PERFORM STORE-FLAG-ENTRY UNTIL END-OF-FLAGS
               CLOSE CUST-FLAG-FILE
           END-IF.

       READ-CUST-FLAG.
           READ CUST-FLAG-FILE
               AT END MOVE "Y" TO WS-FLAG-EOF
           END-READ.

       STORE-FLAG-ENTRY.
           IF WS-FLG-COUNT = 5000
               DISPLAY "ACCSREVW: FLAG TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-FLG-COUNT
           MOVE CF-CUST-ID TO WS-FLG-CUST-ID(WS-FLG-COUNT)
           MOVE CF-FLAG TO WS-FLG-FLAG(WS-FLG-COUNT)
           MOVE CF-OPERATOR-ID TO WS-FLG-OPERATOR(WS-FLG-COUNT)
           PERFORM READ-CUST-FLAG.

       LOAD-LINK-TABLE.
           OPEN INPUT OPER-LINK-FILE
           IF WS-LINK-FILE-STATUS = "00"
               PERFORM READ-OPER-LINK
               PERFORM STORE-LINK-ENTRY UNTIL END-OF-LINKS
               CLOSE OPER-LINK-FILE
           END-IF.

       READ-OPER-LINK.
           READ OPER-LINK-FILE
               AT END MOVE "Y" TO WS-LINK-EOF
           END-READ.

      *
      * An own link HR has also flagged on CUSTFLAG is held once,
      * so one lookup is not counted twice.
      *
       STORE-LINK-ENTRY.
           IF OL-ACTIVE
               MOVE "N" TO WS-FLG-FOUND-SW
               IF OL-OWN
                   PERFORM VARYING WS-FLG-SUB FROM 1 BY 1
                       UNTIL WS-FLG-SUB > WS-FLG-COUNT
                           OR FLAG-ALREADY-HELD
                       IF WS-FLG-CUST-ID(WS-FLG-SUB) = OL-CUST-ID
                           AND WS-FLG-FLAG(WS-FLG-SUB) = "S"
                           AND WS-FLG-OPERATOR(WS-FLG-SUB)
                               = OL-OPERATOR-ID
                           MOVE "Y" TO WS-FLG-FOUND-SW
                       END-IF
                   END-PERFORM
               END-IF
               IF NOT FLAG-ALREADY-HELD
                   PERFORM STORE-LINK-FLAG
               END-IF
           END-IF
           PERFORM READ-OPER-LINK.

       STORE-LINK-FLAG.
           IF WS-FLG-COUNT = 5000
               DISPLAY "ACCSREVW: FLAG TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-FLG-COUNT
           MOVE OL-CUST-ID TO WS-FLG-CUST-ID(WS-FLG-COUNT)
           IF OL-OWN
               MOVE "S" TO WS-FLG-FLAG(WS-FLG-COUNT)
           ELSE
               MOVE "R" TO WS-FLG-FLAG(WS-FLG-COUNT)
           END-IF
           MOVE OL-OPERATOR-ID TO WS-FLG-OPERATOR(WS-FLG-COUNT).

       READ-ACCESS-LOG.
           READ ACCESS-LOG-FILE
               AT END MOVE "Y" TO WS-LOG-EOF
           END-READ.

       NOTE-LOG-DATE.
           MOVE AL-TIMESTAMP(1:8) TO WS-LOG-DATE
           IF WS-LOG-DATE NOT > WS-TODAY
               PERFORM FIND-LOG-DATE-SLOT
           END-IF
           PERFORM READ-ACCESS-LOG.

       FIND-LOG-DATE-SLOT.
           MOVE "N" TO WS-LDAY-FOUND-SW
           PERFORM VARYING WS-LDAY-SUB FROM 1 BY 1
               UNTIL WS-LDAY-SUB > WS-LDAY-COUNT
                   OR LOG-DATE-NOTED
               IF WS-LDAY-DATE(WS-LDAY-SUB) = WS-LOG-DATE
                   MOVE "Y" TO WS-LDAY-FOUND-SW
               END-IF
           END-PERFORM
           IF NOT LOG-DATE-NOTED
               IF WS-LDAY-COUNT < WS-WINDOW-DAYS
                   ADD 1 TO WS-LDAY-COUNT
                   MOVE WS-LOG-DATE TO WS-LDAY-DATE(WS-LDAY-COUNT)
               ELSE
                   PERFORM REPLACE-OLDEST-LOG-DATE
               END-IF
           END-IF.

       REPLACE-OLDEST-LOG-DATE.
           MOVE 1 TO WS-LDAY-OLDEST-SUB
           PERFORM VARYING WS-LDAY-SUB FROM 2 BY 1
               UNTIL WS-LDAY-SUB > WS-LDAY-COUNT
               IF WS-LDAY-DATE(WS-LDAY-SUB)
                       < WS-LDAY-DATE(WS-LDAY-OLDEST-SUB)
                   MOVE WS-LDAY-SUB TO WS-LDAY-OLDEST-SUB
               END-IF
           END-PERFORM
           IF WS-LOG-DATE > WS-LDAY-DATE(WS-LDAY-OLDEST-SUB)
               MOVE WS-LOG-DATE TO WS-LDAY-DATE(WS-LDAY-OLDEST-SUB)
           END-IF.

      *
      * Each pick takes the newest logged date under the one
      * before; the last pick is the oldest day in the window.  A
      * log holding fewer days than the window reviews them all.
      *
       PICK-WINDOW-FLOOR.
           MOVE 99999999 TO WS-PICK-CEILING
           PERFORM PICK-ONE-WINDOW-DATE
               VARYING WS-WIN-SUB FROM 1 BY 1
               UNTIL WS-WIN-SUB > WS-WINDOW-DAYS.

       PICK-ONE-WINDOW-DATE.
           MOVE 0 TO WS-PICK-BEST
           PERFORM VARYING WS-LDAY-SUB FROM 1 BY 1
               UNTIL WS-LDAY-SUB > WS-LDAY-COUNT
               IF WS-LDAY-DATE(WS-LDAY-SUB) < WS-PICK-CEILING
                   AND WS-LDAY-DATE(WS-LDAY-SUB) > WS-PICK-BEST
                   MOVE WS-LDAY-DATE(WS-LDAY-SUB) TO WS-PICK-BEST
               END-IF
           END-PERFORM
           IF WS-PICK-BEST > 0
               MOVE WS-PICK-BEST TO WS-WINDOW-FLOOR
               MOVE WS-PICK-BEST TO WS-PICK-CEILING
           END-IF.

       REVIEW-ONE-ACCESS.
           MOVE AL-TIMESTAMP(1:8) TO WS-LOG-DATE
           IF WS-LOG-DATE NOT < WS-WINDOW-FLOOR
               AND WS-LOG-DATE NOT > WS-TODAY
               ADD 1 TO WS-REVIEWED-COUNT
               PERFORM JUDGE-ONE-ACCESS
           END-IF
           PERFORM READ-ACCESS-LOG.

       JUDGE-ONE-ACCESS.
           PERFORM FIND-OPERATOR
           PERFORM FIND-CUSTOMER-BRANCH
           PERFORM COUNT-OPERATOR-DAY
           MOVE AL-OPERATOR-ID TO WS-FIND-OPERATOR
           MOVE AL-CUST-ID TO WS-FIND-CUST
           MOVE WS-OPER-BRANCH TO WS-FIND-BRANCH
           MOVE 1 TO WS-FIND-COUNT
           MOVE AL-TIMESTAMP TO WS-FIND-TS
           IF NOT OPERATOR-FOUND
               MOVE "U" TO WS-FIND-REASON
               PERFORM NOTE-FINDING
           END-IF
           IF OPERATOR-FOUND
               AND WS-CUST-BRANCH NOT = SPACES
               AND WS-CUST-BRANCH NOT = WS-OPER-BRANCH
               MOVE "B" TO WS-FIND-REASON
               PERFORM NOTE-FINDING
           END-IF
           PERFORM VARYING WS-FLG-SUB FROM 1 BY 1
               UNTIL WS-FLG-SUB > WS-FLG-COUNT
               IF WS-FLG-CUST-ID(WS-FLG-SUB) = AL-CUST-ID
                   PERFORM JUDGE-FLAGGED-CUSTOMER
               END-IF
           END-PERFORM.

       JUDGE-FLAGGED-CUSTOMER.
           EVALUATE TRUE
               WHEN WS-FLG-FLAG(WS-FLG-SUB) = "V"
                   MOVE "V" TO WS-FIND-REASON
                   PERFORM NOTE-FINDING
               WHEN WS-FLG-FLAG(WS-FLG-SUB) = "S"
                   AND WS-FLG-OPERATOR(WS-FLG-SUB) = AL-OPERATOR-ID
                   AND AL-OPERATOR-ID NOT = SPACES
                   MOVE "O" TO WS-FIND-REASON
                   PERFORM NOTE-FINDING
               WHEN WS-FLG-FLAG(WS-FLG-SUB) = "S"
                   MOVE "S" TO WS-FIND-REASON
                   PERFORM NOTE-FINDING
               WHEN WS-FLG-FLAG(WS-FLG-SUB) = "R"
                   AND WS-FLG-OPERATOR(WS-FLG-SUB) = AL-OPERATOR-ID
                   MOVE "R" TO WS-FIND-REASON
                   PERFORM NOTE-FINDING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FIND-OPERATOR.
           MOVE "N" TO WS-OPR-FOUND-SW
           MOVE "????" TO WS-OPER-BRANCH
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
               UNTIL WS-OPR-SUB > WS-OPR-COUNT
                   OR OPERATOR-FOUND
               IF WS-OPR-ID(WS-OPR-SUB) = AL-OPERATOR-ID
                   MOVE "Y" TO WS-OPR-FOUND-SW
               END-IF
           END-PERFORM
           IF OPERATOR-FOUND
               SUBTRACT 1 FROM WS-OPR-SUB
               MOVE WS-OPR-BRANCH(WS-OPR-SUB) TO WS-OPER-BRANCH
           END-IF.

       FIND-CUSTOMER-BRANCH.
           MOVE SPACES TO WS-CUST-BRANCH
           IF CUSTMAST-OPEN AND AL-CUST-ID > 0
               MOVE AL-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-BRANCH-CODE TO WS-CUST-BRANCH
               END-READ
           END-IF.

       COUNT-OPERATOR-DAY.
           MOVE "N" TO WS-VOL-FOUND-SW
           PERFORM VARYING WS-VOL-SUB FROM 1 BY 1
               UNTIL WS-VOL-SUB > WS-VOL-COUNT
                   OR VOLUME-FOUND
               IF WS-VOL-OPERATOR(WS-VOL-SUB) = AL-OPERATOR-ID
                   AND WS-VOL-DATE(WS-VOL-SUB) = WS-LOG-DATE
                   MOVE "Y" TO WS-VOL-FOUND-SW
               END-IF
           END-PERFORM
           IF VOLUME-FOUND
               SUBTRACT 1 FROM WS-VOL-SUB
           ELSE
               IF WS-VOL-COUNT = 5000
                   DISPLAY "ACCSREVW: VOLUME TABLE FULL - RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-VOL-COUNT
               MOVE WS-VOL-COUNT TO WS-VOL-SUB
               MOVE AL-OPERATOR-ID TO WS-VOL-OPERATOR(WS-VOL-SUB)
               MOVE WS-OPER-BRANCH TO WS-VOL-BRANCH(WS-VOL-SUB)
               MOVE WS-LOG-DATE TO WS-VOL-DATE(WS-VOL-SUB)
               MOVE 0 TO WS-VOL-LOOKUPS(WS-VOL-SUB)
           END-IF
           ADD 1 TO WS-VOL-LOOKUPS(WS-VOL-SUB).

      *
      * A day at or over the limit is one "H" finding for the
      * operator, dated by the day and counting its lookups.
      *
       FLAG-HIGH-VOLUME.
           IF WS-VOL-LOOKUPS(WS-VOL-SUB) NOT < WS-DAILY-LIMIT
               MOVE WS-VOL-OPERATOR(WS-VOL-SUB) TO WS-FIND-OPERATOR
               MOVE WS-VOL-BRANCH(WS-VOL-SUB) TO WS-FIND-BRANCH
               MOVE "H" TO WS-FIND-REASON
               MOVE 0 TO WS-FIND-CUST
               MOVE SPACES TO WS-CUST-BRANCH
               MOVE WS-VOL-LOOKUPS(WS-VOL-SUB) TO WS-FIND-COUNT
               MOVE SPACES TO WS-FIND-TS
               MOVE WS-VOL-DATE(WS-VOL-SUB) TO WS-FIND-TS(1:8)
               PERFORM NOTE-FINDING
           END-IF.

       NOTE-FINDING.
           MOVE "N" TO WS-FND-FOUND-SW
           PERFORM VARYING WS-FND-SUB FROM 1 BY 1
               UNTIL WS-FND-SUB > WS-FND-COUNT
                   OR FINDING-FOUND
               IF WS-FND-OPERATOR(WS-FND-SUB) = WS-FIND-OPERATOR
                   AND WS-FND-REASON(WS-FND-SUB) = WS-FIND-REASON
                   AND WS-FND-CUST-ID(WS-FND-SUB) = WS-FIND-CUST
                   AND WS-FIND-REASON NOT = "H"
                   MOVE "Y" TO WS-FND-FOUND-SW
               END-IF
           END-PERFORM
           IF FINDING-FOUND
               SUBTRACT 1 FROM WS-FND-SUB
               ADD WS-FIND-COUNT TO WS-FND-ACCESSES(WS-FND-SUB)
               MOVE WS-FIND-TS TO WS-FND-LAST-TS(WS-FND-SUB)
           ELSE
               IF WS-FND-COUNT = 5000
                   DISPLAY "ACCSREVW: FINDING TABLE FULL -"
                       " RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-FND-COUNT
               MOVE WS-FIND-BRANCH TO WS-FND-BRANCH(WS-FND-COUNT)
               MOVE WS-FIND-OPERATOR
                   TO WS-FND-OPERATOR(WS-FND-COUNT)
               MOVE WS-FIND-REASON TO WS-FND-REASON(WS-FND-COUNT)
               MOVE WS-FIND-CUST TO WS-FND-CUST-ID(WS-FND-COUNT)
               MOVE WS-CUST-BRANCH
                   TO WS-FND-CUST-BRANCH(WS-FND-COUNT)
               MOVE WS-FIND-COUNT TO WS-FND-ACCESSES(WS-FND-COUNT)
               MOVE WS-FIND-TS TO WS-FND-FIRST-TS(WS-FND-COUNT)
               MOVE WS-FIND-TS TO WS-FND-LAST-TS(WS-FND-COUNT)
           END-IF.

      *
      * Each pass finds the lowest branch above the last section
      * written; no branch left ends the report.
      *
       WRITE-BRANCH-SECTIONS.
           MOVE LOW-VALUES TO WS-LAST-BRANCH
           PERFORM FIND-NEXT-BRANCH
           PERFORM WRITE-ONE-BRANCH UNTIL WS-NEXT-BRANCH = HIGH-VALUES.

       FIND-NEXT-BRANCH.
           MOVE HIGH-VALUES TO WS-NEXT-BRANCH
           PERFORM VARYING WS-FND-SUB FROM 1 BY 1
               UNTIL WS-FND-SUB > WS-FND-COUNT
               IF WS-FND-BRANCH(WS-FND-SUB) > WS-LAST-BRANCH
                   AND WS-FND-BRANCH(WS-FND-SUB) < WS-NEXT-BRANCH
                   MOVE WS-FND-BRANCH(WS-FND-SUB) TO WS-NEXT-BRANCH
               END-IF
           END-PERFORM.

       WRITE-ONE-BRANCH.
           ADD 1 TO WS-BRANCH-COUNT
           MOVE SPACES TO ACCESS-RPT-RECORD
           MOVE "B" TO AR-REC-TYPE
           MOVE WS-NEXT-BRANCH TO AR-BRANCH
           MOVE "CUSTOMER-DATA ACCESS REVIEW" TO AR-TEXT
           WRITE ACCESS-RPT-RECORD
           PERFORM WRITE-BRANCH-FINDING
               VARYING WS-FND-SUB FROM 1 BY 1
               UNTIL WS-FND-SUB > WS-FND-COUNT
           MOVE SPACES TO ACCESS-RPT-RECORD
           MOVE "S" TO AR-REC-TYPE
           MOVE WS-NEXT-BRANCH TO AR-BRANCH
           MOVE "BRANCH MANAGER SIGN-OFF ____________________ DATE"
               TO AR-TEXT
           MOVE "__________" TO AR-TEXT(51:10)
           WRITE ACCESS-RPT-RECORD
           MOVE WS-NEXT-BRANCH TO WS-LAST-BRANCH
           PERFORM FIND-NEXT-BRANCH.

       WRITE-BRANCH-FINDING.
           IF WS-FND-BRANCH(WS-FND-SUB) = WS-NEXT-BRANCH
               ADD 1 TO WS-FINDING-LINES
               MOVE SPACES TO ACCESS-RPT-RECORD
               MOVE "D" TO AR-REC-TYPE
               MOVE WS-NEXT-BRANCH TO AR-BRANCH
               MOVE WS-FND-OPERATOR(WS-FND-SUB) TO AR-OPERATOR-ID
               MOVE WS-FND-REASON(WS-FND-SUB) TO AR-REASON
               EVALUATE WS-FND-REASON(WS-FND-SUB)
                   WHEN "B"
                       MOVE "OUTSIDE OWN BRANCH" TO AR-REASON-TEXT
                   WHEN "O"
                       MOVE "OWN CUSTOMER RECORD" TO AR-REASON-TEXT
                   WHEN "S"
                       MOVE "STAFF CUSTOMER" TO AR-REASON-TEXT
                   WHEN "R"
                       MOVE "RELATED CUSTOMER" TO AR-REASON-TEXT
                   WHEN "V"
                       MOVE "VIP CUSTOMER" TO AR-REASON-TEXT
                   WHEN "U"
                       MOVE "OPERATOR NOT ON OPERMAST"
                           TO AR-REASON-TEXT
                   WHEN "H"
                       MOVE "HIGH DAILY LOOKUP VOLUME"
                           TO AR-REASON-TEXT
               END-EVALUATE
               MOVE WS-FND-CUST-ID(WS-FND-SUB) TO AR-CUST-ID
               MOVE WS-FND-CUST-BRANCH(WS-FND-SUB) TO AR-CUST-BRANCH
               MOVE WS-FND-ACCESSES(WS-FND-SUB) TO AR-ACCESS-COUNT
               MOVE WS-FND-FIRST-TS(WS-FND-SUB) TO AR-FIRST-TS
               MOVE WS-FND-LAST-TS(WS-FND-SUB) TO AR-LAST-TS
               WRITE ACCESS-RPT-RECORD
           END-IF.
