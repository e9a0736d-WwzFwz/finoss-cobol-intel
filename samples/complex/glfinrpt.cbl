      * period's closing balance: customer and house accounts make
      * the balance-sheet section, income and expense accounts the
      * income-statement section, each section totalled.
      *
      * GLBAL carries one row per account per branch.  With no
      * GLFINPRM parameter the report is the whole bank, each
      * account's branch rows for its latest period summed; a
      * branch code on GLFINPRM narrows both statements to that
      * branch's own book.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-COA-FILE-STATUS.
           SELECT FIN-RPT-FILE ASSIGN TO "GLFINRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT FINPARM-FILE ASSIGN TO "GLFINPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-BALANCE-FILE.
       COPY GLBAL.

       FD  FINPARM-FILE.
       01  FINPARM-RECORD.
           05  FP-BRANCH            PIC X(04).

      *
      * The chart-of-accounts master, the same layout GLPOST
      * validates entries against.
               10  FR-BALANCE       PIC 9(13)V99.
           05  FR-SECTION-DATA REDEFINES FR-ACCOUNT-DATA.
               10  FR-SECTION-NAME  PIC X(30).
               10  FILLER           PIC X(02).
               10  FR-SECTION-SCOPE PIC X(12).
               10  FILLER           PIC X(14).
           05  FR-TOTAL-DATA REDEFINES FR-ACCOUNT-DATA.
               10  FR-TOTAL-LABEL   PIC X(30).
               10  FILLER           PIC X(12).
       WORKING-STORAGE SECTION.
       01  WS-BAL-FILE-STATUS       PIC X(2).
       01  WS-COA-FILE-STATUS       PIC X(2).
       01  WS-PARM-FILE-STATUS      PIC X(2).
       01  WS-SELECT-BRANCH         PIC X(04) VALUE SPACES.
       01  WS-SECTION-SCOPE         PIC X(12).
       01  WS-BAL-EOF               PIC X(1) VALUE "N".
           88  END-OF-BALANCES      VALUE "Y".
       01  WS-COA-EOF               PIC X(1) VALUE "N".
               10  WS-COA-TYPE      PIC X(01).
       01  WS-COA-SUB               PIC 9(4) COMP VALUE 0.
      *
      * The latest closing balance per account, summed across the
      * branches in scope.
      *
       01  WS-BAL-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-BAL-TABLE.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM LOAD-BRANCH-PARM
           PERFORM LOAD-CHART-TABLE
           PERFORM LOAD-CLOSING-BALANCES
           OPEN OUTPUT FIN-RPT-FILE
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *
      * A missing or blank parameter leaves the consolidated report.
      *
       LOAD-BRANCH-PARM.
           OPEN INPUT FINPARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ FINPARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FP-BRANCH TO WS-SELECT-BRANCH
               END-READ
               CLOSE FINPARM-FILE
           END-IF
           IF WS-SELECT-BRANCH = SPACES
               MOVE "ALL BRANCHES" TO WS-SECTION-SCOPE
           ELSE
               MOVE SPACES TO WS-SECTION-SCOPE
               STRING "BRANCH " WS-SELECT-BRANCH
                   DELIMITED BY SIZE INTO WS-SECTION-SCOPE
           END-IF.

       LOAD-CHART-TABLE.
           OPEN INPUT COA-MASTER-FILE
           IF WS-COA-FILE-STATUS = "00"
               AT END MOVE "Y" TO WS-BAL-EOF
           END-READ.

      *
      * GLCLOSE rolls every account-branch row each period, so the
      * newest period carries one row per branch: a newer period
      * replaces the slot, the same period adds another branch in.
      *
       NOTE-CLOSING-BALANCE.
           IF WS-SELECT-BRANCH = SPACES
               OR GLB-BRANCH = WS-SELECT-BRANCH
               PERFORM FIND-BALANCE-SLOT
               IF GLB-PERIOD > WS-GLB-PERIOD(WS-GLB-SUB)
                   MOVE GLB-PERIOD TO WS-GLB-PERIOD(WS-GLB-SUB)
                   MOVE GLB-CLOSING TO WS-GLB-CLOSING(WS-GLB-SUB)
               ELSE
                   IF GLB-PERIOD = WS-GLB-PERIOD(WS-GLB-SUB)
                       ADD GLB-CLOSING TO WS-GLB-CLOSING(WS-GLB-SUB)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-BALANCE.

           ELSE
               MOVE "INCOME STATEMENT" TO FR-SECTION-NAME
           END-IF
           MOVE WS-SECTION-SCOPE TO FR-SECTION-SCOPE
           WRITE FIN-RPT-RECORD
           ADD 1 TO WS-LINE-COUNT
           MOVE 0 TO WS-SECTION-TOTAL
