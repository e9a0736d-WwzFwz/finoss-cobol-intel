       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRSLV.
      *
      * Resolves a customer ID that may have been retired by a
      * CUSTMRGR merge to the customer that now carries it.  Callers
      * that derive a CUST-ID from an account number or from history
      * -- the surveillance programs, whose running totals must net
      * the two halves of a merged customer as one -- pass the ID in
      * LK-CUST-ID and get the surviving ID back in its place; an ID
      * never retired comes back unchanged.  A survivor that was
      * itself merged later is followed on to its own survivor, to
      * ten links; a longer chain is a broken cross-reference and is
      * reported, leaving the ID at the last survivor reached.
      * Posting programs never call it: a merge leaves each balance
      * on the record the account number names, and postings keep
      * landing there.
      *
      * CUSTRETR only grows during a CUSTMRGR run, so the table is
      * loaded on the first call of the run unit only, behind a
      * loaded switch, the BALCHK way.  No CUSTRETR file is no
      * merges: every ID resolves to itself.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETIRED-XREF-FILE ASSIGN TO "CUSTRETR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RTX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETIRED-XREF-FILE.
       COPY CUSTRETR.

       WORKING-STORAGE SECTION.
       01  WS-RTX-FILE-STATUS       PIC X(2).
       01  WS-RTX-EOF               PIC X(1) VALUE "N".
           88  END-OF-RETIRED-IDS   VALUE "Y".
       01  WS-TABLES-LOADED-SW      PIC X(1) VALUE "N".
           88  TABLES-LOADED        VALUE "Y".
       01  WS-RET-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-RET-TABLE.
           05  WS-RET-ENTRY OCCURS 5000 TIMES.
               10  WS-RET-RETIRED-ID  PIC 9(08).
               10  WS-RET-SURVIVOR-ID PIC 9(08).
       01  WS-RET-SUB               PIC 9(5) COMP VALUE 0.
       01  WS-RET-FOUND-SW          PIC X(1).
           88  RETIRED-FOUND        VALUE "Y".
       01  WS-HOP-COUNT             PIC 9(2) COMP VALUE 0.

       LINKAGE SECTION.
       01  LK-CUST-ID               PIC 9(08).

       PROCEDURE DIVISION USING LK-CUST-ID.
       MAIN-PROGRAM.
           IF NOT TABLES-LOADED
               PERFORM LOAD-RETIRED-TABLE
           END-IF
           IF WS-RET-COUNT = 0
               GOBACK
           END-IF
           MOVE 0 TO WS-HOP-COUNT
           MOVE "Y" TO WS-RET-FOUND-SW
           PERFORM FOLLOW-ONE-LINK
               UNTIL NOT RETIRED-FOUND
                   OR WS-HOP-COUNT > 10
           IF WS-HOP-COUNT > 10
               DISPLAY "CUSTRSLV: MERGE CHAIN TOO LONG AT "
                   LK-CUST-ID
           END-IF
           GOBACK.

       LOAD-RETIRED-TABLE.
           MOVE "Y" TO WS-TABLES-LOADED-SW
           OPEN INPUT RETIRED-XREF-FILE
           IF WS-RTX-FILE-STATUS = "00"
               PERFORM READ-RETIRED-ID
               PERFORM STORE-RETIRED-ENTRY UNTIL END-OF-RETIRED-IDS
               CLOSE RETIRED-XREF-FILE
           END-IF.

       READ-RETIRED-ID.
           READ RETIRED-XREF-FILE
               AT END MOVE "Y" TO WS-RTX-EOF
           END-READ.

       STORE-RETIRED-ENTRY.
           IF WS-RET-COUNT = 5000
               DISPLAY "CUSTRSLV: RETIRED ID TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RET-COUNT
           MOVE RTX-RETIRED-ID TO WS-RET-RETIRED-ID(WS-RET-COUNT)
           MOVE RTX-SURVIVOR-ID TO WS-RET-SURVIVOR-ID(WS-RET-COUNT)
           PERFORM READ-RETIRED-ID.

       FOLLOW-ONE-LINK.
           MOVE "N" TO WS-RET-FOUND-SW
           PERFORM VARYING WS-RET-SUB FROM 1 BY 1
               UNTIL WS-RET-SUB > WS-RET-COUNT
                   OR RETIRED-FOUND
               IF WS-RET-RETIRED-ID(WS-RET-SUB) = LK-CUST-ID
                   MOVE "Y" TO WS-RET-FOUND-SW
               END-IF
           END-PERFORM
           IF RETIRED-FOUND
               SUBTRACT 1 FROM WS-RET-SUB
               MOVE WS-RET-SURVIVOR-ID(WS-RET-SUB) TO LK-CUST-ID
               ADD 1 TO WS-HOP-COUNT
           END-IF.
