       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCSLOGW.
      *
      * Appends one customer-data access record to ACCSLOG.  Called
      * by every program that shows an operator a customer -- the
      * online inquiries, the name search and pick list, the counter
      * payment screen, and the batch name search -- so there is a
      * record of who looked at whom.  The caller fills everything
      * but the timestamp, which is stamped here the CUSTJRNL way:
      * the business date and the time of day.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-LOG-FILE ASSIGN TO "ACCSLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-LOG-FILE.
       COPY ACCSLOG.

       WORKING-STORAGE SECTION.
       01  WS-LOG-FILE-STATUS       PIC X(2).
       01  WS-BUSINESS-DATE         PIC 9(08).
       01  WS-TS-TIME               PIC 9(06).

       LINKAGE SECTION.
       01  LK-ACCESS-ENTRY          PIC X(89).

       PROCEDURE DIVISION USING LK-ACCESS-ENTRY.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-BUSINESS-DATE
           MOVE LK-ACCESS-ENTRY TO ACCESS-LOG-RECORD
           MOVE WS-BUSINESS-DATE TO AL-TIMESTAMP(1:8)
           ACCEPT WS-TS-TIME FROM TIME
           MOVE WS-TS-TIME TO AL-TIMESTAMP(9:6)
           OPEN EXTEND ACCESS-LOG-FILE
           IF WS-LOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF
           WRITE ACCESS-LOG-RECORD
           CLOSE ACCESS-LOG-FILE
           GOBACK.
