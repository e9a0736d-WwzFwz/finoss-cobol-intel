      * after the abend last quarter we found ledger entries with no
      * matching audit record and had no way to tell which file was
      * right.
      *
      * A payment whose legs sit on two branches reaches GLTRANS as
      * two rows under one type and reference (GLPOST's inter-branch
      * split); the due-from half (debit 71717171) is the same
      * posting again and is left out of the match.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-FOUND-SW              PIC X(1).
           88  COUNTERPART-FOUND    VALUE "Y".
       01  WS-WANT-TYPE             PIC X(04).
       01  WS-GL-DUE-FROM-ACCT      PIC 9(8) VALUE 71717171.
       01  WS-AUDIT-COMPLETE-SW     PIC X(1).

       PROCEDURE DIVISION.
       STORE-GL-ENTRY.
           IF (GL-TRANS-TYPE = "PMT " OR GL-TRANS-TYPE = "FEE ")
               AND GL-TIMESTAMP(1:8) = WS-TODAY
               AND GL-DEBIT-ACCOUNT NOT = WS-GL-DUE-FROM-ACCT
               IF WS-GL-COUNT = 1000
                   DISPLAY "PAYPROOF: GL TABLE FULL - RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
