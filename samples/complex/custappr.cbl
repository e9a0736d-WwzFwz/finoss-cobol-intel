      * judged at apply time, and the APPROVER'S ID stamped as the
      * maintenance user so the journal's after-image carries who
      * signed off.  Decisions land on CUSTPEND.NEW (the usual
      * handover) and every outcome goes on CUSTARPT.  An approved
      * due-diligence capture is written to CUSTCDD, adding the
      * customer's record or replacing it, stamped with the
      * approver's ID.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT CUST-CDD-FILE ASSIGN TO "CUSTCDD"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CDD-CUST-ID
               FILE STATUS IS WS-CDD-FILE-STATUS.
           SELECT REVIEW-RPT-FILE ASSIGN TO "CUSTARPT"
               ORGANIZATION LINE SEQUENTIAL.

           05  CNO-PEND-STATUS      PIC X(01).
           05  CNO-CHECKER-ID       PIC X(08).
           05  CNO-PENDED-TS        PIC X(14).
           05  CNO-CDD-DATA         PIC X(60).

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  CUST-CDD-FILE.
       COPY CUSTCDD.

       FD  REVIEW-RPT-FILE.
       01  REVIEW-RPT-RECORD.
           05  CV-CUST-ID           PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-CUST-FILE-STATUS      PIC X(2).
       01  WS-CDD-FILE-STATUS       PIC X(2).
       01  WS-DEC-EOF               PIC X(1) VALUE "N".
           88  END-OF-DECISIONS     VALUE "Y".
       01  WS-PEND-EOF              PIC X(1) VALUE "N".
           OPEN INPUT CUST-PEND-FILE
           OPEN OUTPUT PEND-OUT-FILE
           OPEN I-O CUSTOMER-MASTER-FILE
           OPEN I-O CUST-CDD-FILE
           IF WS-CDD-FILE-STATUS = "35"
               OPEN OUTPUT CUST-CDD-FILE
               CLOSE CUST-CDD-FILE
               OPEN I-O CUST-CDD-FILE
           END-IF
           OPEN OUTPUT REVIEW-RPT-FILE
           PERFORM READ-PENDING
           PERFORM REVIEW-ONE-ITEM UNTIL END-OF-PENDING
           PERFORM REPORT-UNMATCHED-DECISIONS
           CLOSE CUST-PEND-FILE PEND-OUT-FILE
               CUSTOMER-MASTER-FILE CUST-CDD-FILE REVIEW-RPT-FILE
           DISPLAY "CUSTAPPR: DECISIONS READ    " WS-DECISION-COUNT
           DISPLAY "CUSTAPPR: CHANGES APPLIED   " WS-APPLIED-COUNT
           DISPLAY "CUSTAPPR: CHANGES REJECTED  " WS-REJECTED-COUNT
           MOVE CPN-MAKER-ID TO CNO-MAKER-ID
           MOVE CPN-PEND-STATUS TO CNO-PEND-STATUS
           MOVE CPN-CHECKER-ID TO CNO-CHECKER-ID
           MOVE CPN-PENDED-TS TO CNO-PENDED-TS
           MOVE CPN-CDD-DATA TO CNO-CDD-DATA.

       FIND-DECISION-FOR-ITEM.
           MOVE "N" TO WS-MATCH-FOUND-SW
           END-IF.

       APPLY-APPROVED-CHANGE.
           IF CPN-DUE-DILIGENCE
               PERFORM APPLY-DUE-DILIGENCE
           ELSE
               MOVE CPN-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER-FILE
                   KEY IS CUST-ID
                   INVALID KEY
                       PERFORM REFUSE-MISSING-CUSTOMER
                   NOT INVALID KEY
                       PERFORM APPLY-TO-MASTER
               END-READ
           END-IF.

      *
      * The due-diligence record needs no customer-master row yet:
      * a prospect's file is approved ahead of the first account,
      * which ACCTOPEN then opens against it.
      *
       APPLY-DUE-DILIGENCE.
           MOVE CPN-CUST-ID TO CDD-CUST-ID
           MOVE CPN-ID-TYPE TO CDD-ID-TYPE
           MOVE CPN-ID-NUMBER TO CDD-ID-NUMBER
           MOVE CPN-ID-EXPIRY TO CDD-ID-EXPIRY
           MOVE CPN-OCCUPATION TO CDD-OCCUPATION
           MOVE CPN-RISK-RATING TO CDD-RISK-RATING
           MOVE CPN-PEP-FLAG TO CDD-PEP-FLAG
           MOVE CPN-REVIEW-DATE TO CDD-LAST-REVIEW-DATE
           MOVE WS-TODAY TO CDD-LAST-MAINT-DATE
           MOVE WS-DEC-CHECKER-ID(WS-MATCH-IDX)
               TO CDD-LAST-MAINT-USER
           WRITE CUST-DUE-DILIGENCE-RECORD
               INVALID KEY
                   REWRITE CUST-DUE-DILIGENCE-RECORD
           END-WRITE
           ADD 1 TO WS-APPLIED-COUNT
           MOVE "D" TO CNO-PEND-STATUS
           MOVE "DUE DILIGENCE APPROVED AND APPLIED" TO CV-OUTCOME
           WRITE REVIEW-RPT-RECORD.

       REFUSE-MISSING-CUSTOMER.
           ADD 1 TO WS-REFUSED-COUNT
