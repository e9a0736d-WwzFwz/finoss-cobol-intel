      * when the customer is new; and the account is appended to the
      * customer's CIF cross-reference chain incrementally -- no full
      * rebuild needed.  Accepted and rejected applications land on
      * the ACCTORPT report with reasons.  No account opens for a
      * customer without an approved due-diligence record on CUSTCDD
      * or whose identity document on it has expired.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE DYNAMIC
               RECORD KEY CIF-KEY
               FILE STATUS IS WS-CIF-FILE-STATUS.
           SELECT CUST-CDD-FILE ASSIGN TO "CUSTCDD"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CDD-CUST-ID
               FILE STATUS IS WS-CDD-FILE-STATUS.
           SELECT OPEN-RPT-FILE ASSIGN TO "ACCTORPT"
               ORGANIZATION LINE SEQUENTIAL.

       FD  CIF-XREF-FILE.
       COPY CIFXREF.

       FD  CUST-CDD-FILE.
       COPY CUSTCDD.

       FD  OPEN-RPT-FILE.
       01  OPEN-RPT-RECORD.
           05  AO-ACCT-NUM          PIC X(12).
       01  WS-ACCT-FILE-STATUS      PIC X(2).
       01  WS-CUST-FILE-STATUS      PIC X(2).
       01  WS-CIF-FILE-STATUS       PIC X(2).
       01  WS-CDD-FILE-STATUS       PIC X(2).
       01  WS-CDD-OPEN-SW           PIC X(1) VALUE "N".
           88  CDD-OPEN             VALUE "Y".
       01  WS-CDD-OK-SW             PIC X(1).
           88  DUE-DILIGENCE-OK     VALUE "Y".
       01  WS-CDD-REASON            PIC X(40).
       01  WS-APPL-EOF              PIC X(1) VALUE "N".
           88  END-OF-APPLICATIONS  VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
               CLOSE CIF-XREF-FILE
               OPEN I-O CIF-XREF-FILE
           END-IF
           OPEN INPUT CUST-CDD-FILE
           IF WS-CDD-FILE-STATUS = "00"
               MOVE "Y" TO WS-CDD-OPEN-SW
           END-IF
           OPEN OUTPUT OPEN-RPT-FILE
           PERFORM READ-APPLICATION
           PERFORM OPEN-ONE-ACCOUNT UNTIL END-OF-APPLICATIONS
           CLOSE ACCT-APPL-FILE ACCT-MASTER-FILE
               CUSTOMER-MASTER-FILE CIF-XREF-FILE OPEN-RPT-FILE
           IF CDD-OPEN
               CLOSE CUST-CDD-FILE
           END-IF
           DISPLAY "ACCTOPEN: APPLICATIONS READ " WS-APPL-COUNT
           DISPLAY "ACCTOPEN: ACCOUNTS OPENED   " WS-OPENED-COUNT
           DISPLAY "ACCTOPEN: APPLICATIONS REJECTED "
               MOVE LK-REASON TO AO-OUTCOME
               WRITE OPEN-RPT-RECORD
           ELSE
               PERFORM CHECK-DUE-DILIGENCE
               IF DUE-DILIGENCE-OK
                   PERFORM CREATE-MASTER-RECORD
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM WRITE-OUTCOME-LINE
                   MOVE WS-CDD-REASON TO AO-OUTCOME
                   WRITE OPEN-RPT-RECORD
               END-IF
           END-IF
           PERFORM READ-APPLICATION.

      *
      * A missing CUSTCDD file is a missing record for everyone: no
      * account opens until compliance has approved the customer.
      *
       CHECK-DUE-DILIGENCE.
           MOVE "Y" TO WS-CDD-OK-SW
           MOVE SPACES TO WS-CDD-REASON
           IF NOT CDD-OPEN
               MOVE "N" TO WS-CDD-OK-SW
           ELSE
               MOVE AP-CUST-ID TO CDD-CUST-ID
               READ CUST-CDD-FILE
                   KEY IS CDD-CUST-ID
                   INVALID KEY
                       MOVE "N" TO WS-CDD-OK-SW
               END-READ
           END-IF
           IF DUE-DILIGENCE-OK
               IF CDD-ID-EXPIRY NOT = 0
                   AND CDD-ID-EXPIRY < WS-TODAY
                   MOVE "N" TO WS-CDD-OK-SW
                   MOVE "REJECTED - ID DOCUMENT EXPIRED"
                       TO WS-CDD-REASON
               END-IF
           ELSE
               MOVE "REJECTED - NO DUE DILIGENCE ON FILE"
                   TO WS-CDD-REASON
           END-IF.

       CREATE-MASTER-RECORD.
           MOVE AP-ACCT-NUM TO ACCTM-NUM
           MOVE AP-ACCT-TYPE TO ACCTM-TYPE
