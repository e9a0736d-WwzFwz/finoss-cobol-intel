       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDUPR.
      *
      * Likely duplicate customers, run on request ahead of a merge
      * exercise.  Every live customer on CUSTMAST (merged customers
      * are already resolved and are left out) is compared with
      * every other customer of the same type on five normalised
      * values:
      *   name         CUST-NAME in capitals, letters and digits only
      *   KYC document CUSTCDD document type and number, the same way
      *   phone        CUSTADDR phone, digits only, last nine compared
      *                so a country or trunk prefix does not matter
      *   e-mail       CUSTADDR e-mail in capitals
      *   postal code  CUSTADDR postal code with spaces taken out
      * A value missing on either side never matches.  Each match
      * scores (name 40, KYC 40, phone 25, e-mail 25, postal code
      * 10) and every pair reaching WS-REPORT-SCORE is listed on
      * CUSTDUPR with the values that matched, for the customer
      * team to raise a CUSTMRGM merge where the pair is one person.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS ADR-CUST-ID
               FILE STATUS IS WS-ADDR-FILE-STATUS.
           SELECT CUST-CDD-FILE ASSIGN TO "CUSTCDD"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CDD-CUST-ID
               FILE STATUS IS WS-CDD-FILE-STATUS.
           SELECT DUPLICATE-RPT-FILE ASSIGN TO "CUSTDUPR"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  CUSTOMER-ADDRESS-FILE.
       COPY CUSTADDR.

       FD  CUST-CDD-FILE.
       COPY CUSTCDD.

       FD  DUPLICATE-RPT-FILE.
       01  DUPLICATE-RPT-RECORD.
           05  DR-CUST-ID-1         PIC 9(08).
           05  FILLER               PIC X(02).
           05  DR-CUST-ID-2         PIC 9(08).
           05  FILLER               PIC X(02).
           05  DR-SCORE             PIC ZZ9.
           05  FILLER               PIC X(02).
           05  DR-NAME-MATCH        PIC X(01).
           05  DR-KYC-MATCH         PIC X(01).
           05  DR-PHONE-MATCH       PIC X(01).
           05  DR-EMAIL-MATCH       PIC X(01).
           05  DR-POSTAL-MATCH      PIC X(01).
           05  FILLER               PIC X(02).
           05  DR-CUST-NAME-1       PIC X(30).
           05  FILLER               PIC X(02).
           05  DR-CUST-NAME-2       PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-CUST-FILE-STATUS      PIC X(2).
       01  WS-ADDR-FILE-STATUS      PIC X(2).
       01  WS-CDD-FILE-STATUS       PIC X(2).
       01  WS-CUST-EOF              PIC X(1) VALUE "N".
           88  END-OF-CUSTOMERS     VALUE "Y".
       01  WS-ADDR-OPEN-SW          PIC X(1) VALUE "N".
           88  ADDRESSES-OPEN       VALUE "Y".
       01  WS-CDD-OPEN-SW           PIC X(1) VALUE "N".
           88  CDD-OPEN             VALUE "Y".
       01  WS-REPORT-SCORE          PIC 9(3) VALUE 50.
       01  WS-CUSTOMERS-LOADED      PIC 9(7) COMP VALUE 0.
       01  WS-PAIRS-COMPARED        PIC 9(9) COMP VALUE 0.
       01  WS-PAIRS-REPORTED        PIC 9(7) COMP VALUE 0.
      *
      * One row per live customer, holding the normalised values
      * the pairs are scored on.
      *
       01  WS-DUP-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-DUP-TABLE.
           05  WS-DUP-ENTRY OCCURS 5000 TIMES.
               10  WS-DUP-CUST-ID   PIC 9(08).
               10  WS-DUP-CUST-NAME PIC X(30).
               10  WS-DUP-CUST-TYPE PIC X(01).
               10  WS-DUP-NAME-KEY  PIC X(30).
               10  WS-DUP-KYC-KEY   PIC X(22).
               10  WS-DUP-PHONE-KEY PIC X(09).
               10  WS-DUP-EMAIL-KEY PIC X(40).
               10  WS-DUP-POSTAL-KEY PIC X(10).
       01  WS-DUP-SUB-1             PIC 9(5) COMP VALUE 0.
       01  WS-DUP-SUB-2             PIC 9(5) COMP VALUE 0.
       01  WS-PAIR-SCORE            PIC 9(3) VALUE 0.
      *
      * Normalising work area: the value goes in WS-NORM-IN, the
      * kept characters come out left-justified in WS-NORM-OUT.
      *
       01  WS-NORM-IN               PIC X(40).
       01  WS-NORM-OUT              PIC X(40).
       01  WS-NORM-CHAR             PIC X(01).
       01  WS-NORM-IN-SUB           PIC 9(2) COMP VALUE 0.
       01  WS-NORM-OUT-LEN          PIC 9(2) COMP VALUE 0.
       01  WS-NORM-MODE             PIC X(01).
           88  NORM-ALPHANUMERIC    VALUE "A".
           88  NORM-DIGITS          VALUE "D".
           88  NORM-NO-SPACES       VALUE "S".
       01  WS-PHONE-START           PIC 9(2) COMP VALUE 0.
       01  WS-LOWER-CASE            PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER-CASE            PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "CUSTDUPR: CUSTOMER MASTER NOT AVAILABLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-ADDRESS-FILE
           IF WS-ADDR-FILE-STATUS = "00"
               MOVE "Y" TO WS-ADDR-OPEN-SW
           END-IF
           OPEN INPUT CUST-CDD-FILE
           IF WS-CDD-FILE-STATUS = "00"
               MOVE "Y" TO WS-CDD-OPEN-SW
           END-IF
           PERFORM READ-CUSTOMER
           PERFORM LOAD-CUSTOMER-ENTRY UNTIL END-OF-CUSTOMERS
           CLOSE CUSTOMER-MASTER-FILE
           IF ADDRESSES-OPEN
               CLOSE CUSTOMER-ADDRESS-FILE
           END-IF
           IF CDD-OPEN
               CLOSE CUST-CDD-FILE
           END-IF
           OPEN OUTPUT DUPLICATE-RPT-FILE
           PERFORM VARYING WS-DUP-SUB-1 FROM 1 BY 1
               UNTIL WS-DUP-SUB-1 >= WS-DUP-COUNT
               PERFORM SCORE-PAIR
                   VARYING WS-DUP-SUB-2 FROM WS-DUP-SUB-1 BY 1
                   UNTIL WS-DUP-SUB-2 > WS-DUP-COUNT
           END-PERFORM
           CLOSE DUPLICATE-RPT-FILE
           DISPLAY "CUSTDUPR: CUSTOMERS LOADED    " WS-CUSTOMERS-LOADED
           DISPLAY "CUSTDUPR: PAIRS COMPARED      " WS-PAIRS-COMPARED
           DISPLAY "CUSTDUPR: LIKELY DUPLICATES   " WS-PAIRS-REPORTED
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       READ-CUSTOMER.
           READ CUSTOMER-MASTER-FILE NEXT
               AT END MOVE "Y" TO WS-CUST-EOF
           END-READ.

       LOAD-CUSTOMER-ENTRY.
           IF NOT CUST-MERGED
               PERFORM STORE-CUSTOMER-ENTRY
           END-IF
           PERFORM READ-CUSTOMER.

       STORE-CUSTOMER-ENTRY.
           IF WS-DUP-COUNT = 5000
               DISPLAY "CUSTDUPR: CUSTOMER TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DUP-COUNT
           ADD 1 TO WS-CUSTOMERS-LOADED
           MOVE CUST-ID TO WS-DUP-CUST-ID(WS-DUP-COUNT)
           MOVE CUST-NAME TO WS-DUP-CUST-NAME(WS-DUP-COUNT)
           MOVE CUST-TYPE TO WS-DUP-CUST-TYPE(WS-DUP-COUNT)
           MOVE CUST-NAME TO WS-NORM-IN
           MOVE "A" TO WS-NORM-MODE
           PERFORM NORMALISE-VALUE
           MOVE WS-NORM-OUT TO WS-DUP-NAME-KEY(WS-DUP-COUNT)
           MOVE SPACES TO WS-DUP-KYC-KEY(WS-DUP-COUNT)
           MOVE SPACES TO WS-DUP-PHONE-KEY(WS-DUP-COUNT)
           MOVE SPACES TO WS-DUP-EMAIL-KEY(WS-DUP-COUNT)
           MOVE SPACES TO WS-DUP-POSTAL-KEY(WS-DUP-COUNT)
           IF ADDRESSES-OPEN
               PERFORM LOAD-ADDRESS-KEYS
           END-IF
           IF CDD-OPEN
               PERFORM LOAD-KYC-KEY
           END-IF.

       LOAD-ADDRESS-KEYS.
           MOVE CUST-ID TO ADR-CUST-ID
           READ CUSTOMER-ADDRESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM BUILD-ADDRESS-KEYS
           END-READ.

      *
      * Fewer than seven digits is not a usable phone number and is
      * left blank so it cannot match.
      *
       BUILD-ADDRESS-KEYS.
           MOVE ADR-PHONE TO WS-NORM-IN
           MOVE "D" TO WS-NORM-MODE
           PERFORM NORMALISE-VALUE
           IF WS-NORM-OUT-LEN >= 7
               IF WS-NORM-OUT-LEN > 9
                   COMPUTE WS-PHONE-START = WS-NORM-OUT-LEN - 8
               ELSE
                   MOVE 1 TO WS-PHONE-START
               END-IF
               MOVE WS-NORM-OUT(WS-PHONE-START:9)
                   TO WS-DUP-PHONE-KEY(WS-DUP-COUNT)
           END-IF
           MOVE ADR-EMAIL TO WS-NORM-IN
           MOVE "S" TO WS-NORM-MODE
           PERFORM NORMALISE-VALUE
           MOVE WS-NORM-OUT TO WS-DUP-EMAIL-KEY(WS-DUP-COUNT)
           MOVE ADR-POSTAL-CODE TO WS-NORM-IN
           MOVE "S" TO WS-NORM-MODE
           PERFORM NORMALISE-VALUE
           MOVE WS-NORM-OUT TO WS-DUP-POSTAL-KEY(WS-DUP-COUNT).

       LOAD-KYC-KEY.
           MOVE CUST-ID TO CDD-CUST-ID
           READ CUST-CDD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM BUILD-KYC-KEY
           END-READ.

       BUILD-KYC-KEY.
           MOVE CDD-ID-NUMBER TO WS-NORM-IN
           MOVE "A" TO WS-NORM-MODE
           PERFORM NORMALISE-VALUE
           IF WS-NORM-OUT NOT = SPACES
               MOVE CDD-ID-TYPE TO WS-DUP-KYC-KEY(WS-DUP-COUNT)(1:2)
               MOVE WS-NORM-OUT(1:20)
                   TO WS-DUP-KYC-KEY(WS-DUP-COUNT)(3:20)
           END-IF.

      *
      * Capitalises WS-NORM-IN and copies across only the characters
      * the mode keeps: letters and digits, digits alone, or
      * everything but spaces.
      *
       NORMALISE-VALUE.
           INSPECT WS-NORM-IN CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           MOVE SPACES TO WS-NORM-OUT
           MOVE 0 TO WS-NORM-OUT-LEN
           PERFORM KEEP-NORM-CHAR
               VARYING WS-NORM-IN-SUB FROM 1 BY 1
               UNTIL WS-NORM-IN-SUB > 40.

       KEEP-NORM-CHAR.
           MOVE WS-NORM-IN(WS-NORM-IN-SUB:1) TO WS-NORM-CHAR
           EVALUATE TRUE
               WHEN WS-NORM-CHAR = SPACE
                   CONTINUE
               WHEN WS-NORM-CHAR IS NUMERIC
                   ADD 1 TO WS-NORM-OUT-LEN
                   MOVE WS-NORM-CHAR TO WS-NORM-OUT(WS-NORM-OUT-LEN:1)
               WHEN NORM-DIGITS
                   CONTINUE
               WHEN NORM-NO-SPACES
                   ADD 1 TO WS-NORM-OUT-LEN
                   MOVE WS-NORM-CHAR TO WS-NORM-OUT(WS-NORM-OUT-LEN:1)
               WHEN WS-NORM-CHAR IS ALPHABETIC-UPPER
                   ADD 1 TO WS-NORM-OUT-LEN
                   MOVE WS-NORM-CHAR TO WS-NORM-OUT(WS-NORM-OUT-LEN:1)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SCORE-PAIR.
           IF WS-DUP-SUB-2 > WS-DUP-SUB-1
               AND WS-DUP-CUST-TYPE(WS-DUP-SUB-1)
                   = WS-DUP-CUST-TYPE(WS-DUP-SUB-2)
               ADD 1 TO WS-PAIRS-COMPARED
               PERFORM SCORE-ONE-PAIR
           END-IF.

       SCORE-ONE-PAIR.
           MOVE 0 TO WS-PAIR-SCORE
           MOVE SPACES TO DUPLICATE-RPT-RECORD
           IF WS-DUP-NAME-KEY(WS-DUP-SUB-1) NOT = SPACES
               AND WS-DUP-NAME-KEY(WS-DUP-SUB-1)
                   = WS-DUP-NAME-KEY(WS-DUP-SUB-2)
               ADD 40 TO WS-PAIR-SCORE
               MOVE "N" TO DR-NAME-MATCH
           END-IF
           IF WS-DUP-KYC-KEY(WS-DUP-SUB-1) NOT = SPACES
               AND WS-DUP-KYC-KEY(WS-DUP-SUB-1)
                   = WS-DUP-KYC-KEY(WS-DUP-SUB-2)
               ADD 40 TO WS-PAIR-SCORE
               MOVE "K" TO DR-KYC-MATCH
           END-IF
           IF WS-DUP-PHONE-KEY(WS-DUP-SUB-1) NOT = SPACES
               AND WS-DUP-PHONE-KEY(WS-DUP-SUB-1)
                   = WS-DUP-PHONE-KEY(WS-DUP-SUB-2)
               ADD 25 TO WS-PAIR-SCORE
               MOVE "P" TO DR-PHONE-MATCH
           END-IF
           IF WS-DUP-EMAIL-KEY(WS-DUP-SUB-1) NOT = SPACES
               AND WS-DUP-EMAIL-KEY(WS-DUP-SUB-1)
                   = WS-DUP-EMAIL-KEY(WS-DUP-SUB-2)
               ADD 25 TO WS-PAIR-SCORE
               MOVE "E" TO DR-EMAIL-MATCH
           END-IF
           IF WS-DUP-POSTAL-KEY(WS-DUP-SUB-1) NOT = SPACES
               AND WS-DUP-POSTAL-KEY(WS-DUP-SUB-1)
                   = WS-DUP-POSTAL-KEY(WS-DUP-SUB-2)
               ADD 10 TO WS-PAIR-SCORE
               MOVE "Z" TO DR-POSTAL-MATCH
           END-IF
           IF WS-PAIR-SCORE >= WS-REPORT-SCORE
               ADD 1 TO WS-PAIRS-REPORTED
               MOVE WS-DUP-CUST-ID(WS-DUP-SUB-1) TO DR-CUST-ID-1
               MOVE WS-DUP-CUST-ID(WS-DUP-SUB-2) TO DR-CUST-ID-2
               MOVE WS-PAIR-SCORE TO DR-SCORE
               MOVE WS-DUP-CUST-NAME(WS-DUP-SUB-1) TO DR-CUST-NAME-1
               MOVE WS-DUP-CUST-NAME(WS-DUP-SUB-2) TO DR-CUST-NAME-2
               WRITE DUPLICATE-RPT-RECORD
           END-IF.
