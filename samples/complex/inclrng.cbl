      * code, in the same run, so unapplied funds go back the same
      * day instead of aging in suspense.  Good items post through
      * PAYMENT-ENTRY from the clearing settlement account, the
      * account the outward side settles against.  A file dated
      * before today's business date posts value-dated to its file
      * date, so the credit lands on the back-value register and the
      * interest the customer missed is made good by BVADJ.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-SETTLE-ACCOUNT        PIC X(10) VALUE "  60606060".
       01  WS-RETURN-REASON         PIC X(30).
       01  WS-RETURN-CODE-3         PIC X(03).
       01  WS-BUSINESS-DATE         PIC 9(08).
       01  WS-ITEM-VALUE-DATE       PIC 9(08) VALUE 0.
      *
      * ACCTCHK check-digit interface over the 10-character
      * instruction-width account number.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-BUSINESS-DATE
           PERFORM VERIFY-CLEARING-FILE
           IF NOT FILE-VERIFIED
               DISPLAY "INCLRNG: FILE REFUSED - "
               END-IF
           END-IF.

      *
      * Each batch header sets the value date its items post under:
      * the file date when it is earlier than today, else zero for
      * PAYMENT's "today".
      *
       POST-IF-DETAIL.
           IF CI-HEADER-REC
               MOVE 0 TO WS-ITEM-VALUE-DATE
               IF CI-FILE-DATE NUMERIC
                   AND CI-FILE-DATE > 0
                   AND CI-FILE-DATE < WS-BUSINESS-DATE
                   MOVE CI-FILE-DATE TO WS-ITEM-VALUE-DATE
               END-IF
           END-IF
           IF CI-DETAIL-REC
               PERFORM APPLY-ONE-ITEM
           END-IF
      *
      * The target must exist on the master, pass ACCTVAL's own
      * rules, and not sit dormant -- a dormant account wants
      * REACTIN paperwork, not silent credits.  Every inward item
      * is a credit, so ACCTVAL's written-off refusal (reason 35),
      * which guards debits, does not return it: a credit to a
      * written-off loan is posted for LOANRCVY to take as a
      * recovery.
      *
       APPLY-ONE-ITEM.
           MOVE CI-ACCOUNT(3:10) TO LK-CHK-ACCOUNT
           CALL "ACCTVAL-ENTRY" USING LK-ACCOUNT
               LK-VALIDATION-RESULT
           EVALUATE TRUE
               WHEN LK-VALID = "N" AND LK-REASON-CODE NOT = 35
                   MOVE "R12" TO WS-RETURN-CODE-3
                   MOVE LK-REASON TO WS-RETURN-REASON
                   PERFORM RETURN-ITEM
           MOVE "S" TO LK-PROCESSING-MODE
           MOVE SPACES TO LK-ORIGINAL-TRX-REF
           MOVE 0 TO LK-ORIGINAL-FEE
           MOVE WS-ITEM-VALUE-DATE TO LK-VALUE-DATE
           MOVE "INCLRNG" TO LK-OPERATOR-ID
           MOVE SPACES TO LK-CHECKER-ID
           MOVE SPACES TO LK-BENEF-BANK
