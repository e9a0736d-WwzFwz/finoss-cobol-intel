       PROGRAM-ID. DLYCHAIN.
      *
      * Daily processing chain: warehouse release, account
      * validation, interest calculation (notional-pool interest
      * included), standing-order and sweep generation, payment
      * posting, card-scheme and ATM/debit-card
      * switch settlement, other-bank cheque deposits, loan
      * installment billing and auto-debit collection, the outward
      * clearing extract and the clearing-house net settlement
      * reconciliation, the FILEBATCH copy, the balance snapshot
      * and back-value interest adjustment, the closing trial
      * balance, the sub-ledger to GL control proof and the
      * inter-branch reconciliation, each launched as its own run
      * unit with its return code checked before the next step
      * starts.  RC=4 means a step completed but rejected records
      * -- routine enough to go on -- and anything higher halts
      * the chain.
      *
      * Every step execution is recorded on the RUNCTL run-control
      * file: business date, step, start and end timestamps, return
      *
       01  WS-DONE-COUNT            PIC 9(2) COMP VALUE 0.
       01  WS-DONE-TABLE.
           05  WS-DONE-STEP OCCURS 40 TIMES PIC X(10).
       01  WS-DONE-SUB              PIC 9(2) COMP VALUE 0.
       01  WS-STEP-DONE-SW          PIC X(1).
           88  STEP-ALREADY-DONE    VALUE "Y".
           IF NOT CHAIN-FAILED
               PERFORM RUN-STEP-ODINT
           END-IF
           IF NOT CHAIN-FAILED
               PERFORM RUN-STEP-POOLINT
           END-IF
           IF NOT CHAIN-FAILED
               PERFORM RUN-STEP-STOGEN
           END-IF
           IF NOT CHAIN-FAILED
               PERFORM RUN-STEP-PAYBATCH
           END-IF
           IF NOT CHAIN-FAILED
               PERFORM RUN-STEP-CCSETL
           END-IF
           IF NOT CHAIN-FAILED
               PERFORM RUN-STEP-SWTSETL
           END-IF
           IF NOT CHAIN-FAILED
               PERFORM RUN-STEP-CHQDEP
           END-IF
           IF NOT CHAIN-FAILED
               PERFORM RUN-STEP-LOANBILL
           END-IF
           IF NOT CHAIN-FAILED
               PERFORM RUN-STEP-LOANCOLL
           END-IF
           IF NOT CHAIN-FAILED
               PERFORM RUN-STEP-CLREXTR
           END-IF
           IF NOT CHAIN-FAILED
               PERFORM RUN-STEP-CLRRECON
           END-IF
           IF NOT CHAIN-FAILED
               PERFORM RUN-STEP-FILEBATCH
           END-IF
           IF NOT CHAIN-FAILED
               PERFORM RUN-STEP-EODSNAP
           END-IF
           IF NOT CHAIN-FAILED
               PERFORM RUN-STEP-BVADJ
           END-IF
           IF NOT CHAIN-FAILED
               PERFORM RUN-STEP-GLTRIAL
           END-IF
           IF NOT CHAIN-FAILED
               PERFORM RUN-STEP-SLPROOF
           END-IF
           IF NOT CHAIN-FAILED
               PERFORM RUN-STEP-IBRECON
           END-IF
           IF NOT CHAIN-FAILED
               PERFORM RUN-STEP-WLRESCRN
           END-IF
           IF NOT CHAIN-FAILED
               PERFORM RUN-STEP-ALRTEXTR
           END-IF
           IF NOT CHAIN-FAILED
               PERFORM RUN-STEP-MT940GEN
           END-IF
           PERFORM CHECK-MONTH-END
           IF NOT CHAIN-FAILED AND MONTH-END-TONIGHT
               PERFORM RUN-STEP-MTHFEES
           IF NOT CHAIN-FAILED AND MONTH-END-TONIGHT
               PERFORM RUN-STEP-ODINTCAP
           END-IF
           IF NOT CHAIN-FAILED AND MONTH-END-TONIGHT
               PERFORM RUN-STEP-POOLSTMT
           END-IF
           IF NOT CHAIN-FAILED AND MONTH-END-TONIGHT
               PERFORM RUN-STEP-LOANRCVY
           END-IF
           IF NOT CHAIN-FAILED AND MONTH-END-TONIGHT
               PERFORM RUN-STEP-DISCV
           END-IF
           IF NOT CHAIN-FAILED AND MONTH-END-TONIGHT
               PERFORM RUN-STEP-LIQGAP
           END-IF
           IF NOT CHAIN-FAILED AND MONTH-END-TONIGHT
               PERFORM RUN-STEP-CDDREVW
           END-IF
           IF NOT CHAIN-FAILED AND MONTH-END-TONIGHT
               PERFORM RUN-STEP-PROFRPT
           END-IF
           IF NOT CHAIN-FAILED AND MONTH-END-TONIGHT
               PERFORM RUN-STEP-GLCLOSE
           END-IF
           MOVE "ODINT" TO WS-COMMAND-LINE
           PERFORM EXECUTE-CHAIN-STEP.

      *
      * Notional-pool interest follows both accrual steps: it adds
      * the pooled accounts' credit to the ACCRUALS file CALCINT
      * has just rewritten and their debit to ODACCR.  RC=4 means a
      * pool could not be accrued tonight.
      *
       RUN-STEP-POOLINT.
           MOVE "POOLINT" TO WS-STEP-NAME
           MOVE "POOLINT" TO WS-COMMAND-LINE
           PERFORM EXECUTE-CHAIN-STEP
           IF WS-STEP-RC = 4
               DISPLAY "DLYCHAIN: " WS-STEP-NAME
                   " COMPLETED WITH POOLS NOT ACCRUED, RC=4"
           END-IF.

      *
      * Standing orders are generated onto PAYIN immediately ahead of
      * the payment posting step so the day's due instructions ride
                   " COMPLETED WITH REJECTED RECORDS, RC=4"
           END-IF.

      *
      * The card scheme's settlement file posts after the day's
      * payments; RC=4 means items went to the card exceptions file.
      *
       RUN-STEP-CCSETL.
           MOVE "CCSETL" TO WS-STEP-NAME
           MOVE "CCSETL" TO WS-COMMAND-LINE
           PERFORM EXECUTE-CHAIN-STEP
           IF WS-STEP-RC = 4
               DISPLAY "DLYCHAIN: " WS-STEP-NAME
                   " COMPLETED WITH CARD EXCEPTIONS, RC=4"
           END-IF.

      *
      * The ATM/debit-card switch file posts alongside the card
      * scheme's; RC=4 means items went back on the dispute file.
      *
       RUN-STEP-SWTSETL.
           MOVE "SWTSETL" TO WS-STEP-NAME
           MOVE "SWTSETL" TO WS-COMMAND-LINE
           PERFORM EXECUTE-CHAIN-STEP
           IF WS-STEP-RC = 4
               DISPLAY "DLYCHAIN: " WS-STEP-NAME
                   " COMPLETED WITH SWITCH DISPUTES, RC=4"
           END-IF.

      *
      * Other-bank cheque deposits: returns and matured holds are
      * worked and the day's deposits credited and sent out for
      * collection.  RC=4 means a deposit was rejected or a return
      * did not match an open deposit.
      *
       RUN-STEP-CHQDEP.
           MOVE "CHQDEP" TO WS-STEP-NAME
           MOVE "CHQDEP" TO WS-COMMAND-LINE
           PERFORM EXECUTE-CHAIN-STEP
           IF WS-STEP-RC = 4
               DISPLAY "DLYCHAIN: " WS-STEP-NAME
                   " COMPLETED WITH CHEQUE EXCEPTIONS, RC=4"
           END-IF.

      *
      * Installments falling due are billed after the day's payments
      * post, and the auto-debit then collects each open receivable
      * from its linked repayment account.  RC=4 from the collection
      * means some installments ran out of retries and are left for
      * LOANPAST to mark past due.
      *
       RUN-STEP-LOANBILL.
           MOVE "LOANBILL" TO WS-STEP-NAME
           MOVE "LOANBILL" TO WS-COMMAND-LINE
           PERFORM EXECUTE-CHAIN-STEP.

       RUN-STEP-LOANCOLL.
           MOVE "LOANCOLL" TO WS-STEP-NAME
           MOVE "LOANCOLL" TO WS-COMMAND-LINE
           PERFORM EXECUTE-CHAIN-STEP
           IF WS-STEP-RC = 4
               DISPLAY "DLYCHAIN: " WS-STEP-NAME
                   " COMPLETED WITH UNCOLLECTED INSTALLMENTS, RC=4"
           END-IF.

      *
      * The outward clearing extract rides right behind the posting
      * step so every item PAYMENT settled against the clearing
           MOVE "CLREXTR" TO WS-COMMAND-LINE
           PERFORM EXECUTE-CHAIN-STEP.

      *
      * The clearing house's net settlement is agreed against every
      * clearing file exchanged today once the outward extract is
      * cut.  A net that does not agree comes back RC=8 and holds
      * the day open; class or item breaks that still net to the
      * settled figure are RC=4 and go to ops on CLRBRKS.
      *
       RUN-STEP-CLRRECON.
           MOVE "CLRRECON" TO WS-STEP-NAME
           MOVE "CLRRECON" TO WS-COMMAND-LINE
           PERFORM EXECUTE-CHAIN-STEP
           IF WS-STEP-RC = 4
               DISPLAY "DLYCHAIN: " WS-STEP-NAME
                   " COMPLETED WITH CLEARING BREAKS, RC=4"
           END-IF.

       RUN-STEP-FILEBATCH.
           MOVE "FILEBATCH" TO WS-STEP-NAME
           MOVE "FILEBATCH" TO WS-COMMAND-LINE
           MOVE "EODSNAP" TO WS-COMMAND-LINE
           PERFORM EXECUTE-CHAIN-STEP.

      *
      * Back-valued postings are worked into the history EODSNAP
      * just extended and into the interest already accrued; the
      * credit-interest adjustments journal here, so the step runs
      * ahead of the trial balance.
      *
       RUN-STEP-BVADJ.
           MOVE "BVADJ" TO WS-STEP-NAME
           MOVE "BVADJ" TO WS-COMMAND-LINE
           PERFORM EXECUTE-CHAIN-STEP.

      *
      * The trial balance closes the night: a GLTRANS file that does
      * not prove comes back as RC=8 and halts the chain here, so the
           MOVE "GLTRIAL" TO WS-COMMAND-LINE
           PERFORM EXECUTE-CHAIN-STEP.

      *
      * With the GL proved against itself, the customer books are
      * proved against the GL.  Differences are RC=4 and go to
      * finance on SLPRFRPT with the accounts behind them.
      *
       RUN-STEP-SLPROOF.
           MOVE "SLPROOF" TO WS-STEP-NAME
           MOVE "SLPROOF" TO WS-COMMAND-LINE
           PERFORM EXECUTE-CHAIN-STEP
           IF WS-STEP-RC = 4
               DISPLAY "DLYCHAIN: " WS-STEP-NAME
                   " COMPLETED WITH SUB-LEDGER DIFFERENCES, RC=4"
           END-IF.

      *
      * The branch books are proved against each other: due-to and
      * due-from not netting to zero across the bank is RC=8 and
      * halts the chain; an unmatched reference with the bank in
      * balance is RC=4 for finance to chase on IBRCNRPT.
      *
       RUN-STEP-IBRECON.
           MOVE "IBRECON" TO WS-STEP-NAME
           MOVE "IBRECON" TO WS-COMMAND-LINE
           PERFORM EXECUTE-CHAIN-STEP
           IF WS-STEP-RC = 4
               DISPLAY "DLYCHAIN: " WS-STEP-NAME
                   " COMPLETED WITH UNMATCHED REFERENCES, RC=4"
           END-IF.

      *
      * Rescreens the customer base against whatever is new on the
      * watchlist since the last run; an unchanged list makes this a
      * no-op.  RC=4 means potential matches are on SCRNCASE for the
      * compliance officer.
      *
       RUN-STEP-WLRESCRN.
           MOVE "WLRESCRN" TO WS-STEP-NAME
           MOVE "WLRESCRN" TO WS-COMMAND-LINE
           PERFORM EXECUTE-CHAIN-STEP
           IF WS-STEP-RC = 4
               DISPLAY "DLYCHAIN: " WS-STEP-NAME
                   " COMPLETED WITH SCREENING CASES RAISED, RC=4"
           END-IF.

      *
      * Builds the day's customer SMS and e-mail alerts from the
      * posted activity and the balance snapshot.  RC=4 means some
      * accounts have no usable contact details and are on the
      * branch exceptions list.
      *
       RUN-STEP-ALRTEXTR.
           MOVE "ALRTEXTR" TO WS-STEP-NAME
           MOVE "ALRTEXTR" TO WS-COMMAND-LINE
           PERFORM EXECUTE-CHAIN-STEP
           IF WS-STEP-RC = 4
               DISPLAY "DLYCHAIN: " WS-STEP-NAME
                   " COMPLETED WITH CONTACT EXCEPTIONS, RC=4"
           END-IF.

      *
      * The corporate MT940 statement export, off the day's ledger
      * and the balance snapshot.  RC=4 means a flagged customer
      * has no open account and was sent nothing.
      *
       RUN-STEP-MT940GEN.
           MOVE "MT940GEN" TO WS-STEP-NAME
           MOVE "MT940GEN" TO WS-COMMAND-LINE
           PERFORM EXECUTE-CHAIN-STEP
           IF WS-STEP-RC = 4
               DISPLAY "DLYCHAIN: " WS-STEP-NAME
                   " COMPLETED WITH PROFILES NOT SENT, RC=4"
           END-IF.

       CHECK-MONTH-END.
           MOVE "N" TO WS-MONTH-END-SW
           MOVE WS-BUSINESS-DATE TO WS-NEXT-DATE
                   " COMPLETED WITH CARRIED ACCRUALS, RC=4"
           END-IF.

      *
      * The pool statements print the month's daily positions once
      * the month's last accrual is on POOLHIST.
      *
       RUN-STEP-POOLSTMT.
           MOVE "POOLSTMT" TO WS-STEP-NAME
           MOVE "POOLSTMT" TO WS-COMMAND-LINE
           PERFORM EXECUTE-CHAIN-STEP.

      *
      * Recoveries on written-off loans are taken to income once a
      * month, ahead of the close so they fall in the period.
      *
       RUN-STEP-LOANRCVY.
           MOVE "LOANRCVY" TO WS-STEP-NAME
           MOVE "LOANRCVY" TO WS-COMMAND-LINE
           PERFORM EXECUTE-CHAIN-STEP.

      *
      * The deposit insurance single-customer view is produced at
      * month end, after the month's fee and interest charges have
      * posted; RC=4 means accounts in a currency with no rate were
      * left out and the rate file needs fixing before the file goes
      * to the agency.
      *
       RUN-STEP-DISCV.
           MOVE "DISCV" TO WS-STEP-NAME
           MOVE "DISCV" TO WS-COMMAND-LINE
           PERFORM EXECUTE-CHAIN-STEP
           IF WS-STEP-RC = 4
               DISPLAY "DLYCHAIN: " WS-STEP-NAME
                   " COMPLETED WITH UNVALUED ACCOUNTS, RC=4"
           END-IF.

      *
      * The liquidity maturity ladder for the ALCO pack is struck on
      * the month-end balances; RC=4 means a term deposit had no
      * term on FDTERMS and was laddered overnight.
      *
       RUN-STEP-LIQGAP.
           MOVE "LIQGAP" TO WS-STEP-NAME
           MOVE "LIQGAP" TO WS-COMMAND-LINE
           PERFORM EXECUTE-CHAIN-STEP
           IF WS-STEP-RC = 4
               DISPLAY "DLYCHAIN: " WS-STEP-NAME
                   " COMPLETED WITH UNTERMED DEPOSITS, RC=4"
           END-IF.

      *
      * The monthly due-diligence review; RC=4 means customers with
      * no due diligence, an expired document, or an overdue review
      * are on CDDRVRPT for compliance to chase.
      *
       RUN-STEP-CDDREVW.
           MOVE "CDDREVW" TO WS-STEP-NAME
           MOVE "CDDREVW" TO WS-COMMAND-LINE
           PERFORM EXECUTE-CHAIN-STEP
           IF WS-STEP-RC = 4
               DISPLAY "DLYCHAIN: " WS-STEP-NAME
                   " COMPLETED WITH REVIEWS OUTSTANDING, RC=4"
           END-IF.

      *
      * The monthly relationship profitability report, once the
      * month's fees and interest charges have posted.  RC=4 means
      * some income or cost rows belong to accounts not on CIFXREF
      * and were left out.
      *
       RUN-STEP-PROFRPT.
           MOVE "PROFRPT" TO WS-STEP-NAME
           MOVE "PROFRPT" TO WS-COMMAND-LINE
           PERFORM EXECUTE-CHAIN-STEP
           IF WS-STEP-RC = 4
               DISPLAY "DLYCHAIN: " WS-STEP-NAME
                   " COMPLETED WITH UNATTRIBUTED ROWS, RC=4"
           END-IF.

      *
      * The GL period close runs last on the month-end leg, after
      * every posting step has written its GLTRANS entries for the
