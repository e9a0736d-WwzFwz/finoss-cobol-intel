       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXLOAD.
      *
      * Morning FX rate load.  FXRATES drives PAYMENT's cross-
      * currency conversion, FXREVAL's month-end revaluation and
      * FXPOSN's profit figures; it is no longer keyed by hand but
      * built from the treasury or market-data feed on FXFEED, one
      * row per currency, each checked before it replaces the
      * currency's rate:
      *   - buy at or below mid, sell at or above it, none zero;
      *   - dated the business date -- an older row is stale and a
      *     later one premature, and neither is taken;
      *   - mid within the currency's FXTOLER percentage of the
      *     previous FXRATES mid (2.00% when the currency has no
      *     row, or the spaces-currency row's figure when there is
      *     one).
      * A row outside tolerance -- the misplaced decimal -- or for a
      * currency with no previous rate goes on FXHOLD for treasury
      * approval through FXAPPR, and the previous rate stays.  A
      * currency on FXRATES the feed did not quote is reported
      * missing and its previous rate stays too; PAYMENT converts
      * on no rate dated before the business date, so a held,
      * rejected, stale or missing rate stops that currency's
      * payments rather than posting them at yesterday's number.
      *
      * Rates taken land on FXRATES.NEW and FXHOLD.NEW (the usual
      * handover), each taken rate is appended to the FXHIST rate
      * history, and every currency's outcome goes on FXLDRPT.  The
      * run ends RC=4 when any currency was not brought up to date.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-FEED-FILE ASSIGN TO "FXFEED"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT TOLERANCE-FILE ASSIGN TO "FXTOLER"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TOL-FILE-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FX-FILE-STATUS.
           SELECT FX-RATE-OUT-FILE ASSIGN TO "FXRATES.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT FX-HOLD-FILE ASSIGN TO "FXHOLD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT FX-HOLD-OUT-FILE ASSIGN TO "FXHOLD.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT FX-HISTORY-FILE ASSIGN TO "FXHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT LOAD-RPT-FILE ASSIGN TO "FXLDRPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FX-FEED-FILE.
       COPY FXFEED.

       FD  TOLERANCE-FILE.
       01  TOLERANCE-RECORD.
           05  FT-CURRENCY          PIC X(03).
           05  FT-TOLERANCE-PCT     PIC 9(03)V99.

       FD  FX-RATE-FILE.
       COPY FXRATES.

       FD  FX-RATE-OUT-FILE.
       01  FX-RATE-OUT-RECORD.
           05  FXO-CURRENCY         PIC X(03).
           05  FXO-BUY-RATE         PIC 9(07)V9(04).
           05  FXO-SELL-RATE        PIC 9(07)V9(04).
           05  FXO-MID-RATE         PIC 9(07)V9(04).
           05  FXO-RATE-DATE        PIC 9(08).

       FD  FX-HOLD-FILE.
       01  FX-HOLD-IN-RECORD        PIC X(107).

       FD  FX-HOLD-OUT-FILE.
       COPY FXHOLD.

       FD  FX-HISTORY-FILE.
       COPY FXHIST.

       FD  LOAD-RPT-FILE.
       01  LOAD-RPT-RECORD.
           05  LR-CURRENCY          PIC X(03).
           05  FILLER               PIC X(02).
           05  LR-BUY-RATE          PIC 9(07)V9(04).
           05  FILLER               PIC X(02).
           05  LR-SELL-RATE         PIC 9(07)V9(04).
           05  FILLER               PIC X(02).
           05  LR-MID-RATE          PIC 9(07)V9(04).
           05  FILLER               PIC X(02).
           05  LR-RATE-DATE         PIC 9(08).
           05  FILLER               PIC X(02).
           05  LR-PREV-MID-RATE     PIC 9(07)V9(04).
           05  FILLER               PIC X(02).
           05  LR-PREV-RATE-DATE    PIC 9(08).
           05  FILLER               PIC X(02).
           05  LR-DEVIATION-PCT     PIC ZZ9.99.
           05  FILLER               PIC X(02).
           05  LR-TOLERANCE-PCT     PIC ZZ9.99.
           05  FILLER               PIC X(02).
           05  LR-OUTCOME           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-FEED-FILE-STATUS      PIC X(2).
       01  WS-TOL-FILE-STATUS       PIC X(2).
       01  WS-FX-FILE-STATUS        PIC X(2).
       01  WS-HOLD-FILE-STATUS      PIC X(2).
       01  WS-HIST-FILE-STATUS      PIC X(2).
       01  WS-FEED-EOF              PIC X(1) VALUE "N".
           88  END-OF-FEED          VALUE "Y".
       01  WS-TOL-EOF               PIC X(1) VALUE "N".
           88  END-OF-TOLERANCES    VALUE "Y".
       01  WS-FX-EOF                PIC X(1) VALUE "N".
           88  END-OF-RATES         VALUE "Y".
       01  WS-HOLD-EOF              PIC X(1) VALUE "N".
           88  END-OF-HOLDS         VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-FEED-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-LOADED-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-HELD-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-REJECTED-COUNT        PIC 9(5) COMP VALUE 0.
       01  WS-STALE-COUNT           PIC 9(5) COMP VALUE 0.
       01  WS-MISSING-COUNT         PIC 9(5) COMP VALUE 0.
       01  WS-SUPERSEDED-COUNT      PIC 9(5) COMP VALUE 0.
       01  WS-NOT-CURRENT-COUNT     PIC 9(5) COMP VALUE 0.
      *
      * Tolerance percentages by currency from FXTOLER.
      *
       01  WS-DEFAULT-TOLERANCE     PIC 9(03)V99 VALUE 2.00.
       01  WS-TOL-COUNT             PIC 9(3) COMP VALUE 0.
       01  WS-TOL-TABLE.
           05  WS-TOL-ENTRY OCCURS 50 TIMES.
               10  WS-TOL-CURRENCY  PIC X(03).
               10  WS-TOL-PCT       PIC 9(03)V99.
       01  WS-TOL-SUB               PIC 9(3) COMP VALUE 0.
       01  WS-TOLERANCE             PIC 9(03)V99.
      *
      * FXRATES as it stands, updated in place as rates are taken.
      * A currency first seen on the feed is added so a second row
      * for it is caught, but goes to FXRATES.NEW only once FXAPPR
      * approves it.
      *
       01  WS-CR-COUNT              PIC 9(3) COMP VALUE 0.
       01  WS-CR-TABLE.
           05  WS-CR-ENTRY OCCURS 50 TIMES.
               10  WS-CR-CURRENCY   PIC X(03).
               10  WS-CR-BUY        PIC 9(07)V9(04).
               10  WS-CR-SELL       PIC 9(07)V9(04).
               10  WS-CR-MID        PIC 9(07)V9(04).
               10  WS-CR-DATE       PIC 9(08).
               10  WS-CR-NEW-SW     PIC X(01).
               10  WS-CR-FED-SW     PIC X(01).
               10  WS-CR-REPLACED-SW PIC X(01).
       01  WS-CR-SUB                PIC 9(3) COMP VALUE 0.
       01  WS-CR-FOUND-SW           PIC X(1).
           88  RATE-FOUND           VALUE "Y".
       01  WS-FIND-CURRENCY         PIC X(03).
       01  WS-SECOND-ROW-SW         PIC X(1).
           88  SECOND-FEED-ROW      VALUE "Y".
      *
      * Rows held tonight, written after the existing FXHOLD rows.
      *
       01  WS-HLD-COUNT             PIC 9(3) COMP VALUE 0.
       01  WS-HLD-TABLE.
           05  WS-HLD-ENTRY OCCURS 50 TIMES.
               10  WS-HLD-CURRENCY  PIC X(03).
               10  WS-HLD-BUY       PIC 9(07)V9(04).
               10  WS-HLD-SELL      PIC 9(07)V9(04).
               10  WS-HLD-MID       PIC 9(07)V9(04).
               10  WS-HLD-DATE      PIC 9(08).
               10  WS-HLD-SOURCE    PIC X(08).
               10  WS-HLD-PREV-MID  PIC 9(07)V9(04).
               10  WS-HLD-PREV-DATE PIC 9(08).
               10  WS-HLD-DEVIATION PIC 9(03)V99.
               10  WS-HLD-TOLERANCE PIC 9(03)V99.
               10  WS-HLD-REASON    PIC X(01).
       01  WS-HLD-SUB               PIC 9(3) COMP VALUE 0.
       01  WS-HOLD-REASON           PIC X(01).
      *
      * One feed row's checks.
      *
       01  WS-MID-DIFF              PIC 9(07)V9(04).
       01  WS-DEVIATION-PCT         PIC 9(03)V99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           PERFORM LOAD-TOLERANCE-TABLE
           PERFORM LOAD-CURRENT-RATES
           OPEN OUTPUT LOAD-RPT-FILE
           OPEN EXTEND FX-HISTORY-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               OPEN OUTPUT FX-HISTORY-FILE
           END-IF
           OPEN INPUT FX-FEED-FILE
           IF WS-FEED-FILE-STATUS = "00"
               PERFORM READ-FEED
               PERFORM CHECK-ONE-FEED-ROW UNTIL END-OF-FEED
               CLOSE FX-FEED-FILE
           ELSE
               DISPLAY "FXLOAD: NO RATE FEED - NO RATE REPLACED"
           END-IF
           PERFORM REPORT-MISSING-RATE
               VARYING WS-CR-SUB FROM 1 BY 1
               UNTIL WS-CR-SUB > WS-CR-COUNT
           OPEN OUTPUT FX-RATE-OUT-FILE
           PERFORM WRITE-RATE-ROW
               VARYING WS-CR-SUB FROM 1 BY 1
               UNTIL WS-CR-SUB > WS-CR-COUNT
           CLOSE FX-RATE-OUT-FILE
           PERFORM CARRY-HOLD-FILE
           CLOSE LOAD-RPT-FILE FX-HISTORY-FILE
           DISPLAY "FXLOAD: FEED ROWS READ       " WS-FEED-COUNT
           DISPLAY "FXLOAD: RATES LOADED         " WS-LOADED-COUNT
           DISPLAY "FXLOAD: RATES HELD           " WS-HELD-COUNT
           DISPLAY "FXLOAD: ROWS REJECTED        " WS-REJECTED-COUNT
           DISPLAY "FXLOAD: ROWS STALE           " WS-STALE-COUNT
           DISPLAY "FXLOAD: CURRENCIES MISSING   " WS-MISSING-COUNT
           DISPLAY "FXLOAD: HOLDS SUPERSEDED     " WS-SUPERSEDED-COUNT
           DISPLAY "FXLOAD: RATES NOT CURRENT    " WS-NOT-CURRENT-COUNT
           IF WS-HELD-COUNT > 0 OR WS-REJECTED-COUNT > 0
               OR WS-STALE-COUNT > 0 OR WS-MISSING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-TOLERANCE-TABLE.
           OPEN INPUT TOLERANCE-FILE
           IF WS-TOL-FILE-STATUS = "00"
               PERFORM READ-TOLERANCE
               PERFORM STORE-TOLERANCE-ENTRY UNTIL END-OF-TOLERANCES
               CLOSE TOLERANCE-FILE
           END-IF.

       READ-TOLERANCE.
           READ TOLERANCE-FILE
               AT END MOVE "Y" TO WS-TOL-EOF
           END-READ.

       STORE-TOLERANCE-ENTRY.
           IF FT-CURRENCY = SPACES
               MOVE FT-TOLERANCE-PCT TO WS-DEFAULT-TOLERANCE
           ELSE
               IF WS-TOL-COUNT = 50
                   DISPLAY "FXLOAD: TOLERANCE TABLE FULL - RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TOL-COUNT
               MOVE FT-CURRENCY TO WS-TOL-CURRENCY(WS-TOL-COUNT)
               MOVE FT-TOLERANCE-PCT TO WS-TOL-PCT(WS-TOL-COUNT)
           END-IF
           PERFORM READ-TOLERANCE.

       LOAD-CURRENT-RATES.
           OPEN INPUT FX-RATE-FILE
           IF WS-FX-FILE-STATUS = "00"
               PERFORM READ-RATE
               PERFORM STORE-RATE-ENTRY UNTIL END-OF-RATES
               CLOSE FX-RATE-FILE
           END-IF.

       READ-RATE.
           READ FX-RATE-FILE
               AT END MOVE "Y" TO WS-FX-EOF
           END-READ.

       STORE-RATE-ENTRY.
           PERFORM ADD-RATE-ENTRY
           MOVE FX-CURRENCY TO WS-CR-CURRENCY(WS-CR-SUB)
           MOVE FX-BUY-RATE TO WS-CR-BUY(WS-CR-SUB)
           MOVE FX-SELL-RATE TO WS-CR-SELL(WS-CR-SUB)
           MOVE FX-MID-RATE TO WS-CR-MID(WS-CR-SUB)
           MOVE FX-RATE-DATE TO WS-CR-DATE(WS-CR-SUB)
           MOVE "N" TO WS-CR-NEW-SW(WS-CR-SUB)
           PERFORM READ-RATE.

       ADD-RATE-ENTRY.
           IF WS-CR-COUNT = 50
               DISPLAY "FXLOAD: RATE TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CR-COUNT
           MOVE WS-CR-COUNT TO WS-CR-SUB
           MOVE "N" TO WS-CR-FED-SW(WS-CR-SUB)
           MOVE "N" TO WS-CR-REPLACED-SW(WS-CR-SUB).

       FIND-CURRENT-RATE.
           MOVE "N" TO WS-CR-FOUND-SW
           PERFORM VARYING WS-CR-SUB FROM 1 BY 1
               UNTIL WS-CR-SUB > WS-CR-COUNT OR RATE-FOUND
               IF WS-CR-CURRENCY(WS-CR-SUB) = WS-FIND-CURRENCY
                   MOVE "Y" TO WS-CR-FOUND-SW
               END-IF
           END-PERFORM
           IF RATE-FOUND
               SUBTRACT 1 FROM WS-CR-SUB
           END-IF.

       READ-FEED.
           READ FX-FEED-FILE
               AT END MOVE "Y" TO WS-FEED-EOF
           END-READ.

      *
      * The first row for a currency is the one judged; a second
      * is refused whatever it says.  A currency quoted on the feed
      * is never reported missing, even when its row is refused.
      *
       CHECK-ONE-FEED-ROW.
           ADD 1 TO WS-FEED-COUNT
           MOVE SPACES TO LOAD-RPT-RECORD
           MOVE FF-CURRENCY TO LR-CURRENCY
           MOVE FF-BUY-RATE TO LR-BUY-RATE
           MOVE FF-SELL-RATE TO LR-SELL-RATE
           MOVE FF-MID-RATE TO LR-MID-RATE
           MOVE FF-RATE-DATE TO LR-RATE-DATE
           MOVE 0 TO LR-PREV-MID-RATE
           MOVE 0 TO LR-PREV-RATE-DATE
           MOVE 0 TO LR-DEVIATION-PCT
           PERFORM FIND-TOLERANCE
           MOVE WS-TOLERANCE TO LR-TOLERANCE-PCT
           MOVE FF-CURRENCY TO WS-FIND-CURRENCY
           PERFORM FIND-CURRENT-RATE
           MOVE "N" TO WS-SECOND-ROW-SW
           IF RATE-FOUND
               MOVE WS-CR-MID(WS-CR-SUB) TO LR-PREV-MID-RATE
               MOVE WS-CR-DATE(WS-CR-SUB) TO LR-PREV-RATE-DATE
               MOVE WS-CR-FED-SW(WS-CR-SUB) TO WS-SECOND-ROW-SW
           END-IF
           EVALUATE TRUE
               WHEN SECOND-FEED-ROW
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJECTED - SECOND FEED ROW FOR CURRENCY"
                       TO LR-OUTCOME
               WHEN FF-CURRENCY = SPACES
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJECTED - NO CURRENCY CODE" TO LR-OUTCOME
               WHEN FF-BUY-RATE NOT NUMERIC
                   OR FF-SELL-RATE NOT NUMERIC
                   OR FF-MID-RATE NOT NUMERIC
                   OR FF-RATE-DATE NOT NUMERIC
                   PERFORM NOTE-CURRENCY-FED
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJECTED - RATE OR DATE NOT NUMERIC"
                       TO LR-OUTCOME
               WHEN FF-BUY-RATE = 0 OR FF-MID-RATE = 0
                   OR FF-SELL-RATE = 0
                   PERFORM NOTE-CURRENCY-FED
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJECTED - ZERO RATE" TO LR-OUTCOME
               WHEN FF-BUY-RATE > FF-MID-RATE
                   OR FF-SELL-RATE < FF-MID-RATE
                   PERFORM NOTE-CURRENCY-FED
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJECTED - BUY/SELL ON WRONG SIDE OF MID"
                       TO LR-OUTCOME
               WHEN FF-RATE-DATE < WS-TODAY
                   PERFORM NOTE-CURRENCY-FED
                   ADD 1 TO WS-STALE-COUNT
                   MOVE "STALE - RATE DATED BEFORE BUSINESS DATE"
                       TO LR-OUTCOME
               WHEN FF-RATE-DATE > WS-TODAY
                   PERFORM NOTE-CURRENCY-FED
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJECTED - DATED AFTER BUSINESS DATE"
                       TO LR-OUTCOME
               WHEN OTHER
                   PERFORM JUDGE-MID-MOVEMENT
           END-EVALUATE
           WRITE LOAD-RPT-RECORD
           PERFORM READ-FEED.

       FIND-TOLERANCE.
           MOVE WS-DEFAULT-TOLERANCE TO WS-TOLERANCE
           PERFORM VARYING WS-TOL-SUB FROM 1 BY 1
               UNTIL WS-TOL-SUB > WS-TOL-COUNT
               IF WS-TOL-CURRENCY(WS-TOL-SUB) = FF-CURRENCY
                   MOVE WS-TOL-PCT(WS-TOL-SUB) TO WS-TOLERANCE
               END-IF
           END-PERFORM.

      *
      * A currency not yet on FXRATES is added to the table, marked
      * new, so a second feed row for it is still caught.
      *
       NOTE-CURRENCY-FED.
           IF NOT RATE-FOUND
               PERFORM ADD-RATE-ENTRY
               MOVE FF-CURRENCY TO WS-CR-CURRENCY(WS-CR-SUB)
               MOVE 0 TO WS-CR-BUY(WS-CR-SUB)
               MOVE 0 TO WS-CR-SELL(WS-CR-SUB)
               MOVE 0 TO WS-CR-MID(WS-CR-SUB)
               MOVE 0 TO WS-CR-DATE(WS-CR-SUB)
               MOVE "Y" TO WS-CR-NEW-SW(WS-CR-SUB)
               MOVE "Y" TO WS-CR-FOUND-SW
           END-IF
           MOVE "Y" TO WS-CR-FED-SW(WS-CR-SUB).

      *
      * A move of more than the whole previous mid is shown as
      * 999.99% -- far outside any tolerance, and the figure that
      * matters is only whether it is outside.
      *
       JUDGE-MID-MOVEMENT.
           IF NOT RATE-FOUND OR WS-CR-NEW-SW(WS-CR-SUB) = "Y"
               OR WS-CR-MID(WS-CR-SUB) = 0
               PERFORM NOTE-CURRENCY-FED
               MOVE 0 TO WS-DEVIATION-PCT
               MOVE "N" TO WS-HOLD-REASON
               PERFORM HOLD-FEED-ROW
               MOVE "HELD - NO PREVIOUS RATE TO COMPARE"
                   TO LR-OUTCOME
           ELSE
               PERFORM NOTE-CURRENCY-FED
               IF FF-MID-RATE > WS-CR-MID(WS-CR-SUB)
                   COMPUTE WS-MID-DIFF =
                       FF-MID-RATE - WS-CR-MID(WS-CR-SUB)
               ELSE
                   COMPUTE WS-MID-DIFF =
                       WS-CR-MID(WS-CR-SUB) - FF-MID-RATE
               END-IF
               IF WS-MID-DIFF > WS-CR-MID(WS-CR-SUB)
                   MOVE 999.99 TO WS-DEVIATION-PCT
               ELSE
                   COMPUTE WS-DEVIATION-PCT ROUNDED =
                       WS-MID-DIFF * 100 / WS-CR-MID(WS-CR-SUB)
               END-IF
               MOVE WS-DEVIATION-PCT TO LR-DEVIATION-PCT
               IF WS-DEVIATION-PCT > WS-TOLERANCE
                   MOVE "T" TO WS-HOLD-REASON
                   PERFORM HOLD-FEED-ROW
                   MOVE "HELD - MID MOVE OUTSIDE TOLERANCE"
                       TO LR-OUTCOME
               ELSE
                   PERFORM TAKE-FEED-ROW
                   MOVE "LOADED" TO LR-OUTCOME
               END-IF
           END-IF.

       TAKE-FEED-ROW.
           ADD 1 TO WS-LOADED-COUNT
           MOVE FF-BUY-RATE TO WS-CR-BUY(WS-CR-SUB)
           MOVE FF-SELL-RATE TO WS-CR-SELL(WS-CR-SUB)
           MOVE FF-MID-RATE TO WS-CR-MID(WS-CR-SUB)
           MOVE FF-RATE-DATE TO WS-CR-DATE(WS-CR-SUB)
           MOVE "Y" TO WS-CR-REPLACED-SW(WS-CR-SUB)
           MOVE SPACES TO FX-HISTORY-RECORD
           MOVE FF-CURRENCY TO FXH-CURRENCY
           MOVE FF-RATE-DATE TO FXH-EFFECTIVE-DATE
           MOVE FF-BUY-RATE TO FXH-BUY-RATE
           MOVE FF-SELL-RATE TO FXH-SELL-RATE
           MOVE FF-MID-RATE TO FXH-MID-RATE
           MOVE FF-SOURCE TO FXH-SOURCE
           MOVE WS-TODAY TO FXH-LOADED-DATE
           MOVE "L" TO FXH-LOADED-BY
           WRITE FX-HISTORY-RECORD.

      *
      * WS-HOLD-REASON is set by the caller.  A held currency counts
      * as replaced for superseding older holds: the newer quote is
      * the one treasury should be deciding on.
      *
       HOLD-FEED-ROW.
           IF WS-HLD-COUNT = 50
               DISPLAY "FXLOAD: HOLD TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HELD-COUNT
           MOVE "Y" TO WS-CR-REPLACED-SW(WS-CR-SUB)
           ADD 1 TO WS-HLD-COUNT
           MOVE WS-HLD-COUNT TO WS-HLD-SUB
           MOVE FF-CURRENCY TO WS-HLD-CURRENCY(WS-HLD-SUB)
           MOVE FF-BUY-RATE TO WS-HLD-BUY(WS-HLD-SUB)
           MOVE FF-SELL-RATE TO WS-HLD-SELL(WS-HLD-SUB)
           MOVE FF-MID-RATE TO WS-HLD-MID(WS-HLD-SUB)
           MOVE FF-RATE-DATE TO WS-HLD-DATE(WS-HLD-SUB)
           MOVE FF-SOURCE TO WS-HLD-SOURCE(WS-HLD-SUB)
           MOVE WS-CR-MID(WS-CR-SUB) TO WS-HLD-PREV-MID(WS-HLD-SUB)
           MOVE WS-CR-DATE(WS-CR-SUB) TO WS-HLD-PREV-DATE(WS-HLD-SUB)
           MOVE WS-DEVIATION-PCT TO WS-HLD-DEVIATION(WS-HLD-SUB)
           MOVE WS-TOLERANCE TO WS-HLD-TOLERANCE(WS-HLD-SUB)
           MOVE WS-HOLD-REASON TO WS-HLD-REASON(WS-HLD-SUB).

       REPORT-MISSING-RATE.
           IF WS-CR-NEW-SW(WS-CR-SUB) = "N"
               AND WS-CR-FED-SW(WS-CR-SUB) = "N"
               ADD 1 TO WS-MISSING-COUNT
               MOVE SPACES TO LOAD-RPT-RECORD
               MOVE WS-CR-CURRENCY(WS-CR-SUB) TO LR-CURRENCY
               MOVE 0 TO LR-BUY-RATE
               MOVE 0 TO LR-SELL-RATE
               MOVE 0 TO LR-MID-RATE
               MOVE 0 TO LR-RATE-DATE
               MOVE WS-CR-MID(WS-CR-SUB) TO LR-PREV-MID-RATE
               MOVE WS-CR-DATE(WS-CR-SUB) TO LR-PREV-RATE-DATE
               MOVE 0 TO LR-DEVIATION-PCT
               MOVE 0 TO LR-TOLERANCE-PCT
               MOVE "MISSING - NOT QUOTED ON THE FEED"
                   TO LR-OUTCOME
               WRITE LOAD-RPT-RECORD
           END-IF.

       WRITE-RATE-ROW.
           IF WS-CR-NEW-SW(WS-CR-SUB) = "N"
               MOVE WS-CR-CURRENCY(WS-CR-SUB) TO FXO-CURRENCY
               MOVE WS-CR-BUY(WS-CR-SUB) TO FXO-BUY-RATE
               MOVE WS-CR-SELL(WS-CR-SUB) TO FXO-SELL-RATE
               MOVE WS-CR-MID(WS-CR-SUB) TO FXO-MID-RATE
               MOVE WS-CR-DATE(WS-CR-SUB) TO FXO-RATE-DATE
               WRITE FX-RATE-OUT-RECORD
               IF WS-CR-DATE(WS-CR-SUB) < WS-TODAY
                   ADD 1 TO WS-NOT-CURRENT-COUNT
               END-IF
           END-IF.

      *
      * Earlier holds carry over; one still pending for a currency
      * the feed has now replaced or re-held is superseded.
      *
       CARRY-HOLD-FILE.
           OPEN OUTPUT FX-HOLD-OUT-FILE
           OPEN INPUT FX-HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               PERFORM READ-HOLD
               PERFORM CARRY-ONE-HOLD UNTIL END-OF-HOLDS
               CLOSE FX-HOLD-FILE
           END-IF
           PERFORM WRITE-NEW-HOLD
               VARYING WS-HLD-SUB FROM 1 BY 1
               UNTIL WS-HLD-SUB > WS-HLD-COUNT
           CLOSE FX-HOLD-OUT-FILE.

       READ-HOLD.
           READ FX-HOLD-FILE
               AT END MOVE "Y" TO WS-HOLD-EOF
           END-READ.

       CARRY-ONE-HOLD.
           MOVE FX-HOLD-IN-RECORD TO FX-HOLD-RECORD
           IF FH-PENDING
               MOVE FH-CURRENCY TO WS-FIND-CURRENCY
               PERFORM FIND-CURRENT-RATE
               IF RATE-FOUND
                   AND WS-CR-REPLACED-SW(WS-CR-SUB) = "Y"
                   ADD 1 TO WS-SUPERSEDED-COUNT
                   MOVE "S" TO FH-STATUS
                   MOVE WS-TODAY TO FH-DECIDED-DATE
               END-IF
           END-IF
           WRITE FX-HOLD-RECORD
           PERFORM READ-HOLD.

       WRITE-NEW-HOLD.
           MOVE WS-HLD-CURRENCY(WS-HLD-SUB) TO FH-CURRENCY
           MOVE WS-HLD-BUY(WS-HLD-SUB) TO FH-BUY-RATE
           MOVE WS-HLD-SELL(WS-HLD-SUB) TO FH-SELL-RATE
           MOVE WS-HLD-MID(WS-HLD-SUB) TO FH-MID-RATE
           MOVE WS-HLD-DATE(WS-HLD-SUB) TO FH-RATE-DATE
           MOVE WS-HLD-SOURCE(WS-HLD-SUB) TO FH-SOURCE
           MOVE WS-HLD-PREV-MID(WS-HLD-SUB) TO FH-PREV-MID-RATE
           MOVE WS-HLD-PREV-DATE(WS-HLD-SUB) TO FH-PREV-RATE-DATE
           MOVE WS-HLD-DEVIATION(WS-HLD-SUB) TO FH-DEVIATION-PCT
           MOVE WS-HLD-TOLERANCE(WS-HLD-SUB) TO FH-TOLERANCE-PCT
           MOVE WS-HLD-REASON(WS-HLD-SUB) TO FH-HOLD-REASON
           MOVE WS-TODAY TO FH-HELD-DATE
           MOVE "P" TO FH-STATUS
           MOVE SPACES TO FH-DECIDED-BY
           MOVE 0 TO FH-DECIDED-DATE
           WRITE FX-HOLD-RECORD.
