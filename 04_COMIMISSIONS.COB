           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO
           "RUN-CONTROL.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO
           "CONTROL-TOTALS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMMISSION-REPORT-FILE ASSIGN TO
           "COMMISSION-REPORT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SALESPERSON-MASTER-FILE ASSIGN TO
           "SALESPERSON-MASTER.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS SPM-ID.
           SELECT OPTIONAL REJECT-FILE ASSIGN TO
           "COMMISSION-REJECTS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RESUBMIT-FILE ASSIGN TO
           "COMMISSION-RESUBMITS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO
           "FISCAL-CALENDAR.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADJUSTMENT-FILE ASSIGN TO
           "PRIOR-PERIOD-ADJUSTMENTS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONTEST-FILE ASSIGN TO
           "SALES-CONTESTS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SETTLEMENT-FILE ASSIGN TO
           "COMMISSION-DISPUTE-ADJ.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SALESPERSON-FILE.
           05 SPM-OVERRIDE-RATE PIC 9(2)V9.
      * Annual sales target in dollars for attainment reporting
           05 SPM-ANNUAL-QUOTA PIC 9(9)V99.
           05 FILLER PIC X(9).
       FD REJECT-FILE.
       01 REJECT-RECORD.
           05 REJ-SALES-ID PIC X(6).
       01 RUN-CONTROL-RECORD.
           05 RUN-CTL-MODE PIC X(1).
           05 RUN-CTL-USER PIC X(20).
           05 RUN-CTL-RUN-DATE PIC 9(8).
      * Shared run-to-run control totals ledger balanced by
      * NIGHTRUN between steps
       FD CONTROL-TOTAL-FILE.
       01 CONTROL-TOTAL-RECORD.
           05 CTT-RUN-DATE PIC 9(8).
           05 CTT-PROGRAM PIC X(12).
           05 CTT-TOTAL-ID PIC X(20).
      * CTT-DIRECTION: I = into the step, O = out of the step
           05 CTT-DIRECTION PIC X(1).
           05 CTT-RECORD-COUNT PIC 9(9).
           05 CTT-AMOUNT PIC S9(13)V99 SIGN LEADING SEPARATE.
      * CTT-RUN-TYPE: B = nightly run, M = run by hand
           05 CTT-RUN-TYPE PIC X(1).
           05 CTT-POSTED-DATE PIC 9(8).
           05 CTT-POSTED-TIME PIC 9(8).
       FD PERIOD-FILE.
       01 PERIOD-RECORD.
      * The open commission month, YYYYMM; only sales dated in
      * Corrected rejects written by COMRESUB in the
      * SALESPERSON.dat record layout
       01 RESUBMIT-RECORD PIC X(80).
       FD CALENDAR-FILE.
      * Shared fiscal calendar maintained by PERCLOSE
       01 CALENDAR-RECORD.
           05 FCL-PERIOD PIC 9(6).
           05 FCL-FISCAL-YEAR PIC 9(4).
           05 FCL-QUARTER PIC 9(1).
           05 FCL-WEEKS PIC 9(1).
           05 FCL-START-DATE PIC 9(8).
           05 FCL-END-DATE PIC 9(8).
           05 FCL-STATUS PIC X(1).
           05 FCL-CLOSED-BY PIC X(20).
           05 FCL-CLOSED-DATE PIC 9(8).
           05 FCL-CLOSED-TIME PIC 9(8).
       FD ADJUSTMENT-FILE.
      * Transactions dated in a closed fiscal period, kept for
      * finance to post as prior-period adjustments
       01 ADJUSTMENT-RECORD.
           05 PPA-SOURCE PIC X(8).
           05 PPA-REFERENCE PIC X(12).
           05 PPA-TXN-DATE PIC 9(8).
           05 PPA-TXN-PERIOD PIC 9(6).
           05 PPA-POST-PERIOD PIC 9(6).
           05 PPA-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 PPA-REASON PIC X(30).
           05 PPA-RUN-DATE PIC 9(8).
           05 PPA-ORIGINAL PIC X(80).
       FD CONTEST-FILE.
      * Sales contests and SPIFFs set up by sales management. A
      * sale on the contest product line dated inside the window
      * earns the bonus on top of its tier commission.
       01 CONTEST-RECORD.
           05 CON-ID PIC X(6).
           05 CON-DESCRIPTION PIC X(30).
           05 CON-PRODUCT-LINE PIC X(4).
           05 CON-START-DATE PIC 9(8).
           05 CON-END-DATE PIC 9(8).
      * CON-BASIS: U = CON-BONUS-RATE dollars per unit sold,
      * D = CON-BONUS-RATE percent of the sale revenue
           05 CON-BASIS PIC X(1).
           05 CON-BONUS-RATE PIC 9(5)V99.
      * Caps over the life of the contest; zero = no cap
           05 CON-UNIT-CAP PIC 9(6).
           05 CON-DOLLAR-CAP PIC 9(7)V99.
      * Eligible territories; all blank = every territory
           05 CON-TERRITORY OCCURS 5 TIMES PIC X(10).
      * Running totals paid so far, maintained by the batch run
           05 CON-UNITS-PAID PIC 9(6).
           05 CON-BONUS-PAID PIC 9(7)V99.
       FD SETTLEMENT-FILE.
      * Upheld and partially upheld commission disputes queued by
      * COMDISP, paid as type X detail lines by the batch run
       01 SETTLEMENT-RECORD.
           05 DSA-CASE-NO PIC 9(6).
           05 DSA-SALES-ID PIC X(6).
           05 DSA-PRODUCT-LINE PIC X(4).
           05 DSA-UNITS-SOLD PIC 9(4).
           05 DSA-SALE-DATE PIC 9(8).
           05 DSA-AMOUNT PIC 9(9)V99.
           05 DSA-RESOLVED-DATE PIC 9(8).
       WORKING-STORAGE SECTION.
       01 WS-MODE PIC X VALUE "I".
       01 WS-SALESPERSON-EOF PIC X VALUE "N".
       01 WS-SAVE-SALES-ID PIC X(6) VALUE SPACES.
       01 WS-SAVE-AMOUNT PIC 9(9)V99 VALUE 0.
       01 WS-UNATTENDED PIC X VALUE "N".
      * Control totals posted for NIGHTRUN's balancing
       01 WS-CTT-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-CTT-TOTAL-ID PIC X(20) VALUE SPACES.
       01 WS-CTT-DIRECTION PIC X(1) VALUE SPACE.
       01 WS-CTT-COUNT PIC 9(9) VALUE 0.
       01 WS-CTT-AMOUNT PIC S9(13)V99 VALUE 0.
       01 WS-CTL-USER PIC X(20) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-TODAY-SPLIT REDEFINES WS-TODAY.
       01 WS-HELD-IDX PIC 9(3) VALUE 0.
      * Future-dated sales held over from the previous run; they
      * rejoin the stream each run until their month opens
       01 WS-ADJUSTED-COUNT PIC 9(3) VALUE 0.
       01 WS-SALE-PERIOD PIC 9(6) VALUE 0.
       01 WS-CAL-EOF PIC X VALUE "N".
       01 WS-CAL-COUNT PIC 9(3) VALUE 0.
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 240 TIMES INDEXED BY CAL-IDX.
               10 WS-CAL-PERIOD PIC 9(6).
               10 WS-CAL-START-DATE PIC 9(8).
               10 WS-CAL-END-DATE PIC 9(8).
               10 WS-CAL-STATUS PIC X(1).
       01 WS-LOOKUP-DATE PIC 9(8) VALUE 0.
       01 WS-LOOKUP-PERIOD PIC 9(6) VALUE 0.
       01 WS-LOOKUP-CLOSED PIC X VALUE "N".
       01 WS-HELD-TABLE.
           05 WS-HELD-ENTRY OCCURS 200 TIMES.
               10 WS-HLD-RECORD PIC X(80).
       01 WS-CONTEST-EOF PIC X VALUE "N".
       01 WS-CONTEST-COUNT PIC 9(3) VALUE 0.
       01 WS-CONTEST-FOUND PIC 9(3) VALUE 0.
      * Set when a bonus has moved a contest's running totals so
      * the master is written back at the end of the batch
       01 WS-CONTEST-DIRTY PIC X VALUE "N".
       01 WS-CONTEST-TABLE.
           05 WS-CONTEST-ENTRY OCCURS 50 TIMES INDEXED BY CON-IDX.
               10 WS-CON-ID PIC X(6).
               10 WS-CON-DESCRIPTION PIC X(30).
               10 WS-CON-PRODUCT-LINE PIC X(4).
               10 WS-CON-START-DATE PIC 9(8).
               10 WS-CON-END-DATE PIC 9(8).
               10 WS-CON-BASIS PIC X(1).
               10 WS-CON-BONUS-RATE PIC 9(5)V99.
               10 WS-CON-UNIT-CAP PIC 9(6).
               10 WS-CON-DOLLAR-CAP PIC 9(7)V99.
               10 WS-CON-TERRITORY-LIST.
                   15 WS-CON-TERRITORY OCCURS 5 TIMES PIC X(10).
               10 WS-CON-UNITS-PAID PIC 9(6).
               10 WS-CON-BONUS-PAID PIC 9(7)V99.
       01 WS-CON-TERR-IDX PIC 9(1) VALUE 0.
       01 WS-TERR-DONE PIC X VALUE "N".
       01 WS-CONTEST-DATE PIC 9(8) VALUE 0.
       01 WS-CONTEST-ELIGIBLE PIC X VALUE "N".
       01 WS-CONTEST-UNITS PIC 9(6) VALUE 0.
       01 WS-CONTEST-REMAINING PIC 9(7)V99 VALUE 0.
       01 WS-CONTEST-BONUS PIC 9(9)V99 VALUE 0.
       01 WS-CONTEST-POSTED PIC 9(4) VALUE 0.
       01 WS-CONTEST-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-FORMAT-UNITS PIC ZZZ,ZZ9.
       01 WS-SETTLE-EOF PIC X VALUE "N".
       01 WS-SETTLE-COUNT PIC 9(4) VALUE 0.
       01 WS-SETTLE-TOTAL PIC 9(9)V99 VALUE 0.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 040-READ-RUN-CONTROL
           PERFORM 045-LOAD-PERIOD
           PERFORM 046-LOAD-CALENDAR
           PERFORM 050-INIT-DEFAULT-TIER
           PERFORM 060-LOAD-TIERS
           PERFORM 065-LOAD-MASTER
           PERFORM 070-LOAD-YTD
           PERFORM 072-LOAD-DRAWS
           PERFORM 075-LOAD-CONTESTS
      * EXTEND, not OUTPUT: items COMAPPR left pending must
      * survive the next batch run
           OPEN EXTEND APPROVAL-FILE
           IF WS-UNATTENDED = "Y"
               MOVE "B" TO WS-MODE
           ELSE
               DISPLAY "Run in interactive, batch, period "
                   "maintenance, or contest maintenance mode? "
                   "(I/B/P/C)"
               ACCEPT WS-MODE
           END-IF
           EVALUATE WS-MODE
               WHEN "P"
               WHEN "p"
                   PERFORM 048-PERIOD-MAINT
               WHEN "C"
               WHEN "c"
                   PERFORM 090-CONTEST-MAINT
               WHEN OTHER
                   PERFORM 200-INTERACTIVE-RUN
           END-EVALUATE
           DISPLAY "Open commission period is " WS-OPEN-PERIOD
           DISPLAY "Enter the new open period YYYYMM (0 to leave)"
           ACCEPT WS-NEW-PERIOD
           MOVE "N" TO WS-LOOKUP-CLOSED
           PERFORM VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > WS-CAL-COUNT
               IF WS-CAL-PERIOD(CAL-IDX) = WS-NEW-PERIOD
                   AND WS-CAL-STATUS(CAL-IDX) = "C"
                   MOVE "Y" TO WS-LOOKUP-CLOSED
               END-IF
           END-PERFORM
           IF WS-NEW-PERIOD > 0 AND WS-LOOKUP-CLOSED = "Y"
               DISPLAY "Period " WS-NEW-PERIOD " is closed on the "
                   "fiscal calendar and cannot be reopened here."
               MOVE 0 TO WS-NEW-PERIOD
           END-IF
           IF WS-NEW-PERIOD > 0
               MOVE WS-NEW-PERIOD TO WS-OPEN-PERIOD
               OPEN OUTPUT PERIOD-FILE
               CLOSE PERIOD-FILE
               DISPLAY "Open period is now " WS-OPEN-PERIOD
           END-IF.
       046-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           READ CALENDAR-FILE
               AT END MOVE "Y" TO WS-CAL-EOF
           END-READ
           PERFORM UNTIL WS-CAL-EOF = "Y"
               IF WS-CAL-COUNT < 240
                   ADD 1 TO WS-CAL-COUNT
                   MOVE FCL-PERIOD TO WS-CAL-PERIOD(WS-CAL-COUNT)
                   MOVE FCL-START-DATE
                       TO WS-CAL-START-DATE(WS-CAL-COUNT)
                   MOVE FCL-END-DATE TO WS-CAL-END-DATE(WS-CAL-COUNT)
                   MOVE FCL-STATUS TO WS-CAL-STATUS(WS-CAL-COUNT)
               ELSE
                   DISPLAY "Calendar table full, record skipped for "
                       FCL-PERIOD
               END-IF
               READ CALENDAR-FILE
                   AT END MOVE "Y" TO WS-CAL-EOF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE.
      * Fiscal period for WS-LOOKUP-DATE from the shared calendar;
      * a date the calendar does not cover falls back to its
      * calendar month and is treated as open
       047-FIND-FISCAL-PERIOD.
           COMPUTE WS-LOOKUP-PERIOD = WS-LOOKUP-DATE / 100
           MOVE "N" TO WS-LOOKUP-CLOSED
           PERFORM VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > WS-CAL-COUNT
               IF WS-LOOKUP-DATE >= WS-CAL-START-DATE(CAL-IDX)
                   AND WS-LOOKUP-DATE <= WS-CAL-END-DATE(CAL-IDX)
                   MOVE WS-CAL-PERIOD(CAL-IDX) TO WS-LOOKUP-PERIOD
                   IF WS-CAL-STATUS(CAL-IDX) = "C"
                       MOVE "Y" TO WS-LOOKUP-CLOSED
                   END-IF
               END-IF
           END-PERFORM.
       065-LOAD-MASTER.
           OPEN INPUT SALESPERSON-MASTER-FILE
           READ SALESPERSON-MASTER-FILE
               END-READ
           END-PERFORM
           CLOSE DRAW-FILE.
       075-LOAD-CONTESTS.
           OPEN INPUT CONTEST-FILE
           READ CONTEST-FILE
               AT END MOVE "Y" TO WS-CONTEST-EOF
           END-READ
           PERFORM UNTIL WS-CONTEST-EOF = "Y"
               IF WS-CONTEST-COUNT < 50
                   ADD 1 TO WS-CONTEST-COUNT
                   PERFORM 076-STORE-CONTEST
               ELSE
                   DISPLAY "Contest table full, record skipped for "
                       CON-ID
               END-IF
               READ CONTEST-FILE
                   AT END MOVE "Y" TO WS-CONTEST-EOF
               END-READ
           END-PERFORM
           CLOSE CONTEST-FILE.
       076-STORE-CONTEST.
           MOVE CON-ID TO WS-CON-ID(WS-CONTEST-COUNT)
           MOVE CON-DESCRIPTION TO WS-CON-DESCRIPTION(WS-CONTEST-COUNT)
           MOVE CON-PRODUCT-LINE
               TO WS-CON-PRODUCT-LINE(WS-CONTEST-COUNT)
           MOVE CON-START-DATE TO WS-CON-START-DATE(WS-CONTEST-COUNT)
           MOVE CON-END-DATE TO WS-CON-END-DATE(WS-CONTEST-COUNT)
           IF CON-BASIS = "D"
               MOVE "D" TO WS-CON-BASIS(WS-CONTEST-COUNT)
           ELSE
               MOVE "U" TO WS-CON-BASIS(WS-CONTEST-COUNT)
           END-IF
           MOVE CON-BONUS-RATE TO WS-CON-BONUS-RATE(WS-CONTEST-COUNT)
           MOVE CON-UNIT-CAP TO WS-CON-UNIT-CAP(WS-CONTEST-COUNT)
           MOVE CON-DOLLAR-CAP TO WS-CON-DOLLAR-CAP(WS-CONTEST-COUNT)
           PERFORM VARYING WS-CON-TERR-IDX FROM 1 BY 1
               UNTIL WS-CON-TERR-IDX > 5
               MOVE CON-TERRITORY(WS-CON-TERR-IDX)
                   TO WS-CON-TERRITORY(WS-CONTEST-COUNT,
                       WS-CON-TERR-IDX)
           END-PERFORM
           MOVE CON-UNITS-PAID TO WS-CON-UNITS-PAID(WS-CONTEST-COUNT)
           MOVE CON-BONUS-PAID TO WS-CON-BONUS-PAID(WS-CONTEST-COUNT).
       085-SAVE-DRAWS.
           IF WS-DRAW-COUNT > 0
               OPEN OUTPUT DRAW-FILE
           MOVE 0 TO DTL-SALE-AMOUNT
           MOVE 0 TO DTL-SALE-DATE
           WRITE DETAIL-RECORD.
       087-SAVE-CONTESTS.
           OPEN OUTPUT CONTEST-FILE
           PERFORM VARYING CON-IDX FROM 1 BY 1
               UNTIL CON-IDX > WS-CONTEST-COUNT
               MOVE WS-CON-ID(CON-IDX) TO CON-ID
               MOVE WS-CON-DESCRIPTION(CON-IDX) TO CON-DESCRIPTION
               MOVE WS-CON-PRODUCT-LINE(CON-IDX) TO CON-PRODUCT-LINE
               MOVE WS-CON-START-DATE(CON-IDX) TO CON-START-DATE
               MOVE WS-CON-END-DATE(CON-IDX) TO CON-END-DATE
               MOVE WS-CON-BASIS(CON-IDX) TO CON-BASIS
               MOVE WS-CON-BONUS-RATE(CON-IDX) TO CON-BONUS-RATE
               MOVE WS-CON-UNIT-CAP(CON-IDX) TO CON-UNIT-CAP
               MOVE WS-CON-DOLLAR-CAP(CON-IDX) TO CON-DOLLAR-CAP
               PERFORM VARYING WS-CON-TERR-IDX FROM 1 BY 1
                   UNTIL WS-CON-TERR-IDX > 5
                   MOVE WS-CON-TERRITORY(CON-IDX, WS-CON-TERR-IDX)
                       TO CON-TERRITORY(WS-CON-TERR-IDX)
               END-PERFORM
               MOVE WS-CON-UNITS-PAID(CON-IDX) TO CON-UNITS-PAID
               MOVE WS-CON-BONUS-PAID(CON-IDX) TO CON-BONUS-PAID
               WRITE CONTEST-RECORD
           END-PERFORM
           CLOSE CONTEST-FILE.
      * Lists the contests on file with what each has paid so
      * far, then takes a new contest from sales management
       090-CONTEST-MAINT.
           PERFORM VARYING CON-IDX FROM 1 BY 1
               UNTIL CON-IDX > WS-CONTEST-COUNT
               MOVE WS-CON-UNITS-PAID(CON-IDX) TO WS-FORMAT-UNITS
               MOVE WS-CON-BONUS-PAID(CON-IDX) TO WS-FORMAT-AMOUNT
               DISPLAY WS-CON-ID(CON-IDX) " "
                   WS-CON-PRODUCT-LINE(CON-IDX) " "
                   WS-CON-START-DATE(CON-IDX) "-"
                   WS-CON-END-DATE(CON-IDX) " "
                   WS-CON-DESCRIPTION(CON-IDX)
               DISPLAY "       Units paid " WS-FORMAT-UNITS
                   "  Bonus paid " WS-FORMAT-AMOUNT
           END-PERFORM
           DISPLAY "Enter a new contest ID (blank to leave)"
           MOVE SPACES TO CON-ID
           ACCEPT CON-ID
           IF CON-ID NOT = SPACES
               MOVE 0 TO WS-CONTEST-FOUND
               PERFORM VARYING CON-IDX FROM 1 BY 1
                   UNTIL CON-IDX > WS-CONTEST-COUNT
                   IF WS-CON-ID(CON-IDX) = CON-ID
                       MOVE CON-IDX TO WS-CONTEST-FOUND
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-CONTEST-FOUND > 0
                       DISPLAY "Contest " CON-ID " is already on file."
                   WHEN WS-CONTEST-COUNT >= 50
                       DISPLAY "Contest table is full."
                   WHEN OTHER
                       PERFORM 092-ACCEPT-CONTEST
               END-EVALUATE
           END-IF.
       092-ACCEPT-CONTEST.
           DISPLAY "Description"
           ACCEPT CON-DESCRIPTION
           DISPLAY "Product line"
           ACCEPT CON-PRODUCT-LINE
           DISPLAY "Start date YYYYMMDD"
           ACCEPT CON-START-DATE
           DISPLAY "End date YYYYMMDD"
           ACCEPT CON-END-DATE
           DISPLAY "Bonus per unit or percent of sale dollars? (U/D)"
           ACCEPT CON-BASIS
           MOVE FUNCTION UPPER-CASE(CON-BASIS) TO CON-BASIS
           DISPLAY "Bonus amount per unit, or percent of sale"
           ACCEPT CON-BONUS-RATE
           DISPLAY "Unit cap over the contest (0 for none)"
           ACCEPT CON-UNIT-CAP
           DISPLAY "Dollar cap over the contest (0 for none)"
           ACCEPT CON-DOLLAR-CAP
           MOVE SPACES TO CON-TERRITORY(1) CON-TERRITORY(2)
               CON-TERRITORY(3) CON-TERRITORY(4) CON-TERRITORY(5)
           DISPLAY "Eligible territories, one per prompt; blank "
               "when done (none = all territories)"
           MOVE 1 TO WS-CON-TERR-IDX
           MOVE "N" TO WS-TERR-DONE
           PERFORM UNTIL WS-TERR-DONE = "Y"
               DISPLAY "Territory " WS-CON-TERR-IDX
               ACCEPT CON-TERRITORY(WS-CON-TERR-IDX)
               IF CON-TERRITORY(WS-CON-TERR-IDX) = SPACES
                   OR WS-CON-TERR-IDX = 5
                   MOVE "Y" TO WS-TERR-DONE
               ELSE
                   ADD 1 TO WS-CON-TERR-IDX
               END-IF
           END-PERFORM
           MOVE 0 TO CON-UNITS-PAID
           MOVE 0 TO CON-BONUS-PAID
           IF CON-PRODUCT-LINE = SPACES
               OR CON-END-DATE < CON-START-DATE
               OR CON-BONUS-RATE = 0
               DISPLAY "Contest not added - product line, dates "
                   "and bonus are required"
           ELSE
               ADD 1 TO WS-CONTEST-COUNT
               PERFORM 076-STORE-CONTEST
               PERFORM 087-SAVE-CONTESTS
               DISPLAY "Contest " CON-ID " added."
           END-IF.
       080-SAVE-YTD.
           MOVE 0 TO WS-CTT-COUNT
           MOVE 0 TO WS-CTT-AMOUNT
           OPEN OUTPUT YTD-FILE
           PERFORM VARYING YTD-IDX FROM 1 BY 1
               UNTIL YTD-IDX > WS-YTD-COUNT
               MOVE WS-YTD-LAST-TIER(YTD-IDX) TO YTD-LAST-TIER
               MOVE WS-YTD-PAID(YTD-IDX) TO YTD-PAID-AMOUNT
               WRITE YTD-RECORD
               ADD 1 TO WS-CTT-COUNT
               ADD YTD-COMMISSION-AMOUNT TO WS-CTT-AMOUNT
           END-PERFORM
           CLOSE YTD-FILE
           MOVE "YTD-SAVED" TO WS-CTT-TOTAL-ID
           MOVE "O" TO WS-CTT-DIRECTION
           PERFORM 082-POST-CONTROL-TOTAL.
      * Posts one control total to the shared ledger. Nightly runs
      * carry NIGHTRUN's run date so a restart past midnight still
      * balances against the same night.
       082-POST-CONTROL-TOTAL.
           IF WS-CTT-RUN-DATE = 0
               ACCEPT WS-CTT-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           OPEN EXTEND CONTROL-TOTAL-FILE
           MOVE WS-CTT-RUN-DATE TO CTT-RUN-DATE
           MOVE "COMMISSIONS" TO CTT-PROGRAM
           MOVE WS-CTT-TOTAL-ID TO CTT-TOTAL-ID
           MOVE WS-CTT-DIRECTION TO CTT-DIRECTION
           MOVE WS-CTT-COUNT TO CTT-RECORD-COUNT
           MOVE WS-CTT-AMOUNT TO CTT-AMOUNT
           IF WS-UNATTENDED = "Y"
               MOVE "B" TO CTT-RUN-TYPE
           ELSE
               MOVE "M" TO CTT-RUN-TYPE
           END-IF
           ACCEPT CTT-POSTED-DATE FROM DATE YYYYMMDD
           ACCEPT CTT-POSTED-TIME FROM TIME
           WRITE CONTROL-TOTAL-RECORD
           CLOSE CONTROL-TOTAL-FILE.
       395-FIND-YTD-ENTRY.
           MOVE 0 TO WS-YTD-FOUND
           PERFORM VARYING YTD-IDX FROM 1 BY 1
           OPEN EXTEND REJECT-FILE
           OPEN OUTPUT HELD-FILE
           OPEN EXTEND ACCRUAL-FILE
           OPEN EXTEND ADJUSTMENT-FILE
           READ SALESPERSON-FILE
               AT END MOVE "Y" TO WS-SALESPERSON-EOF
           END-READ
           CLOSE RESUBMIT-FILE
           OPEN OUTPUT RESUBMIT-FILE
           CLOSE RESUBMIT-FILE
           PERFORM 360-POST-DISPUTE-SETTLEMENTS
           CLOSE SALESPERSON-FILE
           CLOSE COMMISSION-REPORT-FILE
           CLOSE REJECT-FILE
           CLOSE HELD-FILE
           CLOSE ACCRUAL-FILE
           CLOSE ADJUSTMENT-FILE
           DISPLAY "Future-dated sales held:   " WS-HELD-OUT-COUNT
           DISPLAY "Prior-period sales accrued: " WS-ACCRUED-COUNT
           DISPLAY "Closed-period adjustments: " WS-ADJUSTED-COUNT
           DISPLAY "Resubmitted rejects read:  " WS-RESUB-COUNT
           MOVE WS-CONTEST-TOTAL TO WS-FORMAT-AMOUNT
           DISPLAY "Contest bonuses posted:    " WS-CONTEST-POSTED
               " totalling " WS-FORMAT-AMOUNT
           MOVE WS-SETTLE-TOTAL TO WS-FORMAT-AMOUNT
           DISPLAY "Dispute settlements paid:  " WS-SETTLE-COUNT
               " totalling " WS-FORMAT-AMOUNT
           IF WS-CONTEST-DIRTY = "Y"
               PERFORM 087-SAVE-CONTESTS
           END-IF.
       302-LOAD-HELD.
           OPEN INPUT HELD-FILE
           READ HELD-FILE
      * Only sales dated in the open period are paid this run.
      * Future months are held for a later run; prior months go
      * to the accrual/adjustment path, never the current month.
      * Periods come from the fiscal calendar, and a sale dated
      * in a period already closed there is a prior-period
      * adjustment for finance rather than a commission accrual.
       305-SCREEN-ONE-RECORD.
           MOVE SALE-DATE TO WS-SALE-DATE
           MOVE SALE-DATE TO WS-LOOKUP-DATE
           PERFORM 047-FIND-FISCAL-PERIOD
           MOVE WS-LOOKUP-PERIOD TO WS-SALE-PERIOD
           EVALUATE TRUE
               WHEN SALE-DATE = 0
                   PERFORM 307-PROCESS-CURRENT
               WHEN WS-LOOKUP-CLOSED = "Y"
                   PERFORM 306-ADJUST-CLOSED
               WHEN WS-SALE-PERIOD = WS-OPEN-PERIOD
                   PERFORM 307-PROCESS-CURRENT
               WHEN WS-SALE-PERIOD > WS-OPEN-PERIOD
                   PERFORM 308-HOLD-FUTURE
               WHEN OTHER
                   PERFORM 309-ACCRUE-PRIOR
           END-EVALUATE.
       306-ADJUST-CLOSED.
           ADD 1 TO WS-ADJUSTED-COUNT
           MOVE "COMMISSN" TO PPA-SOURCE
           MOVE SALES-ID TO PPA-REFERENCE
           MOVE SALE-DATE TO PPA-TXN-DATE
           MOVE WS-SALE-PERIOD TO PPA-TXN-PERIOD
           MOVE WS-OPEN-PERIOD TO PPA-POST-PERIOD
           MOVE SALE-AMOUNT TO PPA-AMOUNT
           MOVE "SALE DATED IN CLOSED PERIOD" TO PPA-REASON
           MOVE WS-TODAY TO PPA-RUN-DATE
           MOVE SALESPERSON-RECORD TO PPA-ORIGINAL
           WRITE ADJUSTMENT-RECORD.
       307-PROCESS-CURRENT.
           MOVE PRODUCT-LINE TO WS-PRODUCT-LINE
           IF SPLIT-TRANSACTION
           MOVE TXN-TYPE TO ACR-TXN-TYPE
           MOVE SALE-DATE TO ACR-SALE-DATE
           MOVE SALE-AMOUNT TO ACR-SALE-AMOUNT
           MOVE WS-SALE-PERIOD TO ACR-SALE-PERIOD
           MOVE WS-OPEN-PERIOD TO ACR-OPEN-PERIOD
           MOVE "SALE DATED BEFORE OPEN PERIOD" TO ACR-REASON
           WRITE ACCRUAL-RECORD.
               MOVE WS-MESSAGE TO RPT-MESSAGE
               WRITE COMMISSION-REPORT-RECORD
               PERFORM 330-POST-MANAGER-OVERRIDE
               PERFORM 340-APPLY-CONTESTS
           ELSE
               MOVE WS-SALES-ID TO REJ-SALES-ID
               MOVE WS-PRODUCT-LINE TO REJ-PRODUCT-LINE
           MOVE WS-SALE-AMOUNT TO DTL-SALE-AMOUNT
           MOVE WS-SALE-DATE TO DTL-SALE-DATE
           WRITE DETAIL-RECORD.
      * Every sale paid in the batch is checked against the
      * contest master. Each contest the sale qualifies for posts
      * its own bonus line, so a sale can earn under more than
      * one contest. Clawbacks do not earn or reverse bonuses.
       340-APPLY-CONTESTS.
           IF NOT WS-IS-ADJUSTMENT
               IF WS-SALE-DATE = 0
                   MOVE WS-TODAY TO WS-CONTEST-DATE
               ELSE
                   MOVE WS-SALE-DATE TO WS-CONTEST-DATE
               END-IF
               PERFORM VARYING CON-IDX FROM 1 BY 1
                   UNTIL CON-IDX > WS-CONTEST-COUNT
                   PERFORM 342-EVALUATE-CONTEST
               END-PERFORM
           END-IF.
       342-EVALUATE-CONTEST.
           MOVE "N" TO WS-CONTEST-ELIGIBLE
           IF WS-CON-PRODUCT-LINE(CON-IDX) = WS-PRODUCT-LINE
               AND WS-CONTEST-DATE >= WS-CON-START-DATE(CON-IDX)
               AND WS-CONTEST-DATE <= WS-CON-END-DATE(CON-IDX)
               PERFORM 343-CHECK-TERRITORY
           END-IF
           IF WS-CONTEST-ELIGIBLE = "Y"
               PERFORM 344-COMPUTE-BONUS
               IF WS-CONTEST-BONUS > 0
                   PERFORM 345-POST-CONTEST-BONUS
               END-IF
           END-IF.
      * A contest limited to named territories only pays reps
      * whose master territory is on the list
       343-CHECK-TERRITORY.
           IF WS-CON-TERRITORY-LIST(CON-IDX) = SPACES
               MOVE "Y" TO WS-CONTEST-ELIGIBLE
           ELSE
               IF WS-MASTER-FOUND > 0
                   PERFORM VARYING WS-CON-TERR-IDX FROM 1 BY 1
                       UNTIL WS-CON-TERR-IDX > 5
                       IF WS-CON-TERRITORY(CON-IDX, WS-CON-TERR-IDX)
                           NOT = SPACES
                           AND WS-CON-TERRITORY(CON-IDX,
                               WS-CON-TERR-IDX) =
                               WS-MST-TERRITORY(WS-MASTER-FOUND)
                           MOVE "Y" TO WS-CONTEST-ELIGIBLE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
      * Units beyond the contest unit cap earn nothing; the bonus
      * is then cut back to whatever the dollar cap has left
       344-COMPUTE-BONUS.
           MOVE COMMISSIONS TO WS-CONTEST-UNITS
           IF WS-CON-UNIT-CAP(CON-IDX) > 0
               IF WS-CON-UNITS-PAID(CON-IDX) >=
                   WS-CON-UNIT-CAP(CON-IDX)
                   MOVE 0 TO WS-CONTEST-UNITS
               ELSE
                   IF WS-CONTEST-UNITS > WS-CON-UNIT-CAP(CON-IDX) -
                       WS-CON-UNITS-PAID(CON-IDX)
                       COMPUTE WS-CONTEST-UNITS =
                           WS-CON-UNIT-CAP(CON-IDX) -
                           WS-CON-UNITS-PAID(CON-IDX)
                   END-IF
               END-IF
           END-IF
           IF WS-CON-BASIS(CON-IDX) = "D"
               IF COMMISSIONS > 0
                   COMPUTE WS-CONTEST-BONUS ROUNDED =
                       WS-SALE-AMOUNT * WS-CONTEST-UNITS / COMMISSIONS
                       * WS-CON-BONUS-RATE(CON-IDX) / 100
               ELSE
                   COMPUTE WS-CONTEST-BONUS ROUNDED =
                       WS-SALE-AMOUNT * WS-CON-BONUS-RATE(CON-IDX)
                       / 100
               END-IF
           ELSE
               COMPUTE WS-CONTEST-BONUS ROUNDED =
                   WS-CONTEST-UNITS * WS-CON-BONUS-RATE(CON-IDX)
           END-IF
           IF WS-CON-DOLLAR-CAP(CON-IDX) > 0
               IF WS-CON-BONUS-PAID(CON-IDX) >=
                   WS-CON-DOLLAR-CAP(CON-IDX)
                   MOVE 0 TO WS-CONTEST-BONUS
               ELSE
                   COMPUTE WS-CONTEST-REMAINING =
                       WS-CON-DOLLAR-CAP(CON-IDX) -
                       WS-CON-BONUS-PAID(CON-IDX)
                   IF WS-CONTEST-BONUS > WS-CONTEST-REMAINING
                       MOVE WS-CONTEST-REMAINING TO WS-CONTEST-BONUS
                   END-IF
               END-IF
           END-IF.
      * The bonus posts to YTD and run earnings like a commission
      * so COMPAY pays it and draws settle against it
       345-POST-CONTEST-BONUS.
           MOVE WS-COMMISSION-AMOUNT TO WS-SAVE-AMOUNT
           MOVE WS-CONTEST-BONUS TO WS-COMMISSION-AMOUNT
           PERFORM 395-FIND-YTD-ENTRY
           IF WS-YTD-FOUND = 0
               DISPLAY "Unable to post contest bonus for "
                   WS-SALES-ID " - YTD table is full"
           ELSE
               ADD WS-CONTEST-UNITS TO WS-CON-UNITS-PAID(CON-IDX)
               ADD WS-CONTEST-BONUS TO WS-CON-BONUS-PAID(CON-IDX)
               MOVE "Y" TO WS-CONTEST-DIRTY
               ADD 1 TO WS-CONTEST-POSTED
               ADD WS-CONTEST-BONUS TO WS-CONTEST-TOTAL
               PERFORM 390-UPDATE-YTD
               PERFORM 346-WRITE-CONTEST-DETAIL
               PERFORM 347-CHECK-CONTEST-APPROVAL
           END-IF
           MOVE WS-SAVE-AMOUNT TO WS-COMMISSION-AMOUNT.
       346-WRITE-CONTEST-DETAIL.
           MOVE WS-SALES-ID TO DTL-SALES-ID
           MOVE WS-PRODUCT-LINE TO DTL-PRODUCT-LINE
           MOVE WS-CONTEST-UNITS TO DTL-UNITS-SOLD
           MOVE "B" TO DTL-TXN-TYPE
           MOVE 0 TO DTL-TIER
           MOVE 0 TO DTL-RATE
           MOVE WS-CONTEST-BONUS TO DTL-AMOUNT
           MOVE WS-YTD-AMOUNT(WS-YTD-FOUND) TO DTL-YTD-AFTER
           MOVE WS-SALE-AMOUNT TO DTL-SALE-AMOUNT
           MOVE WS-SALE-DATE TO DTL-SALE-DATE
           WRITE DETAIL-RECORD.
      * Bonuses are held to the product line's approval cap the
      * same as commissions, and are reported on their own line
       347-CHECK-CONTEST-APPROVAL.
           MOVE SPACES TO WS-MESSAGE-SUFFIX
           IF WS-CONTEST-BONUS > WS-TIER-APPROVAL-CAP(WS-FOUND-TIER)
               MOVE WS-SALES-ID TO APR-SALES-ID
               MOVE WS-PRODUCT-LINE TO APR-PRODUCT-LINE
               MOVE WS-CONTEST-UNITS TO APR-UNITS-SOLD
               MOVE WS-CONTEST-BONUS TO APR-COMMISSION-AMOUNT
               MOVE WS-TIER-APPROVAL-CAP(WS-FOUND-TIER)
                   TO APR-APPROVAL-CAP
               WRITE APPROVAL-RECORD
               MOVE " Manager approval required - exceeds cap."
                   TO WS-MESSAGE-SUFFIX
           END-IF
           MOVE WS-CONTEST-BONUS TO WS-FORMAT-AMOUNT
           MOVE SPACES TO WS-MESSAGE
           STRING "Contest " DELIMITED BY SIZE
               WS-CON-ID(CON-IDX) DELIMITED BY SPACE
               " bonus " DELIMITED BY SIZE
               WS-FORMAT-AMOUNT DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-CON-DESCRIPTION(CON-IDX) DELIMITED BY SIZE
               WS-MESSAGE-SUFFIX DELIMITED BY SIZE
               INTO WS-MESSAGE
           MOVE WS-SALES-ID TO RPT-SALES-ID
           IF WS-MASTER-FOUND > 0
               MOVE WS-MST-NAME(WS-MASTER-FOUND) TO RPT-NAME
               MOVE WS-MST-TERRITORY(WS-MASTER-FOUND) TO RPT-TERRITORY
           ELSE
               MOVE SPACES TO RPT-NAME
               MOVE SPACES TO RPT-TERRITORY
           END-IF
           MOVE WS-CONTEST-UNITS TO RPT-UNITS-SOLD
           MOVE WS-MESSAGE TO RPT-MESSAGE
           WRITE COMMISSION-REPORT-RECORD.
      * Disputes COMDISP resolved in the rep's favour since the
      * last run are paid here and the queue is cleared, the same
      * as the resubmit queue
       360-POST-DISPUTE-SETTLEMENTS.
           OPEN INPUT SETTLEMENT-FILE
           READ SETTLEMENT-FILE
               AT END MOVE "Y" TO WS-SETTLE-EOF
           END-READ
           PERFORM UNTIL WS-SETTLE-EOF = "Y"
               PERFORM 362-POST-ONE-SETTLEMENT
               READ SETTLEMENT-FILE
                   AT END MOVE "Y" TO WS-SETTLE-EOF
               END-READ
           END-PERFORM
           CLOSE SETTLEMENT-FILE
           OPEN OUTPUT SETTLEMENT-FILE
           CLOSE SETTLEMENT-FILE
           MOVE "S" TO WS-TXN-TYPE.
       362-POST-ONE-SETTLEMENT.
           MOVE DSA-SALES-ID TO WS-SALES-ID
           MOVE DSA-PRODUCT-LINE TO WS-PRODUCT-LINE
           MOVE DSA-SALE-DATE TO WS-SALE-DATE
           MOVE DSA-AMOUNT TO WS-COMMISSION-AMOUNT
           MOVE "X" TO WS-TXN-TYPE
      * The settlement is owed even if the rep has since left, so
      * the master is read only for the report name
           PERFORM 068-VALIDATE-SALESPERSON
           PERFORM 395-FIND-YTD-ENTRY
           IF WS-YTD-FOUND = 0
               DISPLAY "Unable to pay dispute case " DSA-CASE-NO
                   " for " WS-SALES-ID " - YTD table is full"
           ELSE
               ADD 1 TO WS-SETTLE-COUNT
               ADD DSA-AMOUNT TO WS-SETTLE-TOTAL
               PERFORM 390-UPDATE-YTD
               MOVE WS-SALES-ID TO DTL-SALES-ID
               MOVE WS-PRODUCT-LINE TO DTL-PRODUCT-LINE
               MOVE DSA-UNITS-SOLD TO DTL-UNITS-SOLD
               MOVE "X" TO DTL-TXN-TYPE
               MOVE 0 TO DTL-TIER
               MOVE 0 TO DTL-RATE
               MOVE DSA-AMOUNT TO DTL-AMOUNT
               MOVE WS-YTD-AMOUNT(WS-YTD-FOUND) TO DTL-YTD-AFTER
               MOVE 0 TO DTL-SALE-AMOUNT
               MOVE DSA-SALE-DATE TO DTL-SALE-DATE
               WRITE DETAIL-RECORD
               MOVE DSA-AMOUNT TO WS-FORMAT-AMOUNT
               MOVE SPACES TO WS-MESSAGE
               STRING "Dispute case " DELIMITED BY SIZE
                   DSA-CASE-NO DELIMITED BY SIZE
                   " settlement " DELIMITED BY SIZE
                   WS-FORMAT-AMOUNT DELIMITED BY SIZE
                   " resolved " DELIMITED BY SIZE
                   DSA-RESOLVED-DATE DELIMITED BY SIZE
                   INTO WS-MESSAGE
               MOVE WS-SALES-ID TO RPT-SALES-ID
               IF WS-MASTER-FOUND > 0
                   MOVE WS-MST-NAME(WS-MASTER-FOUND) TO RPT-NAME
                   MOVE WS-MST-TERRITORY(WS-MASTER-FOUND)
                       TO RPT-TERRITORY
               ELSE
                   MOVE SPACES TO RPT-NAME
                   MOVE SPACES TO RPT-TERRITORY
               END-IF
               MOVE DSA-UNITS-SOLD TO RPT-UNITS-SOLD
               MOVE WS-MESSAGE TO RPT-MESSAGE
               WRITE COMMISSION-REPORT-RECORD
           END-IF.
       370-PROCESS-SPLIT-SALE.
           PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1
               UNTIL WS-SPLIT-IDX > 4
                   IF RUN-CTL-MODE = "B"
                       MOVE "Y" TO WS-UNATTENDED
                       MOVE RUN-CTL-USER TO WS-CTL-USER
                       IF RUN-CTL-RUN-DATE IS NUMERIC
                           MOVE RUN-CTL-RUN-DATE TO WS-CTT-RUN-DATE
                       END-IF
                   END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.
