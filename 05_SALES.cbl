           SELECT TAX-REPORT-FILE ASSIGN TO
           "SALES-TAX-REPORT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO
           "CONTROL-TOTALS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SALES-PERIOD-FILE ASSIGN TO
           "SALES-PERIOD.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO
           "FISCAL-CALENDAR.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADJUSTMENT-FILE ASSIGN TO
           "PRIOR-PERIOD-ADJUSTMENTS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEPT-COST-FILE ASSIGN TO
           "DEPT-COST.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MAP-FILE ASSIGN TO
           "LOCATION-REGION-MAP.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MARGIN-REPORT-FILE ASSIGN TO
           "DEPT-MARGIN-REPORT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGION-MARGIN-FILE ASSIGN TO
           "REGION-MARGIN.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SALES-FILE.
      * Taxing jurisdiction collecting on this location's sales;
      * blank = untaxed
           05 LOC-JURISDICTION PIC X(4).
      * Trading dates for comparable-store reporting; an open
      * date of zero predates the records, a closed date of
      * zero means still trading
           05 LOC-OPEN-DATE PIC 9(8).
           05 LOC-CLOSED-DATE PIC 9(8).
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RUN-CTL-MODE PIC X(1).
           05 RUN-CTL-USER PIC X(20).
           05 RUN-CTL-RUN-DATE PIC 9(8).
       FD TAX-FILE.
      * Jurisdiction rate master for the sales tax accrual
       01 TAX-RECORD.
           05 TAX-RATE PIC 9(2)V999.
       FD TAX-REPORT-FILE.
       01 TAX-REPORT-RECORD PIC X(100).
       FD SALES-PERIOD-FILE.
       01 SALES-PERIOD-RECORD.
           05 SPD-OPEN-PERIOD PIC 9(6).
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
       FD DEPT-COST-FILE.
      * Department cost master maintained by DEPTCOST
       01 DEPT-COST-RECORD.
           05 DCM-DEPT-CODE PIC X(4).
      * DCM-LOCATION-NO: 00 = every location
           05 DCM-LOCATION-NO PIC 99.
           05 DCM-EFFECTIVE-DATE PIC 9(8).
           05 DCM-COGS-PERCENT PIC 9(2)V99.
      * DCM-TARGET-MARGIN: 0 = the company-wide rate's target
           05 DCM-TARGET-MARGIN PIC 9(2)V99.
           05 DCM-DESCRIPTION PIC X(20).
           05 DCM-ENTERED-BY PIC X(20).
           05 DCM-ENTERED-DATE PIC 9(8).
       FD MAP-FILE.
       01 MAP-RECORD.
           05 MAP-LOCATION-NO PIC 99.
           05 MAP-REGION-NO PIC 99.
       FD MARGIN-REPORT-FILE.
       01 MARGIN-REPORT-RECORD PIC X(100).
       FD REGION-MARGIN-FILE.
      * This period's margin by region for MULTI-LEVEL; region
      * 00 carries locations not on the region map
       01 REGION-MARGIN-RECORD.
           05 RGM-PERIOD PIC 9(6).
           05 RGM-REGION-NO PIC 99.
           05 RGM-RECEIPTS PIC S9(9) SIGN LEADING SEPARATE.
           05 RGM-COST PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 RGM-BELOW-TARGET PIC 9(3).
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
       WORKING-STORAGE SECTION.
       01 WS-MODE PIC X(1) VALUE "R".
       01 WS-MASTER-EOF PIC X VALUE "N".
               10 WS-LOC-NAME PIC X(20).
               10 WS-LOC-STATUS PIC X(1).
               10 WS-LOC-JURISDICTION PIC X(4).
               10 WS-LOC-OPEN-DATE PIC 9(8).
               10 WS-LOC-CLOSED-DATE PIC 9(8).
       01 SALES-TABLE.
           05 SALES-TOTALS PIC S9(6) OCCURS 50 TIMES.
       01 WS-PRIOR-TOTALS PIC S9(6) OCCURS 50 TIMES VALUE 0.
               10 WS-DEPT-LOC PIC 99.
               10 WS-DEPT-CODE PIC X(4).
               10 WS-DEPT-TOTAL PIC S9(6).
               10 WS-DEPT-COST PIC S9(8)V99.
               10 WS-DEPT-TARGET PIC 9(2)V99.
      * WS-DEPT-UNCOSTED: Y = a sale had no cost rate in effect
               10 WS-DEPT-UNCOSTED PIC X(1).
       01 WS-RANK-COUNT PIC 9(2) VALUE 0.
       01 WS-RANK-FOUND PIC 9(2) VALUE 0.
       01 WS-RANK-TABLE.
       01 WS-MAINT-NUMBER PIC 99 VALUE 0.
       01 WS-MAINT-NAME PIC X(20) VALUE SPACES.
       01 WS-MAINT-STATUS PIC X(1) VALUE SPACES.
       01 WS-MAINT-DATE-INPUT PIC X(8) VALUE SPACES.
       01 WS-MAINT-DATE PIC 9(8) VALUE 0.
       01 WS-MAINT-DATE-OK PIC X VALUE "N".
      * Receipts with the refund sign already applied
       01 WS-SIGNED-RECEIPTS PIC S9(5) VALUE 0.
       01 WS-TAX-EOF PIC X VALUE "N".
           05 WS-TXD-TAX PIC Z,ZZZ,ZZ9.99-.
       01 WS-UNATTENDED PIC X VALUE "N".
       01 WS-CTL-USER PIC X(20) VALUE SPACES.
       01 WS-CTT-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-CTT-TOTAL-ID PIC X(20) VALUE SPACES.
       01 WS-CTT-DIRECTION PIC X(1) VALUE SPACE.
       01 WS-CTT-COUNT PIC 9(9) VALUE 0.
       01 WS-CTT-AMOUNT PIC S9(13)V99 VALUE 0.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-OPEN-PERIOD PIC 9(6) VALUE 0.
       01 WS-ADJUSTED-COUNT PIC 9(5) VALUE 0.
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
      * Gross margin target for departments whose cost rate
      * carries none of its own
       01 WS-DEFAULT-TARGET-MARGIN PIC 9(2)V99 VALUE 30.00.
       01 WS-COST-EOF PIC X VALUE "N".
       01 WS-COST-COUNT PIC 9(4) VALUE 0.
       01 WS-COST-TABLE.
           05 WS-COST-ENTRY OCCURS 1000 TIMES INDEXED BY DCM-IDX.
               10 WS-DCM-DEPT-CODE PIC X(4).
               10 WS-DCM-LOCATION-NO PIC 99.
               10 WS-DCM-EFFECTIVE-DATE PIC 9(8).
               10 WS-DCM-COGS-PERCENT PIC 9(2)V99.
               10 WS-DCM-TARGET-MARGIN PIC 9(2)V99.
       01 WS-RATE-LOC-SLOT PIC 9(4) VALUE 0.
       01 WS-RATE-ALL-SLOT PIC 9(4) VALUE 0.
       01 WS-RATE-SLOT PIC 9(4) VALUE 0.
       01 WS-RATE-TARGET PIC 9(2)V99 VALUE 0.
       01 WS-SALE-COST PIC S9(7)V99 VALUE 0.
       01 WS-MAP-EOF PIC X VALUE "N".
       01 WS-MAP-COUNT PIC 99 VALUE 0.
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 50 TIMES INDEXED BY MAP-IDX.
               10 WS-MAP-LOCATION PIC 99.
               10 WS-MAP-REGION PIC 99.
       01 WS-REGION-NO PIC 99 VALUE 0.
       01 WS-REGION-SLOT PIC 99 VALUE 0.
       01 WS-REGION-NAME-TABLE.
           05 FILLER PIC X(22) VALUE "00NOT MAPPED          ".
           05 FILLER PIC X(22) VALUE "01NORTH               ".
           05 FILLER PIC X(22) VALUE "02SOUTH               ".
           05 FILLER PIC X(22) VALUE "03EAST                ".
           05 FILLER PIC X(22) VALUE "04WEST                ".
           05 FILLER PIC X(22) VALUE "05CENTRAL             ".
       01 WS-REGION-NAME-REDEFINED REDEFINES WS-REGION-NAME-TABLE.
           05 WS-RN-ENTRY OCCURS 6 TIMES.
               10 WS-RN-REGION-NO PIC 99.
               10 WS-RN-REGION-NAME PIC X(20).
      * Slot 1 is region 00, slots 2 to 6 regions 01 to 05
       01 WS-REGION-MARGIN-TABLE.
           05 WS-RGM-ENTRY OCCURS 6 TIMES.
               10 WS-RGM-RECEIPTS PIC S9(9).
               10 WS-RGM-COST PIC S9(9)V99.
               10 WS-RGM-BELOW PIC 9(3).
       01 WS-MARGIN-RECEIPTS PIC S9(9) VALUE 0.
       01 WS-MARGIN-COST PIC S9(9)V99 VALUE 0.
       01 WS-MARGIN-AMOUNT PIC S9(9)V99 VALUE 0.
       01 WS-MARGIN-PERCENT PIC S9(3)V9 VALUE 0.
       01 WS-LOC-RECEIPTS PIC S9(9) VALUE 0.
       01 WS-LOC-COST PIC S9(9)V99 VALUE 0.
       01 WS-CO-RECEIPTS PIC S9(9) VALUE 0.
       01 WS-CO-COST PIC S9(9)V99 VALUE 0.
       01 WS-BELOW-COUNT PIC 9(3) VALUE 0.
       01 WS-MARGIN-HEADER.
           05 FILLER PIC X(38)
               VALUE " Department Gross Margin for Period ".
           05 WS-MHD-PERIOD PIC 9(6).
           05 FILLER PIC X(7) VALUE "   Run ".
           05 WS-MHD-DATE PIC 9(8).
       01 WS-MARGIN-COLUMNS.
           05 FILLER PIC X(48)
               VALUE "  LOCATION/DEPT          RECEIPTS       EST COST".
           05 FILLER PIC X(32)
               VALUE "   GROSS MARGIN    MARGIN TARGET".
       01 WS-MARGIN-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-MGN-LABEL PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-MGN-RECEIPTS PIC ZZ,ZZZ,ZZ9-.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-MGN-COST PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-MGN-MARGIN PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-MGN-PERCENT PIC ---9.9.
           05 FILLER PIC X(1) VALUE "%".
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-MGN-TARGET PIC Z9.9.
           05 WS-MGN-TARGET-X REDEFINES WS-MGN-TARGET PIC X(4).
           05 WS-MGN-TARGET-SIGN PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-MGN-FLAG PIC X(12).
       PROCEDURE DIVISION.
       100-START-PROGRAM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 040-READ-RUN-CONTROL
           PERFORM 050-INIT-DEFAULT-LOCATIONS
           PERFORM 060-LOAD-LOCATIONS
           PERFORM 065-LOAD-TAX-MASTER
           PERFORM 066-LOAD-DEPT-COSTS
           PERFORM 067-LOAD-REGION-MAP
           PERFORM 090-LOAD-PERIOD
           PERFORM 095-LOAD-CALENDAR
           IF WS-UNATTENDED = "Y"
               MOVE "R" TO WS-MODE
           ELSE
           PERFORM VARYING LOC-IDX FROM 1 BY 1
               UNTIL LOC-IDX > 5
               MOVE SPACES TO WS-LOC-JURISDICTION(LOC-IDX)
               MOVE 0 TO WS-LOC-OPEN-DATE(LOC-IDX)
               MOVE 0 TO WS-LOC-CLOSED-DATE(LOC-IDX)
           END-PERFORM.
       060-LOAD-LOCATIONS.
           OPEN INPUT LOCATION-MASTER-FILE
                   MOVE LOC-STATUS TO WS-LOC-STATUS(WS-LOC-COUNT)
                   MOVE LOC-JURISDICTION
                       TO WS-LOC-JURISDICTION(WS-LOC-COUNT)
                   IF LOC-OPEN-DATE IS NUMERIC
                       MOVE LOC-OPEN-DATE
                           TO WS-LOC-OPEN-DATE(WS-LOC-COUNT)
                   ELSE
                       MOVE 0 TO WS-LOC-OPEN-DATE(WS-LOC-COUNT)
                   END-IF
                   IF LOC-CLOSED-DATE IS NUMERIC
                       MOVE LOC-CLOSED-DATE
                           TO WS-LOC-CLOSED-DATE(WS-LOC-COUNT)
                   ELSE
                       MOVE 0 TO WS-LOC-CLOSED-DATE(WS-LOC-COUNT)
                   END-IF
               ELSE
                   DISPLAY "Location table full, record skipped "
                       "for " LOC-NUMBER
               MOVE WS-LOC-STATUS(LOC-IDX) TO LOC-STATUS
               MOVE WS-LOC-JURISDICTION(LOC-IDX)
                   TO LOC-JURISDICTION
               MOVE WS-LOC-OPEN-DATE(LOC-IDX) TO LOC-OPEN-DATE
               MOVE WS-LOC-CLOSED-DATE(LOC-IDX) TO LOC-CLOSED-DATE
               WRITE LOCATION-MASTER-RECORD
           END-PERFORM
           CLOSE LOCATION-MASTER-FILE.
                   MOVE LOC-IDX TO WS-LOC-FOUND
               END-IF
           END-PERFORM.
       090-LOAD-PERIOD.
           COMPUTE WS-OPEN-PERIOD = WS-TODAY / 100
           OPEN INPUT SALES-PERIOD-FILE
           READ SALES-PERIOD-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SPD-OPEN-PERIOD > 0
                       MOVE SPD-OPEN-PERIOD TO WS-OPEN-PERIOD
                   END-IF
           END-READ
           CLOSE SALES-PERIOD-FILE.
       095-LOAD-CALENDAR.
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
       097-FIND-FISCAL-PERIOD.
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
      * Sales dated in a period already closed on the fiscal
      * calendar are kept out of this period's totals and go to
      * finance as prior-period adjustments
       110-REPORT-RUN.
           MOVE ZEROES TO SALES-TABLE
           OPEN INPUT SALES-FILE
           OPEN OUTPUT EXCEPTION-FILE
           OPEN EXTEND ADJUSTMENT-FILE
           READ SALES-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-FILE
               PERFORM 080-FIND-LOCATION
               MOVE SALE-DATE TO WS-LOOKUP-DATE
               PERFORM 097-FIND-FISCAL-PERIOD
               EVALUATE TRUE
                   WHEN WS-LOC-FOUND = 0
                       MOVE LOCATION-NO TO EXC-LOCATION-NO
                       MOVE LOCATION-NO TO EXC-LOCATION-NO
                       MOVE "LOCATION IS CLOSED" TO EXC-REASON
                       WRITE EXCEPTION-RECORD
                   WHEN WS-LOOKUP-CLOSED = "Y"
                       PERFORM 115-WRITE-ADJUSTMENT
                   WHEN OTHER
                       IF SALE-TYPE = "R" OR SALE-TYPE = "r"
                           COMPUTE WS-SIGNED-RECEIPTS =
           END-PERFORM
           CLOSE SALES-FILE
           CLOSE EXCEPTION-FILE
           CLOSE ADJUSTMENT-FILE
           IF WS-ADJUSTED-COUNT > 0
               DISPLAY "Closed-period sales to adjustments: "
                   WS-ADJUSTED-COUNT
           END-IF
           PERFORM 150-LOAD-PRIOR-PERIOD
           PERFORM 200-PRINT-REPORT
           PERFORM 260-PRINT-TAX-REPORT
           PERFORM 270-PRINT-MARGIN-REPORT
           PERFORM 300-SAVE-CURRENT-AS-PRIOR.
       115-WRITE-ADJUSTMENT.
           ADD 1 TO WS-ADJUSTED-COUNT
           MOVE "SALES" TO PPA-SOURCE
           MOVE SPACES TO PPA-REFERENCE
           STRING "LOC " LOCATION-NO " " DEPT-CODE
               DELIMITED BY SIZE INTO PPA-REFERENCE
           MOVE SALE-DATE TO PPA-TXN-DATE
           MOVE WS-LOOKUP-PERIOD TO PPA-TXN-PERIOD
           MOVE WS-OPEN-PERIOD TO PPA-POST-PERIOD
           IF SALE-TYPE = "R" OR SALE-TYPE = "r"
               COMPUTE PPA-AMOUNT = 0 - RECEIPTS
           ELSE
               MOVE RECEIPTS TO PPA-AMOUNT
           END-IF
           MOVE "SALE DATED IN CLOSED PERIOD" TO PPA-REASON
           MOVE WS-TODAY TO PPA-RUN-DATE
           MOVE LOCATION-SALES TO PPA-ORIGINAL
           WRITE ADJUSTMENT-RECORD.
       120-ACCUMULATE-DAY.
           MOVE 0 TO WS-DAY-FOUND
           PERFORM VARYING DAY-IDX FROM 1 BY 1
               MOVE LOCATION-NO TO WS-DEPT-LOC(WS-DEPT-FOUND)
               MOVE DEPT-CODE TO WS-DEPT-CODE(WS-DEPT-FOUND)
               MOVE 0 TO WS-DEPT-TOTAL(WS-DEPT-FOUND)
               MOVE 0 TO WS-DEPT-COST(WS-DEPT-FOUND)
               MOVE WS-DEFAULT-TARGET-MARGIN
                   TO WS-DEPT-TARGET(WS-DEPT-FOUND)
               MOVE "N" TO WS-DEPT-UNCOSTED(WS-DEPT-FOUND)
           END-IF
           IF WS-DEPT-FOUND = 0
               DISPLAY "Department table full, detail skipped for "
           ELSE
               ADD WS-SIGNED-RECEIPTS
                   TO WS-DEPT-TOTAL(WS-DEPT-FOUND)
               PERFORM 135-FIND-COST-RATE
               IF WS-RATE-SLOT = 0
                   MOVE "Y" TO WS-DEPT-UNCOSTED(WS-DEPT-FOUND)
               ELSE
                   COMPUTE WS-SALE-COST ROUNDED =
                       WS-SIGNED-RECEIPTS
                       * WS-DCM-COGS-PERCENT(WS-RATE-SLOT) / 100
                   ADD WS-SALE-COST TO WS-DEPT-COST(WS-DEPT-FOUND)
                   MOVE WS-RATE-TARGET
                       TO WS-DEPT-TARGET(WS-DEPT-FOUND)
               END-IF
           END-IF.
      * Cost rate in effect for the sale: the latest rate for
      * this location dated on or before the sale, else the
      * latest company-wide rate. The target margin comes from
      * the same rate, then the company-wide rate, then the
      * default.
       135-FIND-COST-RATE.
           MOVE 0 TO WS-RATE-LOC-SLOT
           MOVE 0 TO WS-RATE-ALL-SLOT
           PERFORM VARYING DCM-IDX FROM 1 BY 1
               UNTIL DCM-IDX > WS-COST-COUNT
               IF WS-DCM-DEPT-CODE(DCM-IDX) = DEPT-CODE
                   AND WS-DCM-EFFECTIVE-DATE(DCM-IDX) <= SALE-DATE
                   IF WS-DCM-LOCATION-NO(DCM-IDX) = LOCATION-NO
                       IF WS-RATE-LOC-SLOT = 0
                           MOVE DCM-IDX TO WS-RATE-LOC-SLOT
                       ELSE
                           IF WS-DCM-EFFECTIVE-DATE(DCM-IDX) >=
                               WS-DCM-EFFECTIVE-DATE(WS-RATE-LOC-SLOT)
                               MOVE DCM-IDX TO WS-RATE-LOC-SLOT
                           END-IF
                       END-IF
                   END-IF
                   IF WS-DCM-LOCATION-NO(DCM-IDX) = 0
                       IF WS-RATE-ALL-SLOT = 0
                           MOVE DCM-IDX TO WS-RATE-ALL-SLOT
                       ELSE
                           IF WS-DCM-EFFECTIVE-DATE(DCM-IDX) >=
                               WS-DCM-EFFECTIVE-DATE(WS-RATE-ALL-SLOT)
                               MOVE DCM-IDX TO WS-RATE-ALL-SLOT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RATE-LOC-SLOT > 0
               MOVE WS-RATE-LOC-SLOT TO WS-RATE-SLOT
           ELSE
               MOVE WS-RATE-ALL-SLOT TO WS-RATE-SLOT
           END-IF
           MOVE WS-DEFAULT-TARGET-MARGIN TO WS-RATE-TARGET
           IF WS-RATE-ALL-SLOT > 0
               IF WS-DCM-TARGET-MARGIN(WS-RATE-ALL-SLOT) > 0
                   MOVE WS-DCM-TARGET-MARGIN(WS-RATE-ALL-SLOT)
                       TO WS-RATE-TARGET
               END-IF
           END-IF
           IF WS-RATE-LOC-SLOT > 0
               IF WS-DCM-TARGET-MARGIN(WS-RATE-LOC-SLOT) > 0
                   MOVE WS-DCM-TARGET-MARGIN(WS-RATE-LOC-SLOT)
                       TO WS-RATE-TARGET
               END-IF
           END-IF.
       065-LOAD-TAX-MASTER.
           OPEN INPUT TAX-FILE
                       TO WS-TAX-TAXABLE(WS-TAX-FOUND)
               END-IF
           END-IF.
       066-LOAD-DEPT-COSTS.
           OPEN INPUT DEPT-COST-FILE
           READ DEPT-COST-FILE
               AT END MOVE "Y" TO WS-COST-EOF
           END-READ
           PERFORM UNTIL WS-COST-EOF = "Y"
               IF WS-COST-COUNT < 1000
                   ADD 1 TO WS-COST-COUNT
                   MOVE DCM-DEPT-CODE
                       TO WS-DCM-DEPT-CODE(WS-COST-COUNT)
                   MOVE DCM-LOCATION-NO
                       TO WS-DCM-LOCATION-NO(WS-COST-COUNT)
                   MOVE DCM-EFFECTIVE-DATE
                       TO WS-DCM-EFFECTIVE-DATE(WS-COST-COUNT)
                   MOVE DCM-COGS-PERCENT
                       TO WS-DCM-COGS-PERCENT(WS-COST-COUNT)
                   MOVE DCM-TARGET-MARGIN
                       TO WS-DCM-TARGET-MARGIN(WS-COST-COUNT)
               ELSE
                   DISPLAY "Cost table full, record skipped for "
                       DCM-DEPT-CODE
               END-IF
               READ DEPT-COST-FILE
                   AT END MOVE "Y" TO WS-COST-EOF
               END-READ
           END-PERFORM
           CLOSE DEPT-COST-FILE.
       067-LOAD-REGION-MAP.
           OPEN INPUT MAP-FILE
           READ MAP-FILE
               AT END MOVE "Y" TO WS-MAP-EOF
           END-READ
           PERFORM UNTIL WS-MAP-EOF = "Y"
               IF WS-MAP-COUNT < 50
                   ADD 1 TO WS-MAP-COUNT
                   MOVE MAP-LOCATION-NO
                       TO WS-MAP-LOCATION(WS-MAP-COUNT)
                   MOVE MAP-REGION-NO TO WS-MAP-REGION(WS-MAP-COUNT)
               ELSE
                   DISPLAY "Map table full, record skipped for "
                       "location " MAP-LOCATION-NO
               END-IF
               READ MAP-FILE
                   AT END MOVE "Y" TO WS-MAP-EOF
               END-READ
           END-PERFORM
           CLOSE MAP-FILE.
       260-PRINT-TAX-REPORT.
           OPEN OUTPUT TAX-REPORT-FILE
           MOVE " Sales Tax Remittance By Jurisdiction"
               DELIMITED BY SIZE INTO TAX-REPORT-RECORD
           WRITE TAX-REPORT-RECORD
           CLOSE TAX-REPORT-FILE
           DISPLAY "Tax report written to SALES-TAX-REPORT.dat"
      * The jurisdiction lines are what GLPOST accrues from
           MOVE "SALES-TAX-WRITTEN" TO WS-CTT-TOTAL-ID
           MOVE "O" TO WS-CTT-DIRECTION
           MOVE WS-TAX-COUNT TO WS-CTT-COUNT
           MOVE WS-TAX-GRAND TO WS-CTT-AMOUNT
           PERFORM 265-POST-CONTROL-TOTAL.
      * Posts one control total to the shared ledger. Nightly runs
      * carry NIGHTRUN's run date so a restart past midnight still
      * balances against the same night.
       265-POST-CONTROL-TOTAL.
           IF WS-CTT-RUN-DATE = 0
               ACCEPT WS-CTT-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           OPEN EXTEND CONTROL-TOTAL-FILE
           MOVE WS-CTT-RUN-DATE TO CTT-RUN-DATE
           MOVE "SALES" TO CTT-PROGRAM
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
      * Receipts, estimated cost and gross margin by location
      * and department, flagged where the margin falls short of
      * the department's target, with location subtotals and a
      * rollup by region that is also left on REGION-MARGIN.dat
      * for the MULTI-LEVEL report
       270-PRINT-MARGIN-REPORT.
           OPEN OUTPUT MARGIN-REPORT-FILE
           MOVE WS-OPEN-PERIOD TO WS-MHD-PERIOD
           MOVE WS-TODAY TO WS-MHD-DATE
           MOVE WS-MARGIN-HEADER TO MARGIN-REPORT-RECORD
           WRITE MARGIN-REPORT-RECORD
           MOVE WS-MARGIN-COLUMNS TO MARGIN-REPORT-RECORD
           WRITE MARGIN-REPORT-RECORD
           MOVE ZEROS TO WS-REGION-MARGIN-TABLE
           MOVE 0 TO WS-CO-RECEIPTS
           MOVE 0 TO WS-CO-COST
           MOVE 0 TO WS-BELOW-COUNT
           PERFORM VARYING LOCATION-COUNTER FROM 1 BY 1
               UNTIL LOCATION-COUNTER GREATER THAN WS-LOC-COUNT
               PERFORM 272-PRINT-LOCATION-MARGIN
           END-PERFORM
           MOVE SPACES TO MARGIN-REPORT-RECORD
           WRITE MARGIN-REPORT-RECORD
           MOVE " Gross Margin By Region" TO MARGIN-REPORT-RECORD
           WRITE MARGIN-REPORT-RECORD
           OPEN OUTPUT REGION-MARGIN-FILE
           PERFORM VARYING WS-REGION-SLOT FROM 1 BY 1
               UNTIL WS-REGION-SLOT > 6
               IF WS-RGM-RECEIPTS(WS-REGION-SLOT) NOT = 0
                   OR WS-RGM-COST(WS-REGION-SLOT) NOT = 0
                   OR WS-REGION-SLOT > 1
                   PERFORM 278-PRINT-REGION-MARGIN
               END-IF
           END-PERFORM
           CLOSE REGION-MARGIN-FILE
           MOVE SPACES TO WS-MGN-LABEL
           STRING "COMPANY TOTAL" DELIMITED BY SIZE INTO WS-MGN-LABEL
           MOVE WS-CO-RECEIPTS TO WS-MARGIN-RECEIPTS
           MOVE WS-CO-COST TO WS-MARGIN-COST
           PERFORM 276-FORMAT-MARGIN-LINE
           MOVE SPACES TO WS-MGN-TARGET-X
           MOVE SPACE TO WS-MGN-TARGET-SIGN
           MOVE SPACES TO WS-MGN-FLAG
           MOVE WS-MARGIN-LINE TO MARGIN-REPORT-RECORD
           WRITE MARGIN-REPORT-RECORD
           MOVE SPACES TO MARGIN-REPORT-RECORD
           STRING " Departments below target: " WS-BELOW-COUNT
               DELIMITED BY SIZE INTO MARGIN-REPORT-RECORD
           WRITE MARGIN-REPORT-RECORD
           CLOSE MARGIN-REPORT-FILE
           DISPLAY "Margin report written to DEPT-MARGIN-REPORT.dat".
       272-PRINT-LOCATION-MARGIN.
           MOVE 0 TO WS-LOC-RECEIPTS
           MOVE 0 TO WS-LOC-COST
           MOVE 0 TO WS-REGION-NO
           PERFORM VARYING MAP-IDX FROM 1 BY 1
               UNTIL MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-LOCATION(MAP-IDX) =
                   WS-LOC-NUMBER(LOCATION-COUNTER)
                   MOVE WS-MAP-REGION(MAP-IDX) TO WS-REGION-NO
               END-IF
           END-PERFORM
           IF WS-REGION-NO > 5
               MOVE 0 TO WS-REGION-NO
           END-IF
           COMPUTE WS-REGION-SLOT = WS-REGION-NO + 1
           PERFORM VARYING DEP-IDX FROM 1 BY 1
               UNTIL DEP-IDX > WS-DEPT-COUNT
               IF WS-DEPT-LOC(DEP-IDX) =
                   WS-LOC-NUMBER(LOCATION-COUNTER)
                   PERFORM 274-PRINT-DEPT-MARGIN
               END-IF
           END-PERFORM
           IF WS-LOC-RECEIPTS NOT = 0 OR WS-LOC-COST NOT = 0
               MOVE SPACES TO WS-MGN-LABEL
               STRING WS-LOC-NUMBER(LOCATION-COUNTER) " "
                   WS-LOC-NAME(LOCATION-COUNTER)
                   DELIMITED BY SIZE INTO WS-MGN-LABEL
               MOVE WS-LOC-RECEIPTS TO WS-MARGIN-RECEIPTS
               MOVE WS-LOC-COST TO WS-MARGIN-COST
               PERFORM 276-FORMAT-MARGIN-LINE
               MOVE SPACES TO WS-MGN-TARGET-X
               MOVE SPACE TO WS-MGN-TARGET-SIGN
               MOVE "LOCATION" TO WS-MGN-FLAG
               MOVE WS-MARGIN-LINE TO MARGIN-REPORT-RECORD
               WRITE MARGIN-REPORT-RECORD
               MOVE SPACES TO MARGIN-REPORT-RECORD
               WRITE MARGIN-REPORT-RECORD
           END-IF.
       274-PRINT-DEPT-MARGIN.
           MOVE SPACES TO WS-MGN-LABEL
           STRING WS-DEPT-LOC(DEP-IDX) " " WS-DEPT-CODE(DEP-IDX)
               DELIMITED BY SIZE INTO WS-MGN-LABEL
           MOVE WS-DEPT-TOTAL(DEP-IDX) TO WS-MARGIN-RECEIPTS
           MOVE WS-DEPT-COST(DEP-IDX) TO WS-MARGIN-COST
           PERFORM 276-FORMAT-MARGIN-LINE
           MOVE WS-DEPT-TARGET(DEP-IDX) TO WS-MGN-TARGET
           MOVE "%" TO WS-MGN-TARGET-SIGN
           MOVE SPACES TO WS-MGN-FLAG
           EVALUATE TRUE
               WHEN WS-DEPT-UNCOSTED(DEP-IDX) = "Y"
                   MOVE "NO COST RATE" TO WS-MGN-FLAG
               WHEN WS-MARGIN-RECEIPTS > 0
                   AND WS-MARGIN-PERCENT < WS-DEPT-TARGET(DEP-IDX)
                   MOVE "BELOW TARGET" TO WS-MGN-FLAG
                   ADD 1 TO WS-BELOW-COUNT
                   ADD 1 TO WS-RGM-BELOW(WS-REGION-SLOT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-MARGIN-LINE TO MARGIN-REPORT-RECORD
           WRITE MARGIN-REPORT-RECORD
           ADD WS-MARGIN-RECEIPTS TO WS-LOC-RECEIPTS
           ADD WS-MARGIN-COST TO WS-LOC-COST
           ADD WS-MARGIN-RECEIPTS TO WS-RGM-RECEIPTS(WS-REGION-SLOT)
           ADD WS-MARGIN-COST TO WS-RGM-COST(WS-REGION-SLOT)
           ADD WS-MARGIN-RECEIPTS TO WS-CO-RECEIPTS
           ADD WS-MARGIN-COST TO WS-CO-COST.
      * Fills the amount columns from WS-MARGIN-RECEIPTS and
      * WS-MARGIN-COST
       276-FORMAT-MARGIN-LINE.
           COMPUTE WS-MARGIN-AMOUNT =
               WS-MARGIN-RECEIPTS - WS-MARGIN-COST
           IF WS-MARGIN-RECEIPTS > 0
               COMPUTE WS-MARGIN-PERCENT ROUNDED =
                   WS-MARGIN-AMOUNT * 100 / WS-MARGIN-RECEIPTS
           ELSE
               MOVE 0 TO WS-MARGIN-PERCENT
           END-IF
           MOVE WS-MARGIN-RECEIPTS TO WS-MGN-RECEIPTS
           MOVE WS-MARGIN-COST TO WS-MGN-COST
           MOVE WS-MARGIN-AMOUNT TO WS-MGN-MARGIN
           MOVE WS-MARGIN-PERCENT TO WS-MGN-PERCENT.
       278-PRINT-REGION-MARGIN.
           MOVE SPACES TO WS-MGN-LABEL
           STRING WS-RN-REGION-NO(WS-REGION-SLOT) " "
               WS-RN-REGION-NAME(WS-REGION-SLOT)
               DELIMITED BY SIZE INTO WS-MGN-LABEL
           MOVE WS-RGM-RECEIPTS(WS-REGION-SLOT) TO WS-MARGIN-RECEIPTS
           MOVE WS-RGM-COST(WS-REGION-SLOT) TO WS-MARGIN-COST
           PERFORM 276-FORMAT-MARGIN-LINE
           MOVE SPACES TO WS-MGN-TARGET-X
           MOVE SPACE TO WS-MGN-TARGET-SIGN
           MOVE SPACES TO WS-MGN-FLAG
           IF WS-RGM-BELOW(WS-REGION-SLOT) > 0
               MOVE SPACES TO WS-MGN-FLAG
               STRING WS-RGM-BELOW(WS-REGION-SLOT) " BELOW"
                   DELIMITED BY SIZE INTO WS-MGN-FLAG
           END-IF
           MOVE WS-MARGIN-LINE TO MARGIN-REPORT-RECORD
           WRITE MARGIN-REPORT-RECORD
           MOVE WS-OPEN-PERIOD TO RGM-PERIOD
           MOVE WS-RN-REGION-NO(WS-REGION-SLOT) TO RGM-REGION-NO
           MOVE WS-RGM-RECEIPTS(WS-REGION-SLOT) TO RGM-RECEIPTS
           MOVE WS-RGM-COST(WS-REGION-SLOT) TO RGM-COST
           MOVE WS-RGM-BELOW(WS-REGION-SLOT) TO RGM-BELOW-TARGET
           WRITE REGION-MARGIN-RECORD.
       150-LOAD-PRIOR-PERIOD.
           OPEN INPUT PRIOR-PERIOD-FILE
           READ PRIOR-PERIOD-FILE
       400-LOCATION-MAINTENANCE.
           MOVE "N" TO WS-MAINT-DONE
           PERFORM UNTIL WS-MAINT-DONE = "Y"
               DISPLAY "Add, Rename, Open/Close, Trading Dates, "
                   "List, or Quit? (A/R/C/D/L/Q)"
               ACCEPT WS-MAINT-ACTION
               MOVE FUNCTION UPPER-CASE(WS-MAINT-ACTION)
                   TO WS-MAINT-ACTION
                       PERFORM 420-RENAME-LOCATION
                   WHEN "C"
                       PERFORM 430-OPEN-CLOSE-LOCATION
                   WHEN "D"
                       PERFORM 435-TRADING-DATES
                   WHEN "L"
                       PERFORM 440-LIST-LOCATIONS
                   WHEN "Q"
                   DISPLAY "Enter location name"
                   ACCEPT WS-LOC-NAME(WS-LOC-COUNT)
                   MOVE "O" TO WS-LOC-STATUS(WS-LOC-COUNT)
                   MOVE SPACES TO WS-LOC-JURISDICTION(WS-LOC-COUNT)
                   MOVE 0 TO WS-LOC-CLOSED-DATE(WS-LOC-COUNT)
                   DISPLAY "Enter opening date (YYYYMMDD, blank "
                       "for today)"
                   PERFORM 445-ACCEPT-MAINT-DATE
                   MOVE WS-MAINT-DATE TO WS-LOC-OPEN-DATE(WS-LOC-COUNT)
                   DISPLAY "Location added."
               END-IF
           END-IF.
               ACCEPT WS-MAINT-STATUS
               MOVE FUNCTION UPPER-CASE(WS-MAINT-STATUS)
                   TO WS-LOC-STATUS(WS-LOC-FOUND)
               IF WS-LOC-STATUS(WS-LOC-FOUND) = "C"
                   DISPLAY "Enter closing date (YYYYMMDD, blank "
                       "for today)"
                   PERFORM 445-ACCEPT-MAINT-DATE
                   MOVE WS-MAINT-DATE
                       TO WS-LOC-CLOSED-DATE(WS-LOC-FOUND)
               ELSE
                   MOVE 0 TO WS-LOC-CLOSED-DATE(WS-LOC-FOUND)
               END-IF
               DISPLAY "Location status updated."
           END-IF.
      * Corrects the opening or closing date, chiefly to date
      * locations set up before the dates were kept
       435-TRADING-DATES.
           DISPLAY "Enter location number"
           ACCEPT WS-MAINT-NUMBER
           MOVE WS-MAINT-NUMBER TO LOCATION-NO
           PERFORM 080-FIND-LOCATION
           IF WS-LOC-FOUND = 0
               DISPLAY "Location not found."
           ELSE
               DISPLAY "Opened " WS-LOC-OPEN-DATE(WS-LOC-FOUND)
                   " closed " WS-LOC-CLOSED-DATE(WS-LOC-FOUND)
               DISPLAY "Enter opening date (YYYYMMDD, blank "
                   "to keep)"
               ACCEPT WS-MAINT-DATE-INPUT
               IF WS-MAINT-DATE-INPUT NOT = SPACES
                   PERFORM 447-CHECK-MAINT-DATE
                   IF WS-MAINT-DATE-OK = "Y"
                       MOVE WS-MAINT-DATE
                           TO WS-LOC-OPEN-DATE(WS-LOC-FOUND)
                   END-IF
               END-IF
               IF WS-LOC-STATUS(WS-LOC-FOUND) = "C"
                   DISPLAY "Enter closing date (YYYYMMDD, blank "
                       "to keep)"
                   ACCEPT WS-MAINT-DATE-INPUT
                   IF WS-MAINT-DATE-INPUT NOT = SPACES
                       PERFORM 447-CHECK-MAINT-DATE
                       IF WS-MAINT-DATE-OK = "Y"
                           MOVE WS-MAINT-DATE
                               TO WS-LOC-CLOSED-DATE(WS-LOC-FOUND)
                       END-IF
                   END-IF
               END-IF
               DISPLAY "Trading dates updated."
           END-IF.
       440-LIST-LOCATIONS.
           PERFORM VARYING LOC-IDX FROM 1 BY 1
               UNTIL LOC-IDX > WS-LOC-COUNT
               DISPLAY WS-LOC-NUMBER(LOC-IDX) " "
                   WS-LOC-NAME(LOC-IDX) " "
                   WS-LOC-STATUS(LOC-IDX) " "
                   WS-LOC-JURISDICTION(LOC-IDX) " opened "
                   WS-LOC-OPEN-DATE(LOC-IDX) " closed "
                   WS-LOC-CLOSED-DATE(LOC-IDX)
           END-PERFORM.
      * Today's date unless a valid date is keyed
       445-ACCEPT-MAINT-DATE.
           MOVE WS-TODAY TO WS-MAINT-DATE
           ACCEPT WS-MAINT-DATE-INPUT
           IF WS-MAINT-DATE-INPUT NOT = SPACES
               PERFORM 447-CHECK-MAINT-DATE
               IF WS-MAINT-DATE-OK = "N"
                   MOVE WS-TODAY TO WS-MAINT-DATE
                   DISPLAY "Today's date used."
               END-IF
           END-IF.
       447-CHECK-MAINT-DATE.
           MOVE "N" TO WS-MAINT-DATE-OK
           IF WS-MAINT-DATE-INPUT IS NUMERIC
               MOVE WS-MAINT-DATE-INPUT TO WS-MAINT-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-MAINT-DATE) = 0
                   MOVE "Y" TO WS-MAINT-DATE-OK
               END-IF
           END-IF
           IF WS-MAINT-DATE-OK = "N"
               DISPLAY "Not a valid date, entry ignored."
           END-IF.
       040-READ-RUN-CONTROL.
           MOVE "N" TO WS-UNATTENDED
           OPEN INPUT RUN-CONTROL-FILE
                   IF RUN-CTL-MODE = "B"
                       MOVE "Y" TO WS-UNATTENDED
                       MOVE RUN-CTL-USER TO WS-CTL-USER
                       IF RUN-CTL-RUN-DATE IS NUMERIC
                           MOVE RUN-CTL-RUN-DATE TO WS-CTT-RUN-DATE
                       END-IF
                   END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.
