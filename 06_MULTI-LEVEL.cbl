           SELECT OPTIONAL PERIOD-FILE ASSIGN TO
           "SALES-PERIOD.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO
           "FISCAL-CALENDAR.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REGION-MARGIN-FILE ASSIGN TO
           "REGION-MARGIN.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SALES-FILE.
           05 LOC-NAME PIC X(20).
           05 LOC-STATUS PIC X(1).
           05 LOC-JURISDICTION PIC X(4).
           05 LOC-OPEN-DATE PIC 9(8).
           05 LOC-CLOSED-DATE PIC 9(8).
       FD PERIOD-FILE.
       01 PERIOD-RECORD.
      * The open sales month SALESBRG bridges, YYYYMM; the
      * drill-down screens its detail the same way
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
       FD REGION-MARGIN-FILE.
      * Gross margin by region left by the SALES margin report;
      * region 00 carries locations not on the region map
       01 REGION-MARGIN-RECORD.
           05 RGM-PERIOD PIC 9(6).
           05 RGM-REGION-NO PIC 99.
           05 RGM-RECEIPTS PIC S9(9) SIGN LEADING SEPARATE.
           05 RGM-COST PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 RGM-BELOW-TARGET PIC 9(3).
       WORKING-STORAGE SECTION.
       01 SALES-TABLE.
           05 REGION OCCURS 5 TIMES.
       01 WS-PERIOD-EOF PIC X VALUE "N".
       01 WS-OPEN-PERIOD PIC 9(6) VALUE 0.
       01 WS-DSL-YYYYMM PIC 9(6) VALUE 0.
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
       01 WS-MARGIN-EOF PIC X VALUE "N".
       01 WS-MARGIN-LOADED PIC X VALUE "N".
       01 WS-MARGIN-PERIOD PIC 9(6) VALUE 0.
      * Slot 1 is region 00, slots 2 to 6 regions 01 to 05
       01 WS-MARGIN-TABLE.
           05 WS-MGN-ENTRY OCCURS 6 TIMES.
               10 WS-MGN-RECEIPTS PIC S9(9).
               10 WS-MGN-COST PIC S9(9)V99.
               10 WS-MGN-BELOW PIC 9(3).
       01 WS-MARGIN-SLOT PIC 99 VALUE 0.
       01 WS-MARGIN-RECEIPTS PIC S9(9) VALUE 0.
       01 WS-MARGIN-COST PIC S9(9)V99 VALUE 0.
       01 WS-MARGIN-AMOUNT PIC S9(9)V99 VALUE 0.
       01 WS-MARGIN-PERCENT PIC S9(3)V9 VALUE 0.
       01 WS-MARGIN-BELOW PIC 9(4) VALUE 0.
       01 WS-FORMAT-MARGIN-RECEIPTS PIC $$$$,$$$,$$9-.
       01 WS-FORMAT-MARGIN-COST PIC $$$$,$$$,$$9.99-.
       01 WS-FORMAT-MARGIN PIC $$$$,$$$,$$9.99-.
       01 WS-FORMAT-MARGIN-PCT PIC -ZZ9.9.
       01 WS-FORMAT-MARGIN-BELOW PIC ZZZ9.
       PROCEDURE DIVISION.
       100-START-PROGRAM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
       CLOSE SALES-FILE
       PERFORM 150-LOAD-BUDGET
       PERFORM 155-LOAD-REFORECAST
       PERFORM 158-LOAD-REGION-MARGIN
       OPEN OUTPUT MULTI-LEVEL-REPORT-FILE
       MOVE REPORT-HEADING TO MULTI-LEVEL-REPORT-RECORD
       WRITE MULTI-LEVEL-REPORT-RECORD
           DELIMITED BY SIZE INTO MULTI-LEVEL-REPORT-RECORD
       WRITE MULTI-LEVEL-REPORT-RECORD
       PERFORM 280-PRINT-REGION-YOY
       IF WS-MARGIN-LOADED = "Y"
           COMPUTE WS-MARGIN-SLOT = REGION-INDEX + 1
           PERFORM 285-PRINT-REGION-MARGIN
       END-IF
       PERFORM 290-PRINT-REGION-LOCATIONS
       ADD SALES-TOTALS TO WS-COMPANY-GRAND-TOTAL
       MOVE REPORT-LINE TO MULTI-LEVEL-REPORT-RECORD
               END-READ
           END-PERFORM
           CLOSE REFORECAST-FILE.
      * Gross margin by region for the period SALES last reported
       158-LOAD-REGION-MARGIN.
           MOVE ZEROS TO WS-MARGIN-TABLE
           OPEN INPUT REGION-MARGIN-FILE
           READ REGION-MARGIN-FILE
               AT END MOVE "Y" TO WS-MARGIN-EOF
           END-READ
           PERFORM UNTIL WS-MARGIN-EOF = "Y"
               IF RGM-REGION-NO <= 5
                   MOVE "Y" TO WS-MARGIN-LOADED
                   MOVE RGM-PERIOD TO WS-MARGIN-PERIOD
                   COMPUTE WS-MARGIN-SLOT = RGM-REGION-NO + 1
                   MOVE RGM-RECEIPTS
                       TO WS-MGN-RECEIPTS(WS-MARGIN-SLOT)
                   MOVE RGM-COST TO WS-MGN-COST(WS-MARGIN-SLOT)
                   MOVE RGM-BELOW-TARGET
                       TO WS-MGN-BELOW(WS-MARGIN-SLOT)
               END-IF
               READ REGION-MARGIN-FILE
                   AT END MOVE "Y" TO WS-MARGIN-EOF
               END-READ
           END-PERFORM
           CLOSE REGION-MARGIN-FILE.
       180-LOOKUP-REGION-NAME.
           MOVE SPACES TO WS-REGION-NAME
           PERFORM VARYING WS-LOOKUP-INDEX FROM 1 BY 1
           STRING "Company-wide prior year: " FORMAT-SALES
               " yoy: " WS-FORMAT-YOY "%"
               DELIMITED BY SIZE INTO MULTI-LEVEL-REPORT-RECORD
           WRITE MULTI-LEVEL-REPORT-RECORD
           IF WS-MARGIN-LOADED = "Y"
               PERFORM 310-PRINT-COMPANY-MARGIN
           END-IF.
      * Stores not on the region map are shown on their own so
      * the company margin still adds up
       310-PRINT-COMPANY-MARGIN.
           IF WS-MGN-RECEIPTS(1) NOT = 0 OR WS-MGN-COST(1) NOT = 0
               MOVE 1 TO WS-MARGIN-SLOT
               MOVE "Unmapped locations " TO WS-REGION-NAME
               PERFORM 285-PRINT-REGION-MARGIN
           END-IF
           MOVE 0 TO WS-MARGIN-RECEIPTS
           MOVE 0 TO WS-MARGIN-COST
           MOVE 0 TO WS-MARGIN-BELOW
           PERFORM VARYING WS-MARGIN-SLOT FROM 1 BY 1
               UNTIL WS-MARGIN-SLOT > 6
               ADD WS-MGN-RECEIPTS(WS-MARGIN-SLOT)
                   TO WS-MARGIN-RECEIPTS
               ADD WS-MGN-COST(WS-MARGIN-SLOT) TO WS-MARGIN-COST
               ADD WS-MGN-BELOW(WS-MARGIN-SLOT) TO WS-MARGIN-BELOW
           END-PERFORM
           PERFORM 287-FORMAT-MARGIN
           MOVE SPACES TO MULTI-LEVEL-REPORT-RECORD
           STRING "Company-wide gross margin " WS-MARGIN-PERIOD ": "
               WS-FORMAT-MARGIN " (" WS-FORMAT-MARGIN-PCT "%)"
               " on " WS-FORMAT-MARGIN-RECEIPTS
               " below target: " WS-FORMAT-MARGIN-BELOW
               DELIMITED BY SIZE INTO MULTI-LEVEL-REPORT-RECORD
           WRITE MULTI-LEVEL-REPORT-RECORD.
       160-LOAD-PRIOR-YEAR.
           MOVE ZEROS TO WS-PRIOR-TABLE
      * Sales.dat detail that SALESBRG feeds into the regions.
       170-LOAD-LOCATION-DETAIL.
           PERFORM 165-LOAD-PERIOD
           PERFORM 166-LOAD-CALENDAR
           OPEN INPUT MAP-FILE
           READ MAP-FILE
               AT END MOVE "Y" TO WS-MAP-EOF
           PERFORM UNTIL WS-DETAIL-EOF = "Y"
      * Only sales SALESBRG would bridge count here: records
      * dated outside the open period were rejected from the
      * regional feed, so they must not inflate the drill-down.
      * Periods come from the fiscal calendar as in SALESBRG.
               MOVE DSL-SALE-DATE TO WS-LOOKUP-DATE
               PERFORM 167-FIND-FISCAL-PERIOD
               MOVE WS-LOOKUP-PERIOD TO WS-DSL-YYYYMM
               MOVE 0 TO WS-LOC-FOUND
               IF WS-DSL-YYYYMM = WS-OPEN-PERIOD
                   AND WS-LOOKUP-CLOSED = "N"
                   PERFORM VARYING LOC-IDX FROM 1 BY 1
                       UNTIL LOC-IDX > WS-LOC-COUNT
                       IF WS-LOC-NUMBER(LOC-IDX) = DSL-LOCATION-NO
                   END-IF
           END-READ
           CLOSE PERIOD-FILE.
       166-LOAD-CALENDAR.
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
       167-FIND-FISCAL-PERIOD.
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
       290-PRINT-REGION-LOCATIONS.
           PERFORM VARYING LOC-IDX FROM 1 BY 1
               UNTIL LOC-IDX > WS-LOC-COUNT
               " yoy: " WS-FORMAT-YOY "%"
               DELIMITED BY SIZE INTO MULTI-LEVEL-REPORT-RECORD
           WRITE MULTI-LEVEL-REPORT-RECORD.
      * One region's gross margin from WS-MARGIN-SLOT
       285-PRINT-REGION-MARGIN.
           MOVE WS-MGN-RECEIPTS(WS-MARGIN-SLOT) TO WS-MARGIN-RECEIPTS
           MOVE WS-MGN-COST(WS-MARGIN-SLOT) TO WS-MARGIN-COST
           MOVE WS-MGN-BELOW(WS-MARGIN-SLOT) TO WS-MARGIN-BELOW
           PERFORM 287-FORMAT-MARGIN
           MOVE SPACES TO MULTI-LEVEL-REPORT-RECORD
           IF WS-MARGIN-SLOT = 1
               STRING WS-REGION-NAME
                   " gross margin " WS-MARGIN-PERIOD ": "
                   WS-FORMAT-MARGIN " (" WS-FORMAT-MARGIN-PCT "%)"
                   " cost: " WS-FORMAT-MARGIN-COST
                   " below target: " WS-FORMAT-MARGIN-BELOW
                   DELIMITED BY SIZE INTO MULTI-LEVEL-REPORT-RECORD
           ELSE
               STRING "Gross margin " WS-MARGIN-PERIOD ": "
                   WS-FORMAT-MARGIN " (" WS-FORMAT-MARGIN-PCT "%)"
                   " cost: " WS-FORMAT-MARGIN-COST
                   " below target: " WS-FORMAT-MARGIN-BELOW
                   DELIMITED BY SIZE INTO MULTI-LEVEL-REPORT-RECORD
           END-IF
           WRITE MULTI-LEVEL-REPORT-RECORD.
       287-FORMAT-MARGIN.
           COMPUTE WS-MARGIN-AMOUNT =
               WS-MARGIN-RECEIPTS - WS-MARGIN-COST
           IF WS-MARGIN-RECEIPTS > 0
               COMPUTE WS-MARGIN-PERCENT ROUNDED =
                   WS-MARGIN-AMOUNT * 100 / WS-MARGIN-RECEIPTS
           ELSE
               MOVE 0 TO WS-MARGIN-PERCENT
           END-IF
           MOVE WS-MARGIN-RECEIPTS TO WS-FORMAT-MARGIN-RECEIPTS
           MOVE WS-MARGIN-COST TO WS-FORMAT-MARGIN-COST
           MOVE WS-MARGIN-AMOUNT TO WS-FORMAT-MARGIN
           MOVE WS-MARGIN-PERCENT TO WS-FORMAT-MARGIN-PCT
           MOVE WS-MARGIN-BELOW TO WS-FORMAT-MARGIN-BELOW.
       400-ARCHIVE-YEAR.
           MOVE 0 TO WS-HIST-COUNT
           MOVE "N" TO WS-HISTORY-EOF
