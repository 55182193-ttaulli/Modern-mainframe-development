       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESFCT.
      * Statistical sales forecast for the quarterly reforecast.
      * Projects the quarter now open on SALES-PERIOD.dat and
      * the rest of its year for every region and every location.
      * A quarter's forecast is the trailing moving average of
      * the last four completed quarters times a seasonal factor:
      * the same quarter last year over last year's quarterly
      * average. Regions are measured from the archived years on
      * REGION-SALES-HISTORY.dat and the current year on
      * Sales3.dat; locations from the dated Sales.dat detail,
      * net of refunds. Each line carries the method's accuracy
      * over the four completed quarters before it, forecast the
      * same way from what was known at the time.
      * The regional figures are written in the BUDGET.dat layout
      * to PROPOSED-REFORECAST.dat - completed quarters at their
      * actuals, the rest at forecast - for the planners to review
      * and accept into BUDGET-REFORECAST.dat through BUDMAINT.
      * The workings go to SALES-FORECAST-REPORT.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DETAIL-SALES-FILE ASSIGN TO
           "Sales.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REGION-SALES-FILE ASSIGN TO
           "Sales3.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REGION-HISTORY-FILE ASSIGN TO
           "REGION-SALES-HISTORY.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MAP-FILE ASSIGN TO
           "LOCATION-REGION-MAP.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOCATION-MASTER-FILE ASSIGN TO
           "LOCATION-MASTER.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REFORECAST-FILE ASSIGN TO
           "BUDGET-REFORECAST.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROPOSED-FILE ASSIGN TO
           "PROPOSED-REFORECAST.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FORECAST-REPORT-FILE ASSIGN TO
           "SALES-FORECAST-REPORT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO
           "RUN-CONTROL.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PERIOD-FILE ASSIGN TO
           "SALES-PERIOD.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO
           "FISCAL-CALENDAR.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD DETAIL-SALES-FILE.
       01 DETAIL-SALES-RECORD.
           05 DSL-LOCATION-NO PIC 99.
           05 DSL-RECEIPTS PIC 9(4).
           05 DSL-SALE-DATE PIC 9(8).
           05 DSL-DEPT-CODE PIC X(4).
           05 DSL-SALE-TYPE PIC X(1).
       FD REGION-SALES-FILE.
       01 SALES-RECORD.
           05 REGION-NO PIC 99.
           05 QUARTERLY-SALES PIC 9(7) OCCURS 4 TIMES.
       FD REGION-HISTORY-FILE.
       01 REGION-HISTORY-RECORD.
           05 HIS-YEAR PIC 9(4).
           05 HIS-REGION-NO PIC 99.
           05 HIS-QUARTERLY-SALES PIC 9(7) OCCURS 4 TIMES.
       FD MAP-FILE.
       01 MAP-RECORD.
           05 MAP-LOCATION-NO PIC 99.
           05 MAP-REGION-NO PIC 99.
       FD LOCATION-MASTER-FILE.
       01 LOCATION-MASTER-RECORD.
           05 LOC-NUMBER PIC 99.
           05 LOC-NAME PIC X(20).
           05 LOC-STATUS PIC X(1).
           05 LOC-JURISDICTION PIC X(4).
           05 LOC-OPEN-DATE PIC 9(8).
           05 LOC-CLOSED-DATE PIC 9(8).
       FD REFORECAST-FILE.
       01 REFORECAST-RECORD.
           05 RFC-REGION-NO PIC 99.
           05 RFC-QUARTERLY-BUDGET PIC 9(7) OCCURS 4 TIMES.
       FD PROPOSED-FILE.
      * Proposed reforecast in the BUDGET.dat layout
       01 PROPOSED-RECORD.
           05 PRF-REGION-NO PIC 99.
           05 PRF-QUARTERLY-BUDGET PIC 9(7) OCCURS 4 TIMES.
       FD FORECAST-REPORT-FILE.
       01 FORECAST-REPORT-RECORD PIC X(100).
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RUN-CTL-MODE PIC X(1).
           05 RUN-CTL-USER PIC X(20).
       FD PERIOD-FILE.
       01 PERIOD-RECORD.
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
       WORKING-STORAGE SECTION.
       01 WS-DETAIL-EOF PIC X VALUE "N".
       01 WS-REGION-EOF PIC X VALUE "N".
       01 WS-HISTORY-EOF PIC X VALUE "N".
       01 WS-MAP-EOF PIC X VALUE "N".
       01 WS-LOCMAST-EOF PIC X VALUE "N".
       01 WS-REFORECAST-EOF PIC X VALUE "N".
       01 WS-CAL-EOF PIC X VALUE "N".
       01 WS-UNATTENDED PIC X VALUE "N".
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-TODAY-SPLIT REDEFINES WS-TODAY.
           05 WS-TODAY-YYYYMM PIC 9(6).
           05 FILLER PIC 9(2).
       01 WS-OPEN-PERIOD PIC 9(6) VALUE 0.
       01 WS-OPEN-PERIOD-SPLIT REDEFINES WS-OPEN-PERIOD.
           05 WS-OPEN-YYYY PIC 9(4).
           05 WS-OPEN-MM PIC 9(2).
       01 WS-CAL-COUNT PIC 9(3) VALUE 0.
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 240 TIMES INDEXED BY CAL-IDX.
               10 WS-CAL-PERIOD PIC 9(6).
               10 WS-CAL-FISCAL-YEAR PIC 9(4).
               10 WS-CAL-QUARTER PIC 9(1).
               10 WS-CAL-START-DATE PIC 9(8).
               10 WS-CAL-END-DATE PIC 9(8).
       01 WS-LOOKUP-DATE PIC 9(8) VALUE 0.
       01 WS-LOOKUP-DATE-SPLIT REDEFINES WS-LOOKUP-DATE.
           05 WS-LOOKUP-YYYY PIC 9(4).
           05 WS-LOOKUP-MM PIC 9(2).
           05 WS-LOOKUP-DD PIC 9(2).
       01 WS-LOOKUP-YEAR PIC 9(4) VALUE 0.
       01 WS-LOOKUP-QUARTER PIC 9(1) VALUE 0.
      * The forecast starts with the quarter holding the open
      * period; the three years before it are kept for history.
      * Quarters are numbered 1 to 16 from the first of those.
       01 WS-FORECAST-YEAR PIC 9(4) VALUE 0.
       01 WS-FIRST-QUARTER PIC 9(1) VALUE 0.
       01 WS-BASE-YEAR PIC 9(4) VALUE 0.
       01 WS-ANCHOR-K PIC 99 VALUE 0.
       01 WS-YEAR-INPUT PIC X(4) VALUE SPACES.
       01 WS-QUARTER-INPUT PIC X(1) VALUE SPACES.
       01 WS-K PIC S99 VALUE 0.
       01 WS-K2 PIC S99 VALUE 0.
       01 WS-K-YEAR PIC 9(4) VALUE 0.
       01 WS-K-QTR PIC 9(1) VALUE 0.
       01 WS-YEAR-SLOT PIC S99 VALUE 0.
       01 WS-BACK PIC S99 VALUE 0.
       01 WS-WANTED-LOCATION PIC 99 VALUE 0.
      * Trailing quarters averaged for the moving average
       01 WS-MA-QUARTERS PIC 9(1) VALUE 4.
       01 WS-REGION-TABLE.
           05 WS-REG-ENTRY OCCURS 5 TIMES.
               10 WS-REG-ACTUAL PIC S9(9) OCCURS 16 TIMES.
               10 WS-REG-FROM-HISTORY PIC X(1).
               10 WS-REG-FORECAST PIC 9(7) OCCURS 4 TIMES.
       01 WS-CURRENT-YEAR-TABLE.
           05 WS-CUR-REGION OCCURS 5 TIMES.
               10 WS-CUR-QTR PIC 9(7) OCCURS 4 TIMES.
       01 WS-REFORECAST-TABLE.
           05 WS-RFC-REGION OCCURS 5 TIMES.
               10 WS-RFC-QTR PIC 9(7) OCCURS 4 TIMES.
       01 WS-REGION-NAME-TABLE.
           05 FILLER PIC X(22) VALUE "01NORTH               ".
           05 FILLER PIC X(22) VALUE "02SOUTH               ".
           05 FILLER PIC X(22) VALUE "03EAST                ".
           05 FILLER PIC X(22) VALUE "04WEST                ".
           05 FILLER PIC X(22) VALUE "05CENTRAL             ".
       01 WS-REGION-NAME-REDEFINED REDEFINES WS-REGION-NAME-TABLE.
           05 WS-RN-ENTRY OCCURS 5 TIMES.
               10 WS-RN-REGION-NO PIC 99.
               10 WS-RN-REGION-NAME PIC X(20).
       01 WS-REGION-INDEX PIC 99 VALUE 0.
       01 WS-QUARTER-INDEX PIC 99 VALUE 0.
       01 WS-LOC-COUNT PIC 9(2) VALUE 0.
       01 WS-LOC-FOUND PIC 9(2) VALUE 0.
       01 WS-LOC-TABLE.
           05 WS-LOC-ENTRY OCCURS 50 TIMES INDEXED BY LOC-IDX.
               10 WS-LOC-NUMBER PIC 99.
               10 WS-LOC-NAME PIC X(20).
               10 WS-LOC-REGION PIC 99.
               10 WS-LOC-ACTUAL PIC S9(9) OCCURS 16 TIMES.
      * Working series for the forecast arithmetic
       01 WS-SERIES-TABLE.
           05 WS-SERIES PIC S9(9) OCCURS 16 TIMES.
       01 WS-WINDOW-END PIC S99 VALUE 0.
       01 WS-TARGET-K PIC S99 VALUE 0.
       01 WS-MA-TOTAL PIC S9(11) VALUE 0.
       01 WS-MA-COUNT PIC 9(1) VALUE 0.
       01 WS-MOVING-AVERAGE PIC S9(9)V99 VALUE 0.
       01 WS-PRIOR-YEAR-START PIC S99 VALUE 0.
       01 WS-PRIOR-YEAR-TOTAL PIC S9(11) VALUE 0.
       01 WS-PRIOR-YEAR-COUNT PIC 9(1) VALUE 0.
       01 WS-PRIOR-YEAR-AVERAGE PIC S9(9)V99 VALUE 0.
       01 WS-SEASONAL-FACTOR PIC 9(3)V9(4) VALUE 0.
       01 WS-FORECAST-VALUE PIC S9(9) VALUE 0.
       01 WS-HAS-FORECAST PIC X VALUE "N".
       01 WS-ERROR-AMOUNT PIC S9(9) VALUE 0.
       01 WS-ACCURACY PIC S9(5)V9 VALUE 0.
       01 WS-ACCURACY-TOTAL PIC S9(7)V9 VALUE 0.
       01 WS-ACCURACY-COUNT PIC 9(1) VALUE 0.
       01 WS-ACCURACY-AVERAGE PIC S9(5)V9 VALUE 0.
       01 WS-REST-OF-YEAR PIC S9(9) VALUE 0.
       01 WS-NEXT-QUARTER PIC S9(9) VALUE 0.
       01 WS-HEADER-LINE-1.
           05 FILLER PIC X(25) VALUE " Sales Forecast for Year ".
           05 WS-HDR-YEAR PIC 9(4).
           05 FILLER PIC X(14) VALUE " from Quarter ".
           05 WS-HDR-QUARTER PIC 9(1).
           05 FILLER PIC X(7) VALUE "   Run ".
           05 WS-HDR-DATE PIC 9(8).
       01 WS-HEADER-LINE-2.
           05 FILLER PIC X(47)
               VALUE " Moving average of the last four quarters times".
           05 FILLER PIC X(48)
               VALUE " the same quarter last year over its average".
       01 WS-REGION-HEADING.
           05 FILLER PIC X(8) VALUE " Region ".
           05 WS-RH-REGION PIC 99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RH-NAME PIC X(20).
       01 WS-COLUMN-LINE.
           05 FILLER PIC X(48)
               VALUE "   QUARTER                  AMOUNT MOVING AVG".
           05 FILLER PIC X(22)
               VALUE "SEASONAL   CURRENT RFC".
       01 WS-QUARTER-LINE.
           05 FILLER PIC X(4) VALUE "   Q".
           05 WS-QLN-QUARTER PIC 9(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-QLN-YEAR PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-QLN-KIND PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-QLN-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9-.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-QLN-AVERAGE PIC Z,ZZZ,ZZ9 BLANK WHEN ZERO.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-QLN-FACTOR PIC ZZ9.9999 BLANK WHEN ZERO.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-QLN-REFORECAST PIC Z,ZZZ,ZZZ,ZZ9.
       01 WS-REST-LINE.
           05 FILLER PIC X(21) VALUE "   Remaining year".
           05 WS-RST-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9-.
       01 WS-ACCURACY-LINE.
           05 FILLER PIC X(34)
               VALUE "   Accuracy on completed quarter Q".
           05 WS-ACL-QUARTER PIC 9(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-ACL-YEAR PIC 9(4).
           05 FILLER PIC X(10) VALUE "  actual ".
           05 WS-ACL-ACTUAL PIC Z,ZZZ,ZZZ,ZZ9-.
           05 FILLER PIC X(11) VALUE "  forecast ".
           05 WS-ACL-FORECAST PIC Z,ZZZ,ZZZ,ZZ9-.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-ACL-PERCENT PIC ZZ9.9.
           05 FILLER PIC X(1) VALUE "%".
       01 WS-AVERAGE-LINE.
           05 FILLER PIC X(30) VALUE "   Average accuracy".
           05 WS-AVL-PERCENT PIC ZZ9.9.
           05 FILLER PIC X(1) VALUE "%".
       01 WS-LOCATION-COLUMN-LINE.
           05 FILLER PIC X(46)
               VALUE "   LOCATION                    NEXT QUARTER".
           05 FILLER PIC X(22)
               VALUE "REST OF YEAR  ACCURACY".
       01 WS-LOCATION-LINE.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-LLN-NUMBER PIC 99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LLN-NAME PIC X(20).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-LLN-NEXT PIC Z,ZZZ,ZZZ,ZZ9-.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LLN-REST PIC Z,ZZZ,ZZZ,ZZ9-.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-LLN-ACCURACY PIC ZZ9.9.
           05 WS-LLN-ACCURACY-X REDEFINES WS-LLN-ACCURACY PIC X(5).
           05 WS-LLN-PERCENT PIC X(1).
       01 WS-SEPARATOR-LINE PIC X(100) VALUE ALL "-".
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 040-READ-RUN-CONTROL
           PERFORM 050-LOAD-PERIOD
           PERFORM 060-LOAD-CALENDAR
           PERFORM 080-SET-FORECAST-START
           IF WS-UNATTENDED = "N"
               PERFORM 090-ACCEPT-FORECAST-START
           END-IF
           COMPUTE WS-BASE-YEAR = WS-FORECAST-YEAR - 3
           COMPUTE WS-ANCHOR-K = 12 + WS-FIRST-QUARTER
           DISPLAY "Forecasting " WS-FORECAST-YEAR " from quarter "
               WS-FIRST-QUARTER
           PERFORM 150-LOAD-REGION-ACTUALS
           PERFORM 170-LOAD-LOCATION-ACTUALS
           PERFORM 190-LOAD-REFORECAST
           OPEN OUTPUT FORECAST-REPORT-FILE
           OPEN OUTPUT PROPOSED-FILE
           MOVE WS-FORECAST-YEAR TO WS-HDR-YEAR
           MOVE WS-FIRST-QUARTER TO WS-HDR-QUARTER
           MOVE WS-TODAY TO WS-HDR-DATE
           MOVE WS-HEADER-LINE-1 TO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD
           MOVE WS-HEADER-LINE-2 TO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD
           PERFORM VARYING WS-REGION-INDEX FROM 1 BY 1
               UNTIL WS-REGION-INDEX > 5
               PERFORM 300-FORECAST-REGION
               PERFORM 400-FORECAST-REGION-LOCATIONS
               PERFORM 350-WRITE-PROPOSED
           END-PERFORM
           PERFORM 420-FORECAST-UNMAPPED-LOCATIONS
           CLOSE PROPOSED-FILE
           CLOSE FORECAST-REPORT-FILE
           DISPLAY "Proposed reforecast written to "
               "PROPOSED-REFORECAST.dat for review in BUDMAINT"
           GOBACK.
       040-READ-RUN-CONTROL.
           MOVE "N" TO WS-UNATTENDED
           OPEN INPUT RUN-CONTROL-FILE
           READ RUN-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RUN-CTL-MODE = "B"
                       MOVE "Y" TO WS-UNATTENDED
                   END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.
       050-LOAD-PERIOD.
           MOVE WS-TODAY-YYYYMM TO WS-OPEN-PERIOD
           OPEN INPUT PERIOD-FILE
           READ PERIOD-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SPD-OPEN-PERIOD > 0
                       MOVE SPD-OPEN-PERIOD TO WS-OPEN-PERIOD
                   END-IF
           END-READ
           CLOSE PERIOD-FILE.
       060-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           READ CALENDAR-FILE
               AT END MOVE "Y" TO WS-CAL-EOF
           END-READ
           PERFORM UNTIL WS-CAL-EOF = "Y"
               IF WS-CAL-COUNT < 240
                   ADD 1 TO WS-CAL-COUNT
                   MOVE FCL-PERIOD TO WS-CAL-PERIOD(WS-CAL-COUNT)
                   MOVE FCL-FISCAL-YEAR
                       TO WS-CAL-FISCAL-YEAR(WS-CAL-COUNT)
                   MOVE FCL-QUARTER TO WS-CAL-QUARTER(WS-CAL-COUNT)
                   MOVE FCL-START-DATE
                       TO WS-CAL-START-DATE(WS-CAL-COUNT)
                   MOVE FCL-END-DATE TO WS-CAL-END-DATE(WS-CAL-COUNT)
               ELSE
                   DISPLAY "Calendar table full, record skipped for "
                       FCL-PERIOD
               END-IF
               READ CALENDAR-FILE
                   AT END MOVE "Y" TO WS-CAL-EOF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE.
      * Fiscal year and quarter of WS-LOOKUP-DATE from the shared
      * calendar; a date the calendar does not cover falls back
      * to its calendar year and quarter
       070-FIND-FISCAL-QUARTER.
           MOVE WS-LOOKUP-YYYY TO WS-LOOKUP-YEAR
           COMPUTE WS-LOOKUP-QUARTER = (WS-LOOKUP-MM + 2) / 3
           PERFORM VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > WS-CAL-COUNT
               IF WS-LOOKUP-DATE >= WS-CAL-START-DATE(CAL-IDX)
                   AND WS-LOOKUP-DATE <= WS-CAL-END-DATE(CAL-IDX)
                   AND WS-CAL-QUARTER(CAL-IDX) >= 1
                   AND WS-CAL-QUARTER(CAL-IDX) <= 4
                   MOVE WS-CAL-FISCAL-YEAR(CAL-IDX) TO WS-LOOKUP-YEAR
                   MOVE WS-CAL-QUARTER(CAL-IDX) TO WS-LOOKUP-QUARTER
               END-IF
           END-PERFORM.
      * The open period's quarter is still being sold, so it is
      * the first one forecast
       080-SET-FORECAST-START.
           MOVE WS-OPEN-YYYY TO WS-FORECAST-YEAR
           COMPUTE WS-FIRST-QUARTER = (WS-OPEN-MM + 2) / 3
           PERFORM VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > WS-CAL-COUNT
               IF WS-CAL-PERIOD(CAL-IDX) = WS-OPEN-PERIOD
                   AND WS-CAL-QUARTER(CAL-IDX) >= 1
                   AND WS-CAL-QUARTER(CAL-IDX) <= 4
                   MOVE WS-CAL-FISCAL-YEAR(CAL-IDX)
                       TO WS-FORECAST-YEAR
                   MOVE WS-CAL-QUARTER(CAL-IDX) TO WS-FIRST-QUARTER
               END-IF
           END-PERFORM.
       090-ACCEPT-FORECAST-START.
           DISPLAY "Forecast year (blank for " WS-FORECAST-YEAR ")"
           ACCEPT WS-YEAR-INPUT
           IF WS-YEAR-INPUT NOT = SPACES
               IF WS-YEAR-INPUT IS NUMERIC
                   MOVE WS-YEAR-INPUT TO WS-FORECAST-YEAR
               ELSE
                   DISPLAY "Year not numeric, " WS-FORECAST-YEAR
                       " used"
               END-IF
           END-IF
           DISPLAY "First quarter to forecast, 1-4 (blank for "
               WS-FIRST-QUARTER ")"
           ACCEPT WS-QUARTER-INPUT
           IF WS-QUARTER-INPUT NOT = SPACES
               IF WS-QUARTER-INPUT >= "1" AND WS-QUARTER-INPUT <= "4"
                   MOVE WS-QUARTER-INPUT TO WS-FIRST-QUARTER
               ELSE
                   DISPLAY "Quarter must be 1 through 4, "
                       WS-FIRST-QUARTER " used"
               END-IF
           END-IF.
      * Archived years come from the history file; the forecast
      * year itself from Sales3.dat unless it has been archived
       150-LOAD-REGION-ACTUALS.
           MOVE ZEROS TO WS-REGION-TABLE
           MOVE ZEROS TO WS-CURRENT-YEAR-TABLE
           PERFORM VARYING WS-REGION-INDEX FROM 1 BY 1
               UNTIL WS-REGION-INDEX > 5
               MOVE "N" TO WS-REG-FROM-HISTORY(WS-REGION-INDEX)
           END-PERFORM
           OPEN INPUT REGION-HISTORY-FILE
           READ REGION-HISTORY-FILE
               AT END MOVE "Y" TO WS-HISTORY-EOF
           END-READ
           PERFORM UNTIL WS-HISTORY-EOF = "Y"
               IF HIS-REGION-NO >= 1 AND HIS-REGION-NO <= 5
                   AND HIS-YEAR >= WS-BASE-YEAR
                   AND HIS-YEAR <= WS-FORECAST-YEAR
                   IF HIS-YEAR = WS-FORECAST-YEAR
                       MOVE "Y"
                           TO WS-REG-FROM-HISTORY(HIS-REGION-NO)
                   END-IF
                   PERFORM VARYING WS-QUARTER-INDEX FROM 1 BY 1
                       UNTIL WS-QUARTER-INDEX > 4
                       COMPUTE WS-K = (HIS-YEAR - WS-BASE-YEAR) * 4
                           + WS-QUARTER-INDEX
                       ADD HIS-QUARTERLY-SALES(WS-QUARTER-INDEX)
                           TO WS-REG-ACTUAL(HIS-REGION-NO, WS-K)
                   END-PERFORM
               END-IF
               READ REGION-HISTORY-FILE
                   AT END MOVE "Y" TO WS-HISTORY-EOF
               END-READ
           END-PERFORM
           CLOSE REGION-HISTORY-FILE
           OPEN INPUT REGION-SALES-FILE
           READ REGION-SALES-FILE
               AT END MOVE "Y" TO WS-REGION-EOF
           END-READ
           PERFORM UNTIL WS-REGION-EOF = "Y"
               IF REGION-NO >= 1 AND REGION-NO <= 5
                   PERFORM VARYING WS-QUARTER-INDEX FROM 1 BY 1
                       UNTIL WS-QUARTER-INDEX > 4
                       ADD QUARTERLY-SALES(WS-QUARTER-INDEX)
                           TO WS-CUR-QTR(REGION-NO, WS-QUARTER-INDEX)
                   END-PERFORM
               END-IF
               READ REGION-SALES-FILE
                   AT END MOVE "Y" TO WS-REGION-EOF
               END-READ
           END-PERFORM
           CLOSE REGION-SALES-FILE
           PERFORM VARYING WS-REGION-INDEX FROM 1 BY 1
               UNTIL WS-REGION-INDEX > 5
               IF WS-REG-FROM-HISTORY(WS-REGION-INDEX) = "N"
                   PERFORM VARYING WS-QUARTER-INDEX FROM 1 BY 1
                       UNTIL WS-QUARTER-INDEX > 4
                       COMPUTE WS-K = 12 + WS-QUARTER-INDEX
                       MOVE WS-CUR-QTR(WS-REGION-INDEX,
                           WS-QUARTER-INDEX)
                           TO WS-REG-ACTUAL(WS-REGION-INDEX, WS-K)
                   END-PERFORM
               END-IF
           END-PERFORM.
       170-LOAD-LOCATION-ACTUALS.
           OPEN INPUT MAP-FILE
           READ MAP-FILE
               AT END MOVE "Y" TO WS-MAP-EOF
           END-READ
           PERFORM UNTIL WS-MAP-EOF = "Y"
               MOVE MAP-LOCATION-NO TO WS-WANTED-LOCATION
               PERFORM 175-FIND-OR-ADD-LOCATION
               IF WS-LOC-FOUND > 0
                   MOVE MAP-REGION-NO TO WS-LOC-REGION(WS-LOC-FOUND)
               END-IF
               READ MAP-FILE
                   AT END MOVE "Y" TO WS-MAP-EOF
               END-READ
           END-PERFORM
           CLOSE MAP-FILE
           OPEN INPUT DETAIL-SALES-FILE
           READ DETAIL-SALES-FILE
               AT END MOVE "Y" TO WS-DETAIL-EOF
           END-READ
           PERFORM UNTIL WS-DETAIL-EOF = "Y"
               IF DSL-SALE-DATE IS NUMERIC
                   MOVE DSL-SALE-DATE TO WS-LOOKUP-DATE
                   PERFORM 070-FIND-FISCAL-QUARTER
                   IF WS-LOOKUP-YEAR >= WS-BASE-YEAR
                       AND WS-LOOKUP-YEAR <= WS-FORECAST-YEAR
                       MOVE DSL-LOCATION-NO TO WS-WANTED-LOCATION
                       PERFORM 175-FIND-OR-ADD-LOCATION
                       PERFORM 178-ADD-DETAIL
                   END-IF
               END-IF
               READ DETAIL-SALES-FILE
                   AT END MOVE "Y" TO WS-DETAIL-EOF
               END-READ
           END-PERFORM
           CLOSE DETAIL-SALES-FILE
           OPEN INPUT LOCATION-MASTER-FILE
           READ LOCATION-MASTER-FILE
               AT END MOVE "Y" TO WS-LOCMAST-EOF
           END-READ
           PERFORM UNTIL WS-LOCMAST-EOF = "Y"
               PERFORM VARYING LOC-IDX FROM 1 BY 1
                   UNTIL LOC-IDX > WS-LOC-COUNT
                   IF WS-LOC-NUMBER(LOC-IDX) = LOC-NUMBER
                       MOVE LOC-NAME TO WS-LOC-NAME(LOC-IDX)
                   END-IF
               END-PERFORM
               READ LOCATION-MASTER-FILE
                   AT END MOVE "Y" TO WS-LOCMAST-EOF
               END-READ
           END-PERFORM
           CLOSE LOCATION-MASTER-FILE.
      * Returns the table slot of WS-WANTED-LOCATION in
      * WS-LOC-FOUND, or zero when the table is full
       175-FIND-OR-ADD-LOCATION.
           MOVE 0 TO WS-LOC-FOUND
           PERFORM VARYING LOC-IDX FROM 1 BY 1
               UNTIL LOC-IDX > WS-LOC-COUNT
               IF WS-LOC-NUMBER(LOC-IDX) = WS-WANTED-LOCATION
                   MOVE LOC-IDX TO WS-LOC-FOUND
               END-IF
           END-PERFORM
           IF WS-LOC-FOUND = 0
               IF WS-LOC-COUNT < 50
                   ADD 1 TO WS-LOC-COUNT
                   MOVE WS-LOC-COUNT TO WS-LOC-FOUND
                   MOVE WS-WANTED-LOCATION
                       TO WS-LOC-NUMBER(WS-LOC-FOUND)
                   MOVE SPACES TO WS-LOC-NAME(WS-LOC-FOUND)
                   MOVE 0 TO WS-LOC-REGION(WS-LOC-FOUND)
                   PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 16
                       MOVE 0 TO WS-LOC-ACTUAL(WS-LOC-FOUND, WS-K)
                   END-PERFORM
               ELSE
                   DISPLAY "Location table full, location "
                       WS-WANTED-LOCATION " not forecast"
               END-IF
           END-IF.
       178-ADD-DETAIL.
           IF WS-LOC-FOUND > 0
               COMPUTE WS-K = (WS-LOOKUP-YEAR - WS-BASE-YEAR) * 4
                   + WS-LOOKUP-QUARTER
               IF DSL-SALE-TYPE = "R" OR DSL-SALE-TYPE = "r"
                   SUBTRACT DSL-RECEIPTS
                       FROM WS-LOC-ACTUAL(WS-LOC-FOUND, WS-K)
               ELSE
                   ADD DSL-RECEIPTS
                       TO WS-LOC-ACTUAL(WS-LOC-FOUND, WS-K)
               END-IF
           END-IF.
       190-LOAD-REFORECAST.
           MOVE ZEROS TO WS-REFORECAST-TABLE
           OPEN INPUT REFORECAST-FILE
           READ REFORECAST-FILE
               AT END MOVE "Y" TO WS-REFORECAST-EOF
           END-READ
           PERFORM UNTIL WS-REFORECAST-EOF = "Y"
               IF RFC-REGION-NO >= 1 AND RFC-REGION-NO <= 5
                   PERFORM VARYING WS-QUARTER-INDEX FROM 1 BY 1
                       UNTIL WS-QUARTER-INDEX > 4
                       MOVE RFC-QUARTERLY-BUDGET(WS-QUARTER-INDEX)
                           TO WS-RFC-QTR(RFC-REGION-NO,
                               WS-QUARTER-INDEX)
                   END-PERFORM
               END-IF
               READ REFORECAST-FILE
                   AT END MOVE "Y" TO WS-REFORECAST-EOF
               END-READ
           END-PERFORM
           CLOSE REFORECAST-FILE.
       300-FORECAST-REGION.
           MOVE WS-SEPARATOR-LINE TO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD
           MOVE WS-REGION-INDEX TO WS-RH-REGION
           MOVE WS-RN-REGION-NAME(WS-REGION-INDEX) TO WS-RH-NAME
           MOVE WS-REGION-HEADING TO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD
           MOVE WS-COLUMN-LINE TO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 16
               MOVE WS-REG-ACTUAL(WS-REGION-INDEX, WS-K)
                   TO WS-SERIES(WS-K)
           END-PERFORM
           MOVE 0 TO WS-REST-OF-YEAR
           PERFORM VARYING WS-QUARTER-INDEX FROM 1 BY 1
               UNTIL WS-QUARTER-INDEX > 4
               COMPUTE WS-K = 12 + WS-QUARTER-INDEX
               MOVE WS-QUARTER-INDEX TO WS-QLN-QUARTER
               MOVE WS-FORECAST-YEAR TO WS-QLN-YEAR
               MOVE WS-RFC-QTR(WS-REGION-INDEX, WS-QUARTER-INDEX)
                   TO WS-QLN-REFORECAST
               IF WS-K < WS-ANCHOR-K
                   MOVE "ACTUAL" TO WS-QLN-KIND
                   MOVE WS-SERIES(WS-K) TO WS-QLN-AMOUNT
                   MOVE 0 TO WS-QLN-AVERAGE
                   MOVE 0 TO WS-QLN-FACTOR
                   IF WS-SERIES(WS-K) > 0
                       MOVE WS-SERIES(WS-K) TO WS-REG-FORECAST
                           (WS-REGION-INDEX, WS-QUARTER-INDEX)
                   END-IF
               ELSE
                   COMPUTE WS-WINDOW-END = WS-ANCHOR-K - 1
                   MOVE WS-K TO WS-TARGET-K
                   PERFORM 600-FORECAST-QUARTER
                   MOVE "FORECAST" TO WS-QLN-KIND
                   MOVE WS-FORECAST-VALUE TO WS-QLN-AMOUNT
                   MOVE WS-MOVING-AVERAGE TO WS-QLN-AVERAGE
                   MOVE WS-SEASONAL-FACTOR TO WS-QLN-FACTOR
                   ADD WS-FORECAST-VALUE TO WS-REST-OF-YEAR
                   IF WS-FORECAST-VALUE > 0
                       MOVE WS-FORECAST-VALUE TO WS-REG-FORECAST
                           (WS-REGION-INDEX, WS-QUARTER-INDEX)
                   END-IF
               END-IF
               MOVE WS-QUARTER-LINE TO FORECAST-REPORT-RECORD
               WRITE FORECAST-REPORT-RECORD
           END-PERFORM
           MOVE WS-REST-OF-YEAR TO WS-RST-AMOUNT
           MOVE WS-REST-LINE TO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD
           PERFORM 320-REGION-ACCURACY.
      * Backtests the four completed quarters before the forecast
      * starts, each forecast from the quarters before it
       320-REGION-ACCURACY.
           MOVE 0 TO WS-ACCURACY-TOTAL
           MOVE 0 TO WS-ACCURACY-COUNT
           PERFORM VARYING WS-BACK FROM 4 BY -1 UNTIL WS-BACK < 1
               COMPUTE WS-TARGET-K = WS-ANCHOR-K - WS-BACK
               COMPUTE WS-WINDOW-END = WS-TARGET-K - 1
               PERFORM 650-BACKTEST-QUARTER
               IF WS-HAS-FORECAST = "Y"
                   PERFORM 690-SPLIT-K
                   MOVE WS-K-QTR TO WS-ACL-QUARTER
                   MOVE WS-K-YEAR TO WS-ACL-YEAR
                   MOVE WS-SERIES(WS-TARGET-K) TO WS-ACL-ACTUAL
                   MOVE WS-FORECAST-VALUE TO WS-ACL-FORECAST
                   MOVE WS-ACCURACY TO WS-ACL-PERCENT
                   MOVE WS-ACCURACY-LINE TO FORECAST-REPORT-RECORD
                   WRITE FORECAST-REPORT-RECORD
               END-IF
           END-PERFORM
           IF WS-ACCURACY-COUNT > 0
               COMPUTE WS-ACCURACY-AVERAGE ROUNDED =
                   WS-ACCURACY-TOTAL / WS-ACCURACY-COUNT
               MOVE WS-ACCURACY-AVERAGE TO WS-AVL-PERCENT
               MOVE WS-AVERAGE-LINE TO FORECAST-REPORT-RECORD
               WRITE FORECAST-REPORT-RECORD
           ELSE
               MOVE "   Not enough history to measure accuracy"
                   TO FORECAST-REPORT-RECORD
               WRITE FORECAST-REPORT-RECORD
           END-IF.
      * Completed quarters at actual and the rest at forecast; a
      * quarter with neither keeps the current reforecast figure
       350-WRITE-PROPOSED.
           MOVE WS-REGION-INDEX TO PRF-REGION-NO
           PERFORM VARYING WS-QUARTER-INDEX FROM 1 BY 1
               UNTIL WS-QUARTER-INDEX > 4
               IF WS-REG-FORECAST(WS-REGION-INDEX, WS-QUARTER-INDEX)
                   > 0
                   MOVE WS-REG-FORECAST(WS-REGION-INDEX,
                       WS-QUARTER-INDEX)
                       TO PRF-QUARTERLY-BUDGET(WS-QUARTER-INDEX)
               ELSE
                   MOVE WS-RFC-QTR(WS-REGION-INDEX, WS-QUARTER-INDEX)
                       TO PRF-QUARTERLY-BUDGET(WS-QUARTER-INDEX)
               END-IF
           END-PERFORM
           WRITE PROPOSED-RECORD.
       400-FORECAST-REGION-LOCATIONS.
           MOVE "N" TO WS-HAS-FORECAST
           PERFORM VARYING LOC-IDX FROM 1 BY 1
               UNTIL LOC-IDX > WS-LOC-COUNT
               IF WS-LOC-REGION(LOC-IDX) = WS-REGION-INDEX
                   IF WS-HAS-FORECAST = "N"
                       MOVE WS-LOCATION-COLUMN-LINE
                           TO FORECAST-REPORT-RECORD
                       WRITE FORECAST-REPORT-RECORD
                   END-IF
                   PERFORM 450-FORECAST-LOCATION
               END-IF
           END-PERFORM.
      * Locations selling but missing from the region map are
      * still forecast, under their own heading
       420-FORECAST-UNMAPPED-LOCATIONS.
           MOVE "N" TO WS-HAS-FORECAST
           PERFORM VARYING LOC-IDX FROM 1 BY 1
               UNTIL LOC-IDX > WS-LOC-COUNT
               IF WS-LOC-REGION(LOC-IDX) < 1
                   OR WS-LOC-REGION(LOC-IDX) > 5
                   IF WS-HAS-FORECAST = "N"
                       MOVE WS-SEPARATOR-LINE
                           TO FORECAST-REPORT-RECORD
                       WRITE FORECAST-REPORT-RECORD
                       MOVE " Locations not mapped to a region"
                           TO FORECAST-REPORT-RECORD
                       WRITE FORECAST-REPORT-RECORD
                       MOVE WS-LOCATION-COLUMN-LINE
                           TO FORECAST-REPORT-RECORD
                       WRITE FORECAST-REPORT-RECORD
                   END-IF
                   PERFORM 450-FORECAST-LOCATION
               END-IF
           END-PERFORM.
      * Leaves WS-HAS-FORECAST set so the caller prints its
      * column heading once
       450-FORECAST-LOCATION.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 16
               MOVE WS-LOC-ACTUAL(LOC-IDX, WS-K) TO WS-SERIES(WS-K)
           END-PERFORM
           MOVE 0 TO WS-REST-OF-YEAR
           MOVE 0 TO WS-NEXT-QUARTER
           COMPUTE WS-WINDOW-END = WS-ANCHOR-K - 1
           PERFORM VARYING WS-K FROM WS-ANCHOR-K BY 1
               UNTIL WS-K > 16
               MOVE WS-K TO WS-TARGET-K
               PERFORM 600-FORECAST-QUARTER
               IF WS-K = WS-ANCHOR-K
                   MOVE WS-FORECAST-VALUE TO WS-NEXT-QUARTER
               END-IF
               ADD WS-FORECAST-VALUE TO WS-REST-OF-YEAR
           END-PERFORM
           MOVE 0 TO WS-ACCURACY-TOTAL
           MOVE 0 TO WS-ACCURACY-COUNT
           PERFORM VARYING WS-BACK FROM 4 BY -1 UNTIL WS-BACK < 1
               COMPUTE WS-TARGET-K = WS-ANCHOR-K - WS-BACK
               COMPUTE WS-WINDOW-END = WS-TARGET-K - 1
               PERFORM 650-BACKTEST-QUARTER
           END-PERFORM
           MOVE WS-LOC-NUMBER(LOC-IDX) TO WS-LLN-NUMBER
           MOVE WS-LOC-NAME(LOC-IDX) TO WS-LLN-NAME
           MOVE WS-NEXT-QUARTER TO WS-LLN-NEXT
           MOVE WS-REST-OF-YEAR TO WS-LLN-REST
           IF WS-ACCURACY-COUNT > 0
               COMPUTE WS-ACCURACY-AVERAGE ROUNDED =
                   WS-ACCURACY-TOTAL / WS-ACCURACY-COUNT
               MOVE WS-ACCURACY-AVERAGE TO WS-LLN-ACCURACY
               MOVE "%" TO WS-LLN-PERCENT
           ELSE
               MOVE SPACES TO WS-LLN-ACCURACY-X
               MOVE SPACE TO WS-LLN-PERCENT
           END-IF
           MOVE WS-LOCATION-LINE TO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD
           MOVE "Y" TO WS-HAS-FORECAST.
      * Forecast for quarter WS-TARGET-K of WS-SERIES using only
      * the quarters up to WS-WINDOW-END: the moving average of
      * the trailing quarters that had sales, times the seasonal
      * factor from the year before the target. Without a full
      * prior year the factor is left at one.
       600-FORECAST-QUARTER.
           MOVE 0 TO WS-MA-TOTAL
           MOVE 0 TO WS-MA-COUNT
           MOVE 0 TO WS-MOVING-AVERAGE
           PERFORM VARYING WS-K2 FROM WS-WINDOW-END BY -1
               UNTIL WS-K2 < 1
               OR WS-K2 <= WS-WINDOW-END - WS-MA-QUARTERS
               IF WS-SERIES(WS-K2) > 0
                   ADD WS-SERIES(WS-K2) TO WS-MA-TOTAL
                   ADD 1 TO WS-MA-COUNT
               END-IF
           END-PERFORM
           IF WS-MA-COUNT > 0
               COMPUTE WS-MOVING-AVERAGE ROUNDED =
                   WS-MA-TOTAL / WS-MA-COUNT
           END-IF
           MOVE 1 TO WS-SEASONAL-FACTOR
           COMPUTE WS-YEAR-SLOT = (WS-TARGET-K - 1) / 4
           COMPUTE WS-PRIOR-YEAR-START = WS-YEAR-SLOT * 4 - 3
           IF WS-PRIOR-YEAR-START >= 1
               AND WS-PRIOR-YEAR-START + 3 <= WS-WINDOW-END
               MOVE 0 TO WS-PRIOR-YEAR-TOTAL
               MOVE 0 TO WS-PRIOR-YEAR-COUNT
               PERFORM VARYING WS-K2 FROM WS-PRIOR-YEAR-START BY 1
                   UNTIL WS-K2 > WS-PRIOR-YEAR-START + 3
                   IF WS-SERIES(WS-K2) > 0
                       ADD WS-SERIES(WS-K2) TO WS-PRIOR-YEAR-TOTAL
                       ADD 1 TO WS-PRIOR-YEAR-COUNT
                   END-IF
               END-PERFORM
               IF WS-PRIOR-YEAR-COUNT = 4
                   AND WS-SERIES(WS-TARGET-K - 4) > 0
                   COMPUTE WS-PRIOR-YEAR-AVERAGE ROUNDED =
                       WS-PRIOR-YEAR-TOTAL / 4
                   COMPUTE WS-SEASONAL-FACTOR ROUNDED =
                       WS-SERIES(WS-TARGET-K - 4)
                       / WS-PRIOR-YEAR-AVERAGE
               END-IF
           END-IF
           COMPUTE WS-FORECAST-VALUE ROUNDED =
               WS-MOVING-AVERAGE * WS-SEASONAL-FACTOR.
      * Accuracy is 100 less the absolute error as a percent of
      * the actual, never below zero
       650-BACKTEST-QUARTER.
           MOVE "N" TO WS-HAS-FORECAST
           IF WS-TARGET-K > 1 AND WS-SERIES(WS-TARGET-K) > 0
               PERFORM 600-FORECAST-QUARTER
               IF WS-MA-COUNT > 0
                   MOVE "Y" TO WS-HAS-FORECAST
                   COMPUTE WS-ERROR-AMOUNT =
                       WS-FORECAST-VALUE - WS-SERIES(WS-TARGET-K)
                   IF WS-ERROR-AMOUNT < 0
                       MULTIPLY -1 BY WS-ERROR-AMOUNT
                   END-IF
                   COMPUTE WS-ACCURACY ROUNDED = 100 -
                       (WS-ERROR-AMOUNT * 100
                       / WS-SERIES(WS-TARGET-K))
                   IF WS-ACCURACY < 0
                       MOVE 0 TO WS-ACCURACY
                   END-IF
                   ADD WS-ACCURACY TO WS-ACCURACY-TOTAL
                   ADD 1 TO WS-ACCURACY-COUNT
               END-IF
           END-IF.
       690-SPLIT-K.
           COMPUTE WS-YEAR-SLOT = (WS-TARGET-K - 1) / 4
           COMPUTE WS-K-YEAR = WS-BASE-YEAR + WS-YEAR-SLOT
           COMPUTE WS-K-QTR = WS-TARGET-K - WS-YEAR-SLOT * 4.
