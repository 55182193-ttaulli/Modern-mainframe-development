       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPSTOR.
      * Comparable-store (same-store) sales for the board pack.
      * Measures each location's sales, net of refunds, from the
      * dated Sales.dat detail for the fiscal quarter to date and
      * the fiscal year to date through the period open on
      * SALES-PERIOD.dat, against the same periods a year
      * earlier. A location is comparable only when its opening
      * date on LOCATION-MASTER.dat falls on or before the start
      * of the prior-year period and it was still trading at the
      * end of the current one; new, closed and unregistered
      * stores are shown but kept out of the comparable growth.
      * Growth is given by location, by region from
      * LOCATION-REGION-MAP.dat and for the company, comparable
      * stores first and then all stores. Periods follow the
      * shared fiscal calendar, or calendar months without it.
      * The report goes to COMP-STORE-REPORT.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DETAIL-SALES-FILE ASSIGN TO
           "Sales.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MAP-FILE ASSIGN TO
           "LOCATION-REGION-MAP.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOCATION-MASTER-FILE ASSIGN TO
           "LOCATION-MASTER.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMP-REPORT-FILE ASSIGN TO
           "COMP-STORE-REPORT.dat"
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
       FD COMP-REPORT-FILE.
       01 COMP-REPORT-RECORD PIC X(100).
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RUN-CTL-MODE PIC X(1).
           05 RUN-CTL-USER PIC X(20).
       FD PERIOD-FILE.
       01 PERIOD-RECORD.
           05 SPD-OPEN-PERIOD PIC 9(6).
       FD CALENDAR-FILE.
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
       01 WS-MAP-EOF PIC X VALUE "N".
       01 WS-LOCMAST-EOF PIC X VALUE "N".
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
       01 WS-PERIOD-INPUT PIC X(6) VALUE SPACES.
       01 WS-CAL-COUNT PIC 9(3) VALUE 0.
      * WS-CAL-POSITION: the period's place in its fiscal year
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 240 TIMES INDEXED BY CAL-IDX.
               10 WS-CAL-PERIOD PIC 9(6).
               10 WS-CAL-FISCAL-YEAR PIC 9(4).
               10 WS-CAL-QUARTER PIC 9(1).
               10 WS-CAL-START-DATE PIC 9(8).
               10 WS-CAL-END-DATE PIC 9(8).
               10 WS-CAL-POSITION PIC 99.
       01 WS-CAL-SCAN PIC 9(3) VALUE 0.
       01 WS-LOOKUP-DATE PIC 9(8) VALUE 0.
       01 WS-LOOKUP-DATE-SPLIT REDEFINES WS-LOOKUP-DATE.
           05 WS-LOOKUP-YYYY PIC 9(4).
           05 WS-LOOKUP-MM PIC 9(2).
           05 WS-LOOKUP-DD PIC 9(2).
       01 WS-LOOKUP-YEAR PIC 9(4) VALUE 0.
       01 WS-LOOKUP-QUARTER PIC 9(1) VALUE 0.
       01 WS-LOOKUP-POSITION PIC 99 VALUE 0.
      * The fiscal year, quarter and period place the report runs
      * through
       01 WS-REPORT-YEAR PIC 9(4) VALUE 0.
       01 WS-PRIOR-YEAR PIC 9(4) VALUE 0.
       01 WS-REPORT-QUARTER PIC 9(1) VALUE 0.
       01 WS-REPORT-POSITION PIC 99 VALUE 0.
      * Window 1 is the quarter to date, window 2 the year to
      * date
       01 WS-WINDOW-TABLE.
           05 WS-WINDOW OCCURS 2 TIMES.
               10 WS-WIN-CURRENT-START PIC 9(8).
               10 WS-WIN-CURRENT-END PIC 9(8).
               10 WS-WIN-PRIOR-START PIC 9(8).
               10 WS-WIN-PRIOR-END PIC 9(8).
       01 WS-WIN PIC 9(1) VALUE 0.
       01 WS-WIN-MONTH PIC 99 VALUE 0.
       01 WS-MONTH-END PIC 9(8) VALUE 0.
       01 WS-MONTH-END-SPLIT REDEFINES WS-MONTH-END.
           05 WS-MONTH-END-YYYY PIC 9(4).
           05 WS-MONTH-END-MM PIC 9(2).
           05 WS-MONTH-END-DD PIC 9(2).
       01 WS-WANTED-LOCATION PIC 99 VALUE 0.
       01 WS-LOC-COUNT PIC 9(2) VALUE 0.
       01 WS-LOC-FOUND PIC 9(2) VALUE 0.
      * WS-LOC-AMOUNT(location, window, 1 = current 2 = prior)
       01 WS-LOC-TABLE.
           05 WS-LOC-ENTRY OCCURS 50 TIMES INDEXED BY LOC-IDX.
               10 WS-LOC-NUMBER PIC 99.
               10 WS-LOC-NAME PIC X(20).
               10 WS-LOC-REGION PIC 99.
               10 WS-LOC-ON-MASTER PIC X(1).
               10 WS-LOC-STATUS PIC X(1).
               10 WS-LOC-OPEN-DATE PIC 9(8).
               10 WS-LOC-CLOSED-DATE PIC 9(8).
               10 WS-LOC-WINDOW OCCURS 2 TIMES.
                   15 WS-LOC-AMOUNT PIC S9(9) OCCURS 2 TIMES.
       01 WS-LOC-KIND PIC X(9) VALUE SPACES.
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
       01 WS-REGION-COUNT PIC 9(2) VALUE 0.
       01 WS-REGION-TOTALS.
           05 WS-RGN-COMP-CURRENT PIC S9(9) VALUE 0.
           05 WS-RGN-COMP-PRIOR PIC S9(9) VALUE 0.
           05 WS-RGN-ALL-CURRENT PIC S9(9) VALUE 0.
           05 WS-RGN-ALL-PRIOR PIC S9(9) VALUE 0.
       01 WS-COMPANY-TOTALS.
           05 WS-CO-COMP-CURRENT PIC S9(9) VALUE 0.
           05 WS-CO-COMP-PRIOR PIC S9(9) VALUE 0.
           05 WS-CO-ALL-CURRENT PIC S9(9) VALUE 0.
           05 WS-CO-ALL-PRIOR PIC S9(9) VALUE 0.
           05 WS-CO-COMP-COUNT PIC 9(3) VALUE 0.
           05 WS-CO-NEW-COUNT PIC 9(3) VALUE 0.
           05 WS-CO-CLOSED-COUNT PIC 9(3) VALUE 0.
           05 WS-CO-OTHER-COUNT PIC 9(3) VALUE 0.
       01 WS-LINE-CURRENT PIC S9(9) VALUE 0.
       01 WS-LINE-PRIOR PIC S9(9) VALUE 0.
       01 WS-GROWTH-PERCENT PIC S9(5)V9 VALUE 0.
       01 WS-HEADER-LINE-1.
           05 FILLER PIC X(25) VALUE " Comparable-Store Sales ".
           05 WS-HDR-WINDOW PIC X(16).
           05 FILLER PIC X(4) VALUE " FY ".
           05 WS-HDR-YEAR PIC 9(4).
           05 FILLER PIC X(2) VALUE " Q".
           05 WS-HDR-QUARTER PIC 9(1).
           05 FILLER PIC X(16) VALUE " through period ".
           05 WS-HDR-PERIOD PIC 9(6).
           05 FILLER PIC X(7) VALUE "   Run ".
           05 WS-HDR-DATE PIC 9(8).
       01 WS-HEADER-LINE-2.
           05 FILLER PIC X(10) VALUE " Current ".
           05 WS-HDR-CURRENT-START PIC 9(8).
           05 FILLER PIC X(4) VALUE " to ".
           05 WS-HDR-CURRENT-END PIC 9(8).
           05 FILLER PIC X(17) VALUE "   prior year ".
           05 WS-HDR-PRIOR-START PIC 9(8).
           05 FILLER PIC X(4) VALUE " to ".
           05 WS-HDR-PRIOR-END PIC 9(8).
       01 WS-HEADER-LINE-3.
           05 FILLER PIC X(43)
               VALUE " Comparable: opened by the prior-year start".
           05 FILLER PIC X(45)
               VALUE " and still trading at the current end".
       01 WS-REGION-HEADING.
           05 FILLER PIC X(8) VALUE " Region ".
           05 WS-RH-REGION PIC 99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RH-NAME PIC X(20).
       01 WS-COLUMN-LINE.
           05 FILLER PIC X(43)
               VALUE "   LOCATION                 STATUS         ".
           05 FILLER PIC X(31)
               VALUE "CURRENT     PRIOR YEAR   GROWTH".
       01 WS-COMP-LINE.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-CLN-LABEL PIC X(23).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CLN-KIND PIC X(9).
           05 WS-CLN-CURRENT PIC Z,ZZZ,ZZZ,ZZ9-.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CLN-PRIOR PIC Z,ZZZ,ZZZ,ZZ9-.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CLN-GROWTH PIC ---9.9.
           05 WS-CLN-GROWTH-X REDEFINES WS-CLN-GROWTH PIC X(6).
           05 WS-CLN-PERCENT PIC X(1).
       01 WS-COUNT-LINE.
           05 FILLER PIC X(25) VALUE "   Locations comparable ".
           05 WS-CNT-COMP PIC ZZ9.
           05 FILLER PIC X(6) VALUE "  new ".
           05 WS-CNT-NEW PIC ZZ9.
           05 FILLER PIC X(9) VALUE "  closed ".
           05 WS-CNT-CLOSED PIC ZZ9.
           05 FILLER PIC X(16) VALUE "  not on master ".
           05 WS-CNT-OTHER PIC ZZ9.
       01 WS-SEPARATOR-LINE PIC X(100) VALUE ALL "-".
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 040-READ-RUN-CONTROL
           PERFORM 050-LOAD-PERIOD
           IF WS-UNATTENDED = "N"
               PERFORM 090-ACCEPT-PERIOD
           END-IF
           PERFORM 060-LOAD-CALENDAR
           PERFORM 080-SET-WINDOWS
           PERFORM 150-LOAD-LOCATIONS
           PERFORM 170-LOAD-SALES
           OPEN OUTPUT COMP-REPORT-FILE
           PERFORM VARYING WS-WIN FROM 1 BY 1 UNTIL WS-WIN > 2
               PERFORM 300-PRINT-WINDOW
           END-PERFORM
           CLOSE COMP-REPORT-FILE
           DISPLAY "Comparable-store report written to "
               "COMP-STORE-REPORT.dat"
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
      * Loads the fiscal calendar and numbers each period within
      * its fiscal year so the same periods can be matched a
      * year apart
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
           CLOSE CALENDAR-FILE
           PERFORM VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > WS-CAL-COUNT
               MOVE 0 TO WS-CAL-POSITION(CAL-IDX)
               PERFORM VARYING WS-CAL-SCAN FROM 1 BY 1
                   UNTIL WS-CAL-SCAN > WS-CAL-COUNT
                   IF WS-CAL-FISCAL-YEAR(WS-CAL-SCAN) =
                       WS-CAL-FISCAL-YEAR(CAL-IDX)
                       AND WS-CAL-PERIOD(WS-CAL-SCAN) <=
                       WS-CAL-PERIOD(CAL-IDX)
                       ADD 1 TO WS-CAL-POSITION(CAL-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.
      * Fiscal year, quarter and period place of WS-LOOKUP-DATE
      * from the shared calendar; a date the calendar does not
      * cover falls back to its calendar year, quarter and month
       070-CLASSIFY-DATE.
           MOVE WS-LOOKUP-YYYY TO WS-LOOKUP-YEAR
           COMPUTE WS-LOOKUP-QUARTER = (WS-LOOKUP-MM + 2) / 3
           MOVE WS-LOOKUP-MM TO WS-LOOKUP-POSITION
           PERFORM VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > WS-CAL-COUNT
               IF WS-LOOKUP-DATE >= WS-CAL-START-DATE(CAL-IDX)
                   AND WS-LOOKUP-DATE <= WS-CAL-END-DATE(CAL-IDX)
                   AND WS-CAL-QUARTER(CAL-IDX) >= 1
                   AND WS-CAL-QUARTER(CAL-IDX) <= 4
                   MOVE WS-CAL-FISCAL-YEAR(CAL-IDX) TO WS-LOOKUP-YEAR
                   MOVE WS-CAL-QUARTER(CAL-IDX) TO WS-LOOKUP-QUARTER
                   MOVE WS-CAL-POSITION(CAL-IDX)
                       TO WS-LOOKUP-POSITION
               END-IF
           END-PERFORM.
      * The report runs through the open period. Each window's
      * dates bound the comparable test: a store must have opened
      * by the prior-year start and still trade at the current
      * end.
       080-SET-WINDOWS.
           MOVE WS-OPEN-YYYY TO WS-REPORT-YEAR
           COMPUTE WS-REPORT-QUARTER = (WS-OPEN-MM + 2) / 3
           MOVE WS-OPEN-MM TO WS-REPORT-POSITION
           PERFORM VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > WS-CAL-COUNT
               IF WS-CAL-PERIOD(CAL-IDX) = WS-OPEN-PERIOD
                   AND WS-CAL-QUARTER(CAL-IDX) >= 1
                   AND WS-CAL-QUARTER(CAL-IDX) <= 4
                   MOVE WS-CAL-FISCAL-YEAR(CAL-IDX)
                       TO WS-REPORT-YEAR
                   MOVE WS-CAL-QUARTER(CAL-IDX) TO WS-REPORT-QUARTER
                   MOVE WS-CAL-POSITION(CAL-IDX)
                       TO WS-REPORT-POSITION
               END-IF
           END-PERFORM
           COMPUTE WS-PRIOR-YEAR = WS-REPORT-YEAR - 1
           MOVE ZEROS TO WS-WINDOW-TABLE
           PERFORM VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > WS-CAL-COUNT
               IF WS-CAL-POSITION(CAL-IDX) <= WS-REPORT-POSITION
                   PERFORM 085-WIDEN-WINDOWS
               END-IF
           END-PERFORM
           PERFORM VARYING WS-WIN FROM 1 BY 1 UNTIL WS-WIN > 2
               PERFORM 087-DEFAULT-WINDOW
           END-PERFORM.
       085-WIDEN-WINDOWS.
           PERFORM VARYING WS-WIN FROM 1 BY 1 UNTIL WS-WIN > 2
               IF WS-WIN = 2
                   OR WS-CAL-QUARTER(CAL-IDX) = WS-REPORT-QUARTER
                   IF WS-CAL-FISCAL-YEAR(CAL-IDX) = WS-REPORT-YEAR
                       IF WS-WIN-CURRENT-START(WS-WIN) = 0
                           OR WS-CAL-START-DATE(CAL-IDX) <
                           WS-WIN-CURRENT-START(WS-WIN)
                           MOVE WS-CAL-START-DATE(CAL-IDX)
                               TO WS-WIN-CURRENT-START(WS-WIN)
                       END-IF
                       IF WS-CAL-END-DATE(CAL-IDX) >
                           WS-WIN-CURRENT-END(WS-WIN)
                           MOVE WS-CAL-END-DATE(CAL-IDX)
                               TO WS-WIN-CURRENT-END(WS-WIN)
                       END-IF
                   END-IF
                   IF WS-CAL-FISCAL-YEAR(CAL-IDX) = WS-PRIOR-YEAR
                       IF WS-WIN-PRIOR-START(WS-WIN) = 0
                           OR WS-CAL-START-DATE(CAL-IDX) <
                           WS-WIN-PRIOR-START(WS-WIN)
                           MOVE WS-CAL-START-DATE(CAL-IDX)
                               TO WS-WIN-PRIOR-START(WS-WIN)
                       END-IF
                       IF WS-CAL-END-DATE(CAL-IDX) >
                           WS-WIN-PRIOR-END(WS-WIN)
                           MOVE WS-CAL-END-DATE(CAL-IDX)
                               TO WS-WIN-PRIOR-END(WS-WIN)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      * Calendar months stand in for any year the fiscal calendar
      * does not cover
       087-DEFAULT-WINDOW.
           IF WS-WIN = 1
               COMPUTE WS-WIN-MONTH = WS-REPORT-QUARTER * 3 - 2
           ELSE
               MOVE 1 TO WS-WIN-MONTH
           END-IF
           MOVE WS-REPORT-YEAR TO WS-MONTH-END-YYYY
           MOVE WS-OPEN-MM TO WS-MONTH-END-MM
           PERFORM 088-LAST-DAY-OF-MONTH
           IF WS-WIN-CURRENT-START(WS-WIN) = 0
               COMPUTE WS-WIN-CURRENT-START(WS-WIN) =
                   WS-REPORT-YEAR * 10000 + WS-WIN-MONTH * 100 + 1
               MOVE WS-MONTH-END TO WS-WIN-CURRENT-END(WS-WIN)
           END-IF
           MOVE WS-PRIOR-YEAR TO WS-MONTH-END-YYYY
           MOVE WS-OPEN-MM TO WS-MONTH-END-MM
           PERFORM 088-LAST-DAY-OF-MONTH
           IF WS-WIN-PRIOR-START(WS-WIN) = 0
               COMPUTE WS-WIN-PRIOR-START(WS-WIN) =
                   WS-PRIOR-YEAR * 10000 + WS-WIN-MONTH * 100 + 1
               MOVE WS-MONTH-END TO WS-WIN-PRIOR-END(WS-WIN)
           END-IF.
      * Last day of the year and month in WS-MONTH-END
       088-LAST-DAY-OF-MONTH.
           MOVE 1 TO WS-MONTH-END-DD
           IF WS-MONTH-END-MM = 12
               ADD 1 TO WS-MONTH-END-YYYY
               MOVE 1 TO WS-MONTH-END-MM
           ELSE
               ADD 1 TO WS-MONTH-END-MM
           END-IF
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MONTH-END) - 1).
       090-ACCEPT-PERIOD.
           DISPLAY "Report through period YYYYMM (blank for "
               WS-OPEN-PERIOD ")"
           ACCEPT WS-PERIOD-INPUT
           IF WS-PERIOD-INPUT NOT = SPACES
               IF WS-PERIOD-INPUT IS NUMERIC
                   AND WS-PERIOD-INPUT(5:2) >= "01"
                   AND WS-PERIOD-INPUT(5:2) <= "12"
                   MOVE WS-PERIOD-INPUT TO WS-OPEN-PERIOD
               ELSE
                   DISPLAY "Period not valid, " WS-OPEN-PERIOD
                       " used"
               END-IF
           END-IF.
      * Regions from the map, then names, status and trading
      * dates from the location master
       150-LOAD-LOCATIONS.
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
           OPEN INPUT LOCATION-MASTER-FILE
           READ LOCATION-MASTER-FILE
               AT END MOVE "Y" TO WS-LOCMAST-EOF
           END-READ
           PERFORM UNTIL WS-LOCMAST-EOF = "Y"
               MOVE LOC-NUMBER TO WS-WANTED-LOCATION
               PERFORM 175-FIND-OR-ADD-LOCATION
               IF WS-LOC-FOUND > 0
                   MOVE "Y" TO WS-LOC-ON-MASTER(WS-LOC-FOUND)
                   MOVE LOC-NAME TO WS-LOC-NAME(WS-LOC-FOUND)
                   MOVE LOC-STATUS TO WS-LOC-STATUS(WS-LOC-FOUND)
                   IF LOC-OPEN-DATE IS NUMERIC
                       MOVE LOC-OPEN-DATE
                           TO WS-LOC-OPEN-DATE(WS-LOC-FOUND)
                   END-IF
                   IF LOC-CLOSED-DATE IS NUMERIC
                       MOVE LOC-CLOSED-DATE
                           TO WS-LOC-CLOSED-DATE(WS-LOC-FOUND)
                   END-IF
               END-IF
               READ LOCATION-MASTER-FILE
                   AT END MOVE "Y" TO WS-LOCMAST-EOF
               END-READ
           END-PERFORM
           CLOSE LOCATION-MASTER-FILE.
       170-LOAD-SALES.
           OPEN INPUT DETAIL-SALES-FILE
           READ DETAIL-SALES-FILE
               AT END MOVE "Y" TO WS-DETAIL-EOF
           END-READ
           PERFORM UNTIL WS-DETAIL-EOF = "Y"
               IF DSL-SALE-DATE IS NUMERIC
                   MOVE DSL-SALE-DATE TO WS-LOOKUP-DATE
                   PERFORM 070-CLASSIFY-DATE
                   IF WS-LOOKUP-POSITION <= WS-REPORT-POSITION
                       AND (WS-LOOKUP-YEAR = WS-REPORT-YEAR
                       OR WS-LOOKUP-YEAR = WS-PRIOR-YEAR)
                       MOVE DSL-LOCATION-NO TO WS-WANTED-LOCATION
                       PERFORM 175-FIND-OR-ADD-LOCATION
                       PERFORM 178-ADD-DETAIL
                   END-IF
               END-IF
               READ DETAIL-SALES-FILE
                   AT END MOVE "Y" TO WS-DETAIL-EOF
               END-READ
           END-PERFORM
           CLOSE DETAIL-SALES-FILE.
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
                   MOVE "N" TO WS-LOC-ON-MASTER(WS-LOC-FOUND)
                   MOVE SPACE TO WS-LOC-STATUS(WS-LOC-FOUND)
                   MOVE 0 TO WS-LOC-OPEN-DATE(WS-LOC-FOUND)
                   MOVE 0 TO WS-LOC-CLOSED-DATE(WS-LOC-FOUND)
                   MOVE 0 TO WS-LOC-AMOUNT(WS-LOC-FOUND, 1, 1)
                   MOVE 0 TO WS-LOC-AMOUNT(WS-LOC-FOUND, 1, 2)
                   MOVE 0 TO WS-LOC-AMOUNT(WS-LOC-FOUND, 2, 1)
                   MOVE 0 TO WS-LOC-AMOUNT(WS-LOC-FOUND, 2, 2)
               ELSE
                   DISPLAY "Location table full, location "
                       WS-WANTED-LOCATION " not reported"
               END-IF
           END-IF.
      * Year to date takes every sale through the report period;
      * quarter to date only those in the report quarter
       178-ADD-DETAIL.
           IF WS-LOC-FOUND > 0
               IF DSL-SALE-TYPE = "R" OR DSL-SALE-TYPE = "r"
                   COMPUTE WS-LINE-CURRENT = 0 - DSL-RECEIPTS
               ELSE
                   MOVE DSL-RECEIPTS TO WS-LINE-CURRENT
               END-IF
               IF WS-LOOKUP-YEAR = WS-REPORT-YEAR
                   ADD WS-LINE-CURRENT
                       TO WS-LOC-AMOUNT(WS-LOC-FOUND, 2, 1)
                   IF WS-LOOKUP-QUARTER = WS-REPORT-QUARTER
                       ADD WS-LINE-CURRENT
                           TO WS-LOC-AMOUNT(WS-LOC-FOUND, 1, 1)
                   END-IF
               ELSE
                   ADD WS-LINE-CURRENT
                       TO WS-LOC-AMOUNT(WS-LOC-FOUND, 2, 2)
                   IF WS-LOOKUP-QUARTER = WS-REPORT-QUARTER
                       ADD WS-LINE-CURRENT
                           TO WS-LOC-AMOUNT(WS-LOC-FOUND, 1, 2)
                   END-IF
               END-IF
           END-IF.
       300-PRINT-WINDOW.
           IF WS-WIN = 1
               MOVE "Quarter to Date" TO WS-HDR-WINDOW
           ELSE
               MOVE "Year to Date" TO WS-HDR-WINDOW
           END-IF
           MOVE WS-REPORT-YEAR TO WS-HDR-YEAR
           MOVE WS-REPORT-QUARTER TO WS-HDR-QUARTER
           MOVE WS-OPEN-PERIOD TO WS-HDR-PERIOD
           MOVE WS-TODAY TO WS-HDR-DATE
           MOVE WS-HEADER-LINE-1 TO COMP-REPORT-RECORD
           WRITE COMP-REPORT-RECORD
           MOVE WS-WIN-CURRENT-START(WS-WIN) TO WS-HDR-CURRENT-START
           MOVE WS-WIN-CURRENT-END(WS-WIN) TO WS-HDR-CURRENT-END
           MOVE WS-WIN-PRIOR-START(WS-WIN) TO WS-HDR-PRIOR-START
           MOVE WS-WIN-PRIOR-END(WS-WIN) TO WS-HDR-PRIOR-END
           MOVE WS-HEADER-LINE-2 TO COMP-REPORT-RECORD
           WRITE COMP-REPORT-RECORD
           MOVE WS-HEADER-LINE-3 TO COMP-REPORT-RECORD
           WRITE COMP-REPORT-RECORD
           MOVE ZEROS TO WS-COMPANY-TOTALS
           PERFORM VARYING WS-REGION-INDEX FROM 1 BY 1
               UNTIL WS-REGION-INDEX > 5
               PERFORM 320-PRINT-REGION
           END-PERFORM
           MOVE 0 TO WS-REGION-INDEX
           PERFORM 320-PRINT-REGION
           MOVE WS-SEPARATOR-LINE TO COMP-REPORT-RECORD
           WRITE COMP-REPORT-RECORD
           MOVE " Company" TO COMP-REPORT-RECORD
           WRITE COMP-REPORT-RECORD
           MOVE "Comparable stores" TO WS-CLN-LABEL
           MOVE WS-CO-COMP-CURRENT TO WS-LINE-CURRENT
           MOVE WS-CO-COMP-PRIOR TO WS-LINE-PRIOR
           PERFORM 340-PRINT-TOTAL-LINE
           MOVE "All stores" TO WS-CLN-LABEL
           MOVE WS-CO-ALL-CURRENT TO WS-LINE-CURRENT
           MOVE WS-CO-ALL-PRIOR TO WS-LINE-PRIOR
           PERFORM 340-PRINT-TOTAL-LINE
           MOVE WS-CO-COMP-COUNT TO WS-CNT-COMP
           MOVE WS-CO-NEW-COUNT TO WS-CNT-NEW
           MOVE WS-CO-CLOSED-COUNT TO WS-CNT-CLOSED
           MOVE WS-CO-OTHER-COUNT TO WS-CNT-OTHER
           MOVE WS-COUNT-LINE TO COMP-REPORT-RECORD
           WRITE COMP-REPORT-RECORD
           MOVE SPACES TO COMP-REPORT-RECORD
           WRITE COMP-REPORT-RECORD.
      * Region zero gathers the locations not on the region map
      * and is printed only when it has any
       320-PRINT-REGION.
           MOVE ZEROS TO WS-REGION-TOTALS
           MOVE 0 TO WS-REGION-COUNT
           PERFORM VARYING LOC-IDX FROM 1 BY 1
               UNTIL LOC-IDX > WS-LOC-COUNT
               IF WS-LOC-REGION(LOC-IDX) = WS-REGION-INDEX
                   OR (WS-REGION-INDEX = 0
                   AND WS-LOC-REGION(LOC-IDX) > 5)
                   ADD 1 TO WS-REGION-COUNT
               END-IF
           END-PERFORM
           IF WS-REGION-INDEX > 0 OR WS-REGION-COUNT > 0
               MOVE WS-SEPARATOR-LINE TO COMP-REPORT-RECORD
               WRITE COMP-REPORT-RECORD
               MOVE WS-REGION-INDEX TO WS-RH-REGION
               IF WS-REGION-INDEX = 0
                   MOVE "NOT MAPPED" TO WS-RH-NAME
               ELSE
                   MOVE WS-RN-REGION-NAME(WS-REGION-INDEX)
                       TO WS-RH-NAME
               END-IF
               MOVE WS-REGION-HEADING TO COMP-REPORT-RECORD
               WRITE COMP-REPORT-RECORD
               MOVE WS-COLUMN-LINE TO COMP-REPORT-RECORD
               WRITE COMP-REPORT-RECORD
               PERFORM VARYING LOC-IDX FROM 1 BY 1
                   UNTIL LOC-IDX > WS-LOC-COUNT
                   IF WS-LOC-REGION(LOC-IDX) = WS-REGION-INDEX
                       OR (WS-REGION-INDEX = 0
                       AND WS-LOC-REGION(LOC-IDX) > 5)
                       PERFORM 330-PRINT-LOCATION
                   END-IF
               END-PERFORM
               MOVE "Comparable stores" TO WS-CLN-LABEL
               MOVE WS-RGN-COMP-CURRENT TO WS-LINE-CURRENT
               MOVE WS-RGN-COMP-PRIOR TO WS-LINE-PRIOR
               PERFORM 340-PRINT-TOTAL-LINE
               MOVE "All stores" TO WS-CLN-LABEL
               MOVE WS-RGN-ALL-CURRENT TO WS-LINE-CURRENT
               MOVE WS-RGN-ALL-PRIOR TO WS-LINE-PRIOR
               PERFORM 340-PRINT-TOTAL-LINE
           END-IF.
      * A location is comparable when it was trading through both
      * periods: opened on or before the prior-year start (or
      * before opening dates were kept) and not closed before
      * the current end
       330-PRINT-LOCATION.
           EVALUATE TRUE
               WHEN WS-LOC-ON-MASTER(LOC-IDX) NOT = "Y"
                   MOVE "NO MASTER" TO WS-LOC-KIND
                   ADD 1 TO WS-CO-OTHER-COUNT
               WHEN WS-LOC-CLOSED-DATE(LOC-IDX) > 0
                   AND WS-LOC-CLOSED-DATE(LOC-IDX) <
                   WS-WIN-CURRENT-END(WS-WIN)
                   MOVE "CLOSED" TO WS-LOC-KIND
                   ADD 1 TO WS-CO-CLOSED-COUNT
               WHEN WS-LOC-CLOSED-DATE(LOC-IDX) = 0
                   AND WS-LOC-STATUS(LOC-IDX) = "C"
                   MOVE "CLOSED" TO WS-LOC-KIND
                   ADD 1 TO WS-CO-CLOSED-COUNT
               WHEN WS-LOC-OPEN-DATE(LOC-IDX) >
                   WS-WIN-PRIOR-START(WS-WIN)
                   MOVE "NEW" TO WS-LOC-KIND
                   ADD 1 TO WS-CO-NEW-COUNT
               WHEN OTHER
                   MOVE "COMP" TO WS-LOC-KIND
                   ADD 1 TO WS-CO-COMP-COUNT
           END-EVALUATE
           MOVE WS-LOC-AMOUNT(LOC-IDX, WS-WIN, 1) TO WS-LINE-CURRENT
           MOVE WS-LOC-AMOUNT(LOC-IDX, WS-WIN, 2) TO WS-LINE-PRIOR
           IF WS-LOC-KIND = "COMP"
               ADD WS-LINE-CURRENT TO WS-RGN-COMP-CURRENT
               ADD WS-LINE-PRIOR TO WS-RGN-COMP-PRIOR
               ADD WS-LINE-CURRENT TO WS-CO-COMP-CURRENT
               ADD WS-LINE-PRIOR TO WS-CO-COMP-PRIOR
           END-IF
           ADD WS-LINE-CURRENT TO WS-RGN-ALL-CURRENT
           ADD WS-LINE-PRIOR TO WS-RGN-ALL-PRIOR
           ADD WS-LINE-CURRENT TO WS-CO-ALL-CURRENT
           ADD WS-LINE-PRIOR TO WS-CO-ALL-PRIOR
           MOVE SPACES TO WS-CLN-LABEL
           STRING WS-LOC-NUMBER(LOC-IDX) " " WS-LOC-NAME(LOC-IDX)
               DELIMITED BY SIZE INTO WS-CLN-LABEL
           MOVE WS-LOC-KIND TO WS-CLN-KIND
           PERFORM 360-FORMAT-AMOUNTS
           MOVE WS-COMP-LINE TO COMP-REPORT-RECORD
           WRITE COMP-REPORT-RECORD.
       340-PRINT-TOTAL-LINE.
           MOVE "TOTAL" TO WS-CLN-KIND
           PERFORM 360-FORMAT-AMOUNTS
           MOVE WS-COMP-LINE TO COMP-REPORT-RECORD
           WRITE COMP-REPORT-RECORD.
      * Growth is left blank when there were no prior-year sales
      * to measure it against
       360-FORMAT-AMOUNTS.
           MOVE WS-LINE-CURRENT TO WS-CLN-CURRENT
           MOVE WS-LINE-PRIOR TO WS-CLN-PRIOR
           IF WS-LINE-PRIOR > 0
               COMPUTE WS-GROWTH-PERCENT ROUNDED =
                   (WS-LINE-CURRENT - WS-LINE-PRIOR) * 100
                   / WS-LINE-PRIOR
               IF WS-GROWTH-PERCENT > 999.9
                   MOVE 999.9 TO WS-GROWTH-PERCENT
               END-IF
               MOVE WS-GROWTH-PERCENT TO WS-CLN-GROWTH
               MOVE "%" TO WS-CLN-PERCENT
           ELSE
               MOVE SPACES TO WS-CLN-GROWTH-X
               MOVE SPACE TO WS-CLN-PERCENT
           END-IF.
