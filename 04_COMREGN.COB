       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMREGN.
      * Commission expense against revenue by region. Commissions
      * earned in a fiscal quarter (COMMISSION-DETAIL.dat) are
      * carried to a region through the salesperson's territory
      * on SALESPERSON-MASTER.dat and TERRITORY-REGION-MAP.dat,
      * and set beside that region's quarter sales (Sales3.dat for
      * the current year, REGION-SALES-HISTORY.dat for earlier
      * years). Regions whose commission percent of revenue is
      * more than the flag percent above the company figure are
      * flagged for finance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DETAIL-FILE ASSIGN TO
           "COMMISSION-DETAIL.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SALESPERSON-MASTER-FILE ASSIGN TO
           "SALESPERSON-MASTER.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS SPM-ID.
           SELECT OPTIONAL TERRITORY-MAP-FILE ASSIGN TO
           "TERRITORY-REGION-MAP.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SALES-FILE ASSIGN TO
           "Sales3.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REGION-HISTORY-FILE ASSIGN TO
           "REGION-SALES-HISTORY.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO
           "FISCAL-CALENDAR.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO
           "RUN-CONTROL.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGION-REPORT-FILE ASSIGN TO
           "COMMISSION-REGION-REPORT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD DETAIL-FILE.
       01 DETAIL-RECORD.
           05 DTL-SALES-ID PIC X(6).
           05 DTL-PRODUCT-LINE PIC X(4).
           05 DTL-UNITS-SOLD PIC 9(4).
           05 DTL-TXN-TYPE PIC X(1).
           05 DTL-TIER PIC 9(2).
           05 DTL-RATE PIC 9(2)V9.
           05 DTL-AMOUNT PIC 9(9)V99.
           05 DTL-YTD-AFTER PIC S9(9)V99.
           05 DTL-SALE-AMOUNT PIC 9(7)V99.
           05 DTL-SALE-DATE PIC 9(8).
       FD SALESPERSON-MASTER-FILE.
       01 SALESPERSON-MASTER-RECORD.
           05 SPM-ID PIC X(6).
           05 SPM-NAME PIC X(25).
           05 SPM-TERRITORY PIC X(10).
           05 SPM-ACTIVE PIC X(1).
           05 SPM-HIRE-DATE PIC 9(8).
           05 SPM-MANAGER-ID PIC X(6).
           05 SPM-OVERRIDE-RATE PIC 9(2)V9.
           05 SPM-ANNUAL-QUOTA PIC 9(9)V99.
           05 FILLER PIC X(9).
       FD TERRITORY-MAP-FILE.
      * Sales territory to MULTI-LEVEL region, in the manner of
      * LOCATION-REGION-MAP.dat for store locations
       01 TERRITORY-MAP-RECORD.
           05 TRM-TERRITORY PIC X(10).
           05 TRM-REGION-NO PIC 99.
       FD SALES-FILE.
       01 SALES-RECORD.
           05 REGION-NO PIC 99.
           05 QUARTERLY-SALES PIC 9(7) OCCURS 4 TIMES.
       FD REGION-HISTORY-FILE.
       01 REGION-HISTORY-RECORD.
           05 HIS-YEAR PIC 9(4).
           05 HIS-REGION-NO PIC 99.
           05 HIS-QUARTERLY-SALES PIC 9(7) OCCURS 4 TIMES.
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
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RUN-CTL-MODE PIC X(1).
           05 RUN-CTL-USER PIC X(20).
       FD REGION-REPORT-FILE.
       01 REGION-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-DETAIL-EOF PIC X VALUE "N".
       01 WS-MASTER-EOF PIC X VALUE "N".
       01 WS-MAP-EOF PIC X VALUE "N".
       01 WS-SALES-EOF PIC X VALUE "N".
       01 WS-HISTORY-EOF PIC X VALUE "N".
       01 WS-CAL-EOF PIC X VALUE "N".
       01 WS-UNATTENDED PIC X VALUE "N".
       01 WS-CTL-USER PIC X(20) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-TODAY-SPLIT REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY PIC 9(4).
           05 WS-TODAY-MM PIC 9(2).
           05 WS-TODAY-DD PIC 9(2).
       01 WS-REPORT-YEAR PIC 9(4) VALUE 0.
       01 WS-REPORT-QUARTER PIC 9(1) VALUE 0.
       01 WS-QTR-START PIC 9(8) VALUE 0.
       01 WS-QTR-END PIC 9(8) VALUE 0.
       01 WS-FLAG-PCT PIC 9(3) VALUE 20.
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
      * Region 6 collects commissions whose rep or territory has
      * no region, so the company total still ties to the detail
       01 WS-REGION-TABLE.
           05 WS-REG-ENTRY OCCURS 6 TIMES.
               10 WS-REG-SALES PIC 9(9).
               10 WS-REG-COMMISSION PIC S9(9)V99.
               10 WS-REG-PCT PIC 9(3)V99.
       01 WS-REGION-IDX PIC 9(1) VALUE 0.
       01 WS-MASTER-COUNT PIC 9(4) VALUE 0.
       01 WS-MASTER-TABLE.
           05 WS-MASTER-ENTRY OCCURS 500 TIMES INDEXED BY MST-IDX.
               10 WS-MST-ID PIC X(6).
               10 WS-MST-TERRITORY PIC X(10).
       01 WS-MAP-COUNT PIC 9(3) VALUE 0.
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 100 TIMES INDEXED BY MAP-IDX.
               10 WS-MAP-TERRITORY PIC X(10).
               10 WS-MAP-REGION-NO PIC 99.
       01 WS-CAL-FOUND PIC X VALUE "N".
       01 WS-TERRITORY PIC X(10) VALUE SPACES.
       01 WS-REGION-NO PIC 99 VALUE 0.
       01 WS-SIGNED-AMOUNT PIC S9(9)V99 VALUE 0.
       01 WS-DETAIL-COUNT PIC 9(6) VALUE 0.
       01 WS-UNMAPPED-COUNT PIC 9(6) VALUE 0.
       01 WS-COMPANY-SALES PIC 9(9) VALUE 0.
       01 WS-COMPANY-COMMISSION PIC S9(9)V99 VALUE 0.
       01 WS-COMPANY-PCT PIC 9(3)V99 VALUE 0.
       01 WS-FLAG-LIMIT PIC 9(3)V99 VALUE 0.
       01 WS-FLAG-COUNT PIC 9(2) VALUE 0.
       01 WS-SALES-SOURCE PIC X(30) VALUE SPACES.
       01 WS-HEADING-1.
           05 FILLER PIC X(37)
               VALUE " Commission Expense by Region - Year ".
           05 WS-HDG-YEAR PIC 9(4).
           05 FILLER PIC X(9) VALUE " Quarter ".
           05 WS-HDG-QUARTER PIC 9(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-HDG-START PIC 9(8).
           05 FILLER PIC X(1) VALUE "-".
           05 WS-HDG-END PIC 9(8).
       01 WS-HEADING-2.
           05 FILLER PIC X(24) VALUE "REGION".
           05 FILLER PIC X(16) VALUE "   REGION SALES".
           05 FILLER PIC X(18) VALUE "       COMMISSION".
           05 FILLER PIC X(10) VALUE "  PCT REV".
           05 FILLER PIC X(20) VALUE "  FLAG".
       01 WS-REGION-LINE.
           05 WS-RGL-NUMBER PIC Z9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RGL-NAME PIC X(21).
           05 WS-RGL-SALES PIC $$$$,$$$,$$9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-RGL-COMMISSION PIC $$$$,$$$,$$9.99-.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-RGL-PCT PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RGL-FLAG PIC X(30).
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 040-READ-RUN-CONTROL
           MOVE WS-TODAY-YYYY TO WS-REPORT-YEAR
           COMPUTE WS-REPORT-QUARTER = (WS-TODAY-MM + 2) / 3
           IF WS-UNATTENDED NOT = "Y"
               DISPLAY "Enter the fiscal year (YYYY, 0 for "
                   WS-REPORT-YEAR ")"
               ACCEPT WS-REPORT-YEAR
               IF WS-REPORT-YEAR = 0
                   MOVE WS-TODAY-YYYY TO WS-REPORT-YEAR
               END-IF
               DISPLAY "Enter the quarter (1-4)"
               ACCEPT WS-REPORT-QUARTER
               DISPLAY "Flag regions more than what percent above "
                   "the company figure? (0 for 20)"
               ACCEPT WS-FLAG-PCT
               IF WS-FLAG-PCT = 0
                   MOVE 20 TO WS-FLAG-PCT
               END-IF
           END-IF
           IF WS-REPORT-QUARTER < 1 OR WS-REPORT-QUARTER > 4
               DISPLAY "Quarter must be 1 to 4 - report not run"
           ELSE
               PERFORM 150-FIND-QUARTER-DATES
               PERFORM 160-LOAD-MASTER
               PERFORM 170-LOAD-TERRITORY-MAP
               MOVE ZEROS TO WS-REGION-TABLE
               PERFORM 200-LOAD-REGION-SALES
               PERFORM 300-ACCUMULATE-COMMISSIONS
               PERFORM 400-COMPUTE-PERCENTS
               PERFORM 500-WRITE-REPORT
               DISPLAY "Commission lines in quarter: " WS-DETAIL-COUNT
               DISPLAY "Lines with no region:        "
                   WS-UNMAPPED-COUNT
               DISPLAY "Regions flagged:             " WS-FLAG-COUNT
               DISPLAY "Report written to "
                   "COMMISSION-REGION-REPORT.dat"
           END-IF
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
                       MOVE RUN-CTL-USER TO WS-CTL-USER
                   END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.
      * The quarter runs from the first start date to the last end
      * date of its periods on the fiscal calendar; without a
      * calendar it is the calendar quarter
       150-FIND-QUARTER-DATES.
           MOVE "N" TO WS-CAL-FOUND
           MOVE 99999999 TO WS-QTR-START
           MOVE 0 TO WS-QTR-END
           OPEN INPUT CALENDAR-FILE
           READ CALENDAR-FILE
               AT END MOVE "Y" TO WS-CAL-EOF
           END-READ
           PERFORM UNTIL WS-CAL-EOF = "Y"
               IF FCL-FISCAL-YEAR = WS-REPORT-YEAR
                   AND FCL-QUARTER = WS-REPORT-QUARTER
                   MOVE "Y" TO WS-CAL-FOUND
                   IF FCL-START-DATE < WS-QTR-START
                       MOVE FCL-START-DATE TO WS-QTR-START
                   END-IF
                   IF FCL-END-DATE > WS-QTR-END
                       MOVE FCL-END-DATE TO WS-QTR-END
                   END-IF
               END-IF
               READ CALENDAR-FILE
                   AT END MOVE "Y" TO WS-CAL-EOF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           IF WS-CAL-FOUND = "N"
               COMPUTE WS-QTR-START = WS-REPORT-YEAR * 10000
                   + ((WS-REPORT-QUARTER - 1) * 3 + 1) * 100 + 1
               COMPUTE WS-QTR-END = WS-REPORT-YEAR * 10000
                   + (WS-REPORT-QUARTER * 3) * 100 + 31
           END-IF.
       160-LOAD-MASTER.
           OPEN INPUT SALESPERSON-MASTER-FILE
           READ SALESPERSON-MASTER-FILE
               AT END MOVE "Y" TO WS-MASTER-EOF
           END-READ
           PERFORM UNTIL WS-MASTER-EOF = "Y"
               IF WS-MASTER-COUNT < 500
                   ADD 1 TO WS-MASTER-COUNT
                   MOVE SPM-ID TO WS-MST-ID(WS-MASTER-COUNT)
                   MOVE SPM-TERRITORY
                       TO WS-MST-TERRITORY(WS-MASTER-COUNT)
               ELSE
                   DISPLAY "Salesperson master table full, record "
                       "skipped for " SPM-ID
               END-IF
               READ SALESPERSON-MASTER-FILE
                   AT END MOVE "Y" TO WS-MASTER-EOF
               END-READ
           END-PERFORM
           CLOSE SALESPERSON-MASTER-FILE.
       170-LOAD-TERRITORY-MAP.
           OPEN INPUT TERRITORY-MAP-FILE
           READ TERRITORY-MAP-FILE
               AT END MOVE "Y" TO WS-MAP-EOF
           END-READ
           PERFORM UNTIL WS-MAP-EOF = "Y"
               IF WS-MAP-COUNT < 100
                   ADD 1 TO WS-MAP-COUNT
                   MOVE TRM-TERRITORY TO WS-MAP-TERRITORY(WS-MAP-COUNT)
                   MOVE TRM-REGION-NO TO WS-MAP-REGION-NO(WS-MAP-COUNT)
               ELSE
                   DISPLAY "Territory map table full, record "
                       "skipped for " TRM-TERRITORY
               END-IF
               READ TERRITORY-MAP-FILE
                   AT END MOVE "Y" TO WS-MAP-EOF
               END-READ
           END-PERFORM
           CLOSE TERRITORY-MAP-FILE.
      * Sales3.dat holds the year in progress; earlier years are
      * taken from the history MULTI-LEVEL archives each year end
       200-LOAD-REGION-SALES.
           IF WS-REPORT-YEAR = WS-TODAY-YYYY
               MOVE "Sales3.dat" TO WS-SALES-SOURCE
               OPEN INPUT SALES-FILE
               READ SALES-FILE
                   AT END MOVE "Y" TO WS-SALES-EOF
               END-READ
               PERFORM UNTIL WS-SALES-EOF = "Y"
                   IF REGION-NO >= 1 AND REGION-NO <= 5
                       ADD QUARTERLY-SALES(WS-REPORT-QUARTER)
                           TO WS-REG-SALES(REGION-NO)
                   END-IF
                   READ SALES-FILE
                       AT END MOVE "Y" TO WS-SALES-EOF
                   END-READ
               END-PERFORM
               CLOSE SALES-FILE
           ELSE
               MOVE "REGION-SALES-HISTORY.dat" TO WS-SALES-SOURCE
               OPEN INPUT REGION-HISTORY-FILE
               READ REGION-HISTORY-FILE
                   AT END MOVE "Y" TO WS-HISTORY-EOF
               END-READ
               PERFORM UNTIL WS-HISTORY-EOF = "Y"
                   IF HIS-YEAR = WS-REPORT-YEAR
                       AND HIS-REGION-NO >= 1 AND HIS-REGION-NO <= 5
                       ADD HIS-QUARTERLY-SALES(WS-REPORT-QUARTER)
                           TO WS-REG-SALES(HIS-REGION-NO)
                   END-IF
                   READ REGION-HISTORY-FILE
                       AT END MOVE "Y" TO WS-HISTORY-EOF
                   END-READ
               END-PERFORM
               CLOSE REGION-HISTORY-FILE
           END-IF.
      * Commission earned is sales commission, overrides, contest
      * bonuses, retro increases and dispute settlements, less
      * clawbacks and retro decreases. Draw advances and
      * recoveries are cash timing, not expense, and are left out.
       300-ACCUMULATE-COMMISSIONS.
           OPEN INPUT DETAIL-FILE
           READ DETAIL-FILE
               AT END MOVE "Y" TO WS-DETAIL-EOF
           END-READ
           PERFORM UNTIL WS-DETAIL-EOF = "Y"
               IF DTL-SALE-DATE >= WS-QTR-START
                   AND DTL-SALE-DATE <= WS-QTR-END
                   PERFORM 310-POST-ONE-DETAIL
               END-IF
               READ DETAIL-FILE
                   AT END MOVE "Y" TO WS-DETAIL-EOF
               END-READ
           END-PERFORM
           CLOSE DETAIL-FILE.
       310-POST-ONE-DETAIL.
           MOVE 0 TO WS-SIGNED-AMOUNT
           EVALUATE DTL-TXN-TYPE
               WHEN "S"
               WHEN "O"
               WHEN "B"
               WHEN "R"
               WHEN "X"
                   MOVE DTL-AMOUNT TO WS-SIGNED-AMOUNT
               WHEN "A"
               WHEN "J"
                   COMPUTE WS-SIGNED-AMOUNT = DTL-AMOUNT * -1
           END-EVALUATE
           IF WS-SIGNED-AMOUNT NOT = 0
               ADD 1 TO WS-DETAIL-COUNT
               PERFORM 320-FIND-REGION
               IF WS-REGION-NO = 0
                   ADD 1 TO WS-UNMAPPED-COUNT
                   MOVE 6 TO WS-REGION-NO
               END-IF
               ADD WS-SIGNED-AMOUNT
                   TO WS-REG-COMMISSION(WS-REGION-NO)
           END-IF.
       320-FIND-REGION.
           MOVE SPACES TO WS-TERRITORY
           MOVE 0 TO WS-REGION-NO
           PERFORM VARYING MST-IDX FROM 1 BY 1
               UNTIL MST-IDX > WS-MASTER-COUNT
               IF WS-MST-ID(MST-IDX) = DTL-SALES-ID
                   MOVE WS-MST-TERRITORY(MST-IDX) TO WS-TERRITORY
               END-IF
           END-PERFORM
           IF WS-TERRITORY NOT = SPACES
               PERFORM VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX > WS-MAP-COUNT
                   IF WS-MAP-TERRITORY(MAP-IDX) = WS-TERRITORY
                       AND WS-MAP-REGION-NO(MAP-IDX) >= 1
                       AND WS-MAP-REGION-NO(MAP-IDX) <= 5
                       MOVE WS-MAP-REGION-NO(MAP-IDX) TO WS-REGION-NO
                   END-IF
               END-PERFORM
           END-IF.
      * A region is flagged when its commission percent of
      * revenue is more than WS-FLAG-PCT percent above the
      * company percent (20 percent above 5.00 flags over 6.00)
       400-COMPUTE-PERCENTS.
           PERFORM VARYING WS-REGION-IDX FROM 1 BY 1
               UNTIL WS-REGION-IDX > 6
               ADD WS-REG-SALES(WS-REGION-IDX) TO WS-COMPANY-SALES
               ADD WS-REG-COMMISSION(WS-REGION-IDX)
                   TO WS-COMPANY-COMMISSION
               MOVE 0 TO WS-REG-PCT(WS-REGION-IDX)
               IF WS-REG-SALES(WS-REGION-IDX) > 0
                   AND WS-REG-COMMISSION(WS-REGION-IDX) > 0
                   COMPUTE WS-REG-PCT(WS-REGION-IDX) ROUNDED =
                       WS-REG-COMMISSION(WS-REGION-IDX) * 100
                       / WS-REG-SALES(WS-REGION-IDX)
                       ON SIZE ERROR
                           MOVE 999.99 TO WS-REG-PCT(WS-REGION-IDX)
                   END-COMPUTE
               END-IF
           END-PERFORM
           MOVE 0 TO WS-COMPANY-PCT
           IF WS-COMPANY-SALES > 0 AND WS-COMPANY-COMMISSION > 0
               COMPUTE WS-COMPANY-PCT ROUNDED =
                   WS-COMPANY-COMMISSION * 100 / WS-COMPANY-SALES
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-COMPANY-PCT
               END-COMPUTE
           END-IF
           COMPUTE WS-FLAG-LIMIT ROUNDED =
               WS-COMPANY-PCT * (100 + WS-FLAG-PCT) / 100
               ON SIZE ERROR
                   MOVE 999.99 TO WS-FLAG-LIMIT
           END-COMPUTE.
       500-WRITE-REPORT.
           OPEN OUTPUT REGION-REPORT-FILE
           MOVE WS-REPORT-YEAR TO WS-HDG-YEAR
           MOVE WS-REPORT-QUARTER TO WS-HDG-QUARTER
           MOVE WS-QTR-START TO WS-HDG-START
           MOVE WS-QTR-END TO WS-HDG-END
           MOVE WS-HEADING-1 TO REGION-REPORT-RECORD
           WRITE REGION-REPORT-RECORD
           MOVE SPACES TO REGION-REPORT-RECORD
           STRING " Region sales from " DELIMITED BY SIZE
               WS-SALES-SOURCE DELIMITED BY SPACE
               ", flag at " DELIMITED BY SIZE
               WS-FLAG-PCT DELIMITED BY SIZE
               " percent above the company figure"
                   DELIMITED BY SIZE
               INTO REGION-REPORT-RECORD
           WRITE REGION-REPORT-RECORD
           MOVE SPACES TO REGION-REPORT-RECORD
           WRITE REGION-REPORT-RECORD
           MOVE WS-HEADING-2 TO REGION-REPORT-RECORD
           WRITE REGION-REPORT-RECORD
           PERFORM VARYING WS-REGION-IDX FROM 1 BY 1
               UNTIL WS-REGION-IDX > 6
               IF WS-REGION-IDX < 6
                   OR WS-REG-COMMISSION(WS-REGION-IDX) NOT = 0
                   PERFORM 510-WRITE-REGION-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REGION-LINE
           MOVE "COMPANY" TO WS-RGL-NAME
           MOVE WS-COMPANY-SALES TO WS-RGL-SALES
           MOVE WS-COMPANY-COMMISSION TO WS-RGL-COMMISSION
           MOVE WS-COMPANY-PCT TO WS-RGL-PCT
           MOVE WS-REGION-LINE TO REGION-REPORT-RECORD
           WRITE REGION-REPORT-RECORD
           CLOSE REGION-REPORT-FILE.
       510-WRITE-REGION-LINE.
           MOVE SPACES TO WS-REGION-LINE
           IF WS-REGION-IDX = 6
               MOVE "NO REGION" TO WS-RGL-NAME
           ELSE
               MOVE WS-REGION-IDX TO WS-RGL-NUMBER
               MOVE WS-RN-REGION-NAME(WS-REGION-IDX) TO WS-RGL-NAME
           END-IF
           MOVE WS-REG-SALES(WS-REGION-IDX) TO WS-RGL-SALES
           MOVE WS-REG-COMMISSION(WS-REGION-IDX) TO WS-RGL-COMMISSION
           MOVE WS-REG-PCT(WS-REGION-IDX) TO WS-RGL-PCT
           EVALUATE TRUE
               WHEN WS-REGION-IDX = 6
                   MOVE "CHECK TERRITORY MAP" TO WS-RGL-FLAG
               WHEN WS-REG-SALES(WS-REGION-IDX) = 0
                   AND WS-REG-COMMISSION(WS-REGION-IDX) > 0
                   MOVE "** COMMISSION WITH NO SALES" TO WS-RGL-FLAG
                   ADD 1 TO WS-FLAG-COUNT
               WHEN WS-COMPANY-PCT > 0
                   AND WS-REG-PCT(WS-REGION-IDX) > WS-FLAG-LIMIT
                   MOVE "** ABOVE COMPANY AVERAGE" TO WS-RGL-FLAG
                   ADD 1 TO WS-FLAG-COUNT
           END-EVALUATE
           MOVE WS-REGION-LINE TO REGION-REPORT-RECORD
           WRITE REGION-REPORT-RECORD.
