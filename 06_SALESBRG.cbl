           SELECT EXCEPTION-FILE ASSIGN TO
           "SALES-BRIDGE-EXCEPTIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO
           "FISCAL-CALENDAR.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SALES-FILE.
      * record's receipts field, e.g. a floored net-negative
      * regional feed; zero on date rejects
           05 BXC-AMOUNT PIC S9(8) SIGN LEADING SEPARATE.
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
       01 WS-MAP-EOF PIC X VALUE "N".
       01 WS-REGION-EOF PIC X VALUE "N".
       01 WS-FORMAT-AMOUNT PIC ZZZ,ZZ9-.
      * Receipts with the refund sign already applied
       01 WS-SIGNED-RECEIPTS PIC S9(5) VALUE 0.
       01 WS-CAL-EOF PIC X VALUE "N".
       01 WS-CAL-COUNT PIC 9(3) VALUE 0.
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 240 TIMES INDEXED BY CAL-IDX.
               10 WS-CAL-PERIOD PIC 9(6).
               10 WS-CAL-QUARTER PIC 9(1).
               10 WS-CAL-START-DATE PIC 9(8).
               10 WS-CAL-END-DATE PIC 9(8).
               10 WS-CAL-STATUS PIC X(1).
       01 WS-LOOKUP-DATE PIC 9(8) VALUE 0.
       01 WS-LOOKUP-PERIOD PIC 9(6) VALUE 0.
       01 WS-LOOKUP-CLOSED PIC X VALUE "N".
       PROCEDURE DIVISION.
      * The quarter is derived from the open period on
      * SALES-PERIOD.dat (or the run date when no period file is
      * installed), never keyed at the console, so the bridge
      * runs unattended under NIGHTRUN like the rest of the
      * rollup chain. When the open period is on the fiscal
      * calendar its 4-4-5 quarter is used instead.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 040-READ-RUN-CONTROL
           PERFORM 050-LOAD-PERIOD
           PERFORM 060-LOAD-CALENDAR
           COMPUTE WS-QUARTER = (WS-OPEN-MM + 2) / 3
           PERFORM VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > WS-CAL-COUNT
               IF WS-CAL-PERIOD(CAL-IDX) = WS-OPEN-PERIOD
                   AND WS-CAL-QUARTER(CAL-IDX) >= 1
                   AND WS-CAL-QUARTER(CAL-IDX) <= 4
                   MOVE WS-CAL-QUARTER(CAL-IDX) TO WS-QUARTER
               END-IF
           END-PERFORM
           DISPLAY "Open period " WS-OPEN-PERIOD
               " rolls into quarter " WS-QUARTER
           PERFORM 150-LOAD-MAP
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
                   MOVE FCL-QUARTER TO WS-CAL-QUARTER(WS-CAL-COUNT)
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
       070-FIND-FISCAL-PERIOD.
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
       150-LOAD-MAP.
           OPEN INPUT MAP-FILE
           READ MAP-FILE
           DISPLAY "Sales outside the open period rejected: "
               WS-REJECT-COUNT.
      * A record dated outside the open period is rejected
      * rather than posted to whatever quarter is open. Sales in
      * a closed fiscal period are flagged separately; SALES has
      * already sent them to the prior-period adjustment file.
       210-POST-ONE-SALE.
           IF SALE-DATE = 0
               ADD 1 TO WS-REJECT-COUNT
               MOVE 0 TO BXC-AMOUNT
               WRITE EXCEPTION-RECORD
           ELSE
           MOVE SALE-DATE TO WS-LOOKUP-DATE
           PERFORM 070-FIND-FISCAL-PERIOD
           MOVE WS-LOOKUP-PERIOD TO WS-SALE-YYYYMM
           IF WS-LOOKUP-CLOSED = "Y"
               ADD 1 TO WS-REJECT-COUNT
               MOVE LOCATION-NO TO BXC-LOCATION-NO
               MOVE SALE-DATE TO BXC-SALE-DATE
               MOVE RECEIPTS TO BXC-RECEIPTS
               MOVE "SALE DATED IN CLOSED PERIOD" TO BXC-REASON
               MOVE 0 TO BXC-AMOUNT
               WRITE EXCEPTION-RECORD
           ELSE
           IF WS-SALE-YYYYMM NOT = WS-OPEN-PERIOD
               ADD 1 TO WS-REJECT-COUNT
               MOVE LOCATION-NO TO BXC-LOCATION-NO
           ELSE
               PERFORM 220-POST-ACCEPTED-SALE
           END-IF
           END-IF
           END-IF.
       220-POST-ACCEPTED-SALE.
           IF SALE-TYPE = "R" OR SALE-TYPE = "r"
