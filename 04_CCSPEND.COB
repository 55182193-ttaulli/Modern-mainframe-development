       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCSPEND.
      * Monthly departmental spend against budget. Approved
      * invoices and credit memos on INVOICE-OPEN-ITEMS.dat are
      * charged out to cost centers through the distribution
      * lines INVOICE keeps on INVOICE-DISTRIBUTION.dat. For the
      * report month each cost center on COST-CENTERS.dat shows
      * the month's spend, spend for the quarter to date, and the
      * quarter's budget from DEPTBUD, with the budget left and
      * the percent used. Cost centers already over budget, or
      * within ten percent of it, are flagged so department heads
      * can act before the quarter closes. Items still waiting
      * for approval are not counted. Written to
      * DEPT-SPEND-REPORT.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO
           "RUN-CONTROL.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COST-CENTER-FILE ASSIGN TO
           "COST-CENTERS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPEN-ITEM-FILE ASSIGN TO
           "INVOICE-OPEN-ITEMS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OPN-KEY
           ALTERNATE RECORD KEY IS OPN-VENDOR-NUMBER
               WITH DUPLICATES.
           SELECT OPTIONAL DISTRIBUTION-FILE ASSIGN TO
           "INVOICE-DISTRIBUTION.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SPEND-REPORT-FILE ASSIGN TO
           "DEPT-SPEND-REPORT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RUN-CTL-MODE PIC X(1).
           05 RUN-CTL-USER PIC X(20).
       FD COST-CENTER-FILE.
       01 COST-CENTER-RECORD.
           05 CCM-COST-CENTER PIC X(6).
           05 CCM-NAME PIC X(30).
           05 CCM-STATUS PIC X(1).
           05 CCM-QUARTERLY-BUDGET PIC 9(7) OCCURS 4 TIMES.
       FD OPEN-ITEM-FILE.
       01 OPEN-ITEM-RECORD.
           05 OPN-KEY.
               10 OPN-INV-NUMBER PIC X(10).
               10 OPN-VENDOR-NUMBER PIC X(6).
           05 OPN-AMOUNT PIC 9(7)V99.
           05 OPN-INV-DATE PIC 9(8).
           05 OPN-DUE-DATE PIC 9(8).
      * OPN-STATUS: A = approved, P = pending approval
           05 OPN-STATUS PIC X(1).
           05 OPN-PAID PIC X(1).
           05 OPN-PAY-DATE PIC 9(8).
           05 OPN-PAY-REF PIC X(10).
           05 OPN-TYPE PIC X(1).
           05 OPN-DISC-PCT PIC 9(2)V99.
           05 OPN-DISC-DATE PIC 9(8).
           05 FILLER PIC X(32).
       FD DISTRIBUTION-FILE.
       01 DISTRIBUTION-RECORD.
           05 IDS-INV-NUMBER PIC X(10).
           05 IDS-VENDOR-NUMBER PIC X(6).
           05 IDS-INV-DATE PIC 9(8).
      * IDS-TYPE: I = invoice, C = credit memo
           05 IDS-TYPE PIC X(1).
           05 IDS-LINE-NO PIC 9(1).
           05 IDS-COST-CENTER PIC X(6).
           05 IDS-ACCOUNT PIC X(6).
           05 IDS-AMOUNT PIC 9(7)V99.
       FD SPEND-REPORT-FILE.
       01 SPEND-REPORT-RECORD PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-UNATTENDED PIC X VALUE "N".
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-TODAY-SPLIT REDEFINES WS-TODAY.
           05 WS-TODAY-YYYYMM PIC 9(6).
           05 FILLER PIC 9(2).
       01 WS-RPT-PERIOD PIC 9(6) VALUE 0.
       01 WS-RPT-PERIOD-SPLIT REDEFINES WS-RPT-PERIOD.
           05 WS-RPT-YYYY PIC 9(4).
           05 WS-RPT-MM PIC 9(2).
       01 WS-RPT-QUARTER PIC 9(1) VALUE 0.
       01 WS-MONTH-START PIC 9(8) VALUE 0.
       01 WS-MONTH-END PIC 9(8) VALUE 0.
       01 WS-QUARTER-START PIC 9(8) VALUE 0.
       01 WS-CC-EOF PIC X VALUE "N".
       01 WS-CC-COUNT PIC 9(4) VALUE 0.
       01 WS-CC-TABLE.
           05 WS-CC-ENTRY OCCURS 500 TIMES INDEXED BY CC-IDX.
               10 WS-CC-CODE PIC X(6).
               10 WS-CC-NAME PIC X(30).
               10 WS-CC-STATUS PIC X(1).
               10 WS-CC-BUDGET PIC 9(7).
               10 WS-CC-MONTH-SPEND PIC S9(9)V99.
               10 WS-CC-QTD-SPEND PIC S9(9)V99.
       01 WS-OPN-EOF PIC X VALUE "N".
       01 WS-APPR-COUNT PIC 9(5) VALUE 0.
       01 WS-APPR-TABLE.
           05 WS-APPR-ENTRY OCCURS 5000 TIMES INDEXED BY APR-IDX.
               10 WS-APPR-VENDOR PIC X(6).
               10 WS-APPR-INV-NUMBER PIC X(10).
       01 WS-APPR-FOUND PIC X VALUE "N".
       01 WS-DIST-EOF PIC X VALUE "N".
       01 WS-DIST-READ PIC 9(6) VALUE 0.
       01 WS-DIST-PENDING PIC 9(6) VALUE 0.
       01 WS-DIST-UNKNOWN PIC 9(6) VALUE 0.
       01 WS-LINE-AMOUNT PIC S9(9)V99 VALUE 0.
       01 WS-CC-SLOT PIC 9(4) VALUE 0.
       01 WS-REMAINING PIC S9(9)V99 VALUE 0.
       01 WS-PCT-USED PIC 9(5)V9 VALUE 0.
       01 WS-OVER-COUNT PIC 9(4) VALUE 0.
       01 WS-NEAR-COUNT PIC 9(4) VALUE 0.
       01 WS-TOTAL-MONTH PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-QTD PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-BUDGET PIC 9(11) VALUE 0.
       01 WS-TOTAL-REMAINING PIC S9(11)V99 VALUE 0.
      * A cost center is flagged as near its limit at this
      * percent of the quarter's budget
       01 WS-WARN-PCT PIC 9(3) VALUE 90.
       01 WS-FORMAT-COUNT PIC ZZ,ZZ9.
       01 WS-SPEND-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-SPL-COST-CENTER PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-SPL-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-SPL-MONTH PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-SPL-QTD PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-SPL-BUDGET PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-SPL-REMAINING PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SPL-PCT PIC ZZZZ9.9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SPL-FLAG PIC X(14).
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 040-READ-RUN-CONTROL
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF WS-UNATTENDED = "Y"
               MOVE 0 TO WS-RPT-PERIOD
           ELSE
               DISPLAY "Report for which month? (YYYYMM, 0 for "
                   "the current month)"
               ACCEPT WS-RPT-PERIOD
           END-IF
           IF WS-RPT-PERIOD = 0
               MOVE WS-TODAY-YYYYMM TO WS-RPT-PERIOD
           END-IF
           IF WS-RPT-MM < 1 OR WS-RPT-MM > 12
               DISPLAY "Report month " WS-RPT-PERIOD " is not valid."
           ELSE
               PERFORM 150-SET-REPORT-DATES
               PERFORM 200-LOAD-COST-CENTERS
               PERFORM 210-LOAD-APPROVED-ITEMS
               PERFORM 300-ACCUMULATE-SPEND
               PERFORM 500-WRITE-REPORT
               DISPLAY "Distribution lines read:   " WS-DIST-READ
               DISPLAY "Awaiting approval, skipped: " WS-DIST-PENDING
               DISPLAY "Cost centers over budget:  " WS-OVER-COUNT
               DISPLAY "Cost centers near limit:   " WS-NEAR-COUNT
               DISPLAY "Report written to DEPT-SPEND-REPORT.dat"
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
                   END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.
      * Budget quarters are calendar quarters of the report
      * year: January to March is the first quarter
       150-SET-REPORT-DATES.
           COMPUTE WS-RPT-QUARTER = (WS-RPT-MM - 1) / 3 + 1
           COMPUTE WS-MONTH-START = WS-RPT-PERIOD * 100 + 1
           COMPUTE WS-MONTH-END = WS-RPT-PERIOD * 100 + 31
           COMPUTE WS-QUARTER-START =
               WS-RPT-YYYY * 10000
               + ((WS-RPT-QUARTER - 1) * 3 + 1) * 100 + 1.
       200-LOAD-COST-CENTERS.
           OPEN INPUT COST-CENTER-FILE
           READ COST-CENTER-FILE
               AT END MOVE "Y" TO WS-CC-EOF
           END-READ
           PERFORM UNTIL WS-CC-EOF = "Y"
               IF WS-CC-COUNT < 500
                   ADD 1 TO WS-CC-COUNT
                   MOVE CCM-COST-CENTER TO WS-CC-CODE(WS-CC-COUNT)
                   MOVE CCM-NAME TO WS-CC-NAME(WS-CC-COUNT)
                   MOVE CCM-STATUS TO WS-CC-STATUS(WS-CC-COUNT)
                   MOVE CCM-QUARTERLY-BUDGET(WS-RPT-QUARTER)
                       TO WS-CC-BUDGET(WS-CC-COUNT)
                   MOVE 0 TO WS-CC-MONTH-SPEND(WS-CC-COUNT)
                   MOVE 0 TO WS-CC-QTD-SPEND(WS-CC-COUNT)
               ELSE
                   DISPLAY "Cost center table full, record skipped "
                       "for " CCM-COST-CENTER
               END-IF
               READ COST-CENTER-FILE
                   AT END MOVE "Y" TO WS-CC-EOF
               END-READ
           END-PERFORM
           CLOSE COST-CENTER-FILE.
      * Only approved items dated in the quarter are of interest
       210-LOAD-APPROVED-ITEMS.
           OPEN INPUT OPEN-ITEM-FILE
           READ OPEN-ITEM-FILE
               AT END MOVE "Y" TO WS-OPN-EOF
           END-READ
           PERFORM UNTIL WS-OPN-EOF = "Y"
               IF OPN-STATUS = "A"
                   AND OPN-INV-DATE >= WS-QUARTER-START
                   AND OPN-INV-DATE <= WS-MONTH-END
                   IF WS-APPR-COUNT < 5000
                       ADD 1 TO WS-APPR-COUNT
                       MOVE OPN-VENDOR-NUMBER
                           TO WS-APPR-VENDOR(WS-APPR-COUNT)
                       MOVE OPN-INV-NUMBER
                           TO WS-APPR-INV-NUMBER(WS-APPR-COUNT)
                   ELSE
                       DISPLAY "Approved item table full, item "
                           "skipped for " OPN-INV-NUMBER
                   END-IF
               END-IF
               READ OPEN-ITEM-FILE
                   AT END MOVE "Y" TO WS-OPN-EOF
               END-READ
           END-PERFORM
           CLOSE OPEN-ITEM-FILE.
       300-ACCUMULATE-SPEND.
           OPEN INPUT DISTRIBUTION-FILE
           READ DISTRIBUTION-FILE
               AT END MOVE "Y" TO WS-DIST-EOF
           END-READ
           PERFORM UNTIL WS-DIST-EOF = "Y"
               IF IDS-INV-DATE >= WS-QUARTER-START
                   AND IDS-INV-DATE <= WS-MONTH-END
                   ADD 1 TO WS-DIST-READ
                   PERFORM 310-APPLY-ONE-LINE
               END-IF
               READ DISTRIBUTION-FILE
                   AT END MOVE "Y" TO WS-DIST-EOF
               END-READ
           END-PERFORM
           CLOSE DISTRIBUTION-FILE.
      * Credit memo lines reduce the cost center's spend
       310-APPLY-ONE-LINE.
           MOVE "N" TO WS-APPR-FOUND
           PERFORM VARYING APR-IDX FROM 1 BY 1
               UNTIL APR-IDX > WS-APPR-COUNT
               IF WS-APPR-VENDOR(APR-IDX) = IDS-VENDOR-NUMBER
                   AND WS-APPR-INV-NUMBER(APR-IDX) = IDS-INV-NUMBER
                   MOVE "Y" TO WS-APPR-FOUND
               END-IF
           END-PERFORM
           MOVE 0 TO WS-CC-SLOT
           PERFORM VARYING CC-IDX FROM 1 BY 1
               UNTIL CC-IDX > WS-CC-COUNT
               IF WS-CC-CODE(CC-IDX) = IDS-COST-CENTER
                   MOVE CC-IDX TO WS-CC-SLOT
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-APPR-FOUND = "N"
                   ADD 1 TO WS-DIST-PENDING
               WHEN WS-CC-SLOT = 0
                   ADD 1 TO WS-DIST-UNKNOWN
               WHEN OTHER
                   IF IDS-TYPE = "C"
                       COMPUTE WS-LINE-AMOUNT = 0 - IDS-AMOUNT
                   ELSE
                       MOVE IDS-AMOUNT TO WS-LINE-AMOUNT
                   END-IF
                   ADD WS-LINE-AMOUNT TO WS-CC-QTD-SPEND(WS-CC-SLOT)
                   IF IDS-INV-DATE >= WS-MONTH-START
                       ADD WS-LINE-AMOUNT
                           TO WS-CC-MONTH-SPEND(WS-CC-SLOT)
                   END-IF
           END-EVALUATE.
       500-WRITE-REPORT.
           OPEN OUTPUT SPEND-REPORT-FILE
           MOVE SPACES TO SPEND-REPORT-RECORD
           STRING " Departmental Spend Versus Budget - month "
               DELIMITED BY SIZE
               WS-RPT-PERIOD DELIMITED BY SIZE
               "  quarter " DELIMITED BY SIZE
               WS-RPT-QUARTER DELIMITED BY SIZE
               "  run " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO SPEND-REPORT-RECORD
           WRITE SPEND-REPORT-RECORD
           MOVE SPACES TO SPEND-REPORT-RECORD
           WRITE SPEND-REPORT-RECORD
           MOVE " CC     DEPARTMENT" TO SPEND-REPORT-RECORD
           MOVE "MONTH SPEND" TO SPEND-REPORT-RECORD(34:11)
           MOVE "QTR TO DATE" TO SPEND-REPORT-RECORD(50:11)
           MOVE "QTR BUDGET" TO SPEND-REPORT-RECORD(63:10)
           MOVE "BUDGET LEFT" TO SPEND-REPORT-RECORD(78:11)
           MOVE "PCT USED" TO SPEND-REPORT-RECORD(90:8)
           WRITE SPEND-REPORT-RECORD
           PERFORM VARYING CC-IDX FROM 1 BY 1
               UNTIL CC-IDX > WS-CC-COUNT
               PERFORM 510-WRITE-ONE-COST-CENTER
           END-PERFORM
           IF WS-CC-COUNT = 0
               MOVE "  No cost centers on file" TO SPEND-REPORT-RECORD
               WRITE SPEND-REPORT-RECORD
           END-IF
           MOVE SPACES TO WS-SPEND-LINE
           MOVE "TOTAL" TO WS-SPL-NAME
           MOVE WS-TOTAL-MONTH TO WS-SPL-MONTH
           MOVE WS-TOTAL-QTD TO WS-SPL-QTD
           MOVE WS-TOTAL-BUDGET TO WS-SPL-BUDGET
           COMPUTE WS-TOTAL-REMAINING = WS-TOTAL-BUDGET - WS-TOTAL-QTD
           MOVE WS-TOTAL-REMAINING TO WS-SPL-REMAINING
           MOVE SPACES TO SPEND-REPORT-RECORD
           WRITE SPEND-REPORT-RECORD
           MOVE WS-SPEND-LINE TO SPEND-REPORT-RECORD
           WRITE SPEND-REPORT-RECORD
           MOVE SPACES TO SPEND-REPORT-RECORD
           WRITE SPEND-REPORT-RECORD
           MOVE WS-OVER-COUNT TO WS-FORMAT-COUNT
           MOVE SPACES TO SPEND-REPORT-RECORD
           STRING " Cost centers over budget: " DELIMITED BY SIZE
               WS-FORMAT-COUNT DELIMITED BY SIZE
               INTO SPEND-REPORT-RECORD
           WRITE SPEND-REPORT-RECORD
           MOVE WS-NEAR-COUNT TO WS-FORMAT-COUNT
           MOVE SPACES TO SPEND-REPORT-RECORD
           STRING " Cost centers near limit:  " DELIMITED BY SIZE
               WS-FORMAT-COUNT DELIMITED BY SIZE
               INTO SPEND-REPORT-RECORD
           WRITE SPEND-REPORT-RECORD
           MOVE WS-DIST-PENDING TO WS-FORMAT-COUNT
           MOVE SPACES TO SPEND-REPORT-RECORD
           STRING " Lines awaiting invoice approval, not counted: "
               DELIMITED BY SIZE
               WS-FORMAT-COUNT DELIMITED BY SIZE
               INTO SPEND-REPORT-RECORD
           WRITE SPEND-REPORT-RECORD
           IF WS-DIST-UNKNOWN > 0
               MOVE WS-DIST-UNKNOWN TO WS-FORMAT-COUNT
               MOVE SPACES TO SPEND-REPORT-RECORD
               STRING " Lines for cost centers no longer on file: "
                   DELIMITED BY SIZE
                   WS-FORMAT-COUNT DELIMITED BY SIZE
                   INTO SPEND-REPORT-RECORD
               WRITE SPEND-REPORT-RECORD
           END-IF
           CLOSE SPEND-REPORT-FILE.
      * Inactive cost centers are listed only when they still
      * carry spend or budget for the quarter
       510-WRITE-ONE-COST-CENTER.
           IF WS-CC-STATUS(CC-IDX) = "A"
               OR WS-CC-QTD-SPEND(CC-IDX) NOT = 0
               OR WS-CC-BUDGET(CC-IDX) > 0
               MOVE SPACES TO WS-SPEND-LINE
               MOVE WS-CC-CODE(CC-IDX) TO WS-SPL-COST-CENTER
               MOVE WS-CC-NAME(CC-IDX) TO WS-SPL-NAME
               MOVE WS-CC-MONTH-SPEND(CC-IDX) TO WS-SPL-MONTH
               MOVE WS-CC-QTD-SPEND(CC-IDX) TO WS-SPL-QTD
               MOVE WS-CC-BUDGET(CC-IDX) TO WS-SPL-BUDGET
               COMPUTE WS-REMAINING =
                   WS-CC-BUDGET(CC-IDX) - WS-CC-QTD-SPEND(CC-IDX)
               MOVE WS-REMAINING TO WS-SPL-REMAINING
               MOVE 0 TO WS-PCT-USED
               IF WS-CC-BUDGET(CC-IDX) > 0
                   AND WS-CC-QTD-SPEND(CC-IDX) > 0
                   COMPUTE WS-PCT-USED ROUNDED =
                       WS-CC-QTD-SPEND(CC-IDX) * 100
                       / WS-CC-BUDGET(CC-IDX)
                   MOVE WS-PCT-USED TO WS-SPL-PCT
               END-IF
               EVALUATE TRUE
                   WHEN WS-CC-BUDGET(CC-IDX) = 0
                       AND WS-CC-QTD-SPEND(CC-IDX) > 0
                       MOVE "*** NO BUDGET" TO WS-SPL-FLAG
                       ADD 1 TO WS-OVER-COUNT
                   WHEN WS-REMAINING < 0
                       MOVE "*** OVER" TO WS-SPL-FLAG
                       ADD 1 TO WS-OVER-COUNT
                   WHEN WS-CC-BUDGET(CC-IDX) > 0
                       AND WS-PCT-USED >= WS-WARN-PCT
                       MOVE "NEAR LIMIT" TO WS-SPL-FLAG
                       ADD 1 TO WS-NEAR-COUNT
                   WHEN OTHER
                       MOVE SPACES TO WS-SPL-FLAG
               END-EVALUATE
               MOVE WS-SPEND-LINE TO SPEND-REPORT-RECORD
               WRITE SPEND-REPORT-RECORD
               ADD WS-CC-MONTH-SPEND(CC-IDX) TO WS-TOTAL-MONTH
               ADD WS-CC-QTD-SPEND(CC-IDX) TO WS-TOTAL-QTD
               ADD WS-CC-BUDGET(CC-IDX) TO WS-TOTAL-BUDGET
           END-IF.
