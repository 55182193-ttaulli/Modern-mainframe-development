       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPISUMM.
      * Daily executive KPI summary, called by NIGHTRUN once the
      * night's steps are done. It reports the business day before
      * the run date on one page, KPI-SUMMARY.dat:
      *   net sales from Sales.dat against the same calendar day
      *   last year (29 February compares with the 28th);
      *   open and approved payables and the cash due this week
      *   (approved unpaid items due within seven days of the run
      *   date, overdue ones included) from INVOICE-OPEN-ITEMS.dat;
      *   commissions payable - earned less paid less held for
      *   approval, per salesperson, as COMPAY pays them - from
      *   YTD-COMMISSIONS.dat, and the approvals still queued on
      *   COMMISSION-APPROVALS.dat;
      *   overdraft reviews with no agreement yet from
      *   OVERDRAFT-STATUS.dat;
      *   unacknowledged temperature alerts from ALERT-STATUS.dat.
      * Each figure is compared with the previous day on
      * KPI-HISTORY.dat and with its target on KPI-TARGETS.dat
      * (the standard targets below when it is absent or empty).
      * A target's direction says whether a value at or above (H)
      * or at or below (L) it meets it.
      * KPI-HISTORY.dat holds one comma-delimited line per business
      * day, after a heading line naming the columns, for charting.
      * Run from the nightly batch the day's line is added, or
      * replaced when a restart runs the summary again; run by
      * hand the summary is written but the history is left alone.
      * When Sales.dat no longer holds last year's day, the sales
      * figure on last year's history line is used instead.
      * Steps of the run that failed, were blocked or held, or
      * broke their control totals are flagged at the top of the
      * page, since the figures they feed may be stale.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO
           "RUN-CONTROL.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO
           "RUN-LOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SALES-FILE ASSIGN TO
           "Sales.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPEN-ITEM-FILE ASSIGN TO
           "INVOICE-OPEN-ITEMS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OPN-KEY
           ALTERNATE RECORD KEY IS OPN-VENDOR-NUMBER
               WITH DUPLICATES.
           SELECT OPTIONAL YTD-FILE ASSIGN TO
           "YTD-COMMISSIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL APPROVAL-FILE ASSIGN TO
           "COMMISSION-APPROVALS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OD-STATUS-FILE ASSIGN TO
           "OVERDRAFT-STATUS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ALERT-STATUS-FILE ASSIGN TO
           "ALERT-STATUS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TARGET-FILE ASSIGN TO
           "KPI-TARGETS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO
           "KPI-HISTORY.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-WORK-FILE ASSIGN TO
           "KPI-HISTORY-WORK.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUMMARY-FILE ASSIGN TO
           "KPI-SUMMARY.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RUN-CTL-MODE PIC X(1).
           05 RUN-CTL-USER PIC X(20).
           05 RUN-CTL-RUN-DATE PIC 9(8).
       FD RUN-LOG-FILE.
       01 RUN-LOG-RECORD.
           05 LOG-DATE PIC 9(8).
           05 LOG-STEP-NO PIC 9(2).
           05 LOG-PROGRAM PIC X(12).
           05 LOG-TIME PIC 9(8).
           05 LOG-STATUS PIC X(8).
       FD SALES-FILE.
       01 LOCATION-SALES.
           02 LOCATION-NO PIC 99.
           02 RECEIPTS PIC 9(4).
           02 SALE-DATE PIC 9(8).
           02 DEPT-CODE PIC X(4).
      * SALE-TYPE: S (or space) = sale, R = register refund
           02 SALE-TYPE PIC X(1).
       FD OPEN-ITEM-FILE.
       01 OPEN-ITEM-RECORD.
           05 OPN-KEY.
               10 OPN-INV-NUMBER PIC X(10).
               10 OPN-VENDOR-NUMBER PIC X(6).
           05 OPN-AMOUNT PIC 9(7)V99.
           05 OPN-INV-DATE PIC 9(8).
           05 OPN-DUE-DATE PIC 9(8).
      * OPN-STATUS: A = approved, P = pending approval,
      * R = rejected
           05 OPN-STATUS PIC X(1).
           05 OPN-PAID PIC X(1).
           05 OPN-PAY-DATE PIC 9(8).
           05 OPN-PAY-REF PIC X(10).
      * OPN-TYPE: I (or space) = invoice, C = credit memo
           05 OPN-TYPE PIC X(1).
           05 OPN-DISC-PCT PIC 9(2)V99.
           05 OPN-DISC-DATE PIC 9(8).
           05 FILLER PIC X(32).
       FD YTD-FILE.
       01 YTD-RECORD.
           05 YTD-SALES-ID PIC X(6).
           05 YTD-COMMISSION-AMOUNT PIC S9(9)V99.
           05 YTD-LAST-RATE PIC 9(2)V9.
           05 YTD-LAST-TIER PIC 9(2).
           05 YTD-PAID-AMOUNT PIC S9(9)V99.
       FD APPROVAL-FILE.
       01 APPROVAL-RECORD.
           05 APR-SALES-ID PIC X(6).
           05 APR-PRODUCT-LINE PIC X(4).
           05 APR-UNITS-SOLD PIC 9(4).
           05 APR-COMMISSION-AMOUNT PIC 9(9)V99.
           05 APR-APPROVAL-CAP PIC 9(9)V99.
       FD OD-STATUS-FILE.
       01 OD-STATUS-RECORD.
           05 OST-ACCT-NUMBER PIC X(6).
           05 OST-YEAR PIC 9(2).
           05 OST-SHORTFALL PIC S9(9)V99.
           05 OST-OD-DATE PIC 9(8).
           05 OST-LOGGED-DATE PIC 9(8).
           05 OST-CONTACTED PIC X(1).
           05 OST-CONTACT-DATE PIC 9(8).
      * OST-AGREEMENT: space = no agreement yet
           05 OST-AGREEMENT PIC X(1).
           05 OST-OPERATOR PIC X(20).
       FD ALERT-STATUS-FILE.
       01 ALERT-STATUS-RECORD.
           05 AST-SITE-ID PIC X(10).
           05 AST-TIMESTAMP PIC 9(12).
           05 AST-MESSAGE PIC X(30).
           05 AST-CONTACT PIC X(25).
           05 AST-NOTIFIED-STAMP PIC 9(14).
           05 AST-OPERATOR PIC X(20).
      * AST-ACKED: Y = acknowledged, N = open, S = suppressed
           05 AST-ACKED PIC X(1).
           05 AST-ACK-STAMP PIC 9(14).
           05 AST-BACKUP PIC X(25).
           05 AST-TYPE PIC X(1).
           05 AST-ESCALATED-STAMP PIC 9(14).
       FD TARGET-FILE.
       01 TARGET-RECORD PIC X(23).
       FD HISTORY-FILE.
       01 HISTORY-RECORD PIC X(250).
       FD HISTORY-WORK-FILE.
       01 HISTORY-WORK-RECORD PIC X(250).
       FD SUMMARY-FILE.
       01 SUMMARY-RECORD PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-UNATTENDED PIC X VALUE "N".
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
      * The business day reported: the day before the run date
       01 WS-KPI-DATE PIC 9(8) VALUE 0.
       01 WS-LY-DATE PIC 9(8) VALUE 0.
       01 WS-LY-SPLIT REDEFINES WS-LY-DATE.
           05 WS-LY-YYYY PIC 9(4).
           05 WS-LY-MMDD PIC 9(4).
       01 WS-WEEK-END-DATE PIC 9(8) VALUE 0.
       01 WS-DATE-DAYS PIC 9(8) VALUE 0.
       01 WS-EOF PIC X VALUE "N".
      * The KPIs in report and history column order; type A is
      * an amount, C a count
       01 WS-KPI-LIST.
           05 FILLER PIC X(37)
               VALUE "SALES   NET SALES                   A".
           05 FILLER PIC X(37)
               VALUE "SALESLY SALES SAME DAY LAST YEAR    A".
           05 FILLER PIC X(37)
               VALUE "APOPEN  OPEN PAYABLES               A".
           05 FILLER PIC X(37)
               VALUE "APAPPR  APPROVED PAYABLES           A".
           05 FILLER PIC X(37)
               VALUE "APDUEWK CASH DUE THIS WEEK          A".
           05 FILLER PIC X(37)
               VALUE "COMMPAY COMMISSIONS PAYABLE         A".
           05 FILLER PIC X(37)
               VALUE "COMMPENDCOMMISSIONS PENDING APPROVALC".
           05 FILLER PIC X(37)
               VALUE "COMMPAMTPENDING APPROVAL AMOUNT     A".
           05 FILLER PIC X(37)
               VALUE "ODOPEN  OPEN OVERDRAFT REVIEWS      C".
           05 FILLER PIC X(37)
               VALUE "ODAMT   OPEN OVERDRAFT SHORTFALL    A".
           05 FILLER PIC X(37)
               VALUE "TEMPALRTUNACKED TEMPERATURE ALERTS  C".
       01 WS-KPI-LIST-TABLE REDEFINES WS-KPI-LIST.
           05 WS-KPI-DEFINITION OCCURS 11 TIMES.
               10 WS-KPD-ID PIC X(8).
               10 WS-KPD-DESC PIC X(28).
               10 WS-KPD-TYPE PIC X(1).
       01 WS-KPI-COUNT PIC 9(2) VALUE 11.
       01 WS-KPI-TABLE.
           05 WS-KPI-ENTRY OCCURS 11 TIMES INDEXED BY KPI-IDX.
               10 WS-KPI-ID PIC X(8).
               10 WS-KPI-DESC PIC X(28).
               10 WS-KPI-TYPE PIC X(1).
               10 WS-KPI-VALUE PIC S9(11)V99.
      * WS-KPI-AVAILABLE: N = no figure could be found
               10 WS-KPI-AVAILABLE PIC X(1).
               10 WS-KPI-PRIOR PIC S9(11)V99.
               10 WS-KPI-PRIOR-FOUND PIC X(1).
               10 WS-KPI-TARGET PIC S9(11)V99.
      * WS-KPI-DIRECTION: H = met at or above the target, L = met
      * at or below it, space = no target
               10 WS-KPI-DIRECTION PIC X(1).
      * Slots in the table, in the order of the list above
       01 WS-KPI-SALES PIC 9(2) VALUE 1.
       01 WS-KPI-SALES-LY PIC 9(2) VALUE 2.
       01 WS-KPI-AP-OPEN PIC 9(2) VALUE 3.
       01 WS-KPI-AP-APPROVED PIC 9(2) VALUE 4.
       01 WS-KPI-AP-DUE-WEEK PIC 9(2) VALUE 5.
       01 WS-KPI-COMM-PAYABLE PIC 9(2) VALUE 6.
       01 WS-KPI-COMM-PENDING PIC 9(2) VALUE 7.
       01 WS-KPI-COMM-PEND-AMT PIC 9(2) VALUE 8.
       01 WS-KPI-OD-OPEN PIC 9(2) VALUE 9.
       01 WS-KPI-OD-AMOUNT PIC 9(2) VALUE 10.
       01 WS-KPI-TEMP-ALERTS PIC 9(2) VALUE 11.
      * Standard targets, used when KPI-TARGETS.dat is absent or
      * empty: no open temperature alerts or overdraft reviews
       01 WS-DEFAULT-TARGET-LIST.
           05 FILLER PIC X(23) VALUE "TEMPALRTL+0000000000000".
           05 FILLER PIC X(23) VALUE "ODOPEN  L+0000000000000".
       01 WS-DEFAULT-TARGET-TABLE REDEFINES WS-DEFAULT-TARGET-LIST.
           05 WS-DEFAULT-TARGET PIC X(23) OCCURS 2 TIMES.
       01 WS-DFT-IDX PIC 9(2) VALUE 0.
       01 WS-TARGET-READ-COUNT PIC 9(3) VALUE 0.
       01 WS-TARGET-WORK.
           05 WS-TGT-KPI-ID PIC X(8).
           05 WS-TGT-DIRECTION PIC X(1).
           05 WS-TGT-VALUE PIC S9(11)V99 SIGN LEADING SEPARATE.
       01 WS-TARGET-FOUND PIC X VALUE "N".
      * KPI-HISTORY.dat columns: business date, run date, run
      * state, then one column per KPI
       01 WS-HISTORY-FIELDS.
           05 WS-HST-FIELD PIC X(20) OCCURS 14 TIMES.
       01 WS-HST-IDX PIC 9(2) VALUE 0.
       01 WS-HST-DATE PIC 9(8) VALUE 0.
       01 WS-HIST-LINES PIC 9(7) VALUE 0.
       01 WS-HIST-HAS-DATE PIC X VALUE "N".
       01 WS-PRIOR-DATE PIC 9(8) VALUE 0.
       01 WS-LY-HIST-FOUND PIC X VALUE "N".
       01 WS-LY-HIST-SALES PIC S9(11)V99 VALUE 0.
       01 WS-LY-SALES-FOUND PIC X VALUE "N".
       01 WS-HISTORY-LINE PIC X(250) VALUE SPACES.
       01 WS-HST-PTR PIC 9(3) VALUE 0.
       01 WS-CSV-AMOUNT PIC -(11)9.99.
       01 WS-CSV-COUNT PIC -(11)9.
      * Last status logged for each step of this run
       01 WS-LOG-STEP-COUNT PIC 9(2) VALUE 0.
       01 WS-LOG-STEP-TABLE.
           05 WS-LOG-STEP-ENTRY OCCURS 20 TIMES INDEXED BY LGS-IDX.
               10 WS-LGS-STEP-NO PIC 9(2).
               10 WS-LGS-PROGRAM PIC X(12).
               10 WS-LGS-STATUS PIC X(8).
       01 WS-LGS-FOUND PIC 9(2) VALUE 0.
       01 WS-PROBLEM-STEPS PIC 9(2) VALUE 0.
       01 WS-RUN-STATE PIC X(10) VALUE "COMPLETE".
       01 WS-SIGNED-RECEIPTS PIC S9(5) VALUE 0.
       01 WS-SIGNED-AMOUNT PIC S9(9)V99 VALUE 0.
       01 WS-YTD-COUNT PIC 9(3) VALUE 0.
       01 WS-YTD-FOUND PIC 9(3) VALUE 0.
       01 WS-YTD-TABLE.
           05 WS-YTD-ENTRY OCCURS 500 TIMES INDEXED BY YTD-IDX.
               10 WS-YTD-SALES-ID PIC X(6).
               10 WS-YTD-AMOUNT PIC S9(9)V99.
               10 WS-YTD-PAID PIC S9(9)V99.
               10 WS-YTD-HELD PIC S9(9)V99.
       01 WS-NET-PAYABLE PIC S9(9)V99 VALUE 0.
       01 WS-TEMPERATURE-ALERT PIC X VALUE "N".
       01 WS-CHANGE PIC S9(11)V99 VALUE 0.
       01 WS-CHANGE-PERCENT PIC S9(5)V9 VALUE 0.
      * Report formatting: a value is edited by type into
      * WS-FMT-OUT, right justified
       01 WS-FMT-IN PIC S9(11)V99 VALUE 0.
       01 WS-FMT-TYPE PIC X(1) VALUE SPACE.
       01 WS-FMT-OUT PIC X(16) JUSTIFIED RIGHT VALUE SPACES.
       01 WS-FMT-AMOUNT PIC -,---,---,--9.99.
       01 WS-FMT-COUNT PIC ---,---,---,--9.
       01 WS-SUMMARY-HEADER.
           05 FILLER PIC X(46)
               VALUE " Daily Executive KPI Summary for business day ".
           05 WS-SHD-KPI-DATE PIC 9(8).
           05 FILLER PIC X(11) VALUE "   Run date".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SHD-RUN-DATE PIC 9(8).
       01 WS-SUMMARY-COLUMNS.
           05 FILLER PIC X(31) VALUE "  KPI".
           05 FILLER PIC X(17) VALUE "        THIS DAY ".
           05 FILLER PIC X(17) VALUE "       PRIOR DAY ".
           05 FILLER PIC X(17) VALUE "          CHANGE ".
           05 FILLER PIC X(18) VALUE "          TARGET  ".
           05 FILLER PIC X(6) VALUE "STATUS".
       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SUM-DESC PIC X(28).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SUM-VALUE PIC X(16).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SUM-PRIOR PIC X(16).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SUM-CHANGE PIC X(16).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SUM-TARGET PIC X(16).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SUM-STATUS PIC X(6).
       01 WS-SUM-PERCENT PIC ----9.9.
       01 WS-SUM-PROBLEMS PIC Z9.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 110-READ-RUN-CONTROL
           PERFORM 120-SET-DATES
           PERFORM 150-INIT-KPIS
           PERFORM 160-LOAD-TARGETS
           PERFORM 200-LOAD-HISTORY
           PERFORM 300-CHECK-RUN-LOG
           PERFORM 400-SALES-KPIS
           PERFORM 420-PAYABLES-KPIS
           PERFORM 440-COMMISSION-KPIS
           PERFORM 460-OVERDRAFT-KPIS
           PERFORM 480-ALERT-KPIS
           PERFORM 500-WRITE-SUMMARY
           IF WS-UNATTENDED = "Y"
               PERFORM 600-SAVE-HISTORY
           ELSE
               DISPLAY "Run by hand - KPI-HISTORY.dat is not "
                   "updated"
           END-IF
           DISPLAY "KPI summary for " WS-KPI-DATE
               " written to KPI-SUMMARY.dat"
           GOBACK.
      * Run from NIGHTRUN the run date comes from RUN-CONTROL.dat,
      * so a restart after midnight still reports the same day
       110-READ-RUN-CONTROL.
           MOVE "N" TO WS-UNATTENDED
           MOVE WS-TODAY TO WS-RUN-DATE
           OPEN INPUT RUN-CONTROL-FILE
           READ RUN-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RUN-CTL-MODE = "B"
                       MOVE "Y" TO WS-UNATTENDED
                       IF RUN-CTL-RUN-DATE IS NUMERIC
                           AND RUN-CTL-RUN-DATE > 0
                           MOVE RUN-CTL-RUN-DATE TO WS-RUN-DATE
                       END-IF
                   END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.
       120-SET-DATES.
           COMPUTE WS-DATE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-KPI-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-DAYS - 1)
           COMPUTE WS-WEEK-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-DAYS + 6)
           MOVE WS-KPI-DATE TO WS-LY-DATE
           SUBTRACT 1 FROM WS-LY-YYYY
           IF WS-LY-MMDD = 0229
               MOVE 0228 TO WS-LY-MMDD
           END-IF.
       150-INIT-KPIS.
           PERFORM VARYING KPI-IDX FROM 1 BY 1
               UNTIL KPI-IDX > WS-KPI-COUNT
               MOVE WS-KPD-ID(KPI-IDX) TO WS-KPI-ID(KPI-IDX)
               MOVE WS-KPD-DESC(KPI-IDX) TO WS-KPI-DESC(KPI-IDX)
               MOVE WS-KPD-TYPE(KPI-IDX) TO WS-KPI-TYPE(KPI-IDX)
               MOVE 0 TO WS-KPI-VALUE(KPI-IDX)
               MOVE "Y" TO WS-KPI-AVAILABLE(KPI-IDX)
               MOVE 0 TO WS-KPI-PRIOR(KPI-IDX)
               MOVE "N" TO WS-KPI-PRIOR-FOUND(KPI-IDX)
               MOVE 0 TO WS-KPI-TARGET(KPI-IDX)
               MOVE SPACE TO WS-KPI-DIRECTION(KPI-IDX)
           END-PERFORM.
       160-LOAD-TARGETS.
           MOVE 0 TO WS-TARGET-READ-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT TARGET-FILE
           READ TARGET-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               ADD 1 TO WS-TARGET-READ-COUNT
               MOVE TARGET-RECORD TO WS-TARGET-WORK
               PERFORM 170-APPLY-TARGET
               READ TARGET-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE TARGET-FILE
           IF WS-TARGET-READ-COUNT = 0
               PERFORM VARYING WS-DFT-IDX FROM 1 BY 1
                   UNTIL WS-DFT-IDX > 2
                   MOVE WS-DEFAULT-TARGET(WS-DFT-IDX)
                       TO WS-TARGET-WORK
                   PERFORM 170-APPLY-TARGET
               END-PERFORM
           END-IF.
       170-APPLY-TARGET.
           MOVE "N" TO WS-TARGET-FOUND
           IF (WS-TGT-DIRECTION = "H" OR WS-TGT-DIRECTION = "L")
               AND WS-TGT-VALUE IS NUMERIC
               PERFORM VARYING KPI-IDX FROM 1 BY 1
                   UNTIL KPI-IDX > WS-KPI-COUNT
                   IF WS-KPI-ID(KPI-IDX) = WS-TGT-KPI-ID
                       MOVE WS-TGT-DIRECTION
                           TO WS-KPI-DIRECTION(KPI-IDX)
                       MOVE WS-TGT-VALUE TO WS-KPI-TARGET(KPI-IDX)
                       MOVE "Y" TO WS-TARGET-FOUND
                   END-IF
               END-PERFORM
           END-IF
           IF WS-TARGET-FOUND = "N"
               DISPLAY "KPI target " WS-TGT-KPI-ID
                   " is not valid and was skipped"
           END-IF.
      * The prior day is the latest history line before the
      * business day; last year's line stands in for Sales.dat
      * when the sales for that day have been purged
       200-LOAD-HISTORY.
           MOVE 0 TO WS-HIST-LINES
           MOVE 0 TO WS-PRIOR-DATE
           MOVE "N" TO WS-HIST-HAS-DATE
           MOVE "N" TO WS-LY-HIST-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT HISTORY-FILE
           READ HISTORY-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               ADD 1 TO WS-HIST-LINES
               PERFORM 210-SPLIT-HISTORY-LINE
               IF WS-HST-FIELD(1)(1:8) IS NUMERIC
                   MOVE WS-HST-FIELD(1)(1:8) TO WS-HST-DATE
                   PERFORM 220-USE-HISTORY-LINE
               END-IF
               READ HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.
       210-SPLIT-HISTORY-LINE.
           MOVE SPACES TO WS-HISTORY-FIELDS
           UNSTRING HISTORY-RECORD DELIMITED BY ","
               INTO WS-HST-FIELD(1) WS-HST-FIELD(2)
                   WS-HST-FIELD(3) WS-HST-FIELD(4)
                   WS-HST-FIELD(5) WS-HST-FIELD(6)
                   WS-HST-FIELD(7) WS-HST-FIELD(8)
                   WS-HST-FIELD(9) WS-HST-FIELD(10)
                   WS-HST-FIELD(11) WS-HST-FIELD(12)
                   WS-HST-FIELD(13) WS-HST-FIELD(14)
           END-UNSTRING.
       220-USE-HISTORY-LINE.
           IF WS-HST-DATE = WS-KPI-DATE
               MOVE "Y" TO WS-HIST-HAS-DATE
           END-IF
           IF WS-HST-DATE = WS-LY-DATE
               AND WS-HST-FIELD(4) NOT = SPACES
               MOVE "Y" TO WS-LY-HIST-FOUND
               COMPUTE WS-LY-HIST-SALES =
                   FUNCTION NUMVAL(WS-HST-FIELD(4))
           END-IF
           IF WS-HST-DATE < WS-KPI-DATE
               AND WS-HST-DATE > WS-PRIOR-DATE
               MOVE WS-HST-DATE TO WS-PRIOR-DATE
               PERFORM VARYING KPI-IDX FROM 1 BY 1
                   UNTIL KPI-IDX > WS-KPI-COUNT
                   COMPUTE WS-HST-IDX = KPI-IDX + 3
                   IF WS-HST-FIELD(WS-HST-IDX) = SPACES
                       MOVE "N" TO WS-KPI-PRIOR-FOUND(KPI-IDX)
                       MOVE 0 TO WS-KPI-PRIOR(KPI-IDX)
                   ELSE
                       MOVE "Y" TO WS-KPI-PRIOR-FOUND(KPI-IDX)
                       COMPUTE WS-KPI-PRIOR(KPI-IDX) =
                           FUNCTION NUMVAL(WS-HST-FIELD(WS-HST-IDX))
                   END-IF
               END-PERFORM
           END-IF.
      * A step whose last status this run is anything but OK or
      * NOTDUE did not finish cleanly
       300-CHECK-RUN-LOG.
           MOVE 0 TO WS-LOG-STEP-COUNT
           MOVE 0 TO WS-PROBLEM-STEPS
           MOVE "N" TO WS-EOF
           OPEN INPUT RUN-LOG-FILE
           READ RUN-LOG-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               IF LOG-DATE = WS-RUN-DATE
                   PERFORM 310-POST-STEP-STATUS
               END-IF
               READ RUN-LOG-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE RUN-LOG-FILE
           PERFORM VARYING LGS-IDX FROM 1 BY 1
               UNTIL LGS-IDX > WS-LOG-STEP-COUNT
               IF WS-LGS-STATUS(LGS-IDX) NOT = "OK"
                   AND WS-LGS-STATUS(LGS-IDX) NOT = "NOTDUE"
                   ADD 1 TO WS-PROBLEM-STEPS
               END-IF
           END-PERFORM
           IF WS-PROBLEM-STEPS > 0
               MOVE "INCOMPLETE" TO WS-RUN-STATE
           ELSE
               MOVE "COMPLETE" TO WS-RUN-STATE
           END-IF.
       310-POST-STEP-STATUS.
           MOVE 0 TO WS-LGS-FOUND
           PERFORM VARYING LGS-IDX FROM 1 BY 1
               UNTIL LGS-IDX > WS-LOG-STEP-COUNT
               IF WS-LGS-STEP-NO(LGS-IDX) = LOG-STEP-NO
                   AND WS-LGS-PROGRAM(LGS-IDX) = LOG-PROGRAM
                   MOVE LGS-IDX TO WS-LGS-FOUND
               END-IF
           END-PERFORM
           IF WS-LGS-FOUND = 0 AND WS-LOG-STEP-COUNT < 20
               ADD 1 TO WS-LOG-STEP-COUNT
               MOVE WS-LOG-STEP-COUNT TO WS-LGS-FOUND
               MOVE LOG-STEP-NO TO WS-LGS-STEP-NO(WS-LGS-FOUND)
               MOVE LOG-PROGRAM TO WS-LGS-PROGRAM(WS-LGS-FOUND)
           END-IF
           IF WS-LGS-FOUND > 0
               MOVE LOG-STATUS TO WS-LGS-STATUS(WS-LGS-FOUND)
           END-IF.
      * Refunds net against the day's receipts, as in SALES
       400-SALES-KPIS.
           MOVE "N" TO WS-LY-SALES-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT SALES-FILE
           READ SALES-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               IF SALE-TYPE = "R"
                   COMPUTE WS-SIGNED-RECEIPTS = 0 - RECEIPTS
               ELSE
                   MOVE RECEIPTS TO WS-SIGNED-RECEIPTS
               END-IF
               IF SALE-DATE = WS-KPI-DATE
                   ADD WS-SIGNED-RECEIPTS
                       TO WS-KPI-VALUE(WS-KPI-SALES)
               END-IF
               IF SALE-DATE = WS-LY-DATE
                   MOVE "Y" TO WS-LY-SALES-FOUND
                   ADD WS-SIGNED-RECEIPTS
                       TO WS-KPI-VALUE(WS-KPI-SALES-LY)
               END-IF
               READ SALES-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE SALES-FILE
           IF WS-LY-SALES-FOUND = "N"
               IF WS-LY-HIST-FOUND = "Y"
                   MOVE WS-LY-HIST-SALES
                       TO WS-KPI-VALUE(WS-KPI-SALES-LY)
               ELSE
                   MOVE "N" TO WS-KPI-AVAILABLE(WS-KPI-SALES-LY)
               END-IF
           END-IF.
      * Credit memos count against the vendor's balance; rejected
      * invoices are not payable
       420-PAYABLES-KPIS.
           MOVE "N" TO WS-EOF
           OPEN INPUT OPEN-ITEM-FILE
           READ OPEN-ITEM-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               IF OPN-PAID NOT = "Y" AND OPN-STATUS NOT = "R"
                   IF OPN-TYPE = "C"
                       COMPUTE WS-SIGNED-AMOUNT = 0 - OPN-AMOUNT
                   ELSE
                       MOVE OPN-AMOUNT TO WS-SIGNED-AMOUNT
                   END-IF
                   ADD WS-SIGNED-AMOUNT
                       TO WS-KPI-VALUE(WS-KPI-AP-OPEN)
                   IF OPN-STATUS = "A"
                       ADD WS-SIGNED-AMOUNT
                           TO WS-KPI-VALUE(WS-KPI-AP-APPROVED)
                       IF OPN-DUE-DATE <= WS-WEEK-END-DATE
                           ADD WS-SIGNED-AMOUNT
                               TO WS-KPI-VALUE(WS-KPI-AP-DUE-WEEK)
                       END-IF
                   END-IF
               END-IF
               READ OPEN-ITEM-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE OPEN-ITEM-FILE.
       440-COMMISSION-KPIS.
           MOVE 0 TO WS-YTD-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT YTD-FILE
           READ YTD-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               IF WS-YTD-COUNT < 500
                   ADD 1 TO WS-YTD-COUNT
                   MOVE YTD-SALES-ID TO WS-YTD-SALES-ID(WS-YTD-COUNT)
                   MOVE YTD-COMMISSION-AMOUNT
                       TO WS-YTD-AMOUNT(WS-YTD-COUNT)
                   MOVE YTD-PAID-AMOUNT TO WS-YTD-PAID(WS-YTD-COUNT)
                   MOVE 0 TO WS-YTD-HELD(WS-YTD-COUNT)
               ELSE
                   DISPLAY "YTD table full, salesperson "
                       YTD-SALES-ID " left out of commissions "
                       "payable"
               END-IF
               READ YTD-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE YTD-FILE
           MOVE "N" TO WS-EOF
           OPEN INPUT APPROVAL-FILE
           READ APPROVAL-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               ADD 1 TO WS-KPI-VALUE(WS-KPI-COMM-PENDING)
               ADD APR-COMMISSION-AMOUNT
                   TO WS-KPI-VALUE(WS-KPI-COMM-PEND-AMT)
               PERFORM 450-FIND-YTD-ENTRY
               IF WS-YTD-FOUND > 0
                   ADD APR-COMMISSION-AMOUNT
                       TO WS-YTD-HELD(WS-YTD-FOUND)
               END-IF
               READ APPROVAL-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE APPROVAL-FILE
           PERFORM VARYING YTD-IDX FROM 1 BY 1
               UNTIL YTD-IDX > WS-YTD-COUNT
               COMPUTE WS-NET-PAYABLE =
                   WS-YTD-AMOUNT(YTD-IDX) - WS-YTD-PAID(YTD-IDX) -
                   WS-YTD-HELD(YTD-IDX)
               IF WS-NET-PAYABLE > 0
                   ADD WS-NET-PAYABLE
                       TO WS-KPI-VALUE(WS-KPI-COMM-PAYABLE)
               END-IF
           END-PERFORM.
       450-FIND-YTD-ENTRY.
           MOVE 0 TO WS-YTD-FOUND
           PERFORM VARYING YTD-IDX FROM 1 BY 1
               UNTIL YTD-IDX > WS-YTD-COUNT
               IF WS-YTD-SALES-ID(YTD-IDX) = APR-SALES-ID
                   MOVE YTD-IDX TO WS-YTD-FOUND
               END-IF
           END-PERFORM.
      * A review is open until the customer's agreement is
      * recorded against it
       460-OVERDRAFT-KPIS.
           MOVE "N" TO WS-EOF
           OPEN INPUT OD-STATUS-FILE
           READ OD-STATUS-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               IF OST-AGREEMENT = SPACE
                   ADD 1 TO WS-KPI-VALUE(WS-KPI-OD-OPEN)
                   ADD OST-SHORTFALL
                       TO WS-KPI-VALUE(WS-KPI-OD-AMOUNT)
               END-IF
               READ OD-STATUS-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE OD-STATUS-FILE.
      * Older status records carry no type; as in ALRTRESP, one
      * that is not a break-glass, humidity or door alert by its
      * message is a temperature alert
       480-ALERT-KPIS.
           MOVE "N" TO WS-EOF
           OPEN INPUT ALERT-STATUS-FILE
           READ ALERT-STATUS-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               EVALUATE TRUE
                   WHEN AST-TYPE = "T"
                       MOVE "Y" TO WS-TEMPERATURE-ALERT
                   WHEN AST-TYPE NOT = SPACE
                       MOVE "N" TO WS-TEMPERATURE-ALERT
                   WHEN AST-MESSAGE(1:11) = "BREAK-GLASS"
                   WHEN AST-MESSAGE(1:13) = "HIGH HUMIDITY"
                   WHEN AST-MESSAGE(1:9) = "DOOR OPEN"
                       MOVE "N" TO WS-TEMPERATURE-ALERT
                   WHEN OTHER
                       MOVE "Y" TO WS-TEMPERATURE-ALERT
               END-EVALUATE
               IF AST-ACKED = "N" AND WS-TEMPERATURE-ALERT = "Y"
                   ADD 1 TO WS-KPI-VALUE(WS-KPI-TEMP-ALERTS)
               END-IF
               READ ALERT-STATUS-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE ALERT-STATUS-FILE.
       500-WRITE-SUMMARY.
           OPEN OUTPUT SUMMARY-FILE
           MOVE WS-KPI-DATE TO WS-SHD-KPI-DATE
           MOVE WS-RUN-DATE TO WS-SHD-RUN-DATE
           MOVE WS-SUMMARY-HEADER TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE SPACES TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           IF WS-PROBLEM-STEPS > 0
               MOVE WS-PROBLEM-STEPS TO WS-SUM-PROBLEMS
               MOVE SPACES TO SUMMARY-RECORD
               STRING " *** NIGHTLY RUN INCOMPLETE: "
                   WS-SUM-PROBLEMS
                   " STEP(S) FAILED, BLOCKED, HELD OR OUT OF "
                   "BALANCE - FIGURES MAY BE STALE ***"
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
               MOVE SPACES TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
           END-IF
           MOVE WS-SUMMARY-COLUMNS TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           PERFORM VARYING KPI-IDX FROM 1 BY 1
               UNTIL KPI-IDX > WS-KPI-COUNT
               PERFORM 510-WRITE-KPI-LINE
           END-PERFORM
           MOVE SPACES TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           PERFORM 530-WRITE-SALES-COMPARISON
           MOVE SPACES TO SUMMARY-RECORD
           STRING " Cash due this week: approved unpaid items due "
               "on or before " WS-WEEK-END-DATE
               ", overdue items included"
               DELIMITED BY SIZE INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           IF WS-PRIOR-DATE > 0
               MOVE SPACES TO SUMMARY-RECORD
               STRING " Prior day figures are from KPI-HISTORY.dat "
                   "for " WS-PRIOR-DATE
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
           END-IF
           CLOSE SUMMARY-FILE.
       510-WRITE-KPI-LINE.
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE WS-KPI-DESC(KPI-IDX) TO WS-SUM-DESC
           MOVE WS-KPI-TYPE(KPI-IDX) TO WS-FMT-TYPE
           IF WS-KPI-AVAILABLE(KPI-IDX) = "N"
               MOVE "N/A" TO WS-FMT-OUT
           ELSE
               MOVE WS-KPI-VALUE(KPI-IDX) TO WS-FMT-IN
               PERFORM 520-FORMAT-VALUE
           END-IF
           MOVE WS-FMT-OUT TO WS-SUM-VALUE
           IF WS-KPI-PRIOR-FOUND(KPI-IDX) = "Y"
               MOVE WS-KPI-PRIOR(KPI-IDX) TO WS-FMT-IN
               PERFORM 520-FORMAT-VALUE
               MOVE WS-FMT-OUT TO WS-SUM-PRIOR
               IF WS-KPI-AVAILABLE(KPI-IDX) = "Y"
                   COMPUTE WS-FMT-IN = WS-KPI-VALUE(KPI-IDX) -
                       WS-KPI-PRIOR(KPI-IDX)
                   PERFORM 520-FORMAT-VALUE
                   MOVE WS-FMT-OUT TO WS-SUM-CHANGE
               END-IF
           ELSE
               MOVE "N/A" TO WS-FMT-OUT
               MOVE WS-FMT-OUT TO WS-SUM-PRIOR
           END-IF
           IF WS-KPI-DIRECTION(KPI-IDX) NOT = SPACE
               MOVE WS-KPI-TARGET(KPI-IDX) TO WS-FMT-IN
               PERFORM 520-FORMAT-VALUE
               MOVE WS-FMT-OUT TO WS-SUM-TARGET
               EVALUATE TRUE
                   WHEN WS-KPI-AVAILABLE(KPI-IDX) = "N"
                       MOVE SPACES TO WS-SUM-STATUS
                   WHEN WS-KPI-DIRECTION(KPI-IDX) = "H"
                       AND WS-KPI-VALUE(KPI-IDX) >=
                           WS-KPI-TARGET(KPI-IDX)
                       MOVE "MET" TO WS-SUM-STATUS
                   WHEN WS-KPI-DIRECTION(KPI-IDX) = "L"
                       AND WS-KPI-VALUE(KPI-IDX) <=
                           WS-KPI-TARGET(KPI-IDX)
                       MOVE "MET" TO WS-SUM-STATUS
                   WHEN OTHER
                       MOVE "MISSED" TO WS-SUM-STATUS
               END-EVALUATE
           END-IF
           MOVE WS-SUMMARY-LINE TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD.
       520-FORMAT-VALUE.
           IF WS-FMT-TYPE = "C"
               MOVE WS-FMT-IN TO WS-FMT-COUNT
               MOVE WS-FMT-COUNT TO WS-FMT-OUT
           ELSE
               MOVE WS-FMT-IN TO WS-FMT-AMOUNT
               MOVE WS-FMT-AMOUNT TO WS-FMT-OUT
           END-IF.
       530-WRITE-SALES-COMPARISON.
           MOVE SPACES TO SUMMARY-RECORD
           IF WS-KPI-AVAILABLE(WS-KPI-SALES-LY) = "N"
               STRING " Sales vs same day last year (" WS-LY-DATE
                   "): not available - no sales on file for that "
                   "day"
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
           ELSE
               COMPUTE WS-CHANGE = WS-KPI-VALUE(WS-KPI-SALES) -
                   WS-KPI-VALUE(WS-KPI-SALES-LY)
               MOVE WS-CHANGE TO WS-FMT-IN
               MOVE "A" TO WS-FMT-TYPE
               PERFORM 520-FORMAT-VALUE
               IF WS-KPI-VALUE(WS-KPI-SALES-LY) = 0
                   STRING " Sales vs same day last year ("
                       WS-LY-DATE "): change "
                       FUNCTION TRIM(WS-FMT-OUT)
                       DELIMITED BY SIZE INTO SUMMARY-RECORD
               ELSE
                   COMPUTE WS-CHANGE-PERCENT ROUNDED =
                       WS-CHANGE * 100 /
                       WS-KPI-VALUE(WS-KPI-SALES-LY)
                   MOVE WS-CHANGE-PERCENT TO WS-SUM-PERCENT
                   STRING " Sales vs same day last year ("
                       WS-LY-DATE "): change "
                       FUNCTION TRIM(WS-FMT-OUT) " ("
                       FUNCTION TRIM(WS-SUM-PERCENT) "%)"
                       DELIMITED BY SIZE INTO SUMMARY-RECORD
               END-IF
           END-IF
           WRITE SUMMARY-RECORD.
      * A restart runs the summary again for the same business
      * day; its line then replaces the one already on file
       600-SAVE-HISTORY.
           PERFORM 610-BUILD-HISTORY-LINE
           IF WS-HIST-HAS-DATE = "Y"
               PERFORM 650-REPLACE-HISTORY-LINE
           ELSE
               OPEN EXTEND HISTORY-FILE
               IF WS-HIST-LINES = 0
                   PERFORM 620-WRITE-HISTORY-HEADING
               END-IF
               MOVE WS-HISTORY-LINE TO HISTORY-RECORD
               WRITE HISTORY-RECORD
               CLOSE HISTORY-FILE
           END-IF.
       610-BUILD-HISTORY-LINE.
           MOVE SPACES TO WS-HISTORY-LINE
           MOVE 1 TO WS-HST-PTR
           STRING WS-KPI-DATE "," WS-RUN-DATE ","
               WS-RUN-STATE DELIMITED BY SPACE
               INTO WS-HISTORY-LINE WITH POINTER WS-HST-PTR
           END-STRING
           PERFORM VARYING KPI-IDX FROM 1 BY 1
               UNTIL KPI-IDX > WS-KPI-COUNT
               STRING "," DELIMITED BY SIZE
                   INTO WS-HISTORY-LINE WITH POINTER WS-HST-PTR
               END-STRING
               IF WS-KPI-AVAILABLE(KPI-IDX) = "Y"
                   PERFORM 615-ADD-HISTORY-VALUE
               END-IF
           END-PERFORM.
       615-ADD-HISTORY-VALUE.
           IF WS-KPI-TYPE(KPI-IDX) = "C"
               MOVE WS-KPI-VALUE(KPI-IDX) TO WS-CSV-COUNT
               STRING FUNCTION TRIM(WS-CSV-COUNT) DELIMITED BY SIZE
                   INTO WS-HISTORY-LINE WITH POINTER WS-HST-PTR
               END-STRING
           ELSE
               MOVE WS-KPI-VALUE(KPI-IDX) TO WS-CSV-AMOUNT
               STRING FUNCTION TRIM(WS-CSV-AMOUNT) DELIMITED BY SIZE
                   INTO WS-HISTORY-LINE WITH POINTER WS-HST-PTR
               END-STRING
           END-IF.
       620-WRITE-HISTORY-HEADING.
           MOVE SPACES TO HISTORY-RECORD
           MOVE 1 TO WS-HST-PTR
           STRING "BUSINESS-DATE,RUN-DATE,RUN-STATE"
               DELIMITED BY SIZE
               INTO HISTORY-RECORD WITH POINTER WS-HST-PTR
           END-STRING
           PERFORM VARYING KPI-IDX FROM 1 BY 1
               UNTIL KPI-IDX > WS-KPI-COUNT
               STRING "," DELIMITED BY SIZE
                   WS-KPI-ID(KPI-IDX) DELIMITED BY SPACE
                   INTO HISTORY-RECORD WITH POINTER WS-HST-PTR
               END-STRING
           END-PERFORM
           WRITE HISTORY-RECORD.
       650-REPLACE-HISTORY-LINE.
           MOVE "N" TO WS-EOF
           OPEN INPUT HISTORY-FILE
           OPEN OUTPUT HISTORY-WORK-FILE
           READ HISTORY-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               IF HISTORY-RECORD(1:8) = WS-KPI-DATE
                   MOVE WS-HISTORY-LINE TO HISTORY-WORK-RECORD
               ELSE
                   MOVE HISTORY-RECORD TO HISTORY-WORK-RECORD
               END-IF
               WRITE HISTORY-WORK-RECORD
               READ HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           CLOSE HISTORY-WORK-FILE
           MOVE "N" TO WS-EOF
           OPEN INPUT HISTORY-WORK-FILE
           OPEN OUTPUT HISTORY-FILE
           READ HISTORY-WORK-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               MOVE HISTORY-WORK-RECORD TO HISTORY-RECORD
               WRITE HISTORY-RECORD
               READ HISTORY-WORK-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE HISTORY-WORK-FILE
           CLOSE HISTORY-FILE
           OPEN OUTPUT HISTORY-WORK-FILE
           CLOSE HISTORY-WORK-FILE.
