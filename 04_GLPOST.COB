       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
      * General ledger journal interface. Turns the money each
      * subsystem moves into balanced debit/credit journal entries
      * for one accounting period:
      *   INTEREST-SUMMARY.dat     (BALANCE)  interest credited
      *   EARLY-WITHDRAWAL-PENALTIES.dat (BALANCE) CD penalties
      *   FEE-REGISTER.dat         (BALANCE)  service fees
      *   MATURITY-REGISTER.dat    (MATURITY) maturity payouts
      *   PAYROLL-INTERFACE.dat    (COMPAY)   commissions paid
      *   INVOICE-PAYMENTS.dat     (INVPAY)   vendor payments
      *                            (VOIDPAY)  and their voids
      *   SALES-TAX-REPORT.dat     (SALES)    sales tax accrued
      *   WITHHOLDING-VOUCHERS.dat (WHLEDGER) withholding remitted
      *   AR-OPEN-ITEMS.dat        (ARINV)    customer billing
      *   AR-RECEIPT-REGISTER.dat  (ARPAY)    customer receipts
      *   RNI-ACCRUALS.dat         (RNIACCR)  goods received not
      *                            invoiced, and their reversals
      * Every line is validated against CHART-OF-ACCOUNTS.dat;
      * an entry that is out of balance or names an unknown or
      * inactive account goes whole to GL-SUSPENSE.dat. Each
      * transaction falls in the fiscal period on
      * FISCAL-CALENDAR.dat that covers its date. The period's
      * entries are rebuilt on every run so a rerun never
      * double-posts, while the entries of every other period
      * stay on the journal and suspense files as they were. A
      * trial balance of the posted entries is written to
      * GL-TRIAL-BALANCE.dat, and the totals read from each
      * feeder are posted to CONTROL-TOTALS.dat for NIGHTRUN to
      * balance against what the feeder wrote.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO
           "RUN-CONTROL.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHART-FILE ASSIGN TO
           "CHART-OF-ACCOUNTS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INTEREST-SUMMARY-FILE ASSIGN TO
           "INTEREST-SUMMARY.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FEE-REGISTER-FILE ASSIGN TO
           "FEE-REGISTER.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MATURITY-REGISTER-FILE ASSIGN TO
           "MATURITY-REGISTER.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENALTY-FILE ASSIGN TO
           "EARLY-WITHDRAWAL-PENALTIES.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAYROLL-FILE ASSIGN TO
           "PAYROLL-INTERFACE.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAYMENT-FILE ASSIGN TO
           "INVOICE-PAYMENTS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TAX-REPORT-FILE ASSIGN TO
           "SALES-TAX-REPORT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VOUCHER-FILE ASSIGN TO
           "WITHHOLDING-VOUCHERS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AR-OPEN-ITEM-FILE ASSIGN TO
           "AR-OPEN-ITEMS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AR-REGISTER-FILE ASSIGN TO
           "AR-RECEIPT-REGISTER.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RNI-ACCRUAL-FILE ASSIGN TO
           "RNI-ACCRUALS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO
           "GL-JOURNAL.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO
           "GL-SUSPENSE.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POST-WORK-FILE ASSIGN TO
           "GL-POST-WORK.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRIAL-BALANCE-FILE ASSIGN TO
           "GL-TRIAL-BALANCE.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO
           "FISCAL-CALENDAR.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO
           "CONTROL-TOTALS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RUN-CTL-MODE PIC X(1).
           05 RUN-CTL-USER PIC X(20).
           05 RUN-CTL-RUN-DATE PIC 9(8).
       FD CHART-FILE.
       01 CHART-RECORD.
           05 GLA-ACCOUNT PIC X(6).
           05 GLA-NAME PIC X(30).
      * GLA-TYPE: A = asset, L = liability, Q = equity,
      * R = revenue, E = expense
           05 GLA-TYPE PIC X(1).
      * GLA-ACTIVE: Y = open for posting, N = closed
           05 GLA-ACTIVE PIC X(1).
       FD INTEREST-SUMMARY-FILE.
       01 INTEREST-SUMMARY-RECORD.
           05 INT-ACCT-NUMBER PIC X(6).
           05 INT-YEAR PIC 9(2).
           05 INT-GROSS PIC S9(9)V99.
           05 INT-WITHHELD PIC S9(9)V99.
           05 INT-NET PIC S9(9)V99.
           05 INT-DATE PIC 9(8).
       FD PENALTY-FILE.
       01 PENALTY-RECORD.
           05 EWP-ACCT-NUMBER PIC X(6).
           05 EWP-PRODUCT-CODE PIC X(4).
           05 EWP-YEAR PIC 9(2).
           05 EWP-WITHDRAWAL PIC S9(9)V99.
           05 EWP-PENALTY PIC S9(9)V99.
           05 EWP-DATE PIC 9(8).
       FD MATURITY-REGISTER-FILE.
       01 MATURITY-REGISTER-RECORD.
           05 MTR-ACCT-NUMBER PIC X(6).
           05 MTR-ACTION PIC X(1).
           05 MTR-MATURITY-DATE PIC 9(8).
           05 MTR-AMOUNT PIC S9(9)V99.
           05 MTR-RATE PIC 9(2)V999.
           05 MTR-TRANSFER-ACCT PIC X(6).
           05 MTR-RUN-DATE PIC 9(8).
       FD FEE-REGISTER-FILE.
       01 FEE-REGISTER-RECORD.
           05 FRG-ACCT-NUMBER PIC X(6).
           05 FRG-YEAR PIC 9(2).
           05 FRG-PERIOD PIC 9(2).
           05 FRG-FEE-CODE PIC X(4).
           05 FRG-FEE-TYPE PIC X(1).
           05 FRG-AMOUNT PIC S9(7)V99.
           05 FRG-DATE PIC 9(8).
       FD PAYROLL-FILE.
       01 PAYROLL-RECORD.
           05 PAY-SALES-ID PIC X(6).
           05 PAY-NET-AMOUNT PIC 9(9)V99.
           05 PAY-DATE PIC 9(8).
       01 PAYROLL-CONTROL-RECORD.
           05 PAY-CTL-RECORD-TYPE PIC X(3).
           05 PAY-CTL-COUNT PIC 9(6).
           05 PAY-CTL-TOTAL PIC 9(11)V99.
       FD PAYMENT-FILE.
       01 PAYMENT-HEADER-RECORD.
           05 PMT-RECORD-TYPE PIC X(3).
           05 PMT-VENDOR-NUMBER PIC X(6).
           05 PMT-PAY-REF PIC X(10).
           05 PMT-PAY-DATE PIC 9(8).
           05 PMT-TOTAL PIC 9(9)V99.
           05 FILLER PIC X(1).
      * Foreign-currency payments: PMT-TOTAL is the base cost,
      * PMT-FX-GAIN-LOSS the booked amount less that cost
      * (positive = gain); spaces on payments in base currency
           05 PMT-CURRENCY PIC X(3).
           05 PMT-FOREIGN-TOTAL PIC 9(9)V99.
           05 PMT-PAY-RATE PIC 9(4)V9(6).
           05 PMT-FX-GAIN-LOSS PIC S9(9)V99 SIGN LEADING SEPARATE.
      * VOIDPAY void: the leading fields line up with the PAY
      * header; the voided payment's gain or loss follows the
      * reason code
       01 VOID-RECORD.
           05 FILLER PIC X(38).
           05 VOD-ORIG-PAY-DATE PIC 9(8).
           05 VOD-REASON PIC X(1).
           05 VOD-FX-GAIN-LOSS PIC S9(9)V99 SIGN LEADING SEPARATE.
       01 REMITTANCE-RECORD.
           05 RMT-RECORD-TYPE PIC X(3).
           05 RMT-INV-NUMBER PIC X(10).
           05 RMT-AMOUNT PIC 9(7)V99.
           05 RMT-DUE-DATE PIC 9(8).
           05 RMT-ITEM-TYPE PIC X(1).
           05 RMT-DISC-TAKEN PIC 9(7)V99.
       FD TAX-REPORT-FILE.
      * SALES prints one detail line per jurisdiction; the
      * jurisdiction lines are the ones carrying "  RATE "
       01 TAX-REPORT-RECORD PIC X(100).
       01 TAX-DETAIL-RECORD.
           05 TXR-CODE PIC X(4).
           05 FILLER PIC X(1).
           05 TXR-NAME PIC X(20).
           05 TXR-RATE-LABEL PIC X(7).
           05 FILLER PIC X(6).
           05 FILLER PIC X(10).
           05 FILLER PIC X(11).
           05 FILLER PIC X(6).
           05 TXR-TAX PIC X(13).
           05 FILLER PIC X(22).
       FD VOUCHER-FILE.
       01 VOUCHER-RECORD.
           05 VCH-PERIOD PIC 9(5).
           05 VCH-AMOUNT PIC S9(11)V99.
           05 VCH-DATE PIC 9(8).
           05 VCH-USER PIC X(20).
       FD AR-OPEN-ITEM-FILE.
       01 AR-OPEN-ITEM-RECORD.
           05 ARO-INV-NUMBER PIC X(10).
           05 ARO-CUSTOMER-NUMBER PIC 9(7).
      * ARO-TYPE: I = invoice, C = credit memo, U = unapplied cash
           05 ARO-TYPE PIC X(1).
           05 ARO-AMOUNT PIC 9(7)V99.
           05 ARO-BALANCE PIC 9(7)V99.
           05 ARO-INV-DATE PIC 9(8).
           05 ARO-DUE-DATE PIC 9(8).
           05 ARO-PAID PIC X(1).
           05 ARO-LAST-PAY-DATE PIC 9(8).
           05 ARO-DUN-LEVEL PIC 9(1).
           05 ARO-DESCRIPTION PIC X(30).
       FD AR-REGISTER-FILE.
       01 AR-REGISTER-RECORD.
           05 ARR-RUN-DATE PIC 9(8).
           05 ARR-RECEIPT-DATE PIC 9(8).
           05 ARR-REFERENCE PIC X(10).
           05 ARR-CUSTOMER-NUMBER PIC 9(7).
           05 ARR-INV-NUMBER PIC X(10).
      * ARR-TYPE: P = receipt applied, U = receipt held
      * unapplied, C = credit applied (no cash moves)
           05 ARR-TYPE PIC X(1).
           05 ARR-AMOUNT PIC 9(7)V99.
       FD RNI-ACCRUAL-FILE.
       01 RNI-ACCRUAL-RECORD.
           05 RNA-CUTOFF-DATE PIC 9(8).
           05 RNA-REVERSE-DATE PIC 9(8).
           05 RNA-PO-NUMBER PIC X(10).
           05 RNA-VENDOR-NUMBER PIC X(6).
           05 RNA-RECEIVED PIC 9(9)V99.
           05 RNA-INVOICED PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 RNA-AMOUNT PIC 9(9)V99.
           05 RNA-OLDEST-DATE PIC 9(8).
           05 RNA-DAYS PIC 9(5).
           05 RNA-CHASE PIC X(1).
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 GLJ-ENTRY-NO PIC 9(6).
           05 GLJ-LINE-NO PIC 9(2).
      * GLJ-SOURCE: INTEREST, PENALTY, FEES, MATURITY, PAYROLL,
      * PAYABLES, SALESTAX, WITHHOLD, ARBILL, ARCASH, ACCRUAL
           05 GLJ-SOURCE PIC X(8).
           05 GLJ-PERIOD PIC 9(6).
           05 GLJ-POST-DATE PIC 9(8).
           05 GLJ-ACCOUNT PIC X(6).
      * GLJ-DR-CR: D = debit, C = credit
           05 GLJ-DR-CR PIC X(1).
           05 GLJ-AMOUNT PIC 9(11)V99.
           05 GLJ-REFERENCE PIC X(12).
           05 GLJ-DESCRIPTION PIC X(30).
       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           05 GLS-ENTRY-NO PIC 9(6).
           05 GLS-LINE-NO PIC 9(2).
           05 GLS-SOURCE PIC X(8).
           05 GLS-PERIOD PIC 9(6).
           05 GLS-POST-DATE PIC 9(8).
           05 GLS-ACCOUNT PIC X(6).
           05 GLS-DR-CR PIC X(1).
           05 GLS-AMOUNT PIC 9(11)V99.
           05 GLS-REFERENCE PIC X(12).
           05 GLS-DESCRIPTION PIC X(30).
           05 GLS-REASON PIC X(30).
      * Holds the journal or suspense entries of the other
      * periods while the file is rebuilt
       FD POST-WORK-FILE.
       01 POST-WORK-RECORD PIC X(122).
       FD TRIAL-BALANCE-FILE.
       01 TRIAL-BALANCE-RECORD PIC X(100).
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
       01 WS-UNATTENDED PIC X VALUE "N".
       01 WS-CTL-USER PIC X(20) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-PERIOD PIC 9(6) VALUE 0.
       01 WS-CURRENT-PERIOD PIC 9(6) VALUE 0.
       01 WS-DATE-SPLIT.
           05 WS-DSP-PERIOD PIC 9(6).
           05 FILLER PIC 9(2).
       01 WS-EOF PIC X VALUE "N".
       01 WS-PERIOD-CLOSED PIC X VALUE "N".
       01 WS-CLOSED-BY PIC X(20) VALUE SPACES.
       01 WS-CAL-EOF PIC X VALUE "N".
       01 WS-CAL-COUNT PIC 9(3) VALUE 0.
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 240 TIMES INDEXED BY CAL-IDX.
               10 WS-CAL-PERIOD PIC 9(6).
               10 WS-CAL-START-DATE PIC 9(8).
               10 WS-CAL-END-DATE PIC 9(8).
       01 WS-LOOKUP-DATE PIC 9(8) VALUE 0.
       01 WS-LOOKUP-PERIOD PIC 9(6) VALUE 0.
       01 WS-DROPPED-COUNT PIC 9(6) VALUE 0.
       01 WS-CTT-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-CTT-TOTAL-ID PIC X(20) VALUE SPACES.
       01 WS-CTT-DIRECTION PIC X(1) VALUE SPACE.
       01 WS-CTT-COUNT PIC 9(9) VALUE 0.
       01 WS-CTT-AMOUNT PIC S9(13)V99 VALUE 0.
      * Everything read from the feeders whose output totals
      * NIGHTRUN ties to the ledger, whatever period it is for
       01 WS-INT-READ-COUNT PIC 9(9) VALUE 0.
       01 WS-INT-READ-AMOUNT PIC S9(13)V99 VALUE 0.
       01 WS-PAY-READ-COUNT PIC 9(9) VALUE 0.
       01 WS-PAY-READ-AMOUNT PIC S9(13)V99 VALUE 0.
       01 WS-TAX-READ-COUNT PIC 9(9) VALUE 0.
       01 WS-TAX-READ-AMOUNT PIC S9(13)V99 VALUE 0.
       01 WS-VCH-READ-COUNT PIC 9(9) VALUE 0.
       01 WS-VCH-READ-AMOUNT PIC S9(13)V99 VALUE 0.
       01 WS-SUSPENDED-DEBITS PIC S9(13)V99 VALUE 0.
      * Posting accounts for each source; every one must be on
      * the chart of accounts or the entries using it suspend
       01 WS-ACCT-CASH PIC X(6) VALUE "101000".
       01 WS-ACCT-RECEIVABLES PIC X(6) VALUE "120000".
       01 WS-ACCT-PAYABLES PIC X(6) VALUE "201000".
       01 WS-ACCT-ACCRUED-PAYABLES PIC X(6) VALUE "205000".
       01 WS-ACCT-DEPOSITS PIC X(6) VALUE "210000".
       01 WS-ACCT-WITHHOLDING PIC X(6) VALUE "230000".
       01 WS-ACCT-SALES-TAX PIC X(6) VALUE "240000".
       01 WS-ACCT-SALES PIC X(6) VALUE "401000".
       01 WS-ACCT-PENALTY-INCOME PIC X(6) VALUE "405000".
       01 WS-ACCT-FEE-INCOME PIC X(6) VALUE "406000".
       01 WS-ACCT-SERVICE-INCOME PIC X(6) VALUE "407000".
       01 WS-ACCT-INTEREST-EXP PIC X(6) VALUE "510000".
       01 WS-ACCT-COMMISSION-EXP PIC X(6) VALUE "520000".
       01 WS-ACCT-RNI-EXPENSE PIC X(6) VALUE "530000".
       01 WS-ACCT-FX-GAIN-LOSS PIC X(6) VALUE "540000".
      * Realized exchange gain (+) or loss (-) on the payment or
      * void being posted, and the payables amount it implies
       01 WS-FX-AMOUNT PIC S9(9)V99 VALUE 0.
       01 WS-PAYABLES-AMOUNT PIC S9(9)V99 VALUE 0.
       01 WS-CHART-COUNT PIC 9(4) VALUE 0.
       01 WS-CHART-FOUND PIC 9(4) VALUE 0.
       01 WS-CHART-TABLE.
           05 WS-CHART-ENTRY OCCURS 500 TIMES INDEXED BY GLA-IDX.
               10 WS-GLA-ACCOUNT PIC X(6).
               10 WS-GLA-NAME PIC X(30).
               10 WS-GLA-TYPE PIC X(1).
               10 WS-GLA-ACTIVE PIC X(1).
               10 WS-GLA-DEBITS PIC 9(13)V99.
               10 WS-GLA-CREDITS PIC 9(13)V99.
      * The entry being built; written whole to the journal or
      * whole to suspense
       01 WS-ENTRY-NO PIC 9(6) VALUE 0.
       01 WS-ENTRY-SOURCE PIC X(8) VALUE SPACES.
       01 WS-ENTRY-DATE PIC 9(8) VALUE 0.
       01 WS-ENTRY-REFERENCE PIC X(12) VALUE SPACES.
       01 WS-ENTRY-DESCRIPTION PIC X(30) VALUE SPACES.
       01 WS-LINE-COUNT PIC 9(2) VALUE 0.
       01 WS-LINE-TABLE.
           05 WS-LINE-ENTRY OCCURS 10 TIMES INDEXED BY LIN-IDX.
               10 WS-LIN-ACCOUNT PIC X(6).
               10 WS-LIN-DR-CR PIC X(1).
               10 WS-LIN-AMOUNT PIC S9(11)V99.
       01 WS-NEW-ACCOUNT PIC X(6) VALUE SPACES.
       01 WS-NEW-DR-CR PIC X(1) VALUE SPACES.
       01 WS-NEW-AMOUNT PIC S9(11)V99 VALUE 0.
       01 WS-ENTRY-DEBITS PIC S9(13)V99 VALUE 0.
       01 WS-ENTRY-CREDITS PIC S9(13)V99 VALUE 0.
       01 WS-SUSPEND-REASON PIC X(30) VALUE SPACES.
       01 WS-TAX-AMOUNT PIC S9(9)V99 VALUE 0.
       01 WS-POSTED-COUNT PIC 9(6) VALUE 0.
       01 WS-SUSPENDED-COUNT PIC 9(6) VALUE 0.
       01 WS-TOTAL-DEBITS PIC 9(13)V99 VALUE 0.
       01 WS-TOTAL-CREDITS PIC 9(13)V99 VALUE 0.
       01 WS-TB-BALANCE PIC S9(13)V99 VALUE 0.
       01 WS-FORMAT-COUNT PIC ZZZ,ZZ9.
       01 WS-TB-DETAIL-LINE.
           05 WS-TBD-ACCOUNT PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-TBD-NAME PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-TBD-TYPE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-TBD-DEBIT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-TBD-CREDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-TBD-BALANCE PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 040-READ-RUN-CONTROL
           MOVE WS-TODAY TO WS-DATE-SPLIT
           PERFORM 060-FIND-CURRENT-PERIOD
           MOVE WS-DSP-PERIOD TO WS-CURRENT-PERIOD
           MOVE WS-DSP-PERIOD TO WS-PERIOD
           IF WS-UNATTENDED NOT = "Y"
               DISPLAY "Enter the period to post (YYYYMM, "
                   "0 for the current period)"
               ACCEPT WS-PERIOD
               IF WS-PERIOD = 0
                   MOVE WS-DSP-PERIOD TO WS-PERIOD
               END-IF
           END-IF
           PERFORM 065-CHECK-PERIOD-CLOSED
           IF WS-PERIOD-CLOSED = "Y"
               DISPLAY "*** Period " WS-PERIOD " was closed by "
                   WS-CLOSED-BY " - journal not rebuilt ***"
               GOBACK
           END-IF
           PERFORM 070-LOAD-CALENDAR
           PERFORM 150-LOAD-CHART
           PERFORM 170-CLEAR-JOURNAL-PERIOD
           PERFORM 175-CLEAR-SUSPENSE-PERIOD
           OPEN EXTEND JOURNAL-FILE
           OPEN EXTEND SUSPENSE-FILE
           PERFORM 200-POST-INTEREST
           PERFORM 210-POST-PENALTIES
           PERFORM 215-POST-FEES
           PERFORM 218-POST-MATURITY-PAYOUTS
           PERFORM 220-POST-PAYROLL
           PERFORM 240-POST-PAYABLES
           PERFORM 260-POST-SALES-TAX
           PERFORM 280-POST-WITHHOLDING
           PERFORM 285-POST-AR-BILLING
           PERFORM 290-POST-AR-RECEIPTS
           PERFORM 295-POST-RNI-ACCRUALS
           CLOSE JOURNAL-FILE
           CLOSE SUSPENSE-FILE
           PERFORM 500-TRIAL-BALANCE
           PERFORM 440-POST-CONTROL-TOTALS
           MOVE WS-POSTED-COUNT TO WS-FORMAT-COUNT
           DISPLAY "Journal entries posted:    " WS-FORMAT-COUNT
           MOVE WS-SUSPENDED-COUNT TO WS-FORMAT-COUNT
           DISPLAY "Journal entries suspended: " WS-FORMAT-COUNT
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
                       IF RUN-CTL-RUN-DATE IS NUMERIC
                           MOVE RUN-CTL-RUN-DATE TO WS-CTT-RUN-DATE
                       END-IF
                   END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.
      * The current period is the fiscal period containing the
      * run date on the shared calendar, or the calendar month
      * when no calendar covers it
       060-FIND-CURRENT-PERIOD.
           MOVE "N" TO WS-EOF
           OPEN INPUT CALENDAR-FILE
           READ CALENDAR-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               IF WS-TODAY >= FCL-START-DATE
                   AND WS-TODAY <= FCL-END-DATE
                   MOVE FCL-PERIOD TO WS-DSP-PERIOD
               END-IF
               READ CALENDAR-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE.
      * A closed period's journal is final; rerunning would
      * replace it, so posting to a closed period is refused
       065-CHECK-PERIOD-CLOSED.
           MOVE "N" TO WS-PERIOD-CLOSED
           MOVE "N" TO WS-EOF
           OPEN INPUT CALENDAR-FILE
           READ CALENDAR-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               IF FCL-PERIOD = WS-PERIOD AND FCL-STATUS = "C"
                   MOVE "Y" TO WS-PERIOD-CLOSED
                   MOVE FCL-CLOSED-BY TO WS-CLOSED-BY
               END-IF
               READ CALENDAR-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE.
       070-LOAD-CALENDAR.
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
      * calendar month
       075-FIND-FISCAL-PERIOD.
           COMPUTE WS-LOOKUP-PERIOD = WS-LOOKUP-DATE / 100
           PERFORM VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > WS-CAL-COUNT
               IF WS-LOOKUP-DATE >= WS-CAL-START-DATE(CAL-IDX)
                   AND WS-LOOKUP-DATE <= WS-CAL-END-DATE(CAL-IDX)
                   MOVE WS-CAL-PERIOD(CAL-IDX) TO WS-LOOKUP-PERIOD
               END-IF
           END-PERFORM.
       150-LOAD-CHART.
           MOVE "N" TO WS-EOF
           OPEN INPUT CHART-FILE
           READ CHART-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               IF WS-CHART-COUNT < 500
                   ADD 1 TO WS-CHART-COUNT
                   MOVE GLA-ACCOUNT TO WS-GLA-ACCOUNT(WS-CHART-COUNT)
                   MOVE GLA-NAME TO WS-GLA-NAME(WS-CHART-COUNT)
                   MOVE GLA-TYPE TO WS-GLA-TYPE(WS-CHART-COUNT)
                   MOVE GLA-ACTIVE TO WS-GLA-ACTIVE(WS-CHART-COUNT)
                   MOVE 0 TO WS-GLA-DEBITS(WS-CHART-COUNT)
                   MOVE 0 TO WS-GLA-CREDITS(WS-CHART-COUNT)
               ELSE
                   DISPLAY "Chart table full, record skipped for "
                       GLA-ACCOUNT
               END-IF
               READ CHART-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE CHART-FILE
           IF WS-CHART-COUNT = 0
               DISPLAY "CHART-OF-ACCOUNTS.dat is empty - every "
                   "entry will suspend"
           END-IF.
       160-FIND-ACCOUNT.
           MOVE 0 TO WS-CHART-FOUND
           PERFORM VARYING GLA-IDX FROM 1 BY 1
               UNTIL GLA-IDX > WS-CHART-COUNT
               IF WS-GLA-ACCOUNT(GLA-IDX) = WS-NEW-ACCOUNT
                   MOVE GLA-IDX TO WS-CHART-FOUND
               END-IF
           END-PERFORM.
      * The journal keeps every open and closed period; only the
      * entries of the period being posted are taken off so the
      * run can write them again. New entries are numbered on
      * from the highest entry number left on either file.
       170-CLEAR-JOURNAL-PERIOD.
           MOVE 0 TO WS-DROPPED-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT JOURNAL-FILE
           OPEN OUTPUT POST-WORK-FILE
           READ JOURNAL-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               IF GLJ-PERIOD = WS-PERIOD
                   ADD 1 TO WS-DROPPED-COUNT
               ELSE
                   IF GLJ-ENTRY-NO > WS-ENTRY-NO
                       MOVE GLJ-ENTRY-NO TO WS-ENTRY-NO
                   END-IF
                   MOVE JOURNAL-RECORD TO POST-WORK-RECORD
                   WRITE POST-WORK-RECORD
               END-IF
               READ JOURNAL-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           CLOSE POST-WORK-FILE
           MOVE "N" TO WS-EOF
           OPEN INPUT POST-WORK-FILE
           OPEN OUTPUT JOURNAL-FILE
           READ POST-WORK-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               MOVE POST-WORK-RECORD TO JOURNAL-RECORD
               WRITE JOURNAL-RECORD
               READ POST-WORK-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE POST-WORK-FILE
           CLOSE JOURNAL-FILE
           IF WS-DROPPED-COUNT > 0
               MOVE WS-DROPPED-COUNT TO WS-FORMAT-COUNT
               DISPLAY "Journal lines replaced for period "
                   WS-PERIOD ": " WS-FORMAT-COUNT
           END-IF.
       175-CLEAR-SUSPENSE-PERIOD.
           MOVE "N" TO WS-EOF
           OPEN INPUT SUSPENSE-FILE
           OPEN OUTPUT POST-WORK-FILE
           READ SUSPENSE-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               IF GLS-PERIOD NOT = WS-PERIOD
                   IF GLS-ENTRY-NO > WS-ENTRY-NO
                       MOVE GLS-ENTRY-NO TO WS-ENTRY-NO
                   END-IF
                   MOVE SUSPENSE-RECORD TO POST-WORK-RECORD
                   WRITE POST-WORK-RECORD
               END-IF
               READ SUSPENSE-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-FILE
           CLOSE POST-WORK-FILE
           MOVE "N" TO WS-EOF
           OPEN INPUT POST-WORK-FILE
           OPEN OUTPUT SUSPENSE-FILE
           READ POST-WORK-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               MOVE POST-WORK-RECORD TO SUSPENSE-RECORD
               WRITE SUSPENSE-RECORD
               READ POST-WORK-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE POST-WORK-FILE
           CLOSE SUSPENSE-FILE
           OPEN OUTPUT POST-WORK-FILE
           CLOSE POST-WORK-FILE.
      * Gross interest is the expense; the net is credited to
      * the depositor and the withholding becomes a liability
       200-POST-INTEREST.
           MOVE "N" TO WS-EOF
           OPEN INPUT INTEREST-SUMMARY-FILE
           READ INTEREST-SUMMARY-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               ADD 1 TO WS-INT-READ-COUNT
               ADD INT-GROSS TO WS-INT-READ-AMOUNT
               MOVE INT-DATE TO WS-LOOKUP-DATE
               PERFORM 075-FIND-FISCAL-PERIOD
               IF WS-LOOKUP-PERIOD = WS-PERIOD AND INT-GROSS NOT = 0
                   MOVE "INTEREST" TO WS-ENTRY-SOURCE
                   MOVE INT-DATE TO WS-ENTRY-DATE
                   MOVE INT-ACCT-NUMBER TO WS-ENTRY-REFERENCE
                   MOVE "INTEREST CREDITED" TO WS-ENTRY-DESCRIPTION
                   PERFORM 300-START-ENTRY
                   MOVE WS-ACCT-INTEREST-EXP TO WS-NEW-ACCOUNT
                   MOVE "D" TO WS-NEW-DR-CR
                   MOVE INT-GROSS TO WS-NEW-AMOUNT
                   PERFORM 310-ADD-LINE
                   MOVE WS-ACCT-DEPOSITS TO WS-NEW-ACCOUNT
                   MOVE "C" TO WS-NEW-DR-CR
                   MOVE INT-NET TO WS-NEW-AMOUNT
                   PERFORM 310-ADD-LINE
                   IF INT-WITHHELD NOT = 0
                       MOVE WS-ACCT-WITHHOLDING TO WS-NEW-ACCOUNT
                       MOVE "C" TO WS-NEW-DR-CR
                       MOVE INT-WITHHELD TO WS-NEW-AMOUNT
                       PERFORM 310-ADD-LINE
                   END-IF
                   PERFORM 350-FINISH-ENTRY
               END-IF
               READ INTEREST-SUMMARY-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE INTEREST-SUMMARY-FILE.
      * An early-withdrawal penalty comes out of the depositor's
      * balance and is income to the bank
       210-POST-PENALTIES.
           MOVE "N" TO WS-EOF
           OPEN INPUT PENALTY-FILE
           READ PENALTY-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               MOVE EWP-DATE TO WS-LOOKUP-DATE
               PERFORM 075-FIND-FISCAL-PERIOD
               IF WS-LOOKUP-PERIOD = WS-PERIOD AND EWP-PENALTY NOT = 0
                   MOVE "PENALTY" TO WS-ENTRY-SOURCE
                   MOVE EWP-DATE TO WS-ENTRY-DATE
                   MOVE EWP-ACCT-NUMBER TO WS-ENTRY-REFERENCE
                   MOVE "EARLY WITHDRAWAL PENALTY"
                       TO WS-ENTRY-DESCRIPTION
                   PERFORM 300-START-ENTRY
                   MOVE WS-ACCT-DEPOSITS TO WS-NEW-ACCOUNT
                   MOVE "D" TO WS-NEW-DR-CR
                   MOVE EWP-PENALTY TO WS-NEW-AMOUNT
                   PERFORM 310-ADD-LINE
                   MOVE WS-ACCT-PENALTY-INCOME TO WS-NEW-ACCOUNT
                   MOVE "C" TO WS-NEW-DR-CR
                   MOVE EWP-PENALTY TO WS-NEW-AMOUNT
                   PERFORM 310-ADD-LINE
                   PERFORM 350-FINISH-ENTRY
               END-IF
               READ PENALTY-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE PENALTY-FILE.
       215-POST-FEES.
           MOVE "N" TO WS-EOF
           OPEN INPUT FEE-REGISTER-FILE
           READ FEE-REGISTER-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               MOVE FRG-DATE TO WS-LOOKUP-DATE
               PERFORM 075-FIND-FISCAL-PERIOD
               IF WS-LOOKUP-PERIOD = WS-PERIOD AND FRG-AMOUNT NOT = 0
                   MOVE "FEES" TO WS-ENTRY-SOURCE
                   MOVE FRG-DATE TO WS-ENTRY-DATE
                   MOVE FRG-ACCT-NUMBER TO WS-ENTRY-REFERENCE
                   MOVE "SERVICE FEE" TO WS-ENTRY-DESCRIPTION
                   PERFORM 300-START-ENTRY
                   MOVE WS-ACCT-DEPOSITS TO WS-NEW-ACCOUNT
                   MOVE "D" TO WS-NEW-DR-CR
                   MOVE FRG-AMOUNT TO WS-NEW-AMOUNT
                   PERFORM 310-ADD-LINE
                   MOVE WS-ACCT-FEE-INCOME TO WS-NEW-ACCOUNT
                   MOVE "C" TO WS-NEW-DR-CR
                   MOVE FRG-AMOUNT TO WS-NEW-AMOUNT
                   PERFORM 310-ADD-LINE
                   PERFORM 350-FINISH-ENTRY
               END-IF
               READ FEE-REGISTER-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE FEE-REGISTER-FILE.
      * Only payouts move money out of deposits; a rollover or a
      * transfer between accounts stays within deposits
       218-POST-MATURITY-PAYOUTS.
           MOVE "N" TO WS-EOF
           OPEN INPUT MATURITY-REGISTER-FILE
           READ MATURITY-REGISTER-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               MOVE MTR-RUN-DATE TO WS-LOOKUP-DATE
               PERFORM 075-FIND-FISCAL-PERIOD
               IF WS-LOOKUP-PERIOD = WS-PERIOD AND MTR-ACTION = "P"
                   AND MTR-AMOUNT NOT = 0
                   MOVE "MATURITY" TO WS-ENTRY-SOURCE
                   MOVE MTR-RUN-DATE TO WS-ENTRY-DATE
                   MOVE MTR-ACCT-NUMBER TO WS-ENTRY-REFERENCE
                   MOVE "MATURITY PAYOUT" TO WS-ENTRY-DESCRIPTION
                   PERFORM 300-START-ENTRY
                   MOVE WS-ACCT-DEPOSITS TO WS-NEW-ACCOUNT
                   MOVE "D" TO WS-NEW-DR-CR
                   MOVE MTR-AMOUNT TO WS-NEW-AMOUNT
                   PERFORM 310-ADD-LINE
                   MOVE WS-ACCT-CASH TO WS-NEW-ACCOUNT
                   MOVE "C" TO WS-NEW-DR-CR
                   MOVE MTR-AMOUNT TO WS-NEW-AMOUNT
                   PERFORM 310-ADD-LINE
                   PERFORM 350-FINISH-ENTRY
               END-IF
               READ MATURITY-REGISTER-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE MATURITY-REGISTER-FILE.
       220-POST-PAYROLL.
           MOVE "N" TO WS-EOF
           OPEN INPUT PAYROLL-FILE
           READ PAYROLL-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               IF PAY-CTL-RECORD-TYPE NOT = "CTL"
                   ADD 1 TO WS-PAY-READ-COUNT
                   ADD PAY-NET-AMOUNT TO WS-PAY-READ-AMOUNT
                   MOVE PAY-DATE TO WS-LOOKUP-DATE
                   PERFORM 075-FIND-FISCAL-PERIOD
               END-IF
               IF PAY-CTL-RECORD-TYPE NOT = "CTL"
                   AND WS-LOOKUP-PERIOD = WS-PERIOD
                   MOVE "PAYROLL" TO WS-ENTRY-SOURCE
                   MOVE PAY-DATE TO WS-ENTRY-DATE
                   MOVE PAY-SALES-ID TO WS-ENTRY-REFERENCE
                   MOVE "COMMISSION PAID" TO WS-ENTRY-DESCRIPTION
                   PERFORM 300-START-ENTRY
                   MOVE WS-ACCT-COMMISSION-EXP TO WS-NEW-ACCOUNT
                   MOVE "D" TO WS-NEW-DR-CR
                   MOVE PAY-NET-AMOUNT TO WS-NEW-AMOUNT
                   PERFORM 310-ADD-LINE
                   MOVE WS-ACCT-CASH TO WS-NEW-ACCOUNT
                   MOVE "C" TO WS-NEW-DR-CR
                   MOVE PAY-NET-AMOUNT TO WS-NEW-AMOUNT
                   PERFORM 310-ADD-LINE
                   PERFORM 350-FINISH-ENTRY
               END-IF
               READ PAYROLL-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-FILE.
      * INVPAY keeps every run on the payments file, so only the
      * PAY headers dated in the period are posted; the RMT
      * detail under them is already netted into PMT-TOTAL. A
      * foreign-currency payment relieves payables at the base
      * amount booked; its difference from the cash paid is the
      * realized exchange gain or loss.
       240-POST-PAYABLES.
           MOVE "N" TO WS-EOF
           OPEN INPUT PAYMENT-FILE
           READ PAYMENT-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               IF PMT-RECORD-TYPE = "PAY"
                   MOVE PMT-PAY-DATE TO WS-LOOKUP-DATE
                   PERFORM 075-FIND-FISCAL-PERIOD
                   IF WS-LOOKUP-PERIOD = WS-PERIOD
                       MOVE "PAYABLES" TO WS-ENTRY-SOURCE
                       MOVE PMT-PAY-DATE TO WS-ENTRY-DATE
                       MOVE PMT-PAY-REF TO WS-ENTRY-REFERENCE
                       MOVE SPACES TO WS-ENTRY-DESCRIPTION
                       STRING "VENDOR PAYMENT " PMT-VENDOR-NUMBER
                           DELIMITED BY SIZE
                           INTO WS-ENTRY-DESCRIPTION
                       MOVE 0 TO WS-FX-AMOUNT
                       IF PMT-CURRENCY NOT = SPACES
                           AND PMT-FX-GAIN-LOSS IS NUMERIC
                           MOVE PMT-FX-GAIN-LOSS TO WS-FX-AMOUNT
                       END-IF
                       COMPUTE WS-PAYABLES-AMOUNT =
                           PMT-TOTAL + WS-FX-AMOUNT
                       PERFORM 300-START-ENTRY
                       MOVE WS-ACCT-PAYABLES TO WS-NEW-ACCOUNT
                       MOVE "D" TO WS-NEW-DR-CR
                       MOVE WS-PAYABLES-AMOUNT TO WS-NEW-AMOUNT
                       PERFORM 310-ADD-LINE
                       MOVE WS-ACCT-CASH TO WS-NEW-ACCOUNT
                       MOVE "C" TO WS-NEW-DR-CR
                       MOVE PMT-TOTAL TO WS-NEW-AMOUNT
                       PERFORM 310-ADD-LINE
                       IF WS-FX-AMOUNT > 0
                           MOVE WS-ACCT-FX-GAIN-LOSS TO WS-NEW-ACCOUNT
                           MOVE "C" TO WS-NEW-DR-CR
                           MOVE WS-FX-AMOUNT TO WS-NEW-AMOUNT
                           PERFORM 310-ADD-LINE
                       END-IF
                       IF WS-FX-AMOUNT < 0
                           MOVE WS-ACCT-FX-GAIN-LOSS TO WS-NEW-ACCOUNT
                           MOVE "D" TO WS-NEW-DR-CR
                           COMPUTE WS-NEW-AMOUNT = 0 - WS-FX-AMOUNT
                           PERFORM 310-ADD-LINE
                       END-IF
                       PERFORM 350-FINISH-ENTRY
                   END-IF
               END-IF
               IF PMT-RECORD-TYPE = "VOD"
                   PERFORM 245-POST-PAYMENT-VOID
               END-IF
               READ PAYMENT-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE PAYMENT-FILE.
      * A VOIDPAY void carries its void date where a PAY carries
      * the issue date, and reverses the payment in that period,
      * including any exchange gain or loss it realized
       245-POST-PAYMENT-VOID.
           MOVE PMT-PAY-DATE TO WS-LOOKUP-DATE
           PERFORM 075-FIND-FISCAL-PERIOD
           IF WS-LOOKUP-PERIOD = WS-PERIOD
               MOVE "PAYABLES" TO WS-ENTRY-SOURCE
               MOVE PMT-PAY-DATE TO WS-ENTRY-DATE
               MOVE PMT-PAY-REF TO WS-ENTRY-REFERENCE
               MOVE SPACES TO WS-ENTRY-DESCRIPTION
               STRING "VOID VENDOR PAYMENT " PMT-VENDOR-NUMBER
                   DELIMITED BY SIZE
                   INTO WS-ENTRY-DESCRIPTION
               MOVE 0 TO WS-FX-AMOUNT
               IF VOD-FX-GAIN-LOSS IS NUMERIC
                   MOVE VOD-FX-GAIN-LOSS TO WS-FX-AMOUNT
               END-IF
               COMPUTE WS-PAYABLES-AMOUNT = PMT-TOTAL + WS-FX-AMOUNT
               PERFORM 300-START-ENTRY
               MOVE WS-ACCT-CASH TO WS-NEW-ACCOUNT
               MOVE "D" TO WS-NEW-DR-CR
               MOVE PMT-TOTAL TO WS-NEW-AMOUNT
               PERFORM 310-ADD-LINE
               MOVE WS-ACCT-PAYABLES TO WS-NEW-ACCOUNT
               MOVE "C" TO WS-NEW-DR-CR
               MOVE WS-PAYABLES-AMOUNT TO WS-NEW-AMOUNT
               PERFORM 310-ADD-LINE
               IF WS-FX-AMOUNT > 0
                   MOVE WS-ACCT-FX-GAIN-LOSS TO WS-NEW-ACCOUNT
                   MOVE "D" TO WS-NEW-DR-CR
                   MOVE WS-FX-AMOUNT TO WS-NEW-AMOUNT
                   PERFORM 310-ADD-LINE
               END-IF
               IF WS-FX-AMOUNT < 0
                   MOVE WS-ACCT-FX-GAIN-LOSS TO WS-NEW-ACCOUNT
                   MOVE "C" TO WS-NEW-DR-CR
                   COMPUTE WS-NEW-AMOUNT = 0 - WS-FX-AMOUNT
                   PERFORM 310-ADD-LINE
               END-IF
               PERFORM 350-FINISH-ENTRY
           END-IF.
      * The tax report carries no date; it is the accrual for the
      * latest sales run, so it posts only when the current
      * period is being run and a back period is posted without
      * it. Tax collected in receipts moves from revenue to the
      * tax liability; a net refund position reverses the sides.
       260-POST-SALES-TAX.
           IF WS-PERIOD NOT = WS-CURRENT-PERIOD
               DISPLAY "Sales tax is posted only to the current "
                   "period " WS-CURRENT-PERIOD
                   " - not posted to " WS-PERIOD
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT TAX-REPORT-FILE
           READ TAX-REPORT-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               IF TXR-RATE-LABEL = "  RATE "
                   COMPUTE WS-TAX-AMOUNT =
                       FUNCTION NUMVAL-C(TXR-TAX)
                   ADD 1 TO WS-TAX-READ-COUNT
                   ADD WS-TAX-AMOUNT TO WS-TAX-READ-AMOUNT
                   IF WS-TAX-AMOUNT NOT = 0
                       AND WS-PERIOD = WS-CURRENT-PERIOD
                       PERFORM 265-POST-ONE-JURISDICTION
                   END-IF
               END-IF
               READ TAX-REPORT-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE TAX-REPORT-FILE.
       265-POST-ONE-JURISDICTION.
           MOVE "SALESTAX" TO WS-ENTRY-SOURCE
           MOVE WS-TODAY TO WS-ENTRY-DATE
           MOVE TXR-CODE TO WS-ENTRY-REFERENCE
           MOVE SPACES TO WS-ENTRY-DESCRIPTION
           STRING "SALES TAX " TXR-NAME
               DELIMITED BY SIZE INTO WS-ENTRY-DESCRIPTION
           PERFORM 300-START-ENTRY
           IF WS-TAX-AMOUNT < 0
               COMPUTE WS-TAX-AMOUNT = 0 - WS-TAX-AMOUNT
               MOVE WS-ACCT-SALES-TAX TO WS-NEW-ACCOUNT
               MOVE "D" TO WS-NEW-DR-CR
               MOVE WS-TAX-AMOUNT TO WS-NEW-AMOUNT
               PERFORM 310-ADD-LINE
               MOVE WS-ACCT-SALES TO WS-NEW-ACCOUNT
               MOVE "C" TO WS-NEW-DR-CR
               MOVE WS-TAX-AMOUNT TO WS-NEW-AMOUNT
               PERFORM 310-ADD-LINE
           ELSE
               MOVE WS-ACCT-SALES TO WS-NEW-ACCOUNT
               MOVE "D" TO WS-NEW-DR-CR
               MOVE WS-TAX-AMOUNT TO WS-NEW-AMOUNT
               PERFORM 310-ADD-LINE
               MOVE WS-ACCT-SALES-TAX TO WS-NEW-ACCOUNT
               MOVE "C" TO WS-NEW-DR-CR
               MOVE WS-TAX-AMOUNT TO WS-NEW-AMOUNT
               PERFORM 310-ADD-LINE
           END-IF
           PERFORM 350-FINISH-ENTRY.
       280-POST-WITHHOLDING.
           MOVE "N" TO WS-EOF
           OPEN INPUT VOUCHER-FILE
           READ VOUCHER-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               ADD 1 TO WS-VCH-READ-COUNT
               ADD VCH-AMOUNT TO WS-VCH-READ-AMOUNT
               MOVE VCH-DATE TO WS-LOOKUP-DATE
               PERFORM 075-FIND-FISCAL-PERIOD
               IF WS-LOOKUP-PERIOD = WS-PERIOD
                   MOVE "WITHHOLD" TO WS-ENTRY-SOURCE
                   MOVE VCH-DATE TO WS-ENTRY-DATE
                   MOVE SPACES TO WS-ENTRY-REFERENCE
                   STRING "WH" VCH-PERIOD DELIMITED BY SIZE
                       INTO WS-ENTRY-REFERENCE
                   MOVE "WITHHOLDING REMITTED"
                       TO WS-ENTRY-DESCRIPTION
                   PERFORM 300-START-ENTRY
                   MOVE WS-ACCT-WITHHOLDING TO WS-NEW-ACCOUNT
                   MOVE "D" TO WS-NEW-DR-CR
                   MOVE VCH-AMOUNT TO WS-NEW-AMOUNT
                   PERFORM 310-ADD-LINE
                   MOVE WS-ACCT-CASH TO WS-NEW-ACCOUNT
                   MOVE "C" TO WS-NEW-DR-CR
                   MOVE VCH-AMOUNT TO WS-NEW-AMOUNT
                   PERFORM 310-ADD-LINE
                   PERFORM 350-FINISH-ENTRY
               END-IF
               READ VOUCHER-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE VOUCHER-FILE.
      * Customer invoices are receivable and service income when
      * billed; a credit memo reverses the sides. Items stay on
      * the open-item file after they are paid, so the billing
      * date picks out the period.
       285-POST-AR-BILLING.
           MOVE "N" TO WS-EOF
           OPEN INPUT AR-OPEN-ITEM-FILE
           READ AR-OPEN-ITEM-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               MOVE ARO-INV-DATE TO WS-LOOKUP-DATE
               PERFORM 075-FIND-FISCAL-PERIOD
               IF (ARO-TYPE = "I" OR ARO-TYPE = "C")
                   AND WS-LOOKUP-PERIOD = WS-PERIOD
                   AND ARO-AMOUNT NOT = 0
                   MOVE "ARBILL" TO WS-ENTRY-SOURCE
                   MOVE ARO-INV-DATE TO WS-ENTRY-DATE
                   MOVE ARO-INV-NUMBER TO WS-ENTRY-REFERENCE
                   MOVE SPACES TO WS-ENTRY-DESCRIPTION
                   IF ARO-TYPE = "C"
                       STRING "CUSTOMER CREDIT " ARO-CUSTOMER-NUMBER
                           DELIMITED BY SIZE
                           INTO WS-ENTRY-DESCRIPTION
                   ELSE
                       STRING "CUSTOMER INVOICE " ARO-CUSTOMER-NUMBER
                           DELIMITED BY SIZE
                           INTO WS-ENTRY-DESCRIPTION
                   END-IF
                   PERFORM 300-START-ENTRY
                   MOVE WS-ACCT-RECEIVABLES TO WS-NEW-ACCOUNT
                   IF ARO-TYPE = "C"
                       MOVE "C" TO WS-NEW-DR-CR
                   ELSE
                       MOVE "D" TO WS-NEW-DR-CR
                   END-IF
                   MOVE ARO-AMOUNT TO WS-NEW-AMOUNT
                   PERFORM 310-ADD-LINE
                   MOVE WS-ACCT-SERVICE-INCOME TO WS-NEW-ACCOUNT
                   IF ARO-TYPE = "C"
                       MOVE "D" TO WS-NEW-DR-CR
                   ELSE
                       MOVE "C" TO WS-NEW-DR-CR
                   END-IF
                   MOVE ARO-AMOUNT TO WS-NEW-AMOUNT
                   PERFORM 310-ADD-LINE
                   PERFORM 350-FINISH-ENTRY
               END-IF
               READ AR-OPEN-ITEM-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE AR-OPEN-ITEM-FILE.
      * Cash received from customers, whether applied to an
      * invoice or held unapplied, comes off receivables. Credit
      * applications on the register move no cash and are not
      * posted.
       290-POST-AR-RECEIPTS.
           MOVE "N" TO WS-EOF
           OPEN INPUT AR-REGISTER-FILE
           READ AR-REGISTER-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               MOVE ARR-RECEIPT-DATE TO WS-LOOKUP-DATE
               PERFORM 075-FIND-FISCAL-PERIOD
               IF (ARR-TYPE = "P" OR ARR-TYPE = "U")
                   AND WS-LOOKUP-PERIOD = WS-PERIOD
                   AND ARR-AMOUNT NOT = 0
                   MOVE "ARCASH" TO WS-ENTRY-SOURCE
                   MOVE ARR-RECEIPT-DATE TO WS-ENTRY-DATE
                   MOVE ARR-REFERENCE TO WS-ENTRY-REFERENCE
                   MOVE SPACES TO WS-ENTRY-DESCRIPTION
                   STRING "CUSTOMER RECEIPT " ARR-CUSTOMER-NUMBER
                       DELIMITED BY SIZE INTO WS-ENTRY-DESCRIPTION
                   PERFORM 300-START-ENTRY
                   MOVE WS-ACCT-CASH TO WS-NEW-ACCOUNT
                   MOVE "D" TO WS-NEW-DR-CR
                   MOVE ARR-AMOUNT TO WS-NEW-AMOUNT
                   PERFORM 310-ADD-LINE
                   MOVE WS-ACCT-RECEIVABLES TO WS-NEW-ACCOUNT
                   MOVE "C" TO WS-NEW-DR-CR
                   MOVE ARR-AMOUNT TO WS-NEW-AMOUNT
                   PERFORM 310-ADD-LINE
                   PERFORM 350-FINISH-ENTRY
               END-IF
               READ AR-REGISTER-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE AR-REGISTER-FILE.
      * Each month-end accrual posts in its cutoff period and is
      * reversed on the first day of the next, by which time the
      * vendor's invoice should have replaced it
       295-POST-RNI-ACCRUALS.
           MOVE "N" TO WS-EOF
           OPEN INPUT RNI-ACCRUAL-FILE
           READ RNI-ACCRUAL-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               MOVE RNA-CUTOFF-DATE TO WS-LOOKUP-DATE
               PERFORM 075-FIND-FISCAL-PERIOD
               IF WS-LOOKUP-PERIOD = WS-PERIOD AND RNA-AMOUNT > 0
                   MOVE RNA-CUTOFF-DATE TO WS-ENTRY-DATE
                   MOVE SPACES TO WS-ENTRY-DESCRIPTION
                   STRING "RECEIVED NOT INVOICED " RNA-VENDOR-NUMBER
                       DELIMITED BY SIZE INTO WS-ENTRY-DESCRIPTION
                   PERFORM 296-POST-ONE-ACCRUAL
               END-IF
               MOVE RNA-REVERSE-DATE TO WS-LOOKUP-DATE
               PERFORM 075-FIND-FISCAL-PERIOD
               IF WS-LOOKUP-PERIOD = WS-PERIOD AND RNA-AMOUNT > 0
                   MOVE RNA-REVERSE-DATE TO WS-ENTRY-DATE
                   MOVE SPACES TO WS-ENTRY-DESCRIPTION
                   STRING "REVERSE RNI ACCRUAL " RNA-VENDOR-NUMBER
                       DELIMITED BY SIZE INTO WS-ENTRY-DESCRIPTION
                   PERFORM 296-POST-ONE-ACCRUAL
               END-IF
               READ RNI-ACCRUAL-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE RNI-ACCRUAL-FILE.
      * The reversal swaps the sides of the original accrual
       296-POST-ONE-ACCRUAL.
           MOVE "ACCRUAL" TO WS-ENTRY-SOURCE
           MOVE RNA-PO-NUMBER TO WS-ENTRY-REFERENCE
           PERFORM 300-START-ENTRY
           MOVE WS-ACCT-RNI-EXPENSE TO WS-NEW-ACCOUNT
           IF WS-ENTRY-DATE = RNA-CUTOFF-DATE
               MOVE "D" TO WS-NEW-DR-CR
           ELSE
               MOVE "C" TO WS-NEW-DR-CR
           END-IF
           MOVE RNA-AMOUNT TO WS-NEW-AMOUNT
           PERFORM 310-ADD-LINE
           MOVE WS-ACCT-ACCRUED-PAYABLES TO WS-NEW-ACCOUNT
           IF WS-ENTRY-DATE = RNA-CUTOFF-DATE
               MOVE "C" TO WS-NEW-DR-CR
           ELSE
               MOVE "D" TO WS-NEW-DR-CR
           END-IF
           MOVE RNA-AMOUNT TO WS-NEW-AMOUNT
           PERFORM 310-ADD-LINE
           PERFORM 350-FINISH-ENTRY.
       300-START-ENTRY.
           ADD 1 TO WS-ENTRY-NO
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-ENTRY-DEBITS
           MOVE 0 TO WS-ENTRY-CREDITS
           MOVE SPACES TO WS-SUSPEND-REASON.
      * Every line is checked as it is added; the first problem
      * found is the reason the entry suspends
       310-ADD-LINE.
           IF WS-LINE-COUNT >= 10
               MOVE "TOO MANY LINES IN ENTRY" TO WS-SUSPEND-REASON
           ELSE
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-NEW-ACCOUNT TO WS-LIN-ACCOUNT(WS-LINE-COUNT)
               MOVE WS-NEW-DR-CR TO WS-LIN-DR-CR(WS-LINE-COUNT)
               MOVE WS-NEW-AMOUNT TO WS-LIN-AMOUNT(WS-LINE-COUNT)
               IF WS-NEW-DR-CR = "D"
                   ADD WS-NEW-AMOUNT TO WS-ENTRY-DEBITS
               ELSE
                   ADD WS-NEW-AMOUNT TO WS-ENTRY-CREDITS
               END-IF
               PERFORM 160-FIND-ACCOUNT
               IF WS-SUSPEND-REASON = SPACES
                   IF WS-CHART-FOUND = 0
                       MOVE SPACES TO WS-SUSPEND-REASON
                       STRING "ACCOUNT NOT ON CHART " WS-NEW-ACCOUNT
                           DELIMITED BY SIZE INTO WS-SUSPEND-REASON
                   ELSE
                       IF WS-GLA-ACTIVE(WS-CHART-FOUND) = "N"
                           MOVE SPACES TO WS-SUSPEND-REASON
                           STRING "ACCOUNT CLOSED " WS-NEW-ACCOUNT
                               DELIMITED BY SIZE
                               INTO WS-SUSPEND-REASON
                       END-IF
                   END-IF
               END-IF
               IF WS-SUSPEND-REASON = SPACES AND WS-NEW-AMOUNT < 0
                   MOVE "NEGATIVE LINE AMOUNT" TO WS-SUSPEND-REASON
               END-IF
           END-IF.
       350-FINISH-ENTRY.
           IF WS-SUSPEND-REASON = SPACES
               AND WS-ENTRY-DEBITS NOT = WS-ENTRY-CREDITS
               MOVE "ENTRY OUT OF BALANCE" TO WS-SUSPEND-REASON
           END-IF
           IF WS-SUSPEND-REASON = SPACES
               PERFORM 360-WRITE-JOURNAL
               ADD 1 TO WS-POSTED-COUNT
           ELSE
               PERFORM 370-WRITE-SUSPENSE
               ADD 1 TO WS-SUSPENDED-COUNT
               ADD WS-ENTRY-DEBITS TO WS-SUSPENDED-DEBITS
           END-IF.
       360-WRITE-JOURNAL.
           PERFORM VARYING LIN-IDX FROM 1 BY 1
               UNTIL LIN-IDX > WS-LINE-COUNT
               MOVE WS-ENTRY-NO TO GLJ-ENTRY-NO
               SET GLJ-LINE-NO TO LIN-IDX
               MOVE WS-ENTRY-SOURCE TO GLJ-SOURCE
               MOVE WS-PERIOD TO GLJ-PERIOD
               MOVE WS-ENTRY-DATE TO GLJ-POST-DATE
               MOVE WS-LIN-ACCOUNT(LIN-IDX) TO GLJ-ACCOUNT
               MOVE WS-LIN-DR-CR(LIN-IDX) TO GLJ-DR-CR
               MOVE WS-LIN-AMOUNT(LIN-IDX) TO GLJ-AMOUNT
               MOVE WS-ENTRY-REFERENCE TO GLJ-REFERENCE
               MOVE WS-ENTRY-DESCRIPTION TO GLJ-DESCRIPTION
               WRITE JOURNAL-RECORD
               MOVE WS-LIN-ACCOUNT(LIN-IDX) TO WS-NEW-ACCOUNT
               PERFORM 160-FIND-ACCOUNT
               IF WS-LIN-DR-CR(LIN-IDX) = "D"
                   ADD WS-LIN-AMOUNT(LIN-IDX)
                       TO WS-GLA-DEBITS(WS-CHART-FOUND)
                   ADD WS-LIN-AMOUNT(LIN-IDX) TO WS-TOTAL-DEBITS
               ELSE
                   ADD WS-LIN-AMOUNT(LIN-IDX)
                       TO WS-GLA-CREDITS(WS-CHART-FOUND)
                   ADD WS-LIN-AMOUNT(LIN-IDX) TO WS-TOTAL-CREDITS
               END-IF
           END-PERFORM.
       370-WRITE-SUSPENSE.
           PERFORM VARYING LIN-IDX FROM 1 BY 1
               UNTIL LIN-IDX > WS-LINE-COUNT
               MOVE WS-ENTRY-NO TO GLS-ENTRY-NO
               SET GLS-LINE-NO TO LIN-IDX
               MOVE WS-ENTRY-SOURCE TO GLS-SOURCE
               MOVE WS-PERIOD TO GLS-PERIOD
               MOVE WS-ENTRY-DATE TO GLS-POST-DATE
               MOVE WS-LIN-ACCOUNT(LIN-IDX) TO GLS-ACCOUNT
               MOVE WS-LIN-DR-CR(LIN-IDX) TO GLS-DR-CR
               MOVE WS-LIN-AMOUNT(LIN-IDX) TO GLS-AMOUNT
               MOVE WS-ENTRY-REFERENCE TO GLS-REFERENCE
               MOVE WS-ENTRY-DESCRIPTION TO GLS-DESCRIPTION
               MOVE WS-SUSPEND-REASON TO GLS-REASON
               WRITE SUSPENSE-RECORD
           END-PERFORM.
      * What was read from each feeder is posted as this step's
      * input, for NIGHTRUN to tie to the feeder's own output;
      * the entries posted and suspended are its output
       440-POST-CONTROL-TOTALS.
           MOVE "INTEREST-READ" TO WS-CTT-TOTAL-ID
           MOVE "I" TO WS-CTT-DIRECTION
           MOVE WS-INT-READ-COUNT TO WS-CTT-COUNT
           MOVE WS-INT-READ-AMOUNT TO WS-CTT-AMOUNT
           PERFORM 450-POST-CONTROL-TOTAL
           MOVE "PAYROLL-READ" TO WS-CTT-TOTAL-ID
           MOVE WS-PAY-READ-COUNT TO WS-CTT-COUNT
           MOVE WS-PAY-READ-AMOUNT TO WS-CTT-AMOUNT
           PERFORM 450-POST-CONTROL-TOTAL
           MOVE "SALES-TAX-READ" TO WS-CTT-TOTAL-ID
           MOVE WS-TAX-READ-COUNT TO WS-CTT-COUNT
           MOVE WS-TAX-READ-AMOUNT TO WS-CTT-AMOUNT
           PERFORM 450-POST-CONTROL-TOTAL
           MOVE "VOUCHERS-READ" TO WS-CTT-TOTAL-ID
           MOVE WS-VCH-READ-COUNT TO WS-CTT-COUNT
           MOVE WS-VCH-READ-AMOUNT TO WS-CTT-AMOUNT
           PERFORM 450-POST-CONTROL-TOTAL
           MOVE "ENTRIES-POSTED" TO WS-CTT-TOTAL-ID
           MOVE "O" TO WS-CTT-DIRECTION
           MOVE WS-POSTED-COUNT TO WS-CTT-COUNT
           MOVE WS-TOTAL-DEBITS TO WS-CTT-AMOUNT
           PERFORM 450-POST-CONTROL-TOTAL
           MOVE "ENTRIES-SUSPENDED" TO WS-CTT-TOTAL-ID
           MOVE WS-SUSPENDED-COUNT TO WS-CTT-COUNT
           MOVE WS-SUSPENDED-DEBITS TO WS-CTT-AMOUNT
           PERFORM 450-POST-CONTROL-TOTAL.
      * Posts one control total to the shared ledger. Nightly runs
      * carry NIGHTRUN's run date so a restart past midnight still
      * balances against the same night.
       450-POST-CONTROL-TOTAL.
           IF WS-CTT-RUN-DATE = 0
               ACCEPT WS-CTT-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           OPEN EXTEND CONTROL-TOTAL-FILE
           MOVE WS-CTT-RUN-DATE TO CTT-RUN-DATE
           MOVE "GLPOST" TO CTT-PROGRAM
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
       500-TRIAL-BALANCE.
           OPEN OUTPUT TRIAL-BALANCE-FILE
           MOVE SPACES TO TRIAL-BALANCE-RECORD
           STRING " Trial Balance For Period " WS-PERIOD
               DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD
           WRITE TRIAL-BALANCE-RECORD
           PERFORM VARYING GLA-IDX FROM 1 BY 1
               UNTIL GLA-IDX > WS-CHART-COUNT
               IF WS-GLA-DEBITS(GLA-IDX) NOT = 0
                   OR WS-GLA-CREDITS(GLA-IDX) NOT = 0
                   COMPUTE WS-TB-BALANCE =
                       WS-GLA-DEBITS(GLA-IDX) -
                       WS-GLA-CREDITS(GLA-IDX)
                   MOVE WS-GLA-ACCOUNT(GLA-IDX) TO WS-TBD-ACCOUNT
                   MOVE WS-GLA-NAME(GLA-IDX) TO WS-TBD-NAME
                   MOVE WS-GLA-TYPE(GLA-IDX) TO WS-TBD-TYPE
                   MOVE WS-GLA-DEBITS(GLA-IDX) TO WS-TBD-DEBIT
                   MOVE WS-GLA-CREDITS(GLA-IDX) TO WS-TBD-CREDIT
                   MOVE WS-TB-BALANCE TO WS-TBD-BALANCE
                   MOVE WS-TB-DETAIL-LINE TO TRIAL-BALANCE-RECORD
                   WRITE TRIAL-BALANCE-RECORD
               END-IF
           END-PERFORM
           COMPUTE WS-TB-BALANCE = WS-TOTAL-DEBITS - WS-TOTAL-CREDITS
           MOVE SPACES TO WS-TB-DETAIL-LINE
           MOVE "TOTALS" TO WS-TBD-NAME
           MOVE WS-TOTAL-DEBITS TO WS-TBD-DEBIT
           MOVE WS-TOTAL-CREDITS TO WS-TBD-CREDIT
           MOVE WS-TB-BALANCE TO WS-TBD-BALANCE
           MOVE WS-TB-DETAIL-LINE TO TRIAL-BALANCE-RECORD
           WRITE TRIAL-BALANCE-RECORD
           MOVE WS-SUSPENDED-COUNT TO WS-FORMAT-COUNT
           MOVE SPACES TO TRIAL-BALANCE-RECORD
           STRING "Entries held in GL-SUSPENSE.dat: "
               WS-FORMAT-COUNT
               DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD
           WRITE TRIAL-BALANCE-RECORD
           CLOSE TRIAL-BALANCE-FILE
           DISPLAY "Trial balance written to GL-TRIAL-BALANCE.dat".
