           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO
           "RUN-CONTROL.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO
           "CONTROL-TOTALS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO
           "INVOICE-EXCEPTIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VENDOR-FILE ASSIGN TO
           "VENDORS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS VEN-NUMBER.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO
           "INVOICE-HISTORY.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPEN-ITEM-FILE ASSIGN TO
           "INVOICE-OPEN-ITEMS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OPN-KEY
           ALTERNATE RECORD KEY IS OPN-VENDOR-NUMBER
               WITH DUPLICATES.
           SELECT OPTIONAL PO-FILE ASSIGN TO
           "PURCHASE-ORDERS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECEIPT-FILE ASSIGN TO
           "GOODS-RECEIPTS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO
           "FISCAL-CALENDAR.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADJUSTMENT-FILE ASSIGN TO
           "PRIOR-PERIOD-ADJUSTMENTS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COST-CENTER-FILE ASSIGN TO
           "COST-CENTERS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHART-FILE ASSIGN TO
           "CHART-OF-ACCOUNTS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DISTRIBUTION-FILE ASSIGN TO
           "INVOICE-DISTRIBUTION.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MATCH-LOG-FILE ASSIGN TO
           "PO-MATCH-LOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RATE-FILE ASSIGN TO
           "EXCHANGE-RATES.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD INVOICE-FILE.
      * within the discount days. Zero = no discount offered.
           05 INV-DISC-PCT PIC 9(2)V99.
           05 INV-DISC-DAYS PIC 9(3).
      * Cost-center distribution: each line charges part of the
      * invoice to a department and expense account, and the
      * lines must add up to INV-AMOUNT
           05 INV-DIST-COUNT PIC 9(1).
           05 INV-DIST-LINE OCCURS 5 TIMES.
               10 INV-DIST-COST-CENTER PIC X(6).
               10 INV-DIST-ACCOUNT PIC X(6).
               10 INV-DIST-AMOUNT PIC 9(7)V99.
      * Currency the invoice is stated in; spaces = the vendor's
      * currency. INV-AMOUNT and the distribution lines are in
      * this currency and are converted to base on entry.
           05 INV-CURRENCY PIC X(3).
       FD VENDOR-FILE.
       01 VENDOR-RECORD.
           05 VEN-NUMBER PIC X(6).
      * VEN-1099-FLAG: Y = 1099-reportable vendor
           05 VEN-1099-FLAG PIC X(1).
           05 VEN-TAX-ID PIC X(9).
           05 FILLER PIC X(44).
      * VEN-CURRENCY: spaces = base currency
           05 VEN-CURRENCY PIC X(3).
           05 FILLER PIC X(1).
       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           05 HIST-VENDOR-NUMBER PIC X(6).
           05 AUD-USER-ID PIC X(20).
       FD OPEN-ITEM-FILE.
       01 OPEN-ITEM-RECORD.
           05 OPN-KEY.
               10 OPN-INV-NUMBER PIC X(10).
               10 OPN-VENDOR-NUMBER PIC X(6).
           05 OPN-AMOUNT PIC 9(7)V99.
           05 OPN-INV-DATE PIC 9(8).
           05 OPN-DUE-DATE PIC 9(8).
      * date it can be taken; zeros = no discount offered
           05 OPN-DISC-PCT PIC 9(2)V99.
           05 OPN-DISC-DATE PIC 9(8).
           05 OPN-PO-NUMBER PIC X(10).
      * OPN-AMOUNT is in base currency at the approval rate; the
      * amount as invoiced is kept in the invoice currency for
      * payment. Spaces in OPN-CURRENCY = base currency.
           05 OPN-CURRENCY PIC X(3).
           05 OPN-FOREIGN-AMOUNT PIC 9(7)V99.
           05 OPN-APPROVAL-RATE PIC 9(4)V9(6).
       FD PO-FILE.
       01 PO-RECORD.
           05 PO-NUMBER PIC X(10).
           05 PO-VENDOR-NUMBER PIC X(6).
           05 PO-ORDERED-AMOUNT PIC 9(7)V99.
           05 PO-OPEN-BALANCE PIC 9(7)V99.
      * Delivery date the vendor promised; zero = none given
           05 PO-PROMISED-DATE PIC 9(8).
      * Cost center through approval date are set by POREQ and
      * carried through unchanged here
           05 PO-COST-CENTER PIC X(6).
           05 PO-ACCOUNT PIC X(6).
           05 PO-REQ-NUMBER PIC X(10).
      * PO-STATUS: O (or space) = open, X = cancelled
           05 PO-STATUS PIC X(1).
           05 PO-APPROVER PIC X(20).
           05 PO-APPROVED-DATE PIC 9(8).
       FD MTD-SPEND-FILE.
       01 MTD-SPEND-RECORD.
           05 MTD-VENDOR-NUMBER PIC X(6).
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
       FD COST-CENTER-FILE.
      * Department cost centers and their quarterly spending
      * budgets, maintained by DEPTBUD
       01 COST-CENTER-RECORD.
           05 CCM-COST-CENTER PIC X(6).
           05 CCM-NAME PIC X(30).
      * CCM-STATUS: A = open for charges, I = inactive
           05 CCM-STATUS PIC X(1).
           05 CCM-QUARTERLY-BUDGET PIC 9(7) OCCURS 4 TIMES.
       FD CHART-FILE.
       01 CHART-RECORD.
           05 GLA-ACCOUNT PIC X(6).
           05 GLA-NAME PIC X(30).
           05 GLA-TYPE PIC X(1).
           05 GLA-ACTIVE PIC X(1).
       FD DISTRIBUTION-FILE.
      * One record per distribution line of each invoice or
      * credit memo posted to the open items
       01 DISTRIBUTION-RECORD.
           05 IDS-INV-NUMBER PIC X(10).
           05 IDS-VENDOR-NUMBER PIC X(6).
           05 IDS-INV-DATE PIC 9(8).
           05 IDS-TYPE PIC X(1).
           05 IDS-LINE-NO PIC 9(1).
           05 IDS-COST-CENTER PIC X(6).
           05 IDS-ACCOUNT PIC X(6).
           05 IDS-AMOUNT PIC 9(7)V99.
       FD MATCH-LOG-FILE.
      * One record per invoice matched against its PO, with the
      * received value it was measured against; the difference
      * is the vendor's billing variance
       01 MATCH-LOG-RECORD.
           05 PML-DATE PIC 9(8).
           05 PML-VENDOR-NUMBER PIC X(6).
           05 PML-INV-NUMBER PIC X(10).
           05 PML-PO-NUMBER PIC X(10).
           05 PML-INV-AMOUNT PIC 9(7)V99.
           05 PML-RECEIVED-AVAIL PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 PML-VARIANCE PIC S9(9)V99 SIGN LEADING SEPARATE.
      * PML-RESULT: M = matched, R = no receipts, V = over the
      * received value, B = over the PO open balance
           05 PML-RESULT PIC X(1).
       FD RATE-FILE.
      * Daily exchange rates from treasury: base currency units
      * per one unit of the foreign currency, effective from the
      * rate date until a later rate is posted
       01 RATE-RECORD.
           05 XRT-CURRENCY PIC X(3).
           05 XRT-RATE-DATE PIC 9(8).
           05 XRT-RATE PIC 9(4)V9(6).
       WORKING-STORAGE SECTION.
       01 WS-MODE PIC X VALUE "I".
       01 WS-INVOICE-EOF PIC X VALUE "N".
       01 WS-APPROVAL-MESSAGE PIC X(60) VALUE SPACES.
       01 WS-NEEDS-APPROVAL PIC X VALUE "N".
           88 NEEDS-APPROVAL VALUE "Y".
       01 WS-VENDOR-VALID PIC X VALUE "Y".
           88 VENDOR-IS-VALID VALUE "Y".
       01 WS-VENDOR-LIMIT PIC 9(9)V99 VALUE 0.
      * Month-to-date spend for the vendors invoiced this month
       01 WS-VENDOR-COUNT PIC 9(4) VALUE 0.
       01 WS-VENDOR-TABLE.
           05 WS-VENDOR-ENTRY OCCURS 2000 TIMES INDEXED BY VENDOR-IDX.
               10 WS-VMAST-NUMBER PIC X(6).
               10 WS-VENDOR-MTD PIC 9(9)V99.
       01 WS-HISTORY-EOF PIC X VALUE "N".
       01 WS-HISTORY-COUNT PIC 9(5) VALUE 0.
               10 WS-PO-ORDERED PIC 9(7)V99.
               10 WS-PO-OPEN PIC 9(7)V99.
               10 WS-PO-RECEIVED PIC 9(9)V99.
               10 WS-PO-PROMISED PIC 9(8).
               10 WS-PO-COST-CENTER PIC X(6).
               10 WS-PO-ACCOUNT PIC X(6).
               10 WS-PO-REQ-NUMBER PIC X(10).
               10 WS-PO-STATUS PIC X(1).
               10 WS-PO-APPROVER PIC X(20).
               10 WS-PO-APPROVED-DATE PIC X(8).
       01 WS-PO-OK PIC X VALUE "Y".
           88 PO-MATCH-OK VALUE "Y".
      * Invoices may exceed the PO open balance by this percentage
       01 WS-DISC-DAYS PIC 9(8) VALUE 0.
       01 WS-UNATTENDED PIC X VALUE "N".
       01 WS-CTL-USER PIC X(20) VALUE SPACES.
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
       01 WS-POST-PERIOD PIC 9(6) VALUE 0.
       01 WS-CLOSED-PERIOD PIC X VALUE "N".
           88 IN-CLOSED-PERIOD VALUE "Y".
       01 WS-CC-EOF PIC X VALUE "N".
       01 WS-CC-COUNT PIC 9(4) VALUE 0.
       01 WS-CC-TABLE.
           05 WS-CC-ENTRY OCCURS 500 TIMES INDEXED BY CC-IDX.
               10 WS-CC-CODE PIC X(6).
               10 WS-CC-STATUS PIC X(1).
       01 WS-CHART-EOF PIC X VALUE "N".
       01 WS-CHART-COUNT PIC 9(4) VALUE 0.
       01 WS-CHART-TABLE.
           05 WS-CHART-ENTRY OCCURS 1000 TIMES INDEXED BY GLA-IDX.
               10 WS-CHART-ACCOUNT PIC X(6).
               10 WS-CHART-TYPE PIC X(1).
               10 WS-CHART-ACTIVE PIC X(1).
       01 WS-DIST-COUNT PIC 9(1) VALUE 0.
       01 WS-DIST-TABLE.
           05 WS-DIST-LINE OCCURS 5 TIMES.
               10 WS-DIST-COST-CENTER PIC X(6).
               10 WS-DIST-ACCOUNT PIC X(6).
               10 WS-DIST-AMOUNT PIC 9(7)V99.
       01 WS-DIST-IDX PIC 9(1) VALUE 0.
       01 WS-DIST-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-DIST-VALID PIC X VALUE "Y".
           88 DIST-IS-VALID VALUE "Y".
       01 WS-LINE-FOUND PIC X VALUE "N".
       01 WS-BASE-CURRENCY PIC X(3) VALUE "USD".
       01 WS-INV-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-VEN-CURRENCY PIC X(3) VALUE SPACES.
      * The amount as keyed, in the invoice currency, and the rate
      * that converted it into INVOICE-AMOUNT
       01 WS-FOREIGN-AMOUNT PIC 9(7)V99 VALUE 0.
       01 WS-EXCHANGE-RATE PIC 9(4)V9(6) VALUE 1.
       01 WS-RATE-DATE PIC 9(8) VALUE 0.
       01 WS-RATE-FOUND-DATE PIC 9(8) VALUE 0.
       01 WS-RATE-EOF PIC X VALUE "N".
       01 WS-RATE-COUNT PIC 9(4) VALUE 0.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 3000 TIMES INDEXED BY XRT-IDX.
               10 WS-XRT-CURRENCY PIC X(3).
               10 WS-XRT-DATE PIC 9(8).
               10 WS-XRT-RATE PIC 9(4)V9(6).
       01 WS-DIST-BASE-TOTAL PIC 9(9)V99 VALUE 0.
      * Control totals posted for NIGHTRUN's balancing
       01 WS-CTT-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-CTT-TOTAL-ID PIC X(20) VALUE SPACES.
       01 WS-CTT-DIRECTION PIC X(1) VALUE SPACE.
       01 WS-CTT-COUNT PIC 9(9) VALUE 0.
       01 WS-CTT-AMOUNT PIC S9(13)V99 VALUE 0.
       01 WS-INV-READ-COUNT PIC 9(9) VALUE 0.
       01 WS-INV-READ-AMOUNT PIC S9(13)V99 VALUE 0.
       01 WS-OPN-WRITTEN-COUNT PIC 9(9) VALUE 0.
       01 WS-OPN-WRITTEN-AMOUNT PIC S9(13)V99 VALUE 0.
       01 WS-OPN-FILE-EOF PIC X VALUE "N".
       01 WS-OPN-FILE-COUNT PIC 9(9) VALUE 0.
       01 WS-OPN-FILE-AMOUNT PIC S9(13)V99 VALUE 0.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 040-READ-RUN-CONTROL
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY-YYYYMM TO WS-CURRENT-MONTH
           PERFORM 055-LOAD-POS
           PERFORM 056-LOAD-RECEIPTS
           PERFORM 057-LOAD-MTD-SPEND
           PERFORM 060-LOAD-HISTORY
           PERFORM 058-LOAD-CALENDAR
           PERFORM 061-LOAD-COST-CENTERS
           PERFORM 062-LOAD-CHART
           PERFORM 063-LOAD-RATES
           MOVE WS-TODAY TO WS-LOOKUP-DATE
           PERFORM 059-FIND-FISCAL-PERIOD
           MOVE WS-LOOKUP-PERIOD TO WS-POST-PERIOD
           IF WS-UNATTENDED = "Y"
               MOVE WS-CTL-USER TO WS-USER-ID
           ELSE
               DISPLAY "Enter your user ID : "
               ACCEPT WS-USER-ID
           END-IF
           PERFORM 045-TOTAL-OPEN-ITEMS
           MOVE "OPEN-ITEMS-BEFORE" TO WS-CTT-TOTAL-ID
           MOVE "I" TO WS-CTT-DIRECTION
           MOVE WS-OPN-FILE-COUNT TO WS-CTT-COUNT
           MOVE WS-OPN-FILE-AMOUNT TO WS-CTT-AMOUNT
           PERFORM 046-POST-CONTROL-TOTAL
           OPEN EXTEND AUDIT-FILE
           OPEN INPUT VENDOR-FILE
           OPEN I-O OPEN-ITEM-FILE
           OPEN EXTEND ADJUSTMENT-FILE
           OPEN EXTEND DISTRIBUTION-FILE
           OPEN EXTEND MATCH-LOG-FILE
           IF WS-UNATTENDED = "Y"
               MOVE "B" TO WS-MODE
           ELSE
               PERFORM 200-INTERACTIVE-RUN
           END-IF
           CLOSE AUDIT-FILE
           CLOSE VENDOR-FILE
           CLOSE OPEN-ITEM-FILE
           CLOSE ADJUSTMENT-FILE
           CLOSE DISTRIBUTION-FILE
           CLOSE MATCH-LOG-FILE
           MOVE "INVOICES-READ" TO WS-CTT-TOTAL-ID
           MOVE "I" TO WS-CTT-DIRECTION
           MOVE WS-INV-READ-COUNT TO WS-CTT-COUNT
           MOVE WS-INV-READ-AMOUNT TO WS-CTT-AMOUNT
           PERFORM 046-POST-CONTROL-TOTAL
           MOVE "OPEN-ITEMS-WRITTEN" TO WS-CTT-TOTAL-ID
           MOVE "O" TO WS-CTT-DIRECTION
           MOVE WS-OPN-WRITTEN-COUNT TO WS-CTT-COUNT
           MOVE WS-OPN-WRITTEN-AMOUNT TO WS-CTT-AMOUNT
           PERFORM 046-POST-CONTROL-TOTAL
           PERFORM 045-TOTAL-OPEN-ITEMS
           MOVE "OPEN-ITEMS-AFTER" TO WS-CTT-TOTAL-ID
           MOVE "O" TO WS-CTT-DIRECTION
           MOVE WS-OPN-FILE-COUNT TO WS-CTT-COUNT
           MOVE WS-OPN-FILE-AMOUNT TO WS-CTT-AMOUNT
           PERFORM 046-POST-CONTROL-TOTAL
           PERFORM 070-SAVE-HISTORY
           PERFORM 075-SAVE-POS
           PERFORM 077-SAVE-MTD-SPEND
                       TO WS-PO-ORDERED(WS-PO-COUNT)
                   MOVE PO-OPEN-BALANCE TO WS-PO-OPEN(WS-PO-COUNT)
                   MOVE 0 TO WS-PO-RECEIVED(WS-PO-COUNT)
                   MOVE 0 TO WS-PO-PROMISED(WS-PO-COUNT)
                   IF PO-PROMISED-DATE IS NUMERIC
                       MOVE PO-PROMISED-DATE
                           TO WS-PO-PROMISED(WS-PO-COUNT)
                   END-IF
                   MOVE PO-COST-CENTER
                       TO WS-PO-COST-CENTER(WS-PO-COUNT)
                   MOVE PO-ACCOUNT TO WS-PO-ACCOUNT(WS-PO-COUNT)
                   MOVE PO-REQ-NUMBER
                       TO WS-PO-REQ-NUMBER(WS-PO-COUNT)
                   MOVE PO-STATUS TO WS-PO-STATUS(WS-PO-COUNT)
                   MOVE PO-APPROVER TO WS-PO-APPROVER(WS-PO-COUNT)
                   MOVE PO-APPROVED-DATE
                       TO WS-PO-APPROVED-DATE(WS-PO-COUNT)
               ELSE
                   DISPLAY "PO table full, record skipped for "
                       PO-NUMBER
                   MOVE WS-PO-VENDOR(PO-IDX) TO PO-VENDOR-NUMBER
                   MOVE WS-PO-ORDERED(PO-IDX) TO PO-ORDERED-AMOUNT
                   MOVE WS-PO-OPEN(PO-IDX) TO PO-OPEN-BALANCE
                   MOVE WS-PO-PROMISED(PO-IDX) TO PO-PROMISED-DATE
                   MOVE WS-PO-COST-CENTER(PO-IDX) TO PO-COST-CENTER
                   MOVE WS-PO-ACCOUNT(PO-IDX) TO PO-ACCOUNT
                   MOVE WS-PO-REQ-NUMBER(PO-IDX) TO PO-REQ-NUMBER
                   MOVE WS-PO-STATUS(PO-IDX) TO PO-STATUS
                   MOVE WS-PO-APPROVER(PO-IDX) TO PO-APPROVER
                   MOVE WS-PO-APPROVED-DATE(PO-IDX)
                       TO PO-APPROVED-DATE
                   WRITE PO-RECORD
               END-PERFORM
               CLOSE PO-FILE
           END-READ
           PERFORM UNTIL WS-MTD-EOF = "Y"
               IF MTD-MONTH = WS-CURRENT-MONTH
                   IF WS-VENDOR-COUNT < 2000
                       ADD 1 TO WS-VENDOR-COUNT
                       MOVE MTD-VENDOR-NUMBER
                           TO WS-VMAST-NUMBER(WS-VENDOR-COUNT)
                       MOVE MTD-AMOUNT
                           TO WS-VENDOR-MTD(WS-VENDOR-COUNT)
                   ELSE
                       DISPLAY "Spend table full, record skipped "
                           "for vendor " MTD-VENDOR-NUMBER
                   END-IF
               END-IF
               READ MTD-SPEND-FILE
                   AT END MOVE "Y" TO WS-MTD-EOF
                   MOVE VENDOR-IDX TO WS-VENDOR-SLOT
               END-IF
           END-PERFORM
           IF WS-VENDOR-SLOT = 0 AND INVOICE-AMOUNT > 0
               IF WS-VENDOR-COUNT < 2000
                   ADD 1 TO WS-VENDOR-COUNT
                   MOVE WS-VENDOR-COUNT TO WS-VENDOR-SLOT
                   MOVE WS-VENDOR-NUMBER
                       TO WS-VMAST-NUMBER(WS-VENDOR-SLOT)
                   MOVE 0 TO WS-VENDOR-MTD(WS-VENDOR-SLOT)
               ELSE
                   DISPLAY "Spend table full, monthly limit not "
                       "checked for vendor " WS-VENDOR-NUMBER
               END-IF
           END-IF
      * A spend-limit breach escalates to the director band no
      * matter how small the invoice; higher bands are kept.
           IF WS-VENDOR-SLOT > 0 AND INVOICE-AMOUNT > 0
               ADD INVOICE-AMOUNT TO WS-VENDOR-MTD(WS-VENDOR-SLOT)
               IF WS-VENDOR-LIMIT > 0
                   AND WS-VENDOR-MTD(WS-VENDOR-SLOT) >
                       WS-VENDOR-LIMIT
                   AND WS-APPROVAL-MESSAGE NOT =
                       "Director approval is required"
                   AND WS-APPROVAL-MESSAGE NOT =
                       MOVE "N" TO WS-PO-OK
                       MOVE "PO vendor does not match invoice"
                           TO WS-APPROVAL-MESSAGE
                   WHEN WS-PO-STATUS(WS-PO-FOUND) = "X"
                       MOVE "N" TO WS-PO-OK
                       MOVE "PO has been cancelled"
                           TO WS-APPROVAL-MESSAGE
                   WHEN OTHER
      * Three-way match: the invoice also needs sufficient
      * received-not-yet-invoiced value on the PO. Value already
                       COMPUTE WS-PO-LIMIT =
                           WS-PO-OPEN(WS-PO-FOUND) *
                           (1 + WS-PO-TOLERANCE-PCT / 100)
                       MOVE "M" TO PML-RESULT
                       EVALUATE TRUE
                           WHEN WS-PO-RECEIVED(WS-PO-FOUND) = 0
                               MOVE "N" TO WS-PO-OK
                               MOVE "No goods receipts for PO"
                                   TO WS-APPROVAL-MESSAGE
                               MOVE "R" TO PML-RESULT
                           WHEN INVOICE-AMOUNT > WS-RECEIVED-LIMIT
                               MOVE "N" TO WS-PO-OK
                               MOVE "Amount exceeds received value"
                                   TO WS-APPROVAL-MESSAGE
                               MOVE "V" TO PML-RESULT
                           WHEN INVOICE-AMOUNT > WS-PO-LIMIT
                               MOVE "N" TO WS-PO-OK
                               MOVE "Amount exceeds PO open balance"
                                   TO WS-APPROVAL-MESSAGE
                               MOVE "B" TO PML-RESULT
                           WHEN OTHER
                               IF INVOICE-AMOUNT >
                                   WS-PO-OPEN(WS-PO-FOUND)
                                       WS-PO-OPEN(WS-PO-FOUND)
                               END-IF
                       END-EVALUATE
                       PERFORM 366-LOG-PO-MATCH
               END-EVALUATE
               IF WS-PO-OK = "N"
                   MOVE "Y" TO WS-NEEDS-APPROVAL
               END-IF
           END-IF.
       366-LOG-PO-MATCH.
           MOVE WS-TODAY TO PML-DATE
           MOVE WS-VENDOR-NUMBER TO PML-VENDOR-NUMBER
           MOVE WS-INV-NUMBER TO PML-INV-NUMBER
           MOVE WS-PO-NUMBER TO PML-PO-NUMBER
           MOVE INVOICE-AMOUNT TO PML-INV-AMOUNT
           MOVE WS-RECEIVED-AVAIL TO PML-RECEIVED-AVAIL
           COMPUTE PML-VARIANCE = INVOICE-AMOUNT - WS-RECEIVED-AVAIL
           WRITE MATCH-LOG-RECORD.
       060-LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE
           READ HISTORY-FILE
                       "for future invoices may be incomplete"
               END-IF
           END-IF.
       058-LOAD-CALENDAR.
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
       059-FIND-FISCAL-PERIOD.
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
      * An invoice or credit memo dated in a period already
      * closed on the fiscal calendar is not posted to payables;
      * it goes to finance as a prior-period adjustment and is
      * flagged for review like any other exception.
       367-CHECK-CLOSED-PERIOD.
           IF WS-INV-DATE > 0
               MOVE WS-INV-DATE TO WS-LOOKUP-DATE
               PERFORM 059-FIND-FISCAL-PERIOD
               IF WS-LOOKUP-CLOSED = "Y"
                   MOVE "Y" TO WS-CLOSED-PERIOD
                   MOVE "Y" TO WS-NEEDS-APPROVAL
                   MOVE "Invoice dated in closed period - adjustment"
                       TO WS-APPROVAL-MESSAGE
                   MOVE "PAYABLES" TO PPA-SOURCE
                   MOVE SPACES TO PPA-REFERENCE
                   STRING WS-VENDOR-NUMBER WS-INV-NUMBER
                       DELIMITED BY SPACE INTO PPA-REFERENCE
                   MOVE WS-INV-DATE TO PPA-TXN-DATE
                   MOVE WS-LOOKUP-PERIOD TO PPA-TXN-PERIOD
                   MOVE WS-POST-PERIOD TO PPA-POST-PERIOD
                   IF IS-CREDIT-MEMO
                       COMPUTE PPA-AMOUNT = 0 - INVOICE-AMOUNT
                   ELSE
                       MOVE INVOICE-AMOUNT TO PPA-AMOUNT
                   END-IF
                   MOVE "INVOICE DATED IN CLOSED PERIOD" TO PPA-REASON
                   MOVE WS-TODAY TO PPA-RUN-DATE
                   MOVE SPACES TO PPA-ORIGINAL
                   STRING WS-INV-NUMBER WS-VENDOR-NUMBER WS-INV-DATE
                       WS-INV-TYPE WS-PO-NUMBER
                       DELIMITED BY SIZE INTO PPA-ORIGINAL
                   WRITE ADJUSTMENT-RECORD
               END-IF
           END-IF.
       061-LOAD-COST-CENTERS.
           OPEN INPUT COST-CENTER-FILE
           READ COST-CENTER-FILE
               AT END MOVE "Y" TO WS-CC-EOF
           END-READ
           PERFORM UNTIL WS-CC-EOF = "Y"
               IF WS-CC-COUNT < 500
                   ADD 1 TO WS-CC-COUNT
                   MOVE CCM-COST-CENTER TO WS-CC-CODE(WS-CC-COUNT)
                   MOVE CCM-STATUS TO WS-CC-STATUS(WS-CC-COUNT)
               ELSE
                   DISPLAY "Cost center table full, record skipped "
                       "for " CCM-COST-CENTER
               END-IF
               READ COST-CENTER-FILE
                   AT END MOVE "Y" TO WS-CC-EOF
               END-READ
           END-PERFORM
           CLOSE COST-CENTER-FILE.
       062-LOAD-CHART.
           OPEN INPUT CHART-FILE
           READ CHART-FILE
               AT END MOVE "Y" TO WS-CHART-EOF
           END-READ
           PERFORM UNTIL WS-CHART-EOF = "Y"
               IF WS-CHART-COUNT < 1000
                   ADD 1 TO WS-CHART-COUNT
                   MOVE GLA-ACCOUNT TO WS-CHART-ACCOUNT(WS-CHART-COUNT)
                   MOVE GLA-TYPE TO WS-CHART-TYPE(WS-CHART-COUNT)
                   MOVE GLA-ACTIVE TO WS-CHART-ACTIVE(WS-CHART-COUNT)
               END-IF
               READ CHART-FILE
                   AT END MOVE "Y" TO WS-CHART-EOF
               END-READ
           END-PERFORM
           CLOSE CHART-FILE.
       063-LOAD-RATES.
           OPEN INPUT RATE-FILE
           READ RATE-FILE
               AT END MOVE "Y" TO WS-RATE-EOF
           END-READ
           PERFORM UNTIL WS-RATE-EOF = "Y"
               IF WS-RATE-COUNT < 3000
                   ADD 1 TO WS-RATE-COUNT
                   MOVE XRT-CURRENCY TO WS-XRT-CURRENCY(WS-RATE-COUNT)
                   MOVE XRT-RATE-DATE TO WS-XRT-DATE(WS-RATE-COUNT)
                   MOVE XRT-RATE TO WS-XRT-RATE(WS-RATE-COUNT)
               ELSE
                   DISPLAY "Exchange rate table full, record skipped "
                       "for " XRT-CURRENCY " " XRT-RATE-DATE
               END-IF
               READ RATE-FILE
                   AT END MOVE "Y" TO WS-RATE-EOF
               END-READ
           END-PERFORM
           CLOSE RATE-FILE.
       200-INTERACTIVE-RUN.
           DISPLAY "Enter the invoice number : "
           ACCEPT WS-INV-NUMBER
           ACCEPT WS-VENDOR-NUMBER
           DISPLAY "Enter the invoice amount : "
           ACCEPT INVOICE-AMOUNT
           ADD 1 TO WS-INV-READ-COUNT
           ADD INVOICE-AMOUNT TO WS-INV-READ-AMOUNT
           DISPLAY "Enter the currency code (blank for the vendor's "
               "currency) : "
           ACCEPT WS-INV-CURRENCY
           MOVE FUNCTION UPPER-CASE(WS-INV-CURRENCY) TO WS-INV-CURRENCY
           DISPLAY "Enter the invoice date (YYYYMMDD) : "
           ACCEPT WS-INV-DATE
           DISPLAY "Enter the payment terms in days (e.g. 030) : "
           ACCEPT WS-INV-DISC-PCT
           DISPLAY "Enter the discount days (0 if none) : "
           ACCEPT WS-INV-DISC-DAYS
           PERFORM 210-ACCEPT-DISTRIBUTION
           PERFORM 350-VALIDATE-VENDOR
           IF VENDOR-IS-VALID
               PERFORM 355-VALIDATE-DISTRIBUTION
           END-IF
           IF VENDOR-IS-VALID AND DIST-IS-VALID
               PERFORM 360-CHECK-DUPLICATE
           END-IF
           MOVE "N" TO WS-CLOSED-PERIOD
           IF VENDOR-IS-VALID AND DIST-IS-VALID
               AND NOT IS-DUPLICATE-INVOICE
               PERFORM 367-CHECK-CLOSED-PERIOD
           END-IF
           IF VENDOR-IS-VALID AND DIST-IS-VALID
               AND NOT IS-DUPLICATE-INVOICE
               AND NOT IN-CLOSED-PERIOD AND NOT IS-CREDIT-MEMO
               PERFORM 365-MATCH-PO
           END-IF
           IF VENDOR-IS-VALID AND DIST-IS-VALID
               AND NOT IS-DUPLICATE-INVOICE
               AND NOT IN-CLOSED-PERIOD
               IF IS-CREDIT-MEMO
                   PERFORM 395-RECORD-CREDIT-MEMO
               ELSE
               MOVE INV-NUMBER TO WS-INV-NUMBER
               MOVE INV-VENDOR-NUMBER TO WS-VENDOR-NUMBER
               MOVE INV-AMOUNT TO INVOICE-AMOUNT
               ADD 1 TO WS-INV-READ-COUNT
               ADD INV-AMOUNT TO WS-INV-READ-AMOUNT
               MOVE INV-DATE TO WS-INV-DATE
               MOVE INV-TERMS TO WS-INV-TERMS
               MOVE INV-PO-NUMBER TO WS-PO-NUMBER
               MOVE FUNCTION UPPER-CASE(WS-INV-TYPE) TO WS-INV-TYPE
               MOVE INV-DISC-PCT TO WS-INV-DISC-PCT
               MOVE INV-DISC-DAYS TO WS-INV-DISC-DAYS
               MOVE FUNCTION UPPER-CASE(INV-CURRENCY)
                   TO WS-INV-CURRENCY
               MOVE 0 TO WS-DIST-COUNT
               IF INV-DIST-COUNT IS NUMERIC
                   AND INV-DIST-COUNT <= 5
                   MOVE INV-DIST-COUNT TO WS-DIST-COUNT
               END-IF
               PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
                   UNTIL WS-DIST-IDX > WS-DIST-COUNT
                   MOVE INV-DIST-COST-CENTER(WS-DIST-IDX)
                       TO WS-DIST-COST-CENTER(WS-DIST-IDX)
                   MOVE INV-DIST-ACCOUNT(WS-DIST-IDX)
                       TO WS-DIST-ACCOUNT(WS-DIST-IDX)
                   MOVE INV-DIST-AMOUNT(WS-DIST-IDX)
                       TO WS-DIST-AMOUNT(WS-DIST-IDX)
               END-PERFORM
               PERFORM 350-VALIDATE-VENDOR
               IF VENDOR-IS-VALID
                   PERFORM 355-VALIDATE-DISTRIBUTION
               END-IF
               IF VENDOR-IS-VALID AND DIST-IS-VALID
                   PERFORM 360-CHECK-DUPLICATE
               END-IF
               MOVE "N" TO WS-CLOSED-PERIOD
               IF VENDOR-IS-VALID AND DIST-IS-VALID
                   AND NOT IS-DUPLICATE-INVOICE
                   PERFORM 367-CHECK-CLOSED-PERIOD
               END-IF
               IF VENDOR-IS-VALID AND DIST-IS-VALID
                   AND NOT IS-DUPLICATE-INVOICE
                   AND NOT IN-CLOSED-PERIOD AND NOT IS-CREDIT-MEMO
                   PERFORM 365-MATCH-PO
               END-IF
               IF VENDOR-IS-VALID AND DIST-IS-VALID
                   AND NOT IS-DUPLICATE-INVOICE
                   AND NOT IN-CLOSED-PERIOD
                   IF IS-CREDIT-MEMO
                       PERFORM 395-RECORD-CREDIT-MEMO
                   ELSE
           END-PERFORM
           CLOSE INVOICE-FILE
           CLOSE EXCEPTION-REPORT-FILE.
       210-ACCEPT-DISTRIBUTION.
           DISPLAY "Enter the number of cost-center lines (1-5) : "
           ACCEPT WS-DIST-COUNT
           IF WS-DIST-COUNT > 5
               MOVE 5 TO WS-DIST-COUNT
           END-IF
           PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
               UNTIL WS-DIST-IDX > WS-DIST-COUNT
               DISPLAY "Line " WS-DIST-IDX " cost center : "
               ACCEPT WS-DIST-COST-CENTER(WS-DIST-IDX)
               MOVE FUNCTION UPPER-CASE(
                   WS-DIST-COST-CENTER(WS-DIST-IDX))
                   TO WS-DIST-COST-CENTER(WS-DIST-IDX)
               DISPLAY "Line " WS-DIST-IDX " expense account : "
               ACCEPT WS-DIST-ACCOUNT(WS-DIST-IDX)
               DISPLAY "Line " WS-DIST-IDX " amount : "
               ACCEPT WS-DIST-AMOUNT(WS-DIST-IDX)
           END-PERFORM.
       350-VALIDATE-VENDOR.
           MOVE "N" TO WS-VENDOR-VALID
           MOVE "N" TO WS-NEEDS-APPROVAL
           MOVE 0 TO WS-VENDOR-SLOT
           MOVE 0 TO WS-VENDOR-LIMIT
           MOVE SPACES TO WS-VEN-CURRENCY
           MOVE WS-VENDOR-NUMBER TO VEN-NUMBER
           READ VENDOR-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF VEN-STATUS = "A"
                       MOVE "Y" TO WS-VENDOR-VALID
                       MOVE VEN-SPEND-LIMIT TO WS-VENDOR-LIMIT
                       MOVE VEN-CURRENCY TO WS-VEN-CURRENCY
                   END-IF
           END-READ
           IF NOT VENDOR-IS-VALID
               MOVE "Y" TO WS-NEEDS-APPROVAL
               MOVE "Invoice rejected - unknown or inactive vendor"
                   TO WS-APPROVAL-MESSAGE
           ELSE
               PERFORM 352-CONVERT-CURRENCY
           END-IF.
      * A vendor invoices in one currency, set on the vendor
      * master. A foreign amount is converted to base at the rate
      * in effect on the invoice date before any check that uses
      * the amount, so distribution, PO match, approval bands and
      * spend limits all work in base currency.
       352-CONVERT-CURRENCY.
           MOVE INVOICE-AMOUNT TO WS-FOREIGN-AMOUNT
           MOVE 1 TO WS-EXCHANGE-RATE
           IF WS-VEN-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-VEN-CURRENCY
           END-IF
           IF WS-INV-CURRENCY = SPACES
               MOVE WS-VEN-CURRENCY TO WS-INV-CURRENCY
           END-IF
           IF WS-INV-CURRENCY NOT = WS-VEN-CURRENCY
               MOVE "N" TO WS-VENDOR-VALID
               MOVE "Y" TO WS-NEEDS-APPROVAL
               MOVE "Invoice rejected - currency differs from vendor"
                   TO WS-APPROVAL-MESSAGE
           ELSE
               IF WS-INV-CURRENCY NOT = WS-BASE-CURRENCY
                   MOVE WS-INV-DATE TO WS-RATE-DATE
                   IF WS-RATE-DATE = 0
                       MOVE WS-TODAY TO WS-RATE-DATE
                   END-IF
                   PERFORM 353-FIND-RATE
                   IF WS-RATE-FOUND-DATE = 0
                       MOVE "N" TO WS-VENDOR-VALID
                       MOVE "Y" TO WS-NEEDS-APPROVAL
                       MOVE "Invoice rejected - no exchange rate"
                           TO WS-APPROVAL-MESSAGE
                   ELSE
                       COMPUTE INVOICE-AMOUNT ROUNDED =
                           WS-FOREIGN-AMOUNT * WS-EXCHANGE-RATE
                       IF WS-MODE NOT = "B" AND WS-MODE NOT = "b"
                           DISPLAY WS-INV-CURRENCY " converted at "
                               WS-EXCHANGE-RATE " (rate of "
                               WS-RATE-FOUND-DATE ") to "
                               INVOICE-AMOUNT " " WS-BASE-CURRENCY
                       END-IF
                   END-IF
               END-IF
           END-IF.
      * The latest rate for WS-INV-CURRENCY dated on or before
      * WS-RATE-DATE; WS-RATE-FOUND-DATE stays zero if none
       353-FIND-RATE.
           MOVE 0 TO WS-RATE-FOUND-DATE
           PERFORM VARYING XRT-IDX FROM 1 BY 1
               UNTIL XRT-IDX > WS-RATE-COUNT
               IF WS-XRT-CURRENCY(XRT-IDX) = WS-INV-CURRENCY
                   AND WS-XRT-DATE(XRT-IDX) <= WS-RATE-DATE
                   AND WS-XRT-DATE(XRT-IDX) >= WS-RATE-FOUND-DATE
                   AND WS-XRT-RATE(XRT-IDX) > 0
                   MOVE WS-XRT-DATE(XRT-IDX) TO WS-RATE-FOUND-DATE
                   MOVE WS-XRT-RATE(XRT-IDX) TO WS-EXCHANGE-RATE
               END-IF
           END-PERFORM.
      * Every invoice must be charged out to cost centers; a
      * credit memo may carry lines to reverse departmental
      * spend, and any lines it carries are checked the same way.
      * Each cost center must be open, each expense account must
      * be an active expense account when a chart is on file, and
      * the lines must add up to the invoice total to the cent.
       355-VALIDATE-DISTRIBUTION.
           MOVE "Y" TO WS-DIST-VALID
           MOVE 0 TO WS-DIST-TOTAL
           IF WS-DIST-COUNT = 0
               IF NOT IS-CREDIT-MEMO
                   MOVE "N" TO WS-DIST-VALID
                   MOVE "Invoice rejected - no cost-center distribution"
                       TO WS-APPROVAL-MESSAGE
               END-IF
           ELSE
               PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
                   UNTIL WS-DIST-IDX > WS-DIST-COUNT
                   PERFORM 356-CHECK-DISTRIBUTION-LINE
               END-PERFORM
               IF DIST-IS-VALID
                   AND WS-DIST-TOTAL NOT = WS-FOREIGN-AMOUNT
                   MOVE "N" TO WS-DIST-VALID
                   MOVE "Invoice rejected - distribution out of balance"
                       TO WS-APPROVAL-MESSAGE
               END-IF
               IF DIST-IS-VALID
                   AND WS-INV-CURRENCY NOT = WS-BASE-CURRENCY
                   PERFORM 357-CONVERT-DISTRIBUTION
               END-IF
           END-IF
           IF NOT DIST-IS-VALID
               MOVE "Y" TO WS-NEEDS-APPROVAL
           END-IF.
       356-CHECK-DISTRIBUTION-LINE.
           ADD WS-DIST-AMOUNT(WS-DIST-IDX) TO WS-DIST-TOTAL
           IF DIST-IS-VALID
               MOVE "N" TO WS-LINE-FOUND
               PERFORM VARYING CC-IDX FROM 1 BY 1
                   UNTIL CC-IDX > WS-CC-COUNT
                   IF WS-CC-CODE(CC-IDX) =
                       WS-DIST-COST-CENTER(WS-DIST-IDX)
                       AND WS-CC-STATUS(CC-IDX) = "A"
                       MOVE "Y" TO WS-LINE-FOUND
                   END-IF
               END-PERFORM
               IF WS-LINE-FOUND = "N"
                   MOVE "N" TO WS-DIST-VALID
                   MOVE "Invoice rejected - unknown cost center"
                       TO WS-APPROVAL-MESSAGE
               END-IF
           END-IF
           IF DIST-IS-VALID
               MOVE "N" TO WS-LINE-FOUND
               IF WS-DIST-ACCOUNT(WS-DIST-IDX) NOT = SPACES
                   IF WS-CHART-COUNT = 0
                       MOVE "Y" TO WS-LINE-FOUND
                   END-IF
                   PERFORM VARYING GLA-IDX FROM 1 BY 1
                       UNTIL GLA-IDX > WS-CHART-COUNT
                       IF WS-CHART-ACCOUNT(GLA-IDX) =
                           WS-DIST-ACCOUNT(WS-DIST-IDX)
                           AND WS-CHART-TYPE(GLA-IDX) = "E"
                           AND WS-CHART-ACTIVE(GLA-IDX) = "Y"
                           MOVE "Y" TO WS-LINE-FOUND
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-LINE-FOUND = "N"
                   MOVE "N" TO WS-DIST-VALID
                   MOVE "Invoice rejected - invalid expense account"
                       TO WS-APPROVAL-MESSAGE
               END-IF
           END-IF.
      * Lines are keyed in the invoice currency and balance to the
      * amount as invoiced. Each is converted at the invoice's
      * rate, and the last line takes the rounding so the
      * departmental charges still add up to the base amount.
       357-CONVERT-DISTRIBUTION.
           MOVE 0 TO WS-DIST-BASE-TOTAL
           PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
               UNTIL WS-DIST-IDX >= WS-DIST-COUNT
               COMPUTE WS-DIST-AMOUNT(WS-DIST-IDX) ROUNDED =
                   WS-DIST-AMOUNT(WS-DIST-IDX) * WS-EXCHANGE-RATE
               ADD WS-DIST-AMOUNT(WS-DIST-IDX) TO WS-DIST-BASE-TOTAL
           END-PERFORM
           COMPUTE WS-DIST-AMOUNT(WS-DIST-COUNT) =
               INVOICE-AMOUNT - WS-DIST-BASE-TOTAL.
       370-COMPUTE-DUE-DATE.
           IF WS-INV-DATE = 0
               MOVE 0 TO WS-DUE-DATE
               MOVE WS-INV-DISC-PCT TO OPN-DISC-PCT
               MOVE WS-DISC-DATE TO OPN-DISC-DATE
           END-IF
           MOVE WS-PO-NUMBER TO OPN-PO-NUMBER
           IF WS-INV-CURRENCY = WS-BASE-CURRENCY
               MOVE SPACES TO OPN-CURRENCY
           ELSE
               MOVE WS-INV-CURRENCY TO OPN-CURRENCY
           END-IF
           MOVE WS-FOREIGN-AMOUNT TO OPN-FOREIGN-AMOUNT
           MOVE WS-EXCHANGE-RATE TO OPN-APPROVAL-RATE
           WRITE OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY "Invoice " WS-INV-NUMBER " for vendor "
                       WS-VENDOR-NUMBER " is already an open item"
                       " - not written."
               NOT INVALID KEY
                   ADD 1 TO WS-OPN-WRITTEN-COUNT
                   ADD OPN-AMOUNT TO WS-OPN-WRITTEN-AMOUNT
                   PERFORM 391-WRITE-DISTRIBUTION
           END-WRITE.
       391-WRITE-DISTRIBUTION.
           PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
               UNTIL WS-DIST-IDX > WS-DIST-COUNT
               MOVE WS-INV-NUMBER TO IDS-INV-NUMBER
               MOVE WS-VENDOR-NUMBER TO IDS-VENDOR-NUMBER
               MOVE WS-INV-DATE TO IDS-INV-DATE
               MOVE OPN-TYPE TO IDS-TYPE
               MOVE WS-DIST-IDX TO IDS-LINE-NO
               MOVE WS-DIST-COST-CENTER(WS-DIST-IDX)
                   TO IDS-COST-CENTER
               MOVE WS-DIST-ACCOUNT(WS-DIST-IDX) TO IDS-ACCOUNT
               MOVE WS-DIST-AMOUNT(WS-DIST-IDX) TO IDS-AMOUNT
               WRITE DISTRIBUTION-RECORD
           END-PERFORM.
      * A credit memo becomes an approved open item that INVPAY
      * nets against the same vendor's invoices. It is validated
      * and duplicate-checked like an invoice but skips the PO
                   IF RUN-CTL-MODE = "B"
                       MOVE "Y" TO WS-UNATTENDED
                       MOVE RUN-CTL-USER TO WS-CTL-USER
                       IF RUN-CTL-RUN-DATE IS NUMERIC
                           MOVE RUN-CTL-RUN-DATE TO WS-CTT-RUN-DATE
                       END-IF
                   END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.
      * Record count and amount of the whole open-item file, taken
      * before and after this run's items are added
       045-TOTAL-OPEN-ITEMS.
           MOVE 0 TO WS-OPN-FILE-COUNT
           MOVE 0 TO WS-OPN-FILE-AMOUNT
           MOVE "N" TO WS-OPN-FILE-EOF
           OPEN INPUT OPEN-ITEM-FILE
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-OPN-FILE-EOF
           END-READ
           PERFORM UNTIL WS-OPN-FILE-EOF = "Y"
               ADD 1 TO WS-OPN-FILE-COUNT
               ADD OPN-AMOUNT TO WS-OPN-FILE-AMOUNT
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-OPN-FILE-EOF
               END-READ
           END-PERFORM
           CLOSE OPEN-ITEM-FILE.
      * Posts one control total to the shared ledger. Nightly runs
      * carry NIGHTRUN's run date so a restart past midnight still
      * balances against the same night.
       046-POST-CONTROL-TOTAL.
           IF WS-CTT-RUN-DATE = 0
               ACCEPT WS-CTT-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           OPEN EXTEND CONTROL-TOTAL-FILE
           MOVE WS-CTT-RUN-DATE TO CTT-RUN-DATE
           MOVE "INVOICE" TO CTT-PROGRAM
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
