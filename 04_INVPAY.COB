       FILE-CONTROL.
           SELECT OPEN-ITEM-FILE ASSIGN TO
           "INVOICE-OPEN-ITEMS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OPN-KEY
           ALTERNATE RECORD KEY IS OPN-VENDOR-NUMBER
               WITH DUPLICATES.
           SELECT PAYMENT-FILE ASSIGN TO
           "INVOICE-PAYMENTS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-REPORT-FILE ASSIGN TO
           "INVOICE-PAYRUN-CONTROL.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSITIVE-PAY-FILE ASSIGN TO
           "POSITIVE-PAY-ISSUE.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VENDOR-FILE ASSIGN TO
           "VENDORS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS VEN-NUMBER.
           SELECT ACH-FILE ASSIGN TO
           "ACH-PAYMENTS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RATE-FILE ASSIGN TO
           "EXCHANGE-RATES.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO
           "RUN-CONTROL.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO
           "CONTROL-TOTALS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CASH-POSITION-FILE ASSIGN TO
           "PAYRUN-CASH.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD PAYMENT-FILE.
       01 PAYMENT-HEADER-RECORD.
           05 PMT-RECORD-TYPE PIC X(3).
           05 PMT-PAY-REF PIC X(10).
           05 PMT-PAY-DATE PIC 9(8).
           05 PMT-TOTAL PIC 9(9)V99.
      * PMT-PAY-METHOD: C (or space) = check, A = ACH transfer
           05 PMT-PAY-METHOD PIC X(1).
      * A vendor invoicing in a foreign currency is paid in that
      * currency. PMT-TOTAL stays the base-currency cost of the
      * payment at PMT-PAY-RATE; PMT-FOREIGN-TOTAL is what the
      * vendor receives. PMT-FX-GAIN-LOSS is the items' booked
      * base amount less PMT-TOTAL: positive = realized gain.
      * Spaces in PMT-CURRENCY = base currency.
           05 PMT-CURRENCY PIC X(3).
           05 PMT-FOREIGN-TOTAL PIC 9(9)V99.
           05 PMT-PAY-RATE PIC 9(4)V9(6).
           05 PMT-FX-GAIN-LOSS PIC S9(9)V99 SIGN LEADING SEPARATE.
      * Remittance amounts are in the currency the vendor is paid
       01 REMITTANCE-RECORD.
           05 RMT-RECORD-TYPE PIC X(3).
           05 RMT-INV-NUMBER PIC X(10).
           05 RMT-DISC-TAKEN PIC 9(7)V99.
       FD CONTROL-REPORT-FILE.
       01 CONTROL-REPORT-RECORD PIC X(80).
       FD POSITIVE-PAY-FILE.
      * Issue file sent to the bank after each run. The bank pays
      * only checks listed here at the amount listed; CHKRECON
      * matches what the bank clears back against the payments.
       01 PPY-HEADER-RECORD.
           05 PPY-HDR-TYPE PIC X(1).
           05 PPY-HDR-FILE-DATE PIC 9(8).
           05 PPY-HDR-DESCRIPTION PIC X(30).
       01 PPY-DETAIL-RECORD.
           05 PPY-DTL-TYPE PIC X(1).
           05 PPY-CHECK-NO PIC X(10).
           05 PPY-ISSUE-DATE PIC 9(8).
           05 PPY-AMOUNT PIC 9(9)V99.
           05 PPY-PAYEE PIC X(6).
      * PPY-ACTION: I = issue, V = void
           05 PPY-ACTION PIC X(1).
       01 PPY-TRAILER-RECORD.
           05 PPY-TRL-TYPE PIC X(1).
           05 PPY-TRL-COUNT PIC 9(6).
           05 PPY-TRL-TOTAL PIC 9(11)V99.
       FD VENDOR-FILE.
       01 VENDOR-RECORD.
           05 VEN-NUMBER PIC X(6).
           05 VEN-NAME PIC X(30).
           05 VEN-STATUS PIC X(1).
           05 VEN-SPEND-LIMIT PIC 9(9)V99.
           05 VEN-1099-FLAG PIC X(1).
           05 VEN-TAX-ID PIC X(9).
      * VEN-PAY-METHOD: C (or space) = check, A = ACH transfer
           05 VEN-PAY-METHOD PIC X(1).
           05 VEN-BANK-ROUTING PIC X(9).
           05 VEN-BANK-ACCOUNT PIC X(17).
      * VEN-BANK-ACCT-TYPE: C = checking, S = savings
           05 VEN-BANK-ACCT-TYPE PIC X(1).
           05 VEN-BANK-CHANGE-DATE PIC 9(8).
           05 VEN-CALLBACK-DATE PIC 9(8).
      * VEN-CURRENCY: spaces = base currency
           05 VEN-CURRENCY PIC X(3).
      * VEN-CRITICAL: Y = paid first when the run is short of cash
           05 VEN-CRITICAL PIC X(1).
       FD ACH-FILE.
      * Credit batch for the bank's ACH service, one entry per
      * vendor paid electronically this run
       01 ACH-HEADER-RECORD.
           05 ACH-HDR-TYPE PIC X(1).
           05 ACH-HDR-FILE-DATE PIC 9(8).
           05 ACH-HDR-EFFECTIVE-DATE PIC 9(8).
           05 ACH-HDR-DESCRIPTION PIC X(10).
       01 ACH-DETAIL-RECORD.
           05 ACH-DTL-TYPE PIC X(1).
      * ACH-TRANSACTION-CODE: 22 = checking credit,
      * 32 = savings credit
           05 ACH-TRANSACTION-CODE PIC X(2).
           05 ACH-ROUTING PIC X(9).
           05 ACH-ACCOUNT PIC X(17).
           05 ACH-AMOUNT PIC 9(9)V99.
           05 ACH-VENDOR-NUMBER PIC X(6).
           05 ACH-VENDOR-NAME PIC X(22).
           05 ACH-PAY-REF PIC X(10).
       01 ACH-TRAILER-RECORD.
           05 ACH-TRL-TYPE PIC X(1).
           05 ACH-TRL-COUNT PIC 9(6).
           05 ACH-TRL-TOTAL PIC 9(11)V99.
      * Sum of the first eight routing digits of every entry,
      * low-order ten digits, which the bank checks on receipt
           05 ACH-TRL-ENTRY-HASH PIC 9(10).
       FD RATE-FILE.
      * Daily exchange rates from treasury: base currency units
      * per one unit of the foreign currency, effective from the
      * rate date until a later rate is posted
       01 RATE-RECORD.
           05 XRT-CURRENCY PIC X(3).
           05 XRT-RATE-DATE PIC 9(8).
           05 XRT-RATE PIC 9(4)V9(6).
       FD RUN-CONTROL-FILE.
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
       FD CASH-POSITION-FILE.
      * Set by treasury for unattended runs: the cash the run may
      * disburse (zero = no limit) and the date of the next run
       01 CASH-POSITION-RECORD.
           05 CSH-AVAILABLE PIC 9(11)V99.
           05 CSH-NEXT-RUN-DATE PIC 9(8).
       WORKING-STORAGE SECTION.
       01 WS-OPEN-EOF PIC X VALUE "N".
      * Only approved, unpaid items are held; paid and pending
      * items stay on file untouched
       01 WS-OPEN-COUNT PIC 9(4) VALUE 0.
       01 WS-OPEN-TABLE.
           05 WS-OPEN-ENTRY OCCURS 2000 TIMES INDEXED BY OPN-IDX.
               10 WS-OPN-TYPE PIC X(1).
               10 WS-OPN-DISC-PCT PIC 9(2)V99.
               10 WS-OPN-DISC-DATE PIC 9(8).
               10 WS-OPN-PO-NUMBER PIC X(10).
               10 WS-OPN-CURRENCY PIC X(3).
               10 WS-OPN-FOREIGN-AMOUNT PIC 9(7)V99.
               10 WS-OPN-APPROVAL-RATE PIC 9(4)V9(6).
      * N = invoice left out of this run for lack of cash
               10 WS-OPN-SELECTED PIC X(1).
       01 WS-VENDOR-COUNT PIC 9(4) VALUE 0.
       01 WS-VENDOR-LIST.
           05 WS-VEN-ENTRY OCCURS 500 TIMES INDEXED BY VEN-IDX.
               10 WS-VEN-NUMBER PIC X(6).
      * How this vendor is paid this run, set before any cash is
      * committed so held and unpayable vendors take none of it
               10 WS-VEN-PAY-CURRENCY PIC X(3).
               10 WS-VEN-PAY-RATE PIC 9(4)V9(6).
               10 WS-VEN-CURRENCY-OK PIC X(1).
               10 WS-VEN-PAY-METHOD PIC X(1).
               10 WS-VEN-PAY-HELD PIC X(1).
               10 WS-VEN-CRITICAL PIC X(1).
       01 WS-VENDOR-FOUND PIC 9(4) VALUE 0.
       01 WS-VMAST-FOUND PIC X VALUE "N".
       01 WS-VMAST-ENTRY.
           05 WS-VMAST-NUMBER PIC X(6).
           05 WS-VMAST-NAME PIC X(30).
           05 WS-VMAST-PAY-METHOD PIC X(1).
           05 WS-VMAST-ROUTING PIC X(9).
           05 WS-VMAST-ACCOUNT PIC X(17).
           05 WS-VMAST-ACCT-TYPE PIC X(1).
           05 WS-VMAST-CHANGE-DATE PIC 9(8).
           05 WS-VMAST-CALLBACK-DATE PIC 9(8).
           05 WS-VMAST-CURRENCY PIC X(3).
           05 WS-VMAST-CRITICAL PIC X(1).
       01 WS-PAY-METHOD PIC X(1) VALUE "C".
       01 WS-PAY-HELD PIC X VALUE "N".
      * ACH payments are held this many days after a bank-detail
      * change unless the call-back has been recorded
       01 WS-CALLBACK-HOLD-DAYS PIC 9(3) VALUE 10.
       01 WS-DAYS-SINCE-CHANGE PIC S9(7) VALUE 0.
       01 WS-HELD-COUNT PIC 9(4) VALUE 0.
       01 WS-HELD-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-HELD-TABLE.
           05 WS-HELD-ENTRY OCCURS 500 TIMES INDEXED BY HLD-IDX.
               10 WS-HLD-VENDOR PIC X(6).
               10 WS-HLD-AMOUNT PIC 9(9)V99.
               10 WS-HLD-CHANGE-DATE PIC 9(8).
       01 WS-CHECK-COUNT PIC 9(6) VALUE 0.
       01 WS-CHECK-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-ACH-COUNT PIC 9(6) VALUE 0.
       01 WS-ACH-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-ACH-HASH PIC 9(10) VALUE 0.
       01 WS-ROUTING-PREFIX PIC 9(8) VALUE 0.
       01 WS-HELD-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-HDL-VENDOR PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-HDL-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(20) VALUE "  bank change dated ".
           05 WS-HDL-CHANGE-DATE PIC 9(8).
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-TODAY-SPLIT REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY PIC 9(4).
           05 FILLER PIC X(1) VALUE "P".
           05 WS-REF-MMDD PIC 9(4).
           05 WS-REF-SEQ PIC 9(5).
       01 WS-PAYMENT-EOF PIC X VALUE "N".
       01 WS-OLD-REF.
           05 WS-OLD-REF-PREFIX PIC X(1).
           05 WS-OLD-REF-MMDD PIC X(4).
           05 WS-OLD-REF-SEQ PIC 9(5).
       01 WS-VENDOR-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-FORMAT-CREDIT PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-ITEM-DISC PIC 9(7)V99 VALUE 0.
       01 WS-RUN-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-FORMAT-COUNT PIC ZZZ,ZZ9.
       01 WS-FORMAT-TOTAL PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-UNATTENDED PIC X VALUE "N".
      * Control totals posted for NIGHTRUN's balancing
       01 WS-CTT-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-CTT-TOTAL-ID PIC X(20) VALUE SPACES.
       01 WS-CTT-DIRECTION PIC X(1) VALUE SPACE.
       01 WS-CTT-COUNT PIC 9(9) VALUE 0.
       01 WS-CTT-AMOUNT PIC S9(13)V99 VALUE 0.
       01 WS-OPN-READ-COUNT PIC 9(9) VALUE 0.
       01 WS-OPN-READ-AMOUNT PIC S9(13)V99 VALUE 0.
       01 WS-OPN-SAVED-COUNT PIC 9(9) VALUE 0.
       01 WS-OPN-SAVED-AMOUNT PIC S9(13)V99 VALUE 0.
      * Cash ceiling for the run; zero = pay everything due
       01 WS-CASH-LIMIT PIC 9(11)V99 VALUE 0.
       01 WS-CASH-USED PIC 9(11)V99 VALUE 0.
       01 WS-NEXT-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-INTERVAL-DAYS PIC 9(3) VALUE 7.
       01 WS-FORMAT-DAYS PIC ZZ9.
       01 WS-CASH-EOF PIC X VALUE "N".
      * Invoices competing for the cash, in payment priority:
      * 1 = critical vendor, 2 = discount expires before the next
      * run, 3 = everything else; then oldest due date first
       01 WS-CAND-COUNT PIC 9(4) VALUE 0.
       01 WS-CAND-TABLE.
           05 WS-CAND-ENTRY OCCURS 2000 TIMES INDEXED BY CND-IDX.
               10 WS-CND-KEY.
                   15 WS-CND-PRIORITY PIC 9(1).
                   15 WS-CND-DUE-DATE PIC 9(8).
                   15 WS-CND-OPN PIC 9(4).
               10 WS-CND-VEN PIC 9(4).
               10 WS-CND-COST PIC 9(9)V99.
               10 WS-CND-SELECTED PIC X(1).
       01 WS-CAND-SWAP PIC X(29).
       01 WS-SORT-I PIC 9(4) VALUE 0.
       01 WS-SORT-J PIC 9(4) VALUE 0.
       01 WS-OPN-SLOT PIC 9(4) VALUE 0.
       01 WS-VEN-SLOT PIC 9(4) VALUE 0.
       01 WS-VENDOR-ITEMS PIC 9(4) VALUE 0.
       01 WS-VENDOR-DEFERRED PIC 9(4) VALUE 0.
       01 WS-DEFER-COUNT PIC 9(4) VALUE 0.
       01 WS-DEFER-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-DEFER-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DFL-VENDOR PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DFL-INV PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DFL-DUE-DATE PIC 9(8).
           05 WS-DFL-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DFL-REASON PIC X(34).
       01 WS-BASE-CURRENCY PIC X(3) VALUE "USD".
       01 WS-PAY-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-ITEM-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-CURRENCY-OK PIC X VALUE "Y".
       01 WS-PAY-RATE PIC 9(4)V9(6) VALUE 1.
       01 WS-RATE-FOUND-DATE PIC 9(8) VALUE 0.
       01 WS-RATE-EOF PIC X VALUE "N".
       01 WS-RATE-COUNT PIC 9(4) VALUE 0.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 3000 TIMES INDEXED BY XRT-IDX.
               10 WS-XRT-CURRENCY PIC X(3).
               10 WS-XRT-DATE PIC 9(8).
               10 WS-XRT-RATE PIC 9(4)V9(6).
      * For a foreign vendor WS-VENDOR-TOTAL is in the vendor's
      * currency; WS-VENDOR-BOOKED is the same items at the base
      * amounts they were approved at, and WS-VENDOR-BASE-PAID is
      * the payment converted at today's rate
       01 WS-VENDOR-BOOKED PIC S9(9)V99 VALUE 0.
       01 WS-VENDOR-BASE-PAID PIC 9(9)V99 VALUE 0.
       01 WS-VENDOR-FX PIC S9(9)V99 VALUE 0.
       01 WS-ITEM-FOREIGN-DISC PIC 9(7)V99 VALUE 0.
       01 WS-ITEM-FOREIGN-PAY PIC 9(7)V99 VALUE 0.
       01 WS-FX-GAIN-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-FX-COUNT PIC 9(4) VALUE 0.
       01 WS-FX-TABLE.
           05 WS-FX-ENTRY OCCURS 500 TIMES INDEXED BY FXP-IDX.
               10 WS-FXP-VENDOR PIC X(6).
               10 WS-FXP-PAY-REF PIC X(10).
               10 WS-FXP-CURRENCY PIC X(3).
               10 WS-FXP-FOREIGN PIC 9(9)V99.
               10 WS-FXP-RATE PIC 9(4)V9(6).
               10 WS-FXP-BASE PIC 9(9)V99.
               10 WS-FXP-GAIN-LOSS PIC S9(9)V99.
       01 WS-FX-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-FXL-VENDOR PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-FXL-PAY-REF PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-FXL-CURRENCY PIC X(3).
           05 WS-FXL-FOREIGN PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-FXL-RATE PIC ZZZ9.999999.
           05 WS-FXL-BASE PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-FXL-GAIN-LOSS PIC ZZZ,ZZZ,ZZ9.99-.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 040-READ-RUN-CONTROL
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 150-LOAD-OPEN-ITEMS
           PERFORM 200-BUILD-VENDOR-LIST
           PERFORM 160-SET-PAY-SEQUENCE
           PERFORM 180-LOAD-RATES
           PERFORM 190-SET-CASH-LIMIT
           OPEN INPUT VENDOR-FILE
           PERFORM VARYING VEN-IDX FROM 1 BY 1
               UNTIL VEN-IDX > WS-VENDOR-COUNT
               PERFORM 250-SET-VENDOR-TERMS
           END-PERFORM
           PERFORM 260-SELECT-FOR-CASH
      * EXTEND, not OUTPUT: INV1099 builds its calendar-year
      * totals from this file's PAY records, so every run's
      * payments must stay on it
           OPEN EXTEND PAYMENT-FILE
           OPEN OUTPUT POSITIVE-PAY-FILE
           MOVE SPACES TO PPY-HEADER-RECORD
           MOVE "H" TO PPY-HDR-TYPE
           MOVE WS-TODAY TO PPY-HDR-FILE-DATE
           MOVE "VENDOR PAYMENTS CHECK ISSUE" TO PPY-HDR-DESCRIPTION
           WRITE PPY-HEADER-RECORD
           OPEN OUTPUT ACH-FILE
           MOVE SPACES TO ACH-HEADER-RECORD
           MOVE "H" TO ACH-HDR-TYPE
           MOVE WS-TODAY TO ACH-HDR-FILE-DATE
           COMPUTE ACH-HDR-EFFECTIVE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + 1)
           MOVE "VENDOR PAY" TO ACH-HDR-DESCRIPTION
           WRITE ACH-HEADER-RECORD
           PERFORM VARYING VEN-IDX FROM 1 BY 1
               UNTIL VEN-IDX > WS-VENDOR-COUNT
               PERFORM 300-PAY-ONE-VENDOR
           END-PERFORM
           CLOSE VENDOR-FILE
           MOVE "T" TO PPY-TRL-TYPE
           MOVE WS-CHECK-COUNT TO PPY-TRL-COUNT
           MOVE WS-CHECK-TOTAL TO PPY-TRL-TOTAL
           WRITE PPY-TRAILER-RECORD
           CLOSE POSITIVE-PAY-FILE
           MOVE "T" TO ACH-TRL-TYPE
           MOVE WS-ACH-COUNT TO ACH-TRL-COUNT
           MOVE WS-ACH-TOTAL TO ACH-TRL-TOTAL
           MOVE WS-ACH-HASH TO ACH-TRL-ENTRY-HASH
           WRITE ACH-TRAILER-RECORD
           CLOSE ACH-FILE
           CLOSE PAYMENT-FILE
           PERFORM 400-SAVE-OPEN-ITEMS
           MOVE "OPEN-ITEMS-READ" TO WS-CTT-TOTAL-ID
           MOVE "I" TO WS-CTT-DIRECTION
           MOVE WS-OPN-READ-COUNT TO WS-CTT-COUNT
           MOVE WS-OPN-READ-AMOUNT TO WS-CTT-AMOUNT
           PERFORM 045-POST-CONTROL-TOTAL
           MOVE "OPEN-ITEMS-SAVED" TO WS-CTT-TOTAL-ID
           MOVE "O" TO WS-CTT-DIRECTION
           MOVE WS-OPN-SAVED-COUNT TO WS-CTT-COUNT
           MOVE WS-OPN-SAVED-AMOUNT TO WS-CTT-AMOUNT
           PERFORM 045-POST-CONTROL-TOTAL
           PERFORM 500-WRITE-CONTROL-REPORT
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
                       IF RUN-CTL-RUN-DATE IS NUMERIC
                           MOVE RUN-CTL-RUN-DATE TO WS-CTT-RUN-DATE
                       END-IF
                   END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.
      * Posts one control total to the shared ledger. Nightly runs
      * carry NIGHTRUN's run date so a restart past midnight still
      * balances against the same night.
       045-POST-CONTROL-TOTAL.
           IF WS-CTT-RUN-DATE = 0
               ACCEPT WS-CTT-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           OPEN EXTEND CONTROL-TOTAL-FILE
           MOVE WS-CTT-RUN-DATE TO CTT-RUN-DATE
           MOVE "INVPAY" TO CTT-PROGRAM
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
       150-LOAD-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEM-FILE
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-OPEN-EOF
           END-READ
           PERFORM UNTIL WS-OPEN-EOF = "Y"
               ADD 1 TO WS-OPN-READ-COUNT
               ADD OPN-AMOUNT TO WS-OPN-READ-AMOUNT
               IF OPN-STATUS NOT = "A" OR OPN-PAID NOT = "N"
                   CONTINUE
               ELSE
               IF WS-OPEN-COUNT < 2000
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE OPN-INV-NUMBER
                       TO WS-OPN-DISC-PCT(WS-OPEN-COUNT)
                   MOVE OPN-DISC-DATE
                       TO WS-OPN-DISC-DATE(WS-OPEN-COUNT)
                   MOVE OPN-PO-NUMBER
                       TO WS-OPN-PO-NUMBER(WS-OPEN-COUNT)
                   MOVE OPN-CURRENCY TO WS-OPN-CURRENCY(WS-OPEN-COUNT)
                   MOVE OPN-FOREIGN-AMOUNT
                       TO WS-OPN-FOREIGN-AMOUNT(WS-OPEN-COUNT)
                   MOVE OPN-APPROVAL-RATE
                       TO WS-OPN-APPROVAL-RATE(WS-OPEN-COUNT)
                   IF WS-OPN-FOREIGN-AMOUNT(WS-OPEN-COUNT)
                       IS NOT NUMERIC
                       OR WS-OPN-CURRENCY(WS-OPEN-COUNT) = SPACES
                       MOVE SPACES TO WS-OPN-CURRENCY(WS-OPEN-COUNT)
                       MOVE OPN-AMOUNT
                           TO WS-OPN-FOREIGN-AMOUNT(WS-OPEN-COUNT)
                       MOVE 1 TO WS-OPN-APPROVAL-RATE(WS-OPEN-COUNT)
                   END-IF
                   MOVE "Y" TO WS-OPN-SELECTED(WS-OPEN-COUNT)
               ELSE
                   DISPLAY "Open item table full, invoice "
                       OPN-INV-NUMBER " left for a later run"
               END-IF
               END-IF
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-OPEN-EOF
               END-READ
           END-PERFORM
           CLOSE OPEN-ITEM-FILE.
      * A second run on the same day carries on from that day's
      * last pay reference, so a check reissued after a void
      * never goes out under the voided check's number
       160-SET-PAY-SEQUENCE.
           MOVE 0 TO WS-PAY-SEQ
           OPEN INPUT PAYMENT-FILE
           READ PAYMENT-FILE
               AT END MOVE "Y" TO WS-PAYMENT-EOF
           END-READ
           PERFORM UNTIL WS-PAYMENT-EOF = "Y"
               IF PMT-RECORD-TYPE = "PAY"
                   AND PMT-PAY-DATE = WS-TODAY
                   MOVE PMT-PAY-REF TO WS-OLD-REF
                   IF WS-OLD-REF-SEQ IS NUMERIC
                       AND WS-OLD-REF-SEQ > WS-PAY-SEQ
                       MOVE WS-OLD-REF-SEQ TO WS-PAY-SEQ
                   END-IF
               END-IF
               READ PAYMENT-FILE
                   AT END MOVE "Y" TO WS-PAYMENT-EOF
               END-READ
           END-PERFORM
           CLOSE PAYMENT-FILE.
      * One vendor's master record, read by vendor number
       170-READ-VENDOR-MASTER.
           MOVE "N" TO WS-VMAST-FOUND
           MOVE WS-VEN-NUMBER(VEN-IDX) TO VEN-NUMBER
           READ VENDOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-VMAST-FOUND
                   MOVE VEN-NUMBER TO WS-VMAST-NUMBER
                   MOVE VEN-NAME TO WS-VMAST-NAME
                   MOVE VEN-PAY-METHOD TO WS-VMAST-PAY-METHOD
                   MOVE VEN-BANK-ROUTING TO WS-VMAST-ROUTING
                   MOVE VEN-BANK-ACCOUNT TO WS-VMAST-ACCOUNT
                   MOVE VEN-BANK-ACCT-TYPE TO WS-VMAST-ACCT-TYPE
                   MOVE VEN-BANK-CHANGE-DATE TO WS-VMAST-CHANGE-DATE
                   MOVE VEN-CALLBACK-DATE TO WS-VMAST-CALLBACK-DATE
                   MOVE VEN-CURRENCY TO WS-VMAST-CURRENCY
                   MOVE VEN-CRITICAL TO WS-VMAST-CRITICAL
                   IF WS-VMAST-CHANGE-DATE IS NOT NUMERIC
                       MOVE 0 TO WS-VMAST-CHANGE-DATE
                   END-IF
                   IF WS-VMAST-CALLBACK-DATE IS NOT NUMERIC
                       MOVE 0 TO WS-VMAST-CALLBACK-DATE
                   END-IF
           END-READ.
       180-LOAD-RATES.
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
      * Treasury's cash position is on file for the night run; an
      * operator running the payments is asked for it instead
       190-SET-CASH-LIMIT.
           MOVE 0 TO WS-CASH-LIMIT
           MOVE 0 TO WS-NEXT-RUN-DATE
           OPEN INPUT CASH-POSITION-FILE
           READ CASH-POSITION-FILE
               AT END MOVE "Y" TO WS-CASH-EOF
           END-READ
           IF WS-CASH-EOF NOT = "Y"
               IF CSH-AVAILABLE IS NUMERIC
                   MOVE CSH-AVAILABLE TO WS-CASH-LIMIT
               END-IF
               IF CSH-NEXT-RUN-DATE IS NUMERIC
                   MOVE CSH-NEXT-RUN-DATE TO WS-NEXT-RUN-DATE
               END-IF
           END-IF
           CLOSE CASH-POSITION-FILE
           IF WS-UNATTENDED NOT = "Y"
               MOVE WS-RUN-INTERVAL-DAYS TO WS-FORMAT-DAYS
               MOVE WS-CASH-LIMIT TO WS-FORMAT-TOTAL
               DISPLAY "Treasury cash position on file: "
                   WS-FORMAT-TOTAL
               DISPLAY "Enter the cash available for this run "
                   "(0 = no limit)"
               ACCEPT WS-CASH-LIMIT
               DISPLAY "Enter the date of the next payment run "
                   "(YYYYMMDD, 0 = in "
                   FUNCTION TRIM(WS-FORMAT-DAYS) " days)"
               ACCEPT WS-NEXT-RUN-DATE
           END-IF
           IF WS-NEXT-RUN-DATE NOT > WS-TODAY
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-NEXT-RUN-DATE)
                   NOT = 0
               COMPUTE WS-NEXT-RUN-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) +
                   WS-RUN-INTERVAL-DAYS)
           END-IF.
       200-BUILD-VENDOR-LIST.
           PERFORM VARYING OPN-IDX FROM 1 BY 1
               UNTIL OPN-IDX > WS-OPEN-COUNT
      * Credit memos net against the same vendor's invoices. If
      * the credits meet or exceed the invoices, nothing is paid
      * and the whole group carries forward to a later run.
      * A foreign vendor is netted and paid in its own currency
      * and needs today's rate; items in any other currency, or
      * no rate on file, carry the vendor forward untouched.
       250-SET-VENDOR-TERMS.
           PERFORM 325-SET-PAY-CURRENCY
           PERFORM VARYING OPN-IDX FROM 1 BY 1
               UNTIL OPN-IDX > WS-OPEN-COUNT
               IF WS-OPN-VENDOR-NUMBER(OPN-IDX) =
                   WS-VEN-NUMBER(VEN-IDX)
                   AND WS-OPN-STATUS(OPN-IDX) = "A"
                   AND WS-OPN-PAID(OPN-IDX) = "N"
                   MOVE WS-OPN-CURRENCY(OPN-IDX) TO WS-ITEM-CURRENCY
                   IF WS-ITEM-CURRENCY = SPACES
                       MOVE WS-BASE-CURRENCY TO WS-ITEM-CURRENCY
                   END-IF
                   IF WS-ITEM-CURRENCY NOT = WS-PAY-CURRENCY
                       MOVE "N" TO WS-CURRENCY-OK
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 320-SET-PAY-METHOD
           MOVE WS-PAY-CURRENCY TO WS-VEN-PAY-CURRENCY(VEN-IDX)
           MOVE WS-PAY-RATE TO WS-VEN-PAY-RATE(VEN-IDX)
           MOVE WS-CURRENCY-OK TO WS-VEN-CURRENCY-OK(VEN-IDX)
           MOVE WS-PAY-METHOD TO WS-VEN-PAY-METHOD(VEN-IDX)
           MOVE WS-PAY-HELD TO WS-VEN-PAY-HELD(VEN-IDX)
           MOVE "N" TO WS-VEN-CRITICAL(VEN-IDX)
           IF WS-VMAST-FOUND = "Y"
               IF WS-VMAST-CRITICAL = "Y"
                   MOVE "Y" TO WS-VEN-CRITICAL(VEN-IDX)
               END-IF
           END-IF.
      * With a cash ceiling, invoices are taken in priority order
      * while they fit; any that do not are left for a later run
      * and reported. Credit memos are not counted against the
      * ceiling, so what is disbursed never exceeds it.
       260-SELECT-FOR-CASH.
           MOVE 0 TO WS-CAND-COUNT
           MOVE 0 TO WS-CASH-USED
           IF WS-CASH-LIMIT > 0
               PERFORM VARYING OPN-IDX FROM 1 BY 1
                   UNTIL OPN-IDX > WS-OPEN-COUNT
                   IF WS-OPN-STATUS(OPN-IDX) = "A"
                       AND WS-OPN-PAID(OPN-IDX) = "N"
                       AND WS-OPN-TYPE(OPN-IDX) NOT = "C"
                       PERFORM 265-ADD-CANDIDATE
                   END-IF
               END-PERFORM
               PERFORM 270-SORT-CANDIDATES
               PERFORM VARYING CND-IDX FROM 1 BY 1
                   UNTIL CND-IDX > WS-CAND-COUNT
                   IF WS-CASH-USED + WS-CND-COST(CND-IDX)
                       <= WS-CASH-LIMIT
                       ADD WS-CND-COST(CND-IDX) TO WS-CASH-USED
                       MOVE "Y" TO WS-CND-SELECTED(CND-IDX)
                   ELSE
                       MOVE "N" TO WS-CND-SELECTED(CND-IDX)
                       MOVE WS-CND-OPN(CND-IDX) TO WS-OPN-SLOT
                       MOVE "N" TO WS-OPN-SELECTED(WS-OPN-SLOT)
                       ADD 1 TO WS-DEFER-COUNT
                       ADD WS-CND-COST(CND-IDX) TO WS-DEFER-TOTAL
                   END-IF
               END-PERFORM
           END-IF.
      * Only invoices of vendors that will actually be paid this
      * run compete for the cash; the cost is in base currency
       265-ADD-CANDIDATE.
           MOVE 0 TO WS-VEN-SLOT
           PERFORM VARYING VEN-IDX FROM 1 BY 1
               UNTIL VEN-IDX > WS-VENDOR-COUNT
               IF WS-VEN-NUMBER(VEN-IDX) =
                   WS-OPN-VENDOR-NUMBER(OPN-IDX)
                   SET WS-VEN-SLOT TO VEN-IDX
               END-IF
           END-PERFORM
           IF WS-VEN-SLOT > 0 AND WS-CAND-COUNT < 2000
               IF WS-VEN-CURRENCY-OK(WS-VEN-SLOT) = "Y"
                   AND WS-VEN-PAY-HELD(WS-VEN-SLOT) NOT = "Y"
                   ADD 1 TO WS-CAND-COUNT
                   MOVE 3 TO WS-CND-PRIORITY(WS-CAND-COUNT)
                   IF WS-OPN-DISC-PCT(OPN-IDX) > 0
                       AND WS-OPN-DISC-DATE(OPN-IDX) >= WS-TODAY
                       AND WS-OPN-DISC-DATE(OPN-IDX) <
                           WS-NEXT-RUN-DATE
                       MOVE 2 TO WS-CND-PRIORITY(WS-CAND-COUNT)
                   END-IF
                   IF WS-VEN-CRITICAL(WS-VEN-SLOT) = "Y"
                       MOVE 1 TO WS-CND-PRIORITY(WS-CAND-COUNT)
                   END-IF
                   MOVE WS-OPN-DUE-DATE(OPN-IDX)
                       TO WS-CND-DUE-DATE(WS-CAND-COUNT)
                   SET WS-CND-OPN(WS-CAND-COUNT) TO OPN-IDX
                   MOVE WS-VEN-SLOT TO WS-CND-VEN(WS-CAND-COUNT)
                   PERFORM 305-SET-ITEM-AMOUNTS
                   IF WS-VEN-PAY-CURRENCY(WS-VEN-SLOT) =
                       WS-BASE-CURRENCY
                       MOVE WS-ITEM-PAY TO WS-CND-COST(WS-CAND-COUNT)
                   ELSE
                       COMPUTE WS-CND-COST(WS-CAND-COUNT) ROUNDED =
                           WS-ITEM-FOREIGN-PAY *
                           WS-VEN-PAY-RATE(WS-VEN-SLOT)
                   END-IF
               END-IF
           END-IF.
       270-SORT-CANDIDATES.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-CAND-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                   UNTIL WS-SORT-J >= WS-CAND-COUNT
                   IF WS-CND-KEY(WS-SORT-J) >
                       WS-CND-KEY(WS-SORT-J + 1)
                       MOVE WS-CAND-ENTRY(WS-SORT-J) TO WS-CAND-SWAP
                       MOVE WS-CAND-ENTRY(WS-SORT-J + 1)
                           TO WS-CAND-ENTRY(WS-SORT-J)
                       MOVE WS-CAND-SWAP
                           TO WS-CAND-ENTRY(WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
      * Credit memos net against the same vendor's invoices. If
      * the credits meet or exceed the invoices, nothing is paid
      * and the whole group carries forward to a later run.
      * Invoices left out for cash are not netted, and a vendor
      * with all of its invoices left out is not paid at all.
       300-PAY-ONE-VENDOR.
           MOVE 0 TO WS-VENDOR-TOTAL
           MOVE 0 TO WS-VENDOR-BOOKED
           MOVE 0 TO WS-VENDOR-ITEMS
           MOVE 0 TO WS-VENDOR-DEFERRED
           MOVE WS-VEN-PAY-CURRENCY(VEN-IDX) TO WS-PAY-CURRENCY
           MOVE WS-VEN-PAY-RATE(VEN-IDX) TO WS-PAY-RATE
           MOVE WS-VEN-CURRENCY-OK(VEN-IDX) TO WS-CURRENCY-OK
           MOVE WS-VEN-PAY-METHOD(VEN-IDX) TO WS-PAY-METHOD
           MOVE WS-VEN-PAY-HELD(VEN-IDX) TO WS-PAY-HELD
           PERFORM 170-READ-VENDOR-MASTER
           PERFORM VARYING OPN-IDX FROM 1 BY 1
               UNTIL OPN-IDX > WS-OPEN-COUNT
               IF WS-OPN-VENDOR-NUMBER(OPN-IDX) =
                   AND WS-OPN-STATUS(OPN-IDX) = "A"
                   AND WS-OPN-PAID(OPN-IDX) = "N"
                   IF WS-OPN-TYPE(OPN-IDX) = "C"
                       SUBTRACT WS-OPN-FOREIGN-AMOUNT(OPN-IDX)
                           FROM WS-VENDOR-TOTAL
                       SUBTRACT WS-OPN-AMOUNT(OPN-IDX)
                           FROM WS-VENDOR-BOOKED
                   ELSE
                   IF WS-OPN-SELECTED(OPN-IDX) = "Y"
                       PERFORM 305-SET-ITEM-AMOUNTS
                       ADD WS-ITEM-FOREIGN-PAY TO WS-VENDOR-TOTAL
                       ADD WS-ITEM-PAY TO WS-VENDOR-BOOKED
                       ADD 1 TO WS-VENDOR-ITEMS
                   ELSE
                       ADD 1 TO WS-VENDOR-DEFERRED
                   END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CURRENCY-OK = "N"
               DISPLAY "Vendor " WS-VEN-NUMBER(VEN-IDX)
                   " has open items not in " WS-PAY-CURRENCY
                   " or no " WS-PAY-CURRENCY
                   " rate - nothing paid, items carried forward"
           ELSE
           IF WS-VENDOR-ITEMS = 0 AND WS-VENDOR-DEFERRED > 0
               DISPLAY "Vendor " WS-VEN-NUMBER(VEN-IDX)
                   " - not paid within the cash available"
           ELSE
           IF WS-VENDOR-TOTAL <= 0
               MOVE WS-VENDOR-TOTAL TO WS-FORMAT-CREDIT
               DISPLAY "Vendor " WS-VEN-NUMBER(VEN-IDX)
                   " net position " WS-FORMAT-CREDIT
                   " - nothing paid, items carried forward"
           ELSE
               IF WS-PAY-HELD = "Y"
                   PERFORM 330-HOLD-VENDOR
               ELSE
                   PERFORM 310-PAY-VENDOR-NET
               END-IF
           END-IF
           END-IF
           END-IF.
      * An invoice paid on or before its discount date is paid
      * net of the early-payment discount; after the window the
      * discount is lost and the invoice pays at face value.
      * The discount is worked in the invoice currency as well, so
      * a foreign invoice pays its own net amount.
       305-SET-ITEM-AMOUNTS.
           MOVE 0 TO WS-ITEM-DISC
           MOVE 0 TO WS-ITEM-FOREIGN-DISC
           MOVE "N" TO WS-ITEM-LOST
           MOVE WS-OPN-AMOUNT(OPN-IDX) TO WS-ITEM-PAY
           MOVE WS-OPN-FOREIGN-AMOUNT(OPN-IDX) TO WS-ITEM-FOREIGN-PAY
           IF WS-OPN-DISC-PCT(OPN-IDX) > 0
               AND WS-OPN-DISC-DATE(OPN-IDX) > 0
               IF WS-TODAY <= WS-OPN-DISC-DATE(OPN-IDX)
                       WS-OPN-DISC-PCT(OPN-IDX) / 100
                   COMPUTE WS-ITEM-PAY =
                       WS-OPN-AMOUNT(OPN-IDX) - WS-ITEM-DISC
                   COMPUTE WS-ITEM-FOREIGN-DISC ROUNDED =
                       WS-OPN-FOREIGN-AMOUNT(OPN-IDX) *
                       WS-OPN-DISC-PCT(OPN-IDX) / 100
                   COMPUTE WS-ITEM-FOREIGN-PAY =
                       WS-OPN-FOREIGN-AMOUNT(OPN-IDX) -
                       WS-ITEM-FOREIGN-DISC
               ELSE
                   MOVE "Y" TO WS-ITEM-LOST
               END-IF
           ADD 1 TO WS-PAY-SEQ
           MOVE WS-TODAY-MMDD TO WS-REF-MMDD
           MOVE WS-PAY-SEQ TO WS-REF-SEQ
           IF WS-PAY-CURRENCY = WS-BASE-CURRENCY
               MOVE WS-VENDOR-TOTAL TO WS-VENDOR-BASE-PAID
           ELSE
               COMPUTE WS-VENDOR-BASE-PAID ROUNDED =
                   WS-VENDOR-TOTAL * WS-PAY-RATE
           END-IF
           COMPUTE WS-VENDOR-FX =
               WS-VENDOR-BOOKED - WS-VENDOR-BASE-PAID
           MOVE SPACES TO PAYMENT-HEADER-RECORD
           MOVE "PAY" TO PMT-RECORD-TYPE
           MOVE WS-VEN-NUMBER(VEN-IDX) TO PMT-VENDOR-NUMBER
           MOVE WS-PAY-REF TO PMT-PAY-REF
           MOVE WS-TODAY TO PMT-PAY-DATE
           MOVE WS-VENDOR-BASE-PAID TO PMT-TOTAL
           MOVE WS-PAY-METHOD TO PMT-PAY-METHOD
           IF WS-PAY-CURRENCY NOT = WS-BASE-CURRENCY
               MOVE WS-PAY-CURRENCY TO PMT-CURRENCY
           END-IF
           MOVE WS-VENDOR-TOTAL TO PMT-FOREIGN-TOTAL
           MOVE WS-PAY-RATE TO PMT-PAY-RATE
           MOVE WS-VENDOR-FX TO PMT-FX-GAIN-LOSS
           WRITE PAYMENT-HEADER-RECORD
           IF WS-PAY-METHOD = "A"
               PERFORM 315-WRITE-ACH-ENTRY
           ELSE
               MOVE "D" TO PPY-DTL-TYPE
               MOVE WS-PAY-REF TO PPY-CHECK-NO
               MOVE WS-TODAY TO PPY-ISSUE-DATE
               MOVE WS-VENDOR-BASE-PAID TO PPY-AMOUNT
               MOVE WS-VEN-NUMBER(VEN-IDX) TO PPY-PAYEE
               MOVE "I" TO PPY-ACTION
               WRITE PPY-DETAIL-RECORD
               ADD 1 TO WS-CHECK-COUNT
               ADD WS-VENDOR-BASE-PAID TO WS-CHECK-TOTAL
           END-IF
           ADD 1 TO WS-RUN-VENDORS
           ADD WS-VENDOR-BASE-PAID TO WS-RUN-TOTAL
           IF WS-PAY-CURRENCY NOT = WS-BASE-CURRENCY
               PERFORM 335-RECORD-FX-PAYMENT
           END-IF
           PERFORM VARYING OPN-IDX FROM 1 BY 1
               UNTIL OPN-IDX > WS-OPEN-COUNT
               IF WS-OPN-VENDOR-NUMBER(OPN-IDX) =
                   WS-VEN-NUMBER(VEN-IDX)
                   AND WS-OPN-STATUS(OPN-IDX) = "A"
                   AND WS-OPN-PAID(OPN-IDX) = "N"
                   AND WS-OPN-SELECTED(OPN-IDX) = "Y"
                   MOVE "RMT" TO RMT-RECORD-TYPE
                   MOVE WS-OPN-INV-NUMBER(OPN-IDX) TO RMT-INV-NUMBER
                   MOVE WS-OPN-DUE-DATE(OPN-IDX) TO RMT-DUE-DATE
                   IF WS-OPN-TYPE(OPN-IDX) = "C"
                       MOVE "C" TO RMT-ITEM-TYPE
                       MOVE WS-OPN-FOREIGN-AMOUNT(OPN-IDX)
                           TO RMT-AMOUNT
                       MOVE 0 TO RMT-DISC-TAKEN
                   ELSE
                       MOVE "I" TO RMT-ITEM-TYPE
                       PERFORM 305-SET-ITEM-AMOUNTS
                       MOVE WS-ITEM-FOREIGN-PAY TO RMT-AMOUNT
                       MOVE WS-ITEM-FOREIGN-DISC TO RMT-DISC-TAKEN
                       ADD WS-ITEM-DISC TO WS-DISC-TAKEN-TOTAL
                       IF WS-ITEM-LOST = "Y"
                           COMPUTE WS-ITEM-DISC ROUNDED =
                   ADD 1 TO WS-RUN-INVOICES
               END-IF
           END-PERFORM.
       315-WRITE-ACH-ENTRY.
           MOVE SPACES TO ACH-DETAIL-RECORD
           MOVE "D" TO ACH-DTL-TYPE
           IF WS-VMAST-ACCT-TYPE = "S"
               MOVE "32" TO ACH-TRANSACTION-CODE
           ELSE
               MOVE "22" TO ACH-TRANSACTION-CODE
           END-IF
           MOVE WS-VMAST-ROUTING TO ACH-ROUTING
           MOVE WS-VMAST-ACCOUNT TO ACH-ACCOUNT
           MOVE WS-VENDOR-BASE-PAID TO ACH-AMOUNT
           MOVE WS-VEN-NUMBER(VEN-IDX) TO ACH-VENDOR-NUMBER
           MOVE WS-VMAST-NAME TO ACH-VENDOR-NAME
           MOVE WS-PAY-REF TO ACH-PAY-REF
           WRITE ACH-DETAIL-RECORD
           MOVE WS-VMAST-ROUTING(1:8)
               TO WS-ROUTING-PREFIX
           ADD WS-ROUTING-PREFIX TO WS-ACH-HASH
           ADD 1 TO WS-ACH-COUNT
           ADD WS-VENDOR-BASE-PAID TO WS-ACH-TOTAL.
      * ACH needs approved bank details on the vendor master; a
      * vendor without them is paid by check. Fresh bank details
      * hold the payment until the call-back confirms them.
       320-SET-PAY-METHOD.
           MOVE "C" TO WS-PAY-METHOD
           MOVE "N" TO WS-PAY-HELD
      * The vendor's master record was read by 325-SET-PAY-CURRENCY
           IF WS-VMAST-FOUND = "Y"
               IF WS-VMAST-PAY-METHOD = "A"
                   IF WS-VMAST-ROUTING = SPACES
                       OR WS-VMAST-ACCOUNT = SPACES
                       DISPLAY "Vendor " WS-VEN-NUMBER(VEN-IDX)
                           " is set for ACH with no bank details"
                           " - paid by check"
                   ELSE
                       MOVE "A" TO WS-PAY-METHOD
                   END-IF
               END-IF
           END-IF
           IF WS-PAY-METHOD = "A"
               AND WS-PAY-CURRENCY NOT = WS-BASE-CURRENCY
               DISPLAY "Vendor " WS-VEN-NUMBER(VEN-IDX)
                   " is paid in " WS-PAY-CURRENCY
                   " - paid by check, not ACH"
               MOVE "C" TO WS-PAY-METHOD
           END-IF
           IF WS-PAY-METHOD = "A"
               AND WS-VMAST-CHANGE-DATE > 0
               AND WS-VMAST-CALLBACK-DATE <
                   WS-VMAST-CHANGE-DATE
               COMPUTE WS-DAYS-SINCE-CHANGE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                   FUNCTION INTEGER-OF-DATE(
                       WS-VMAST-CHANGE-DATE)
               IF WS-DAYS-SINCE-CHANGE <= WS-CALLBACK-HOLD-DAYS
                   MOVE "Y" TO WS-PAY-HELD
               END-IF
           END-IF.
      * A held vendor's items stay unpaid and go out on the first
      * run after the call-back or the hold period
      * The vendor's currency from the master, and for a foreign
      * currency the latest rate dated on or before today
       325-SET-PAY-CURRENCY.
           MOVE WS-BASE-CURRENCY TO WS-PAY-CURRENCY
           MOVE 1 TO WS-PAY-RATE
           MOVE "Y" TO WS-CURRENCY-OK
           PERFORM 170-READ-VENDOR-MASTER
           IF WS-VMAST-FOUND = "Y"
               AND WS-VMAST-CURRENCY NOT = SPACES
               MOVE WS-VMAST-CURRENCY TO WS-PAY-CURRENCY
           END-IF
           IF WS-PAY-CURRENCY NOT = WS-BASE-CURRENCY
               MOVE 0 TO WS-RATE-FOUND-DATE
               PERFORM VARYING XRT-IDX FROM 1 BY 1
                   UNTIL XRT-IDX > WS-RATE-COUNT
                   IF WS-XRT-CURRENCY(XRT-IDX) = WS-PAY-CURRENCY
                       AND WS-XRT-DATE(XRT-IDX) <= WS-TODAY
                       AND WS-XRT-DATE(XRT-IDX) >= WS-RATE-FOUND-DATE
                       AND WS-XRT-RATE(XRT-IDX) > 0
                       MOVE WS-XRT-DATE(XRT-IDX) TO WS-RATE-FOUND-DATE
                       MOVE WS-XRT-RATE(XRT-IDX) TO WS-PAY-RATE
                   END-IF
               END-PERFORM
               IF WS-RATE-FOUND-DATE = 0
                   MOVE "N" TO WS-CURRENCY-OK
               END-IF
           END-IF.
       330-HOLD-VENDOR.
           ADD WS-VENDOR-TOTAL TO WS-HELD-TOTAL
           MOVE WS-VENDOR-TOTAL TO WS-FORMAT-CREDIT
           DISPLAY "Vendor " WS-VEN-NUMBER(VEN-IDX) " ACH payment "
               WS-FORMAT-CREDIT " held - bank details changed "
               WS-VMAST-CHANGE-DATE
               ", call-back verification required"
           IF WS-HELD-COUNT < 500
               ADD 1 TO WS-HELD-COUNT
               MOVE WS-VEN-NUMBER(VEN-IDX)
                   TO WS-HLD-VENDOR(WS-HELD-COUNT)
               MOVE WS-VENDOR-TOTAL TO WS-HLD-AMOUNT(WS-HELD-COUNT)
               MOVE WS-VMAST-CHANGE-DATE
                   TO WS-HLD-CHANGE-DATE(WS-HELD-COUNT)
           END-IF.
       335-RECORD-FX-PAYMENT.
           ADD WS-VENDOR-FX TO WS-FX-GAIN-TOTAL
           IF WS-FX-COUNT < 500
               ADD 1 TO WS-FX-COUNT
               MOVE WS-VEN-NUMBER(VEN-IDX) TO WS-FXP-VENDOR(WS-FX-COUNT)
               MOVE WS-PAY-REF TO WS-FXP-PAY-REF(WS-FX-COUNT)
               MOVE WS-PAY-CURRENCY TO WS-FXP-CURRENCY(WS-FX-COUNT)
               MOVE WS-VENDOR-TOTAL TO WS-FXP-FOREIGN(WS-FX-COUNT)
               MOVE WS-PAY-RATE TO WS-FXP-RATE(WS-FX-COUNT)
               MOVE WS-VENDOR-BASE-PAID TO WS-FXP-BASE(WS-FX-COUNT)
               MOVE WS-VENDOR-FX TO WS-FXP-GAIN-LOSS(WS-FX-COUNT)
           END-IF.
      * Only the items paid this run are rewritten; the saved
      * totals are then taken from the file as it now stands
       400-SAVE-OPEN-ITEMS.
           OPEN I-O OPEN-ITEM-FILE
           PERFORM VARYING OPN-IDX FROM 1 BY 1
               UNTIL OPN-IDX > WS-OPEN-COUNT
               IF WS-OPN-PAID(OPN-IDX) = "Y"
                   PERFORM 410-REWRITE-PAID-ITEM
               END-IF
           END-PERFORM
           CLOSE OPEN-ITEM-FILE
           MOVE "N" TO WS-OPEN-EOF
           OPEN INPUT OPEN-ITEM-FILE
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-OPEN-EOF
           END-READ
           PERFORM UNTIL WS-OPEN-EOF = "Y"
               ADD 1 TO WS-OPN-SAVED-COUNT
               ADD OPN-AMOUNT TO WS-OPN-SAVED-AMOUNT
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-OPEN-EOF
               END-READ
           END-PERFORM
           CLOSE OPEN-ITEM-FILE.
       410-REWRITE-PAID-ITEM.
           MOVE WS-OPN-INV-NUMBER(OPN-IDX) TO OPN-INV-NUMBER
           MOVE WS-OPN-VENDOR-NUMBER(OPN-IDX) TO OPN-VENDOR-NUMBER
           READ OPEN-ITEM-FILE
               INVALID KEY
                   DISPLAY "Open item " OPN-INV-NUMBER " for vendor "
                       OPN-VENDOR-NUMBER " is no longer on file - "
                       "paid as " WS-OPN-PAY-REF(OPN-IDX)
               NOT INVALID KEY
                   MOVE WS-OPN-PAID(OPN-IDX) TO OPN-PAID
                   MOVE WS-OPN-PAY-DATE(OPN-IDX) TO OPN-PAY-DATE
                   MOVE WS-OPN-PAY-REF(OPN-IDX) TO OPN-PAY-REF
                   REWRITE OPEN-ITEM-RECORD
                       INVALID KEY
                           DISPLAY "Open item " OPN-INV-NUMBER
                               " could not be rewritten."
                   END-REWRITE
           END-READ.
       500-WRITE-CONTROL-REPORT.
           OPEN OUTPUT CONTROL-REPORT-FILE
           MOVE " Payment Run Control Report"
           STRING "Discounts lost:  " WS-FORMAT-TOTAL
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE WS-CHECK-COUNT TO WS-FORMAT-COUNT
           MOVE WS-CHECK-TOTAL TO WS-FORMAT-TOTAL
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING "Checks issued:   " WS-FORMAT-COUNT "  "
               WS-FORMAT-TOTAL
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE WS-ACH-COUNT TO WS-FORMAT-COUNT
           MOVE WS-ACH-TOTAL TO WS-FORMAT-TOTAL
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING "ACH payments:    " WS-FORMAT-COUNT "  "
               WS-FORMAT-TOTAL
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE WS-HELD-COUNT TO WS-FORMAT-COUNT
           MOVE WS-HELD-TOTAL TO WS-FORMAT-TOTAL
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING "Held, call-back: " WS-FORMAT-COUNT "  "
               WS-FORMAT-TOTAL
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           PERFORM VARYING HLD-IDX FROM 1 BY 1
               UNTIL HLD-IDX > WS-HELD-COUNT
               MOVE WS-HLD-VENDOR(HLD-IDX) TO WS-HDL-VENDOR
               MOVE WS-HLD-AMOUNT(HLD-IDX) TO WS-HDL-AMOUNT
               MOVE WS-HLD-CHANGE-DATE(HLD-IDX) TO WS-HDL-CHANGE-DATE
               MOVE WS-HELD-LINE TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
           END-PERFORM
           PERFORM 510-WRITE-CASH-SECTION
           MOVE WS-FX-COUNT TO WS-FORMAT-COUNT
           MOVE WS-FX-GAIN-TOTAL TO WS-FORMAT-CREDIT
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING "Foreign payments:" WS-FORMAT-COUNT
               "  FX gain/loss " WS-FORMAT-CREDIT
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           IF WS-FX-COUNT > 0
               MOVE SPACES TO CONTROL-REPORT-RECORD
               STRING "  Vendor Pay ref    Cur   Foreign paid"
                   "        Rate      Base cost    Gain/loss"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
           END-IF
           PERFORM VARYING FXP-IDX FROM 1 BY 1
               UNTIL FXP-IDX > WS-FX-COUNT
               MOVE WS-FXP-VENDOR(FXP-IDX) TO WS-FXL-VENDOR
               MOVE WS-FXP-PAY-REF(FXP-IDX) TO WS-FXL-PAY-REF
               MOVE WS-FXP-CURRENCY(FXP-IDX) TO WS-FXL-CURRENCY
               MOVE WS-FXP-FOREIGN(FXP-IDX) TO WS-FXL-FOREIGN
               MOVE WS-FXP-RATE(FXP-IDX) TO WS-FXL-RATE
               MOVE WS-FXP-BASE(FXP-IDX) TO WS-FXL-BASE
               MOVE WS-FXP-GAIN-LOSS(FXP-IDX) TO WS-FXL-GAIN-LOSS
               MOVE WS-FX-LINE TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
           END-PERFORM
           CLOSE CONTROL-REPORT-FILE
           DISPLAY "Vendors paid:    " WS-RUN-VENDORS
           DISPLAY "Invoices paid:   " WS-RUN-INVOICES
           MOVE WS-DISC-TAKEN-TOTAL TO WS-FORMAT-TOTAL
           DISPLAY "Discounts taken: " WS-FORMAT-TOTAL
           MOVE WS-DISC-LOST-TOTAL TO WS-FORMAT-TOTAL
           DISPLAY "Discounts lost:  " WS-FORMAT-TOTAL
           DISPLAY "Checks issued:   " WS-CHECK-COUNT
           DISPLAY "ACH payments:    " WS-ACH-COUNT
           DISPLAY "Held, call-back: " WS-HELD-COUNT
           IF WS-CASH-LIMIT > 0
               MOVE WS-DEFER-TOTAL TO WS-FORMAT-TOTAL
               DISPLAY "Left for cash:   " WS-DEFER-COUNT "  "
                   WS-FORMAT-TOTAL
           END-IF
           MOVE WS-FX-GAIN-TOTAL TO WS-FORMAT-CREDIT
           DISPLAY "Foreign payments:" WS-FX-COUNT
               "  FX gain/loss " WS-FORMAT-CREDIT
           DISPLAY "Positive pay issue file written to "
               "POSITIVE-PAY-ISSUE.dat"
           DISPLAY "ACH batch written to ACH-PAYMENTS.dat".
      * What the cash ceiling kept back, highest priority first,
      * so treasury can judge whether a top-up is worth making
       510-WRITE-CASH-SECTION.
           MOVE SPACES TO CONTROL-REPORT-RECORD
           IF WS-CASH-LIMIT = 0
               MOVE "Cash available:  no limit"
                   TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
           ELSE
               MOVE WS-CASH-LIMIT TO WS-FORMAT-TOTAL
               STRING "Cash available:           " WS-FORMAT-TOTAL
                   DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
               MOVE SPACES TO CONTROL-REPORT-RECORD
               STRING "Next run date:   " WS-NEXT-RUN-DATE
                   DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
               MOVE WS-DEFER-COUNT TO WS-FORMAT-COUNT
               MOVE WS-DEFER-TOTAL TO WS-FORMAT-TOTAL
               MOVE SPACES TO CONTROL-REPORT-RECORD
               STRING "Left for cash:   " WS-FORMAT-COUNT "  "
                   WS-FORMAT-TOTAL
                   DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
               IF WS-DEFER-COUNT > 0
                   MOVE SPACES TO CONTROL-REPORT-RECORD
                   STRING "  Vendor Invoice    Due date"
                       "          Amount  Reason"
                       DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
                   WRITE CONTROL-REPORT-RECORD
               END-IF
               PERFORM VARYING CND-IDX FROM 1 BY 1
                   UNTIL CND-IDX > WS-CAND-COUNT
                   IF WS-CND-SELECTED(CND-IDX) = "N"
                       PERFORM 515-WRITE-DEFERRED-LINE
                   END-IF
               END-PERFORM
           END-IF.
       515-WRITE-DEFERRED-LINE.
           MOVE WS-CND-OPN(CND-IDX) TO WS-OPN-SLOT
           MOVE WS-OPN-VENDOR-NUMBER(WS-OPN-SLOT) TO WS-DFL-VENDOR
           MOVE WS-OPN-INV-NUMBER(WS-OPN-SLOT) TO WS-DFL-INV
           MOVE WS-OPN-DUE-DATE(WS-OPN-SLOT) TO WS-DFL-DUE-DATE
           MOVE WS-CND-COST(CND-IDX) TO WS-DFL-AMOUNT
           MOVE SPACES TO WS-DFL-REASON
           EVALUATE WS-CND-PRIORITY(CND-IDX)
               WHEN 1
                   MOVE "Cash limit; critical vendor"
                       TO WS-DFL-REASON
               WHEN 2
                   STRING "Cash limit; discount ends "
                       WS-OPN-DISC-DATE(WS-OPN-SLOT)
                       DELIMITED BY SIZE INTO WS-DFL-REASON
               WHEN OTHER
                   MOVE "Cash limit" TO WS-DFL-REASON
           END-EVALUATE
           MOVE WS-DEFER-LINE TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD.
