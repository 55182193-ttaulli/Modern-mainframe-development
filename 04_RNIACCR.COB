       IDENTIFICATION DIVISION.
       PROGRAM-ID. RNIACCR.
      * Month-end received-not-invoiced accrual. For every PO with
      * goods received on or before the cutoff date, compares the
      * value received (GOODS-RECEIPTS.dat) with the value of
      * approved invoices and credit memos dated on or before the
      * cutoff that name the PO (INVOICE-OPEN-ITEMS.dat). Any
      * excess received is accrued:
      *   RNI-ACCRUAL-REPORT.dat  listing by vendor and PO, with
      *                           the accrual and its reversing
      *                           journal entry
      *   RNI-ACCRUALS.dat        accrual register; GLPOST posts
      *                           each accrual in the cutoff
      *                           period and reverses it on the
      *                           first day of the next
      * Goods left uninvoiced longer than WS-CHASE-DAYS are
      * flagged so purchasing can chase the vendor. Rerunning a
      * cutoff replaces that cutoff's register entries.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO
           "RUN-CONTROL.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VENDOR-FILE ASSIGN TO
           "VENDORS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS VEN-NUMBER.
           SELECT OPTIONAL PO-FILE ASSIGN TO
           "PURCHASE-ORDERS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECEIPT-FILE ASSIGN TO
           "GOODS-RECEIPTS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPEN-ITEM-FILE ASSIGN TO
           "INVOICE-OPEN-ITEMS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OPN-KEY
           ALTERNATE RECORD KEY IS OPN-VENDOR-NUMBER
               WITH DUPLICATES.
           SELECT OPTIONAL ACCRUAL-FILE ASSIGN TO
           "RNI-ACCRUALS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO
           "RNI-ACCRUAL-REPORT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RUN-CTL-MODE PIC X(1).
           05 RUN-CTL-USER PIC X(20).
       FD VENDOR-FILE.
       01 VENDOR-RECORD.
           05 VEN-NUMBER PIC X(6).
           05 VEN-NAME PIC X(30).
           05 VEN-STATUS PIC X(1).
           05 FILLER PIC X(69).
       FD PO-FILE.
       01 PO-RECORD.
           05 PO-NUMBER PIC X(10).
           05 PO-VENDOR-NUMBER PIC X(6).
           05 PO-ORDERED-AMOUNT PIC 9(7)V99.
           05 PO-OPEN-BALANCE PIC 9(7)V99.
           05 PO-PROMISED-DATE PIC 9(8).
           05 FILLER PIC X(51).
       FD RECEIPT-FILE.
       01 RECEIPT-RECORD.
           05 RCP-PO-NUMBER PIC X(10).
           05 RCP-RECEIPT-DATE PIC 9(8).
           05 RCP-QUANTITY PIC 9(5).
           05 RCP-AMOUNT PIC 9(7)V99.
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
      * OPN-TYPE: I (or space) = invoice, C = credit memo
           05 OPN-TYPE PIC X(1).
           05 OPN-DISC-PCT PIC 9(2)V99.
           05 OPN-DISC-DATE PIC 9(8).
           05 OPN-PO-NUMBER PIC X(10).
           05 FILLER PIC X(22).
       FD ACCRUAL-FILE.
       01 ACCRUAL-RECORD.
           05 RNA-CUTOFF-DATE PIC 9(8).
           05 RNA-REVERSE-DATE PIC 9(8).
           05 RNA-PO-NUMBER PIC X(10).
           05 RNA-VENDOR-NUMBER PIC X(6).
           05 RNA-RECEIVED PIC 9(9)V99.
           05 RNA-INVOICED PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 RNA-AMOUNT PIC 9(9)V99.
           05 RNA-OLDEST-DATE PIC 9(8).
           05 RNA-DAYS PIC 9(5).
      * RNA-CHASE: Y = uninvoiced past the chase limit
           05 RNA-CHASE PIC X(1).
       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-UNATTENDED PIC X VALUE "N".
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-TODAY-DAYS PIC 9(8) VALUE 0.
       01 WS-CUTOFF PIC 9(8) VALUE 0.
       01 WS-CUTOFF-DAYS PIC 9(8) VALUE 0.
       01 WS-REVERSE-DATE PIC 9(8) VALUE 0.
       01 WS-REVERSE-SPLIT REDEFINES WS-REVERSE-DATE.
           05 WS-REVERSE-YYYYMM PIC 9(6).
           05 WS-REVERSE-DD PIC 9(2).
       01 WS-MONTH-START PIC 9(8) VALUE 0.
       01 WS-MONTH-START-SPLIT REDEFINES WS-MONTH-START.
           05 WS-MONTH-START-YYYYMM PIC 9(6).
           05 WS-MONTH-START-DD PIC 9(2).
       01 WS-CUTOFF-VALID PIC X VALUE "N".
      * Goods uninvoiced for longer than this are chased
       01 WS-CHASE-DAYS PIC 9(3) VALUE 60.
      * Posting accounts; GLPOST uses the same pair
       01 WS-ACCT-RNI-EXPENSE PIC X(6) VALUE "530000".
       01 WS-ACCT-ACCRUED-PAYABLES PIC X(6) VALUE "205000".
       01 WS-EOF PIC X VALUE "N".
       01 WS-VEN-COUNT PIC 9(4) VALUE 0.
       01 WS-VEN-TABLE.
           05 WS-VEN-ENTRY OCCURS 500 TIMES INDEXED BY VEN-IDX.
               10 WS-VEN-NUMBER PIC X(6).
               10 WS-VEN-NAME PIC X(30).
       01 WS-PO-COUNT PIC 9(4) VALUE 0.
       01 WS-PO-TABLE.
           05 WS-PO-ENTRY OCCURS 2000 TIMES INDEXED BY PO-IDX.
               10 WS-PO-PO-NUMBER PIC X(10).
               10 WS-PO-VENDOR PIC X(6).
       01 WS-RCP-COUNT PIC 9(5) VALUE 0.
       01 WS-RCP-TABLE.
           05 WS-RCP-ENTRY OCCURS 5000 TIMES INDEXED BY RCP-IDX.
               10 WS-RCP-PO-NUMBER PIC X(10).
               10 WS-RCP-DATE PIC 9(8).
               10 WS-RCP-AMOUNT PIC 9(7)V99.
      * One entry per PO with receipts up to the cutoff
       01 WS-ACR-COUNT PIC 9(4) VALUE 0.
       01 WS-ACR-FOUND PIC 9(4) VALUE 0.
       01 WS-ACR-TABLE.
           05 WS-ACR-ENTRY OCCURS 2000 TIMES INDEXED BY ACR-IDX.
               10 WS-ACR-VENDOR PIC X(6).
               10 WS-ACR-PO-NUMBER PIC X(10).
               10 WS-ACR-RECEIVED PIC 9(9)V99.
               10 WS-ACR-INVOICED PIC S9(9)V99.
               10 WS-ACR-AMOUNT PIC 9(9)V99.
               10 WS-ACR-OLDEST PIC 9(8).
               10 WS-ACR-DAYS PIC 9(5).
               10 WS-ACR-CHASE PIC X(1).
       01 WS-ACR-SWAP PIC X(63).
       01 WS-SORT-I PIC 9(4) VALUE 0.
       01 WS-SORT-J PIC 9(4) VALUE 0.
       01 WS-CUM-RECEIVED PIC 9(9)V99 VALUE 0.
       01 WS-SCAN-IDX PIC 9(5) VALUE 0.
      * Register entries for other cutoffs, kept on rewrite
       01 WS-KEEP-COUNT PIC 9(5) VALUE 0.
       01 WS-KEEP-TABLE.
           05 WS-KEEP-ENTRY OCCURS 5000 TIMES INDEXED BY KEEP-IDX.
               10 WS-KEEP-RECORD PIC X(80).
       01 WS-PREV-VENDOR PIC X(6) VALUE SPACES.
       01 WS-VENDOR-NAME PIC X(30) VALUE SPACES.
       01 WS-VENDOR-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-GRAND-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-ACCRUED-COUNT PIC 9(5) VALUE 0.
       01 WS-CHASE-COUNT PIC 9(5) VALUE 0.
       01 WS-FORMAT-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-FORMAT-COUNT PIC ZZ,ZZ9.
       01 WS-FORMAT-DAYS PIC ZZ9.
       01 WS-DETAIL-LINE.
           05 WS-DTL-VENDOR PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-NAME PIC X(24).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-PO PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-RECEIVED PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-INVOICED PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-ACCRUAL PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-OLDEST PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-DAYS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-FLAG PIC X(20).
       01 WS-HEADING-LINE.
           05 FILLER PIC X(32) VALUE "VENDOR NAME".
           05 FILLER PIC X(11) VALUE "PO NUMBER".
           05 FILLER PIC X(15) VALUE "      RECEIVED".
           05 FILLER PIC X(16) VALUE "       INVOICED".
           05 FILLER PIC X(17) VALUE "        ACCRUAL".
           05 FILLER PIC X(9) VALUE "OLDEST".
           05 FILLER PIC X(7) VALUE " DAYS".
           05 FILLER PIC X(6) VALUE "FLAG".
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 040-READ-RUN-CONTROL
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 120-SET-DEFAULT-CUTOFF
           IF WS-UNATTENDED NOT = "Y"
               DISPLAY "Enter the month-end cutoff date (YYYYMMDD, "
                   "0 for " WS-CUTOFF ")"
               ACCEPT WS-CUTOFF
               IF WS-CUTOFF = 0
                   PERFORM 120-SET-DEFAULT-CUTOFF
               END-IF
           END-IF
           PERFORM 130-CHECK-CUTOFF
           IF WS-CUTOFF-VALID NOT = "Y"
               DISPLAY "Cutoff " WS-CUTOFF
                   " is not a month-end date - no accrual run"
           ELSE
               PERFORM 150-LOAD-VENDORS
               PERFORM 160-LOAD-POS
               PERFORM 200-ACCUMULATE-RECEIPTS
               PERFORM 250-APPLY-INVOICES
               PERFORM 300-COMPUTE-ACCRUALS
               PERFORM 350-SORT-BY-VENDOR
               PERFORM 400-WRITE-REGISTER
               PERFORM 500-PRINT-REPORT
               MOVE WS-GRAND-TOTAL TO WS-FORMAT-AMOUNT
               DISPLAY "Received not invoiced at " WS-CUTOFF ": "
                   WS-FORMAT-AMOUNT
               MOVE WS-CHASE-COUNT TO WS-FORMAT-COUNT
               DISPLAY "POs to chase: " WS-FORMAT-COUNT
               DISPLAY "Listing written to RNI-ACCRUAL-REPORT.dat"
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
      * The latest month-end: today when the night run falls on
      * the last day of the month, otherwise the end of last month
       120-SET-DEFAULT-CUTOFF.
           COMPUTE WS-TODAY-DAYS = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-REVERSE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-DAYS + 1)
           IF WS-REVERSE-DD = 1
               MOVE WS-TODAY TO WS-CUTOFF
           ELSE
               MOVE WS-TODAY TO WS-MONTH-START
               MOVE 1 TO WS-MONTH-START-DD
               COMPUTE WS-CUTOFF = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1)
           END-IF.
      * The reversal is dated the day after the cutoff, which must
      * be the first of a month
       130-CHECK-CUTOFF.
           MOVE "N" TO WS-CUTOFF-VALID
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CUTOFF) = 0
               COMPUTE WS-CUTOFF-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-CUTOFF)
               COMPUTE WS-REVERSE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CUTOFF-DAYS + 1)
               IF WS-REVERSE-DD = 1
                   MOVE "Y" TO WS-CUTOFF-VALID
               END-IF
           END-IF.
       150-LOAD-VENDORS.
           MOVE "N" TO WS-EOF
           OPEN INPUT VENDOR-FILE
           READ VENDOR-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               IF WS-VEN-COUNT < 500
                   ADD 1 TO WS-VEN-COUNT
                   MOVE VEN-NUMBER TO WS-VEN-NUMBER(WS-VEN-COUNT)
                   MOVE VEN-NAME TO WS-VEN-NAME(WS-VEN-COUNT)
               ELSE
                   DISPLAY "Vendor table full, record skipped for "
                       VEN-NUMBER
               END-IF
               READ VENDOR-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE VENDOR-FILE.
       160-LOAD-POS.
           MOVE "N" TO WS-EOF
           OPEN INPUT PO-FILE
           READ PO-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               IF WS-PO-COUNT < 2000
                   ADD 1 TO WS-PO-COUNT
                   MOVE PO-NUMBER TO WS-PO-PO-NUMBER(WS-PO-COUNT)
                   MOVE PO-VENDOR-NUMBER TO WS-PO-VENDOR(WS-PO-COUNT)
               ELSE
                   DISPLAY "PO table full, record skipped for "
                       PO-NUMBER
               END-IF
               READ PO-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE PO-FILE.
      * Receipts after the cutoff belong to the next month-end
       200-ACCUMULATE-RECEIPTS.
           MOVE "N" TO WS-EOF
           OPEN INPUT RECEIPT-FILE
           READ RECEIPT-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               IF RCP-RECEIPT-DATE <= WS-CUTOFF
                   PERFORM 210-ADD-RECEIPT
               END-IF
               READ RECEIPT-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE RECEIPT-FILE.
       210-ADD-RECEIPT.
           IF WS-RCP-COUNT < 5000
               ADD 1 TO WS-RCP-COUNT
               MOVE RCP-PO-NUMBER TO WS-RCP-PO-NUMBER(WS-RCP-COUNT)
               MOVE RCP-RECEIPT-DATE TO WS-RCP-DATE(WS-RCP-COUNT)
               MOVE RCP-AMOUNT TO WS-RCP-AMOUNT(WS-RCP-COUNT)
           ELSE
               DISPLAY "Receipt table full, aging skipped for PO "
                   RCP-PO-NUMBER
           END-IF
           PERFORM 220-FIND-ACCRUAL
           IF WS-ACR-FOUND = 0
               IF WS-ACR-COUNT < 2000
                   ADD 1 TO WS-ACR-COUNT
                   MOVE WS-ACR-COUNT TO WS-ACR-FOUND
                   INITIALIZE WS-ACR-ENTRY(WS-ACR-FOUND)
                   MOVE RCP-PO-NUMBER
                       TO WS-ACR-PO-NUMBER(WS-ACR-FOUND)
                   PERFORM 230-FIND-PO-VENDOR
               ELSE
                   DISPLAY "Accrual table full, receipt skipped for "
                       "PO " RCP-PO-NUMBER
               END-IF
           END-IF
           IF WS-ACR-FOUND > 0
               ADD RCP-AMOUNT TO WS-ACR-RECEIVED(WS-ACR-FOUND)
           END-IF.
       220-FIND-ACCRUAL.
           MOVE 0 TO WS-ACR-FOUND
           PERFORM VARYING ACR-IDX FROM 1 BY 1
               UNTIL ACR-IDX > WS-ACR-COUNT
               IF WS-ACR-PO-NUMBER(ACR-IDX) = RCP-PO-NUMBER
                   SET WS-ACR-FOUND TO ACR-IDX
               END-IF
           END-PERFORM.
      * Receipts against a PO no longer on file accrue with the
      * vendor left blank so the listing shows them
       230-FIND-PO-VENDOR.
           MOVE SPACES TO WS-ACR-VENDOR(WS-ACR-FOUND)
           PERFORM VARYING PO-IDX FROM 1 BY 1
               UNTIL PO-IDX > WS-PO-COUNT
               IF WS-PO-PO-NUMBER(PO-IDX) = RCP-PO-NUMBER
                   MOVE WS-PO-VENDOR(PO-IDX)
                       TO WS-ACR-VENDOR(WS-ACR-FOUND)
               END-IF
           END-PERFORM.
      * Only approved items count as invoiced; held invoices are
      * not yet a liability. Credit memos reduce the invoiced value.
       250-APPLY-INVOICES.
           MOVE "N" TO WS-EOF
           OPEN INPUT OPEN-ITEM-FILE
           READ OPEN-ITEM-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               IF OPN-STATUS = "A"
                   AND OPN-PO-NUMBER NOT = SPACES
                   AND OPN-INV-DATE <= WS-CUTOFF
                   MOVE OPN-PO-NUMBER TO RCP-PO-NUMBER
                   PERFORM 220-FIND-ACCRUAL
                   IF WS-ACR-FOUND > 0
                       IF OPN-TYPE = "C"
                           SUBTRACT OPN-AMOUNT
                               FROM WS-ACR-INVOICED(WS-ACR-FOUND)
                       ELSE
                           ADD OPN-AMOUNT
                               TO WS-ACR-INVOICED(WS-ACR-FOUND)
                       END-IF
                   END-IF
               END-IF
               READ OPEN-ITEM-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE OPEN-ITEM-FILE.
       300-COMPUTE-ACCRUALS.
           PERFORM VARYING ACR-IDX FROM 1 BY 1
               UNTIL ACR-IDX > WS-ACR-COUNT
               IF WS-ACR-RECEIVED(ACR-IDX) > WS-ACR-INVOICED(ACR-IDX)
                   COMPUTE WS-ACR-AMOUNT(ACR-IDX) =
                       WS-ACR-RECEIVED(ACR-IDX)
                       - WS-ACR-INVOICED(ACR-IDX)
                   PERFORM 310-AGE-UNINVOICED
                   ADD 1 TO WS-ACCRUED-COUNT
                   ADD WS-ACR-AMOUNT(ACR-IDX) TO WS-GRAND-TOTAL
               ELSE
                   MOVE 0 TO WS-ACR-AMOUNT(ACR-IDX)
               END-IF
           END-PERFORM.
      * Invoices are taken against the earliest receipts first, so
      * the oldest uninvoiced goods are on the earliest receipt at
      * which the value received to date passes the value invoiced
       310-AGE-UNINVOICED.
           MOVE 99999999 TO WS-ACR-OLDEST(ACR-IDX)
           PERFORM VARYING RCP-IDX FROM 1 BY 1
               UNTIL RCP-IDX > WS-RCP-COUNT
               IF WS-RCP-PO-NUMBER(RCP-IDX) = WS-ACR-PO-NUMBER(ACR-IDX)
                   AND WS-RCP-DATE(RCP-IDX) < WS-ACR-OLDEST(ACR-IDX)
                   PERFORM 315-RECEIVED-TO-DATE
                   IF WS-CUM-RECEIVED > WS-ACR-INVOICED(ACR-IDX)
                       MOVE WS-RCP-DATE(RCP-IDX)
                           TO WS-ACR-OLDEST(ACR-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ACR-OLDEST(ACR-IDX) = 99999999
               MOVE WS-CUTOFF TO WS-ACR-OLDEST(ACR-IDX)
           END-IF
           COMPUTE WS-ACR-DAYS(ACR-IDX) = WS-CUTOFF-DAYS
               - FUNCTION INTEGER-OF-DATE(WS-ACR-OLDEST(ACR-IDX))
           IF WS-ACR-DAYS(ACR-IDX) > WS-CHASE-DAYS
               MOVE "Y" TO WS-ACR-CHASE(ACR-IDX)
               ADD 1 TO WS-CHASE-COUNT
           ELSE
               MOVE "N" TO WS-ACR-CHASE(ACR-IDX)
           END-IF.
       315-RECEIVED-TO-DATE.
           MOVE 0 TO WS-CUM-RECEIVED
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-RCP-COUNT
               IF WS-RCP-PO-NUMBER(WS-SCAN-IDX) =
                   WS-ACR-PO-NUMBER(ACR-IDX)
                   AND WS-RCP-DATE(WS-SCAN-IDX) <= WS-RCP-DATE(RCP-IDX)
                   ADD WS-RCP-AMOUNT(WS-SCAN-IDX) TO WS-CUM-RECEIVED
               END-IF
           END-PERFORM.
       350-SORT-BY-VENDOR.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-ACR-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                   UNTIL WS-SORT-J >= WS-ACR-COUNT
                   IF WS-ACR-VENDOR(WS-SORT-J) >
                       WS-ACR-VENDOR(WS-SORT-J + 1)
                       OR (WS-ACR-VENDOR(WS-SORT-J) =
                       WS-ACR-VENDOR(WS-SORT-J + 1)
                       AND WS-ACR-PO-NUMBER(WS-SORT-J) >
                       WS-ACR-PO-NUMBER(WS-SORT-J + 1))
                       MOVE WS-ACR-ENTRY(WS-SORT-J) TO WS-ACR-SWAP
                       MOVE WS-ACR-ENTRY(WS-SORT-J + 1)
                           TO WS-ACR-ENTRY(WS-SORT-J)
                       MOVE WS-ACR-SWAP
                           TO WS-ACR-ENTRY(WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
      * Other cutoffs' entries are kept so GLPOST can still post a
      * prior month's reversal; this cutoff's entries are replaced
       400-WRITE-REGISTER.
           MOVE "N" TO WS-EOF
           OPEN INPUT ACCRUAL-FILE
           READ ACCRUAL-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               IF RNA-CUTOFF-DATE NOT = WS-CUTOFF
                   IF WS-KEEP-COUNT < 5000
                       ADD 1 TO WS-KEEP-COUNT
                       MOVE ACCRUAL-RECORD
                           TO WS-KEEP-RECORD(WS-KEEP-COUNT)
                   ELSE
                       DISPLAY "Accrual register full, entry dropped "
                           "for cutoff " RNA-CUTOFF-DATE
                   END-IF
               END-IF
               READ ACCRUAL-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE ACCRUAL-FILE
           OPEN OUTPUT ACCRUAL-FILE
           PERFORM VARYING KEEP-IDX FROM 1 BY 1
               UNTIL KEEP-IDX > WS-KEEP-COUNT
               MOVE WS-KEEP-RECORD(KEEP-IDX) TO ACCRUAL-RECORD
               WRITE ACCRUAL-RECORD
           END-PERFORM
           PERFORM VARYING ACR-IDX FROM 1 BY 1
               UNTIL ACR-IDX > WS-ACR-COUNT
               IF WS-ACR-AMOUNT(ACR-IDX) > 0
                   MOVE WS-CUTOFF TO RNA-CUTOFF-DATE
                   MOVE WS-REVERSE-DATE TO RNA-REVERSE-DATE
                   MOVE WS-ACR-PO-NUMBER(ACR-IDX) TO RNA-PO-NUMBER
                   MOVE WS-ACR-VENDOR(ACR-IDX) TO RNA-VENDOR-NUMBER
                   MOVE WS-ACR-RECEIVED(ACR-IDX) TO RNA-RECEIVED
                   MOVE WS-ACR-INVOICED(ACR-IDX) TO RNA-INVOICED
                   MOVE WS-ACR-AMOUNT(ACR-IDX) TO RNA-AMOUNT
                   MOVE WS-ACR-OLDEST(ACR-IDX) TO RNA-OLDEST-DATE
                   MOVE WS-ACR-DAYS(ACR-IDX) TO RNA-DAYS
                   MOVE WS-ACR-CHASE(ACR-IDX) TO RNA-CHASE
                   WRITE ACCRUAL-RECORD
               END-IF
           END-PERFORM
           CLOSE ACCRUAL-FILE.
       500-PRINT-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "Received Not Invoiced Accrual - cutoff "
               DELIMITED BY SIZE
               WS-CUTOFF DELIMITED BY SIZE
               "   (run " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HEADING-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PREV-VENDOR
           MOVE 0 TO WS-VENDOR-TOTAL
           PERFORM VARYING ACR-IDX FROM 1 BY 1
               UNTIL ACR-IDX > WS-ACR-COUNT
               IF WS-ACR-AMOUNT(ACR-IDX) > 0
                   IF WS-VENDOR-TOTAL > 0
                       AND WS-ACR-VENDOR(ACR-IDX) NOT = WS-PREV-VENDOR
                       PERFORM 520-PRINT-VENDOR-TOTAL
                   END-IF
                   PERFORM 510-PRINT-DETAIL
               END-IF
           END-PERFORM
           IF WS-VENDOR-TOTAL > 0
               PERFORM 520-PRINT-VENDOR-TOTAL
           END-IF
           IF WS-ACCRUED-COUNT = 0
               MOVE "  Nothing received and uninvoiced at the cutoff"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-GRAND-TOTAL TO WS-FORMAT-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "Total received not invoiced: " DELIMITED BY SIZE
               WS-FORMAT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CHASE-COUNT TO WS-FORMAT-COUNT
           MOVE WS-CHASE-DAYS TO WS-FORMAT-DAYS
           MOVE SPACES TO REPORT-RECORD
           STRING "POs uninvoiced over" DELIMITED BY SIZE
               WS-FORMAT-DAYS DELIMITED BY SIZE
               " days - chase vendor: " DELIMITED BY SIZE
               WS-FORMAT-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 530-PRINT-JOURNAL
           CLOSE REPORT-FILE.
       510-PRINT-DETAIL.
           IF WS-ACR-VENDOR(ACR-IDX) NOT = WS-PREV-VENDOR
               OR WS-VENDOR-TOTAL = 0
               MOVE WS-ACR-VENDOR(ACR-IDX) TO WS-PREV-VENDOR
               PERFORM 515-FIND-VENDOR-NAME
           END-IF
           MOVE WS-ACR-VENDOR(ACR-IDX) TO WS-DTL-VENDOR
           MOVE WS-VENDOR-NAME TO WS-DTL-NAME
           MOVE WS-ACR-PO-NUMBER(ACR-IDX) TO WS-DTL-PO
           MOVE WS-ACR-RECEIVED(ACR-IDX) TO WS-DTL-RECEIVED
           MOVE WS-ACR-INVOICED(ACR-IDX) TO WS-DTL-INVOICED
           MOVE WS-ACR-AMOUNT(ACR-IDX) TO WS-DTL-ACCRUAL
           MOVE WS-ACR-OLDEST(ACR-IDX) TO WS-DTL-OLDEST
           MOVE WS-ACR-DAYS(ACR-IDX) TO WS-DTL-DAYS
           IF WS-ACR-CHASE(ACR-IDX) = "Y"
               MOVE "*** CHASE VENDOR" TO WS-DTL-FLAG
           ELSE
               MOVE SPACES TO WS-DTL-FLAG
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD WS-ACR-AMOUNT(ACR-IDX) TO WS-VENDOR-TOTAL.
       515-FIND-VENDOR-NAME.
           MOVE "PO NOT ON FILE" TO WS-VENDOR-NAME
           PERFORM VARYING VEN-IDX FROM 1 BY 1
               UNTIL VEN-IDX > WS-VEN-COUNT
               IF WS-VEN-NUMBER(VEN-IDX) = WS-PREV-VENDOR
                   AND WS-PREV-VENDOR NOT = SPACES
                   MOVE WS-VEN-NAME(VEN-IDX) TO WS-VENDOR-NAME
               END-IF
           END-PERFORM.
       520-PRINT-VENDOR-TOTAL.
           MOVE WS-VENDOR-TOTAL TO WS-FORMAT-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "       Vendor " DELIMITED BY SIZE
               WS-PREV-VENDOR DELIMITED BY SIZE
               " total accrual " DELIMITED BY SIZE
               WS-FORMAT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 0 TO WS-VENDOR-TOTAL.
      * The month-end entry and the entry that reverses it on the
      * first day of the next month, as GLPOST will post them
       530-PRINT-JOURNAL.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "Journal entries (source ACCRUAL, one per PO):"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-GRAND-TOTAL TO WS-FORMAT-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "  Accrual  " DELIMITED BY SIZE
               WS-CUTOFF DELIMITED BY SIZE
               "  DR " DELIMITED BY SIZE
               WS-ACCT-RNI-EXPENSE DELIMITED BY SIZE
               " received not invoiced  " DELIMITED BY SIZE
               WS-FORMAT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "                     CR " DELIMITED BY SIZE
               WS-ACCT-ACCRUED-PAYABLES DELIMITED BY SIZE
               " accrued payables       " DELIMITED BY SIZE
               WS-FORMAT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "  Reversal " DELIMITED BY SIZE
               WS-REVERSE-DATE DELIMITED BY SIZE
               "  DR " DELIMITED BY SIZE
               WS-ACCT-ACCRUED-PAYABLES DELIMITED BY SIZE
               " accrued payables       " DELIMITED BY SIZE
               WS-FORMAT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "                     CR " DELIMITED BY SIZE
               WS-ACCT-RNI-EXPENSE DELIMITED BY SIZE
               " received not invoiced  " DELIMITED BY SIZE
               WS-FORMAT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD.
