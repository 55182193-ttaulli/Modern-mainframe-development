       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARPAY.
      * Customer payment receipt posting. Each AR-RECEIPTS.dat
      * record is a payment received from a customer. It is
      * applied first to the invoice the customer named, if any,
      * then to that customer's open invoices oldest due date
      * first. Anything left over is held on AR-OPEN-ITEMS.dat
      * as unapplied cash (type U) under the receipt reference.
      * After the receipts, open credit memos and unapplied cash
      * are applied the same way to any invoices still open for
      * the customer. Every application is written to
      * AR-RECEIPT-REGISTER.dat, which GLPOST reads for the
      * cash side; receipts that cannot be posted go to
      * AR-RECEIPT-REJECTS.dat. A receipt whose customer and
      * reference are already on the register is not posted
      * again, so a batch can be rerun safely.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RECEIPT-FILE ASSIGN TO
           "AR-RECEIPTS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AR-OPEN-ITEM-FILE ASSIGN TO
           "AR-OPEN-ITEMS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-FILE-INDEXED ASSIGN TO
           "CUSTOMERS-INDEXED.Dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS INDEXED-CUSTOMER-NO
           ALTERNATE RECORD KEY IS INDEXED-LAST-NAME
               WITH DUPLICATES.
           SELECT OPTIONAL REGISTER-FILE ASSIGN TO
           "AR-RECEIPT-REGISTER.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECTS-FILE ASSIGN TO
           "AR-RECEIPT-REJECTS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-REPORT-FILE ASSIGN TO
           "AR-RECEIPT-CONTROL.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RECEIPT-FILE.
       01 RECEIPT-RECORD.
           05 RCT-CUSTOMER-NUMBER PIC 9(7).
           05 RCT-AMOUNT PIC 9(7)V99.
      * RCT-DATE: date received; zero means today
           05 RCT-DATE PIC 9(8).
      * Check or remittance number
           05 RCT-REFERENCE PIC X(10).
      * Invoice the customer said they were paying; may be blank
           05 RCT-INV-NUMBER PIC X(10).
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
       FD CUSTOMER-FILE-INDEXED.
       01 INDEXED-CUSTOMER-RECORD.
           05 INDEXED-CUSTOMER-NO PIC 9(7).
           05 INDEXED-FIRST-NAME PIC X(20).
           05 INDEXED-LAST-NAME PIC X(20).
           05 INDEXED-ADDRESS-LINE-1 PIC X(30).
           05 INDEXED-ADDRESS-LINE-2 PIC X(30).
           05 INDEXED-CITY PIC X(20).
           05 INDEXED-STATE PIC X(2).
           05 INDEXED-ZIP-CODE PIC X(10).
           05 INDEXED-PHONE-NUMBER PIC X(15).
           05 INDEXED-EMAIL-ADDRESS PIC X(40).
           05 INDEXED-CUSTOMER-STATUS PIC X(1).
           05 INDEXED-STATUS-DATE PIC 9(8).
           05 INDEXED-TAX-ID PIC X(9).
           05 INDEXED-DO-NOT-MAIL PIC X(1).
           05 INDEXED-DO-NOT-CALL PIC X(1).
           05 INDEXED-EMAIL-ONLY PIC X(1).
           05 INDEXED-LANGUAGE PIC X(2).
           05 INDEXED-ADDRESS-STATUS PIC X(1).
           05 INDEXED-RETURN-DATE PIC 9(8).
           05 INDEXED-RETURN-REASON PIC X(2).
           05 INDEXED-CREDIT-HOLD PIC X(1).
           05 INDEXED-HOLD-DATE PIC 9(8).
       FD REGISTER-FILE.
       01 REGISTER-RECORD.
           05 REG-RUN-DATE PIC 9(8).
           05 REG-RECEIPT-DATE PIC 9(8).
           05 REG-REFERENCE PIC X(10).
           05 REG-CUSTOMER-NUMBER PIC 9(7).
           05 REG-INV-NUMBER PIC X(10).
      * REG-TYPE: P = receipt applied to an invoice,
      * U = receipt held as unapplied cash,
      * C = credit memo or unapplied cash applied to an invoice
           05 REG-TYPE PIC X(1).
           05 REG-AMOUNT PIC 9(7)V99.
       FD REJECTS-FILE.
       01 REJECT-RECORD.
           05 REJ-CUSTOMER-NUMBER PIC 9(7).
           05 REJ-AMOUNT PIC 9(7)V99.
           05 REJ-DATE PIC 9(8).
           05 REJ-REFERENCE PIC X(10).
           05 REJ-REASON PIC X(40).
       FD CONTROL-REPORT-FILE.
       01 CONTROL-REPORT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-RECEIPT-EOF PIC X VALUE "N".
       01 WS-OPEN-EOF PIC X VALUE "N".
       01 WS-REGISTER-EOF PIC X VALUE "N".
       01 WS-OPEN-COUNT PIC 9(4) VALUE 0.
       01 WS-OPEN-TABLE.
           05 WS-OPEN-ENTRY OCCURS 2000 TIMES INDEXED BY OPN-IDX.
               10 WS-ARO-INV-NUMBER PIC X(10).
               10 WS-ARO-CUSTOMER-NUMBER PIC 9(7).
               10 WS-ARO-TYPE PIC X(1).
               10 WS-ARO-AMOUNT PIC 9(7)V99.
               10 WS-ARO-BALANCE PIC 9(7)V99.
               10 WS-ARO-INV-DATE PIC 9(8).
               10 WS-ARO-DUE-DATE PIC 9(8).
               10 WS-ARO-PAID PIC X(1).
               10 WS-ARO-LAST-PAY-DATE PIC 9(8).
               10 WS-ARO-DUN-LEVEL PIC 9(1).
               10 WS-ARO-DESCRIPTION PIC X(30).
      * Receipts already on the register, for the rerun check
       01 WS-POSTED-COUNT PIC 9(5) VALUE 0.
       01 WS-POSTED-TABLE.
           05 WS-POSTED-ENTRY OCCURS 5000 TIMES INDEXED BY PST-IDX.
               10 WS-PST-CUSTOMER PIC 9(7).
               10 WS-PST-REFERENCE PIC X(10).
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
       01 WS-REMAINING PIC 9(7)V99 VALUE 0.
       01 WS-APPLY-AMOUNT PIC 9(7)V99 VALUE 0.
       01 WS-APPLY-IDX PIC 9(4) VALUE 0.
       01 WS-CREDIT-IDX PIC 9(4) VALUE 0.
       01 WS-OLDEST-IDX PIC 9(4) VALUE 0.
       01 WS-OLDEST-DUE PIC 9(8) VALUE 0.
       01 WS-SEARCH-CUSTOMER PIC 9(7) VALUE 0.
       01 WS-DUPLICATE PIC X VALUE "N".
       01 WS-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-ACCEPTED-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(6) VALUE 0.
       01 WS-RECEIVED-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-APPLIED-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-UNAPPLIED-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-CREDIT-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-FORMAT-COUNT PIC ZZZ,ZZ9.
       01 WS-FORMAT-TOTAL PIC Z,ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 150-LOAD-OPEN-ITEMS
           PERFORM 160-LOAD-REGISTER
           OPEN INPUT RECEIPT-FILE
           OPEN INPUT CUSTOMER-FILE-INDEXED
           OPEN EXTEND REGISTER-FILE
           OPEN OUTPUT REJECTS-FILE
           READ RECEIPT-FILE
               AT END MOVE "Y" TO WS-RECEIPT-EOF
           END-READ
           PERFORM UNTIL WS-RECEIPT-EOF = "Y"
               ADD 1 TO WS-READ-COUNT
               PERFORM 200-POST-ONE-RECEIPT
               READ RECEIPT-FILE
                   AT END MOVE "Y" TO WS-RECEIPT-EOF
               END-READ
           END-PERFORM
           PERFORM 400-APPLY-CREDITS
           CLOSE RECEIPT-FILE
           CLOSE CUSTOMER-FILE-INDEXED
           CLOSE REGISTER-FILE
           CLOSE REJECTS-FILE
           PERFORM 500-SAVE-OPEN-ITEMS
           PERFORM 600-WRITE-CONTROL-REPORT
           GOBACK.
       150-LOAD-OPEN-ITEMS.
           OPEN INPUT AR-OPEN-ITEM-FILE
           READ AR-OPEN-ITEM-FILE
               AT END MOVE "Y" TO WS-OPEN-EOF
           END-READ
           PERFORM UNTIL WS-OPEN-EOF = "Y"
               IF WS-OPEN-COUNT < 2000
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE ARO-INV-NUMBER
                       TO WS-ARO-INV-NUMBER(WS-OPEN-COUNT)
                   MOVE ARO-CUSTOMER-NUMBER
                       TO WS-ARO-CUSTOMER-NUMBER(WS-OPEN-COUNT)
                   MOVE ARO-TYPE TO WS-ARO-TYPE(WS-OPEN-COUNT)
                   MOVE ARO-AMOUNT TO WS-ARO-AMOUNT(WS-OPEN-COUNT)
                   MOVE ARO-BALANCE TO WS-ARO-BALANCE(WS-OPEN-COUNT)
                   MOVE ARO-INV-DATE TO WS-ARO-INV-DATE(WS-OPEN-COUNT)
                   MOVE ARO-DUE-DATE TO WS-ARO-DUE-DATE(WS-OPEN-COUNT)
                   MOVE ARO-PAID TO WS-ARO-PAID(WS-OPEN-COUNT)
                   MOVE ARO-LAST-PAY-DATE
                       TO WS-ARO-LAST-PAY-DATE(WS-OPEN-COUNT)
                   MOVE ARO-DUN-LEVEL
                       TO WS-ARO-DUN-LEVEL(WS-OPEN-COUNT)
                   MOVE ARO-DESCRIPTION
                       TO WS-ARO-DESCRIPTION(WS-OPEN-COUNT)
               ELSE
                   DISPLAY "Open item table full, record skipped"
               END-IF
               READ AR-OPEN-ITEM-FILE
                   AT END MOVE "Y" TO WS-OPEN-EOF
               END-READ
           END-PERFORM
           CLOSE AR-OPEN-ITEM-FILE.
       160-LOAD-REGISTER.
           OPEN INPUT REGISTER-FILE
           READ REGISTER-FILE
               AT END MOVE "Y" TO WS-REGISTER-EOF
           END-READ
           PERFORM UNTIL WS-REGISTER-EOF = "Y"
               IF REG-TYPE = "P" OR REG-TYPE = "U"
                   PERFORM 170-REMEMBER-RECEIPT
               END-IF
               READ REGISTER-FILE
                   AT END MOVE "Y" TO WS-REGISTER-EOF
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE.
       170-REMEMBER-RECEIPT.
           MOVE "N" TO WS-DUPLICATE
           PERFORM VARYING PST-IDX FROM 1 BY 1
               UNTIL PST-IDX > WS-POSTED-COUNT
               IF WS-PST-CUSTOMER(PST-IDX) = REG-CUSTOMER-NUMBER
                   AND WS-PST-REFERENCE(PST-IDX) = REG-REFERENCE
                   MOVE "Y" TO WS-DUPLICATE
               END-IF
           END-PERFORM
           IF WS-DUPLICATE = "N"
               IF WS-POSTED-COUNT < 5000
                   ADD 1 TO WS-POSTED-COUNT
                   MOVE REG-CUSTOMER-NUMBER
                       TO WS-PST-CUSTOMER(WS-POSTED-COUNT)
                   MOVE REG-REFERENCE
                       TO WS-PST-REFERENCE(WS-POSTED-COUNT)
               ELSE
                   DISPLAY "Register table full, rerun check "
                       "may be incomplete"
               END-IF
           END-IF.
       200-POST-ONE-RECEIPT.
           MOVE SPACES TO WS-REJECT-REASON
           IF RCT-DATE NOT NUMERIC OR RCT-DATE = 0
               MOVE WS-TODAY TO RCT-DATE
           END-IF
           EVALUATE TRUE
               WHEN RCT-CUSTOMER-NUMBER NOT NUMERIC
                   OR RCT-CUSTOMER-NUMBER = 0
                   MOVE "INVALID CUSTOMER NUMBER" TO WS-REJECT-REASON
               WHEN RCT-AMOUNT NOT NUMERIC OR RCT-AMOUNT = 0
                   MOVE "INVALID AMOUNT" TO WS-REJECT-REASON
               WHEN RCT-REFERENCE = SPACES
                   MOVE "NO RECEIPT REFERENCE" TO WS-REJECT-REASON
               WHEN WS-OPEN-COUNT >= 2000
                   MOVE "OPEN ITEM TABLE FULL" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE RCT-CUSTOMER-NUMBER TO INDEXED-CUSTOMER-NO
                   READ CUSTOMER-FILE-INDEXED
                       INVALID KEY
                           MOVE "CUSTOMER NOT FOUND"
                               TO WS-REJECT-REASON
                   END-READ
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               PERFORM VARYING PST-IDX FROM 1 BY 1
                   UNTIL PST-IDX > WS-POSTED-COUNT
                   IF WS-PST-CUSTOMER(PST-IDX) = RCT-CUSTOMER-NUMBER
                       AND WS-PST-REFERENCE(PST-IDX) = RCT-REFERENCE
                       MOVE "RECEIPT ALREADY POSTED"
                           TO WS-REJECT-REASON
                   END-IF
               END-PERFORM
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 300-APPLY-RECEIPT
           ELSE
               PERFORM 450-REJECT
           END-IF.
       300-APPLY-RECEIPT.
           ADD 1 TO WS-ACCEPTED-COUNT
           ADD RCT-AMOUNT TO WS-RECEIVED-TOTAL
           MOVE RCT-AMOUNT TO WS-REMAINING
           MOVE RCT-CUSTOMER-NUMBER TO WS-SEARCH-CUSTOMER
           MOVE "P" TO REG-TYPE
           MOVE RCT-REFERENCE TO REG-REFERENCE
           MOVE RCT-DATE TO REG-RECEIPT-DATE
      * The invoice the customer named is paid first
           IF RCT-INV-NUMBER NOT = SPACES
               PERFORM VARYING OPN-IDX FROM 1 BY 1
                   UNTIL OPN-IDX > WS-OPEN-COUNT
                   IF WS-ARO-INV-NUMBER(OPN-IDX) = RCT-INV-NUMBER
                       AND WS-ARO-CUSTOMER-NUMBER(OPN-IDX) =
                           RCT-CUSTOMER-NUMBER
                       AND WS-ARO-TYPE(OPN-IDX) = "I"
                       AND WS-ARO-PAID(OPN-IDX) = "N"
                       AND WS-REMAINING > 0
                       SET WS-APPLY-IDX TO OPN-IDX
                       PERFORM 330-APPLY-TO-ITEM
                   END-IF
               END-PERFORM
           END-IF
           MOVE 1 TO WS-OLDEST-IDX
           PERFORM UNTIL WS-REMAINING = 0 OR WS-OLDEST-IDX = 0
               PERFORM 320-FIND-OLDEST-INVOICE
               IF WS-OLDEST-IDX > 0
                   MOVE WS-OLDEST-IDX TO WS-APPLY-IDX
                   PERFORM 330-APPLY-TO-ITEM
               END-IF
           END-PERFORM
           IF WS-REMAINING > 0
               PERFORM 340-HOLD-UNAPPLIED
           END-IF
           IF WS-POSTED-COUNT < 5000
               ADD 1 TO WS-POSTED-COUNT
               MOVE RCT-CUSTOMER-NUMBER
                   TO WS-PST-CUSTOMER(WS-POSTED-COUNT)
               MOVE RCT-REFERENCE TO WS-PST-REFERENCE(WS-POSTED-COUNT)
           END-IF.
      * Open invoice for WS-SEARCH-CUSTOMER with the earliest due
      * date; zero when the customer has none left open
       320-FIND-OLDEST-INVOICE.
           MOVE 0 TO WS-OLDEST-IDX
           MOVE 99999999 TO WS-OLDEST-DUE
           PERFORM VARYING OPN-IDX FROM 1 BY 1
               UNTIL OPN-IDX > WS-OPEN-COUNT
               IF WS-ARO-CUSTOMER-NUMBER(OPN-IDX) = WS-SEARCH-CUSTOMER
                   AND WS-ARO-TYPE(OPN-IDX) = "I"
                   AND WS-ARO-PAID(OPN-IDX) = "N"
                   AND WS-ARO-BALANCE(OPN-IDX) > 0
                   AND WS-ARO-DUE-DATE(OPN-IDX) < WS-OLDEST-DUE
                   SET WS-OLDEST-IDX TO OPN-IDX
                   MOVE WS-ARO-DUE-DATE(OPN-IDX) TO WS-OLDEST-DUE
               END-IF
           END-PERFORM.
      * Applies up to WS-REMAINING to the invoice at WS-APPLY-IDX
      * and registers it; REG-TYPE, REG-REFERENCE and
      * REG-RECEIPT-DATE are set by the caller
       330-APPLY-TO-ITEM.
           IF WS-ARO-BALANCE(WS-APPLY-IDX) > WS-REMAINING
               MOVE WS-REMAINING TO WS-APPLY-AMOUNT
           ELSE
               MOVE WS-ARO-BALANCE(WS-APPLY-IDX) TO WS-APPLY-AMOUNT
           END-IF
           SUBTRACT WS-APPLY-AMOUNT FROM WS-ARO-BALANCE(WS-APPLY-IDX)
           SUBTRACT WS-APPLY-AMOUNT FROM WS-REMAINING
           IF WS-ARO-BALANCE(WS-APPLY-IDX) = 0
               MOVE "Y" TO WS-ARO-PAID(WS-APPLY-IDX)
           END-IF
           MOVE WS-TODAY TO WS-ARO-LAST-PAY-DATE(WS-APPLY-IDX)
           MOVE WS-TODAY TO REG-RUN-DATE
           MOVE WS-SEARCH-CUSTOMER TO REG-CUSTOMER-NUMBER
           MOVE WS-ARO-INV-NUMBER(WS-APPLY-IDX) TO REG-INV-NUMBER
           MOVE WS-APPLY-AMOUNT TO REG-AMOUNT
           WRITE REGISTER-RECORD
           IF REG-TYPE = "C"
               ADD WS-APPLY-AMOUNT TO WS-CREDIT-TOTAL
           ELSE
               ADD WS-APPLY-AMOUNT TO WS-APPLIED-TOTAL
           END-IF.
       340-HOLD-UNAPPLIED.
           ADD 1 TO WS-OPEN-COUNT
           MOVE RCT-REFERENCE TO WS-ARO-INV-NUMBER(WS-OPEN-COUNT)
           MOVE RCT-CUSTOMER-NUMBER
               TO WS-ARO-CUSTOMER-NUMBER(WS-OPEN-COUNT)
           MOVE "U" TO WS-ARO-TYPE(WS-OPEN-COUNT)
           MOVE WS-REMAINING TO WS-ARO-AMOUNT(WS-OPEN-COUNT)
           MOVE WS-REMAINING TO WS-ARO-BALANCE(WS-OPEN-COUNT)
           MOVE RCT-DATE TO WS-ARO-INV-DATE(WS-OPEN-COUNT)
           MOVE 0 TO WS-ARO-DUE-DATE(WS-OPEN-COUNT)
           MOVE "N" TO WS-ARO-PAID(WS-OPEN-COUNT)
           MOVE 0 TO WS-ARO-LAST-PAY-DATE(WS-OPEN-COUNT)
           MOVE 0 TO WS-ARO-DUN-LEVEL(WS-OPEN-COUNT)
           MOVE "UNAPPLIED CASH" TO WS-ARO-DESCRIPTION(WS-OPEN-COUNT)
           MOVE WS-TODAY TO REG-RUN-DATE
           MOVE RCT-CUSTOMER-NUMBER TO REG-CUSTOMER-NUMBER
           MOVE RCT-REFERENCE TO REG-INV-NUMBER
           MOVE "U" TO REG-TYPE
           MOVE WS-REMAINING TO REG-AMOUNT
           WRITE REGISTER-RECORD
           ADD WS-REMAINING TO WS-UNAPPLIED-TOTAL
           MOVE 0 TO WS-REMAINING.
      * Credit memos and unapplied cash are used up against the
      * same customer's open invoices, oldest due date first
       400-APPLY-CREDITS.
           PERFORM VARYING WS-CREDIT-IDX FROM 1 BY 1
               UNTIL WS-CREDIT-IDX > WS-OPEN-COUNT
               IF (WS-ARO-TYPE(WS-CREDIT-IDX) = "C"
                   OR WS-ARO-TYPE(WS-CREDIT-IDX) = "U")
                   AND WS-ARO-PAID(WS-CREDIT-IDX) = "N"
                   AND WS-ARO-BALANCE(WS-CREDIT-IDX) > 0
                   PERFORM 410-APPLY-ONE-CREDIT
               END-IF
           END-PERFORM.
       410-APPLY-ONE-CREDIT.
           MOVE WS-ARO-CUSTOMER-NUMBER(WS-CREDIT-IDX)
               TO WS-SEARCH-CUSTOMER
           MOVE WS-ARO-BALANCE(WS-CREDIT-IDX) TO WS-REMAINING
           MOVE "C" TO REG-TYPE
           MOVE WS-ARO-INV-NUMBER(WS-CREDIT-IDX) TO REG-REFERENCE
           MOVE WS-TODAY TO REG-RECEIPT-DATE
           MOVE 1 TO WS-OLDEST-IDX
           PERFORM UNTIL WS-REMAINING = 0 OR WS-OLDEST-IDX = 0
               PERFORM 320-FIND-OLDEST-INVOICE
               IF WS-OLDEST-IDX > 0
                   MOVE WS-OLDEST-IDX TO WS-APPLY-IDX
                   PERFORM 330-APPLY-TO-ITEM
               END-IF
           END-PERFORM
           MOVE WS-REMAINING TO WS-ARO-BALANCE(WS-CREDIT-IDX)
           IF WS-REMAINING = 0
               MOVE "Y" TO WS-ARO-PAID(WS-CREDIT-IDX)
               MOVE WS-TODAY TO WS-ARO-LAST-PAY-DATE(WS-CREDIT-IDX)
           END-IF.
       450-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE RCT-CUSTOMER-NUMBER TO REJ-CUSTOMER-NUMBER
           MOVE RCT-AMOUNT TO REJ-AMOUNT
           MOVE RCT-DATE TO REJ-DATE
           MOVE RCT-REFERENCE TO REJ-REFERENCE
           MOVE WS-REJECT-REASON TO REJ-REASON
           WRITE REJECT-RECORD.
       500-SAVE-OPEN-ITEMS.
           OPEN OUTPUT AR-OPEN-ITEM-FILE
           PERFORM VARYING OPN-IDX FROM 1 BY 1
               UNTIL OPN-IDX > WS-OPEN-COUNT
               MOVE WS-ARO-INV-NUMBER(OPN-IDX) TO ARO-INV-NUMBER
               MOVE WS-ARO-CUSTOMER-NUMBER(OPN-IDX)
                   TO ARO-CUSTOMER-NUMBER
               MOVE WS-ARO-TYPE(OPN-IDX) TO ARO-TYPE
               MOVE WS-ARO-AMOUNT(OPN-IDX) TO ARO-AMOUNT
               MOVE WS-ARO-BALANCE(OPN-IDX) TO ARO-BALANCE
               MOVE WS-ARO-INV-DATE(OPN-IDX) TO ARO-INV-DATE
               MOVE WS-ARO-DUE-DATE(OPN-IDX) TO ARO-DUE-DATE
               MOVE WS-ARO-PAID(OPN-IDX) TO ARO-PAID
               MOVE WS-ARO-LAST-PAY-DATE(OPN-IDX) TO ARO-LAST-PAY-DATE
               MOVE WS-ARO-DUN-LEVEL(OPN-IDX) TO ARO-DUN-LEVEL
               MOVE WS-ARO-DESCRIPTION(OPN-IDX) TO ARO-DESCRIPTION
               WRITE AR-OPEN-ITEM-RECORD
           END-PERFORM
           CLOSE AR-OPEN-ITEM-FILE.
       600-WRITE-CONTROL-REPORT.
           OPEN OUTPUT CONTROL-REPORT-FILE
           MOVE " Receipt Posting Control Report"
               TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE WS-READ-COUNT TO WS-FORMAT-COUNT
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING "Receipts read:      " WS-FORMAT-COUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE WS-ACCEPTED-COUNT TO WS-FORMAT-COUNT
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING "Receipts posted:    " WS-FORMAT-COUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE WS-REJECT-COUNT TO WS-FORMAT-COUNT
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING "Receipts rejected:  " WS-FORMAT-COUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE WS-RECEIVED-TOTAL TO WS-FORMAT-TOTAL
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING "Cash received:      " WS-FORMAT-TOTAL
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE WS-APPLIED-TOTAL TO WS-FORMAT-TOTAL
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING "Applied to invoices:" WS-FORMAT-TOTAL
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE WS-UNAPPLIED-TOTAL TO WS-FORMAT-TOTAL
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING "Held unapplied:     " WS-FORMAT-TOTAL
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE WS-CREDIT-TOTAL TO WS-FORMAT-TOTAL
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING "Credits applied:    " WS-FORMAT-TOTAL
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           CLOSE CONTROL-REPORT-FILE
           DISPLAY "Receipts read:      " WS-READ-COUNT
           DISPLAY "Receipts posted:    " WS-ACCEPTED-COUNT
           DISPLAY "Receipts rejected:  " WS-REJECT-COUNT
           MOVE WS-RECEIVED-TOTAL TO WS-FORMAT-TOTAL
           DISPLAY "Cash received:      " WS-FORMAT-TOTAL
           IF WS-REJECT-COUNT > 0
               DISPLAY "Rejects written to AR-RECEIPT-REJECTS.dat"
           END-IF.
