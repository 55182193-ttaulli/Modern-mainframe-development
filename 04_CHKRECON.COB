       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKRECON.
      * Vendor check reconciliation. Every check INVPAY has issued
      * (the PAY records on INVOICE-PAYMENTS.dat) is carried on
      * the check register CHECK-REGISTER.dat. The bank's cleared
      * items (BANK-CLEARED-ITEMS.dat) are matched to it by check
      * number and the register is marked cleared. The report
      * CHECK-RECON-REPORT.dat lists cleared amounts that differ
      * from the issued amount, items the bank paid that were
      * never issued or were already paid (possible fraud), and
      * the checks still outstanding, aged from the issue date.
      * A bank file applied a second time is recognised and its
      * items are not cleared twice. Checks VOIDPAY voided come
      * off the outstanding list, and a voided check the bank
      * still pays is reported with the fraud items.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAYMENT-FILE ASSIGN TO
           "INVOICE-PAYMENTS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REGISTER-FILE ASSIGN TO
           "CHECK-REGISTER.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLEARED-FILE ASSIGN TO
           "BANK-CLEARED-ITEMS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECON-REPORT-FILE ASSIGN TO
           "CHECK-RECON-REPORT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PAYMENT-FILE.
       01 PAYMENT-HEADER-RECORD.
           05 PMT-RECORD-TYPE PIC X(3).
           05 PMT-VENDOR-NUMBER PIC X(6).
           05 PMT-PAY-REF PIC X(10).
           05 PMT-PAY-DATE PIC 9(8).
           05 PMT-TOTAL PIC 9(9)V99.
      * PMT-PAY-METHOD: C (or space) = check, A = ACH transfer
           05 PMT-PAY-METHOD PIC X(1).
       01 VOID-RECORD.
           05 VOD-RECORD-TYPE PIC X(3).
           05 VOD-VENDOR-NUMBER PIC X(6).
           05 VOD-PAY-REF PIC X(10).
           05 VOD-VOID-DATE PIC 9(8).
           05 VOD-TOTAL PIC 9(9)V99.
           05 VOD-ORIG-PAY-DATE PIC 9(8).
           05 VOD-REASON PIC X(1).
           05 FILLER PIC X(28).
       FD REGISTER-FILE.
       01 REGISTER-RECORD.
           05 CKR-PAY-REF PIC X(10).
           05 CKR-VENDOR-NUMBER PIC X(6).
           05 CKR-ISSUE-DATE PIC 9(8).
           05 CKR-AMOUNT PIC 9(9)V99.
      * CKR-STATUS: O = outstanding, C = cleared by the bank,
      * V = voided (VOIDPAY)
           05 CKR-STATUS PIC X(1).
           05 CKR-CLEAR-DATE PIC 9(8).
           05 CKR-CLEARED-AMOUNT PIC 9(9)V99.
       FD CLEARED-FILE.
      * Paid-items file from the bank, one record per check
       01 CLEARED-RECORD.
           05 BCI-CHECK-NO PIC X(10).
           05 BCI-CLEAR-DATE PIC 9(8).
           05 BCI-AMOUNT PIC 9(9)V99.
       FD RECON-REPORT-FILE.
       01 RECON-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-PAYMENT-EOF PIC X VALUE "N".
       01 WS-REGISTER-EOF PIC X VALUE "N".
       01 WS-CLEARED-EOF PIC X VALUE "N".
       01 WS-REG-COUNT PIC 9(4) VALUE 0.
       01 WS-REG-FOUND PIC 9(4) VALUE 0.
       01 WS-REG-TABLE.
           05 WS-REG-ENTRY OCCURS 3000 TIMES INDEXED BY REG-IDX.
               10 WS-REG-PAY-REF PIC X(10).
               10 WS-REG-VENDOR-NUMBER PIC X(6).
               10 WS-REG-ISSUE-DATE PIC 9(8).
               10 WS-REG-AMOUNT PIC 9(9)V99.
               10 WS-REG-STATUS PIC X(1).
               10 WS-REG-CLEAR-DATE PIC 9(8).
               10 WS-REG-CLEARED-AMOUNT PIC 9(9)V99.
      * Set on entries cleared by this run's bank file
               10 WS-REG-THIS-RUN PIC X(1).
       01 WS-REG-ADDED PIC 9(5) VALUE 0.
       01 WS-REG-VOIDED PIC 9(5) VALUE 0.
       01 WS-VOIDED-PRESENTED PIC 9(4) VALUE 0.
       01 WS-REG-OVERFLOW PIC X VALUE "N".
       01 WS-ALREADY-APPLIED PIC 9(4) VALUE 0.
       01 WS-PAID-TWICE PIC 9(4) VALUE 0.
       01 WS-BANK-READ PIC 9(5) VALUE 0.
       01 WS-BANK-DUPLICATE PIC 9(5) VALUE 0.
       01 WS-CLEARED-COUNT PIC 9(5) VALUE 0.
       01 WS-CLEARED-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-MISMATCH-COUNT PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-EXCEPTION-REASON PIC X(30) VALUE SPACES.
       01 WS-EXCEPTION-TABLE.
           05 WS-EXCEPTION-ENTRY OCCURS 500 TIMES INDEXED BY EXC-IDX.
               10 WS-EXC-CHECK-NO PIC X(10).
               10 WS-EXC-CLEAR-DATE PIC 9(8).
               10 WS-EXC-AMOUNT PIC 9(9)V99.
               10 WS-EXC-REASON PIC X(30).
       01 WS-AGE-DAYS PIC 9(5) VALUE 0.
       01 WS-BUCKET-IDX PIC 9(1) VALUE 0.
       01 WS-BUCKET-TABLE.
           05 WS-BUCKET OCCURS 4 TIMES.
               10 WS-BKT-COUNT PIC 9(5).
               10 WS-BKT-AMOUNT PIC 9(11)V99.
       01 WS-BUCKET-NAMES.
           05 FILLER PIC X(12) VALUE "0-30 DAYS".
           05 FILLER PIC X(12) VALUE "31-60 DAYS".
           05 FILLER PIC X(12) VALUE "61-90 DAYS".
           05 FILLER PIC X(12) VALUE "OVER 90 DAYS".
       01 WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05 WS-BUCKET-NAME PIC X(12) OCCURS 4 TIMES.
       01 WS-OUTSTANDING-COUNT PIC 9(5) VALUE 0.
       01 WS-OUTSTANDING-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-DIFFERENCE PIC S9(9)V99 VALUE 0.
       01 WS-FORMAT-COUNT PIC ZZ,ZZ9.
       01 WS-FORMAT-TOTAL PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-FORMAT-DIFF PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-RECON-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RCL-CHECK-NO PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RCL-VENDOR PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RCL-DATE-1 PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RCL-AMOUNT-1 PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RCL-TEXT PIC X(45).
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 150-LOAD-REGISTER
           PERFORM 200-ADD-NEW-ISSUES
           IF WS-REG-OVERFLOW = "Y"
      * Rewriting a truncated register would lose issued checks,
      * so the run stops before anything is changed
               DISPLAY "*** CHECK RECONCILIATION ABORTED - "
                   "CHECK-REGISTER.dat is full at 3000 checks ***"
           ELSE
               PERFORM 300-APPLY-CLEARED-ITEMS
               PERFORM 500-WRITE-REPORT
               PERFORM 400-SAVE-REGISTER
               DISPLAY "New checks registered:   " WS-REG-ADDED
               DISPLAY "Checks voided:           " WS-REG-VOIDED
               DISPLAY "Bank items read:         " WS-BANK-READ
               DISPLAY "Checks cleared:          " WS-CLEARED-COUNT
               DISPLAY "Amount differences:      " WS-MISMATCH-COUNT
               DISPLAY "Not issued / paid twice: " WS-EXCEPTION-COUNT
               DISPLAY "Checks outstanding:      " WS-OUTSTANDING-COUNT
               DISPLAY "Report written to CHECK-RECON-REPORT.dat"
           END-IF
           GOBACK.
       150-LOAD-REGISTER.
           OPEN INPUT REGISTER-FILE
           READ REGISTER-FILE
               AT END MOVE "Y" TO WS-REGISTER-EOF
           END-READ
           PERFORM UNTIL WS-REGISTER-EOF = "Y"
               IF WS-REG-COUNT < 3000
                   ADD 1 TO WS-REG-COUNT
                   MOVE CKR-PAY-REF TO WS-REG-PAY-REF(WS-REG-COUNT)
                   MOVE CKR-VENDOR-NUMBER
                       TO WS-REG-VENDOR-NUMBER(WS-REG-COUNT)
                   MOVE CKR-ISSUE-DATE
                       TO WS-REG-ISSUE-DATE(WS-REG-COUNT)
                   MOVE CKR-AMOUNT TO WS-REG-AMOUNT(WS-REG-COUNT)
                   MOVE CKR-STATUS TO WS-REG-STATUS(WS-REG-COUNT)
                   MOVE CKR-CLEAR-DATE
                       TO WS-REG-CLEAR-DATE(WS-REG-COUNT)
                   MOVE CKR-CLEARED-AMOUNT
                       TO WS-REG-CLEARED-AMOUNT(WS-REG-COUNT)
                   MOVE "N" TO WS-REG-THIS-RUN(WS-REG-COUNT)
               ELSE
                   MOVE "Y" TO WS-REG-OVERFLOW
               END-IF
               READ REGISTER-FILE
                   AT END MOVE "Y" TO WS-REGISTER-EOF
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE.
      * A payment is the same check when its reference, issue
      * date and vendor all match; anything else is a new issue
       200-ADD-NEW-ISSUES.
           OPEN INPUT PAYMENT-FILE
           READ PAYMENT-FILE
               AT END MOVE "Y" TO WS-PAYMENT-EOF
           END-READ
           PERFORM UNTIL WS-PAYMENT-EOF = "Y"
      * ACH transfers never reach the bank as checks
               IF PMT-RECORD-TYPE = "PAY"
                   AND PMT-PAY-METHOD NOT = "A"
                   PERFORM 210-REGISTER-ONE-PAYMENT
               END-IF
               IF VOD-RECORD-TYPE = "VOD"
                   PERFORM 220-REGISTER-ONE-VOID
               END-IF
               READ PAYMENT-FILE
                   AT END MOVE "Y" TO WS-PAYMENT-EOF
               END-READ
           END-PERFORM
           CLOSE PAYMENT-FILE.
       210-REGISTER-ONE-PAYMENT.
           MOVE 0 TO WS-REG-FOUND
           PERFORM VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > WS-REG-COUNT
               IF WS-REG-PAY-REF(REG-IDX) = PMT-PAY-REF
                   AND WS-REG-ISSUE-DATE(REG-IDX) = PMT-PAY-DATE
                   AND WS-REG-VENDOR-NUMBER(REG-IDX) =
                       PMT-VENDOR-NUMBER
                   MOVE REG-IDX TO WS-REG-FOUND
               END-IF
           END-PERFORM
           IF WS-REG-FOUND = 0
               IF WS-REG-COUNT < 3000
                   ADD 1 TO WS-REG-COUNT
                   ADD 1 TO WS-REG-ADDED
                   MOVE PMT-PAY-REF TO WS-REG-PAY-REF(WS-REG-COUNT)
                   MOVE PMT-VENDOR-NUMBER
                       TO WS-REG-VENDOR-NUMBER(WS-REG-COUNT)
                   MOVE PMT-PAY-DATE
                       TO WS-REG-ISSUE-DATE(WS-REG-COUNT)
                   MOVE PMT-TOTAL TO WS-REG-AMOUNT(WS-REG-COUNT)
                   MOVE "O" TO WS-REG-STATUS(WS-REG-COUNT)
                   MOVE 0 TO WS-REG-CLEAR-DATE(WS-REG-COUNT)
                   MOVE 0 TO WS-REG-CLEARED-AMOUNT(WS-REG-COUNT)
                   MOVE "N" TO WS-REG-THIS-RUN(WS-REG-COUNT)
               ELSE
                   MOVE "Y" TO WS-REG-OVERFLOW
               END-IF
           END-IF.
      * A void always follows its check on the payments file, so
      * the check is on the register by the time its void is read
       220-REGISTER-ONE-VOID.
           PERFORM VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > WS-REG-COUNT
               IF WS-REG-PAY-REF(REG-IDX) = VOD-PAY-REF
                   AND WS-REG-ISSUE-DATE(REG-IDX) = VOD-ORIG-PAY-DATE
                   AND WS-REG-VENDOR-NUMBER(REG-IDX) =
                       VOD-VENDOR-NUMBER
                   AND WS-REG-STATUS(REG-IDX) = "O"
                   MOVE "V" TO WS-REG-STATUS(REG-IDX)
                   ADD 1 TO WS-REG-VOIDED
               END-IF
           END-PERFORM.
       300-APPLY-CLEARED-ITEMS.
           OPEN INPUT CLEARED-FILE
           READ CLEARED-FILE
               AT END MOVE "Y" TO WS-CLEARED-EOF
           END-READ
           PERFORM UNTIL WS-CLEARED-EOF = "Y"
               ADD 1 TO WS-BANK-READ
               PERFORM 310-MATCH-ONE-ITEM
               READ CLEARED-FILE
                   AT END MOVE "Y" TO WS-CLEARED-EOF
               END-READ
           END-PERFORM
           CLOSE CLEARED-FILE.
      * An item already on the register as cleared on the same
      * date for the same amount is this file being re-applied.
      * Otherwise the oldest outstanding check with the number is
      * cleared; with none outstanding the bank has paid a check
      * that was never issued, was voided, or has paid one twice.
       310-MATCH-ONE-ITEM.
           MOVE 0 TO WS-REG-FOUND
           MOVE 0 TO WS-ALREADY-APPLIED
           MOVE 0 TO WS-PAID-TWICE
           MOVE 0 TO WS-VOIDED-PRESENTED
           PERFORM VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > WS-REG-COUNT
               IF WS-REG-PAY-REF(REG-IDX) = BCI-CHECK-NO
                   IF WS-REG-STATUS(REG-IDX) = "C"
                       IF WS-REG-CLEAR-DATE(REG-IDX) = BCI-CLEAR-DATE
                           AND WS-REG-CLEARED-AMOUNT(REG-IDX) =
                               BCI-AMOUNT
                           AND WS-REG-THIS-RUN(REG-IDX) = "N"
                           MOVE REG-IDX TO WS-ALREADY-APPLIED
                       ELSE
                           MOVE REG-IDX TO WS-PAID-TWICE
                       END-IF
                   END-IF
                   IF WS-REG-STATUS(REG-IDX) = "V"
                       MOVE REG-IDX TO WS-VOIDED-PRESENTED
                   END-IF
                   IF WS-REG-STATUS(REG-IDX) = "O"
                       IF WS-REG-FOUND = 0
                           MOVE REG-IDX TO WS-REG-FOUND
                       ELSE
                           IF WS-REG-ISSUE-DATE(REG-IDX) <
                               WS-REG-ISSUE-DATE(WS-REG-FOUND)
                               MOVE REG-IDX TO WS-REG-FOUND
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ALREADY-APPLIED > 0
                   ADD 1 TO WS-BANK-DUPLICATE
               WHEN WS-REG-FOUND > 0
                   MOVE "C" TO WS-REG-STATUS(WS-REG-FOUND)
                   MOVE BCI-CLEAR-DATE
                       TO WS-REG-CLEAR-DATE(WS-REG-FOUND)
                   MOVE BCI-AMOUNT
                       TO WS-REG-CLEARED-AMOUNT(WS-REG-FOUND)
                   MOVE "Y" TO WS-REG-THIS-RUN(WS-REG-FOUND)
                   ADD 1 TO WS-CLEARED-COUNT
                   ADD BCI-AMOUNT TO WS-CLEARED-TOTAL
                   IF BCI-AMOUNT NOT = WS-REG-AMOUNT(WS-REG-FOUND)
                       ADD 1 TO WS-MISMATCH-COUNT
                   END-IF
               WHEN WS-VOIDED-PRESENTED > 0
                   MOVE "VOIDED CHECK PAID" TO WS-EXCEPTION-REASON
                   PERFORM 320-RECORD-EXCEPTION
               WHEN WS-PAID-TWICE > 0
                   MOVE "ALREADY CLEARED - PAID TWICE"
                       TO WS-EXCEPTION-REASON
                   PERFORM 320-RECORD-EXCEPTION
               WHEN OTHER
                   MOVE "NEVER ISSUED" TO WS-EXCEPTION-REASON
                   PERFORM 320-RECORD-EXCEPTION
           END-EVALUATE.
       320-RECORD-EXCEPTION.
           ADD BCI-AMOUNT TO WS-EXCEPTION-TOTAL
           IF WS-EXCEPTION-COUNT < 500
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-EXCEPTION-REASON
                   TO WS-EXC-REASON(WS-EXCEPTION-COUNT)
               MOVE BCI-CHECK-NO TO WS-EXC-CHECK-NO(WS-EXCEPTION-COUNT)
               MOVE BCI-CLEAR-DATE
                   TO WS-EXC-CLEAR-DATE(WS-EXCEPTION-COUNT)
               MOVE BCI-AMOUNT TO WS-EXC-AMOUNT(WS-EXCEPTION-COUNT)
           ELSE
               DISPLAY "*** Exception table full - bank item "
                   BCI-CHECK-NO " not listed ***"
           END-IF
           DISPLAY "*** Possible fraud: check " BCI-CHECK-NO
               " cleared " BCI-CLEAR-DATE " - "
               WS-EXCEPTION-REASON " ***".
       400-SAVE-REGISTER.
           OPEN OUTPUT REGISTER-FILE
           PERFORM VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > WS-REG-COUNT
               MOVE WS-REG-PAY-REF(REG-IDX) TO CKR-PAY-REF
               MOVE WS-REG-VENDOR-NUMBER(REG-IDX) TO CKR-VENDOR-NUMBER
               MOVE WS-REG-ISSUE-DATE(REG-IDX) TO CKR-ISSUE-DATE
               MOVE WS-REG-AMOUNT(REG-IDX) TO CKR-AMOUNT
               MOVE WS-REG-STATUS(REG-IDX) TO CKR-STATUS
               MOVE WS-REG-CLEAR-DATE(REG-IDX) TO CKR-CLEAR-DATE
               MOVE WS-REG-CLEARED-AMOUNT(REG-IDX)
                   TO CKR-CLEARED-AMOUNT
               WRITE REGISTER-RECORD
           END-PERFORM
           CLOSE REGISTER-FILE.
       500-WRITE-REPORT.
           OPEN OUTPUT RECON-REPORT-FILE
           MOVE SPACES TO RECON-REPORT-RECORD
           STRING " Vendor Check Reconciliation - " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE SPACES TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE WS-CLEARED-COUNT TO WS-FORMAT-COUNT
           MOVE WS-CLEARED-TOTAL TO WS-FORMAT-TOTAL
           MOVE SPACES TO RECON-REPORT-RECORD
           STRING " Checks cleared this run:  " DELIMITED BY SIZE
               WS-FORMAT-COUNT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-FORMAT-TOTAL DELIMITED BY SIZE
               INTO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           IF WS-BANK-DUPLICATE > 0
               MOVE WS-BANK-DUPLICATE TO WS-FORMAT-COUNT
               MOVE SPACES TO RECON-REPORT-RECORD
               STRING " Bank items already applied, skipped: "
                   DELIMITED BY SIZE
                   WS-FORMAT-COUNT DELIMITED BY SIZE
                   INTO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
           END-IF
           PERFORM 510-REPORT-DIFFERENCES
           PERFORM 520-REPORT-EXCEPTIONS
           PERFORM 530-REPORT-OUTSTANDING
           CLOSE RECON-REPORT-FILE.
       510-REPORT-DIFFERENCES.
           MOVE SPACES TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE " CLEARED AMOUNT DIFFERS FROM AMOUNT ISSUED"
               TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE "  CHECK NO    VENDOR  CLEARED         ISSUED AMOUNT"
               TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           PERFORM VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > WS-REG-COUNT
               IF WS-REG-THIS-RUN(REG-IDX) = "Y"
                   AND WS-REG-CLEARED-AMOUNT(REG-IDX) NOT =
                       WS-REG-AMOUNT(REG-IDX)
                   COMPUTE WS-DIFFERENCE =
                       WS-REG-CLEARED-AMOUNT(REG-IDX) -
                       WS-REG-AMOUNT(REG-IDX)
                   MOVE WS-DIFFERENCE TO WS-FORMAT-DIFF
                   MOVE SPACES TO WS-RCL-TEXT
                   STRING "cleared diff " DELIMITED BY SIZE
                       WS-FORMAT-DIFF DELIMITED BY SIZE
                       INTO WS-RCL-TEXT
                   MOVE WS-REG-PAY-REF(REG-IDX) TO WS-RCL-CHECK-NO
                   MOVE WS-REG-VENDOR-NUMBER(REG-IDX) TO WS-RCL-VENDOR
                   MOVE WS-REG-CLEAR-DATE(REG-IDX) TO WS-RCL-DATE-1
                   MOVE WS-REG-AMOUNT(REG-IDX) TO WS-RCL-AMOUNT-1
                   MOVE WS-RECON-LINE TO RECON-REPORT-RECORD
                   WRITE RECON-REPORT-RECORD
               END-IF
           END-PERFORM
           IF WS-MISMATCH-COUNT = 0
               MOVE "  None" TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
           END-IF.
       520-REPORT-EXCEPTIONS.
           MOVE SPACES TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE " *** CLEARED BY THE BANK BUT NOT AN OUTSTANDING "
               TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE " *** CHECK - POSSIBLE FRAUD, CONTACT THE BANK"
               TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE "  CHECK NO            CLEARED         AMOUNT PAID"
               TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           PERFORM VARYING EXC-IDX FROM 1 BY 1
               UNTIL EXC-IDX > WS-EXCEPTION-COUNT
               MOVE WS-EXC-CHECK-NO(EXC-IDX) TO WS-RCL-CHECK-NO
               MOVE SPACES TO WS-RCL-VENDOR
               MOVE WS-EXC-CLEAR-DATE(EXC-IDX) TO WS-RCL-DATE-1
               MOVE WS-EXC-AMOUNT(EXC-IDX) TO WS-RCL-AMOUNT-1
               MOVE WS-EXC-REASON(EXC-IDX) TO WS-RCL-TEXT
               MOVE WS-RECON-LINE TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
           END-PERFORM
           IF WS-EXCEPTION-COUNT = 0
               MOVE "  None" TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
           ELSE
               MOVE WS-EXCEPTION-TOTAL TO WS-FORMAT-TOTAL
               MOVE SPACES TO RECON-REPORT-RECORD
               STRING "  Total paid on exception items: "
                   DELIMITED BY SIZE
                   WS-FORMAT-TOTAL DELIMITED BY SIZE
                   INTO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
           END-IF.
       530-REPORT-OUTSTANDING.
           MOVE ZEROS TO WS-BUCKET-TABLE
           MOVE SPACES TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE " OUTSTANDING CHECKS" TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE "  CHECK NO    VENDOR  ISSUED          ISSUED AMOUNT"
               TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           PERFORM VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > WS-REG-COUNT
               IF WS-REG-STATUS(REG-IDX) = "O"
                   PERFORM 535-AGE-ONE-CHECK
               END-IF
           END-PERFORM
           MOVE SPACES TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 4
               MOVE WS-BKT-COUNT(WS-BUCKET-IDX) TO WS-FORMAT-COUNT
               MOVE WS-BKT-AMOUNT(WS-BUCKET-IDX) TO WS-FORMAT-TOTAL
               MOVE SPACES TO RECON-REPORT-RECORD
               STRING "  " DELIMITED BY SIZE
                   WS-BUCKET-NAME(WS-BUCKET-IDX) DELIMITED BY SIZE
                   " checks " DELIMITED BY SIZE
                   WS-FORMAT-COUNT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-FORMAT-TOTAL DELIMITED BY SIZE
                   INTO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
           END-PERFORM
           MOVE WS-OUTSTANDING-COUNT TO WS-FORMAT-COUNT
           MOVE WS-OUTSTANDING-TOTAL TO WS-FORMAT-TOTAL
           MOVE SPACES TO RECON-REPORT-RECORD
           STRING "  TOTAL        checks " DELIMITED BY SIZE
               WS-FORMAT-COUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FORMAT-TOTAL DELIMITED BY SIZE
               INTO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD.
       535-AGE-ONE-CHECK.
           MOVE 0 TO WS-AGE-DAYS
           IF WS-REG-ISSUE-DATE(REG-IDX) > 0
               AND WS-REG-ISSUE-DATE(REG-IDX) <= WS-TODAY
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                   FUNCTION INTEGER-OF-DATE(WS-REG-ISSUE-DATE(REG-IDX))
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   MOVE 1 TO WS-BUCKET-IDX
               WHEN WS-AGE-DAYS <= 60
                   MOVE 2 TO WS-BUCKET-IDX
               WHEN WS-AGE-DAYS <= 90
                   MOVE 3 TO WS-BUCKET-IDX
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-IDX
           END-EVALUATE
           ADD 1 TO WS-BKT-COUNT(WS-BUCKET-IDX)
           ADD WS-REG-AMOUNT(REG-IDX) TO WS-BKT-AMOUNT(WS-BUCKET-IDX)
           ADD 1 TO WS-OUTSTANDING-COUNT
           ADD WS-REG-AMOUNT(REG-IDX) TO WS-OUTSTANDING-TOTAL
           MOVE WS-AGE-DAYS TO WS-FORMAT-COUNT
           MOVE SPACES TO WS-RCL-TEXT
           STRING WS-FORMAT-COUNT DELIMITED BY SIZE
               " days outstanding" DELIMITED BY SIZE
               INTO WS-RCL-TEXT
           MOVE WS-REG-PAY-REF(REG-IDX) TO WS-RCL-CHECK-NO
           MOVE WS-REG-VENDOR-NUMBER(REG-IDX) TO WS-RCL-VENDOR
           MOVE WS-REG-ISSUE-DATE(REG-IDX) TO WS-RCL-DATE-1
           MOVE WS-REG-AMOUNT(REG-IDX) TO WS-RCL-AMOUNT-1
           MOVE WS-RECON-LINE TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD.
