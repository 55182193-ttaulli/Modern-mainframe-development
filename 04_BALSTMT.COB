           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNTS-FILE ASSIGN TO
           "ACCOUNTS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ACCT-NUMBER.
           SELECT OPTIONAL TRANSACTIONS-FILE ASSIGN TO
           "TRANSACTIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PRODUCT-FILE ASSIGN TO
           "ACCOUNT-PRODUCTS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FEE-REGISTER-FILE ASSIGN TO
           "FEE-REGISTER.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATEMENT-FILE ASSIGN TO
           "STATEMENTS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STMT-REGISTER-FILE ASSIGN TO
           "STATEMENT-REGISTER.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
      * Holders and their contact preferences, so a statement is
      * not produced for an account whose holders all asked not
      * to be mailed
           SELECT OPTIONAL XREF-FILE ASSIGN TO
           "CUSTOMER-ACCOUNT-XREF.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-FILE-INDEXED ASSIGN TO
           "CUSTOMERS-INDEXED.Dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS INDEXED-CUSTOMER-NO
           ALTERNATE RECORD KEY IS INDEXED-LAST-NAME
               WITH DUPLICATES.
           SELECT OPTIONAL SUPPRESSION-FILE ASSIGN TO
           "MAIL-SUPPRESSION.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-REPORT-FILE.
           05 ACCT-OD-POLICY PIC X(1).
           05 ACCT-TAX-STATUS PIC X(1).
           05 ACCT-OPEN-DATE PIC 9(8).
           05 ACCT-PRODUCT-CODE PIC X(4).
           05 ACCT-MATURITY-INSTR PIC X(1).
           05 ACCT-TRANSFER-ACCT PIC X(6).
       01 ACCOUNT-CONTROL-RECORD.
           05 ACT-CTL-RECORD-TYPE PIC X(3).
           05 FILLER PIC X(24).
       01 TRANSACTION-CONTROL-RECORD.
           05 TXN-CTL-RECORD-TYPE PIC X(3).
           05 FILLER PIC X(16).
       FD PRODUCT-FILE.
       01 PRODUCT-RECORD.
           05 PRD-CODE PIC X(4).
           05 PRD-NAME PIC X(20).
           05 PRD-RATE PIC 9(2)V999.
           05 PRD-FREQUENCY PIC X(1).
           05 PRD-MIN-BALANCE PIC 9(9)V99.
           05 PRD-TERM-MONTHS PIC 9(3).
           05 PRD-PENALTY-MONTHS PIC 9(2).
       FD FEE-REGISTER-FILE.
       01 FEE-REGISTER-RECORD.
           05 FRG-ACCT-NUMBER PIC X(6).
           05 FRG-YEAR PIC 9(2).
           05 FRG-PERIOD PIC 9(2).
           05 FRG-FEE-CODE PIC X(4).
           05 FRG-FEE-TYPE PIC X(1).
           05 FRG-AMOUNT PIC S9(7)V99.
           05 FRG-DATE PIC 9(8).
       FD STATEMENT-FILE.
       01 STATEMENT-RECORD PIC X(80).
      * One record per statement produced, kept across runs so
      * account history can show which statements were issued
       FD STMT-REGISTER-FILE.
       01 STMT-REGISTER-RECORD.
           05 SRG-ACCT-NUMBER PIC X(6).
           05 SRG-STMT-DATE PIC 9(8).
      * SRG-SOURCE: O = original projection, T = trued-up
           05 SRG-SOURCE PIC X(1).
           05 SRG-OPENING PIC S9(9)V99.
           05 SRG-CLOSING PIC S9(9)V99.
           05 SRG-PAGES PIC 9(3).
       FD XREF-FILE.
       01 XREF-RECORD.
           05 XRF-CUSTOMER-NUMBER PIC 9(7).
           05 XRF-ACCT-NUMBER PIC X(6).
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
       FD SUPPRESSION-FILE.
       01 SUPPRESSION-RECORD.
           05 SUP-RUN-DATE PIC 9(8).
           05 SUP-PROGRAM PIC X(8).
           05 SUP-MAILING PIC X(12).
           05 SUP-CUSTOMER-NUMBER PIC 9(7).
           05 SUP-ACCT-NUMBER PIC X(6).
           05 SUP-REASON PIC X(20).
       WORKING-STORAGE SECTION.
       01 WS-PROJECTION-FILE-NAME PIC X(30)
           VALUE "BALANCE-REPORT.dat".
           05 WS-ACCT-ENTRY OCCURS 500 TIMES INDEXED BY ACCT-IDX.
               10 WS-AT-NUMBER PIC X(6).
               10 WS-AT-PRINCIPAL PIC S9(9)V99.
               10 WS-AT-PRODUCT PIC X(4).
      * Statement totals by product; accounts whose code is not
      * on the product master are added under their own code
       01 WS-PRODUCT-EOF PIC X VALUE "N".
       01 WS-PROD-COUNT PIC 9(3) VALUE 0.
       01 WS-PROD-SLOT PIC 9(3) VALUE 0.
       01 WS-PROD-TABLE.
           05 WS-PROD-ENTRY OCCURS 110 TIMES INDEXED BY PRD-IDX.
               10 WS-PRD-CODE PIC X(4).
               10 WS-PRD-NAME PIC X(20).
               10 WS-PRD-ACCOUNTS PIC 9(5).
               10 WS-PRD-OPENING PIC S9(11)V99.
               10 WS-PRD-CLOSING PIC S9(11)V99.
       01 WS-CURRENT-PRODUCT PIC X(4) VALUE SPACES.
       01 WS-LAST-BALANCE PIC S9(9)V99 VALUE 0.
       01 WS-SUM-ACCOUNTS PIC 9(5) VALUE 0.
       01 WS-SUM-OPENING PIC S9(13)V99 VALUE 0.
       01 WS-SUM-CLOSING PIC S9(13)V99 VALUE 0.
       01 WS-TXN-COUNT PIC 9(4) VALUE 0.
       01 WS-TXN-TABLE.
           05 WS-TXN-ENTRY OCCURS 2000 TIMES INDEXED BY TXN-IDX.
               10 WS-TXN-ACCT-NUMBER PIC X(6).
               10 WS-TXN-YEAR PIC 9(2).
               10 WS-TXN-AMOUNT PIC S9(9)V99.
      * Service fees BALANCE assessed, totalled by account and
      * projection year
       01 WS-FEE-REGISTER-EOF PIC X VALUE "N".
       01 WS-FEE-COUNT PIC 9(4) VALUE 0.
       01 WS-FEE-SLOT PIC 9(4) VALUE 0.
       01 WS-FEE-TABLE.
           05 WS-FEE-ENTRY OCCURS 3000 TIMES INDEXED BY FEE-IDX.
               10 WS-FEE-ACCT-NUMBER PIC X(6).
               10 WS-FEE-YEAR PIC 9(2).
               10 WS-FEE-AMOUNT PIC S9(9)V99.
       01 WS-YEAR-FEE-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-XREF-EOF PIC X VALUE "N".
       01 WS-XREF-COUNT PIC 9(4) VALUE 0.
       01 WS-XREF-TABLE.
           05 WS-XRF-ENTRY OCCURS 1000 TIMES INDEXED BY XRF-IDX.
               10 WS-XRF-CUSTOMER PIC 9(7).
               10 WS-XRF-ACCT PIC X(6).
      * Holders of the current account who may not be mailed
       01 WS-HOLDER-COUNT PIC 9(3) VALUE 0.
       01 WS-BLOCKED-COUNT PIC 9(3) VALUE 0.
       01 WS-BLOCKED-TABLE.
           05 WS-BLOCKED-ENTRY OCCURS 20 TIMES INDEXED BY BLK-IDX.
               10 WS-BLK-CUSTOMER PIC 9(7).
               10 WS-BLK-REASON PIC X(20).
       01 WS-SUPPRESS-REASON PIC X(20) VALUE SPACES.
       01 WS-STMT-SUPPRESSED PIC X(1) VALUE "N".
       01 WS-STMT-COUNT PIC 9(5) VALUE 0.
       01 WS-SUPPRESSED-COUNT PIC 9(5) VALUE 0.
       01 WS-CURRENT-ACCT PIC X(6) VALUE SPACES.
       01 WS-OPENING-PRINCIPAL PIC S9(9)V99 VALUE 0.
       01 WS-YEAR-TXN-TOTAL PIC S9(9)V99 VALUE 0.
           05 FILLER PIC X(19) VALUE "    CLOSING BALANCE".
           05 FILLER PIC X(9) VALUE "     RATE".
           05 FILLER PIC X(12) VALUE "       AS OF".
           05 FILLER PIC X(15) VALUE "           FEES".
       01 WS-PRODUCT-HEADER.
           05 FILLER PIC X(9) VALUE "PRODUCT: ".
           05 WS-PHD-CODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PHD-NAME PIC X(20).
       01 WS-SUMMARY-HEADER.
           05 FILLER PIC X(26) VALUE "PROD NAME".
           05 FILLER PIC X(6) VALUE "ACCTS".
           05 FILLER PIC X(20) VALUE "   OPENING PRINCIPAL".
           05 FILLER PIC X(20) VALUE "     CLOSING BALANCE".
       01 WS-SUMMARY-LINE.
           05 WS-SUM-CODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SUM-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SUM-COUNT PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SUM-OPN PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SUM-CLS PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-OPENING-LINE.
           05 FILLER PIC X(20) VALUE "OPENING PRINCIPAL:  ".
           05 WS-OPN-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 WS-DTL-RATE PIC Z9.999.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DTL-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-FEES PIC Z,ZZZ,ZZ9.99-.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               MOVE "BALANCE-REPORT.dat"
                   TO WS-PROJECTION-FILE-NAME
           END-IF
           PERFORM 140-LOAD-PRODUCTS
           PERFORM 150-LOAD-ACCOUNTS
           PERFORM 160-LOAD-TRANSACTIONS
           PERFORM 170-LOAD-FEES
           PERFORM 180-LOAD-XREF
           OPEN INPUT BALANCE-REPORT-FILE
           OPEN INPUT CUSTOMER-FILE-INDEXED
           OPEN OUTPUT STATEMENT-FILE
           OPEN EXTEND STMT-REGISTER-FILE
           OPEN EXTEND SUPPRESSION-FILE
           READ BALANCE-REPORT-FILE
               AT END MOVE "Y" TO WS-REPORT-EOF
           END-READ
           PERFORM UNTIL WS-REPORT-EOF = "Y"
               IF RPT-ACCT-NUMBER NOT = WS-CURRENT-ACCT
                   IF WS-CURRENT-ACCT NOT = SPACES
                       PERFORM 400-ADD-TO-PRODUCT
                       IF WS-STMT-SUPPRESSED = "N"
                           PERFORM 420-REGISTER-STATEMENT
                       END-IF
                   END-IF
                   MOVE RPT-ACCT-NUMBER TO WS-CURRENT-ACCT
                   PERFORM 200-START-STATEMENT
               END-IF
               IF WS-STMT-SUPPRESSED = "Y"
                   MOVE RPT-BALANCE TO WS-LAST-BALANCE
               ELSE
                   PERFORM 300-WRITE-YEAR-LINE
               END-IF
               READ BALANCE-REPORT-FILE
                   AT END MOVE "Y" TO WS-REPORT-EOF
               END-READ
           END-PERFORM
           CLOSE BALANCE-REPORT-FILE
           IF WS-CURRENT-ACCT NOT = SPACES
               PERFORM 400-ADD-TO-PRODUCT
               IF WS-STMT-SUPPRESSED = "N"
                   PERFORM 420-REGISTER-STATEMENT
               END-IF
           END-IF
           PERFORM 450-WRITE-PRODUCT-SUMMARY
           CLOSE CUSTOMER-FILE-INDEXED
           CLOSE STATEMENT-FILE
           CLOSE STMT-REGISTER-FILE
           CLOSE SUPPRESSION-FILE
           DISPLAY "Statements produced:  " WS-STMT-COUNT
           DISPLAY "Statements suppressed: " WS-SUPPRESSED-COUNT
           GOBACK.
       140-LOAD-PRODUCTS.
           OPEN INPUT PRODUCT-FILE
           READ PRODUCT-FILE
               AT END MOVE "Y" TO WS-PRODUCT-EOF
           END-READ
           PERFORM UNTIL WS-PRODUCT-EOF = "Y"
               IF WS-PROD-COUNT < 100
                   ADD 1 TO WS-PROD-COUNT
                   INITIALIZE WS-PROD-ENTRY(WS-PROD-COUNT)
                   MOVE PRD-CODE TO WS-PRD-CODE(WS-PROD-COUNT)
                   MOVE PRD-NAME TO WS-PRD-NAME(WS-PROD-COUNT)
               ELSE
                   DISPLAY "Product table full, record skipped for "
                       PRD-CODE
               END-IF
               READ PRODUCT-FILE
                   AT END MOVE "Y" TO WS-PRODUCT-EOF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE.
       150-LOAD-ACCOUNTS.
           OPEN INPUT ACCOUNTS-FILE
           READ ACCOUNTS-FILE
                   MOVE ACCT-NUMBER TO WS-AT-NUMBER(WS-ACCT-COUNT)
                   MOVE ACCT-PRINCIPAL TO
                       WS-AT-PRINCIPAL(WS-ACCT-COUNT)
                   MOVE ACCT-PRODUCT-CODE TO
                       WS-AT-PRODUCT(WS-ACCT-COUNT)
               ELSE
                   DISPLAY "Account table full, record skipped for "
                       ACCT-NUMBER
               END-READ
           END-PERFORM
           CLOSE TRANSACTIONS-FILE.
       170-LOAD-FEES.
           OPEN INPUT FEE-REGISTER-FILE
           READ FEE-REGISTER-FILE
               AT END MOVE "Y" TO WS-FEE-REGISTER-EOF
           END-READ
           PERFORM UNTIL WS-FEE-REGISTER-EOF = "Y"
               MOVE 0 TO WS-FEE-SLOT
               PERFORM VARYING FEE-IDX FROM 1 BY 1
                   UNTIL FEE-IDX > WS-FEE-COUNT
                   IF WS-FEE-ACCT-NUMBER(FEE-IDX) = FRG-ACCT-NUMBER
                       AND WS-FEE-YEAR(FEE-IDX) = FRG-YEAR
                       MOVE FEE-IDX TO WS-FEE-SLOT
                   END-IF
               END-PERFORM
               IF WS-FEE-SLOT = 0
                   IF WS-FEE-COUNT < 3000
                       ADD 1 TO WS-FEE-COUNT
                       MOVE WS-FEE-COUNT TO WS-FEE-SLOT
                       MOVE FRG-ACCT-NUMBER
                           TO WS-FEE-ACCT-NUMBER(WS-FEE-SLOT)
                       MOVE FRG-YEAR TO WS-FEE-YEAR(WS-FEE-SLOT)
                       MOVE 0 TO WS-FEE-AMOUNT(WS-FEE-SLOT)
                   ELSE
                       DISPLAY "Fee table full, record skipped for "
                           FRG-ACCT-NUMBER
                   END-IF
               END-IF
               IF WS-FEE-SLOT > 0
                   ADD FRG-AMOUNT TO WS-FEE-AMOUNT(WS-FEE-SLOT)
               END-IF
               READ FEE-REGISTER-FILE
                   AT END MOVE "Y" TO WS-FEE-REGISTER-EOF
               END-READ
           END-PERFORM
           CLOSE FEE-REGISTER-FILE.
       180-LOAD-XREF.
           OPEN INPUT XREF-FILE
           READ XREF-FILE
               AT END MOVE "Y" TO WS-XREF-EOF
           END-READ
           PERFORM UNTIL WS-XREF-EOF = "Y"
               IF WS-XREF-COUNT < 1000
                   ADD 1 TO WS-XREF-COUNT
                   MOVE XRF-CUSTOMER-NUMBER
                       TO WS-XRF-CUSTOMER(WS-XREF-COUNT)
                   MOVE XRF-ACCT-NUMBER TO WS-XRF-ACCT(WS-XREF-COUNT)
               ELSE
                   DISPLAY "Cross-reference table full, record "
                       "skipped"
               END-IF
               READ XREF-FILE
                   AT END MOVE "Y" TO WS-XREF-EOF
               END-READ
           END-PERFORM
           CLOSE XREF-FILE.
       200-START-STATEMENT.
           MOVE 0 TO WS-PAGE-NUMBER
           MOVE 0 TO WS-OPENING-PRINCIPAL
           MOVE SPACES TO WS-CURRENT-PRODUCT
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
               UNTIL ACCT-IDX > WS-ACCT-COUNT
               IF WS-AT-NUMBER(ACCT-IDX) = WS-CURRENT-ACCT
                   MOVE WS-AT-PRINCIPAL(ACCT-IDX)
                       TO WS-OPENING-PRINCIPAL
                   MOVE WS-AT-PRODUCT(ACCT-IDX)
                       TO WS-CURRENT-PRODUCT
               END-IF
           END-PERFORM
           PERFORM 210-FIND-PRODUCT
           PERFORM 230-CHECK-HOLDERS
           IF WS-STMT-SUPPRESSED = "N"
               ADD 1 TO WS-STMT-COUNT
               PERFORM 250-WRITE-PAGE-HEADER
               MOVE WS-OPENING-PRINCIPAL TO WS-OPN-AMOUNT
               MOVE WS-OPENING-LINE TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               ADD 1 TO WS-LINE-COUNT
           END-IF.
       210-FIND-PRODUCT.
           MOVE 0 TO WS-PROD-SLOT
           PERFORM VARYING PRD-IDX FROM 1 BY 1
               UNTIL PRD-IDX > WS-PROD-COUNT
               IF WS-PRD-CODE(PRD-IDX) = WS-CURRENT-PRODUCT
                   MOVE PRD-IDX TO WS-PROD-SLOT
               END-IF
           END-PERFORM
           IF WS-PROD-SLOT = 0 AND WS-PROD-COUNT < 110
               ADD 1 TO WS-PROD-COUNT
               MOVE WS-PROD-COUNT TO WS-PROD-SLOT
               INITIALIZE WS-PROD-ENTRY(WS-PROD-SLOT)
               MOVE WS-CURRENT-PRODUCT TO WS-PRD-CODE(WS-PROD-SLOT)
               IF WS-CURRENT-PRODUCT = SPACES
                   MOVE "NO PRODUCT" TO WS-PRD-NAME(WS-PROD-SLOT)
               ELSE
                   MOVE "NOT ON MASTER" TO WS-PRD-NAME(WS-PROD-SLOT)
               END-IF
           END-IF.
      * The statement is held back only when the account has
      * holders on file and every one of them is do-not-mail,
      * e-mail-only, or at an address flagged undeliverable; each
      * of them is then listed on the suppression register. An
      * account with no holder on file still gets its statement.
       230-CHECK-HOLDERS.
           MOVE "N" TO WS-STMT-SUPPRESSED
           MOVE 0 TO WS-HOLDER-COUNT
           MOVE 0 TO WS-BLOCKED-COUNT
           PERFORM VARYING XRF-IDX FROM 1 BY 1
               UNTIL XRF-IDX > WS-XREF-COUNT
               IF WS-XRF-ACCT(XRF-IDX) = WS-CURRENT-ACCT
                   PERFORM 235-CHECK-ONE-HOLDER
               END-IF
           END-PERFORM
           IF WS-HOLDER-COUNT > 0
               AND WS-BLOCKED-COUNT = WS-HOLDER-COUNT
               MOVE "Y" TO WS-STMT-SUPPRESSED
               ADD 1 TO WS-SUPPRESSED-COUNT
               PERFORM VARYING BLK-IDX FROM 1 BY 1
                   UNTIL BLK-IDX > WS-BLOCKED-COUNT
                   MOVE WS-RUN-DATE TO SUP-RUN-DATE
                   MOVE "BALSTMT" TO SUP-PROGRAM
                   MOVE "STATEMENT" TO SUP-MAILING
                   MOVE WS-BLK-CUSTOMER(BLK-IDX)
                       TO SUP-CUSTOMER-NUMBER
                   MOVE WS-CURRENT-ACCT TO SUP-ACCT-NUMBER
                   MOVE WS-BLK-REASON(BLK-IDX) TO SUP-REASON
                   WRITE SUPPRESSION-RECORD
               END-PERFORM
           END-IF.
       235-CHECK-ONE-HOLDER.
           MOVE WS-XRF-CUSTOMER(XRF-IDX) TO INDEXED-CUSTOMER-NO
           READ CUSTOMER-FILE-INDEXED
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-HOLDER-COUNT
                   MOVE SPACES TO WS-SUPPRESS-REASON
                   IF INDEXED-ADDRESS-STATUS = "U"
                       MOVE "UNDELIVERABLE" TO WS-SUPPRESS-REASON
                   END-IF
                   IF INDEXED-EMAIL-ONLY = "Y"
                       MOVE "E-MAIL ONLY" TO WS-SUPPRESS-REASON
                   END-IF
                   IF INDEXED-DO-NOT-MAIL = "Y"
                       MOVE "DO NOT MAIL" TO WS-SUPPRESS-REASON
                   END-IF
                   IF WS-SUPPRESS-REASON NOT = SPACES
                       AND WS-BLOCKED-COUNT < 20
                       ADD 1 TO WS-BLOCKED-COUNT
                       MOVE INDEXED-CUSTOMER-NO
                           TO WS-BLK-CUSTOMER(WS-BLOCKED-COUNT)
                       MOVE WS-SUPPRESS-REASON
                           TO WS-BLK-REASON(WS-BLOCKED-COUNT)
                   END-IF
           END-READ.
       250-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-CURRENT-ACCT TO WS-HDR-ACCT
           WRITE STATEMENT-RECORD
           MOVE WS-STMT-HEADER-1 TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO WS-PHD-CODE
           MOVE SPACES TO WS-PHD-NAME
           IF WS-PROD-SLOT > 0
               MOVE WS-PRD-CODE(WS-PROD-SLOT) TO WS-PHD-CODE
               MOVE WS-PRD-NAME(WS-PROD-SLOT) TO WS-PHD-NAME
           END-IF
           MOVE WS-PRODUCT-HEADER TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE WS-STMT-HEADER-2 TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE 4 TO WS-LINE-COUNT.
       300-WRITE-YEAR-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 250-WRITE-PAGE-HEADER
                   ADD WS-TXN-AMOUNT(TXN-IDX) TO WS-YEAR-TXN-TOTAL
               END-IF
           END-PERFORM
           MOVE 0 TO WS-YEAR-FEE-TOTAL
           PERFORM VARYING FEE-IDX FROM 1 BY 1
               UNTIL FEE-IDX > WS-FEE-COUNT
               IF WS-FEE-ACCT-NUMBER(FEE-IDX) = WS-CURRENT-ACCT
                   AND WS-FEE-YEAR(FEE-IDX) = RPT-YEAR
                   ADD WS-FEE-AMOUNT(FEE-IDX) TO WS-YEAR-FEE-TOTAL
               END-IF
           END-PERFORM
           MOVE RPT-YEAR TO WS-DTL-YEAR
           MOVE WS-YEAR-TXN-TOTAL TO WS-DTL-TXNS
           MOVE RPT-BALANCE TO WS-DTL-BALANCE
           MOVE RPT-RATE TO WS-DTL-RATE
           MOVE RPT-DATE TO WS-DTL-DATE
           MOVE WS-YEAR-FEE-TOTAL TO WS-DTL-FEES
           MOVE RPT-BALANCE TO WS-LAST-BALANCE
           MOVE WS-DETAIL-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           ADD 1 TO WS-LINE-COUNT.
      * The account's closing balance is its last projected year
       400-ADD-TO-PRODUCT.
           IF WS-PROD-SLOT > 0
               ADD 1 TO WS-PRD-ACCOUNTS(WS-PROD-SLOT)
               ADD WS-OPENING-PRINCIPAL TO WS-PRD-OPENING(WS-PROD-SLOT)
               ADD WS-LAST-BALANCE TO WS-PRD-CLOSING(WS-PROD-SLOT)
           END-IF.
       420-REGISTER-STATEMENT.
           MOVE WS-CURRENT-ACCT TO SRG-ACCT-NUMBER
           MOVE WS-RUN-DATE TO SRG-STMT-DATE
           IF WS-PROJ-CHOICE = "T"
               MOVE "T" TO SRG-SOURCE
           ELSE
               MOVE "O" TO SRG-SOURCE
           END-IF
           MOVE WS-OPENING-PRINCIPAL TO SRG-OPENING
           MOVE WS-LAST-BALANCE TO SRG-CLOSING
           MOVE WS-PAGE-NUMBER TO SRG-PAGES
           WRITE STMT-REGISTER-RECORD.
       450-WRITE-PRODUCT-SUMMARY.
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE "STATEMENT SUMMARY BY PRODUCT" TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE WS-SUMMARY-HEADER TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           PERFORM VARYING PRD-IDX FROM 1 BY 1
               UNTIL PRD-IDX > WS-PROD-COUNT
               IF WS-PRD-ACCOUNTS(PRD-IDX) > 0
                   MOVE WS-PRD-CODE(PRD-IDX) TO WS-SUM-CODE
                   MOVE WS-PRD-NAME(PRD-IDX) TO WS-SUM-NAME
                   MOVE WS-PRD-ACCOUNTS(PRD-IDX) TO WS-SUM-COUNT
                   MOVE WS-PRD-OPENING(PRD-IDX) TO WS-SUM-OPN
                   MOVE WS-PRD-CLOSING(PRD-IDX) TO WS-SUM-CLS
                   MOVE WS-SUMMARY-LINE TO STATEMENT-RECORD
                   WRITE STATEMENT-RECORD
                   ADD WS-PRD-ACCOUNTS(PRD-IDX) TO WS-SUM-ACCOUNTS
                   ADD WS-PRD-OPENING(PRD-IDX) TO WS-SUM-OPENING
                   ADD WS-PRD-CLOSING(PRD-IDX) TO WS-SUM-CLOSING
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-SUM-CODE
           MOVE "TOTAL" TO WS-SUM-NAME
           MOVE WS-SUM-ACCOUNTS TO WS-SUM-COUNT
           MOVE WS-SUM-OPENING TO WS-SUM-OPN
           MOVE WS-SUM-CLOSING TO WS-SUM-CLS
           MOVE WS-SUMMARY-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.
