       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO
           "ACCOUNTS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ACCT-NUMBER.
           SELECT BALANCE-REPORT-FILE ASSIGN TO
           "BALANCE-REPORT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INTEREST-SUMMARY-FILE ASSIGN TO
           "INTEREST-SUMMARY.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PRODUCT-FILE ASSIGN TO
           "ACCOUNT-PRODUCTS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENALTY-FILE ASSIGN TO
           "EARLY-WITHDRAWAL-PENALTIES.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FEE-SCHEDULE-FILE ASSIGN TO
           "FEE-SCHEDULE.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEE-REGISTER-FILE ASSIGN TO
           "FEE-REGISTER.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRODUCT-SUMMARY-FILE ASSIGN TO
           "BALANCE-PRODUCT-SUMMARY.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO
           "RUN-CONTROL.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO
           "CONTROL-TOTALS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS-FILE.
      * Date the account was opened; projected year N falls on
      * the Nth anniversary of this date. Zero = not recorded.
           05 ACCT-OPEN-DATE PIC 9(8).
      * Product from ACCOUNT-PRODUCTS.dat; a zero rate or blank
      * frequency on the account takes the product's
           05 ACCT-PRODUCT-CODE PIC X(4).
      * ACCT-MATURITY-INSTR: what the maturity job does when
      * the term ends. R = roll over, P = pay out, T = transfer
      * to ACCT-TRANSFER-ACCT; blank = roll over.
           05 ACCT-MATURITY-INSTR PIC X(1).
           05 ACCT-TRANSFER-ACCT PIC X(6).
       01 ACCOUNT-HEADER-RECORD.
           05 ACT-HDR-RECORD-TYPE PIC X(3).
           05 ACT-HDR-RUN-DATE PIC 9(8).
           05 INT-WITHHELD PIC S9(9)V99.
           05 INT-NET PIC S9(9)V99.
           05 INT-DATE PIC 9(8).
       FD PRODUCT-FILE.
       01 PRODUCT-RECORD.
           05 PRD-CODE PIC X(4).
           05 PRD-NAME PIC X(20).
           05 PRD-RATE PIC 9(2)V999.
           05 PRD-FREQUENCY PIC X(1).
           05 PRD-MIN-BALANCE PIC 9(9)V99.
           05 PRD-TERM-MONTHS PIC 9(3).
           05 PRD-PENALTY-MONTHS PIC 9(2).
       FD PENALTY-FILE.
       01 PENALTY-RECORD.
           05 EWP-ACCT-NUMBER PIC X(6).
           05 EWP-PRODUCT-CODE PIC X(4).
           05 EWP-YEAR PIC 9(2).
           05 EWP-WITHDRAWAL PIC S9(9)V99.
           05 EWP-PENALTY PIC S9(9)V99.
           05 EWP-DATE PIC 9(8).
       FD FEE-SCHEDULE-FILE.
       01 FEE-SCHEDULE-RECORD.
           05 FSC-CODE PIC X(4).
      * FSC-TYPE: M = monthly maintenance, B = below minimum
      * balance, W = excess withdrawals in the year
           05 FSC-TYPE PIC X(1).
      * Monthly amount for M and B; per excess withdrawal for W
           05 FSC-AMOUNT PIC 9(5)V99.
      * Minimum balance for B; zero uses the product's minimum
           05 FSC-MIN-BALANCE PIC 9(9)V99.
      * Withdrawals a year before W is charged; zero means six
           05 FSC-FREE-COUNT PIC 9(2).
      * The fee is waived for accounts with this tax status or
      * carrying any of these products
           05 FSC-WAIVE-TAX PIC X(1).
           05 FSC-WAIVE-PRODUCT PIC X(4) OCCURS 3 TIMES.
       FD FEE-REGISTER-FILE.
       01 FEE-REGISTER-RECORD.
           05 FRG-ACCT-NUMBER PIC X(6).
           05 FRG-YEAR PIC 9(2).
           05 FRG-PERIOD PIC 9(2).
           05 FRG-FEE-CODE PIC X(4).
           05 FRG-FEE-TYPE PIC X(1).
           05 FRG-AMOUNT PIC S9(7)V99.
           05 FRG-DATE PIC 9(8).
       FD PRODUCT-SUMMARY-FILE.
       01 PRODUCT-SUMMARY-RECORD PIC X(132).
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
       WORKING-STORAGE SECTION.
       01 WS-MODE PIC X VALUE "I".
       01 WS-UNATTENDED PIC X VALUE "N".
       01 WS-CTT-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-CTT-TOTAL-ID PIC X(20) VALUE SPACES.
       01 WS-CTT-DIRECTION PIC X(1) VALUE SPACE.
       01 WS-CTT-COUNT PIC 9(9) VALUE 0.
       01 WS-CTT-AMOUNT PIC S9(13)V99 VALUE 0.
      * What went onto INTEREST-SUMMARY.dat for GLPOST this run
       01 WS-INT-WRITTEN-COUNT PIC 9(9) VALUE 0.
       01 WS-INT-WRITTEN-AMOUNT PIC S9(13)V99 VALUE 0.
       01 WS-ACCOUNTS-EOF PIC X VALUE "N".
       01 WS-ACCT-NUMBER PIC X(6) VALUE "INTRAC".
       01 YEAR PIC 9(2) VALUE 0.
       01 WS-PERIOD-WITHHELD PIC S9(9)V99 VALUE 0.
       01 WS-YEAR-GROSS PIC S9(9)V99 VALUE 0.
       01 WS-YEAR-WITHHELD PIC S9(9)V99 VALUE 0.
      * Product terms for the account being projected; a zero
      * term means withdrawals are never penalised
       01 WS-PRODUCT-EOF PIC X VALUE "N".
       01 WS-PROD-COUNT PIC 9(3) VALUE 0.
       01 WS-PROD-SLOT PIC 9(3) VALUE 0.
       01 WS-PROD-TABLE.
           05 WS-PROD-ENTRY OCCURS 110 TIMES INDEXED BY PRD-IDX.
               10 WS-PRD-CODE PIC X(4).
               10 WS-PRD-NAME PIC X(20).
               10 WS-PRD-ON-FILE PIC X(1).
               10 WS-PRD-RATE PIC 9(2)V999.
               10 WS-PRD-FREQUENCY PIC X(1).
               10 WS-PRD-MIN-BALANCE PIC 9(9)V99.
               10 WS-PRD-TERM-MONTHS PIC 9(3).
               10 WS-PRD-PENALTY-MONTHS PIC 9(2).
               10 WS-PRD-ACCOUNTS PIC 9(5).
               10 WS-PRD-OPENING PIC S9(11)V99.
               10 WS-PRD-ENDING PIC S9(11)V99.
               10 WS-PRD-INTEREST PIC S9(11)V99.
               10 WS-PRD-PENALTY PIC S9(11)V99.
               10 WS-PRD-FEES PIC S9(11)V99.
               10 WS-PRD-PORT-TOTAL PIC S9(11)V99 OCCURS 6 TIMES.
       01 WS-TERM-MONTHS PIC 9(3) VALUE 0.
       01 WS-PENALTY-MONTHS PIC 9(2) VALUE 0.
       01 WS-PENALTY-AMOUNT PIC S9(9)V99 VALUE 0.
       01 WS-ACCT-INTEREST PIC S9(11)V99 VALUE 0.
       01 WS-ACCT-PENALTY PIC S9(11)V99 VALUE 0.
       01 WS-PENALTY-COUNT PIC 9(5) VALUE 0.
       01 WS-ACCT-PRODUCT PIC X(4) VALUE SPACES.
       01 WS-ACCT-MIN-BALANCE PIC 9(9)V99 VALUE 0.
      * Service fee schedule, applied in every compounding period
      * of a batch or portfolio projection
       01 WS-FEE-SCHEDULE-EOF PIC X VALUE "N".
       01 WS-FEE-COUNT PIC 9(2) VALUE 0.
       01 WS-FEE-TABLE.
           05 WS-FEE-ENTRY OCCURS 50 TIMES INDEXED BY FEE-IDX.
               10 WS-FEE-CODE PIC X(4).
               10 WS-FEE-TYPE PIC X(1).
               10 WS-FEE-AMOUNT PIC 9(5)V99.
               10 WS-FEE-MIN-BALANCE PIC 9(9)V99.
               10 WS-FEE-FREE-COUNT PIC 9(2).
               10 WS-FEE-WAIVE-TAX PIC X(1).
               10 WS-FEE-WAIVE-PRODUCT PIC X(4) OCCURS 3 TIMES.
       01 WS-WAIVE-IDX PIC 9(1) VALUE 0.
       01 WS-FEE-WAIVED PIC X VALUE "N".
       01 WS-FEE-DUE PIC S9(7)V99 VALUE 0.
       01 WS-FEE-THRESHOLD PIC 9(9)V99 VALUE 0.
       01 WS-FEE-PERIOD PIC 9(2) VALUE 0.
       01 WS-MONTHS-IN-PERIOD PIC 9(2) VALUE 12.
       01 WS-YEAR-WITHDRAWALS PIC 9(3) VALUE 0.
       01 WS-EXCESS-COUNT PIC 9(3) VALUE 0.
       01 WS-ACCT-FEES PIC S9(11)V99 VALUE 0.
       01 WS-FEE-REG-COUNT PIC 9(5) VALUE 0.
       01 WS-SUM-FEES PIC S9(13)V99 VALUE 0.
       01 WS-SUM-ACCOUNTS PIC 9(5) VALUE 0.
       01 WS-SUM-OPENING PIC S9(13)V99 VALUE 0.
       01 WS-SUM-ENDING PIC S9(13)V99 VALUE 0.
       01 WS-SUM-INTEREST PIC S9(13)V99 VALUE 0.
       01 WS-SUM-PENALTY PIC S9(13)V99 VALUE 0.
       01 WS-PRODUCT-HEADER.
           05 FILLER PIC X(26) VALUE "PROD NAME".
           05 FILLER PIC X(6) VALUE "ACCTS".
           05 FILLER PIC X(21) VALUE "    OPENING PRINCIPAL".
           05 FILLER PIC X(21) VALUE "       ENDING BALANCE".
           05 FILLER PIC X(21) VALUE "       GROSS INTEREST".
           05 FILLER PIC X(21) VALUE "   EARLY WD PENALTIES".
           05 FILLER PIC X(16) VALUE "    SERVICE FEES".
       01 WS-PRODUCT-LINE.
           05 WS-PSL-CODE PIC X(4).
           05 FILLER PIC X(1).
           05 WS-PSL-NAME PIC X(20).
           05 FILLER PIC X(1).
           05 WS-PSL-ACCOUNTS PIC ZZZZ9.
           05 FILLER PIC X(1).
           05 WS-PSL-OPENING PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1).
           05 WS-PSL-ENDING PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1).
           05 WS-PSL-INTEREST PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1).
           05 WS-PSL-PENALTY PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1).
           05 WS-PSL-FEES PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-SCENARIO-EOF PIC X VALUE "N".
       01 WS-SCENARIO-MODE PIC X VALUE "N".
           88 SCENARIO-RUN-ACTIVE VALUE "Y".
           05 WS-PRT-TOT-COL OCCURS 6 TIMES.
               10 WS-PRT-TOT-AMOUNT PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10 FILLER PIC X(1).
       01 WS-PORT-PRODUCT-LINE.
           05 WS-PPL-CODE PIC X(4).
           05 FILLER PIC X(3).
           05 WS-PPL-COL OCCURS 6 TIMES.
               10 WS-PPL-AMOUNT PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10 FILLER PIC X(1).
       01 WS-SPREAD-LINE.
           05 FILLER PIC X(25)
               VALUE "Spread (best vs worst): ".
           05 WS-SPR-WORST-ID PIC X(8).
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 040-READ-RUN-CONTROL
           OPEN OUTPUT BALANCE-REPORT-FILE
           OPEN OUTPUT OVERDRAFT-FILE
           OPEN OUTPUT INTEREST-SUMMARY-FILE
           OPEN OUTPUT PENALTY-FILE
           OPEN OUTPUT FEE-REGISTER-FILE
           DISPLAY "Run in interactive, batch, scenario, or "
               "portfolio scenario mode? (I/B/S/P)"
           ACCEPT WS-MODE
           CLOSE BALANCE-REPORT-FILE
           CLOSE OVERDRAFT-FILE
           CLOSE INTEREST-SUMMARY-FILE
           CLOSE PENALTY-FILE
           CLOSE FEE-REGISTER-FILE
           MOVE "INTEREST-WRITTEN" TO WS-CTT-TOTAL-ID
           MOVE "O" TO WS-CTT-DIRECTION
           MOVE WS-INT-WRITTEN-COUNT TO WS-CTT-COUNT
           MOVE WS-INT-WRITTEN-AMOUNT TO WS-CTT-AMOUNT
           PERFORM 450-POST-CONTROL-TOTAL
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
       200-INTERACTIVE-RUN.
           DISPLAY "Enter the starting principal"
           ACCEPT WS-PRINCIPAL
               END-READ
           END-PERFORM
           CLOSE RATE-SCHEDULE-FILE.
       680-LOAD-PRODUCTS.
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
                   MOVE "Y" TO WS-PRD-ON-FILE(WS-PROD-COUNT)
                   MOVE PRD-RATE TO WS-PRD-RATE(WS-PROD-COUNT)
                   MOVE PRD-FREQUENCY
                       TO WS-PRD-FREQUENCY(WS-PROD-COUNT)
                   MOVE PRD-MIN-BALANCE
                       TO WS-PRD-MIN-BALANCE(WS-PROD-COUNT)
                   MOVE PRD-TERM-MONTHS
                       TO WS-PRD-TERM-MONTHS(WS-PROD-COUNT)
                   MOVE PRD-PENALTY-MONTHS
                       TO WS-PRD-PENALTY-MONTHS(WS-PROD-COUNT)
               ELSE
                   DISPLAY "*** ACCOUNT-PRODUCTS.dat has more records "
                       "than the 100 this program can hold ***"
                   MOVE "Y" TO WS-TABLE-OVERFLOW
               END-IF
               READ PRODUCT-FILE
                   AT END MOVE "Y" TO WS-PRODUCT-EOF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE.
       690-LOAD-FEE-SCHEDULE.
           OPEN INPUT FEE-SCHEDULE-FILE
           READ FEE-SCHEDULE-FILE
               AT END MOVE "Y" TO WS-FEE-SCHEDULE-EOF
           END-READ
           PERFORM UNTIL WS-FEE-SCHEDULE-EOF = "Y"
               IF WS-FEE-COUNT < 50
                   ADD 1 TO WS-FEE-COUNT
                   MOVE FSC-CODE TO WS-FEE-CODE(WS-FEE-COUNT)
                   MOVE FSC-TYPE TO WS-FEE-TYPE(WS-FEE-COUNT)
                   MOVE FSC-AMOUNT TO WS-FEE-AMOUNT(WS-FEE-COUNT)
                   MOVE FSC-MIN-BALANCE
                       TO WS-FEE-MIN-BALANCE(WS-FEE-COUNT)
                   MOVE FSC-FREE-COUNT
                       TO WS-FEE-FREE-COUNT(WS-FEE-COUNT)
                   IF FSC-FREE-COUNT = 0
                       MOVE 6 TO WS-FEE-FREE-COUNT(WS-FEE-COUNT)
                   END-IF
                   MOVE FSC-WAIVE-TAX TO WS-FEE-WAIVE-TAX(WS-FEE-COUNT)
                   MOVE FSC-WAIVE-PRODUCT(1)
                       TO WS-FEE-WAIVE-PRODUCT(WS-FEE-COUNT, 1)
                   MOVE FSC-WAIVE-PRODUCT(2)
                       TO WS-FEE-WAIVE-PRODUCT(WS-FEE-COUNT, 2)
                   MOVE FSC-WAIVE-PRODUCT(3)
                       TO WS-FEE-WAIVE-PRODUCT(WS-FEE-COUNT, 3)
               ELSE
                   DISPLAY "*** FEE-SCHEDULE.dat has more records "
                       "than the 50 this program can hold ***"
                   MOVE "Y" TO WS-TABLE-OVERFLOW
               END-IF
               READ FEE-SCHEDULE-FILE
                   AT END MOVE "Y" TO WS-FEE-SCHEDULE-EOF
               END-READ
           END-PERFORM
           CLOSE FEE-SCHEDULE-FILE.
       300-BATCH-RUN.
           PERFORM 600-LOAD-TRANSACTIONS
           PERFORM 650-LOAD-RATE-SCHEDULE
           PERFORM 680-LOAD-PRODUCTS
           PERFORM 690-LOAD-FEE-SCHEDULE
           PERFORM 660-VERIFY-TXN-CONTROLS
           PERFORM 670-VERIFY-ACCT-CONTROLS
           EVALUATE TRUE
                       "totals do not balance ***"
               WHEN OTHER
                   PERFORM 310-PROCESS-ACCOUNTS
                   PERFORM 320-WRITE-PRODUCT-SUMMARY
           END-EVALUATE.
       310-PROCESS-ACCOUNTS.
           OPEN INPUT ACCOUNTS-FILE
                   MOVE ACCT-OD-POLICY TO WS-OD-POLICY
                   MOVE ACCT-TAX-STATUS TO WS-TAX-STATUS
                   MOVE ACCT-OPEN-DATE TO WS-OPEN-DATE
                   PERFORM 480-APPLY-PRODUCT-TERMS
                   PERFORM 400-PROJECT-BALANCE
                   IF WS-PROD-SLOT > 0
                       ADD 1 TO WS-PRD-ACCOUNTS(WS-PROD-SLOT)
                       ADD WS-PRINCIPAL TO WS-PRD-OPENING(WS-PROD-SLOT)
                       ADD BALANCE TO WS-PRD-ENDING(WS-PROD-SLOT)
                       ADD WS-ACCT-INTEREST
                           TO WS-PRD-INTEREST(WS-PROD-SLOT)
                       ADD WS-ACCT-PENALTY
                           TO WS-PRD-PENALTY(WS-PROD-SLOT)
                       ADD WS-ACCT-FEES TO WS-PRD-FEES(WS-PROD-SLOT)
                   END-IF
               END-IF
               READ ACCOUNTS-FILE
                   AT END MOVE "Y" TO WS-ACCOUNTS-EOF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE.
      * Projection totals subtotalled by product, written to
      * BALANCE-PRODUCT-SUMMARY.dat after a batch run
       320-WRITE-PRODUCT-SUMMARY.
           OPEN OUTPUT PRODUCT-SUMMARY-FILE
           MOVE " Projection Summary by Product"
               TO PRODUCT-SUMMARY-RECORD
           WRITE PRODUCT-SUMMARY-RECORD
           MOVE WS-PRODUCT-HEADER TO PRODUCT-SUMMARY-RECORD
           WRITE PRODUCT-SUMMARY-RECORD
           PERFORM VARYING PRD-IDX FROM 1 BY 1
               UNTIL PRD-IDX > WS-PROD-COUNT
               IF WS-PRD-ACCOUNTS(PRD-IDX) > 0
                   MOVE SPACES TO WS-PRODUCT-LINE
                   MOVE WS-PRD-CODE(PRD-IDX) TO WS-PSL-CODE
                   MOVE WS-PRD-NAME(PRD-IDX) TO WS-PSL-NAME
                   MOVE WS-PRD-ACCOUNTS(PRD-IDX) TO WS-PSL-ACCOUNTS
                   MOVE WS-PRD-OPENING(PRD-IDX) TO WS-PSL-OPENING
                   MOVE WS-PRD-ENDING(PRD-IDX) TO WS-PSL-ENDING
                   MOVE WS-PRD-INTEREST(PRD-IDX) TO WS-PSL-INTEREST
                   MOVE WS-PRD-PENALTY(PRD-IDX) TO WS-PSL-PENALTY
                   MOVE WS-PRD-FEES(PRD-IDX) TO WS-PSL-FEES
                   MOVE WS-PRODUCT-LINE TO PRODUCT-SUMMARY-RECORD
                   WRITE PRODUCT-SUMMARY-RECORD
                   ADD WS-PRD-ACCOUNTS(PRD-IDX) TO WS-SUM-ACCOUNTS
                   ADD WS-PRD-OPENING(PRD-IDX) TO WS-SUM-OPENING
                   ADD WS-PRD-ENDING(PRD-IDX) TO WS-SUM-ENDING
                   ADD WS-PRD-INTEREST(PRD-IDX) TO WS-SUM-INTEREST
                   ADD WS-PRD-PENALTY(PRD-IDX) TO WS-SUM-PENALTY
                   ADD WS-PRD-FEES(PRD-IDX) TO WS-SUM-FEES
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PRODUCT-LINE
           MOVE "TOTAL" TO WS-PSL-NAME
           MOVE WS-SUM-ACCOUNTS TO WS-PSL-ACCOUNTS
           MOVE WS-SUM-OPENING TO WS-PSL-OPENING
           MOVE WS-SUM-ENDING TO WS-PSL-ENDING
           MOVE WS-SUM-INTEREST TO WS-PSL-INTEREST
           MOVE WS-SUM-PENALTY TO WS-PSL-PENALTY
           MOVE WS-SUM-FEES TO WS-PSL-FEES
           MOVE WS-PRODUCT-LINE TO PRODUCT-SUMMARY-RECORD
           WRITE PRODUCT-SUMMARY-RECORD
           CLOSE PRODUCT-SUMMARY-FILE
           DISPLAY "Early-withdrawal penalties charged: "
               WS-PENALTY-COUNT
           DISPLAY "Service fees assessed:              "
               WS-FEE-REG-COUNT
           DISPLAY "Product summary written to "
               "BALANCE-PRODUCT-SUMMARY.dat".
       400-PROJECT-BALANCE.
           MOVE WS-PRINCIPAL TO BALANCE
           MOVE 0 TO WS-ACCT-INTEREST
           MOVE 0 TO WS-ACCT-PENALTY
           MOVE 0 TO WS-ACCT-FEES
           MOVE FUNCTION UPPER-CASE(WS-FREQUENCY) TO WS-FREQUENCY
           EVALUATE WS-FREQUENCY
               WHEN "Q"
               WHEN OTHER
                   MOVE 1 TO WS-PERIODS-PER-YEAR
           END-EVALUATE
           COMPUTE WS-MONTHS-IN-PERIOD = 12 / WS-PERIODS-PER-YEAR
           PERFORM VARYING YEAR FROM 1 BY 1
               UNTIL YEAR > WS-YEARS
               PERFORM 410-SELECT-YEAR-RATE
                       SUBTRACT WS-PERIOD-WITHHELD FROM BALANCE
                       ADD WS-PERIOD-WITHHELD TO WS-YEAR-WITHHELD
                   END-IF
                   IF WS-FEE-COUNT > 0
                       PERFORM 440-ASSESS-PERIOD-FEES
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-YEAR-WITHDRAWALS
               PERFORM VARYING TXN-IDX FROM 1 BY 1
                   UNTIL TXN-IDX > WS-TXN-COUNT
                   IF WS-TXN-ACCT-NUMBER(TXN-IDX) = WS-ACCT-NUMBER
                       AND WS-TXN-YEAR(TXN-IDX) = YEAR
                       IF WS-TXN-AMOUNT(TXN-IDX) < 0
                           ADD 1 TO WS-YEAR-WITHDRAWALS
                       END-IF
                       IF WS-TXN-AMOUNT(TXN-IDX) < 0
                           AND (WS-TXN-AMOUNT(TXN-IDX) * -1) > BALANCE
                           PERFORM 420-HANDLE-OVERDRAFT
                       ELSE
                           ADD WS-TXN-AMOUNT(TXN-IDX) TO BALANCE
                           IF WS-TXN-AMOUNT(TXN-IDX) < 0
                               AND YEAR * 12 < WS-TERM-MONTHS
                               PERFORM 430-CHARGE-EARLY-PENALTY
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-FEE-COUNT > 0
                   PERFORM 445-ASSESS-WITHDRAWAL-FEES
               END-IF
               ADD WS-YEAR-GROSS TO WS-ACCT-INTEREST
               IF SCENARIO-RUN-ACTIVE
                   MOVE BALANCE TO
                       WS-SCN-YEAR-BALANCE(WS-SCN-ACTIVE, YEAR)
                       WS-YEAR-GROSS - WS-YEAR-WITHHELD
                   MOVE WS-YEAR-END-DATE TO INT-DATE
                   WRITE INTEREST-SUMMARY-RECORD
                   ADD 1 TO WS-INT-WRITTEN-COUNT
                   ADD WS-YEAR-GROSS TO WS-INT-WRITTEN-AMOUNT
               END-IF
           END-PERFORM.
      * Posts one control total to the shared ledger. Nightly runs
      * carry NIGHTRUN's run date so a restart past midnight still
      * balances against the same night.
       450-POST-CONTROL-TOTAL.
           IF WS-CTT-RUN-DATE = 0
               ACCEPT WS-CTT-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           OPEN EXTEND CONTROL-TOTAL-FILE
           MOVE WS-CTT-RUN-DATE TO CTT-RUN-DATE
           MOVE "BALANCE" TO CTT-PROGRAM
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
       420-HANDLE-OVERDRAFT.
           COMPUTE WS-OD-SHORTFALL =
               (WS-TXN-AMOUNT(TXN-IDX) * -1) - BALANCE
               MOVE WS-YEAR-END-DATE TO OD-DATE
               WRITE OVERDRAFT-RECORD
           END-IF.
      * A withdrawal taken before a term product matures forfeits
      * the product's penalty months of interest on the amount
      * withdrawn, at the rate in force for the year, never more
      * than the balance left after the withdrawal.
       430-CHARGE-EARLY-PENALTY.
           COMPUTE WS-PENALTY-AMOUNT ROUNDED =
               (WS-TXN-AMOUNT(TXN-IDX) * -1) * WS-YEAR-RATE / 100
               * WS-PENALTY-MONTHS / 12
           IF WS-PENALTY-AMOUNT > BALANCE
               MOVE BALANCE TO WS-PENALTY-AMOUNT
           END-IF
           IF WS-PENALTY-AMOUNT > 0
               SUBTRACT WS-PENALTY-AMOUNT FROM BALANCE
               ADD WS-PENALTY-AMOUNT TO WS-ACCT-PENALTY
               IF NOT SCENARIO-RUN-ACTIVE
                   ADD 1 TO WS-PENALTY-COUNT
                   DISPLAY "Early withdrawal in year " YEAR
                       " for account " WS-ACCT-NUMBER
                       " - penalty " WS-PENALTY-AMOUNT
                   MOVE WS-ACCT-NUMBER TO EWP-ACCT-NUMBER
                   MOVE ACCT-PRODUCT-CODE TO EWP-PRODUCT-CODE
                   MOVE YEAR TO EWP-YEAR
                   MOVE WS-TXN-AMOUNT(TXN-IDX) TO EWP-WITHDRAWAL
                   MOVE WS-PENALTY-AMOUNT TO EWP-PENALTY
                   MOVE WS-YEAR-END-DATE TO EWP-DATE
                   WRITE PENALTY-RECORD
               END-IF
           END-IF.
      * Maintenance and below-minimum fees are monthly amounts,
      * charged for each month the compounding period covers.
      * The below-minimum test uses the balance the period
      * started with.
       440-ASSESS-PERIOD-FEES.
           MOVE WS-PERIOD-INDEX TO WS-FEE-PERIOD
           PERFORM VARYING FEE-IDX FROM 1 BY 1
               UNTIL FEE-IDX > WS-FEE-COUNT
               MOVE 0 TO WS-FEE-DUE
               IF WS-FEE-TYPE(FEE-IDX) = "M"
                   OR WS-FEE-TYPE(FEE-IDX) = "B"
                   PERFORM 448-CHECK-FEE-WAIVER
               ELSE
                   MOVE "Y" TO WS-FEE-WAIVED
               END-IF
               IF WS-FEE-WAIVED = "N"
                   EVALUATE WS-FEE-TYPE(FEE-IDX)
                       WHEN "M"
                           COMPUTE WS-FEE-DUE =
                               WS-FEE-AMOUNT(FEE-IDX) *
                               WS-MONTHS-IN-PERIOD
                       WHEN "B"
                           MOVE WS-FEE-MIN-BALANCE(FEE-IDX)
                               TO WS-FEE-THRESHOLD
                           IF WS-FEE-THRESHOLD = 0
                               MOVE WS-ACCT-MIN-BALANCE
                                   TO WS-FEE-THRESHOLD
                           END-IF
                           IF WS-FEE-THRESHOLD > 0
                               AND WS-PERIOD-START-BAL <
                                   WS-FEE-THRESHOLD
                               COMPUTE WS-FEE-DUE =
                                   WS-FEE-AMOUNT(FEE-IDX) *
                                   WS-MONTHS-IN-PERIOD
                           END-IF
                   END-EVALUATE
               END-IF
               IF WS-FEE-DUE > 0
                   PERFORM 449-CHARGE-FEE
               END-IF
           END-PERFORM.
      * Withdrawals beyond the free allowance in a year are
      * charged once the year's transactions have been applied.
       445-ASSESS-WITHDRAWAL-FEES.
           MOVE WS-PERIODS-PER-YEAR TO WS-FEE-PERIOD
           PERFORM VARYING FEE-IDX FROM 1 BY 1
               UNTIL FEE-IDX > WS-FEE-COUNT
               MOVE 0 TO WS-FEE-DUE
               IF WS-FEE-TYPE(FEE-IDX) = "W"
                   PERFORM 448-CHECK-FEE-WAIVER
                   IF WS-FEE-WAIVED = "N"
                       AND WS-YEAR-WITHDRAWALS >
                           WS-FEE-FREE-COUNT(FEE-IDX)
                       COMPUTE WS-EXCESS-COUNT = WS-YEAR-WITHDRAWALS
                           - WS-FEE-FREE-COUNT(FEE-IDX)
                       COMPUTE WS-FEE-DUE =
                           WS-FEE-AMOUNT(FEE-IDX) * WS-EXCESS-COUNT
                   END-IF
               END-IF
               IF WS-FEE-DUE > 0
                   PERFORM 449-CHARGE-FEE
               END-IF
           END-PERFORM.
       448-CHECK-FEE-WAIVER.
           MOVE "N" TO WS-FEE-WAIVED
           IF WS-FEE-WAIVE-TAX(FEE-IDX) NOT = SPACE
               AND WS-FEE-WAIVE-TAX(FEE-IDX) = WS-TAX-STATUS
               MOVE "Y" TO WS-FEE-WAIVED
           END-IF
           PERFORM VARYING WS-WAIVE-IDX FROM 1 BY 1
               UNTIL WS-WAIVE-IDX > 3
               IF WS-FEE-WAIVE-PRODUCT(FEE-IDX, WS-WAIVE-IDX)
                   NOT = SPACES
                   AND WS-FEE-WAIVE-PRODUCT(FEE-IDX, WS-WAIVE-IDX)
                       = WS-ACCT-PRODUCT
                   MOVE "Y" TO WS-FEE-WAIVED
               END-IF
           END-PERFORM.
      * A fee never takes the balance below zero
       449-CHARGE-FEE.
           IF WS-FEE-DUE > BALANCE
               IF BALANCE > 0
                   MOVE BALANCE TO WS-FEE-DUE
               ELSE
                   MOVE 0 TO WS-FEE-DUE
               END-IF
           END-IF
           IF WS-FEE-DUE > 0
               SUBTRACT WS-FEE-DUE FROM BALANCE
               ADD WS-FEE-DUE TO WS-ACCT-FEES
               IF NOT SCENARIO-RUN-ACTIVE
                   ADD 1 TO WS-FEE-REG-COUNT
                   MOVE WS-ACCT-NUMBER TO FRG-ACCT-NUMBER
                   MOVE YEAR TO FRG-YEAR
                   MOVE WS-FEE-PERIOD TO FRG-PERIOD
                   MOVE WS-FEE-CODE(FEE-IDX) TO FRG-FEE-CODE
                   MOVE WS-FEE-TYPE(FEE-IDX) TO FRG-FEE-TYPE
                   MOVE WS-FEE-DUE TO FRG-AMOUNT
                   MOVE WS-YEAR-END-DATE TO FRG-DATE
                   WRITE FEE-REGISTER-RECORD
               END-IF
           END-IF.
      * Finds the account's product and applies its defaults and
      * terms. Accounts with no product, or a code missing from
      * the master, are projected on their own terms and
      * subtotalled under their own code.
       480-APPLY-PRODUCT-TERMS.
           MOVE 0 TO WS-TERM-MONTHS
           MOVE 0 TO WS-PENALTY-MONTHS
           MOVE 0 TO WS-ACCT-MIN-BALANCE
           MOVE ACCT-PRODUCT-CODE TO WS-ACCT-PRODUCT
           MOVE 0 TO WS-PROD-SLOT
           PERFORM VARYING PRD-IDX FROM 1 BY 1
               UNTIL PRD-IDX > WS-PROD-COUNT
               IF WS-PRD-CODE(PRD-IDX) = ACCT-PRODUCT-CODE
                   MOVE PRD-IDX TO WS-PROD-SLOT
               END-IF
           END-PERFORM
           IF WS-PROD-SLOT = 0
               IF ACCT-PRODUCT-CODE NOT = SPACES
                   DISPLAY "Product " ACCT-PRODUCT-CODE
                       " for account " ACCT-NUMBER
                       " is not on the product master"
               END-IF
               IF WS-PROD-COUNT < 110
                   ADD 1 TO WS-PROD-COUNT
                   MOVE WS-PROD-COUNT TO WS-PROD-SLOT
                   INITIALIZE WS-PROD-ENTRY(WS-PROD-SLOT)
                   MOVE ACCT-PRODUCT-CODE TO WS-PRD-CODE(WS-PROD-SLOT)
                   MOVE "N" TO WS-PRD-ON-FILE(WS-PROD-SLOT)
                   IF ACCT-PRODUCT-CODE = SPACES
                       MOVE "NO PRODUCT" TO WS-PRD-NAME(WS-PROD-SLOT)
                   ELSE
                       MOVE "NOT ON MASTER"
                           TO WS-PRD-NAME(WS-PROD-SLOT)
                   END-IF
               END-IF
           END-IF
           IF WS-PROD-SLOT > 0
               IF WS-PRD-ON-FILE(WS-PROD-SLOT) = "Y"
                   IF WS-ANNUAL-RATE = 0
                       MOVE WS-PRD-RATE(WS-PROD-SLOT) TO WS-ANNUAL-RATE
                   END-IF
                   IF WS-FREQUENCY = SPACE
                       MOVE WS-PRD-FREQUENCY(WS-PROD-SLOT)
                           TO WS-FREQUENCY
                   END-IF
                   MOVE WS-PRD-TERM-MONTHS(WS-PROD-SLOT)
                       TO WS-TERM-MONTHS
                   MOVE WS-PRD-PENALTY-MONTHS(WS-PROD-SLOT)
                       TO WS-PENALTY-MONTHS
                   MOVE WS-PRD-MIN-BALANCE(WS-PROD-SLOT)
                       TO WS-ACCT-MIN-BALANCE
               END-IF
           END-IF.
      * The projected balance for relative year N applies on the
      * Nth anniversary of the account open date. A February 29
      * anniversary is reported as February 28 in common years.
           ELSE
               PERFORM 600-LOAD-TRANSACTIONS
               PERFORM 650-LOAD-RATE-SCHEDULE
               PERFORM 680-LOAD-PRODUCTS
               PERFORM 690-LOAD-FEE-SCHEDULE
               PERFORM 660-VERIFY-TXN-CONTROLS
               PERFORM 670-VERIFY-ACCT-CONTROLS
               EVALUATE TRUE
           CLOSE ACCOUNTS-FILE
           MOVE "N" TO WS-ACCOUNTS-EOF
           MOVE "N" TO WS-SCENARIO-MODE
           MOVE " Subtotals by product" TO PORTFOLIO-REPORT-RECORD
           WRITE PORTFOLIO-REPORT-RECORD
           PERFORM VARYING PRD-IDX FROM 1 BY 1
               UNTIL PRD-IDX > WS-PROD-COUNT
               IF WS-PRD-ACCOUNTS(PRD-IDX) > 0
                   MOVE SPACES TO WS-PORT-PRODUCT-LINE
                   MOVE WS-PRD-CODE(PRD-IDX) TO WS-PPL-CODE
                   IF WS-PRD-CODE(PRD-IDX) = SPACES
                       MOVE "NONE" TO WS-PPL-CODE
                   END-IF
                   PERFORM VARYING WS-SCN-COL-NUM FROM 1 BY 1
                       UNTIL WS-SCN-COL-NUM > WS-SCN-COUNT
                       MOVE WS-PRD-PORT-TOTAL(PRD-IDX, WS-SCN-COL-NUM)
                           TO WS-PPL-AMOUNT(WS-SCN-COL-NUM)
                   END-PERFORM
                   MOVE WS-PORT-PRODUCT-LINE TO PORTFOLIO-REPORT-RECORD
                   WRITE PORTFOLIO-REPORT-RECORD
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SCN-COL-NUM FROM 1 BY 1
               UNTIL WS-SCN-COL-NUM > 6
               MOVE SPACES TO WS-PRT-TOT-COL(WS-SCN-COL-NUM)
           MOVE ACCT-OD-POLICY TO WS-OD-POLICY
           MOVE ACCT-TAX-STATUS TO WS-TAX-STATUS
           MOVE ACCT-OPEN-DATE TO WS-OPEN-DATE
           MOVE ACCT-ANNUAL-RATE TO WS-ANNUAL-RATE
           MOVE ACCT-FREQUENCY TO WS-FREQUENCY
           PERFORM 480-APPLY-PRODUCT-TERMS
           IF WS-PROD-SLOT > 0
               ADD 1 TO WS-PRD-ACCOUNTS(WS-PROD-SLOT)
           END-IF
           PERFORM VARYING WS-SCN-ACTIVE FROM 1 BY 1
               UNTIL WS-SCN-ACTIVE > WS-SCN-COUNT
               MOVE ACCT-PRINCIPAL TO WS-PRINCIPAL
                   TO WS-PRT-AMOUNT(WS-SCN-COL-NUM)
               ADD WS-SCN-YEAR-BALANCE(WS-SCN-COL-NUM, WS-YEARS)
                   TO WS-PORT-TOTAL(WS-SCN-COL-NUM)
               IF WS-PROD-SLOT > 0
                   ADD WS-SCN-YEAR-BALANCE(WS-SCN-COL-NUM, WS-YEARS)
                       TO WS-PRD-PORT-TOTAL(WS-PROD-SLOT,
                           WS-SCN-COL-NUM)
               END-IF
           END-PERFORM
           MOVE WS-PORT-LINE TO PORTFOLIO-REPORT-RECORD
           WRITE PORTFOLIO-REPORT-RECORD.
