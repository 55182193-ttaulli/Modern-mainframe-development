       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENSCORE.
      * Quarterly vendor performance scorecard for purchasing.
      * Each vendor active in the quarter is measured on:
      *   on-time receipts  GOODS-RECEIPTS.dat against the
      *                     promised date on PURCHASE-ORDERS.dat
      *   billing variance  value billed over the received value
      *                     when INVOICE matched it to the PO
      *                     (PO-MATCH-LOG.dat)
      *   exception rate    invoices INVOICE rejected or held for
      *                     a PO problem or as a duplicate, from
      *                     INVOICE-AUDIT.dat
      *   statement breaks  lines on the latest
      *                     VENDOR-RECON-REPORT.dat from VENRECON
      * The measures are combined into a score out of 100 and a
      * letter grade, and vendors are ranked worst first on
      * VENDOR-SCORECARD.dat.
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
           SELECT OPTIONAL MATCH-LOG-FILE ASSIGN TO
           "PO-MATCH-LOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO
           "INVOICE-AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECON-REPORT-FILE ASSIGN TO
           "VENDOR-RECON-REPORT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCORECARD-FILE ASSIGN TO
           "VENDOR-SCORECARD.dat"
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
       FD MATCH-LOG-FILE.
       01 MATCH-LOG-RECORD.
           05 PML-DATE PIC 9(8).
           05 PML-VENDOR-NUMBER PIC X(6).
           05 PML-INV-NUMBER PIC X(10).
           05 PML-PO-NUMBER PIC X(10).
           05 PML-INV-AMOUNT PIC 9(7)V99.
           05 PML-RECEIVED-AVAIL PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 PML-VARIANCE PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 PML-RESULT PIC X(1).
       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AUD-INV-NUMBER PIC X(10).
           05 AUD-VENDOR-NUMBER PIC X(6).
           05 AUD-AMOUNT PIC 9(7)V99.
           05 AUD-DECISION PIC X(60).
           05 AUD-DATE PIC 9(8).
           05 AUD-TIME PIC 9(8).
           05 AUD-USER-ID PIC X(20).
       FD RECON-REPORT-FILE.
      * VENRECON detail lines: vendor, invoice, amount, break
       01 RECON-REPORT-RECORD.
           05 VRR-VENDOR-NUMBER PIC X(6).
           05 FILLER PIC X(1).
           05 VRR-INV-NUMBER PIC X(10).
           05 FILLER PIC X(1).
           05 VRR-AMOUNT PIC X(12).
           05 FILLER PIC X(2).
           05 VRR-FLAG PIC X(30).
           05 FILLER PIC X(58).
       FD SCORECARD-FILE.
       01 SCORECARD-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-UNATTENDED PIC X VALUE "N".
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-TODAY-SPLIT REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY PIC 9(4).
           05 WS-TODAY-MM PIC 9(2).
           05 WS-TODAY-DD PIC 9(2).
       01 WS-SCORE-PERIOD PIC 9(5) VALUE 0.
       01 WS-SCORE-PERIOD-SPLIT REDEFINES WS-SCORE-PERIOD.
           05 WS-SCORE-YYYY PIC 9(4).
           05 WS-SCORE-QTR PIC 9(1).
       01 WS-PERIOD-START PIC 9(8) VALUE 0.
       01 WS-PERIOD-END PIC 9(8) VALUE 0.
       01 WS-VENDOR-EOF PIC X VALUE "N".
       01 WS-PO-EOF PIC X VALUE "N".
       01 WS-RECEIPT-EOF PIC X VALUE "N".
       01 WS-MATCH-EOF PIC X VALUE "N".
       01 WS-AUDIT-EOF PIC X VALUE "N".
       01 WS-RECON-EOF PIC X VALUE "N".
       01 WS-VEN-COUNT PIC 9(4) VALUE 0.
       01 WS-VEN-FOUND PIC 9(4) VALUE 0.
       01 WS-SEARCH-VENDOR PIC X(6) VALUE SPACES.
       01 WS-VEN-TABLE.
           05 WS-VEN-ENTRY OCCURS 500 TIMES INDEXED BY VEN-IDX.
               10 WS-VEN-NUMBER PIC X(6).
               10 WS-VEN-NAME PIC X(30).
               10 WS-VEN-RECEIPTS PIC 9(5).
               10 WS-VEN-ON-TIME PIC 9(5).
               10 WS-VEN-MATCHED PIC 9(5).
               10 WS-VEN-BILLED PIC 9(11)V99.
               10 WS-VEN-OVER-BILLED PIC 9(11)V99.
               10 WS-VEN-INVOICES PIC 9(5).
               10 WS-VEN-EXCEPTIONS PIC 9(5).
               10 WS-VEN-DUPLICATES PIC 9(5).
               10 WS-VEN-BREAKS PIC 9(5).
               10 WS-VEN-ON-TIME-PCT PIC 9(3)V9.
               10 WS-VEN-VARIANCE-PCT PIC 9(5)V9.
               10 WS-VEN-EXCEPTION-PCT PIC 9(3)V9.
               10 WS-VEN-SCORE PIC S9(3)V9.
               10 WS-VEN-GRADE PIC X(1).
               10 WS-VEN-ACTIVE PIC X(1).
       01 WS-VEN-SWAP PIC X(117).
       01 WS-SORT-I PIC 9(4) VALUE 0.
       01 WS-SORT-J PIC 9(4) VALUE 0.
       01 WS-PO-COUNT PIC 9(4) VALUE 0.
       01 WS-PO-FOUND PIC 9(4) VALUE 0.
       01 WS-PO-TABLE.
           05 WS-PO-ENTRY OCCURS 2000 TIMES INDEXED BY PO-IDX.
               10 WS-PO-PO-NUMBER PIC X(10).
               10 WS-PO-VENDOR PIC X(6).
               10 WS-PO-PROMISED PIC 9(8).
      * Scoring weights. A vendor starts at 100 and loses:
      *   0.40 points per percent of receipts that were late
      *   2 points per percent of value billed over receipts,
      *     at most 20
      *   0.30 points per percent of invoices with exceptions
      *   2 points per statement break, at most 10
       01 WS-LATE-WEIGHT PIC 9V99 VALUE 0.40.
       01 WS-VARIANCE-WEIGHT PIC 9V99 VALUE 2.00.
       01 WS-VARIANCE-MAX PIC 9(3) VALUE 20.
       01 WS-EXCEPTION-WEIGHT PIC 9V99 VALUE 0.30.
       01 WS-BREAK-POINTS PIC 9(3) VALUE 2.
       01 WS-BREAK-MAX PIC 9(3) VALUE 10.
       01 WS-PENALTY PIC 9(5)V9 VALUE 0.
       01 WS-SCORED-COUNT PIC 9(4) VALUE 0.
       01 WS-RANK PIC 9(4) VALUE 0.
       01 WS-HEADING-LINE-1.
           05 FILLER PIC X(45) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "-- RECEIPTS -- ".
           05 FILLER PIC X(25) VALUE "------- BILLING -------  ".
           05 FILLER PIC X(26) VALUE "------ EXCEPTIONS ------ ".
       01 WS-HEADING-LINE-2.
           05 FILLER PIC X(6) VALUE "RANK  ".
           05 FILLER PIC X(7) VALUE "VENDOR ".
           05 FILLER PIC X(21) VALUE "NAME".
           05 FILLER PIC X(12) VALUE "SCORE GRADE ".
           05 FILLER PIC X(14) VALUE "COUNT ON-TIME ".
           05 FILLER PIC X(25) VALUE "    MATCHED   OVER   VAR%".
           05 FILLER PIC X(26) VALUE " INVS  EXCS  DUPS   EXC% ".
           05 FILLER PIC X(10) VALUE "STMT BRKS".
       01 WS-DETAIL-LINE.
           05 WS-DTL-RANK PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-VENDOR PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-SCORE PIC ZZ9.9-.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-GRADE PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DTL-RECEIPTS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-ON-TIME PIC ZZ9.9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-MATCHED PIC ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-OVER PIC ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-VARIANCE PIC ZZZZ9.9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-INVOICES PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-EXCEPTIONS PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-DUPLICATES PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-EXCEPTION-PCT PIC ZZ9.9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DTL-BREAKS PIC ZZZZ9.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 040-READ-RUN-CONTROL
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF WS-UNATTENDED = "Y"
               MOVE 0 TO WS-SCORE-PERIOD
           ELSE
               DISPLAY "Score which quarter? (YYYYQ, 0 for the last "
                   "full quarter)"
               ACCEPT WS-SCORE-PERIOD
           END-IF
           IF WS-SCORE-PERIOD = 0
               PERFORM 120-SET-LAST-QUARTER
           END-IF
           IF WS-SCORE-QTR < 1 OR WS-SCORE-QTR > 4
               DISPLAY "Quarter " WS-SCORE-PERIOD " is not valid."
           ELSE
               COMPUTE WS-PERIOD-START = WS-SCORE-YYYY * 10000
                   + ((WS-SCORE-QTR - 1) * 3 + 1) * 100 + 1
               COMPUTE WS-PERIOD-END = WS-SCORE-YYYY * 10000
                   + (WS-SCORE-QTR * 3) * 100 + 31
               PERFORM 150-LOAD-VENDORS
               PERFORM 160-LOAD-POS
               PERFORM 200-SCORE-RECEIPTS
               PERFORM 210-SCORE-BILLING
               PERFORM 220-SCORE-EXCEPTIONS
               PERFORM 230-SCORE-STATEMENT-BREAKS
               PERFORM 300-COMPUTE-SCORES
               PERFORM 350-SORT-WORST-FIRST
               PERFORM 400-PRINT-SCORECARD
               DISPLAY "Vendors scored: " WS-SCORED-COUNT
               DISPLAY "Scorecard written to VENDOR-SCORECARD.dat"
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
      * The quarter before the one today falls in
       120-SET-LAST-QUARTER.
           COMPUTE WS-SCORE-QTR = (WS-TODAY-MM - 1) / 3 + 1
           MOVE WS-TODAY-YYYY TO WS-SCORE-YYYY
           IF WS-SCORE-QTR = 1
               MOVE 4 TO WS-SCORE-QTR
               SUBTRACT 1 FROM WS-SCORE-YYYY
           ELSE
               SUBTRACT 1 FROM WS-SCORE-QTR
           END-IF.
       150-LOAD-VENDORS.
           OPEN INPUT VENDOR-FILE
           READ VENDOR-FILE
               AT END MOVE "Y" TO WS-VENDOR-EOF
           END-READ
           PERFORM UNTIL WS-VENDOR-EOF = "Y"
               IF WS-VEN-COUNT < 500
                   ADD 1 TO WS-VEN-COUNT
                   INITIALIZE WS-VEN-ENTRY(WS-VEN-COUNT)
                   MOVE VEN-NUMBER TO WS-VEN-NUMBER(WS-VEN-COUNT)
                   MOVE VEN-NAME TO WS-VEN-NAME(WS-VEN-COUNT)
                   MOVE "N" TO WS-VEN-ACTIVE(WS-VEN-COUNT)
               ELSE
                   DISPLAY "Vendor table full, record skipped for "
                       VEN-NUMBER
               END-IF
               READ VENDOR-FILE
                   AT END MOVE "Y" TO WS-VENDOR-EOF
               END-READ
           END-PERFORM
           CLOSE VENDOR-FILE.
       160-LOAD-POS.
           OPEN INPUT PO-FILE
           READ PO-FILE
               AT END MOVE "Y" TO WS-PO-EOF
           END-READ
           PERFORM UNTIL WS-PO-EOF = "Y"
               IF WS-PO-COUNT < 2000
                   ADD 1 TO WS-PO-COUNT
                   MOVE PO-NUMBER TO WS-PO-PO-NUMBER(WS-PO-COUNT)
                   MOVE PO-VENDOR-NUMBER TO WS-PO-VENDOR(WS-PO-COUNT)
                   MOVE 0 TO WS-PO-PROMISED(WS-PO-COUNT)
                   IF PO-PROMISED-DATE IS NUMERIC
                       MOVE PO-PROMISED-DATE
                           TO WS-PO-PROMISED(WS-PO-COUNT)
                   END-IF
               ELSE
                   DISPLAY "PO table full, record skipped for "
                       PO-NUMBER
               END-IF
               READ PO-FILE
                   AT END MOVE "Y" TO WS-PO-EOF
               END-READ
           END-PERFORM
           CLOSE PO-FILE.
      * Leaves the table slot for WS-SEARCH-VENDOR in WS-VEN-FOUND
       170-FIND-VENDOR.
           MOVE 0 TO WS-VEN-FOUND
           PERFORM VARYING VEN-IDX FROM 1 BY 1
               UNTIL VEN-IDX > WS-VEN-COUNT
               IF WS-VEN-NUMBER(VEN-IDX) = WS-SEARCH-VENDOR
                   SET WS-VEN-FOUND TO VEN-IDX
               END-IF
           END-PERFORM
           IF WS-VEN-FOUND > 0
               MOVE "Y" TO WS-VEN-ACTIVE(WS-VEN-FOUND)
           END-IF.
      * Only receipts against a PO with a promised date can be
      * judged on time; a receipt on the promised date is on time
       200-SCORE-RECEIPTS.
           OPEN INPUT RECEIPT-FILE
           READ RECEIPT-FILE
               AT END MOVE "Y" TO WS-RECEIPT-EOF
           END-READ
           PERFORM UNTIL WS-RECEIPT-EOF = "Y"
               IF RCP-RECEIPT-DATE >= WS-PERIOD-START
                   AND RCP-RECEIPT-DATE <= WS-PERIOD-END
                   PERFORM 205-SCORE-ONE-RECEIPT
               END-IF
               READ RECEIPT-FILE
                   AT END MOVE "Y" TO WS-RECEIPT-EOF
               END-READ
           END-PERFORM
           CLOSE RECEIPT-FILE.
       205-SCORE-ONE-RECEIPT.
           MOVE 0 TO WS-PO-FOUND
           PERFORM VARYING PO-IDX FROM 1 BY 1
               UNTIL PO-IDX > WS-PO-COUNT
               IF WS-PO-PO-NUMBER(PO-IDX) = RCP-PO-NUMBER
                   SET WS-PO-FOUND TO PO-IDX
               END-IF
           END-PERFORM
           IF WS-PO-FOUND > 0
               IF WS-PO-PROMISED(WS-PO-FOUND) > 0
                   MOVE WS-PO-VENDOR(WS-PO-FOUND) TO WS-SEARCH-VENDOR
                   PERFORM 170-FIND-VENDOR
                   IF WS-VEN-FOUND > 0
                       ADD 1 TO WS-VEN-RECEIPTS(WS-VEN-FOUND)
                       IF RCP-RECEIPT-DATE <=
                           WS-PO-PROMISED(WS-PO-FOUND)
                           ADD 1 TO WS-VEN-ON-TIME(WS-VEN-FOUND)
                       END-IF
                   END-IF
               END-IF
           END-IF.
      * Only value billed over what was received counts against
      * the vendor; billing for less than has arrived is normal
      * with partial invoicing
       210-SCORE-BILLING.
           OPEN INPUT MATCH-LOG-FILE
           READ MATCH-LOG-FILE
               AT END MOVE "Y" TO WS-MATCH-EOF
           END-READ
           PERFORM UNTIL WS-MATCH-EOF = "Y"
               IF PML-DATE >= WS-PERIOD-START
                   AND PML-DATE <= WS-PERIOD-END
                   MOVE PML-VENDOR-NUMBER TO WS-SEARCH-VENDOR
                   PERFORM 170-FIND-VENDOR
                   IF WS-VEN-FOUND > 0
                       ADD 1 TO WS-VEN-MATCHED(WS-VEN-FOUND)
                       ADD PML-INV-AMOUNT
                           TO WS-VEN-BILLED(WS-VEN-FOUND)
                       IF PML-VARIANCE > 0
                           ADD PML-VARIANCE
                               TO WS-VEN-OVER-BILLED(WS-VEN-FOUND)
                       END-IF
                   END-IF
               END-IF
               READ MATCH-LOG-FILE
                   AT END MOVE "Y" TO WS-MATCH-EOF
               END-READ
           END-PERFORM
           CLOSE MATCH-LOG-FILE.
      * An invoice counts as an exception when INVOICE rejected it
      * or held it for a PO problem; approval-band holds are our
      * own limits and do not count against the vendor
       220-SCORE-EXCEPTIONS.
           OPEN INPUT AUDIT-FILE
           READ AUDIT-FILE
               AT END MOVE "Y" TO WS-AUDIT-EOF
           END-READ
           PERFORM UNTIL WS-AUDIT-EOF = "Y"
               IF AUD-DATE >= WS-PERIOD-START
                   AND AUD-DATE <= WS-PERIOD-END
                   MOVE AUD-VENDOR-NUMBER TO WS-SEARCH-VENDOR
                   PERFORM 170-FIND-VENDOR
                   IF WS-VEN-FOUND > 0
                       PERFORM 225-CLASSIFY-DECISION
                   END-IF
               END-IF
               READ AUDIT-FILE
                   AT END MOVE "Y" TO WS-AUDIT-EOF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.
       225-CLASSIFY-DECISION.
           ADD 1 TO WS-VEN-INVOICES(WS-VEN-FOUND)
           EVALUATE TRUE
               WHEN AUD-DECISION(1:17) = "Duplicate invoice"
                   ADD 1 TO WS-VEN-DUPLICATES(WS-VEN-FOUND)
                   ADD 1 TO WS-VEN-EXCEPTIONS(WS-VEN-FOUND)
               WHEN AUD-DECISION(1:16) = "Invoice rejected"
                   OR AUD-DECISION = "No PO number on invoice"
                   OR AUD-DECISION = "PO number not on file"
                   OR AUD-DECISION = "PO vendor does not match invoice"
                   OR AUD-DECISION = "No goods receipts for PO"
                   OR AUD-DECISION = "Amount exceeds received value"
                   OR AUD-DECISION = "Amount exceeds PO open balance"
                   ADD 1 TO WS-VEN-EXCEPTIONS(WS-VEN-FOUND)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       230-SCORE-STATEMENT-BREAKS.
           OPEN INPUT RECON-REPORT-FILE
           READ RECON-REPORT-FILE
               AT END MOVE "Y" TO WS-RECON-EOF
           END-READ
           PERFORM UNTIL WS-RECON-EOF = "Y"
               IF VRR-FLAG = "ON STATEMENT, NOT ON OUR FILE"
                   OR VRR-FLAG = "OPEN ON STATEMENT, WE PAID"
                   OR VRR-FLAG = "AMOUNT DIFFERENCE"
                   OR VRR-FLAG = "ON OUR FILE, NOT ON STATEMENT"
                   MOVE VRR-VENDOR-NUMBER TO WS-SEARCH-VENDOR
                   PERFORM 170-FIND-VENDOR
                   IF WS-VEN-FOUND > 0
                       ADD 1 TO WS-VEN-BREAKS(WS-VEN-FOUND)
                   END-IF
               END-IF
               READ RECON-REPORT-FILE
                   AT END MOVE "Y" TO WS-RECON-EOF
               END-READ
           END-PERFORM
           CLOSE RECON-REPORT-FILE.
       300-COMPUTE-SCORES.
           PERFORM VARYING VEN-IDX FROM 1 BY 1
               UNTIL VEN-IDX > WS-VEN-COUNT
               IF WS-VEN-ACTIVE(VEN-IDX) = "Y"
                   ADD 1 TO WS-SCORED-COUNT
                   PERFORM 310-SCORE-ONE-VENDOR
               END-IF
           END-PERFORM.
       310-SCORE-ONE-VENDOR.
           MOVE 100 TO WS-VEN-SCORE(VEN-IDX)
           MOVE 0 TO WS-VEN-ON-TIME-PCT(VEN-IDX)
           IF WS-VEN-RECEIPTS(VEN-IDX) > 0
               COMPUTE WS-VEN-ON-TIME-PCT(VEN-IDX) ROUNDED =
                   WS-VEN-ON-TIME(VEN-IDX) * 100
                   / WS-VEN-RECEIPTS(VEN-IDX)
               COMPUTE WS-PENALTY ROUNDED =
                   (100 - WS-VEN-ON-TIME-PCT(VEN-IDX))
                   * WS-LATE-WEIGHT
               SUBTRACT WS-PENALTY FROM WS-VEN-SCORE(VEN-IDX)
           END-IF
           MOVE 0 TO WS-VEN-VARIANCE-PCT(VEN-IDX)
           IF WS-VEN-BILLED(VEN-IDX) > 0
               COMPUTE WS-VEN-VARIANCE-PCT(VEN-IDX) ROUNDED =
                   WS-VEN-OVER-BILLED(VEN-IDX) * 100
                   / WS-VEN-BILLED(VEN-IDX)
               COMPUTE WS-PENALTY ROUNDED =
                   WS-VEN-VARIANCE-PCT(VEN-IDX) * WS-VARIANCE-WEIGHT
               IF WS-PENALTY > WS-VARIANCE-MAX
                   MOVE WS-VARIANCE-MAX TO WS-PENALTY
               END-IF
               SUBTRACT WS-PENALTY FROM WS-VEN-SCORE(VEN-IDX)
           END-IF
           MOVE 0 TO WS-VEN-EXCEPTION-PCT(VEN-IDX)
           IF WS-VEN-INVOICES(VEN-IDX) > 0
               COMPUTE WS-VEN-EXCEPTION-PCT(VEN-IDX) ROUNDED =
                   WS-VEN-EXCEPTIONS(VEN-IDX) * 100
                   / WS-VEN-INVOICES(VEN-IDX)
               COMPUTE WS-PENALTY ROUNDED =
                   WS-VEN-EXCEPTION-PCT(VEN-IDX) * WS-EXCEPTION-WEIGHT
               SUBTRACT WS-PENALTY FROM WS-VEN-SCORE(VEN-IDX)
           END-IF
           COMPUTE WS-PENALTY = WS-VEN-BREAKS(VEN-IDX) * WS-BREAK-POINTS
           IF WS-PENALTY > WS-BREAK-MAX
               MOVE WS-BREAK-MAX TO WS-PENALTY
           END-IF
           SUBTRACT WS-PENALTY FROM WS-VEN-SCORE(VEN-IDX)
           EVALUATE TRUE
               WHEN WS-VEN-SCORE(VEN-IDX) >= 90
                   MOVE "A" TO WS-VEN-GRADE(VEN-IDX)
               WHEN WS-VEN-SCORE(VEN-IDX) >= 80
                   MOVE "B" TO WS-VEN-GRADE(VEN-IDX)
               WHEN WS-VEN-SCORE(VEN-IDX) >= 70
                   MOVE "C" TO WS-VEN-GRADE(VEN-IDX)
               WHEN WS-VEN-SCORE(VEN-IDX) >= 60
                   MOVE "D" TO WS-VEN-GRADE(VEN-IDX)
               WHEN OTHER
                   MOVE "F" TO WS-VEN-GRADE(VEN-IDX)
           END-EVALUATE.
      * Active vendors ahead of inactive ones, lowest score first
       350-SORT-WORST-FIRST.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-VEN-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                   UNTIL WS-SORT-J >= WS-VEN-COUNT
                   IF (WS-VEN-ACTIVE(WS-SORT-J) = "N"
                       AND WS-VEN-ACTIVE(WS-SORT-J + 1) = "Y")
                       OR (WS-VEN-ACTIVE(WS-SORT-J) = "Y"
                       AND WS-VEN-ACTIVE(WS-SORT-J + 1) = "Y"
                       AND WS-VEN-SCORE(WS-SORT-J) >
                           WS-VEN-SCORE(WS-SORT-J + 1))
                       MOVE WS-VEN-ENTRY(WS-SORT-J) TO WS-VEN-SWAP
                       MOVE WS-VEN-ENTRY(WS-SORT-J + 1)
                           TO WS-VEN-ENTRY(WS-SORT-J)
                       MOVE WS-VEN-SWAP
                           TO WS-VEN-ENTRY(WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
       400-PRINT-SCORECARD.
           OPEN OUTPUT SCORECARD-FILE
           MOVE SPACES TO SCORECARD-RECORD
           STRING " Vendor Performance Scorecard - quarter "
               DELIMITED BY SIZE
               WS-SCORE-YYYY DELIMITED BY SIZE
               " Q" DELIMITED BY SIZE
               WS-SCORE-QTR DELIMITED BY SIZE
               " - worst first" DELIMITED BY SIZE
               INTO SCORECARD-RECORD
           WRITE SCORECARD-RECORD
           MOVE SPACES TO SCORECARD-RECORD
           WRITE SCORECARD-RECORD
           MOVE WS-HEADING-LINE-1 TO SCORECARD-RECORD
           WRITE SCORECARD-RECORD
           MOVE WS-HEADING-LINE-2 TO SCORECARD-RECORD
           WRITE SCORECARD-RECORD
           MOVE 0 TO WS-RANK
           PERFORM VARYING VEN-IDX FROM 1 BY 1
               UNTIL VEN-IDX > WS-VEN-COUNT
               IF WS-VEN-ACTIVE(VEN-IDX) = "Y"
                   ADD 1 TO WS-RANK
                   PERFORM 410-PRINT-ONE-VENDOR
               END-IF
           END-PERFORM
           IF WS-RANK = 0
               MOVE "  No vendor activity in the quarter"
                   TO SCORECARD-RECORD
               WRITE SCORECARD-RECORD
           END-IF
           MOVE SPACES TO SCORECARD-RECORD
           WRITE SCORECARD-RECORD
           MOVE " Grades: A 90+, B 80+, C 70+, D 60+, F below 60. "
               TO SCORECARD-RECORD
           MOVE "Statement breaks are from the latest VENRECON run."
               TO SCORECARD-RECORD(51:50)
           WRITE SCORECARD-RECORD
           CLOSE SCORECARD-FILE.
       410-PRINT-ONE-VENDOR.
           MOVE WS-RANK TO WS-DTL-RANK
           MOVE WS-VEN-NUMBER(VEN-IDX) TO WS-DTL-VENDOR
           MOVE WS-VEN-NAME(VEN-IDX) TO WS-DTL-NAME
           MOVE WS-VEN-SCORE(VEN-IDX) TO WS-DTL-SCORE
           MOVE WS-VEN-GRADE(VEN-IDX) TO WS-DTL-GRADE
           MOVE WS-VEN-RECEIPTS(VEN-IDX) TO WS-DTL-RECEIPTS
           MOVE WS-VEN-ON-TIME-PCT(VEN-IDX) TO WS-DTL-ON-TIME
           MOVE WS-VEN-BILLED(VEN-IDX) TO WS-DTL-MATCHED
           MOVE WS-VEN-OVER-BILLED(VEN-IDX) TO WS-DTL-OVER
           MOVE WS-VEN-VARIANCE-PCT(VEN-IDX) TO WS-DTL-VARIANCE
           MOVE WS-VEN-INVOICES(VEN-IDX) TO WS-DTL-INVOICES
           MOVE WS-VEN-EXCEPTIONS(VEN-IDX) TO WS-DTL-EXCEPTIONS
           MOVE WS-VEN-DUPLICATES(VEN-IDX) TO WS-DTL-DUPLICATES
           MOVE WS-VEN-EXCEPTION-PCT(VEN-IDX) TO WS-DTL-EXCEPTION-PCT
           MOVE WS-VEN-BREAKS(VEN-IDX) TO WS-DTL-BREAKS
           MOVE WS-DETAIL-LINE TO SCORECARD-RECORD
           WRITE SCORECARD-RECORD.
