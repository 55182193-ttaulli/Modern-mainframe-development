       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMODEL.
      * Commission plan model. Replays the sale transactions on
      * COMMISSION-DETAIL.dat for a chosen range of sale dates
      * through the current plan (TIERS.dat, at the rate set in
      * force on each sale date) and through a proposed plan
      * (PROPOSED-TIERS.dat, same layout, at the latest rate set
      * for each product line) and reports what each would have
      * paid by salesperson, territory and product line, with
      * the difference and the number of reps whose commission
      * on a sale would cross the approval cap. Nothing is
      * posted: YTD-COMMISSIONS.dat and the detail file are only
      * read.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DETAIL-FILE ASSIGN TO
           "COMMISSION-DETAIL.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TIER-FILE ASSIGN TO
           "TIERS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROPOSED-TIER-FILE ASSIGN TO
           "PROPOSED-TIERS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SALESPERSON-MASTER-FILE ASSIGN TO
           "SALESPERSON-MASTER.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS SPM-ID.
           SELECT MODEL-REPORT-FILE ASSIGN TO
           "COMMISSION-MODEL-REPORT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD DETAIL-FILE.
       01 DETAIL-RECORD.
           05 DTL-SALES-ID PIC X(6).
           05 DTL-PRODUCT-LINE PIC X(4).
           05 DTL-UNITS-SOLD PIC 9(4).
           05 DTL-TXN-TYPE PIC X(1).
           05 DTL-TIER PIC 9(2).
           05 DTL-RATE PIC 9(2)V9.
           05 DTL-AMOUNT PIC 9(9)V99.
           05 DTL-YTD-AFTER PIC S9(9)V99.
           05 DTL-SALE-AMOUNT PIC 9(7)V99.
           05 DTL-SALE-DATE PIC 9(8).
       FD TIER-FILE.
       01 TIER-RECORD.
           05 TF-PRODUCT-LINE PIC X(4).
           05 TF-UNDER-MAX PIC 9(4).
           05 TF-QUOTA-MAX PIC 9(4).
           05 TF-UNDER-RATE PIC 9(2)V9.
           05 TF-QUOTA-RATE PIC 9(2)V9.
           05 TF-OVER-RATE PIC 9(2)V9.
           05 TF-APPROVAL-CAP PIC 9(9)V99.
           05 TF-BASIS PIC X(1).
           05 TF-UNDER-MAX-AMT PIC 9(9)V99.
           05 TF-QUOTA-MAX-AMT PIC 9(9)V99.
           05 TF-EFF-DATE PIC 9(8).
       FD PROPOSED-TIER-FILE.
      * Proposed plan in the TIERS.dat layout
       01 PROPOSED-TIER-RECORD PIC X(80).
       FD SALESPERSON-MASTER-FILE.
       01 SALESPERSON-MASTER-RECORD.
           05 SPM-ID PIC X(6).
           05 SPM-NAME PIC X(25).
           05 SPM-TERRITORY PIC X(10).
           05 SPM-ACTIVE PIC X(1).
           05 SPM-HIRE-DATE PIC 9(8).
           05 SPM-MANAGER-ID PIC X(6).
           05 SPM-OVERRIDE-RATE PIC 9(2)V9.
           05 SPM-ANNUAL-QUOTA PIC 9(9)V99.
           05 FILLER PIC X(9).
       FD MODEL-REPORT-FILE.
       01 MODEL-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-DETAIL-EOF PIC X VALUE "N".
       01 WS-TIER-EOF PIC X VALUE "N".
       01 WS-MASTER-EOF PIC X VALUE "N".
       01 WS-FROM-DATE PIC 9(8) VALUE 0.
       01 WS-TO-DATE PIC 9(8) VALUE 0.
       01 WS-SALES-READ PIC 9(6) VALUE 0.
       01 WS-SALES-MODELED PIC 9(6) VALUE 0.
      * Current and proposed rate sets share one table; entry 1
      * of each plan is the built-in STD default COMMISSIONS
      * falls back to when a product line has no rate set
       01 WS-TIER-COUNT PIC 9(3) VALUE 0.
       01 WS-TIER-TABLE.
           05 WS-TIER-ENTRY OCCURS 100 TIMES INDEXED BY TIER-IDX.
               10 WS-TIER-PLAN PIC X(1).
               10 WS-TIER-PRODUCT-LINE PIC X(4).
               10 WS-TIER-UNDER-MAX PIC 9(4).
               10 WS-TIER-QUOTA-MAX PIC 9(4).
               10 WS-TIER-UNDER-RATE PIC 9(2)V9.
               10 WS-TIER-QUOTA-RATE PIC 9(2)V9.
               10 WS-TIER-OVER-RATE PIC 9(2)V9.
               10 WS-TIER-APPROVAL-CAP PIC 9(9)V99.
               10 WS-TIER-BASIS PIC X(1).
               10 WS-TIER-UNDER-MAX-AMT PIC 9(9)V99.
               10 WS-TIER-QUOTA-MAX-AMT PIC 9(9)V99.
               10 WS-TIER-EFF-DATE PIC 9(8).
       01 WS-LOAD-PLAN PIC X(1) VALUE "C".
       01 WS-DEFAULT-TIER PIC 9(3) VALUE 0.
       01 WS-FOUND-TIER PIC 9(3) VALUE 0.
       01 WS-BEST-EFF-DATE PIC 9(8) VALUE 0.
       01 WS-LOOKUP-PLAN PIC X(1) VALUE "C".
       01 WS-LOOKUP-DATE PIC 9(8) VALUE 0.
       01 WS-NEW-RATE PIC 9(2)V9 VALUE 0.
       01 WS-NEW-AMOUNT PIC 9(9)V99 VALUE 0.
       01 WS-CUR-AMOUNT PIC 9(9)V99 VALUE 0.
       01 WS-PROP-AMOUNT PIC 9(9)V99 VALUE 0.
       01 WS-CUR-OVER-CAP PIC X VALUE "N".
       01 WS-PROP-OVER-CAP PIC X VALUE "N".
       01 WS-MASTER-COUNT PIC 9(4) VALUE 0.
       01 WS-MASTER-FOUND PIC 9(4) VALUE 0.
       01 WS-MASTER-TABLE.
           05 WS-MASTER-ENTRY OCCURS 500 TIMES INDEXED BY MST-IDX.
               10 WS-MST-ID PIC X(6).
               10 WS-MST-NAME PIC X(25).
               10 WS-MST-TERRITORY PIC X(10).
       01 WS-TERRITORY PIC X(10) VALUE SPACES.
       01 WS-REP-COUNT PIC 9(4) VALUE 0.
       01 WS-REP-FOUND PIC 9(4) VALUE 0.
       01 WS-REP-TABLE.
           05 WS-REP-ENTRY OCCURS 500 TIMES INDEXED BY REP-IDX.
               10 WS-REP-ID PIC X(6).
               10 WS-REP-TERRITORY PIC X(10).
               10 WS-REP-CUR PIC 9(11)V99.
               10 WS-REP-PROP PIC 9(11)V99.
       01 WS-TER-COUNT PIC 9(3) VALUE 0.
       01 WS-TER-FOUND PIC 9(3) VALUE 0.
       01 WS-TER-TABLE.
           05 WS-TER-ENTRY OCCURS 100 TIMES INDEXED BY TER-IDX.
               10 WS-TER-TERRITORY PIC X(10).
               10 WS-TER-CUR PIC 9(11)V99.
               10 WS-TER-PROP PIC 9(11)V99.
       01 WS-LINE-COUNT PIC 9(3) VALUE 0.
       01 WS-LINE-FOUND PIC 9(3) VALUE 0.
       01 WS-LINE-TABLE.
           05 WS-LINE-ENTRY OCCURS 50 TIMES INDEXED BY LIN-IDX.
               10 WS-LIN-PRODUCT-LINE PIC X(4).
               10 WS-LIN-CUR PIC 9(11)V99.
               10 WS-LIN-PROP PIC 9(11)V99.
               10 WS-LIN-CUR-CAP PIC 9(9)V99.
               10 WS-LIN-PROP-CAP PIC 9(9)V99.
               10 WS-LIN-CUR-SALES-OVER PIC 9(5).
               10 WS-LIN-PROP-SALES-OVER PIC 9(5).
               10 WS-LIN-CUR-REPS-OVER PIC 9(4).
               10 WS-LIN-PROP-REPS-OVER PIC 9(4).
      * One entry per rep and product line, so a rep with many
      * sales over a cap is counted once against that cap
       01 WS-RPL-COUNT PIC 9(4) VALUE 0.
       01 WS-RPL-FOUND PIC 9(4) VALUE 0.
       01 WS-RPL-TABLE.
           05 WS-RPL-ENTRY OCCURS 1000 TIMES INDEXED BY RPL-IDX.
               10 WS-RPL-ID PIC X(6).
               10 WS-RPL-PRODUCT-LINE PIC X(4).
               10 WS-RPL-CUR-OVER PIC X(1).
               10 WS-RPL-PROP-OVER PIC X(1).
       01 WS-TOTAL-CUR PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-PROP PIC 9(11)V99 VALUE 0.
       01 WS-DIFF PIC S9(11)V99 VALUE 0.
       01 WS-HEADING-1.
           05 FILLER PIC X(35)
               VALUE " Commission Plan Model - sales from".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-HDG-FROM PIC 9(8).
           05 FILLER PIC X(4) VALUE " to ".
           05 WS-HDG-TO PIC 9(8).
       01 WS-AMOUNT-LINE.
           05 WS-AML-KEY PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-AML-NAME PIC X(25).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-AML-TERRITORY PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-AML-CUR PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-AML-PROP PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-AML-DIFF PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-AMOUNT-HEADING.
           05 FILLER PIC X(6) VALUE "KEY".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(25) VALUE "NAME".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(10) VALUE "TERRITORY".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "     CURRENT PLAN".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "    PROPOSED PLAN".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "        DIFFERENCE".
       01 WS-CAP-LINE.
           05 WS-CPL-PRODUCT PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CPL-CUR-CAP PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CPL-CUR-REPS PIC Z,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CPL-CUR-SALES PIC ZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-CPL-PROP-CAP PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CPL-PROP-REPS PIC Z,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CPL-PROP-SALES PIC ZZ,ZZ9.
       01 WS-CAP-HEADING.
           05 FILLER PIC X(6) VALUE "LINE".
           05 FILLER PIC X(16) VALUE "     CURRENT CAP".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE " REPS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE " SALES".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "    PROPOSED CAP".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE " REPS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE " SALES".
       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "Model sales dated from YYYYMMDD (0 for the "
               "earliest)"
           ACCEPT WS-FROM-DATE
           DISPLAY "Model sales dated to YYYYMMDD (0 for the latest)"
           ACCEPT WS-TO-DATE
           IF WS-TO-DATE = 0
               MOVE 99999999 TO WS-TO-DATE
           END-IF
           PERFORM 150-LOAD-MASTER
           MOVE "C" TO WS-LOAD-PLAN
           PERFORM 160-INIT-DEFAULT-TIER
           PERFORM 170-LOAD-CURRENT-TIERS
           MOVE "P" TO WS-LOAD-PLAN
           PERFORM 160-INIT-DEFAULT-TIER
           PERFORM 175-LOAD-PROPOSED-TIERS
           OPEN INPUT DETAIL-FILE
           READ DETAIL-FILE
               AT END MOVE "Y" TO WS-DETAIL-EOF
           END-READ
           PERFORM UNTIL WS-DETAIL-EOF = "Y"
               IF DTL-TXN-TYPE = "S"
                   ADD 1 TO WS-SALES-READ
                   IF DTL-SALE-DATE >= WS-FROM-DATE
                       AND DTL-SALE-DATE <= WS-TO-DATE
                       PERFORM 300-MODEL-ONE-SALE
                   END-IF
               END-IF
               READ DETAIL-FILE
                   AT END MOVE "Y" TO WS-DETAIL-EOF
               END-READ
           END-PERFORM
           CLOSE DETAIL-FILE
           PERFORM 400-COUNT-REPS-OVER-CAP
           PERFORM 500-WRITE-REPORT
           DISPLAY "Sales on file:    " WS-SALES-READ
           DISPLAY "Sales modeled:    " WS-SALES-MODELED
           DISPLAY "Model report written to "
               "COMMISSION-MODEL-REPORT.dat"
           GOBACK.
       150-LOAD-MASTER.
           OPEN INPUT SALESPERSON-MASTER-FILE
           READ SALESPERSON-MASTER-FILE
               AT END MOVE "Y" TO WS-MASTER-EOF
           END-READ
           PERFORM UNTIL WS-MASTER-EOF = "Y"
               IF WS-MASTER-COUNT < 500
                   ADD 1 TO WS-MASTER-COUNT
                   MOVE SPM-ID TO WS-MST-ID(WS-MASTER-COUNT)
                   MOVE SPM-NAME TO WS-MST-NAME(WS-MASTER-COUNT)
                   MOVE SPM-TERRITORY
                       TO WS-MST-TERRITORY(WS-MASTER-COUNT)
               ELSE
                   DISPLAY "Salesperson master table full, record "
                       "skipped for " SPM-ID
               END-IF
               READ SALESPERSON-MASTER-FILE
                   AT END MOVE "Y" TO WS-MASTER-EOF
               END-READ
           END-PERFORM
           CLOSE SALESPERSON-MASTER-FILE.
      * Same default rate set COMMISSIONS starts from
       160-INIT-DEFAULT-TIER.
           ADD 1 TO WS-TIER-COUNT
           MOVE WS-LOAD-PLAN TO WS-TIER-PLAN(WS-TIER-COUNT)
           MOVE "STD" TO WS-TIER-PRODUCT-LINE(WS-TIER-COUNT)
           MOVE 10 TO WS-TIER-UNDER-MAX(WS-TIER-COUNT)
           MOVE 30 TO WS-TIER-QUOTA-MAX(WS-TIER-COUNT)
           MOVE 10.0 TO WS-TIER-UNDER-RATE(WS-TIER-COUNT)
           MOVE 15.0 TO WS-TIER-QUOTA-RATE(WS-TIER-COUNT)
           MOVE 20.0 TO WS-TIER-OVER-RATE(WS-TIER-COUNT)
           MOVE 5000.00 TO WS-TIER-APPROVAL-CAP(WS-TIER-COUNT)
           MOVE "U" TO WS-TIER-BASIS(WS-TIER-COUNT)
           MOVE 0 TO WS-TIER-UNDER-MAX-AMT(WS-TIER-COUNT)
           MOVE 0 TO WS-TIER-QUOTA-MAX-AMT(WS-TIER-COUNT)
           MOVE 0 TO WS-TIER-EFF-DATE(WS-TIER-COUNT).
       170-LOAD-CURRENT-TIERS.
           MOVE "N" TO WS-TIER-EOF
           OPEN INPUT TIER-FILE
           READ TIER-FILE
               AT END MOVE "Y" TO WS-TIER-EOF
           END-READ
           PERFORM UNTIL WS-TIER-EOF = "Y"
               PERFORM 180-STORE-TIER
               READ TIER-FILE
                   AT END MOVE "Y" TO WS-TIER-EOF
               END-READ
           END-PERFORM
           CLOSE TIER-FILE.
       175-LOAD-PROPOSED-TIERS.
           MOVE "N" TO WS-TIER-EOF
           OPEN INPUT PROPOSED-TIER-FILE
           READ PROPOSED-TIER-FILE
               AT END MOVE "Y" TO WS-TIER-EOF
           END-READ
           PERFORM UNTIL WS-TIER-EOF = "Y"
               MOVE PROPOSED-TIER-RECORD TO TIER-RECORD
               PERFORM 180-STORE-TIER
               READ PROPOSED-TIER-FILE
                   AT END MOVE "Y" TO WS-TIER-EOF
               END-READ
           END-PERFORM
           CLOSE PROPOSED-TIER-FILE.
       180-STORE-TIER.
           IF WS-TIER-COUNT < 100
               ADD 1 TO WS-TIER-COUNT
               MOVE WS-LOAD-PLAN TO WS-TIER-PLAN(WS-TIER-COUNT)
               MOVE TF-PRODUCT-LINE TO
                   WS-TIER-PRODUCT-LINE(WS-TIER-COUNT)
               MOVE TF-UNDER-MAX TO WS-TIER-UNDER-MAX(WS-TIER-COUNT)
               MOVE TF-QUOTA-MAX TO WS-TIER-QUOTA-MAX(WS-TIER-COUNT)
               MOVE TF-UNDER-RATE TO WS-TIER-UNDER-RATE(WS-TIER-COUNT)
               MOVE TF-QUOTA-RATE TO WS-TIER-QUOTA-RATE(WS-TIER-COUNT)
               MOVE TF-OVER-RATE TO WS-TIER-OVER-RATE(WS-TIER-COUNT)
               MOVE TF-APPROVAL-CAP TO
                   WS-TIER-APPROVAL-CAP(WS-TIER-COUNT)
               IF TF-BASIS = "D"
                   MOVE "D" TO WS-TIER-BASIS(WS-TIER-COUNT)
               ELSE
                   MOVE "U" TO WS-TIER-BASIS(WS-TIER-COUNT)
               END-IF
               MOVE TF-UNDER-MAX-AMT TO
                   WS-TIER-UNDER-MAX-AMT(WS-TIER-COUNT)
               MOVE TF-QUOTA-MAX-AMT TO
                   WS-TIER-QUOTA-MAX-AMT(WS-TIER-COUNT)
               MOVE TF-EFF-DATE TO WS-TIER-EFF-DATE(WS-TIER-COUNT)
           ELSE
               DISPLAY "Tier table full, record skipped for "
                   TF-PRODUCT-LINE
           END-IF.
      * Each sale is priced twice: under the current plan at the
      * rate set in force on its sale date, and under the
      * proposed plan at that plan's latest rate set
       300-MODEL-ONE-SALE.
           ADD 1 TO WS-SALES-MODELED
           MOVE "C" TO WS-LOOKUP-PLAN
           MOVE DTL-SALE-DATE TO WS-LOOKUP-DATE
           PERFORM 310-FIND-TIER
           PERFORM 320-COMPUTE-AMOUNT
           MOVE WS-NEW-AMOUNT TO WS-CUR-AMOUNT
           MOVE "N" TO WS-CUR-OVER-CAP
           IF WS-CUR-AMOUNT > WS-TIER-APPROVAL-CAP(WS-FOUND-TIER)
               MOVE "Y" TO WS-CUR-OVER-CAP
           END-IF
           PERFORM 330-FIND-LINE
           IF WS-LINE-FOUND > 0
               MOVE WS-TIER-APPROVAL-CAP(WS-FOUND-TIER)
                   TO WS-LIN-CUR-CAP(WS-LINE-FOUND)
           END-IF
           MOVE "P" TO WS-LOOKUP-PLAN
           MOVE 99999999 TO WS-LOOKUP-DATE
           PERFORM 310-FIND-TIER
           PERFORM 320-COMPUTE-AMOUNT
           MOVE WS-NEW-AMOUNT TO WS-PROP-AMOUNT
           MOVE "N" TO WS-PROP-OVER-CAP
           IF WS-PROP-AMOUNT > WS-TIER-APPROVAL-CAP(WS-FOUND-TIER)
               MOVE "Y" TO WS-PROP-OVER-CAP
           END-IF
           IF WS-LINE-FOUND > 0
               MOVE WS-TIER-APPROVAL-CAP(WS-FOUND-TIER)
                   TO WS-LIN-PROP-CAP(WS-LINE-FOUND)
           END-IF
           PERFORM 340-ACCUMULATE.
      * Latest rate set for the product line on or before the
      * lookup date within the plan; the plan's STD default when
      * the line has none
       310-FIND-TIER.
           MOVE 0 TO WS-FOUND-TIER
           MOVE 0 TO WS-DEFAULT-TIER
           MOVE 0 TO WS-BEST-EFF-DATE
           PERFORM VARYING TIER-IDX FROM 1 BY 1
               UNTIL TIER-IDX > WS-TIER-COUNT
               IF WS-TIER-PLAN(TIER-IDX) = WS-LOOKUP-PLAN
                   IF WS-DEFAULT-TIER = 0
                       MOVE TIER-IDX TO WS-DEFAULT-TIER
                   END-IF
                   IF WS-TIER-PRODUCT-LINE(TIER-IDX) =
                       DTL-PRODUCT-LINE
                       AND WS-TIER-EFF-DATE(TIER-IDX) <=
                           WS-LOOKUP-DATE
                       AND WS-TIER-EFF-DATE(TIER-IDX) >=
                           WS-BEST-EFF-DATE
                       MOVE TIER-IDX TO WS-FOUND-TIER
                       MOVE WS-TIER-EFF-DATE(TIER-IDX)
                           TO WS-BEST-EFF-DATE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FOUND-TIER = 0
               MOVE WS-DEFAULT-TIER TO WS-FOUND-TIER
           END-IF.
       320-COMPUTE-AMOUNT.
           IF WS-TIER-BASIS(WS-FOUND-TIER) = "D"
               EVALUATE TRUE
                   WHEN DTL-SALE-AMOUNT <=
                       WS-TIER-UNDER-MAX-AMT(WS-FOUND-TIER)
                       MOVE WS-TIER-UNDER-RATE(WS-FOUND-TIER)
                           TO WS-NEW-RATE
                   WHEN DTL-SALE-AMOUNT <=
                       WS-TIER-QUOTA-MAX-AMT(WS-FOUND-TIER)
                       MOVE WS-TIER-QUOTA-RATE(WS-FOUND-TIER)
                           TO WS-NEW-RATE
                   WHEN OTHER
                       MOVE WS-TIER-OVER-RATE(WS-FOUND-TIER)
                           TO WS-NEW-RATE
               END-EVALUATE
               COMPUTE WS-NEW-AMOUNT ROUNDED =
                   DTL-SALE-AMOUNT * WS-NEW-RATE / 100
           ELSE
               EVALUATE TRUE
                   WHEN DTL-UNITS-SOLD <=
                       WS-TIER-UNDER-MAX(WS-FOUND-TIER)
                       MOVE WS-TIER-UNDER-RATE(WS-FOUND-TIER)
                           TO WS-NEW-RATE
                   WHEN DTL-UNITS-SOLD <=
                       WS-TIER-QUOTA-MAX(WS-FOUND-TIER)
                       MOVE WS-TIER-QUOTA-RATE(WS-FOUND-TIER)
                           TO WS-NEW-RATE
                   WHEN OTHER
                       MOVE WS-TIER-OVER-RATE(WS-FOUND-TIER)
                           TO WS-NEW-RATE
               END-EVALUATE
               COMPUTE WS-NEW-AMOUNT ROUNDED =
                   DTL-UNITS-SOLD * WS-NEW-RATE
           END-IF.
       330-FIND-LINE.
           MOVE 0 TO WS-LINE-FOUND
           PERFORM VARYING LIN-IDX FROM 1 BY 1
               UNTIL LIN-IDX > WS-LINE-COUNT
               IF WS-LIN-PRODUCT-LINE(LIN-IDX) = DTL-PRODUCT-LINE
                   MOVE LIN-IDX TO WS-LINE-FOUND
               END-IF
           END-PERFORM
           IF WS-LINE-FOUND = 0
               IF WS-LINE-COUNT < 50
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-LINE-COUNT TO WS-LINE-FOUND
                   MOVE DTL-PRODUCT-LINE
                       TO WS-LIN-PRODUCT-LINE(WS-LINE-FOUND)
                   MOVE 0 TO WS-LIN-CUR(WS-LINE-FOUND)
                   MOVE 0 TO WS-LIN-PROP(WS-LINE-FOUND)
                   MOVE 0 TO WS-LIN-CUR-CAP(WS-LINE-FOUND)
                   MOVE 0 TO WS-LIN-PROP-CAP(WS-LINE-FOUND)
                   MOVE 0 TO WS-LIN-CUR-SALES-OVER(WS-LINE-FOUND)
                   MOVE 0 TO WS-LIN-PROP-SALES-OVER(WS-LINE-FOUND)
                   MOVE 0 TO WS-LIN-CUR-REPS-OVER(WS-LINE-FOUND)
                   MOVE 0 TO WS-LIN-PROP-REPS-OVER(WS-LINE-FOUND)
               ELSE
                   DISPLAY "Product line table full, line not "
                       "reported for " DTL-PRODUCT-LINE
               END-IF
           END-IF.
       340-ACCUMULATE.
           ADD WS-CUR-AMOUNT TO WS-TOTAL-CUR
           ADD WS-PROP-AMOUNT TO WS-TOTAL-PROP
           IF WS-LINE-FOUND > 0
               ADD WS-CUR-AMOUNT TO WS-LIN-CUR(WS-LINE-FOUND)
               ADD WS-PROP-AMOUNT TO WS-LIN-PROP(WS-LINE-FOUND)
               IF WS-CUR-OVER-CAP = "Y"
                   ADD 1 TO WS-LIN-CUR-SALES-OVER(WS-LINE-FOUND)
               END-IF
               IF WS-PROP-OVER-CAP = "Y"
                   ADD 1 TO WS-LIN-PROP-SALES-OVER(WS-LINE-FOUND)
               END-IF
           END-IF
           MOVE SPACES TO WS-TERRITORY
           MOVE 0 TO WS-MASTER-FOUND
           PERFORM VARYING MST-IDX FROM 1 BY 1
               UNTIL MST-IDX > WS-MASTER-COUNT
               IF WS-MST-ID(MST-IDX) = DTL-SALES-ID
                   MOVE MST-IDX TO WS-MASTER-FOUND
                   MOVE WS-MST-TERRITORY(MST-IDX) TO WS-TERRITORY
               END-IF
           END-PERFORM
           PERFORM 350-POST-REP
           PERFORM 360-POST-TERRITORY
           PERFORM 370-POST-REP-LINE.
       350-POST-REP.
           MOVE 0 TO WS-REP-FOUND
           PERFORM VARYING REP-IDX FROM 1 BY 1
               UNTIL REP-IDX > WS-REP-COUNT
               IF WS-REP-ID(REP-IDX) = DTL-SALES-ID
                   MOVE REP-IDX TO WS-REP-FOUND
               END-IF
           END-PERFORM
           IF WS-REP-FOUND = 0 AND WS-REP-COUNT < 500
               ADD 1 TO WS-REP-COUNT
               MOVE WS-REP-COUNT TO WS-REP-FOUND
               MOVE DTL-SALES-ID TO WS-REP-ID(WS-REP-FOUND)
               MOVE WS-TERRITORY TO WS-REP-TERRITORY(WS-REP-FOUND)
               MOVE 0 TO WS-REP-CUR(WS-REP-FOUND)
               MOVE 0 TO WS-REP-PROP(WS-REP-FOUND)
           END-IF
           IF WS-REP-FOUND > 0
               ADD WS-CUR-AMOUNT TO WS-REP-CUR(WS-REP-FOUND)
               ADD WS-PROP-AMOUNT TO WS-REP-PROP(WS-REP-FOUND)
           ELSE
               DISPLAY "Salesperson table full, not reported for "
                   DTL-SALES-ID
           END-IF.
       360-POST-TERRITORY.
           MOVE 0 TO WS-TER-FOUND
           PERFORM VARYING TER-IDX FROM 1 BY 1
               UNTIL TER-IDX > WS-TER-COUNT
               IF WS-TER-TERRITORY(TER-IDX) = WS-TERRITORY
                   MOVE TER-IDX TO WS-TER-FOUND
               END-IF
           END-PERFORM
           IF WS-TER-FOUND = 0 AND WS-TER-COUNT < 100
               ADD 1 TO WS-TER-COUNT
               MOVE WS-TER-COUNT TO WS-TER-FOUND
               MOVE WS-TERRITORY TO WS-TER-TERRITORY(WS-TER-FOUND)
               MOVE 0 TO WS-TER-CUR(WS-TER-FOUND)
               MOVE 0 TO WS-TER-PROP(WS-TER-FOUND)
           END-IF
           IF WS-TER-FOUND > 0
               ADD WS-CUR-AMOUNT TO WS-TER-CUR(WS-TER-FOUND)
               ADD WS-PROP-AMOUNT TO WS-TER-PROP(WS-TER-FOUND)
           ELSE
               DISPLAY "Territory table full, not reported for "
                   WS-TERRITORY
           END-IF.
       370-POST-REP-LINE.
           MOVE 0 TO WS-RPL-FOUND
           PERFORM VARYING RPL-IDX FROM 1 BY 1
               UNTIL RPL-IDX > WS-RPL-COUNT
               IF WS-RPL-ID(RPL-IDX) = DTL-SALES-ID
                   AND WS-RPL-PRODUCT-LINE(RPL-IDX) =
                       DTL-PRODUCT-LINE
                   MOVE RPL-IDX TO WS-RPL-FOUND
               END-IF
           END-PERFORM
           IF WS-RPL-FOUND = 0 AND WS-RPL-COUNT < 1000
               ADD 1 TO WS-RPL-COUNT
               MOVE WS-RPL-COUNT TO WS-RPL-FOUND
               MOVE DTL-SALES-ID TO WS-RPL-ID(WS-RPL-FOUND)
               MOVE DTL-PRODUCT-LINE
                   TO WS-RPL-PRODUCT-LINE(WS-RPL-FOUND)
               MOVE "N" TO WS-RPL-CUR-OVER(WS-RPL-FOUND)
               MOVE "N" TO WS-RPL-PROP-OVER(WS-RPL-FOUND)
           END-IF
           IF WS-RPL-FOUND > 0
               IF WS-CUR-OVER-CAP = "Y"
                   MOVE "Y" TO WS-RPL-CUR-OVER(WS-RPL-FOUND)
               END-IF
               IF WS-PROP-OVER-CAP = "Y"
                   MOVE "Y" TO WS-RPL-PROP-OVER(WS-RPL-FOUND)
               END-IF
           END-IF.
       400-COUNT-REPS-OVER-CAP.
           PERFORM VARYING RPL-IDX FROM 1 BY 1
               UNTIL RPL-IDX > WS-RPL-COUNT
               PERFORM VARYING LIN-IDX FROM 1 BY 1
                   UNTIL LIN-IDX > WS-LINE-COUNT
                   IF WS-LIN-PRODUCT-LINE(LIN-IDX) =
                       WS-RPL-PRODUCT-LINE(RPL-IDX)
                       IF WS-RPL-CUR-OVER(RPL-IDX) = "Y"
                           ADD 1 TO WS-LIN-CUR-REPS-OVER(LIN-IDX)
                       END-IF
                       IF WS-RPL-PROP-OVER(RPL-IDX) = "Y"
                           ADD 1 TO WS-LIN-PROP-REPS-OVER(LIN-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
       500-WRITE-REPORT.
           OPEN OUTPUT MODEL-REPORT-FILE
           MOVE WS-FROM-DATE TO WS-HDG-FROM
           MOVE WS-TO-DATE TO WS-HDG-TO
           MOVE WS-HEADING-1 TO MODEL-REPORT-RECORD
           WRITE MODEL-REPORT-RECORD
           MOVE " Current plan TIERS.dat, proposed plan "
               TO MODEL-REPORT-RECORD
           MOVE "PROPOSED-TIERS.dat - nothing is posted"
               TO MODEL-REPORT-RECORD(40:40)
           WRITE MODEL-REPORT-RECORD
           MOVE SPACES TO MODEL-REPORT-RECORD
           WRITE MODEL-REPORT-RECORD
           MOVE " PAYOUT BY SALESPERSON" TO MODEL-REPORT-RECORD
           WRITE MODEL-REPORT-RECORD
           MOVE WS-AMOUNT-HEADING TO MODEL-REPORT-RECORD
           WRITE MODEL-REPORT-RECORD
           PERFORM VARYING REP-IDX FROM 1 BY 1
               UNTIL REP-IDX > WS-REP-COUNT
               MOVE SPACES TO WS-AMOUNT-LINE
               MOVE WS-REP-ID(REP-IDX) TO WS-AML-KEY
               MOVE SPACES TO WS-AML-NAME
               PERFORM VARYING MST-IDX FROM 1 BY 1
                   UNTIL MST-IDX > WS-MASTER-COUNT
                   IF WS-MST-ID(MST-IDX) = WS-REP-ID(REP-IDX)
                       MOVE WS-MST-NAME(MST-IDX) TO WS-AML-NAME
                   END-IF
               END-PERFORM
               MOVE WS-REP-TERRITORY(REP-IDX) TO WS-AML-TERRITORY
               MOVE WS-REP-CUR(REP-IDX) TO WS-AML-CUR
               MOVE WS-REP-PROP(REP-IDX) TO WS-AML-PROP
               COMPUTE WS-DIFF =
                   WS-REP-PROP(REP-IDX) - WS-REP-CUR(REP-IDX)
               MOVE WS-DIFF TO WS-AML-DIFF
               MOVE WS-AMOUNT-LINE TO MODEL-REPORT-RECORD
               WRITE MODEL-REPORT-RECORD
           END-PERFORM
           MOVE SPACES TO MODEL-REPORT-RECORD
           WRITE MODEL-REPORT-RECORD
           MOVE " PAYOUT BY TERRITORY" TO MODEL-REPORT-RECORD
           WRITE MODEL-REPORT-RECORD
           MOVE WS-AMOUNT-HEADING TO MODEL-REPORT-RECORD
           WRITE MODEL-REPORT-RECORD
           PERFORM VARYING TER-IDX FROM 1 BY 1
               UNTIL TER-IDX > WS-TER-COUNT
               MOVE SPACES TO WS-AMOUNT-LINE
               MOVE WS-TER-TERRITORY(TER-IDX) TO WS-AML-TERRITORY
               IF WS-TER-TERRITORY(TER-IDX) = SPACES
                   MOVE "(not on master)" TO WS-AML-NAME
               END-IF
               MOVE WS-TER-CUR(TER-IDX) TO WS-AML-CUR
               MOVE WS-TER-PROP(TER-IDX) TO WS-AML-PROP
               COMPUTE WS-DIFF =
                   WS-TER-PROP(TER-IDX) - WS-TER-CUR(TER-IDX)
               MOVE WS-DIFF TO WS-AML-DIFF
               MOVE WS-AMOUNT-LINE TO MODEL-REPORT-RECORD
               WRITE MODEL-REPORT-RECORD
           END-PERFORM
           MOVE SPACES TO MODEL-REPORT-RECORD
           WRITE MODEL-REPORT-RECORD
           MOVE " PAYOUT BY PRODUCT LINE" TO MODEL-REPORT-RECORD
           WRITE MODEL-REPORT-RECORD
           MOVE WS-AMOUNT-HEADING TO MODEL-REPORT-RECORD
           WRITE MODEL-REPORT-RECORD
           PERFORM VARYING LIN-IDX FROM 1 BY 1
               UNTIL LIN-IDX > WS-LINE-COUNT
               MOVE SPACES TO WS-AMOUNT-LINE
               MOVE WS-LIN-PRODUCT-LINE(LIN-IDX) TO WS-AML-KEY
               MOVE WS-LIN-CUR(LIN-IDX) TO WS-AML-CUR
               MOVE WS-LIN-PROP(LIN-IDX) TO WS-AML-PROP
               COMPUTE WS-DIFF =
                   WS-LIN-PROP(LIN-IDX) - WS-LIN-CUR(LIN-IDX)
               MOVE WS-DIFF TO WS-AML-DIFF
               MOVE WS-AMOUNT-LINE TO MODEL-REPORT-RECORD
               WRITE MODEL-REPORT-RECORD
           END-PERFORM
           MOVE SPACES TO WS-AMOUNT-LINE
           MOVE "TOTAL" TO WS-AML-KEY
           MOVE WS-TOTAL-CUR TO WS-AML-CUR
           MOVE WS-TOTAL-PROP TO WS-AML-PROP
           COMPUTE WS-DIFF = WS-TOTAL-PROP - WS-TOTAL-CUR
           MOVE WS-DIFF TO WS-AML-DIFF
           MOVE WS-AMOUNT-LINE TO MODEL-REPORT-RECORD
           WRITE MODEL-REPORT-RECORD
           MOVE SPACES TO MODEL-REPORT-RECORD
           WRITE MODEL-REPORT-RECORD
           MOVE " REPS AND SALES OVER THE APPROVAL CAP"
               TO MODEL-REPORT-RECORD
           WRITE MODEL-REPORT-RECORD
           MOVE WS-CAP-HEADING TO MODEL-REPORT-RECORD
           WRITE MODEL-REPORT-RECORD
           PERFORM VARYING LIN-IDX FROM 1 BY 1
               UNTIL LIN-IDX > WS-LINE-COUNT
               MOVE SPACES TO WS-CAP-LINE
               MOVE WS-LIN-PRODUCT-LINE(LIN-IDX) TO WS-CPL-PRODUCT
               MOVE WS-LIN-CUR-CAP(LIN-IDX) TO WS-CPL-CUR-CAP
               MOVE WS-LIN-CUR-REPS-OVER(LIN-IDX) TO WS-CPL-CUR-REPS
               MOVE WS-LIN-CUR-SALES-OVER(LIN-IDX)
                   TO WS-CPL-CUR-SALES
               MOVE WS-LIN-PROP-CAP(LIN-IDX) TO WS-CPL-PROP-CAP
               MOVE WS-LIN-PROP-REPS-OVER(LIN-IDX)
                   TO WS-CPL-PROP-REPS
               MOVE WS-LIN-PROP-SALES-OVER(LIN-IDX)
                   TO WS-CPL-PROP-SALES
               MOVE WS-CAP-LINE TO MODEL-REPORT-RECORD
               WRITE MODEL-REPORT-RECORD
           END-PERFORM
           CLOSE MODEL-REPORT-FILE.
