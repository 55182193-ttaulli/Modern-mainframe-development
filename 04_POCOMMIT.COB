       IDENTIFICATION DIVISION.
       PROGRAM-ID. POCOMMIT.
      * Open purchase commitments. Every open purchase order on
      * PURCHASE-ORDERS.dat with an open balance is money promised
      * to a vendor but not yet invoiced; INVOICE reduces the open
      * balance as invoices are matched and POREQ maintains it
      * through change orders and cancellations. The report lists
      * the open POs by vendor and, within vendor, by the cost
      * center the requisition was charged to, with subtotals for
      * each cost center and vendor, then a summary of the total
      * committed against each cost center. POs loaded from
      * outside that carry no cost center are shown unassigned.
      * Written to OPEN-COMMITMENTS.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PO-FILE ASSIGN TO
           "PURCHASE-ORDERS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VENDOR-FILE ASSIGN TO
           "VENDORS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS VEN-NUMBER.
           SELECT OPTIONAL COST-CENTER-FILE ASSIGN TO
           "COST-CENTERS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMMITMENT-REPORT-FILE ASSIGN TO
           "OPEN-COMMITMENTS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PO-FILE.
       01 PO-RECORD.
           05 PO-NUMBER PIC X(10).
           05 PO-VENDOR-NUMBER PIC X(6).
           05 PO-ORDERED-AMOUNT PIC 9(7)V99.
           05 PO-OPEN-BALANCE PIC 9(7)V99.
           05 PO-PROMISED-DATE PIC 9(8).
           05 PO-COST-CENTER PIC X(6).
           05 PO-ACCOUNT PIC X(6).
           05 PO-REQ-NUMBER PIC X(10).
      * PO-STATUS: O (or space) = open, X = cancelled
           05 PO-STATUS PIC X(1).
           05 PO-APPROVER PIC X(20).
           05 PO-APPROVED-DATE PIC 9(8).
       FD VENDOR-FILE.
       01 VENDOR-RECORD.
           05 VEN-NUMBER PIC X(6).
           05 VEN-NAME PIC X(30).
           05 VEN-STATUS PIC X(1).
           05 FILLER PIC X(69).
       FD COST-CENTER-FILE.
       01 COST-CENTER-RECORD.
           05 CCM-COST-CENTER PIC X(6).
           05 CCM-NAME PIC X(30).
           05 CCM-STATUS PIC X(1).
           05 FILLER PIC X(28).
       FD COMMITMENT-REPORT-FILE.
       01 COMMITMENT-REPORT-RECORD PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-PO-EOF PIC X VALUE "N".
       01 WS-PO-READ PIC 9(5) VALUE 0.
       01 WS-CANCELLED-COUNT PIC 9(5) VALUE 0.
       01 WS-COMMIT-COUNT PIC 9(4) VALUE 0.
       01 WS-COMMIT-TABLE.
           05 WS-COMMIT-ENTRY OCCURS 2000 TIMES INDEXED BY CMT-IDX.
               10 WS-CMT-KEY.
                   15 WS-CMT-VENDOR PIC X(6).
                   15 WS-CMT-COST-CENTER PIC X(6).
                   15 WS-CMT-PO-NUMBER PIC X(10).
               10 WS-CMT-ORDERED PIC 9(7)V99.
               10 WS-CMT-OPEN PIC 9(7)V99.
               10 WS-CMT-PROMISED PIC 9(8).
               10 WS-CMT-APPROVER PIC X(20).
       01 WS-COMMIT-SWAP.
           05 FILLER PIC X(22).
           05 FILLER PIC 9(7)V99.
           05 FILLER PIC 9(7)V99.
           05 FILLER PIC 9(8).
           05 FILLER PIC X(20).
       01 WS-SORT-I PIC 9(4) VALUE 0.
       01 WS-SORT-J PIC 9(4) VALUE 0.
       01 WS-CC-EOF PIC X VALUE "N".
       01 WS-CC-COUNT PIC 9(4) VALUE 0.
       01 WS-CC-TABLE.
           05 WS-CC-ENTRY OCCURS 500 TIMES INDEXED BY CC-IDX.
               10 WS-CC-CODE PIC X(6).
               10 WS-CC-NAME PIC X(30).
               10 WS-CC-COMMITTED PIC 9(9)V99.
       01 WS-UNASSIGNED-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-CC-SLOT PIC 9(4) VALUE 0.
       01 WS-PREV-VENDOR PIC X(6) VALUE SPACES.
       01 WS-PREV-COST-CENTER PIC X(6) VALUE SPACES.
       01 WS-VENDOR-NAME PIC X(30) VALUE SPACES.
       01 WS-CC-SUBTOTAL PIC 9(9)V99 VALUE 0.
       01 WS-VENDOR-SUBTOTAL PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-VENDOR-GROUPS PIC 9(4) VALUE 0.
       01 WS-FORMAT-COUNT PIC ZZ,ZZ9.
       01 WS-DETAIL-LINE.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DTL-COST-CENTER PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-PO-NUMBER PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-ORDERED PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-OPEN PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-PROMISED PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-APPROVER PIC X(20).
       01 WS-TOTAL-LINE.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-TTL-LABEL PIC X(35).
           05 WS-TTL-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-CC-LINE.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-CCL-COST-CENTER PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-CCL-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CCL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 210-LOAD-COST-CENTERS
           PERFORM 220-LOAD-OPEN-POS
           PERFORM 300-SORT-COMMITMENTS
           OPEN INPUT VENDOR-FILE
           PERFORM 500-WRITE-REPORT
           CLOSE VENDOR-FILE
           DISPLAY "Purchase orders read:      " WS-PO-READ
           DISPLAY "Open with a balance:       " WS-COMMIT-COUNT
           DISPLAY "Cancelled, not reported:   " WS-CANCELLED-COUNT
           DISPLAY "Report written to OPEN-COMMITMENTS.dat"
           GOBACK.
       210-LOAD-COST-CENTERS.
           OPEN INPUT COST-CENTER-FILE
           READ COST-CENTER-FILE
               AT END MOVE "Y" TO WS-CC-EOF
           END-READ
           PERFORM UNTIL WS-CC-EOF = "Y"
               IF WS-CC-COUNT < 500
                   ADD 1 TO WS-CC-COUNT
                   MOVE CCM-COST-CENTER TO WS-CC-CODE(WS-CC-COUNT)
                   MOVE CCM-NAME TO WS-CC-NAME(WS-CC-COUNT)
                   MOVE 0 TO WS-CC-COMMITTED(WS-CC-COUNT)
               ELSE
                   DISPLAY "Cost center table full, record skipped "
                       "for " CCM-COST-CENTER
               END-IF
               READ COST-CENTER-FILE
                   AT END MOVE "Y" TO WS-CC-EOF
               END-READ
           END-PERFORM
           CLOSE COST-CENTER-FILE.
      * Cancelled POs and POs fully invoiced commit nothing more
       220-LOAD-OPEN-POS.
           OPEN INPUT PO-FILE
           READ PO-FILE
               AT END MOVE "Y" TO WS-PO-EOF
           END-READ
           PERFORM UNTIL WS-PO-EOF = "Y"
               ADD 1 TO WS-PO-READ
               EVALUATE TRUE
                   WHEN PO-STATUS = "X"
                       ADD 1 TO WS-CANCELLED-COUNT
                   WHEN PO-OPEN-BALANCE = 0
                       CONTINUE
                   WHEN WS-COMMIT-COUNT >= 2000
                       DISPLAY "Commitment table full, PO skipped "
                           PO-NUMBER
                   WHEN OTHER
                       PERFORM 225-ADD-COMMITMENT
               END-EVALUATE
               READ PO-FILE
                   AT END MOVE "Y" TO WS-PO-EOF
               END-READ
           END-PERFORM
           CLOSE PO-FILE.
       225-ADD-COMMITMENT.
           ADD 1 TO WS-COMMIT-COUNT
           MOVE PO-VENDOR-NUMBER TO WS-CMT-VENDOR(WS-COMMIT-COUNT)
           MOVE PO-COST-CENTER TO WS-CMT-COST-CENTER(WS-COMMIT-COUNT)
           MOVE PO-NUMBER TO WS-CMT-PO-NUMBER(WS-COMMIT-COUNT)
           MOVE PO-ORDERED-AMOUNT TO WS-CMT-ORDERED(WS-COMMIT-COUNT)
           MOVE PO-OPEN-BALANCE TO WS-CMT-OPEN(WS-COMMIT-COUNT)
           MOVE 0 TO WS-CMT-PROMISED(WS-COMMIT-COUNT)
           IF PO-PROMISED-DATE IS NUMERIC
               MOVE PO-PROMISED-DATE
                   TO WS-CMT-PROMISED(WS-COMMIT-COUNT)
           END-IF
           MOVE PO-APPROVER TO WS-CMT-APPROVER(WS-COMMIT-COUNT)
           MOVE 0 TO WS-CC-SLOT
           PERFORM VARYING CC-IDX FROM 1 BY 1
               UNTIL CC-IDX > WS-CC-COUNT
               IF WS-CC-CODE(CC-IDX) = PO-COST-CENTER
                   MOVE CC-IDX TO WS-CC-SLOT
               END-IF
           END-PERFORM
           IF WS-CC-SLOT = 0 OR PO-COST-CENTER = SPACES
               ADD PO-OPEN-BALANCE TO WS-UNASSIGNED-TOTAL
           ELSE
               ADD PO-OPEN-BALANCE TO WS-CC-COMMITTED(WS-CC-SLOT)
           END-IF.
      * Vendor, then cost center, then PO number
       300-SORT-COMMITMENTS.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-COMMIT-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                   UNTIL WS-SORT-J >= WS-COMMIT-COUNT
                   IF WS-CMT-KEY(WS-SORT-J) >
                       WS-CMT-KEY(WS-SORT-J + 1)
                       MOVE WS-COMMIT-ENTRY(WS-SORT-J)
                           TO WS-COMMIT-SWAP
                       MOVE WS-COMMIT-ENTRY(WS-SORT-J + 1)
                           TO WS-COMMIT-ENTRY(WS-SORT-J)
                       MOVE WS-COMMIT-SWAP
                           TO WS-COMMIT-ENTRY(WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
       500-WRITE-REPORT.
           OPEN OUTPUT COMMITMENT-REPORT-FILE
           MOVE SPACES TO COMMITMENT-REPORT-RECORD
           STRING " Open Purchase Commitments by Vendor and Cost "
               DELIMITED BY SIZE
               "Center - run " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO COMMITMENT-REPORT-RECORD
           WRITE COMMITMENT-REPORT-RECORD
           MOVE SPACES TO COMMITMENT-REPORT-RECORD
           WRITE COMMITMENT-REPORT-RECORD
           MOVE "   COST CTR   PO NUMBER" TO COMMITMENT-REPORT-RECORD
           MOVE "ORDERED" TO COMMITMENT-REPORT-RECORD(32:7)
           MOVE "NOT INVOICED" TO COMMITMENT-REPORT-RECORD(45:12)
           MOVE "PROMISED" TO COMMITMENT-REPORT-RECORD(57:8)
           MOVE "APPROVED BY" TO COMMITMENT-REPORT-RECORD(67:11)
           WRITE COMMITMENT-REPORT-RECORD
           MOVE SPACES TO WS-PREV-VENDOR
           MOVE SPACES TO WS-PREV-COST-CENTER
           PERFORM VARYING CMT-IDX FROM 1 BY 1
               UNTIL CMT-IDX > WS-COMMIT-COUNT
               PERFORM 510-WRITE-ONE-COMMITMENT
           END-PERFORM
           IF WS-COMMIT-COUNT = 0
               MOVE SPACES TO COMMITMENT-REPORT-RECORD
               WRITE COMMITMENT-REPORT-RECORD
               MOVE "  No open purchase commitments"
                   TO COMMITMENT-REPORT-RECORD
               WRITE COMMITMENT-REPORT-RECORD
           ELSE
               PERFORM 520-WRITE-CC-SUBTOTAL
               PERFORM 530-WRITE-VENDOR-SUBTOTAL
           END-IF
           MOVE SPACES TO COMMITMENT-REPORT-RECORD
           WRITE COMMITMENT-REPORT-RECORD
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "TOTAL OPEN COMMITMENTS" TO WS-TTL-LABEL
           MOVE WS-GRAND-TOTAL TO WS-TTL-AMOUNT
           MOVE WS-TOTAL-LINE TO COMMITMENT-REPORT-RECORD
           WRITE COMMITMENT-REPORT-RECORD
           PERFORM 550-WRITE-CC-SUMMARY
           MOVE SPACES TO COMMITMENT-REPORT-RECORD
           WRITE COMMITMENT-REPORT-RECORD
           MOVE WS-VENDOR-GROUPS TO WS-FORMAT-COUNT
           MOVE SPACES TO COMMITMENT-REPORT-RECORD
           STRING " Vendors with open commitments: " DELIMITED BY SIZE
               WS-FORMAT-COUNT DELIMITED BY SIZE
               INTO COMMITMENT-REPORT-RECORD
           WRITE COMMITMENT-REPORT-RECORD
           MOVE WS-COMMIT-COUNT TO WS-FORMAT-COUNT
           MOVE SPACES TO COMMITMENT-REPORT-RECORD
           STRING " Open purchase orders:          " DELIMITED BY SIZE
               WS-FORMAT-COUNT DELIMITED BY SIZE
               INTO COMMITMENT-REPORT-RECORD
           WRITE COMMITMENT-REPORT-RECORD
           CLOSE COMMITMENT-REPORT-FILE.
      * Control breaks on vendor and cost center
       510-WRITE-ONE-COMMITMENT.
           IF CMT-IDX > 1
               IF WS-CMT-VENDOR(CMT-IDX) NOT = WS-PREV-VENDOR
                   OR WS-CMT-COST-CENTER(CMT-IDX)
                       NOT = WS-PREV-COST-CENTER
                   PERFORM 520-WRITE-CC-SUBTOTAL
               END-IF
               IF WS-CMT-VENDOR(CMT-IDX) NOT = WS-PREV-VENDOR
                   PERFORM 530-WRITE-VENDOR-SUBTOTAL
               END-IF
           END-IF
           IF CMT-IDX = 1
               OR WS-CMT-VENDOR(CMT-IDX) NOT = WS-PREV-VENDOR
               PERFORM 540-WRITE-VENDOR-HEADING
           END-IF
           MOVE WS-CMT-VENDOR(CMT-IDX) TO WS-PREV-VENDOR
           MOVE WS-CMT-COST-CENTER(CMT-IDX) TO WS-PREV-COST-CENTER
           MOVE SPACES TO WS-DETAIL-LINE
           IF WS-CMT-COST-CENTER(CMT-IDX) = SPACES
               MOVE "UNASSIGNED" TO WS-DTL-COST-CENTER
           ELSE
               MOVE WS-CMT-COST-CENTER(CMT-IDX) TO WS-DTL-COST-CENTER
           END-IF
           MOVE WS-CMT-PO-NUMBER(CMT-IDX) TO WS-DTL-PO-NUMBER
           MOVE WS-CMT-ORDERED(CMT-IDX) TO WS-DTL-ORDERED
           MOVE WS-CMT-OPEN(CMT-IDX) TO WS-DTL-OPEN
           IF WS-CMT-PROMISED(CMT-IDX) > 0
               MOVE WS-CMT-PROMISED(CMT-IDX) TO WS-DTL-PROMISED
           END-IF
           MOVE WS-CMT-APPROVER(CMT-IDX) TO WS-DTL-APPROVER
           MOVE WS-DETAIL-LINE TO COMMITMENT-REPORT-RECORD
           WRITE COMMITMENT-REPORT-RECORD
           ADD WS-CMT-OPEN(CMT-IDX) TO WS-CC-SUBTOTAL
           ADD WS-CMT-OPEN(CMT-IDX) TO WS-VENDOR-SUBTOTAL
           ADD WS-CMT-OPEN(CMT-IDX) TO WS-GRAND-TOTAL.
       520-WRITE-CC-SUBTOTAL.
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE SPACES TO WS-TTL-LABEL
           IF WS-PREV-COST-CENTER = SPACES
               STRING "  Cost center UNASSIGNED" DELIMITED BY SIZE
                   INTO WS-TTL-LABEL
           ELSE
               STRING "  Cost center " DELIMITED BY SIZE
                   WS-PREV-COST-CENTER DELIMITED BY SIZE
                   INTO WS-TTL-LABEL
           END-IF
           MOVE WS-CC-SUBTOTAL TO WS-TTL-AMOUNT
           MOVE WS-TOTAL-LINE TO COMMITMENT-REPORT-RECORD
           WRITE COMMITMENT-REPORT-RECORD
           MOVE 0 TO WS-CC-SUBTOTAL.
       530-WRITE-VENDOR-SUBTOTAL.
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE SPACES TO WS-TTL-LABEL
           STRING "Vendor " DELIMITED BY SIZE
               WS-PREV-VENDOR DELIMITED BY SIZE
               " total" DELIMITED BY SIZE
               INTO WS-TTL-LABEL
           MOVE WS-VENDOR-SUBTOTAL TO WS-TTL-AMOUNT
           MOVE WS-TOTAL-LINE TO COMMITMENT-REPORT-RECORD
           WRITE COMMITMENT-REPORT-RECORD
           MOVE 0 TO WS-VENDOR-SUBTOTAL.
       540-WRITE-VENDOR-HEADING.
           ADD 1 TO WS-VENDOR-GROUPS
           MOVE "(not on vendor master)" TO WS-VENDOR-NAME
           MOVE WS-CMT-VENDOR(CMT-IDX) TO VEN-NUMBER
           READ VENDOR-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE VEN-NAME TO WS-VENDOR-NAME
           END-READ
           MOVE SPACES TO COMMITMENT-REPORT-RECORD
           WRITE COMMITMENT-REPORT-RECORD
           MOVE SPACES TO COMMITMENT-REPORT-RECORD
           STRING " Vendor " DELIMITED BY SIZE
               WS-CMT-VENDOR(CMT-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-VENDOR-NAME DELIMITED BY SIZE
               INTO COMMITMENT-REPORT-RECORD
           WRITE COMMITMENT-REPORT-RECORD.
      * What each cost center has committed, for setting against
      * the budget and spend on the departmental spend report
       550-WRITE-CC-SUMMARY.
           MOVE SPACES TO COMMITMENT-REPORT-RECORD
           WRITE COMMITMENT-REPORT-RECORD
           MOVE " Open Commitments by Cost Center"
               TO COMMITMENT-REPORT-RECORD
           WRITE COMMITMENT-REPORT-RECORD
           PERFORM VARYING CC-IDX FROM 1 BY 1
               UNTIL CC-IDX > WS-CC-COUNT
               IF WS-CC-COMMITTED(CC-IDX) > 0
                   MOVE SPACES TO WS-CC-LINE
                   MOVE WS-CC-CODE(CC-IDX) TO WS-CCL-COST-CENTER
                   MOVE WS-CC-NAME(CC-IDX) TO WS-CCL-NAME
                   MOVE WS-CC-COMMITTED(CC-IDX) TO WS-CCL-AMOUNT
                   MOVE WS-CC-LINE TO COMMITMENT-REPORT-RECORD
                   WRITE COMMITMENT-REPORT-RECORD
               END-IF
           END-PERFORM
           IF WS-UNASSIGNED-TOTAL > 0
               MOVE SPACES TO WS-CC-LINE
               MOVE "UNASSIGNED" TO WS-CCL-COST-CENTER
               MOVE "Cost center missing or unknown" TO WS-CCL-NAME
               MOVE WS-UNASSIGNED-TOTAL TO WS-CCL-AMOUNT
               MOVE WS-CC-LINE TO COMMITMENT-REPORT-RECORD
               WRITE COMMITMENT-REPORT-RECORD
           END-IF.
