       IDENTIFICATION DIVISION.
       PROGRAM-ID. POREQ.
      * Purchase requisitions and purchase orders. A signed-on
      * user enters a requisition for a vendor, cost center and
      * expense account; it waits on PO-REQUISITIONS.dat until an
      * approver whose role covers the amount band clears it. The
      * bands are routed through the permission matrix
      * (APPR-PO-SUP, APPR-PO-DIR, APPR-PO-VP), and nobody may
      * approve their own requisition. Approval adds the purchase
      * order to PURCHASE-ORDERS.dat under the next PO number with
      * the full amount open; INVOICE draws the open balance down
      * as invoices are matched. Change orders and cancellations
      * of open POs are also made here. Every entry, decision,
      * change and cancellation is written to PO-CHANGE-LOG.dat
      * with the signed-on user.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REQUISITION-FILE ASSIGN TO
           "PO-REQUISITIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PO-FILE ASSIGN TO
           "PURCHASE-ORDERS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHANGE-LOG-FILE ASSIGN TO
           "PO-CHANGE-LOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VENDOR-FILE ASSIGN TO
           "VENDORS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS VEN-NUMBER.
           SELECT OPTIONAL COST-CENTER-FILE ASSIGN TO
           "COST-CENTERS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHART-FILE ASSIGN TO
           "CHART-OF-ACCOUNTS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SESSION-FILE ASSIGN TO
           "SESSION.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PERMISSION-FILE ASSIGN TO
           "PERMISSIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD REQUISITION-FILE.
       01 REQUISITION-RECORD.
           05 REQ-NUMBER PIC X(10).
           05 REQ-REQUESTER PIC X(20).
           05 REQ-VENDOR-NUMBER PIC X(6).
           05 REQ-COST-CENTER PIC X(6).
           05 REQ-ACCOUNT PIC X(6).
           05 REQ-AMOUNT PIC 9(7)V99.
           05 REQ-PROMISED-DATE PIC 9(8).
           05 REQ-DESCRIPTION PIC X(30).
           05 REQ-ENTERED-DATE PIC 9(8).
      * REQ-STATUS: P = pending approval, A = approved (PO
      * raised), R = rejected
           05 REQ-STATUS PIC X(1).
      * REQ-BAND: 1 = supervisor, 2 = director, 3 = VP
           05 REQ-BAND PIC 9(1).
           05 REQ-APPROVER PIC X(20).
           05 REQ-DECISION-DATE PIC 9(8).
           05 REQ-PO-NUMBER PIC X(10).
       FD PO-FILE.
       01 PO-RECORD.
           05 PO-NUMBER PIC X(10).
           05 PO-VENDOR-NUMBER PIC X(6).
           05 PO-ORDERED-AMOUNT PIC 9(7)V99.
           05 PO-OPEN-BALANCE PIC 9(7)V99.
      * Delivery date the vendor promised; zero = none given
           05 PO-PROMISED-DATE PIC 9(8).
      * The fields below are blank on POs loaded from outside
           05 PO-COST-CENTER PIC X(6).
           05 PO-ACCOUNT PIC X(6).
           05 PO-REQ-NUMBER PIC X(10).
      * PO-STATUS: O (or space) = open, X = cancelled
           05 PO-STATUS PIC X(1).
           05 PO-APPROVER PIC X(20).
           05 PO-APPROVED-DATE PIC 9(8).
       FD CHANGE-LOG-FILE.
       01 CHANGE-LOG-RECORD.
           05 PCH-PO-NUMBER PIC X(10).
           05 PCH-REQ-NUMBER PIC X(10).
      * PCH-ACTION: E = requisition entered, A = approved and PO
      * raised, R = requisition rejected, C = change order,
      * X = PO cancelled
           05 PCH-ACTION PIC X(1).
           05 PCH-OLD-AMOUNT PIC 9(7)V99.
           05 PCH-NEW-AMOUNT PIC 9(7)V99.
           05 PCH-OLD-OPEN PIC 9(7)V99.
           05 PCH-NEW-OPEN PIC 9(7)V99.
           05 PCH-REASON PIC X(30).
           05 PCH-TIMESTAMP PIC 9(14).
           05 PCH-USERNAME PIC X(20).
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
       FD CHART-FILE.
       01 CHART-RECORD.
           05 GLA-ACCOUNT PIC X(6).
           05 GLA-NAME PIC X(30).
           05 GLA-TYPE PIC X(1).
           05 GLA-ACTIVE PIC X(1).
       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SES-USERNAME PIC X(20).
           05 SES-ROLE PIC X(1).
           05 SES-LOGIN-DATE PIC 9(8).
           05 SES-LOGIN-TIME PIC 9(8).
           05 SES-TERMINAL-ID PIC X(10).
           05 SES-IDLE-LIMIT PIC 9(4).
       FD PERMISSION-FILE.
      * Central role-to-function permission matrix maintained by
      * PERMAINT; when the file is absent or empty each program
      * falls back to its historical hardcoded role check
       01 PERMISSION-RECORD.
           05 PRM-ROLE PIC X(1).
           05 PRM-FUNCTION PIC X(12).
       WORKING-STORAGE SECTION.
       01 WS-REQ-EOF PIC X VALUE "N".
       01 WS-REQ-COUNT PIC 9(4) VALUE 0.
       01 WS-REQ-TABLE.
           05 WS-REQ-ENTRY OCCURS 2000 TIMES INDEXED BY REQ-IDX.
               10 WS-REQ-NUMBER PIC X(10).
               10 WS-REQ-REQUESTER PIC X(20).
               10 WS-REQ-VENDOR PIC X(6).
               10 WS-REQ-COST-CENTER PIC X(6).
               10 WS-REQ-ACCOUNT PIC X(6).
               10 WS-REQ-AMOUNT PIC 9(7)V99.
               10 WS-REQ-PROMISED PIC 9(8).
               10 WS-REQ-DESCRIPTION PIC X(30).
               10 WS-REQ-ENTERED PIC 9(8).
               10 WS-REQ-STATUS PIC X(1).
               10 WS-REQ-BAND PIC 9(1).
               10 WS-REQ-APPROVER PIC X(20).
               10 WS-REQ-DECIDED PIC 9(8).
               10 WS-REQ-PO-NUMBER PIC X(10).
       01 WS-PO-EOF PIC X VALUE "N".
       01 WS-PO-COUNT PIC 9(4) VALUE 0.
       01 WS-PO-TABLE.
           05 WS-PO-ENTRY OCCURS 500 TIMES INDEXED BY PO-IDX.
               10 WS-PO-PO-NUMBER PIC X(10).
               10 WS-PO-VENDOR PIC X(6).
               10 WS-PO-ORDERED PIC 9(7)V99.
               10 WS-PO-OPEN PIC 9(7)V99.
               10 WS-PO-PROMISED PIC 9(8).
               10 WS-PO-COST-CENTER PIC X(6).
               10 WS-PO-ACCOUNT PIC X(6).
               10 WS-PO-REQ-NUMBER PIC X(10).
               10 WS-PO-STATUS PIC X(1).
               10 WS-PO-APPROVER PIC X(20).
               10 WS-PO-APPROVED-DATE PIC 9(8).
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
       01 WS-PERM-EOF PIC X VALUE "N".
       01 WS-PERM-COUNT PIC 9(3) VALUE 0.
       01 WS-PERM-TABLE.
           05 WS-PERM-ENTRY OCCURS 100 TIMES INDEXED BY PRM-IDX.
               10 WS-PRM-ROLE PIC X(1).
               10 WS-PRM-FUNCTION PIC X(12).
       01 WS-PERM-FUNCTION PIC X(12) VALUE SPACES.
       01 WS-PERM-OK PIC X VALUE "N".
       01 WS-USERNAME PIC X(20) VALUE SPACES.
       01 WS-ROLE PIC X(1) VALUE "V".
       01 WS-CAN-ENTER PIC X VALUE "N".
       01 WS-CAN-CHANGE PIC X VALUE "N".
      * Highest amount band the operator may approve:
      * 0 = none, 1 = supervisor, 2 = director, 3 = VP
       01 WS-ROLE-LEVEL PIC 9(1) VALUE 0.
       01 WS-BAND-LEVEL PIC 9(1) VALUE 0.
       01 WS-BAND-TEXT PIC X(10) VALUE SPACES.
       01 WS-MAINT-ACTION PIC X(1) VALUE SPACES.
       01 WS-DONE PIC X VALUE "N".
       01 WS-DECISION PIC X(1) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-VENDOR-NUMBER PIC X(6) VALUE SPACES.
       01 WS-COST-CENTER PIC X(6) VALUE SPACES.
       01 WS-ACCOUNT PIC X(6) VALUE SPACES.
       01 WS-AMOUNT PIC 9(7)V99 VALUE 0.
       01 WS-PROMISED-DATE PIC 9(8) VALUE 0.
       01 WS-DESCRIPTION PIC X(30) VALUE SPACES.
       01 WS-ENTRY-OK PIC X VALUE "N".
       01 WS-LINE-FOUND PIC X VALUE "N".
       01 WS-PO-NUMBER PIC X(10) VALUE SPACES.
       01 WS-PO-SLOT PIC 9(4) VALUE 0.
       01 WS-REQ-SLOT PIC 9(4) VALUE 0.
       01 WS-REASON PIC X(30) VALUE SPACES.
      * Purchase orders and requisitions raised here are numbered
      * with a two-letter prefix and an eight-digit sequence
      * carried on from the highest number already on file
       01 WS-NEXT-NUMBER PIC 9(8) VALUE 0.
       01 WS-NEXT-PO PIC 9(8) VALUE 0.
       01 WS-NEXT-REQ PIC 9(8) VALUE 0.
       01 WS-NEW-PO-NUMBER.
           05 FILLER PIC X(2) VALUE "PO".
           05 WS-NEW-PO-SEQ PIC 9(8) VALUE 0.
       01 WS-NEW-REQ-NUMBER.
           05 FILLER PIC X(2) VALUE "RQ".
           05 WS-NEW-REQ-SEQ PIC 9(8) VALUE 0.
       01 WS-SCAN-NUMBER PIC X(10) VALUE SPACES.
       01 WS-INVOICED PIC 9(7)V99 VALUE 0.
       01 WS-NEW-ORDERED PIC 9(7)V99 VALUE 0.
       01 WS-LOG-ACTION PIC X(1) VALUE SPACES.
       01 WS-LOG-PO-NUMBER PIC X(10) VALUE SPACES.
       01 WS-LOG-REQ-NUMBER PIC X(10) VALUE SPACES.
       01 WS-LOG-OLD-AMOUNT PIC 9(7)V99 VALUE 0.
       01 WS-LOG-NEW-AMOUNT PIC 9(7)V99 VALUE 0.
       01 WS-LOG-OLD-OPEN PIC 9(7)V99 VALUE 0.
       01 WS-LOG-NEW-OPEN PIC 9(7)V99 VALUE 0.
       01 WS-PENDING-SEEN PIC 9(4) VALUE 0.
       01 WS-FORMAT-AMOUNT PIC Z,ZZZ,ZZ9.99.
       01 WS-FORMAT-OPEN PIC Z,ZZZ,ZZ9.99.
       01 WS-CURRENT-DATE PIC 9(8) VALUE 0.
       01 WS-CURRENT-TIME PIC 9(8) VALUE 0.
       01 WS-MY-TERMINAL PIC X(10) VALUE SPACES.
       01 WS-SESSION-EOF PIC X VALUE "N".
       01 WS-SESSION-FOUND PIC X VALUE "N".
       01 WS-NOW-DATE PIC 9(8) VALUE 0.
       01 WS-NOW-TIME PIC 9(8) VALUE 0.
       01 WS-NOW-TIME-SPLIT REDEFINES WS-NOW-TIME.
           05 WS-NOW-HH PIC 9(2).
           05 WS-NOW-MM PIC 9(2).
           05 FILLER PIC 9(4).
       01 WS-SES-TIME PIC 9(8) VALUE 0.
       01 WS-SES-TIME-SPLIT REDEFINES WS-SES-TIME.
           05 WS-SES-HH PIC 9(2).
           05 WS-SES-MM PIC 9(2).
           05 FILLER PIC 9(4).
       01 WS-SESSION-AGE-MINS PIC S9(8) VALUE 0.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 140-LOAD-PERMISSIONS
           PERFORM 150-LOAD-SESSION
           PERFORM 160-SET-ROLE-LEVEL
           IF WS-CAN-ENTER = "N" AND WS-CAN-CHANGE = "N"
               AND WS-ROLE-LEVEL = 0
               DISPLAY "Your role does not permit requisitions or "
                   "purchase orders."
           ELSE
               PERFORM 200-LOAD-REQUISITIONS
               PERFORM 210-LOAD-POS
               PERFORM 230-LOAD-COST-CENTERS
               PERFORM 240-LOAD-CHART
               OPEN INPUT VENDOR-FILE
               PERFORM 250-MENU-LOOP
               CLOSE VENDOR-FILE
               PERFORM 300-SAVE-REQUISITIONS
               PERFORM 310-SAVE-POS
           END-IF
           GOBACK.
       140-LOAD-PERMISSIONS.
           OPEN INPUT PERMISSION-FILE
           READ PERMISSION-FILE
               AT END MOVE "Y" TO WS-PERM-EOF
           END-READ
           PERFORM UNTIL WS-PERM-EOF = "Y"
               IF WS-PERM-COUNT < 100
                   ADD 1 TO WS-PERM-COUNT
                   MOVE PRM-ROLE TO WS-PRM-ROLE(WS-PERM-COUNT)
                   MOVE PRM-FUNCTION
                       TO WS-PRM-FUNCTION(WS-PERM-COUNT)
               ELSE
                   DISPLAY "Permission table full, record skipped"
               END-IF
               READ PERMISSION-FILE
                   AT END MOVE "Y" TO WS-PERM-EOF
               END-READ
           END-PERFORM
           CLOSE PERMISSION-FILE.
       145-CHECK-PERMISSION.
           MOVE "N" TO WS-PERM-OK
           PERFORM VARYING PRM-IDX FROM 1 BY 1
               UNTIL PRM-IDX > WS-PERM-COUNT
               IF WS-PRM-ROLE(PRM-IDX) = WS-ROLE
                   AND WS-PRM-FUNCTION(PRM-IDX) = WS-PERM-FUNCTION
                   MOVE "Y" TO WS-PERM-OK
               END-IF
           END-PERFORM.
       150-LOAD-SESSION.
           MOVE "V" TO WS-ROLE
           DISPLAY "Enter your terminal ID"
           ACCEPT WS-MY-TERMINAL
           MOVE "N" TO WS-SESSION-EOF
           MOVE "N" TO WS-SESSION-FOUND
           OPEN INPUT SESSION-FILE
           READ SESSION-FILE
               AT END MOVE "Y" TO WS-SESSION-EOF
           END-READ
           PERFORM UNTIL WS-SESSION-EOF = "Y"
               IF SES-TERMINAL-ID = WS-MY-TERMINAL
                   MOVE "Y" TO WS-SESSION-FOUND
                   PERFORM 155-ACCEPT-SESSION
               END-IF
               READ SESSION-FILE
                   AT END MOVE "Y" TO WS-SESSION-EOF
               END-READ
           END-PERFORM
           CLOSE SESSION-FILE
           IF WS-SESSION-FOUND = "N"
               DISPLAY "No session found for this terminal. "
                   "Sign on through LOGIN first."
           END-IF.
       155-ACCEPT-SESSION.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SES-LOGIN-TIME TO WS-SES-TIME
           IF SES-LOGIN-DATE IS NOT NUMERIC
               OR SES-LOGIN-DATE = 0
               DISPLAY "Session record is not valid. Sign on "
                   "again through LOGIN."
           ELSE
               COMPUTE WS-SESSION-AGE-MINS =
                   (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) -
                   FUNCTION INTEGER-OF-DATE(SES-LOGIN-DATE)) * 1440
                   + (WS-NOW-HH * 60) + WS-NOW-MM
                   - (WS-SES-HH * 60) - WS-SES-MM
               IF SES-IDLE-LIMIT > 0
                   AND WS-SESSION-AGE-MINS > SES-IDLE-LIMIT
                   DISPLAY "Session has expired. Sign on again "
                       "through LOGIN."
               ELSE
                   MOVE SES-USERNAME TO WS-USERNAME
                   MOVE SES-ROLE TO WS-ROLE
               END-IF
           END-IF.
      * With a permission matrix on file, ENTER-REQ lets a role
      * raise requisitions, CHANGE-PO lets it change or cancel
      * open POs, and APPR-PO-SUP, APPR-PO-DIR and APPR-PO-VP set
      * the highest amount band it may approve. Without a matrix
      * admins may do everything and operators may enter, change
      * and approve supervisor-band requisitions.
       160-SET-ROLE-LEVEL.
           MOVE "N" TO WS-CAN-ENTER
           MOVE "N" TO WS-CAN-CHANGE
           MOVE 0 TO WS-ROLE-LEVEL
           IF WS-USERNAME NOT = SPACES
               IF WS-PERM-COUNT = 0
                   EVALUATE WS-ROLE
                       WHEN "A"
                           MOVE "Y" TO WS-CAN-ENTER
                           MOVE "Y" TO WS-CAN-CHANGE
                           MOVE 3 TO WS-ROLE-LEVEL
                       WHEN "O"
                           MOVE "Y" TO WS-CAN-ENTER
                           MOVE "Y" TO WS-CAN-CHANGE
                           MOVE 1 TO WS-ROLE-LEVEL
                   END-EVALUATE
               ELSE
                   MOVE "ENTER-REQ" TO WS-PERM-FUNCTION
                   PERFORM 145-CHECK-PERMISSION
                   MOVE WS-PERM-OK TO WS-CAN-ENTER
                   MOVE "CHANGE-PO" TO WS-PERM-FUNCTION
                   PERFORM 145-CHECK-PERMISSION
                   MOVE WS-PERM-OK TO WS-CAN-CHANGE
                   MOVE "APPR-PO-SUP" TO WS-PERM-FUNCTION
                   PERFORM 145-CHECK-PERMISSION
                   IF WS-PERM-OK = "Y"
                       MOVE 1 TO WS-ROLE-LEVEL
                   END-IF
                   MOVE "APPR-PO-DIR" TO WS-PERM-FUNCTION
                   PERFORM 145-CHECK-PERMISSION
                   IF WS-PERM-OK = "Y"
                       MOVE 2 TO WS-ROLE-LEVEL
                   END-IF
                   MOVE "APPR-PO-VP" TO WS-PERM-FUNCTION
                   PERFORM 145-CHECK-PERMISSION
                   IF WS-PERM-OK = "Y"
                       MOVE 3 TO WS-ROLE-LEVEL
                   END-IF
               END-IF
           END-IF.
       200-LOAD-REQUISITIONS.
           OPEN INPUT REQUISITION-FILE
           READ REQUISITION-FILE
               AT END MOVE "Y" TO WS-REQ-EOF
           END-READ
           PERFORM UNTIL WS-REQ-EOF = "Y"
               IF WS-REQ-COUNT < 2000
                   ADD 1 TO WS-REQ-COUNT
                   MOVE REQ-NUMBER TO WS-REQ-NUMBER(WS-REQ-COUNT)
                   MOVE REQ-REQUESTER
                       TO WS-REQ-REQUESTER(WS-REQ-COUNT)
                   MOVE REQ-VENDOR-NUMBER
                       TO WS-REQ-VENDOR(WS-REQ-COUNT)
                   MOVE REQ-COST-CENTER
                       TO WS-REQ-COST-CENTER(WS-REQ-COUNT)
                   MOVE REQ-ACCOUNT TO WS-REQ-ACCOUNT(WS-REQ-COUNT)
                   MOVE REQ-AMOUNT TO WS-REQ-AMOUNT(WS-REQ-COUNT)
                   MOVE REQ-PROMISED-DATE
                       TO WS-REQ-PROMISED(WS-REQ-COUNT)
                   MOVE REQ-DESCRIPTION
                       TO WS-REQ-DESCRIPTION(WS-REQ-COUNT)
                   MOVE REQ-ENTERED-DATE
                       TO WS-REQ-ENTERED(WS-REQ-COUNT)
                   MOVE REQ-STATUS TO WS-REQ-STATUS(WS-REQ-COUNT)
                   MOVE REQ-BAND TO WS-REQ-BAND(WS-REQ-COUNT)
                   MOVE REQ-APPROVER
                       TO WS-REQ-APPROVER(WS-REQ-COUNT)
                   MOVE REQ-DECISION-DATE
                       TO WS-REQ-DECIDED(WS-REQ-COUNT)
                   MOVE REQ-PO-NUMBER
                       TO WS-REQ-PO-NUMBER(WS-REQ-COUNT)
                   MOVE REQ-NUMBER TO WS-SCAN-NUMBER
                   PERFORM 205-SCAN-NUMBER
                   IF WS-SCAN-NUMBER(1:2) = "RQ"
                       AND WS-NEXT-NUMBER > WS-NEXT-REQ
                       MOVE WS-NEXT-NUMBER TO WS-NEXT-REQ
                   END-IF
               ELSE
                   DISPLAY "Requisition table full, record skipped "
                       "for " REQ-NUMBER
               END-IF
               READ REQUISITION-FILE
                   AT END MOVE "Y" TO WS-REQ-EOF
               END-READ
           END-PERFORM
           CLOSE REQUISITION-FILE.
      * Leaves the sequence part of a PO or RQ number raised here
      * in WS-NEXT-NUMBER, or zero for a number from outside
       205-SCAN-NUMBER.
           MOVE 0 TO WS-NEXT-NUMBER
           IF (WS-SCAN-NUMBER(1:2) = "PO"
               OR WS-SCAN-NUMBER(1:2) = "RQ")
               AND WS-SCAN-NUMBER(3:8) IS NUMERIC
               MOVE WS-SCAN-NUMBER(3:8) TO WS-NEXT-NUMBER
           END-IF.
       210-LOAD-POS.
           OPEN INPUT PO-FILE
           READ PO-FILE
               AT END MOVE "Y" TO WS-PO-EOF
           END-READ
           PERFORM UNTIL WS-PO-EOF = "Y"
               IF WS-PO-COUNT < 500
                   ADD 1 TO WS-PO-COUNT
                   MOVE PO-NUMBER TO WS-PO-PO-NUMBER(WS-PO-COUNT)
                   MOVE PO-VENDOR-NUMBER TO WS-PO-VENDOR(WS-PO-COUNT)
                   MOVE PO-ORDERED-AMOUNT
                       TO WS-PO-ORDERED(WS-PO-COUNT)
                   MOVE PO-OPEN-BALANCE TO WS-PO-OPEN(WS-PO-COUNT)
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
                   MOVE 0 TO WS-PO-APPROVED-DATE(WS-PO-COUNT)
                   IF PO-APPROVED-DATE IS NUMERIC
                       MOVE PO-APPROVED-DATE
                           TO WS-PO-APPROVED-DATE(WS-PO-COUNT)
                   END-IF
                   MOVE PO-NUMBER TO WS-SCAN-NUMBER
                   PERFORM 205-SCAN-NUMBER
                   IF WS-SCAN-NUMBER(1:2) = "PO"
                       AND WS-NEXT-NUMBER > WS-NEXT-PO
                       MOVE WS-NEXT-NUMBER TO WS-NEXT-PO
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
       230-LOAD-COST-CENTERS.
           OPEN INPUT COST-CENTER-FILE
           READ COST-CENTER-FILE
               AT END MOVE "Y" TO WS-CC-EOF
           END-READ
           PERFORM UNTIL WS-CC-EOF = "Y"
               IF WS-CC-COUNT < 500
                   ADD 1 TO WS-CC-COUNT
                   MOVE CCM-COST-CENTER TO WS-CC-CODE(WS-CC-COUNT)
                   MOVE CCM-STATUS TO WS-CC-STATUS(WS-CC-COUNT)
               END-IF
               READ COST-CENTER-FILE
                   AT END MOVE "Y" TO WS-CC-EOF
               END-READ
           END-PERFORM
           CLOSE COST-CENTER-FILE.
       240-LOAD-CHART.
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
       250-MENU-LOOP.
           MOVE "N" TO WS-DONE
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "List, Enter a requisition, Approve pending "
                   "requisitions, Change order, cancel a PO (X), "
                   "or Quit? (L/E/A/C/X/Q)"
               ACCEPT WS-MAINT-ACTION
               MOVE FUNCTION UPPER-CASE(WS-MAINT-ACTION)
                   TO WS-MAINT-ACTION
               EVALUATE WS-MAINT-ACTION
                   WHEN "L"
                       PERFORM 400-LIST-OPEN-WORK
                   WHEN "E"
                       IF WS-CAN-ENTER = "Y"
                           PERFORM 410-ENTER-REQUISITION
                       ELSE
                           DISPLAY "Your role may not enter "
                               "requisitions."
                       END-IF
                   WHEN "A"
                       IF WS-ROLE-LEVEL > 0
                           PERFORM 420-APPROVAL-QUEUE
                       ELSE
                           DISPLAY "Your role may not approve "
                               "requisitions."
                       END-IF
                   WHEN "C"
                       IF WS-CAN-CHANGE = "Y"
                           PERFORM 440-CHANGE-ORDER
                       ELSE
                           DISPLAY "Your role may not change "
                               "purchase orders."
                       END-IF
                   WHEN "X"
                       IF WS-CAN-CHANGE = "Y"
                           PERFORM 450-CANCEL-PO
                       ELSE
                           DISPLAY "Your role may not cancel "
                               "purchase orders."
                       END-IF
                   WHEN "Q"
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM.
       300-SAVE-REQUISITIONS.
           OPEN OUTPUT REQUISITION-FILE
           PERFORM VARYING REQ-IDX FROM 1 BY 1
               UNTIL REQ-IDX > WS-REQ-COUNT
               MOVE WS-REQ-NUMBER(REQ-IDX) TO REQ-NUMBER
               MOVE WS-REQ-REQUESTER(REQ-IDX) TO REQ-REQUESTER
               MOVE WS-REQ-VENDOR(REQ-IDX) TO REQ-VENDOR-NUMBER
               MOVE WS-REQ-COST-CENTER(REQ-IDX) TO REQ-COST-CENTER
               MOVE WS-REQ-ACCOUNT(REQ-IDX) TO REQ-ACCOUNT
               MOVE WS-REQ-AMOUNT(REQ-IDX) TO REQ-AMOUNT
               MOVE WS-REQ-PROMISED(REQ-IDX) TO REQ-PROMISED-DATE
               MOVE WS-REQ-DESCRIPTION(REQ-IDX) TO REQ-DESCRIPTION
               MOVE WS-REQ-ENTERED(REQ-IDX) TO REQ-ENTERED-DATE
               MOVE WS-REQ-STATUS(REQ-IDX) TO REQ-STATUS
               MOVE WS-REQ-BAND(REQ-IDX) TO REQ-BAND
               MOVE WS-REQ-APPROVER(REQ-IDX) TO REQ-APPROVER
               MOVE WS-REQ-DECIDED(REQ-IDX) TO REQ-DECISION-DATE
               MOVE WS-REQ-PO-NUMBER(REQ-IDX) TO REQ-PO-NUMBER
               WRITE REQUISITION-RECORD
           END-PERFORM
           CLOSE REQUISITION-FILE.
       310-SAVE-POS.
           IF WS-PO-COUNT > 0
               OPEN OUTPUT PO-FILE
               PERFORM VARYING PO-IDX FROM 1 BY 1
                   UNTIL PO-IDX > WS-PO-COUNT
                   MOVE WS-PO-PO-NUMBER(PO-IDX) TO PO-NUMBER
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
           END-IF.
      * Amount bands follow the invoice approval bands; every
      * commitment needs at least a supervisor's approval
       350-SET-BAND-LEVEL.
           EVALUATE TRUE
               WHEN WS-AMOUNT < 25000
                   MOVE 1 TO WS-BAND-LEVEL
                   MOVE "Supervisor" TO WS-BAND-TEXT
               WHEN WS-AMOUNT < 100000
                   MOVE 2 TO WS-BAND-LEVEL
                   MOVE "Director" TO WS-BAND-TEXT
               WHEN OTHER
                   MOVE 3 TO WS-BAND-LEVEL
                   MOVE "VP" TO WS-BAND-TEXT
           END-EVALUATE.
      * Prompts for a PO number and leaves its table slot in
      * WS-PO-SLOT, or zero when it is not on file
       360-ASK-PO.
           DISPLAY "Enter the PO number"
           ACCEPT WS-PO-NUMBER
           MOVE FUNCTION UPPER-CASE(WS-PO-NUMBER) TO WS-PO-NUMBER
           MOVE 0 TO WS-PO-SLOT
           PERFORM VARYING PO-IDX FROM 1 BY 1
               UNTIL PO-IDX > WS-PO-COUNT
               IF WS-PO-PO-NUMBER(PO-IDX) = WS-PO-NUMBER
                   MOVE PO-IDX TO WS-PO-SLOT
               END-IF
           END-PERFORM
           IF WS-PO-SLOT = 0
               DISPLAY "PO " WS-PO-NUMBER " is not on file."
           ELSE
               IF WS-PO-STATUS(WS-PO-SLOT) = "X"
                   DISPLAY "PO " WS-PO-NUMBER " has been cancelled."
                   MOVE 0 TO WS-PO-SLOT
               END-IF
           END-IF.
       400-LIST-OPEN-WORK.
           DISPLAY "Requisitions awaiting approval:"
           MOVE 0 TO WS-PENDING-SEEN
           PERFORM VARYING REQ-IDX FROM 1 BY 1
               UNTIL REQ-IDX > WS-REQ-COUNT
               IF WS-REQ-STATUS(REQ-IDX) = "P"
                   ADD 1 TO WS-PENDING-SEEN
                   MOVE WS-REQ-AMOUNT(REQ-IDX) TO WS-FORMAT-AMOUNT
                   DISPLAY "  " WS-REQ-NUMBER(REQ-IDX) " "
                       WS-REQ-VENDOR(REQ-IDX) " "
                       WS-REQ-COST-CENTER(REQ-IDX) " "
                       WS-FORMAT-AMOUNT " "
                       WS-REQ-REQUESTER(REQ-IDX)
               END-IF
           END-PERFORM
           IF WS-PENDING-SEEN = 0
               DISPLAY "  None"
           END-IF
           DISPLAY "Open purchase orders:"
           PERFORM VARYING PO-IDX FROM 1 BY 1
               UNTIL PO-IDX > WS-PO-COUNT
               IF WS-PO-STATUS(PO-IDX) NOT = "X"
                   AND WS-PO-OPEN(PO-IDX) > 0
                   MOVE WS-PO-ORDERED(PO-IDX) TO WS-FORMAT-AMOUNT
                   MOVE WS-PO-OPEN(PO-IDX) TO WS-FORMAT-OPEN
                   DISPLAY "  " WS-PO-PO-NUMBER(PO-IDX) " "
                       WS-PO-VENDOR(PO-IDX) " "
                       WS-PO-COST-CENTER(PO-IDX) " ordered "
                       WS-FORMAT-AMOUNT " open " WS-FORMAT-OPEN
               END-IF
           END-PERFORM.
       410-ENTER-REQUISITION.
           IF WS-REQ-COUNT >= 2000
               DISPLAY "Requisition table is full."
           ELSE
               MOVE "Y" TO WS-ENTRY-OK
               DISPLAY "Enter the vendor number"
               ACCEPT WS-VENDOR-NUMBER
               MOVE FUNCTION UPPER-CASE(WS-VENDOR-NUMBER)
                   TO WS-VENDOR-NUMBER
               MOVE "N" TO WS-LINE-FOUND
               MOVE WS-VENDOR-NUMBER TO VEN-NUMBER
               READ VENDOR-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF VEN-STATUS = "A"
                           MOVE "Y" TO WS-LINE-FOUND
                       END-IF
               END-READ
               IF WS-LINE-FOUND = "N"
                   DISPLAY "Vendor " WS-VENDOR-NUMBER
                       " is not an active vendor."
                   MOVE "N" TO WS-ENTRY-OK
               END-IF
               IF WS-ENTRY-OK = "Y"
                   PERFORM 412-ACCEPT-CHARGE-TO
               END-IF
               IF WS-ENTRY-OK = "Y"
                   DISPLAY "Enter the amount to commit"
                   ACCEPT WS-AMOUNT
                   IF WS-AMOUNT = 0
                       DISPLAY "The amount must be greater than zero."
                       MOVE "N" TO WS-ENTRY-OK
                   END-IF
               END-IF
               IF WS-ENTRY-OK = "Y"
                   DISPLAY "Promised delivery date (YYYYMMDD, 0 if "
                       "none)"
                   ACCEPT WS-PROMISED-DATE
                   IF WS-PROMISED-DATE NOT = 0
                       AND FUNCTION TEST-DATE-YYYYMMDD(
                           WS-PROMISED-DATE) NOT = 0
                       DISPLAY "Promised date is not a valid date."
                       MOVE "N" TO WS-ENTRY-OK
                   END-IF
               END-IF
               IF WS-ENTRY-OK = "Y"
                   DISPLAY "Describe what is being ordered"
                   ACCEPT WS-DESCRIPTION
                   PERFORM 415-ADD-REQUISITION
               END-IF
           END-IF.
      * The cost center must be open and, when a chart of accounts
      * is on file, the account an active expense account - the
      * same checks INVOICE applies to a distribution line
       412-ACCEPT-CHARGE-TO.
           DISPLAY "Enter the cost center to charge"
           ACCEPT WS-COST-CENTER
           MOVE FUNCTION UPPER-CASE(WS-COST-CENTER) TO WS-COST-CENTER
           MOVE "N" TO WS-LINE-FOUND
           PERFORM VARYING CC-IDX FROM 1 BY 1
               UNTIL CC-IDX > WS-CC-COUNT
               IF WS-CC-CODE(CC-IDX) = WS-COST-CENTER
                   AND WS-CC-STATUS(CC-IDX) = "A"
                   MOVE "Y" TO WS-LINE-FOUND
               END-IF
           END-PERFORM
           IF WS-LINE-FOUND = "N"
               DISPLAY "Cost center " WS-COST-CENTER
                   " is not open for charges."
               MOVE "N" TO WS-ENTRY-OK
           ELSE
               DISPLAY "Enter the expense account"
               ACCEPT WS-ACCOUNT
               MOVE "N" TO WS-LINE-FOUND
               IF WS-ACCOUNT NOT = SPACES
                   IF WS-CHART-COUNT = 0
                       MOVE "Y" TO WS-LINE-FOUND
                   END-IF
                   PERFORM VARYING GLA-IDX FROM 1 BY 1
                       UNTIL GLA-IDX > WS-CHART-COUNT
                       IF WS-CHART-ACCOUNT(GLA-IDX) = WS-ACCOUNT
                           AND WS-CHART-TYPE(GLA-IDX) = "E"
                           AND WS-CHART-ACTIVE(GLA-IDX) = "Y"
                           MOVE "Y" TO WS-LINE-FOUND
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-LINE-FOUND = "N"
                   DISPLAY "Account " WS-ACCOUNT
                       " is not an active expense account."
                   MOVE "N" TO WS-ENTRY-OK
               END-IF
           END-IF.
       415-ADD-REQUISITION.
           PERFORM 350-SET-BAND-LEVEL
           ADD 1 TO WS-NEXT-REQ
           MOVE WS-NEXT-REQ TO WS-NEW-REQ-SEQ
           ADD 1 TO WS-REQ-COUNT
           MOVE WS-NEW-REQ-NUMBER TO WS-REQ-NUMBER(WS-REQ-COUNT)
           MOVE WS-USERNAME TO WS-REQ-REQUESTER(WS-REQ-COUNT)
           MOVE WS-VENDOR-NUMBER TO WS-REQ-VENDOR(WS-REQ-COUNT)
           MOVE WS-COST-CENTER TO WS-REQ-COST-CENTER(WS-REQ-COUNT)
           MOVE WS-ACCOUNT TO WS-REQ-ACCOUNT(WS-REQ-COUNT)
           MOVE WS-AMOUNT TO WS-REQ-AMOUNT(WS-REQ-COUNT)
           MOVE WS-PROMISED-DATE TO WS-REQ-PROMISED(WS-REQ-COUNT)
           MOVE WS-DESCRIPTION TO WS-REQ-DESCRIPTION(WS-REQ-COUNT)
           MOVE WS-TODAY TO WS-REQ-ENTERED(WS-REQ-COUNT)
           MOVE "P" TO WS-REQ-STATUS(WS-REQ-COUNT)
           MOVE WS-BAND-LEVEL TO WS-REQ-BAND(WS-REQ-COUNT)
           MOVE SPACES TO WS-REQ-APPROVER(WS-REQ-COUNT)
           MOVE 0 TO WS-REQ-DECIDED(WS-REQ-COUNT)
           MOVE SPACES TO WS-REQ-PO-NUMBER(WS-REQ-COUNT)
           MOVE "E" TO WS-LOG-ACTION
           MOVE SPACES TO WS-LOG-PO-NUMBER
           MOVE WS-NEW-REQ-NUMBER TO WS-LOG-REQ-NUMBER
           MOVE 0 TO WS-LOG-OLD-AMOUNT
           MOVE WS-AMOUNT TO WS-LOG-NEW-AMOUNT
           MOVE 0 TO WS-LOG-OLD-OPEN
           MOVE 0 TO WS-LOG-NEW-OPEN
           MOVE WS-DESCRIPTION TO WS-REASON
           PERFORM 480-LOG-CHANGE
           DISPLAY "Requisition " WS-NEW-REQ-NUMBER
               " entered; " FUNCTION TRIM(WS-BAND-TEXT)
               " approval is required.".
      * Walks the pending requisitions; those above the operator's
      * band, or raised by the operator, are left for someone else
       420-APPROVAL-QUEUE.
           MOVE 0 TO WS-PENDING-SEEN
           PERFORM VARYING REQ-IDX FROM 1 BY 1
               UNTIL REQ-IDX > WS-REQ-COUNT
               IF WS-REQ-STATUS(REQ-IDX) = "P"
                   AND WS-REQ-BAND(REQ-IDX) <= WS-ROLE-LEVEL
                   AND WS-REQ-REQUESTER(REQ-IDX) NOT = WS-USERNAME
                   ADD 1 TO WS-PENDING-SEEN
                   MOVE REQ-IDX TO WS-REQ-SLOT
                   PERFORM 425-DECIDE-ONE
               END-IF
           END-PERFORM
           IF WS-PENDING-SEEN = 0
               DISPLAY "No requisitions are waiting for your "
                   "approval."
           END-IF.
       425-DECIDE-ONE.
           MOVE WS-REQ-AMOUNT(WS-REQ-SLOT) TO WS-FORMAT-AMOUNT
           DISPLAY " "
           DISPLAY "Requisition: " WS-REQ-NUMBER(WS-REQ-SLOT)
               "  Vendor: " WS-REQ-VENDOR(WS-REQ-SLOT)
               "  Amount: " WS-FORMAT-AMOUNT
           DISPLAY "  Charge to " WS-REQ-COST-CENTER(WS-REQ-SLOT)
               " / " WS-REQ-ACCOUNT(WS-REQ-SLOT)
               "  requested by " WS-REQ-REQUESTER(WS-REQ-SLOT)
           DISPLAY "  " WS-REQ-DESCRIPTION(WS-REQ-SLOT)
           MOVE SPACES TO WS-DECISION
           PERFORM UNTIL WS-DECISION = "A" OR WS-DECISION = "R"
               OR WS-DECISION = "S"
               DISPLAY "Approve, reject or skip? (A/R/S)"
               ACCEPT WS-DECISION
               MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION
           END-PERFORM
           EVALUATE WS-DECISION
               WHEN "A"
                   IF WS-PO-COUNT >= 500
                       DISPLAY "PO table is full - requisition left "
                           "pending."
                   ELSE
                       PERFORM 430-RAISE-PO
                   END-IF
               WHEN "R"
                   DISPLAY "Reason for rejecting"
                   ACCEPT WS-REASON
                   MOVE "R" TO WS-REQ-STATUS(WS-REQ-SLOT)
                   MOVE WS-USERNAME TO WS-REQ-APPROVER(WS-REQ-SLOT)
                   MOVE WS-TODAY TO WS-REQ-DECIDED(WS-REQ-SLOT)
                   MOVE "R" TO WS-LOG-ACTION
                   MOVE SPACES TO WS-LOG-PO-NUMBER
                   MOVE WS-REQ-NUMBER(WS-REQ-SLOT)
                       TO WS-LOG-REQ-NUMBER
                   MOVE WS-REQ-AMOUNT(WS-REQ-SLOT)
                       TO WS-LOG-OLD-AMOUNT
                   MOVE 0 TO WS-LOG-NEW-AMOUNT
                   MOVE 0 TO WS-LOG-OLD-OPEN
                   MOVE 0 TO WS-LOG-NEW-OPEN
                   PERFORM 480-LOG-CHANGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       430-RAISE-PO.
           ADD 1 TO WS-NEXT-PO
           MOVE WS-NEXT-PO TO WS-NEW-PO-SEQ
           ADD 1 TO WS-PO-COUNT
           MOVE WS-NEW-PO-NUMBER TO WS-PO-PO-NUMBER(WS-PO-COUNT)
           MOVE WS-REQ-VENDOR(WS-REQ-SLOT) TO WS-PO-VENDOR(WS-PO-COUNT)
           MOVE WS-REQ-AMOUNT(WS-REQ-SLOT)
               TO WS-PO-ORDERED(WS-PO-COUNT)
           MOVE WS-REQ-AMOUNT(WS-REQ-SLOT) TO WS-PO-OPEN(WS-PO-COUNT)
           MOVE WS-REQ-PROMISED(WS-REQ-SLOT)
               TO WS-PO-PROMISED(WS-PO-COUNT)
           MOVE WS-REQ-COST-CENTER(WS-REQ-SLOT)
               TO WS-PO-COST-CENTER(WS-PO-COUNT)
           MOVE WS-REQ-ACCOUNT(WS-REQ-SLOT)
               TO WS-PO-ACCOUNT(WS-PO-COUNT)
           MOVE WS-REQ-NUMBER(WS-REQ-SLOT)
               TO WS-PO-REQ-NUMBER(WS-PO-COUNT)
           MOVE "O" TO WS-PO-STATUS(WS-PO-COUNT)
           MOVE WS-USERNAME TO WS-PO-APPROVER(WS-PO-COUNT)
           MOVE WS-TODAY TO WS-PO-APPROVED-DATE(WS-PO-COUNT)
           MOVE "A" TO WS-REQ-STATUS(WS-REQ-SLOT)
           MOVE WS-USERNAME TO WS-REQ-APPROVER(WS-REQ-SLOT)
           MOVE WS-TODAY TO WS-REQ-DECIDED(WS-REQ-SLOT)
           MOVE WS-NEW-PO-NUMBER TO WS-REQ-PO-NUMBER(WS-REQ-SLOT)
           MOVE "A" TO WS-LOG-ACTION
           MOVE WS-NEW-PO-NUMBER TO WS-LOG-PO-NUMBER
           MOVE WS-REQ-NUMBER(WS-REQ-SLOT) TO WS-LOG-REQ-NUMBER
           MOVE 0 TO WS-LOG-OLD-AMOUNT
           MOVE WS-REQ-AMOUNT(WS-REQ-SLOT) TO WS-LOG-NEW-AMOUNT
           MOVE 0 TO WS-LOG-OLD-OPEN
           MOVE WS-REQ-AMOUNT(WS-REQ-SLOT) TO WS-LOG-NEW-OPEN
           MOVE "Approved" TO WS-REASON
           PERFORM 480-LOG-CHANGE
           DISPLAY "Approved - purchase order " WS-NEW-PO-NUMBER
               " raised.".
      * A change order resets the ordered amount. What has already
      * been invoiced against the PO stays invoiced, so the open
      * balance moves by the same amount and the new total may not
      * fall below the invoiced value. Raising a PO needs approval
      * authority for the band of the new total.
       440-CHANGE-ORDER.
           PERFORM 360-ASK-PO
           IF WS-PO-SLOT > 0
               COMPUTE WS-INVOICED = WS-PO-ORDERED(WS-PO-SLOT)
                   - WS-PO-OPEN(WS-PO-SLOT)
               MOVE WS-PO-ORDERED(WS-PO-SLOT) TO WS-FORMAT-AMOUNT
               MOVE WS-PO-OPEN(WS-PO-SLOT) TO WS-FORMAT-OPEN
               DISPLAY "Ordered " WS-FORMAT-AMOUNT
                   "  open " WS-FORMAT-OPEN
               DISPLAY "Enter the new ordered amount"
               ACCEPT WS-NEW-ORDERED
               MOVE WS-NEW-ORDERED TO WS-AMOUNT
               PERFORM 350-SET-BAND-LEVEL
               EVALUATE TRUE
                   WHEN WS-NEW-ORDERED = WS-PO-ORDERED(WS-PO-SLOT)
                       DISPLAY "Ordered amount is unchanged."
                   WHEN WS-NEW-ORDERED < WS-INVOICED
                       MOVE WS-INVOICED TO WS-FORMAT-AMOUNT
                       DISPLAY "Already invoiced " WS-FORMAT-AMOUNT
                           " - the order cannot go below that."
                   WHEN WS-NEW-ORDERED > WS-PO-ORDERED(WS-PO-SLOT)
                       AND WS-BAND-LEVEL > WS-ROLE-LEVEL
                       DISPLAY FUNCTION TRIM(WS-BAND-TEXT)
                           " approval is required for the new total."
                   WHEN OTHER
                       DISPLAY "Reason for the change"
                       ACCEPT WS-REASON
                       MOVE "C" TO WS-LOG-ACTION
                       MOVE WS-PO-ORDERED(WS-PO-SLOT)
                           TO WS-LOG-OLD-AMOUNT
                       MOVE WS-PO-OPEN(WS-PO-SLOT) TO WS-LOG-OLD-OPEN
                       MOVE WS-NEW-ORDERED
                           TO WS-PO-ORDERED(WS-PO-SLOT)
                       COMPUTE WS-PO-OPEN(WS-PO-SLOT) =
                           WS-NEW-ORDERED - WS-INVOICED
                       MOVE WS-NEW-ORDERED TO WS-LOG-NEW-AMOUNT
                       MOVE WS-PO-OPEN(WS-PO-SLOT) TO WS-LOG-NEW-OPEN
                       MOVE WS-PO-PO-NUMBER(WS-PO-SLOT)
                           TO WS-LOG-PO-NUMBER
                       MOVE WS-PO-REQ-NUMBER(WS-PO-SLOT)
                           TO WS-LOG-REQ-NUMBER
                       PERFORM 480-LOG-CHANGE
                       MOVE WS-PO-OPEN(WS-PO-SLOT) TO WS-FORMAT-OPEN
                       DISPLAY "Change order recorded; open balance "
                           "is now " WS-FORMAT-OPEN
               END-EVALUATE
           END-IF.
      * A cancelled PO keeps its history but commits nothing more;
      * INVOICE will no longer match invoices to it
       450-CANCEL-PO.
           PERFORM 360-ASK-PO
           IF WS-PO-SLOT > 0
               MOVE WS-PO-OPEN(WS-PO-SLOT) TO WS-FORMAT-OPEN
               DISPLAY "Cancel PO " WS-PO-NUMBER " with "
                   WS-FORMAT-OPEN " still open? (Y/N)"
               ACCEPT WS-DECISION
               MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION
               IF WS-DECISION = "Y"
                   DISPLAY "Reason for cancelling"
                   ACCEPT WS-REASON
                   MOVE "X" TO WS-LOG-ACTION
                   MOVE WS-PO-ORDERED(WS-PO-SLOT) TO WS-LOG-OLD-AMOUNT
                   MOVE WS-PO-ORDERED(WS-PO-SLOT) TO WS-LOG-NEW-AMOUNT
                   MOVE WS-PO-OPEN(WS-PO-SLOT) TO WS-LOG-OLD-OPEN
                   MOVE 0 TO WS-LOG-NEW-OPEN
                   MOVE WS-PO-PO-NUMBER(WS-PO-SLOT) TO WS-LOG-PO-NUMBER
                   MOVE WS-PO-REQ-NUMBER(WS-PO-SLOT)
                       TO WS-LOG-REQ-NUMBER
                   MOVE "X" TO WS-PO-STATUS(WS-PO-SLOT)
                   MOVE 0 TO WS-PO-OPEN(WS-PO-SLOT)
                   PERFORM 480-LOG-CHANGE
                   DISPLAY "PO " WS-PO-NUMBER " cancelled."
               END-IF
           END-IF.
       480-LOG-CHANGE.
           OPEN EXTEND CHANGE-LOG-FILE
           MOVE WS-LOG-PO-NUMBER TO PCH-PO-NUMBER
           MOVE WS-LOG-REQ-NUMBER TO PCH-REQ-NUMBER
           MOVE WS-LOG-ACTION TO PCH-ACTION
           MOVE WS-LOG-OLD-AMOUNT TO PCH-OLD-AMOUNT
           MOVE WS-LOG-NEW-AMOUNT TO PCH-NEW-AMOUNT
           MOVE WS-LOG-OLD-OPEN TO PCH-OLD-OPEN
           MOVE WS-LOG-NEW-OPEN TO PCH-NEW-OPEN
           MOVE WS-REASON TO PCH-REASON
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
      * TIME returns HHMMSSss; drop the hundredths so the
      * 14-digit stamp carries date plus HHMMSS
           COMPUTE PCH-TIMESTAMP =
               WS-CURRENT-DATE * 1000000 + WS-CURRENT-TIME / 100
           MOVE WS-USERNAME TO PCH-USERNAME
           WRITE CHANGE-LOG-RECORD
           CLOSE CHANGE-LOG-FILE.
