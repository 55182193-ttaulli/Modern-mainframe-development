       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTBUD.
      * Departmental spending budget maintenance for
      * COST-CENTERS.dat. Each cost center carries a name, a
      * status, and a quarterly spending budget. Cost centers are
      * added or closed here, quarterly figures are entered or an
      * annual budget spread across the quarters the same way
      * BUDMAINT maintains BUDGET.dat, and every change is written
      * to a change log with the signed-on user. INVOICE accepts
      * distribution lines only for open cost centers, and
      * CCSPEND reports approved spend against these budgets.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COST-CENTER-FILE ASSIGN TO
           "COST-CENTERS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHANGE-LOG-FILE ASSIGN TO
           "DEPT-BUDGET-CHANGE-LOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SESSION-FILE ASSIGN TO
           "SESSION.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD COST-CENTER-FILE.
       01 COST-CENTER-RECORD.
           05 CCM-COST-CENTER PIC X(6).
           05 CCM-NAME PIC X(30).
      * CCM-STATUS: A = open for charges, I = inactive
           05 CCM-STATUS PIC X(1).
           05 CCM-QUARTERLY-BUDGET PIC 9(7) OCCURS 4 TIMES.
       FD CHANGE-LOG-FILE.
       01 CHANGE-LOG-RECORD.
           05 DCL-COST-CENTER PIC X(6).
           05 DCL-QUARTER PIC 9(1).
      * DCL-ACTION: N = cost center added, B = budget changed,
      * S = status changed (values 1 = open, 0 = inactive)
           05 DCL-ACTION PIC X(1).
           05 DCL-OLD-VALUE PIC 9(7).
           05 DCL-NEW-VALUE PIC 9(7).
           05 DCL-TIMESTAMP PIC 9(14).
           05 DCL-USERNAME PIC X(20).
       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SES-USERNAME PIC X(20).
           05 SES-ROLE PIC X(1).
           05 SES-LOGIN-DATE PIC 9(8).
           05 SES-LOGIN-TIME PIC 9(8).
           05 SES-TERMINAL-ID PIC X(10).
           05 SES-IDLE-LIMIT PIC 9(4).
       WORKING-STORAGE SECTION.
       01 WS-CC-EOF PIC X VALUE "N".
       01 WS-CC-COUNT PIC 9(4) VALUE 0.
       01 WS-CC-TABLE.
           05 WS-CC-ENTRY OCCURS 500 TIMES INDEXED BY CC-IDX.
               10 WS-CC-CODE PIC X(6).
               10 WS-CC-NAME PIC X(30).
               10 WS-CC-STATUS PIC X(1).
               10 WS-CC-QTR PIC 9(7) OCCURS 4 TIMES.
       01 WS-USERNAME PIC X(20) VALUE SPACES.
       01 WS-ROLE PIC X(1) VALUE "V".
           88 CAN-MAINTAIN-BUDGETS VALUE "A" "O".
       01 WS-MAINT-ACTION PIC X(1) VALUE SPACES.
       01 WS-DONE PIC X VALUE "N".
       01 WS-COST-CENTER PIC X(6) VALUE SPACES.
       01 WS-NEW-CC-NAME PIC X(30) VALUE SPACES.
       01 WS-CC-SLOT PIC 9(4) VALUE 0.
       01 WS-NEW-STATUS PIC X(1) VALUE SPACES.
       01 WS-QUARTER PIC 9(1) VALUE 0.
       01 WS-NEW-AMOUNT PIC 9(7) VALUE 0.
       01 WS-ANNUAL-TARGET PIC 9(8) VALUE 0.
       01 WS-QUARTER-SHARE PIC 9(7) VALUE 0.
       01 WS-REMAINDER PIC 9(7) VALUE 0.
       01 WS-QUARTER-IDX PIC 9(1) VALUE 0.
       01 WS-ANNUAL-TOTAL PIC 9(8) VALUE 0.
       01 WS-FORMAT-AMOUNT PIC Z,ZZZ,ZZ9.
       01 WS-FORMAT-ANNUAL PIC ZZ,ZZZ,ZZ9.
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
           PERFORM 150-LOAD-SESSION
           IF NOT CAN-MAINTAIN-BUDGETS
               DISPLAY "Your role does not permit budget "
                   "maintenance."
           ELSE
               PERFORM 200-LOAD-COST-CENTERS
               PERFORM 250-MENU-LOOP
               PERFORM 300-SAVE-COST-CENTERS
           END-IF
           GOBACK.
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
       200-LOAD-COST-CENTERS.
           MOVE 0 TO WS-CC-COUNT
           OPEN INPUT COST-CENTER-FILE
           READ COST-CENTER-FILE
               AT END MOVE "Y" TO WS-CC-EOF
           END-READ
           PERFORM UNTIL WS-CC-EOF = "Y"
               IF WS-CC-COUNT < 500
                   ADD 1 TO WS-CC-COUNT
                   MOVE CCM-COST-CENTER TO WS-CC-CODE(WS-CC-COUNT)
                   MOVE CCM-NAME TO WS-CC-NAME(WS-CC-COUNT)
                   MOVE CCM-STATUS TO WS-CC-STATUS(WS-CC-COUNT)
                   PERFORM VARYING WS-QUARTER-IDX FROM 1 BY 1
                       UNTIL WS-QUARTER-IDX > 4
                       MOVE CCM-QUARTERLY-BUDGET(WS-QUARTER-IDX)
                           TO WS-CC-QTR(WS-CC-COUNT, WS-QUARTER-IDX)
                   END-PERFORM
               ELSE
                   DISPLAY "Cost center table full, record skipped "
                       "for " CCM-COST-CENTER
               END-IF
               READ COST-CENTER-FILE
                   AT END MOVE "Y" TO WS-CC-EOF
               END-READ
           END-PERFORM
           CLOSE COST-CENTER-FILE.
       250-MENU-LOOP.
           MOVE "N" TO WS-DONE
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "List, New cost center, Adjust a quarter, "
                   "Spread an annual budget, Change status, or "
                   "Quit? (L/N/A/S/C/Q)"
               ACCEPT WS-MAINT-ACTION
               MOVE FUNCTION UPPER-CASE(WS-MAINT-ACTION)
                   TO WS-MAINT-ACTION
               EVALUATE WS-MAINT-ACTION
                   WHEN "L"
                       PERFORM 400-LIST-COST-CENTERS
                   WHEN "N"
                       PERFORM 405-ADD-COST-CENTER
                   WHEN "A"
                       PERFORM 410-ADJUST-QUARTER
                   WHEN "S"
                       PERFORM 420-SPREAD-ANNUAL
                   WHEN "C"
                       PERFORM 430-CHANGE-STATUS
                   WHEN "Q"
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM.
       300-SAVE-COST-CENTERS.
           OPEN OUTPUT COST-CENTER-FILE
           PERFORM VARYING CC-IDX FROM 1 BY 1
               UNTIL CC-IDX > WS-CC-COUNT
               MOVE WS-CC-CODE(CC-IDX) TO CCM-COST-CENTER
               MOVE WS-CC-NAME(CC-IDX) TO CCM-NAME
               MOVE WS-CC-STATUS(CC-IDX) TO CCM-STATUS
               PERFORM VARYING WS-QUARTER-IDX FROM 1 BY 1
                   UNTIL WS-QUARTER-IDX > 4
                   MOVE WS-CC-QTR(CC-IDX, WS-QUARTER-IDX)
                       TO CCM-QUARTERLY-BUDGET(WS-QUARTER-IDX)
               END-PERFORM
               WRITE COST-CENTER-RECORD
           END-PERFORM
           CLOSE COST-CENTER-FILE.
      * Prompts for a cost center and leaves its table slot in
      * WS-CC-SLOT, or zero when it is not on file
       360-ASK-COST-CENTER.
           DISPLAY "Enter the cost center"
           ACCEPT WS-COST-CENTER
           MOVE FUNCTION UPPER-CASE(WS-COST-CENTER) TO WS-COST-CENTER
           PERFORM 365-FIND-COST-CENTER
           IF WS-CC-SLOT = 0
               DISPLAY "Cost center " WS-COST-CENTER " is not on file."
           END-IF.
       365-FIND-COST-CENTER.
           MOVE 0 TO WS-CC-SLOT
           PERFORM VARYING CC-IDX FROM 1 BY 1
               UNTIL CC-IDX > WS-CC-COUNT
               IF WS-CC-CODE(CC-IDX) = WS-COST-CENTER
                   MOVE CC-IDX TO WS-CC-SLOT
               END-IF
           END-PERFORM.
       400-LIST-COST-CENTERS.
           IF WS-CC-COUNT = 0
               DISPLAY "No cost centers on file."
           END-IF
           PERFORM VARYING CC-IDX FROM 1 BY 1
               UNTIL CC-IDX > WS-CC-COUNT
               MOVE 0 TO WS-ANNUAL-TOTAL
               PERFORM VARYING WS-QUARTER-IDX FROM 1 BY 1
                   UNTIL WS-QUARTER-IDX > 4
                   ADD WS-CC-QTR(CC-IDX, WS-QUARTER-IDX)
                       TO WS-ANNUAL-TOTAL
               END-PERFORM
               MOVE WS-ANNUAL-TOTAL TO WS-FORMAT-ANNUAL
               DISPLAY WS-CC-CODE(CC-IDX) " " WS-CC-NAME(CC-IDX)
                   " status " WS-CC-STATUS(CC-IDX)
                   " annual " WS-FORMAT-ANNUAL
               PERFORM VARYING WS-QUARTER-IDX FROM 1 BY 1
                   UNTIL WS-QUARTER-IDX > 4
                   MOVE WS-CC-QTR(CC-IDX, WS-QUARTER-IDX)
                       TO WS-FORMAT-AMOUNT
                   DISPLAY "  Q" WS-QUARTER-IDX
                       " budget " WS-FORMAT-AMOUNT
               END-PERFORM
           END-PERFORM.
       405-ADD-COST-CENTER.
           DISPLAY "Enter the new cost center code"
           ACCEPT WS-COST-CENTER
           MOVE FUNCTION UPPER-CASE(WS-COST-CENTER) TO WS-COST-CENTER
           PERFORM 365-FIND-COST-CENTER
           EVALUATE TRUE
               WHEN WS-COST-CENTER = SPACES
                   DISPLAY "A cost center code is required."
               WHEN WS-CC-SLOT > 0
                   DISPLAY "Cost center " WS-COST-CENTER
                       " is already on file."
               WHEN WS-CC-COUNT >= 500
                   DISPLAY "Cost center table is full."
               WHEN OTHER
                   DISPLAY "Enter the department name"
                   ACCEPT WS-NEW-CC-NAME
                   ADD 1 TO WS-CC-COUNT
                   MOVE WS-COST-CENTER TO WS-CC-CODE(WS-CC-COUNT)
                   MOVE WS-NEW-CC-NAME TO WS-CC-NAME(WS-CC-COUNT)
                   MOVE "A" TO WS-CC-STATUS(WS-CC-COUNT)
                   PERFORM VARYING WS-QUARTER-IDX FROM 1 BY 1
                       UNTIL WS-QUARTER-IDX > 4
                       MOVE 0 TO WS-CC-QTR(WS-CC-COUNT, WS-QUARTER-IDX)
                   END-PERFORM
                   MOVE 0 TO WS-QUARTER
                   MOVE "N" TO DCL-ACTION
                   MOVE 0 TO DCL-OLD-VALUE
                   MOVE 1 TO DCL-NEW-VALUE
                   PERFORM 450-LOG-CHANGE
                   DISPLAY "Cost center added. Enter its budget with "
                       "Adjust or Spread."
           END-EVALUATE.
       410-ADJUST-QUARTER.
           PERFORM 360-ASK-COST-CENTER
           IF WS-CC-SLOT > 0
               MOVE 0 TO WS-QUARTER
               PERFORM UNTIL WS-QUARTER >= 1 AND WS-QUARTER <= 4
                   DISPLAY "Enter the quarter (1-4)"
                   ACCEPT WS-QUARTER
               END-PERFORM
               DISPLAY "Enter the new amount"
               ACCEPT WS-NEW-AMOUNT
               MOVE WS-CC-QTR(WS-CC-SLOT, WS-QUARTER)
                   TO DCL-OLD-VALUE
               MOVE WS-NEW-AMOUNT TO WS-CC-QTR(WS-CC-SLOT, WS-QUARTER)
               MOVE WS-NEW-AMOUNT TO DCL-NEW-VALUE
               MOVE "B" TO DCL-ACTION
               PERFORM 450-LOG-CHANGE
               DISPLAY "Quarter updated."
           END-IF.
      * Spreads an annual budget evenly over the four quarters,
      * with any remainder landing in the fourth quarter
       420-SPREAD-ANNUAL.
           PERFORM 360-ASK-COST-CENTER
           IF WS-CC-SLOT > 0
               DISPLAY "Enter the annual budget"
               ACCEPT WS-ANNUAL-TARGET
               COMPUTE WS-QUARTER-SHARE = WS-ANNUAL-TARGET / 4
               COMPUTE WS-REMAINDER =
                   WS-ANNUAL-TARGET - (WS-QUARTER-SHARE * 4)
               PERFORM VARYING WS-QUARTER FROM 1 BY 1
                   UNTIL WS-QUARTER > 4
                   MOVE WS-QUARTER-SHARE TO WS-NEW-AMOUNT
                   IF WS-QUARTER = 4
                       ADD WS-REMAINDER TO WS-NEW-AMOUNT
                   END-IF
                   MOVE WS-CC-QTR(WS-CC-SLOT, WS-QUARTER)
                       TO DCL-OLD-VALUE
                   MOVE WS-NEW-AMOUNT
                       TO WS-CC-QTR(WS-CC-SLOT, WS-QUARTER)
                   MOVE WS-NEW-AMOUNT TO DCL-NEW-VALUE
                   MOVE "B" TO DCL-ACTION
                   PERFORM 450-LOG-CHANGE
               END-PERFORM
               DISPLAY "Annual budget spread across the quarters."
           END-IF.
      * An inactive cost center keeps its history and budget but
      * no new invoice lines can be charged to it
       430-CHANGE-STATUS.
           PERFORM 360-ASK-COST-CENTER
           IF WS-CC-SLOT > 0
               DISPLAY "Cost center is currently "
                   WS-CC-STATUS(WS-CC-SLOT)
                   ". New status? (A = open, I = inactive)"
               ACCEPT WS-NEW-STATUS
               MOVE FUNCTION UPPER-CASE(WS-NEW-STATUS)
                   TO WS-NEW-STATUS
               IF WS-NEW-STATUS NOT = "A" AND WS-NEW-STATUS NOT = "I"
                   DISPLAY "Status must be A or I."
               ELSE
                   IF WS-NEW-STATUS = WS-CC-STATUS(WS-CC-SLOT)
                       DISPLAY "Status unchanged."
                   ELSE
                       MOVE 0 TO WS-QUARTER
                       MOVE "S" TO DCL-ACTION
                       IF WS-NEW-STATUS = "A"
                           MOVE 0 TO DCL-OLD-VALUE
                           MOVE 1 TO DCL-NEW-VALUE
                       ELSE
                           MOVE 1 TO DCL-OLD-VALUE
                           MOVE 0 TO DCL-NEW-VALUE
                       END-IF
                       MOVE WS-NEW-STATUS TO WS-CC-STATUS(WS-CC-SLOT)
                       PERFORM 450-LOG-CHANGE
                       DISPLAY "Status updated."
                   END-IF
               END-IF
           END-IF.
       450-LOG-CHANGE.
           OPEN EXTEND CHANGE-LOG-FILE
           MOVE WS-COST-CENTER TO DCL-COST-CENTER
           MOVE WS-QUARTER TO DCL-QUARTER
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
      * TIME returns HHMMSSss; drop the hundredths so the
      * 14-digit stamp carries date plus HHMMSS
           COMPUTE DCL-TIMESTAMP =
               WS-CURRENT-DATE * 1000000 + WS-CURRENT-TIME / 100
           MOVE WS-USERNAME TO DCL-USERNAME
           WRITE CHANGE-LOG-RECORD
           CLOSE CHANGE-LOG-FILE.
