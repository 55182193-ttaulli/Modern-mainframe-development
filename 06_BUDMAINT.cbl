      * reforecast kept alongside it on BUDGET-REFORECAST.dat.
      * Quarterly figures are entered or adjusted per region
      * with validation against the five defined regions, an
      * annual target can be spread across the quarters, the
      * statistical forecast SALESFCT leaves on
      * PROPOSED-REFORECAST.dat can be reviewed and accepted
      * into the reforecast, and every change is written to a
      * change log with the signed-on user.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REFORECAST-FILE ASSIGN TO
           "BUDGET-REFORECAST.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROPOSED-FILE ASSIGN TO
           "PROPOSED-REFORECAST.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHANGE-LOG-FILE ASSIGN TO
           "BUDGET-CHANGE-LOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SESSION-FILE ASSIGN TO
           "SESSION.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BATCH-LOCK-FILE ASSIGN TO
           "BATCH-LOCKS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD BUDGET-FILE.
       01 REFORECAST-RECORD.
           05 RFC-REGION-NO PIC 99.
           05 RFC-QUARTERLY-BUDGET PIC 9(7) OCCURS 4 TIMES.
       FD PROPOSED-FILE.
      * Forecast proposed by SALESFCT, in the BUDGET.dat layout
       01 PROPOSED-RECORD.
           05 PRF-REGION-NO PIC 99.
           05 PRF-QUARTERLY-BUDGET PIC 9(7) OCCURS 4 TIMES.
       FD CHANGE-LOG-FILE.
       01 CHANGE-LOG-RECORD.
           05 BCL-REGION-NO PIC 99.
           05 BCL-NEW-VALUE PIC 9(7).
           05 BCL-TIMESTAMP PIC 9(14).
           05 BCL-USERNAME PIC X(20).
       FD BATCH-LOCK-FILE.
      * Masters held by a running nightly step
       01 BATCH-LOCK-RECORD.
           05 LCK-FILE-NAME PIC X(30).
           05 LCK-STEP-NO PIC 9(2).
           05 LCK-PROGRAM PIC X(12).
           05 LCK-RUN-DATE PIC 9(8).
           05 LCK-SET-DATE PIC 9(8).
           05 LCK-SET-TIME PIC 9(8).
       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SES-USERNAME PIC X(20).
       01 WS-REFORECAST-TABLE.
           05 WS-RFC-REGION OCCURS 5 TIMES.
               10 WS-RFC-QTR PIC 9(7) OCCURS 4 TIMES.
       01 WS-PROPOSED-EOF PIC X VALUE "N".
       01 WS-PROPOSED-LOADED PIC X VALUE "N".
       01 WS-PROPOSED-TABLE.
           05 WS-PRF-REGION OCCURS 5 TIMES.
               10 WS-PRF-QTR PIC 9(7) OCCURS 4 TIMES.
       01 WS-ACCEPT-SCOPE PIC X(1) VALUE SPACES.
       01 WS-ACCEPTED-COUNT PIC 9(2) VALUE 0.
       01 WS-FORMAT-COUNT PIC Z9.
       01 WS-USERNAME PIC X(20) VALUE SPACES.
       01 WS-ROLE PIC X(1) VALUE "V".
           88 CAN-MAINTAIN-BUDGETS VALUE "A" "O".
           05 WS-SES-MM PIC 9(2).
           05 FILLER PIC 9(4).
       01 WS-SESSION-AGE-MINS PIC S9(8) VALUE 0.
       01 WS-LOCK-EOF PIC X VALUE "N".
       01 WS-MASTER-LOCKED PIC X VALUE "N".
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 150-LOAD-SESSION
           ELSE
               PERFORM 200-LOAD-BUDGET
               PERFORM 210-LOAD-REFORECAST
               PERFORM 170-CHECK-BATCH-LOCK
               PERFORM 250-MENU-LOOP
               PERFORM 170-CHECK-BATCH-LOCK
               IF WS-MASTER-LOCKED = "Y"
                   DISPLAY "BUDGET.dat was not rewritten - "
                       "any changes made in this session were "
                       "not saved."
               ELSE
                   PERFORM 300-SAVE-BUDGET
               END-IF
               PERFORM 310-SAVE-REFORECAST
           END-IF
           GOBACK.
                   MOVE SES-ROLE TO WS-ROLE
               END-IF
           END-IF.
      * The nightly run locks a master while a step rewrites it;
      * until the lock is released updates are refused and only
      * inquiry is allowed.
       170-CHECK-BATCH-LOCK.
           MOVE "N" TO WS-MASTER-LOCKED
           MOVE "N" TO WS-LOCK-EOF
           OPEN INPUT BATCH-LOCK-FILE
           READ BATCH-LOCK-FILE
               AT END MOVE "Y" TO WS-LOCK-EOF
           END-READ
           PERFORM UNTIL WS-LOCK-EOF = "Y"
               IF LCK-FILE-NAME = "BUDGET.dat"
                   AND WS-MASTER-LOCKED = "N"
                   MOVE "Y" TO WS-MASTER-LOCKED
                   DISPLAY "BUDGET.dat is locked for the "
                       "batch window by nightly step "
                       LCK-STEP-NO " " LCK-PROGRAM
                   DISPLAY "Lock set " LCK-SET-DATE " at "
                       LCK-SET-TIME(1:6) ". Updates to budgets are "
                       "refused; inquiry is still available."
               END-IF
               READ BATCH-LOCK-FILE
                   AT END MOVE "Y" TO WS-LOCK-EOF
               END-READ
           END-PERFORM
           CLOSE BATCH-LOCK-FILE.
       200-LOAD-BUDGET.
           MOVE ZEROS TO WS-BUDGET-TABLE
           OPEN INPUT BUDGET-FILE
               END-READ
           END-PERFORM
           CLOSE REFORECAST-FILE.
       215-LOAD-PROPOSED.
           MOVE ZEROS TO WS-PROPOSED-TABLE
           MOVE "N" TO WS-PROPOSED-LOADED
           MOVE "N" TO WS-PROPOSED-EOF
           OPEN INPUT PROPOSED-FILE
           READ PROPOSED-FILE
               AT END MOVE "Y" TO WS-PROPOSED-EOF
           END-READ
           PERFORM UNTIL WS-PROPOSED-EOF = "Y"
               IF PRF-REGION-NO >= 1 AND PRF-REGION-NO <= 5
                   MOVE "Y" TO WS-PROPOSED-LOADED
                   PERFORM VARYING WS-QUARTER-IDX FROM 1 BY 1
                       UNTIL WS-QUARTER-IDX > 4
                       MOVE PRF-QUARTERLY-BUDGET(WS-QUARTER-IDX)
                           TO WS-PRF-QTR(PRF-REGION-NO,
                               WS-QUARTER-IDX)
                   END-PERFORM
               END-IF
               READ PROPOSED-FILE
                   AT END MOVE "Y" TO WS-PROPOSED-EOF
               END-READ
           END-PERFORM
           CLOSE PROPOSED-FILE.
       250-MENU-LOOP.
           MOVE "N" TO WS-DONE
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "List, Adjust a quarter, Spread an annual "
                   "target, review the Proposed reforecast, or "
                   "Quit? (L/A/S/P/Q)"
               ACCEPT WS-MAINT-ACTION
               MOVE FUNCTION UPPER-CASE(WS-MAINT-ACTION)
                   TO WS-MAINT-ACTION
                   WHEN "L"
                       PERFORM 400-LIST-BUDGETS
                   WHEN "A"
                       PERFORM 170-CHECK-BATCH-LOCK
                       IF WS-MASTER-LOCKED = "N"
                           PERFORM 410-ADJUST-QUARTER
                       END-IF
                   WHEN "S"
                       PERFORM 170-CHECK-BATCH-LOCK
                       IF WS-MASTER-LOCKED = "N"
                           PERFORM 420-SPREAD-ANNUAL
                       END-IF
                   WHEN "P"
                       PERFORM 170-CHECK-BATCH-LOCK
                       IF WS-MASTER-LOCKED = "N"
                           PERFORM 430-REVIEW-PROPOSED
                       END-IF
                   WHEN "Q"
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
               PERFORM 450-LOG-CHANGE
           END-PERFORM
           DISPLAY "Annual target spread across the quarters.".
      * Shows the proposed forecast beside the reforecast and
      * takes it into the reforecast for every region or for a
      * single one; accepted figures can still be adjusted
      * quarter by quarter afterwards
       430-REVIEW-PROPOSED.
           PERFORM 215-LOAD-PROPOSED
           IF WS-PROPOSED-LOADED = "N"
               DISPLAY "No proposed reforecast on file. Run SALESFCT "
                   "first."
           ELSE
               PERFORM VARYING WS-REGION-IDX FROM 1 BY 1
                   UNTIL WS-REGION-IDX > 5
                   DISPLAY "Region " WS-REGION-IDX ":"
                   PERFORM VARYING WS-QUARTER-IDX FROM 1 BY 1
                       UNTIL WS-QUARTER-IDX > 4
                       MOVE WS-RFC-QTR(WS-REGION-IDX, WS-QUARTER-IDX)
                           TO WS-FORMAT-AMOUNT
                       DISPLAY "  Q" WS-QUARTER-IDX
                           " reforecast " WS-FORMAT-AMOUNT
                           WITH NO ADVANCING
                       MOVE WS-PRF-QTR(WS-REGION-IDX, WS-QUARTER-IDX)
                           TO WS-FORMAT-AMOUNT
                       DISPLAY "  proposed " WS-FORMAT-AMOUNT
                   END-PERFORM
               END-PERFORM
               DISPLAY "Accept the proposal for All regions, one "
                   "Region, or None? (A/R/N)"
               ACCEPT WS-ACCEPT-SCOPE
               MOVE FUNCTION UPPER-CASE(WS-ACCEPT-SCOPE)
                   TO WS-ACCEPT-SCOPE
               MOVE 0 TO WS-ACCEPTED-COUNT
               MOVE "R" TO WS-VERSION
               EVALUATE WS-ACCEPT-SCOPE
                   WHEN "A"
                       PERFORM VARYING WS-REGION FROM 1 BY 1
                           UNTIL WS-REGION > 5
                           PERFORM 435-ACCEPT-REGION
                       END-PERFORM
                   WHEN "R"
                       PERFORM 360-ASK-REGION
                       PERFORM 435-ACCEPT-REGION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE WS-ACCEPTED-COUNT TO WS-FORMAT-COUNT
               DISPLAY FUNCTION TRIM(WS-FORMAT-COUNT)
                   " reforecast quarter(s) changed."
           END-IF.
       435-ACCEPT-REGION.
           PERFORM VARYING WS-QUARTER FROM 1 BY 1
               UNTIL WS-QUARTER > 4
               IF WS-PRF-QTR(WS-REGION, WS-QUARTER) NOT =
                   WS-RFC-QTR(WS-REGION, WS-QUARTER)
                   MOVE WS-RFC-QTR(WS-REGION, WS-QUARTER)
                       TO BCL-OLD-VALUE
                   MOVE WS-PRF-QTR(WS-REGION, WS-QUARTER)
                       TO WS-RFC-QTR(WS-REGION, WS-QUARTER)
                   MOVE WS-PRF-QTR(WS-REGION, WS-QUARTER)
                       TO BCL-NEW-VALUE
                   PERFORM 450-LOG-CHANGE
                   ADD 1 TO WS-ACCEPTED-COUNT
               END-IF
           END-PERFORM.
       450-LOG-CHANGE.
           OPEN EXTEND CHANGE-LOG-FILE
           MOVE WS-REGION TO BCL-REGION-NO
