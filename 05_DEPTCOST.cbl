       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTCOST.
      * Department cost master maintenance for DEPT-COST.dat.
      * Each rate gives a department's cost of goods as a percent
      * of receipts and the gross margin percent it is expected
      * to make, from an effective date. Location 00 is the rate
      * for every location; a rate for a single location
      * overrides it there. A change of rate is entered as a new
      * row with its own effective date, so the rate a past sale
      * was costed at stays on file; only rows not yet in effect
      * can be deleted. SALES estimates the cost of each sale from
      * the rate in effect on its sale date for the margin report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEPT-COST-FILE ASSIGN TO
           "DEPT-COST.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOCATION-MASTER-FILE ASSIGN TO
           "LOCATION-MASTER.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SESSION-FILE ASSIGN TO
           "SESSION.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD DEPT-COST-FILE.
       01 DEPT-COST-RECORD.
           05 DCM-DEPT-CODE PIC X(4).
      * DCM-LOCATION-NO: 00 = every location
           05 DCM-LOCATION-NO PIC 99.
           05 DCM-EFFECTIVE-DATE PIC 9(8).
           05 DCM-COGS-PERCENT PIC 9(2)V99.
      * DCM-TARGET-MARGIN: 0 = the company-wide rate's target
           05 DCM-TARGET-MARGIN PIC 9(2)V99.
           05 DCM-DESCRIPTION PIC X(20).
           05 DCM-ENTERED-BY PIC X(20).
           05 DCM-ENTERED-DATE PIC 9(8).
       FD LOCATION-MASTER-FILE.
       01 LOCATION-MASTER-RECORD.
           05 LOC-NUMBER PIC 99.
           05 LOC-NAME PIC X(20).
           05 LOC-STATUS PIC X(1).
           05 LOC-JURISDICTION PIC X(4).
           05 LOC-OPEN-DATE PIC 9(8).
           05 LOC-CLOSED-DATE PIC 9(8).
       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SES-USERNAME PIC X(20).
           05 SES-ROLE PIC X(1).
           05 SES-LOGIN-DATE PIC 9(8).
           05 SES-LOGIN-TIME PIC 9(8).
           05 SES-TERMINAL-ID PIC X(10).
           05 SES-IDLE-LIMIT PIC 9(4).
       WORKING-STORAGE SECTION.
       01 WS-COST-EOF PIC X VALUE "N".
       01 WS-LOCMAST-EOF PIC X VALUE "N".
       01 WS-COST-COUNT PIC 9(4) VALUE 0.
       01 WS-COST-SLOT PIC 9(4) VALUE 0.
       01 WS-COST-TABLE.
           05 WS-COST-ENTRY OCCURS 1000 TIMES INDEXED BY DCM-IDX.
               10 WS-DCM-DEPT-CODE PIC X(4).
               10 WS-DCM-LOCATION-NO PIC 99.
               10 WS-DCM-EFFECTIVE-DATE PIC 9(8).
               10 WS-DCM-COGS-PERCENT PIC 9(2)V99.
               10 WS-DCM-TARGET-MARGIN PIC 9(2)V99.
               10 WS-DCM-DESCRIPTION PIC X(20).
               10 WS-DCM-ENTERED-BY PIC X(20).
               10 WS-DCM-ENTERED-DATE PIC 9(8).
      * WS-DCM-DELETED: Y = dropped, not written back
               10 WS-DCM-DELETED PIC X(1).
       01 WS-LOC-COUNT PIC 99 VALUE 0.
       01 WS-LOC-TABLE.
           05 WS-LOC-NUMBER PIC 99 OCCURS 50 TIMES.
       01 WS-LOC-FOUND PIC X VALUE "N".
       01 WS-LOOKUP-INDEX PIC 99 VALUE 0.
       01 WS-USERNAME PIC X(20) VALUE SPACES.
       01 WS-ROLE PIC X(1) VALUE "V".
           88 CAN-MAINTAIN-COSTS VALUE "A" "O".
       01 WS-MAINT-ACTION PIC X(1) VALUE SPACES.
       01 WS-DONE PIC X VALUE "N".
       01 WS-DEPT-CODE PIC X(4) VALUE SPACES.
       01 WS-LOCATION-NO PIC 99 VALUE 0.
       01 WS-EFFECTIVE-DATE PIC 9(8) VALUE 0.
       01 WS-PERCENT-INPUT PIC X(8) VALUE SPACES.
       01 WS-COGS-PERCENT PIC 9(2)V99 VALUE 0.
       01 WS-TARGET-MARGIN PIC 9(2)V99 VALUE 0.
       01 WS-PERCENT-WORK PIC S9(5)V99 VALUE 0.
       01 WS-DESCRIPTION PIC X(20) VALUE SPACES.
       01 WS-ENTRY-OK PIC X VALUE "Y".
       01 WS-FORMAT-PERCENT PIC Z9.99.
       01 WS-FORMAT-TARGET PIC Z9.99.
       01 WS-LIST-STATE PIC X(7) VALUE SPACES.
       01 WS-CONFIRM PIC X(1) VALUE SPACES.
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
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           PERFORM 150-LOAD-SESSION
           IF NOT CAN-MAINTAIN-COSTS
               DISPLAY "Your role does not permit department cost "
                   "maintenance."
           ELSE
               PERFORM 200-LOAD-COST-MASTER
               PERFORM 210-LOAD-LOCATIONS
               PERFORM 250-MENU-LOOP
               PERFORM 300-SAVE-COST-MASTER
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
       200-LOAD-COST-MASTER.
           MOVE 0 TO WS-COST-COUNT
           OPEN INPUT DEPT-COST-FILE
           READ DEPT-COST-FILE
               AT END MOVE "Y" TO WS-COST-EOF
           END-READ
           PERFORM UNTIL WS-COST-EOF = "Y"
               IF WS-COST-COUNT < 1000
                   ADD 1 TO WS-COST-COUNT
                   MOVE DCM-DEPT-CODE
                       TO WS-DCM-DEPT-CODE(WS-COST-COUNT)
                   MOVE DCM-LOCATION-NO
                       TO WS-DCM-LOCATION-NO(WS-COST-COUNT)
                   MOVE DCM-EFFECTIVE-DATE
                       TO WS-DCM-EFFECTIVE-DATE(WS-COST-COUNT)
                   MOVE DCM-COGS-PERCENT
                       TO WS-DCM-COGS-PERCENT(WS-COST-COUNT)
                   MOVE DCM-TARGET-MARGIN
                       TO WS-DCM-TARGET-MARGIN(WS-COST-COUNT)
                   MOVE DCM-DESCRIPTION
                       TO WS-DCM-DESCRIPTION(WS-COST-COUNT)
                   MOVE DCM-ENTERED-BY
                       TO WS-DCM-ENTERED-BY(WS-COST-COUNT)
                   MOVE DCM-ENTERED-DATE
                       TO WS-DCM-ENTERED-DATE(WS-COST-COUNT)
                   MOVE "N" TO WS-DCM-DELETED(WS-COST-COUNT)
               ELSE
                   DISPLAY "Cost table full, record skipped for "
                       DCM-DEPT-CODE
               END-IF
               READ DEPT-COST-FILE
                   AT END MOVE "Y" TO WS-COST-EOF
               END-READ
           END-PERFORM
           CLOSE DEPT-COST-FILE.
       210-LOAD-LOCATIONS.
           MOVE 0 TO WS-LOC-COUNT
           OPEN INPUT LOCATION-MASTER-FILE
           READ LOCATION-MASTER-FILE
               AT END MOVE "Y" TO WS-LOCMAST-EOF
           END-READ
           PERFORM UNTIL WS-LOCMAST-EOF = "Y"
               IF WS-LOC-COUNT < 50
                   ADD 1 TO WS-LOC-COUNT
                   MOVE LOC-NUMBER TO WS-LOC-NUMBER(WS-LOC-COUNT)
               END-IF
               READ LOCATION-MASTER-FILE
                   AT END MOVE "Y" TO WS-LOCMAST-EOF
               END-READ
           END-PERFORM
           CLOSE LOCATION-MASTER-FILE.
       250-MENU-LOOP.
           MOVE "N" TO WS-DONE
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "List, Add a rate, Delete a future rate, or "
                   "Quit? (L/A/D/Q)"
               ACCEPT WS-MAINT-ACTION
               MOVE FUNCTION UPPER-CASE(WS-MAINT-ACTION)
                   TO WS-MAINT-ACTION
               EVALUATE WS-MAINT-ACTION
                   WHEN "L"
                       PERFORM 400-LIST-RATES
                   WHEN "A"
                       PERFORM 410-ADD-RATE
                   WHEN "D"
                       PERFORM 420-DELETE-RATE
                   WHEN "Q"
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM.
       300-SAVE-COST-MASTER.
           OPEN OUTPUT DEPT-COST-FILE
           PERFORM VARYING DCM-IDX FROM 1 BY 1
               UNTIL DCM-IDX > WS-COST-COUNT
               IF WS-DCM-DELETED(DCM-IDX) NOT = "Y"
                   MOVE WS-DCM-DEPT-CODE(DCM-IDX) TO DCM-DEPT-CODE
                   MOVE WS-DCM-LOCATION-NO(DCM-IDX) TO DCM-LOCATION-NO
                   MOVE WS-DCM-EFFECTIVE-DATE(DCM-IDX)
                       TO DCM-EFFECTIVE-DATE
                   MOVE WS-DCM-COGS-PERCENT(DCM-IDX)
                       TO DCM-COGS-PERCENT
                   MOVE WS-DCM-TARGET-MARGIN(DCM-IDX)
                       TO DCM-TARGET-MARGIN
                   MOVE WS-DCM-DESCRIPTION(DCM-IDX) TO DCM-DESCRIPTION
                   MOVE WS-DCM-ENTERED-BY(DCM-IDX) TO DCM-ENTERED-BY
                   MOVE WS-DCM-ENTERED-DATE(DCM-IDX)
                       TO DCM-ENTERED-DATE
                   WRITE DEPT-COST-RECORD
               END-IF
           END-PERFORM
           CLOSE DEPT-COST-FILE.
      * Prompts for department, location and effective date and
      * leaves the matching row's slot in WS-COST-SLOT, or zero
       360-ASK-RATE-KEY.
           MOVE "Y" TO WS-ENTRY-OK
           DISPLAY "Enter the department code"
           ACCEPT WS-DEPT-CODE
           MOVE FUNCTION UPPER-CASE(WS-DEPT-CODE) TO WS-DEPT-CODE
           DISPLAY "Enter the location (00 for every location)"
           ACCEPT WS-LOCATION-NO
           DISPLAY "Enter the effective date (YYYYMMDD)"
           ACCEPT WS-EFFECTIVE-DATE
           EVALUATE TRUE
               WHEN WS-DEPT-CODE = SPACES
                   DISPLAY "A department code is required."
                   MOVE "N" TO WS-ENTRY-OK
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-EFFECTIVE-DATE)
                   NOT = 0
                   DISPLAY "Effective date is not a valid date."
                   MOVE "N" TO WS-ENTRY-OK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE 0 TO WS-COST-SLOT
           PERFORM VARYING DCM-IDX FROM 1 BY 1
               UNTIL DCM-IDX > WS-COST-COUNT
               IF WS-DCM-DEPT-CODE(DCM-IDX) = WS-DEPT-CODE
                   AND WS-DCM-LOCATION-NO(DCM-IDX) = WS-LOCATION-NO
                   AND WS-DCM-EFFECTIVE-DATE(DCM-IDX)
                       = WS-EFFECTIVE-DATE
                   AND WS-DCM-DELETED(DCM-IDX) NOT = "Y"
                   MOVE DCM-IDX TO WS-COST-SLOT
               END-IF
           END-PERFORM.
      * A location must be on the location master unless no
      * master has been set up yet
       365-CHECK-LOCATION.
           MOVE "N" TO WS-LOC-FOUND
           IF WS-LOCATION-NO = 0 OR WS-LOC-COUNT = 0
               MOVE "Y" TO WS-LOC-FOUND
           END-IF
           PERFORM VARYING WS-LOOKUP-INDEX FROM 1 BY 1
               UNTIL WS-LOOKUP-INDEX > WS-LOC-COUNT
               IF WS-LOC-NUMBER(WS-LOOKUP-INDEX) = WS-LOCATION-NO
                   MOVE "Y" TO WS-LOC-FOUND
               END-IF
           END-PERFORM.
       400-LIST-RATES.
           IF WS-COST-COUNT = 0
               DISPLAY "No department cost rates on file."
           END-IF
           PERFORM VARYING DCM-IDX FROM 1 BY 1
               UNTIL DCM-IDX > WS-COST-COUNT
               IF WS-DCM-DELETED(DCM-IDX) NOT = "Y"
                   IF WS-DCM-EFFECTIVE-DATE(DCM-IDX) > WS-NOW-DATE
                       MOVE "FUTURE" TO WS-LIST-STATE
                   ELSE
                       MOVE SPACES TO WS-LIST-STATE
                   END-IF
                   MOVE WS-DCM-COGS-PERCENT(DCM-IDX)
                       TO WS-FORMAT-PERCENT
                   MOVE WS-DCM-TARGET-MARGIN(DCM-IDX)
                       TO WS-FORMAT-TARGET
                   DISPLAY WS-DCM-DEPT-CODE(DCM-IDX)
                       " loc " WS-DCM-LOCATION-NO(DCM-IDX)
                       " from " WS-DCM-EFFECTIVE-DATE(DCM-IDX)
                       " cost " WS-FORMAT-PERCENT "%"
                       " target margin " WS-FORMAT-TARGET "% "
                       WS-DCM-DESCRIPTION(DCM-IDX) " "
                       WS-LIST-STATE
               END-IF
           END-PERFORM.
       410-ADD-RATE.
           PERFORM 360-ASK-RATE-KEY
           IF WS-ENTRY-OK = "Y"
               PERFORM 365-CHECK-LOCATION
               EVALUATE TRUE
                   WHEN WS-LOC-FOUND = "N"
                       DISPLAY "Location " WS-LOCATION-NO
                           " is not on the location master."
                       MOVE "N" TO WS-ENTRY-OK
                   WHEN WS-COST-SLOT > 0
                       DISPLAY "A rate is already on file for that "
                           "department, location and date."
                       MOVE "N" TO WS-ENTRY-OK
                   WHEN WS-COST-COUNT >= 1000
                       DISPLAY "Cost table is full."
                       MOVE "N" TO WS-ENTRY-OK
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-ENTRY-OK = "Y"
               DISPLAY "Cost of goods as a percent of receipts "
                   "(e.g. 62.50)"
               ACCEPT WS-PERCENT-INPUT
               PERFORM 430-CHECK-PERCENT
               IF WS-ENTRY-OK = "Y"
                   IF WS-PERCENT-WORK <= 0 OR WS-PERCENT-WORK >= 100
                       DISPLAY "Cost percent must be above 0 and "
                           "below 100."
                       MOVE "N" TO WS-ENTRY-OK
                   ELSE
                       MOVE WS-PERCENT-WORK TO WS-COGS-PERCENT
                   END-IF
               END-IF
           END-IF
           IF WS-ENTRY-OK = "Y"
               DISPLAY "Target gross margin percent (blank to use "
                   "the company-wide target)"
               ACCEPT WS-PERCENT-INPUT
               MOVE 0 TO WS-TARGET-MARGIN
               IF WS-PERCENT-INPUT NOT = SPACES
                   PERFORM 430-CHECK-PERCENT
                   IF WS-ENTRY-OK = "Y"
                       IF WS-PERCENT-WORK < 0
                           OR WS-PERCENT-WORK >= 100
                           DISPLAY "Target must be 0 to below 100."
                           MOVE "N" TO WS-ENTRY-OK
                       ELSE
                           MOVE WS-PERCENT-WORK TO WS-TARGET-MARGIN
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-ENTRY-OK = "Y"
               DISPLAY "Description"
               ACCEPT WS-DESCRIPTION
               ADD 1 TO WS-COST-COUNT
               MOVE WS-DEPT-CODE TO WS-DCM-DEPT-CODE(WS-COST-COUNT)
               MOVE WS-LOCATION-NO
                   TO WS-DCM-LOCATION-NO(WS-COST-COUNT)
               MOVE WS-EFFECTIVE-DATE
                   TO WS-DCM-EFFECTIVE-DATE(WS-COST-COUNT)
               MOVE WS-COGS-PERCENT
                   TO WS-DCM-COGS-PERCENT(WS-COST-COUNT)
               MOVE WS-TARGET-MARGIN
                   TO WS-DCM-TARGET-MARGIN(WS-COST-COUNT)
               MOVE WS-DESCRIPTION
                   TO WS-DCM-DESCRIPTION(WS-COST-COUNT)
               MOVE WS-USERNAME TO WS-DCM-ENTERED-BY(WS-COST-COUNT)
               MOVE WS-NOW-DATE TO WS-DCM-ENTERED-DATE(WS-COST-COUNT)
               MOVE "N" TO WS-DCM-DELETED(WS-COST-COUNT)
               IF WS-EFFECTIVE-DATE <= WS-NOW-DATE
                   DISPLAY "Rate added. Sales dated from "
                       WS-EFFECTIVE-DATE " are costed at it."
               ELSE
                   DISPLAY "Rate added, effective " WS-EFFECTIVE-DATE
                       "."
               END-IF
           END-IF.
      * Rows already in effect have costed sales and are kept
       420-DELETE-RATE.
           PERFORM 360-ASK-RATE-KEY
           IF WS-ENTRY-OK = "Y"
               EVALUATE TRUE
                   WHEN WS-COST-SLOT = 0
                       DISPLAY "No rate on file for that department, "
                           "location and date."
                   WHEN WS-DCM-EFFECTIVE-DATE(WS-COST-SLOT)
                       <= WS-NOW-DATE
                       DISPLAY "That rate is already in effect. Enter "
                           "a new rate to replace it."
                   WHEN OTHER
                       DISPLAY "Delete this rate? (Y/N)"
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                           MOVE "Y" TO WS-DCM-DELETED(WS-COST-SLOT)
                           DISPLAY "Rate deleted."
                       END-IF
               END-EVALUATE
           END-IF.
       430-CHECK-PERCENT.
           IF WS-PERCENT-INPUT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-PERCENT-INPUT) NOT = 0
               DISPLAY "Enter the percent as a number."
               MOVE "N" TO WS-ENTRY-OK
           ELSE
               COMPUTE WS-PERCENT-WORK =
                   FUNCTION NUMVAL(WS-PERCENT-INPUT)
           END-IF.
