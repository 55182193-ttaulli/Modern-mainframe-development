       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.
      * Fiscal calendar maintenance and period close. Builds the
      * fiscal year on FISCAL-CALENDAR.dat as twelve periods in
      * 4-4-5 week quarters, and closes the oldest open period
      * for every area at once: the calendar entry is marked
      * closed with who closed it and when, the close is logged
      * to PERIOD-CLOSE-LOG.dat for the auditors, and the open
      * periods on COMMISSION-PERIOD.dat and SALES-PERIOD.dat
      * are advanced to the next open period together. SALES,
      * SALESBRG, MULTI-LEVEL, COMMISSIONS and INVOICE consult
      * the calendar and route anything dated in a closed
      * period to PRIOR-PERIOD-ADJUSTMENTS.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO
           "FISCAL-CALENDAR.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLOSE-LOG-FILE ASSIGN TO
           "PERIOD-CLOSE-LOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COMMISSION-PERIOD-FILE ASSIGN TO
           "COMMISSION-PERIOD.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SALES-PERIOD-FILE ASSIGN TO
           "SALES-PERIOD.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SESSION-FILE ASSIGN TO
           "SESSION.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PERMISSION-FILE ASSIGN TO
           "PERMISSIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
      * Fiscal period, YYYYPP: fiscal year and period 01-12
           05 FCL-PERIOD PIC 9(6).
           05 FCL-FISCAL-YEAR PIC 9(4).
           05 FCL-QUARTER PIC 9(1).
      * Weeks in the period: 4, 4, 5 in each quarter
           05 FCL-WEEKS PIC 9(1).
           05 FCL-START-DATE PIC 9(8).
           05 FCL-END-DATE PIC 9(8).
      * FCL-STATUS: O = open, C = closed
           05 FCL-STATUS PIC X(1).
           05 FCL-CLOSED-BY PIC X(20).
           05 FCL-CLOSED-DATE PIC 9(8).
           05 FCL-CLOSED-TIME PIC 9(8).
       FD CLOSE-LOG-FILE.
       01 CLOSE-LOG-RECORD.
           05 PCL-PERIOD PIC 9(6).
      * PCL-ACTION: BUILD = fiscal year created, CLOSE = closed
           05 PCL-ACTION PIC X(6).
           05 PCL-START-DATE PIC 9(8).
           05 PCL-END-DATE PIC 9(8).
           05 PCL-NEXT-PERIOD PIC 9(6).
           05 PCL-USERNAME PIC X(20).
           05 PCL-DATE PIC 9(8).
           05 PCL-TIME PIC 9(8).
       FD COMMISSION-PERIOD-FILE.
       01 COMMISSION-PERIOD-RECORD.
           05 PRD-OPEN-PERIOD PIC 9(6).
       FD SALES-PERIOD-FILE.
       01 SALES-PERIOD-RECORD.
           05 SPD-OPEN-PERIOD PIC 9(6).
       FD PERMISSION-FILE.
      * Central role-to-function permission matrix maintained by
      * PERMAINT; when the file is absent or empty each program
      * falls back to its historical hardcoded role check
       01 PERMISSION-RECORD.
           05 PRM-ROLE PIC X(1).
           05 PRM-FUNCTION PIC X(12).
       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SES-USERNAME PIC X(20).
           05 SES-ROLE PIC X(1).
           05 SES-LOGIN-DATE PIC 9(8).
           05 SES-LOGIN-TIME PIC 9(8).
           05 SES-TERMINAL-ID PIC X(10).
           05 SES-IDLE-LIMIT PIC 9(4).
       WORKING-STORAGE SECTION.
       01 WS-CAL-EOF PIC X VALUE "N".
       01 WS-CAL-COUNT PIC 9(3) VALUE 0.
       01 WS-CAL-FOUND PIC 9(3) VALUE 0.
       01 WS-CAL-OVERFLOW PIC X VALUE "N".
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 240 TIMES INDEXED BY CAL-IDX.
               10 WS-CAL-PERIOD PIC 9(6).
               10 WS-CAL-FISCAL-YEAR PIC 9(4).
               10 WS-CAL-QUARTER PIC 9(1).
               10 WS-CAL-WEEKS PIC 9(1).
               10 WS-CAL-START-DATE PIC 9(8).
               10 WS-CAL-END-DATE PIC 9(8).
               10 WS-CAL-STATUS PIC X(1).
               10 WS-CAL-CLOSED-BY PIC X(20).
               10 WS-CAL-CLOSED-DATE PIC 9(8).
               10 WS-CAL-CLOSED-TIME PIC 9(8).
       01 WS-CAL-SWAP PIC X(65).
       01 WS-SORT-I PIC 9(3) VALUE 0.
       01 WS-SORT-J PIC 9(3) VALUE 0.
       01 WS-MAINT-ACTION PIC X(1) VALUE SPACES.
       01 WS-DONE PIC X VALUE "N".
       01 WS-CHANGED PIC X VALUE "N".
       01 WS-ANSWER PIC X(1) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-NOW-CLOCK PIC 9(8) VALUE 0.
       01 WS-FISCAL-YEAR PIC 9(4) VALUE 0.
       01 WS-FY-START-DATE PIC 9(8) VALUE 0.
       01 WS-PRIOR-FISCAL-YEAR PIC 9(4) VALUE 0.
       01 WS-PRIOR-YEAR-END PIC 9(8) VALUE 0.
       01 WS-EXPECTED-START PIC 9(8) VALUE 0.
       01 WS-PERIOD-NO PIC 9(2) VALUE 0.
       01 WS-DAY-NUMBER PIC 9(8) VALUE 0.
      * Weeks per period through the fiscal year, 4-4-5 quarters
       01 WS-WEEK-PATTERN PIC X(12) VALUE "445445445445".
       01 WS-WEEK-PATTERN-R REDEFINES WS-WEEK-PATTERN.
           05 WS-PATTERN-WEEKS PIC 9(1) OCCURS 12 TIMES.
       01 WS-CLOSE-IDX PIC 9(3) VALUE 0.
       01 WS-NEXT-PERIOD PIC 9(6) VALUE 0.
       01 WS-USERNAME PIC X(20) VALUE SPACES.
       01 WS-ROLE PIC X(1) VALUE "V".
           88 CAN-CLOSE-PERIODS VALUE "A".
       01 WS-PERM-EOF PIC X VALUE "N".
       01 WS-PERM-COUNT PIC 9(3) VALUE 0.
       01 WS-PERM-TABLE.
           05 WS-PERM-ENTRY OCCURS 100 TIMES INDEXED BY PRM-IDX.
               10 WS-PRM-ROLE PIC X(1).
               10 WS-PRM-FUNCTION PIC X(12).
       01 WS-PERM-FUNCTION PIC X(12) VALUE SPACES.
       01 WS-PERM-OK PIC X VALUE "N".
       01 WS-CLOSE-ALLOWED PIC X VALUE "N".
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
           PERFORM 160-SET-CLOSE-PERMISSION
           PERFORM 200-LOAD-CALENDAR
           IF WS-CAL-OVERFLOW = "Y"
               DISPLAY "*** FISCAL-CALENDAR.dat has more periods "
                   "than the 240 this program can hold - no "
                   "changes allowed ***"
               MOVE "Y" TO WS-DONE
           END-IF
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "Build a fiscal year, List the calendar, "
                   "Close the open period, or Quit? (B/L/C/Q)"
               ACCEPT WS-MAINT-ACTION
               MOVE FUNCTION UPPER-CASE(WS-MAINT-ACTION)
                   TO WS-MAINT-ACTION
               EVALUATE WS-MAINT-ACTION
                   WHEN "B"
                       IF WS-CLOSE-ALLOWED = "Y"
                           PERFORM 400-BUILD-FISCAL-YEAR
                       ELSE
                           DISPLAY "Your role does not permit "
                               "fiscal calendar maintenance."
                       END-IF
                   WHEN "L"
                       PERFORM 500-LIST-CALENDAR
                   WHEN "C"
                       IF WS-CLOSE-ALLOWED = "Y"
                           PERFORM 600-CLOSE-PERIOD
                       ELSE
                           DISPLAY "Your role does not permit "
                               "period close."
                       END-IF
                   WHEN "Q"
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM
           IF WS-CHANGED = "Y"
               PERFORM 300-SAVE-CALENDAR
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
      * The central permission matrix decides who may close
      * periods; without one only administrators may.
       160-SET-CLOSE-PERMISSION.
           IF WS-PERM-COUNT = 0
               IF CAN-CLOSE-PERIODS
                   MOVE "Y" TO WS-CLOSE-ALLOWED
               ELSE
                   MOVE "N" TO WS-CLOSE-ALLOWED
               END-IF
           ELSE
               MOVE "CLOSE-PERIOD" TO WS-PERM-FUNCTION
               PERFORM 145-CHECK-PERMISSION
               MOVE WS-PERM-OK TO WS-CLOSE-ALLOWED
           END-IF.
       200-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           READ CALENDAR-FILE
               AT END MOVE "Y" TO WS-CAL-EOF
           END-READ
           PERFORM UNTIL WS-CAL-EOF = "Y"
               IF WS-CAL-COUNT < 240
                   ADD 1 TO WS-CAL-COUNT
                   MOVE CALENDAR-RECORD TO WS-CAL-ENTRY(WS-CAL-COUNT)
               ELSE
                   MOVE "Y" TO WS-CAL-OVERFLOW
               END-IF
               READ CALENDAR-FILE
                   AT END MOVE "Y" TO WS-CAL-EOF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE.
      * Periods are kept in period order so the oldest open one
      * is always the next to close
       250-SORT-CALENDAR.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-CAL-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                   UNTIL WS-SORT-J >= WS-CAL-COUNT
                   IF WS-CAL-PERIOD(WS-SORT-J) >
                       WS-CAL-PERIOD(WS-SORT-J + 1)
                       MOVE WS-CAL-ENTRY(WS-SORT-J) TO WS-CAL-SWAP
                       MOVE WS-CAL-ENTRY(WS-SORT-J + 1)
                           TO WS-CAL-ENTRY(WS-SORT-J)
                       MOVE WS-CAL-SWAP
                           TO WS-CAL-ENTRY(WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
       300-SAVE-CALENDAR.
           PERFORM 250-SORT-CALENDAR
           OPEN OUTPUT CALENDAR-FILE
           PERFORM VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > WS-CAL-COUNT
               MOVE WS-CAL-ENTRY(CAL-IDX) TO CALENDAR-RECORD
               WRITE CALENDAR-RECORD
           END-PERFORM
           CLOSE CALENDAR-FILE.
      * A fiscal year is twelve periods of whole weeks laid out
      * 4-4-5 in each quarter from the first day of the year;
      * each period runs to the day before the next one starts
       400-BUILD-FISCAL-YEAR.
           DISPLAY "Enter the fiscal year to build (YYYY)"
           ACCEPT WS-FISCAL-YEAR
           MOVE 0 TO WS-CAL-FOUND
           PERFORM VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > WS-CAL-COUNT
               IF WS-CAL-FISCAL-YEAR(CAL-IDX) = WS-FISCAL-YEAR
                   MOVE CAL-IDX TO WS-CAL-FOUND
               END-IF
           END-PERFORM
           IF WS-CAL-FOUND > 0
               DISPLAY "Fiscal year " WS-FISCAL-YEAR
                   " is already on the calendar."
           ELSE
               IF WS-CAL-COUNT + 12 > 240
                   DISPLAY "Calendar table full, cannot add a year."
               ELSE
                   DISPLAY "Enter the first day of the fiscal year "
                       "(YYYYMMDD)"
                   ACCEPT WS-FY-START-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-FY-START-DATE)
                       NOT = 0
                       DISPLAY "Not a valid date."
                   ELSE
                       PERFORM 405-CHECK-PRIOR-YEAR
                       IF WS-EXPECTED-START = 0
                           OR WS-FY-START-DATE = WS-EXPECTED-START
                           PERFORM 410-ADD-FISCAL-PERIODS
                       ELSE
                           DISPLAY "Fiscal year "
                               WS-PRIOR-FISCAL-YEAR " ends "
                               WS-PRIOR-YEAR-END ", so fiscal year "
                               WS-FISCAL-YEAR " must start "
                               WS-EXPECTED-START "."
                       END-IF
                   END-IF
               END-IF
           END-IF.
      * When the prior fiscal year is on the calendar the new
      * year must start the day after its period 12 ends, so no
      * date falls between years or in two of them
       405-CHECK-PRIOR-YEAR.
           COMPUTE WS-PRIOR-FISCAL-YEAR = WS-FISCAL-YEAR - 1
           MOVE 0 TO WS-PRIOR-YEAR-END
           MOVE 0 TO WS-EXPECTED-START
           PERFORM VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > WS-CAL-COUNT
               IF WS-CAL-PERIOD(CAL-IDX) =
                   WS-PRIOR-FISCAL-YEAR * 100 + 12
                   MOVE WS-CAL-END-DATE(CAL-IDX) TO WS-PRIOR-YEAR-END
               END-IF
           END-PERFORM
           IF WS-PRIOR-YEAR-END > 0
               COMPUTE WS-EXPECTED-START =
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PRIOR-YEAR-END) + 1)
           END-IF.
       410-ADD-FISCAL-PERIODS.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-FY-START-DATE)
           PERFORM VARYING WS-PERIOD-NO FROM 1 BY 1
               UNTIL WS-PERIOD-NO > 12
               ADD 1 TO WS-CAL-COUNT
               COMPUTE WS-CAL-PERIOD(WS-CAL-COUNT) =
                   WS-FISCAL-YEAR * 100 + WS-PERIOD-NO
               MOVE WS-FISCAL-YEAR TO WS-CAL-FISCAL-YEAR(WS-CAL-COUNT)
               COMPUTE WS-CAL-QUARTER(WS-CAL-COUNT) =
                   (WS-PERIOD-NO + 2) / 3
               MOVE WS-PATTERN-WEEKS(WS-PERIOD-NO)
                   TO WS-CAL-WEEKS(WS-CAL-COUNT)
               COMPUTE WS-CAL-START-DATE(WS-CAL-COUNT) =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
               COMPUTE WS-DAY-NUMBER = WS-DAY-NUMBER +
                   WS-PATTERN-WEEKS(WS-PERIOD-NO) * 7
               COMPUTE WS-CAL-END-DATE(WS-CAL-COUNT) =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER - 1)
               MOVE "O" TO WS-CAL-STATUS(WS-CAL-COUNT)
               MOVE SPACES TO WS-CAL-CLOSED-BY(WS-CAL-COUNT)
               MOVE 0 TO WS-CAL-CLOSED-DATE(WS-CAL-COUNT)
               MOVE 0 TO WS-CAL-CLOSED-TIME(WS-CAL-COUNT)
           END-PERFORM
           MOVE "Y" TO WS-CHANGED
           PERFORM 250-SORT-CALENDAR
           COMPUTE PCL-PERIOD = WS-FISCAL-YEAR * 100 + 1
           MOVE "BUILD" TO PCL-ACTION
           MOVE WS-FY-START-DATE TO PCL-START-DATE
           COMPUTE PCL-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER - 1)
           MOVE 0 TO PCL-NEXT-PERIOD
           PERFORM 650-WRITE-CLOSE-LOG
           DISPLAY "Fiscal year " WS-FISCAL-YEAR " built: "
               WS-FY-START-DATE " through " PCL-END-DATE.
       500-LIST-CALENDAR.
           PERFORM VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > WS-CAL-COUNT
               DISPLAY WS-CAL-PERIOD(CAL-IDX) " Q"
                   WS-CAL-QUARTER(CAL-IDX) " "
                   WS-CAL-WEEKS(CAL-IDX) "wk "
                   WS-CAL-START-DATE(CAL-IDX) "-"
                   WS-CAL-END-DATE(CAL-IDX) " "
                   WS-CAL-STATUS(CAL-IDX) " "
                   WS-CAL-CLOSED-BY(CAL-IDX) " "
                   WS-CAL-CLOSED-DATE(CAL-IDX)
           END-PERFORM.
      * Only the oldest open period can close, and only once its
      * last day has passed, so no area can be left posting into
      * a month another area has already closed
       600-CLOSE-PERIOD.
           MOVE 0 TO WS-CLOSE-IDX
           PERFORM VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > WS-CAL-COUNT
               IF WS-CAL-STATUS(CAL-IDX) = "O" AND WS-CLOSE-IDX = 0
                   SET WS-CLOSE-IDX TO CAL-IDX
               END-IF
           END-PERFORM
           IF WS-CLOSE-IDX = 0
               DISPLAY "No open period on the fiscal calendar."
           ELSE
               IF WS-CAL-END-DATE(WS-CLOSE-IDX) >= WS-TODAY
                   DISPLAY "Period " WS-CAL-PERIOD(WS-CLOSE-IDX)
                       " runs through " WS-CAL-END-DATE(WS-CLOSE-IDX)
                       " and cannot close yet."
               ELSE
                   DISPLAY "Close period " WS-CAL-PERIOD(WS-CLOSE-IDX)
                       " (" WS-CAL-START-DATE(WS-CLOSE-IDX) "-"
                       WS-CAL-END-DATE(WS-CLOSE-IDX)
                       ") for all areas? (Y/N)"
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                       PERFORM 610-APPLY-CLOSE
                   END-IF
               END-IF
           END-IF.
       610-APPLY-CLOSE.
           ACCEPT WS-NOW-CLOCK FROM TIME
           MOVE "C" TO WS-CAL-STATUS(WS-CLOSE-IDX)
           MOVE WS-USERNAME TO WS-CAL-CLOSED-BY(WS-CLOSE-IDX)
           MOVE WS-TODAY TO WS-CAL-CLOSED-DATE(WS-CLOSE-IDX)
           MOVE WS-NOW-CLOCK TO WS-CAL-CLOSED-TIME(WS-CLOSE-IDX)
           MOVE "Y" TO WS-CHANGED
           MOVE 0 TO WS-NEXT-PERIOD
           IF WS-CLOSE-IDX < WS-CAL-COUNT
               MOVE WS-CAL-PERIOD(WS-CLOSE-IDX + 1) TO WS-NEXT-PERIOD
           END-IF
           IF WS-NEXT-PERIOD > 0
               OPEN OUTPUT COMMISSION-PERIOD-FILE
               MOVE WS-NEXT-PERIOD TO PRD-OPEN-PERIOD
               WRITE COMMISSION-PERIOD-RECORD
               CLOSE COMMISSION-PERIOD-FILE
               OPEN OUTPUT SALES-PERIOD-FILE
               MOVE WS-NEXT-PERIOD TO SPD-OPEN-PERIOD
               WRITE SALES-PERIOD-RECORD
               CLOSE SALES-PERIOD-FILE
           ELSE
               DISPLAY "No following period on the calendar - "
                   "build the next fiscal year before the next run."
           END-IF
           MOVE WS-CAL-PERIOD(WS-CLOSE-IDX) TO PCL-PERIOD
           MOVE "CLOSE" TO PCL-ACTION
           MOVE WS-CAL-START-DATE(WS-CLOSE-IDX) TO PCL-START-DATE
           MOVE WS-CAL-END-DATE(WS-CLOSE-IDX) TO PCL-END-DATE
           MOVE WS-NEXT-PERIOD TO PCL-NEXT-PERIOD
           PERFORM 650-WRITE-CLOSE-LOG
           PERFORM 300-SAVE-CALENDAR
           MOVE "N" TO WS-CHANGED
           DISPLAY "Period " WS-CAL-PERIOD(WS-CLOSE-IDX)
               " closed by " WS-USERNAME " on " WS-TODAY
           IF WS-NEXT-PERIOD > 0
               DISPLAY "Open period is now " WS-NEXT-PERIOD
                   " for sales and commissions."
           END-IF.
       650-WRITE-CLOSE-LOG.
           OPEN EXTEND CLOSE-LOG-FILE
           MOVE WS-USERNAME TO PCL-USERNAME
           MOVE WS-TODAY TO PCL-DATE
           ACCEPT PCL-TIME FROM TIME
           WRITE CLOSE-LOG-RECORD
           CLOSE CLOSE-LOG-FILE.
