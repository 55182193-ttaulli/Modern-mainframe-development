       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMAINT.
      * Maintenance for the probe calibration master on
      * SENSOR-CALIBRATION.dat. One record per site and probe
      * type (T = temperature, H = humidity) holds the last
      * calibration date, the measured offset, the technician and
      * the next due date. The offset is what must be added to
      * the probe's reading to give the true value - degrees F
      * for a temperature probe, percent relative humidity for a
      * humidity probe - so a probe reading 34 at a true 30 has
      * an offset of -4.0. Recording a calibration replaces the
      * probe's previous record; TEMPERATURE and TMPCORR apply
      * the offset and CALDUE reports probes that are overdue.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CALIBRATION-FILE ASSIGN TO
           "SENSOR-CALIBRATION.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SITE-MASTER-FILE ASSIGN TO
           "SITE-MASTER.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CALIBRATION-FILE.
       01 CALIBRATION-RECORD.
           05 CAL-SITE-ID PIC X(10).
      * CAL-SENSOR-TYPE: T = temperature, H = humidity
           05 CAL-SENSOR-TYPE PIC X(1).
           05 CAL-LAST-DATE PIC 9(8).
           05 CAL-OFFSET PIC S9(2)V9.
           05 CAL-TECHNICIAN PIC X(20).
           05 CAL-NEXT-DUE PIC 9(8).
       FD SITE-MASTER-FILE.
       01 SITE-MASTER-RECORD.
           05 SIT-SITE-ID PIC X(10).
           05 SIT-DESCRIPTION PIC X(30).
           05 SIT-CONTACT PIC X(25).
           05 SIT-HARD-FREEZE PIC S9(3).
           05 SIT-FROST PIC S9(3).
           05 SIT-HEAT PIC S9(3).
           05 SIT-EXPECTED-MINUTES PIC 9(4).
           05 SIT-HUMIDITY-MAX PIC 9(3).
           05 SIT-DOOR-MINUTES PIC 9(4).
       WORKING-STORAGE SECTION.
       01 WS-CAL-EOF PIC X VALUE "N".
       01 WS-CAL-COUNT PIC 9(4) VALUE 0.
       01 WS-CAL-FOUND PIC 9(4) VALUE 0.
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 400 TIMES INDEXED BY CAL-IDX.
               10 WS-CAL-SITE-ID PIC X(10).
               10 WS-CAL-SENSOR-TYPE PIC X(1).
               10 WS-CAL-LAST-DATE PIC 9(8).
               10 WS-CAL-OFFSET PIC S9(2)V9.
               10 WS-CAL-TECHNICIAN PIC X(20).
               10 WS-CAL-NEXT-DUE PIC 9(8).
       01 WS-CAL-DIRTY PIC X VALUE "N".
       01 WS-MASTER-EOF PIC X VALUE "N".
       01 WS-MASTER-COUNT PIC 9(4) VALUE 0.
       01 WS-MASTER-FOUND PIC 9(4) VALUE 0.
       01 WS-MASTER-TABLE.
           05 WS-MST-SITE-ID PIC X(10) OCCURS 200 TIMES
               INDEXED BY MST-IDX.
      * Calibration interval used when no next due date is given
       01 WS-DEFAULT-INTERVAL PIC 9(3) VALUE 90.
       01 WS-MAINT-ACTION PIC X(1) VALUE SPACES.
       01 WS-DONE PIC X VALUE "N".
       01 WS-ENTRY-OK PIC X VALUE "Y".
       01 WS-ENTRY-SITE PIC X(10) VALUE SPACES.
       01 WS-ENTRY-TYPE PIC X(1) VALUE SPACES.
       01 WS-ENTRY-DATE PIC 9(8) VALUE 0.
       01 WS-ENTRY-OFFSET PIC S9(2)V9 VALUE 0.
       01 WS-ENTRY-TECH PIC X(20) VALUE SPACES.
       01 WS-ENTRY-DUE PIC 9(8) VALUE 0.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-FORMAT-OFFSET PIC Z9.9-.
       01 WS-FORMAT-INTERVAL PIC ZZ9.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 150-LOAD-SITE-MASTER
           PERFORM 200-LOAD-CALIBRATION
           PERFORM 250-MENU-LOOP
           IF WS-CAL-DIRTY = "Y"
               PERFORM 290-SAVE-CALIBRATION
           END-IF
           GOBACK.
       150-LOAD-SITE-MASTER.
           OPEN INPUT SITE-MASTER-FILE
           READ SITE-MASTER-FILE
               AT END MOVE "Y" TO WS-MASTER-EOF
           END-READ
           PERFORM UNTIL WS-MASTER-EOF = "Y"
               IF WS-MASTER-COUNT < 200
                   ADD 1 TO WS-MASTER-COUNT
                   MOVE SIT-SITE-ID TO WS-MST-SITE-ID(WS-MASTER-COUNT)
               ELSE
                   DISPLAY "Site master table full, record skipped "
                       "for " SIT-SITE-ID
               END-IF
               READ SITE-MASTER-FILE
                   AT END MOVE "Y" TO WS-MASTER-EOF
               END-READ
           END-PERFORM
           CLOSE SITE-MASTER-FILE.
       200-LOAD-CALIBRATION.
           OPEN INPUT CALIBRATION-FILE
           READ CALIBRATION-FILE
               AT END MOVE "Y" TO WS-CAL-EOF
           END-READ
           PERFORM UNTIL WS-CAL-EOF = "Y"
               IF WS-CAL-COUNT < 400
                   ADD 1 TO WS-CAL-COUNT
                   MOVE CAL-SITE-ID TO WS-CAL-SITE-ID(WS-CAL-COUNT)
                   MOVE CAL-SENSOR-TYPE
                       TO WS-CAL-SENSOR-TYPE(WS-CAL-COUNT)
                   MOVE CAL-LAST-DATE TO WS-CAL-LAST-DATE(WS-CAL-COUNT)
                   MOVE CAL-OFFSET TO WS-CAL-OFFSET(WS-CAL-COUNT)
                   MOVE CAL-TECHNICIAN
                       TO WS-CAL-TECHNICIAN(WS-CAL-COUNT)
                   MOVE CAL-NEXT-DUE TO WS-CAL-NEXT-DUE(WS-CAL-COUNT)
               ELSE
                   DISPLAY "Calibration table full, record skipped "
                       "for " CAL-SITE-ID
               END-IF
               READ CALIBRATION-FILE
                   AT END MOVE "Y" TO WS-CAL-EOF
               END-READ
           END-PERFORM
           CLOSE CALIBRATION-FILE.
       250-MENU-LOOP.
           MOVE "N" TO WS-DONE
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "List, Record a calibration, or Quit? (L/R/Q)"
               ACCEPT WS-MAINT-ACTION
               MOVE FUNCTION UPPER-CASE(WS-MAINT-ACTION)
                   TO WS-MAINT-ACTION
               EVALUATE WS-MAINT-ACTION
                   WHEN "L"
                       PERFORM 400-LIST-CALIBRATION
                   WHEN "R"
                       PERFORM 500-RECORD-CALIBRATION
                   WHEN "Q"
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM.
       290-SAVE-CALIBRATION.
           OPEN OUTPUT CALIBRATION-FILE
           PERFORM VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > WS-CAL-COUNT
               MOVE WS-CAL-SITE-ID(CAL-IDX) TO CAL-SITE-ID
               MOVE WS-CAL-SENSOR-TYPE(CAL-IDX) TO CAL-SENSOR-TYPE
               MOVE WS-CAL-LAST-DATE(CAL-IDX) TO CAL-LAST-DATE
               MOVE WS-CAL-OFFSET(CAL-IDX) TO CAL-OFFSET
               MOVE WS-CAL-TECHNICIAN(CAL-IDX) TO CAL-TECHNICIAN
               MOVE WS-CAL-NEXT-DUE(CAL-IDX) TO CAL-NEXT-DUE
               WRITE CALIBRATION-RECORD
           END-PERFORM
           CLOSE CALIBRATION-FILE.
       400-LIST-CALIBRATION.
           IF WS-CAL-COUNT = 0
               DISPLAY "No probe calibrations on file."
           END-IF
           PERFORM VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > WS-CAL-COUNT
               MOVE WS-CAL-OFFSET(CAL-IDX) TO WS-FORMAT-OFFSET
               DISPLAY WS-CAL-SITE-ID(CAL-IDX) " "
                   WS-CAL-SENSOR-TYPE(CAL-IDX)
                   "  calibrated " WS-CAL-LAST-DATE(CAL-IDX)
                   "  offset " WS-FORMAT-OFFSET
                   "  due " WS-CAL-NEXT-DUE(CAL-IDX)
               DISPLAY "             by "
                   WS-CAL-TECHNICIAN(CAL-IDX)
               IF WS-CAL-NEXT-DUE(CAL-IDX) < WS-TODAY
                   DISPLAY "             *** OVERDUE ***"
               END-IF
           END-PERFORM.
       500-RECORD-CALIBRATION.
           MOVE "Y" TO WS-ENTRY-OK
           DISPLAY "Enter the site ID"
           ACCEPT WS-ENTRY-SITE
           PERFORM 510-FIND-SITE
           IF WS-MASTER-COUNT > 0 AND WS-MASTER-FOUND = 0
               DISPLAY "Site " WS-ENTRY-SITE " is not on the site "
                   "master."
               MOVE "N" TO WS-ENTRY-OK
           END-IF
           IF WS-ENTRY-OK = "Y"
               DISPLAY "Enter the probe type (T/H)"
               ACCEPT WS-ENTRY-TYPE
               MOVE FUNCTION UPPER-CASE(WS-ENTRY-TYPE)
                   TO WS-ENTRY-TYPE
               IF WS-ENTRY-TYPE NOT = "T" AND WS-ENTRY-TYPE NOT = "H"
                   DISPLAY "Only temperature and humidity probes "
                       "are calibrated."
                   MOVE "N" TO WS-ENTRY-OK
               END-IF
           END-IF
           IF WS-ENTRY-OK = "Y"
               PERFORM 520-ACCEPT-DETAILS
           END-IF
           IF WS-ENTRY-OK = "Y"
               PERFORM 530-STORE-CALIBRATION
           END-IF.
       510-FIND-SITE.
           MOVE 0 TO WS-MASTER-FOUND
           PERFORM VARYING MST-IDX FROM 1 BY 1
               UNTIL MST-IDX > WS-MASTER-COUNT
               IF WS-MST-SITE-ID(MST-IDX) = WS-ENTRY-SITE
                   SET WS-MASTER-FOUND TO MST-IDX
               END-IF
           END-PERFORM.
       520-ACCEPT-DETAILS.
           DISPLAY "Enter the calibration date (YYYYMMDD, 0 for "
               "today)"
           ACCEPT WS-ENTRY-DATE
           IF WS-ENTRY-DATE = 0
               MOVE WS-TODAY TO WS-ENTRY-DATE
           END-IF
           DISPLAY "Enter the measured offset to add to readings "
               "(e.g. -4.0)"
           ACCEPT WS-ENTRY-OFFSET
           DISPLAY "Enter the technician's name"
           ACCEPT WS-ENTRY-TECH
           MOVE WS-DEFAULT-INTERVAL TO WS-FORMAT-INTERVAL
           DISPLAY "Enter the next due date (YYYYMMDD, 0 for "
               FUNCTION TRIM(WS-FORMAT-INTERVAL) " days out)"
           ACCEPT WS-ENTRY-DUE
           EVALUATE TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-ENTRY-DATE)
                   NOT = 0
                   DISPLAY "Calibration date is not a valid date."
                   MOVE "N" TO WS-ENTRY-OK
               WHEN WS-ENTRY-DATE > WS-TODAY
                   DISPLAY "Calibration date is in the future."
                   MOVE "N" TO WS-ENTRY-OK
               WHEN WS-ENTRY-TECH = SPACES
                   DISPLAY "The technician is required."
                   MOVE "N" TO WS-ENTRY-OK
               WHEN WS-ENTRY-DUE = 0
                   COMPUTE WS-ENTRY-DUE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-ENTRY-DATE)
                       + WS-DEFAULT-INTERVAL)
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-ENTRY-DUE) NOT = 0
                   DISPLAY "Next due date is not a valid date."
                   MOVE "N" TO WS-ENTRY-OK
               WHEN WS-ENTRY-DUE <= WS-ENTRY-DATE
                   DISPLAY "Next due date must be after the "
                       "calibration date."
                   MOVE "N" TO WS-ENTRY-OK
           END-EVALUATE.
       530-STORE-CALIBRATION.
           MOVE 0 TO WS-CAL-FOUND
           PERFORM VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > WS-CAL-COUNT
               IF WS-CAL-SITE-ID(CAL-IDX) = WS-ENTRY-SITE
                   AND WS-CAL-SENSOR-TYPE(CAL-IDX) = WS-ENTRY-TYPE
                   SET WS-CAL-FOUND TO CAL-IDX
               END-IF
           END-PERFORM
           IF WS-CAL-FOUND = 0
               IF WS-CAL-COUNT < 400
                   ADD 1 TO WS-CAL-COUNT
                   MOVE WS-CAL-COUNT TO WS-CAL-FOUND
               ELSE
                   DISPLAY "Calibration table full, cannot add."
               END-IF
           END-IF
           IF WS-CAL-FOUND > 0
               MOVE WS-ENTRY-SITE TO WS-CAL-SITE-ID(WS-CAL-FOUND)
               MOVE WS-ENTRY-TYPE TO WS-CAL-SENSOR-TYPE(WS-CAL-FOUND)
               MOVE WS-ENTRY-DATE TO WS-CAL-LAST-DATE(WS-CAL-FOUND)
               MOVE WS-ENTRY-OFFSET TO WS-CAL-OFFSET(WS-CAL-FOUND)
               MOVE WS-ENTRY-TECH TO WS-CAL-TECHNICIAN(WS-CAL-FOUND)
               MOVE WS-ENTRY-DUE TO WS-CAL-NEXT-DUE(WS-CAL-FOUND)
               MOVE "Y" TO WS-CAL-DIRTY
               MOVE WS-ENTRY-OFFSET TO WS-FORMAT-OFFSET
               DISPLAY "Calibration recorded for " WS-ENTRY-SITE
                   " " WS-ENTRY-TYPE ", offset " WS-FORMAT-OFFSET
                   ", next due " WS-ENTRY-DUE
           END-IF.
