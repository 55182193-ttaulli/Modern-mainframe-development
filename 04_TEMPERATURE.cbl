           SELECT READING-EXCEPTION-FILE ASSIGN TO
           "READINGS-EXCEPTIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CALIBRATION-FILE ASSIGN TO
           "SENSOR-CALIBRATION.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CALIBRATION-AUDIT-FILE ASSIGN TO
           "CALIBRATION-AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCURSION-FILE ASSIGN TO
           "TEMP-EXCURSIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WINDOW-FILE ASSIGN TO
           "MAINTENANCE-WINDOWS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD READINGS-FILE.
           05 ALT-MESSAGE PIC X(30).
      * ALT-TYPE: T = temperature, H = humidity, D = door
           05 ALT-TYPE PIC X(1).
      * ALT-SUPPRESSED: S = raised during a planned maintenance
      * window for the site, recorded but not to be dispatched
           05 ALT-SUPPRESSED PIC X(1).
       FD SITE-MASTER-FILE.
       01 SITE-MASTER-RECORD.
           05 SIT-SITE-ID PIC X(10).
           05 HST-FROST-ALERTS PIC 9(4).
      * Humidity and door-open alerts raised that day
           05 HST-ENV-ALERTS PIC 9(4).
      * HST-CAL-FLAG: O = some of the day's readings came from a
      * probe past its calibration due date, space = none
           05 HST-CAL-FLAG PIC X(1).
       FD READING-EXCEPTION-FILE.
       01 READING-EXCEPTION-RECORD.
           05 RXC-SITE-ID PIC X(10).
      * FUT future timestamp, SEQ out of order, DUP duplicate
           05 RXC-REASON-CODE PIC X(4).
           05 RXC-REASON PIC X(30).
       FD CALIBRATION-FILE.
      * Calibration master maintained by CALMAINT, one record per
      * site and probe type
       01 CALIBRATION-RECORD.
           05 CAL-SITE-ID PIC X(10).
           05 CAL-SENSOR-TYPE PIC X(1).
           05 CAL-LAST-DATE PIC 9(8).
           05 CAL-OFFSET PIC S9(2)V9.
           05 CAL-TECHNICIAN PIC X(20).
           05 CAL-NEXT-DUE PIC 9(8).
       FD CALIBRATION-AUDIT-FILE.
      * Raw and corrected value of every reading taken from a
      * calibrated probe
       01 CALIBRATION-AUDIT-RECORD.
           05 CAU-SITE-ID PIC X(10).
           05 CAU-SENSOR-TYPE PIC X(1).
           05 CAU-TIMESTAMP PIC 9(12).
           05 CAU-RAW-VALUE PIC S9(3).
           05 CAU-UNIT PIC X(1).
           05 CAU-OFFSET PIC S9(2)V9.
           05 CAU-CORRECTED-F PIC S9(3).
      * CAU-OVERDUE: Y = probe was past its calibration due date
           05 CAU-OVERDUE PIC X(1).
       FD EXCURSION-FILE.
      * One record per temperature excursion: a run of consecutive
      * readings at or below the site's frost limit (L) or at or
      * above its heat limit (H). Degree-minutes are the degrees
      * beyond the limit multiplied by the minutes each reading
      * stood until the next one; the hard-freeze figure counts
      * only the degrees below the hard-freeze limit.
       01 EXCURSION-RECORD.
           05 EXR-SITE-ID PIC X(10).
           05 EXR-DIRECTION PIC X(1).
           05 EXR-START-STAMP PIC 9(12).
           05 EXR-END-STAMP PIC 9(12).
           05 EXR-DURATION-MIN PIC 9(6).
           05 EXR-PEAK PIC S9(3).
           05 EXR-LIMIT PIC S9(3).
           05 EXR-DEGREE-MIN PIC 9(8).
           05 EXR-HARD-DEGREE-MIN PIC 9(8).
           05 EXR-READINGS PIC 9(5).
      * EXR-STATUS: C = back in range at the end stamp, O = still
      * out of range at the last reading of the run
           05 EXR-STATUS PIC X(1).
       FD WINDOW-FILE.
      * Planned maintenance windows maintained by MAINTWIN
       01 WINDOW-RECORD.
           05 MWN-SITE-ID PIC X(10).
           05 MWN-START-STAMP PIC 9(12).
           05 MWN-END-STAMP PIC 9(12).
           05 MWN-REASON PIC X(30).
           05 MWN-SCHEDULED-BY PIC X(20).
           05 MWN-SCHEDULED-STAMP PIC 9(14).
      * MWN-STATUS: A = active, C = cancelled
           05 MWN-STATUS PIC X(1).
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RUN-CTL-MODE PIC X(1).
               10 WS-ST-FREEZE-ALERTS PIC 9(4).
               10 WS-ST-FROST-ALERTS PIC 9(4).
               10 WS-ST-ENV-ALERTS PIC 9(4).
               10 WS-ST-CAL-FLAG PIC X(1).
      * Sensor health runs across the whole run per site, not
      * per day, so stuck-value and gap tracking live here
       01 WS-HEALTH-COUNT PIC 9(4) VALUE 0.
               10 WS-MST-EXPECTED-MIN PIC 9(4).
               10 WS-MST-HUMIDITY-MAX PIC 9(3).
               10 WS-MST-DOOR-MINUTES PIC 9(4).
      * Probe calibration offsets, added to the Fahrenheit value
      * for temperature probes and to percent relative humidity
      * for humidity probes before any threshold check
       01 WS-CAL-EOF PIC X VALUE "N".
       01 WS-CAL-COUNT PIC 9(4) VALUE 0.
       01 WS-CAL-FOUND PIC 9(4) VALUE 0.
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 400 TIMES INDEXED BY CAL-IDX.
               10 WS-CAL-SITE-ID PIC X(10).
               10 WS-CAL-SENSOR-TYPE PIC X(1).
               10 WS-CAL-OFFSET PIC S9(2)V9.
               10 WS-CAL-NEXT-DUE PIC 9(8).
       01 WS-CAL-OVERDUE PIC X VALUE "N".
       01 WS-RAW-F PIC S9(3) VALUE 0.
      * Open excursion per site, carried reading to reading across
      * the whole run; WS-EX-DIRECTION space = site in range
       01 WS-EXC-COUNT PIC 9(4) VALUE 0.
       01 WS-EXC-FOUND PIC 9(4) VALUE 0.
       01 WS-EXC-WRITTEN PIC 9(5) VALUE 0.
       01 WS-EXCURSION-TABLE.
           05 WS-EXC-ENTRY OCCURS 200 TIMES INDEXED BY EXC-IDX.
               10 WS-EX-SITE-ID PIC X(10).
               10 WS-EX-DIRECTION PIC X(1).
               10 WS-EX-START-STAMP PIC 9(12).
               10 WS-EX-LAST-STAMP PIC 9(12).
               10 WS-EX-LAST-TEMP PIC S9(3).
               10 WS-EX-PEAK PIC S9(3).
               10 WS-EX-LIMIT PIC S9(3).
               10 WS-EX-HARD PIC S9(3).
               10 WS-EX-READINGS PIC 9(5).
               10 WS-EX-DEGREE-MIN PIC 9(8).
               10 WS-EX-HARD-DEGREE-MIN PIC 9(8).
       01 WS-EXC-DIRECTION PIC X(1) VALUE SPACE.
       01 WS-EXC-MINUTES PIC S9(8) VALUE 0.
       01 WS-EXC-EXCESS PIC S9(4) VALUE 0.
       01 WS-EXC-END-STAMP PIC 9(12) VALUE 0.
       01 WS-EXC-STATUS PIC X(1) VALUE SPACE.
      * Active maintenance windows; alerts for a site inside one
      * of its windows are written marked suppressed
       01 WS-WINDOW-EOF PIC X VALUE "N".
       01 WS-WINDOW-COUNT PIC 9(4) VALUE 0.
       01 WS-WINDOW-FOUND PIC 9(4) VALUE 0.
       01 WS-WINDOW-TABLE.
           05 WS-WINDOW-ENTRY OCCURS 500 TIMES INDEXED BY WIN-IDX.
               10 WS-WIN-SITE-ID PIC X(10).
               10 WS-WIN-START-STAMP PIC 9(12).
               10 WS-WIN-END-STAMP PIC 9(12).
       01 WS-CHECK-STAMP PIC 9(12) VALUE 0.
       01 WS-ALERT-SUPPRESSED PIC X VALUE "N".
       01 WS-SUPPRESSED-COUNT PIC 9(5) VALUE 0.
      * Last suppressed alert per site and measurement type, kept
      * until a later reading clears it; one still standing when
      * its window has closed is raised for dispatch
       01 WS-PEND-COUNT PIC 9(4) VALUE 0.
       01 WS-PEND-FOUND PIC 9(4) VALUE 0.
       01 WS-PENDING-TABLE.
           05 WS-PENDING-ENTRY OCCURS 200 TIMES INDEXED BY PND-IDX.
               10 WS-PND-SITE-ID PIC X(10).
               10 WS-PND-TYPE PIC X(1).
               10 WS-PND-WINDOW-END PIC 9(12).
               10 WS-PND-VALUE PIC S9(3).
               10 WS-PND-MESSAGE PIC X(30).
      * Default thresholds used when no site master is installed
       01 WS-THRESH-HARD PIC S9(3) VALUE 15.
       01 WS-THRESH-FROST PIC S9(3) VALUE 32.
       100-MAIN.
           PERFORM 040-READ-RUN-CONTROL
           PERFORM 050-LOAD-SITE-MASTER
           PERFORM 060-LOAD-CALIBRATION
           PERFORM 070-LOAD-WINDOWS
           OPEN EXTEND CALIBRATION-AUDIT-FILE
           OPEN OUTPUT ALERT-FILE
           OPEN OUTPUT SITE-EXCEPTION-FILE
           OPEN OUTPUT SENSOR-EXCEPTION-FILE
           CLOSE SITE-EXCEPTION-FILE
           CLOSE SENSOR-EXCEPTION-FILE
           CLOSE READING-EXCEPTION-FILE
           CLOSE CALIBRATION-AUDIT-FILE
           GOBACK.
       050-LOAD-SITE-MASTER.
           OPEN INPUT SITE-MASTER-FILE
               END-READ
           END-PERFORM
           CLOSE SITE-MASTER-FILE.
       060-LOAD-CALIBRATION.
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
                   MOVE CAL-OFFSET TO WS-CAL-OFFSET(WS-CAL-COUNT)
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
       070-LOAD-WINDOWS.
           OPEN INPUT WINDOW-FILE
           READ WINDOW-FILE
               AT END MOVE "Y" TO WS-WINDOW-EOF
           END-READ
           PERFORM UNTIL WS-WINDOW-EOF = "Y"
               IF MWN-STATUS = "A"
                   IF WS-WINDOW-COUNT < 500
                       ADD 1 TO WS-WINDOW-COUNT
                       MOVE MWN-SITE-ID
                           TO WS-WIN-SITE-ID(WS-WINDOW-COUNT)
                       MOVE MWN-START-STAMP
                           TO WS-WIN-START-STAMP(WS-WINDOW-COUNT)
                       MOVE MWN-END-STAMP
                           TO WS-WIN-END-STAMP(WS-WINDOW-COUNT)
                   ELSE
                       DISPLAY "Window table full, record skipped "
                           "for " MWN-SITE-ID
                   END-IF
               END-IF
               READ WINDOW-FILE
                   AT END MOVE "Y" TO WS-WINDOW-EOF
               END-READ
           END-PERFORM
           CLOSE WINDOW-FILE.
       200-INTERACTIVE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           COMPUTE WS-NOW-STAMP =
               WS-RUN-DATE * 10000 + WS-NOW-HHMM
           DISPLAY "Enter the site ID"
           ACCEPT WS-SITE-ID
           DISPLAY "Enter the measurement type (T/H/D, blank "
               ACCEPT WS-UNIT
           END-IF
           MOVE 0 TO WS-TIMESTAMP
           PERFORM 400-EVALUATE-READING
           PERFORM 458-END-OF-WINDOW-CHECK.
       300-BATCH-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           COMPUTE WS-NOW-STAMP =
               WS-RUN-DATE * 10000 + WS-NOW-HHMM
           OPEN EXTEND EXCURSION-FILE
           OPEN INPUT READINGS-FILE
           READ READINGS-FILE
               AT END MOVE "Y" TO WS-READINGS-EOF
               END-READ
           END-PERFORM
           CLOSE READINGS-FILE
           PERFORM 458-END-OF-WINDOW-CHECK
           PERFORM 480-CLOSE-OPEN-EXCURSIONS
           CLOSE EXCURSION-FILE
           PERFORM 500-PRINT-SUMMARY
           PERFORM 520-APPEND-HISTORY
           PERFORM 550-SENSOR-HEALTH.
                   TO HST-FROST-ALERTS
               MOVE WS-ST-ENV-ALERTS(SITE-IDX)
                   TO HST-ENV-ALERTS
               MOVE WS-ST-CAL-FLAG(SITE-IDX) TO HST-CAL-FLAG
               WRITE SITE-HISTORY-RECORD
           END-PERFORM
           CLOSE SITE-HISTORY-FILE.
           ELSE
               MOVE TEMPERATURE TO WS-TEMPERATURE-F
           END-IF
           MOVE "N" TO WS-ALERT-SUPPRESSED
           PERFORM 410-APPLY-CALIBRATION
           PERFORM 420-SELECT-SITE-THRESHOLDS
           IF WS-MASTER-COUNT > 0 AND WS-MASTER-FOUND = 0
               DISPLAY "Site " WS-SITE-ID " is not on the site "
                   WHEN OTHER
                       PERFORM 440-EVALUATE-TEMPERATURE
               END-EVALUATE
               PERFORM 457-TRACK-SUPPRESSION
           END-IF.
      * A calibrated probe's offset is applied before thresholds,
      * alerts and history see the value; the raw reading goes to
      * the calibration audit file. A probe read after its next
      * due date is flagged so the day's history is marked.
       410-APPLY-CALIBRATION.
           MOVE "N" TO WS-CAL-OVERDUE
           MOVE 0 TO WS-CAL-FOUND
           IF WS-READING-TYPE = "T" OR WS-READING-TYPE = "H"
               PERFORM VARYING CAL-IDX FROM 1 BY 1
                   UNTIL CAL-IDX > WS-CAL-COUNT
                   IF WS-CAL-SITE-ID(CAL-IDX) = WS-SITE-ID
                       AND WS-CAL-SENSOR-TYPE(CAL-IDX) =
                           WS-READING-TYPE
                       MOVE CAL-IDX TO WS-CAL-FOUND
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CAL-FOUND > 0
               IF WS-TIMESTAMP > 0
                   MOVE WS-TS-DATE TO WS-READING-DATE
               ELSE
                   IF WS-RUN-DATE = 0
                       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                   END-IF
                   MOVE WS-RUN-DATE TO WS-READING-DATE
               END-IF
               IF WS-READING-DATE > WS-CAL-NEXT-DUE(WS-CAL-FOUND)
                   MOVE "Y" TO WS-CAL-OVERDUE
               END-IF
               MOVE WS-TEMPERATURE-F TO WS-RAW-F
               COMPUTE WS-TEMPERATURE-F ROUNDED =
                   WS-RAW-F + WS-CAL-OFFSET(WS-CAL-FOUND)
               MOVE WS-SITE-ID TO CAU-SITE-ID
               MOVE WS-READING-TYPE TO CAU-SENSOR-TYPE
               MOVE WS-TIMESTAMP TO CAU-TIMESTAMP
               MOVE TEMPERATURE TO CAU-RAW-VALUE
               MOVE WS-UNIT TO CAU-UNIT
               MOVE WS-CAL-OFFSET(WS-CAL-FOUND) TO CAU-OFFSET
               MOVE WS-TEMPERATURE-F TO CAU-CORRECTED-F
               MOVE WS-CAL-OVERDUE TO CAU-OVERDUE
               WRITE CALIBRATION-AUDIT-RECORD
           END-IF.
       440-EVALUATE-TEMPERATURE.
           MOVE SPACE TO WS-ALERT-KIND
               WHEN OTHER
                   DISPLAY "It is not freezing"
           END-EVALUATE
           PERFORM 460-ACCUMULATE-SITE
           PERFORM 470-TRACK-EXCURSION.
      * High humidity and prolonged door-open alerts flow into
      * the same ALERT.dat that ALRTDISP works, carrying their
      * measurement type; they count on the site history as
               MOVE 30 TO WS-THRESH-DOOR
           END-IF.
       450-WRITE-ALERT.
           IF WS-TIMESTAMP > 0
               MOVE WS-TIMESTAMP TO WS-CHECK-STAMP
           ELSE
               MOVE WS-NOW-STAMP TO WS-CHECK-STAMP
           END-IF
           PERFORM 452-FIND-MAINT-WINDOW
           MOVE WS-SITE-ID TO ALT-SITE-ID
           MOVE WS-TEMPERATURE-F TO ALT-TEMPERATURE
           MOVE WS-TIMESTAMP TO ALT-TIMESTAMP
           MOVE WS-ALERT-MESSAGE TO ALT-MESSAGE
           MOVE WS-READING-TYPE TO ALT-TYPE
           IF WS-WINDOW-FOUND > 0
               MOVE "Y" TO WS-ALERT-SUPPRESSED
               MOVE "S" TO ALT-SUPPRESSED
               ADD 1 TO WS-SUPPRESSED-COUNT
               DISPLAY "  Site " WS-SITE-ID " is in a maintenance "
                   "window - alert recorded as suppressed"
           ELSE
               MOVE SPACE TO ALT-SUPPRESSED
           END-IF
           WRITE ALERT-RECORD.
      * A window covers its start minute up to, but not
      * including, its end minute
       452-FIND-MAINT-WINDOW.
           MOVE 0 TO WS-WINDOW-FOUND
           PERFORM VARYING WIN-IDX FROM 1 BY 1
               UNTIL WIN-IDX > WS-WINDOW-COUNT
               IF WS-WIN-SITE-ID(WIN-IDX) = WS-SITE-ID
                   AND WS-CHECK-STAMP >= WS-WIN-START-STAMP(WIN-IDX)
                   AND WS-CHECK-STAMP < WS-WIN-END-STAMP(WIN-IDX)
                   IF WS-WINDOW-FOUND = 0
                       MOVE WIN-IDX TO WS-WINDOW-FOUND
                   ELSE
                       IF WS-WIN-END-STAMP(WIN-IDX) >
                           WS-WIN-END-STAMP(WS-WINDOW-FOUND)
                           MOVE WIN-IDX TO WS-WINDOW-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      * A suppressed alert stays pending for its site and type
      * until a later reading is evaluated; any later reading
      * outside a window has had its own alert decided normally
      * and an in-range reading means the condition has cleared.
       457-TRACK-SUPPRESSION.
           MOVE 0 TO WS-PEND-FOUND
           PERFORM VARYING PND-IDX FROM 1 BY 1
               UNTIL PND-IDX > WS-PEND-COUNT
               IF WS-PND-SITE-ID(PND-IDX) = WS-SITE-ID
                   AND WS-PND-TYPE(PND-IDX) = WS-READING-TYPE
                   MOVE PND-IDX TO WS-PEND-FOUND
               END-IF
           END-PERFORM
           IF WS-ALERT-SUPPRESSED = "Y"
               IF WS-PEND-FOUND = 0
                   PERFORM VARYING PND-IDX FROM 1 BY 1
                       UNTIL PND-IDX > WS-PEND-COUNT
                       IF WS-PND-SITE-ID(PND-IDX) = SPACES
                           MOVE PND-IDX TO WS-PEND-FOUND
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-PEND-FOUND = 0 AND WS-PEND-COUNT < 200
                   ADD 1 TO WS-PEND-COUNT
                   MOVE WS-PEND-COUNT TO WS-PEND-FOUND
               END-IF
               IF WS-PEND-FOUND = 0
                   DISPLAY "Suppressed alert table full, site "
                       WS-SITE-ID " will not be rechecked"
               ELSE
                   MOVE WS-SITE-ID TO WS-PND-SITE-ID(WS-PEND-FOUND)
                   MOVE WS-READING-TYPE TO WS-PND-TYPE(WS-PEND-FOUND)
                   MOVE WS-WIN-END-STAMP(WS-WINDOW-FOUND)
                       TO WS-PND-WINDOW-END(WS-PEND-FOUND)
                   MOVE WS-TEMPERATURE-F
                       TO WS-PND-VALUE(WS-PEND-FOUND)
                   MOVE WS-ALERT-MESSAGE
                       TO WS-PND-MESSAGE(WS-PEND-FOUND)
               END-IF
           ELSE
               IF WS-PEND-FOUND > 0
                   MOVE SPACES TO WS-PND-SITE-ID(WS-PEND-FOUND)
               END-IF
           END-IF.
      * When a window has closed with the site's last reading in
      * it still out of range, the alert is raised at once,
      * stamped with the window end, instead of waiting for the
      * next reading. A window running straight into another
      * keeps the alert pending until the later one ends.
       458-END-OF-WINDOW-CHECK.
           PERFORM VARYING PND-IDX FROM 1 BY 1
               UNTIL PND-IDX > WS-PEND-COUNT
               IF WS-PND-SITE-ID(PND-IDX) NOT = SPACES
                   AND WS-PND-WINDOW-END(PND-IDX) <= WS-NOW-STAMP
                   MOVE WS-PND-SITE-ID(PND-IDX) TO WS-SITE-ID
                   MOVE WS-PND-WINDOW-END(PND-IDX) TO WS-CHECK-STAMP
                   PERFORM 452-FIND-MAINT-WINDOW
                   IF WS-WINDOW-FOUND > 0
                       MOVE WS-WIN-END-STAMP(WS-WINDOW-FOUND)
                           TO WS-PND-WINDOW-END(PND-IDX)
                   ELSE
                       DISPLAY "Maintenance window ended for "
                           WS-PND-SITE-ID(PND-IDX)
                           " - still out of range, alert raised"
                       MOVE WS-PND-SITE-ID(PND-IDX) TO ALT-SITE-ID
                       MOVE WS-PND-VALUE(PND-IDX) TO ALT-TEMPERATURE
                       MOVE WS-PND-WINDOW-END(PND-IDX)
                           TO ALT-TIMESTAMP
                       MOVE WS-PND-MESSAGE(PND-IDX) TO ALT-MESSAGE
                       MOVE WS-PND-TYPE(PND-IDX) TO ALT-TYPE
                       MOVE SPACE TO ALT-SUPPRESSED
                       WRITE ALERT-RECORD
                       MOVE SPACES TO WS-PND-SITE-ID(PND-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SUPPRESSED-COUNT > 0
               DISPLAY "Alerts suppressed by maintenance windows: "
                   WS-SUPPRESSED-COUNT
           END-IF.
      * Humidity and door alerts count on the site's day entry
      * without disturbing the temperature statistics.
       462-COUNT-ENV-ALERT.
           PERFORM 463-FIND-OR-ADD-SITE
           IF WS-SITE-FOUND > 0
               ADD 1 TO WS-ST-ENV-ALERTS(WS-SITE-FOUND)
               IF WS-CAL-OVERDUE = "Y"
                   MOVE "O" TO WS-ST-CAL-FLAG(WS-SITE-FOUND)
               END-IF
           END-IF.
      * Day statistics accumulate by the calendar day on the
      * reading's own timestamp; undated readings fall back to
               MOVE 0 TO WS-ST-FREEZE-ALERTS(WS-SITE-FOUND)
               MOVE 0 TO WS-ST-FROST-ALERTS(WS-SITE-FOUND)
               MOVE 0 TO WS-ST-ENV-ALERTS(WS-SITE-FOUND)
               MOVE SPACE TO WS-ST-CAL-FLAG(WS-SITE-FOUND)
           END-IF.
       460-ACCUMULATE-SITE.
           PERFORM 463-FIND-OR-ADD-SITE
                   WS-SITE-ID
           ELSE
               PERFORM 465-TRACK-SENSOR-HEALTH
               IF WS-CAL-OVERDUE = "Y"
                   MOVE "O" TO WS-ST-CAL-FLAG(WS-SITE-FOUND)
               END-IF
               IF WS-ALERT-KIND = "H"
                   ADD 1 TO WS-ST-FREEZE-ALERTS(WS-SITE-FOUND)
               END-IF
               MOVE 0 TO WS-HT-MAX-JUMP(WS-HEALTH-FOUND)
               MOVE 0 TO WS-HT-MAX-GAP-MIN(WS-HEALTH-FOUND)
           END-IF.
      * Consecutive out-of-range temperature readings for a site
      * form one excursion. Each reading's exposure runs until the
      * next reading arrives; the first reading back in range (or
      * a swing to the opposite limit) closes the event. Undated
      * readings keyed at the terminal are not tracked.
       470-TRACK-EXCURSION.
           IF WS-TIMESTAMP > 0
               MOVE SPACE TO WS-EXC-DIRECTION
               IF WS-TEMPERATURE-F <= WS-THRESH-FROST
                   MOVE "L" TO WS-EXC-DIRECTION
               END-IF
               IF WS-TEMPERATURE-F >= WS-THRESH-HEAT
                   MOVE "H" TO WS-EXC-DIRECTION
               END-IF
               PERFORM 472-FIND-OR-ADD-EXCURSION
               IF WS-EXC-FOUND = 0
                   DISPLAY "Excursion table full, site " WS-SITE-ID
                       " not tracked"
               ELSE
                   IF WS-EX-DIRECTION(WS-EXC-FOUND) = SPACE
                       IF WS-EXC-DIRECTION NOT = SPACE
                           PERFORM 478-START-EXCURSION
                       END-IF
                   ELSE
                       PERFORM 474-ADD-EXPOSURE
                       IF WS-EXC-DIRECTION =
                           WS-EX-DIRECTION(WS-EXC-FOUND)
                           PERFORM 479-EXTEND-EXCURSION
                       ELSE
                           MOVE WS-TIMESTAMP TO WS-EXC-END-STAMP
                           MOVE "C" TO WS-EXC-STATUS
                           PERFORM 476-WRITE-EXCURSION
                           IF WS-EXC-DIRECTION NOT = SPACE
                               PERFORM 478-START-EXCURSION
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       472-FIND-OR-ADD-EXCURSION.
           MOVE 0 TO WS-EXC-FOUND
           PERFORM VARYING EXC-IDX FROM 1 BY 1
               UNTIL EXC-IDX > WS-EXC-COUNT
               IF WS-EX-SITE-ID(EXC-IDX) = WS-SITE-ID
                   MOVE EXC-IDX TO WS-EXC-FOUND
               END-IF
           END-PERFORM
           IF WS-EXC-FOUND = 0 AND WS-EXC-COUNT < 200
               ADD 1 TO WS-EXC-COUNT
               MOVE WS-EXC-COUNT TO WS-EXC-FOUND
               MOVE WS-SITE-ID TO WS-EX-SITE-ID(WS-EXC-FOUND)
               MOVE SPACE TO WS-EX-DIRECTION(WS-EXC-FOUND)
           END-IF.
      * Exposure of the previous reading: its degrees beyond the
      * limit for the minutes until this reading arrived
       474-ADD-EXPOSURE.
           MOVE WS-EX-LAST-STAMP(WS-EXC-FOUND) TO WS-PREV-STAMP
           MOVE WS-TIMESTAMP TO WS-CURR-STAMP
           COMPUTE WS-EXC-MINUTES =
               (FUNCTION INTEGER-OF-DATE(WS-CUR-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-PRV-DATE)) * 1440
               + (WS-CUR-HH * 60) + WS-CUR-MM
               - (WS-PRV-HH * 60) - WS-PRV-MM
           IF WS-EX-DIRECTION(WS-EXC-FOUND) = "L"
               COMPUTE WS-EXC-EXCESS = WS-EX-LIMIT(WS-EXC-FOUND)
                   - WS-EX-LAST-TEMP(WS-EXC-FOUND)
           ELSE
               COMPUTE WS-EXC-EXCESS = WS-EX-LAST-TEMP(WS-EXC-FOUND)
                   - WS-EX-LIMIT(WS-EXC-FOUND)
           END-IF
           IF WS-EXC-MINUTES > 0 AND WS-EXC-EXCESS > 0
               COMPUTE WS-EX-DEGREE-MIN(WS-EXC-FOUND) =
                   WS-EX-DEGREE-MIN(WS-EXC-FOUND)
                   + WS-EXC-EXCESS * WS-EXC-MINUTES
           END-IF
           IF WS-EX-DIRECTION(WS-EXC-FOUND) = "L"
               AND WS-EXC-MINUTES > 0
               AND WS-EX-LAST-TEMP(WS-EXC-FOUND) <
                   WS-EX-HARD(WS-EXC-FOUND)
               COMPUTE WS-EX-HARD-DEGREE-MIN(WS-EXC-FOUND) =
                   WS-EX-HARD-DEGREE-MIN(WS-EXC-FOUND)
                   + (WS-EX-HARD(WS-EXC-FOUND)
                   - WS-EX-LAST-TEMP(WS-EXC-FOUND)) * WS-EXC-MINUTES
           END-IF.
       476-WRITE-EXCURSION.
           MOVE WS-EX-START-STAMP(WS-EXC-FOUND) TO WS-PREV-STAMP
           MOVE WS-EXC-END-STAMP TO WS-CURR-STAMP
           COMPUTE WS-EXC-MINUTES =
               (FUNCTION INTEGER-OF-DATE(WS-CUR-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-PRV-DATE)) * 1440
               + (WS-CUR-HH * 60) + WS-CUR-MM
               - (WS-PRV-HH * 60) - WS-PRV-MM
           MOVE WS-EX-SITE-ID(WS-EXC-FOUND) TO EXR-SITE-ID
           MOVE WS-EX-DIRECTION(WS-EXC-FOUND) TO EXR-DIRECTION
           MOVE WS-EX-START-STAMP(WS-EXC-FOUND) TO EXR-START-STAMP
           MOVE WS-EXC-END-STAMP TO EXR-END-STAMP
           MOVE WS-EXC-MINUTES TO EXR-DURATION-MIN
           MOVE WS-EX-PEAK(WS-EXC-FOUND) TO EXR-PEAK
           MOVE WS-EX-LIMIT(WS-EXC-FOUND) TO EXR-LIMIT
           MOVE WS-EX-DEGREE-MIN(WS-EXC-FOUND) TO EXR-DEGREE-MIN
           MOVE WS-EX-HARD-DEGREE-MIN(WS-EXC-FOUND)
               TO EXR-HARD-DEGREE-MIN
           MOVE WS-EX-READINGS(WS-EXC-FOUND) TO EXR-READINGS
           MOVE WS-EXC-STATUS TO EXR-STATUS
           WRITE EXCURSION-RECORD
           ADD 1 TO WS-EXC-WRITTEN
           MOVE SPACE TO WS-EX-DIRECTION(WS-EXC-FOUND).
       478-START-EXCURSION.
           MOVE WS-EXC-DIRECTION TO WS-EX-DIRECTION(WS-EXC-FOUND)
           MOVE WS-TIMESTAMP TO WS-EX-START-STAMP(WS-EXC-FOUND)
           MOVE WS-TIMESTAMP TO WS-EX-LAST-STAMP(WS-EXC-FOUND)
           MOVE WS-TEMPERATURE-F TO WS-EX-LAST-TEMP(WS-EXC-FOUND)
           MOVE WS-TEMPERATURE-F TO WS-EX-PEAK(WS-EXC-FOUND)
           IF WS-EXC-DIRECTION = "L"
               MOVE WS-THRESH-FROST TO WS-EX-LIMIT(WS-EXC-FOUND)
           ELSE
               MOVE WS-THRESH-HEAT TO WS-EX-LIMIT(WS-EXC-FOUND)
           END-IF
           MOVE WS-THRESH-HARD TO WS-EX-HARD(WS-EXC-FOUND)
           MOVE 1 TO WS-EX-READINGS(WS-EXC-FOUND)
           MOVE 0 TO WS-EX-DEGREE-MIN(WS-EXC-FOUND)
           MOVE 0 TO WS-EX-HARD-DEGREE-MIN(WS-EXC-FOUND).
       479-EXTEND-EXCURSION.
           MOVE WS-TIMESTAMP TO WS-EX-LAST-STAMP(WS-EXC-FOUND)
           MOVE WS-TEMPERATURE-F TO WS-EX-LAST-TEMP(WS-EXC-FOUND)
           ADD 1 TO WS-EX-READINGS(WS-EXC-FOUND)
           IF WS-EXC-DIRECTION = "L"
               AND WS-TEMPERATURE-F < WS-EX-PEAK(WS-EXC-FOUND)
               MOVE WS-TEMPERATURE-F TO WS-EX-PEAK(WS-EXC-FOUND)
           END-IF
           IF WS-EXC-DIRECTION = "H"
               AND WS-TEMPERATURE-F > WS-EX-PEAK(WS-EXC-FOUND)
               MOVE WS-TEMPERATURE-F TO WS-EX-PEAK(WS-EXC-FOUND)
           END-IF.
      * Sites still out of range when the readings run out are
      * written as open events ending at their last reading
       480-CLOSE-OPEN-EXCURSIONS.
           PERFORM VARYING EXC-IDX FROM 1 BY 1
               UNTIL EXC-IDX > WS-EXC-COUNT
               IF WS-EX-DIRECTION(EXC-IDX) NOT = SPACE
                   MOVE EXC-IDX TO WS-EXC-FOUND
                   MOVE WS-EX-LAST-STAMP(EXC-IDX) TO WS-EXC-END-STAMP
                   MOVE "O" TO WS-EXC-STATUS
                   PERFORM 476-WRITE-EXCURSION
               END-IF
           END-PERFORM
           DISPLAY "Excursion events written: " WS-EXC-WRITTEN.
       550-SENSOR-HEALTH.
           PERFORM VARYING MST-IDX FROM 1 BY 1
               UNTIL MST-IDX > WS-MASTER-COUNT
