       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALDUE.
      * Weekly probe calibration report. Lists every probe on
      * SENSOR-CALIBRATION.dat that is past its next due date,
      * with the days overdue, followed by probes falling due in
      * the coming week and sites on the site master whose
      * temperature probe has never been calibrated. Runs without
      * operator prompts so it can be scheduled weekly under
      * NIGHTRUN; the report goes to CALIBRATION-DUE-REPORT.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CALIBRATION-FILE ASSIGN TO
           "SENSOR-CALIBRATION.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SITE-MASTER-FILE ASSIGN TO
           "SITE-MASTER.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUE-REPORT-FILE ASSIGN TO
           "CALIBRATION-DUE-REPORT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CALIBRATION-FILE.
       01 CALIBRATION-RECORD.
           05 CAL-SITE-ID PIC X(10).
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
       FD DUE-REPORT-FILE.
       01 DUE-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-CAL-EOF PIC X VALUE "N".
       01 WS-CAL-COUNT PIC 9(4) VALUE 0.
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 400 TIMES INDEXED BY CAL-IDX.
               10 WS-CAL-SITE-ID PIC X(10).
               10 WS-CAL-SENSOR-TYPE PIC X(1).
               10 WS-CAL-LAST-DATE PIC 9(8).
               10 WS-CAL-TECHNICIAN PIC X(20).
               10 WS-CAL-NEXT-DUE PIC 9(8).
       01 WS-MASTER-EOF PIC X VALUE "N".
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-WEEK-END PIC 9(8) VALUE 0.
       01 WS-DAYS-OVER PIC S9(5) VALUE 0.
       01 WS-HAS-TEMP-PROBE PIC X VALUE "N".
       01 WS-OVERDUE-COUNT PIC 9(4) VALUE 0.
       01 WS-DUE-SOON-COUNT PIC 9(4) VALUE 0.
       01 WS-NEVER-COUNT PIC 9(4) VALUE 0.
       01 WS-HEADER-LINE.
           05 FILLER PIC X(35)
               VALUE " Probe Calibration Due Report  Run ".
           05 WS-HDR-DATE PIC 9(8).
       01 WS-SECTION-LINE PIC X(100) VALUE SPACES.
       01 WS-DETAIL-LINE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-SITE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-TYPE PIC X(1).
           05 FILLER PIC X(13) VALUE "  CALIBRATED ".
           05 WS-DTL-LAST PIC 9(8).
           05 FILLER PIC X(6) VALUE "  DUE ".
           05 WS-DTL-DUE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-DAYS PIC ZZZZ9.
           05 FILLER PIC X(7) VALUE " DAYS  ".
           05 WS-DTL-TECH PIC X(20).
       01 WS-NEVER-LINE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-NVR-SITE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-NVR-DESC PIC X(30).
           05 FILLER PIC X(36)
               VALUE "  NO TEMPERATURE CALIBRATION ON FILE".
       01 WS-TOTAL-LINE.
           05 FILLER PIC X(10) VALUE " OVERDUE: ".
           05 WS-TOT-OVERDUE PIC ZZZ9.
           05 FILLER PIC X(17) VALUE "  DUE THIS WEEK: ".
           05 WS-TOT-DUE-SOON PIC ZZZ9.
           05 FILLER PIC X(20) VALUE "  NEVER CALIBRATED: ".
           05 WS-TOT-NEVER PIC ZZZ9.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-WEEK-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + 7)
           PERFORM 150-LOAD-CALIBRATION
           OPEN OUTPUT DUE-REPORT-FILE
           MOVE WS-TODAY TO WS-HDR-DATE
           MOVE WS-HEADER-LINE TO DUE-REPORT-RECORD
           WRITE DUE-REPORT-RECORD
           PERFORM 200-LIST-OVERDUE
           PERFORM 300-LIST-DUE-SOON
           PERFORM 400-LIST-NEVER-CALIBRATED
           MOVE SPACES TO DUE-REPORT-RECORD
           WRITE DUE-REPORT-RECORD
           MOVE WS-OVERDUE-COUNT TO WS-TOT-OVERDUE
           MOVE WS-DUE-SOON-COUNT TO WS-TOT-DUE-SOON
           MOVE WS-NEVER-COUNT TO WS-TOT-NEVER
           MOVE WS-TOTAL-LINE TO DUE-REPORT-RECORD
           WRITE DUE-REPORT-RECORD
           CLOSE DUE-REPORT-FILE
           DISPLAY "Probes overdue for calibration: " WS-OVERDUE-COUNT
           DISPLAY "Calibration report written to "
               "CALIBRATION-DUE-REPORT.dat"
           GOBACK.
       150-LOAD-CALIBRATION.
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
       200-LIST-OVERDUE.
           MOVE SPACES TO DUE-REPORT-RECORD
           WRITE DUE-REPORT-RECORD
           MOVE " OVERDUE FOR CALIBRATION" TO WS-SECTION-LINE
           MOVE WS-SECTION-LINE TO DUE-REPORT-RECORD
           WRITE DUE-REPORT-RECORD
           PERFORM VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > WS-CAL-COUNT
               IF WS-CAL-NEXT-DUE(CAL-IDX) < WS-TODAY
                   ADD 1 TO WS-OVERDUE-COUNT
                   COMPUTE WS-DAYS-OVER =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                       FUNCTION INTEGER-OF-DATE(
                           WS-CAL-NEXT-DUE(CAL-IDX))
                   PERFORM 500-WRITE-DETAIL
               END-IF
           END-PERFORM.
       300-LIST-DUE-SOON.
           MOVE SPACES TO DUE-REPORT-RECORD
           WRITE DUE-REPORT-RECORD
           MOVE " DUE WITHIN SEVEN DAYS" TO WS-SECTION-LINE
           MOVE WS-SECTION-LINE TO DUE-REPORT-RECORD
           WRITE DUE-REPORT-RECORD
           PERFORM VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > WS-CAL-COUNT
               IF WS-CAL-NEXT-DUE(CAL-IDX) >= WS-TODAY
                   AND WS-CAL-NEXT-DUE(CAL-IDX) <= WS-WEEK-END
                   ADD 1 TO WS-DUE-SOON-COUNT
                   COMPUTE WS-DAYS-OVER =
                       FUNCTION INTEGER-OF-DATE(
                           WS-CAL-NEXT-DUE(CAL-IDX)) -
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   PERFORM 500-WRITE-DETAIL
               END-IF
           END-PERFORM.
       400-LIST-NEVER-CALIBRATED.
           MOVE SPACES TO DUE-REPORT-RECORD
           WRITE DUE-REPORT-RECORD
           MOVE " NOT CALIBRATED" TO WS-SECTION-LINE
           MOVE WS-SECTION-LINE TO DUE-REPORT-RECORD
           WRITE DUE-REPORT-RECORD
           OPEN INPUT SITE-MASTER-FILE
           READ SITE-MASTER-FILE
               AT END MOVE "Y" TO WS-MASTER-EOF
           END-READ
           PERFORM UNTIL WS-MASTER-EOF = "Y"
               MOVE "N" TO WS-HAS-TEMP-PROBE
               PERFORM VARYING CAL-IDX FROM 1 BY 1
                   UNTIL CAL-IDX > WS-CAL-COUNT
                   IF WS-CAL-SITE-ID(CAL-IDX) = SIT-SITE-ID
                       AND WS-CAL-SENSOR-TYPE(CAL-IDX) = "T"
                       MOVE "Y" TO WS-HAS-TEMP-PROBE
                   END-IF
               END-PERFORM
               IF WS-HAS-TEMP-PROBE = "N"
                   ADD 1 TO WS-NEVER-COUNT
                   MOVE SIT-SITE-ID TO WS-NVR-SITE
                   MOVE SIT-DESCRIPTION TO WS-NVR-DESC
                   MOVE WS-NEVER-LINE TO DUE-REPORT-RECORD
                   WRITE DUE-REPORT-RECORD
               END-IF
               READ SITE-MASTER-FILE
                   AT END MOVE "Y" TO WS-MASTER-EOF
               END-READ
           END-PERFORM
           CLOSE SITE-MASTER-FILE.
       500-WRITE-DETAIL.
           MOVE WS-CAL-SITE-ID(CAL-IDX) TO WS-DTL-SITE
           MOVE WS-CAL-SENSOR-TYPE(CAL-IDX) TO WS-DTL-TYPE
           MOVE WS-CAL-LAST-DATE(CAL-IDX) TO WS-DTL-LAST
           MOVE WS-CAL-NEXT-DUE(CAL-IDX) TO WS-DTL-DUE
           MOVE WS-DAYS-OVER TO WS-DTL-DAYS
           MOVE WS-CAL-TECHNICIAN(CAL-IDX) TO WS-DTL-TECH
           MOVE WS-DETAIL-LINE TO DUE-REPORT-RECORD
           WRITE DUE-REPORT-RECORD.
