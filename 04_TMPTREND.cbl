           05 HST-FROST-ALERTS PIC 9(4).
      * Humidity and door-open alerts raised that day
           05 HST-ENV-ALERTS PIC 9(4).
      * HST-CAL-FLAG: O = reading from an overdue probe that day
           05 HST-CAL-FLAG PIC X(1).
       FD TREND-REPORT-FILE.
       01 TREND-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
               10 WS-GRP-PERIOD PIC 9(8).
               10 WS-GRP-DAYS PIC 9(4).
               10 WS-GRP-FREEZE-DAYS PIC 9(4).
      * Days with readings from a probe overdue for calibration
               10 WS-GRP-SUSPECT-DAYS PIC 9(4).
               10 WS-GRP-MIN PIC S9(3).
               10 WS-GRP-MAX PIC S9(3).
       01 WS-DETAIL-LINE.
           05 WS-DTL-MIN PIC ZZ9-.
           05 FILLER PIC X(7) VALUE "  HIGH ".
           05 WS-DTL-MAX PIC ZZ9-.
           05 FILLER PIC X(15) VALUE "  SUSPECT DAYS ".
           05 WS-DTL-SUSPECT PIC ZZZ9.
       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "Weekly or monthly view? (W/M)"
               MOVE WS-PERIOD-KEY TO WS-GRP-PERIOD(WS-GROUP-FOUND)
               MOVE 0 TO WS-GRP-DAYS(WS-GROUP-FOUND)
               MOVE 0 TO WS-GRP-FREEZE-DAYS(WS-GROUP-FOUND)
               MOVE 0 TO WS-GRP-SUSPECT-DAYS(WS-GROUP-FOUND)
               MOVE HST-MIN TO WS-GRP-MIN(WS-GROUP-FOUND)
               MOVE HST-MAX TO WS-GRP-MAX(WS-GROUP-FOUND)
           END-IF
               IF HST-FREEZE-ALERTS > 0 OR HST-FROST-ALERTS > 0
                   ADD 1 TO WS-GRP-FREEZE-DAYS(WS-GROUP-FOUND)
               END-IF
               IF HST-CAL-FLAG = "O"
                   ADD 1 TO WS-GRP-SUSPECT-DAYS(WS-GROUP-FOUND)
               END-IF
               IF HST-MIN < WS-GRP-MIN(WS-GROUP-FOUND)
                   MOVE HST-MIN TO WS-GRP-MIN(WS-GROUP-FOUND)
               END-IF
               MOVE WS-GRP-FREEZE-DAYS(GRP-IDX) TO WS-DTL-FREEZE
               MOVE WS-GRP-MIN(GRP-IDX) TO WS-DTL-MIN
               MOVE WS-GRP-MAX(GRP-IDX) TO WS-DTL-MAX
               MOVE WS-GRP-SUSPECT-DAYS(GRP-IDX) TO WS-DTL-SUSPECT
               MOVE WS-DETAIL-LINE TO TREND-REPORT-RECORD
               WRITE TREND-REPORT-RECORD
           END-PERFORM
