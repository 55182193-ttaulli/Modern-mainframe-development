      * rows, recomputing count, min, max, and average so the
      * TMPTREND report stops showing false gaps. Readings that
      * still fail validation go back to READINGS-EXCEPTIONS.dat.
      * Probe calibration offsets from SENSOR-CALIBRATION.dat are
      * applied exactly as TEMPERATURE applies them, and a day
      * that takes a reading from an overdue probe is flagged.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL READING-EXCEPTION-FILE ASSIGN TO
           "READINGS-EXCEPTIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CALIBRATION-FILE ASSIGN TO
           "SENSOR-CALIBRATION.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD REPAIRED-FILE.
           05 HST-FREEZE-ALERTS PIC 9(4).
           05 HST-FROST-ALERTS PIC 9(4).
           05 HST-ENV-ALERTS PIC 9(4).
      * HST-CAL-FLAG: O = reading from an overdue probe that day
           05 HST-CAL-FLAG PIC X(1).
       FD READING-EXCEPTION-FILE.
       01 READING-EXCEPTION-RECORD.
           05 RXC-SITE-ID PIC X(10).
           05 RXC-TEMPERATURE PIC S9(3).
           05 RXC-REASON-CODE PIC X(4).
           05 RXC-REASON PIC X(30).
       FD CALIBRATION-FILE.
       01 CALIBRATION-RECORD.
           05 CAL-SITE-ID PIC X(10).
           05 CAL-SENSOR-TYPE PIC X(1).
           05 CAL-LAST-DATE PIC 9(8).
           05 CAL-OFFSET PIC S9(2)V9.
           05 CAL-TECHNICIAN PIC X(20).
           05 CAL-NEXT-DUE PIC 9(8).
       WORKING-STORAGE SECTION.
       01 WS-REPAIRED-EOF PIC X VALUE "N".
       01 WS-HISTORY-EOF PIC X VALUE "N".
               10 WS-HIS-FREEZE PIC 9(4).
               10 WS-HIS-FROST PIC 9(4).
               10 WS-HIS-ENV PIC 9(4).
               10 WS-HIS-CAL-FLAG PIC X(1).
       01 WS-CAL-EOF PIC X VALUE "N".
       01 WS-CAL-COUNT PIC 9(4) VALUE 0.
       01 WS-CAL-FOUND PIC 9(4) VALUE 0.
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 400 TIMES INDEXED BY CAL-IDX.
               10 WS-CAL-SITE-ID PIC X(10).
               10 WS-CAL-OFFSET PIC S9(2)V9.
               10 WS-CAL-NEXT-DUE PIC 9(8).
       01 WS-RAW-F PIC S9(3) VALUE 0.
       01 WS-READING-OK PIC X VALUE "Y".
       01 WS-REJECT-CODE PIC X(4) VALUE SPACES.
       01 WS-REJECT-REASON PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 150-LOAD-HISTORY
           PERFORM 160-LOAD-CALIBRATION
           OPEN INPUT REPAIRED-FILE
           OPEN EXTEND READING-EXCEPTION-FILE
           READ REPAIRED-FILE
                   MOVE HST-FROST-ALERTS
                       TO WS-HIS-FROST(WS-HIST-COUNT)
                   MOVE HST-ENV-ALERTS TO WS-HIS-ENV(WS-HIST-COUNT)
                   MOVE HST-CAL-FLAG
                       TO WS-HIS-CAL-FLAG(WS-HIST-COUNT)
               ELSE
                   DISPLAY "History table full, record skipped"
               END-IF
               END-READ
           END-PERFORM
           CLOSE SITE-HISTORY-FILE.
      * Only temperature probe calibrations matter here
       160-LOAD-CALIBRATION.
           OPEN INPUT CALIBRATION-FILE
           READ CALIBRATION-FILE
               AT END MOVE "Y" TO WS-CAL-EOF
           END-READ
           PERFORM UNTIL WS-CAL-EOF = "Y"
               IF CAL-SENSOR-TYPE = "T"
                   IF WS-CAL-COUNT < 400
                       ADD 1 TO WS-CAL-COUNT
                       MOVE CAL-SITE-ID
                           TO WS-CAL-SITE-ID(WS-CAL-COUNT)
                       MOVE CAL-OFFSET TO WS-CAL-OFFSET(WS-CAL-COUNT)
                       MOVE CAL-NEXT-DUE
                           TO WS-CAL-NEXT-DUE(WS-CAL-COUNT)
                   ELSE
                       DISPLAY "Calibration table full, record "
                           "skipped for " CAL-SITE-ID
                   END-IF
               END-IF
               READ CALIBRATION-FILE
                   AT END MOVE "Y" TO WS-CAL-EOF
               END-READ
           END-PERFORM
           CLOSE CALIBRATION-FILE.
       200-PROCESS-ONE-READING.
           PERFORM 250-VALIDATE-READING
           EVALUATE TRUE
           END-IF
           MOVE RDG-TIMESTAMP TO WS-STAMP-SPLIT
           MOVE WS-STP-DATE TO WS-READING-DATE
           MOVE 0 TO WS-CAL-FOUND
           PERFORM VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > WS-CAL-COUNT
               IF WS-CAL-SITE-ID(CAL-IDX) = RDG-SITE-ID
                   MOVE CAL-IDX TO WS-CAL-FOUND
               END-IF
           END-PERFORM
           IF WS-CAL-FOUND > 0
               MOVE WS-TEMPERATURE-F TO WS-RAW-F
               COMPUTE WS-TEMPERATURE-F ROUNDED =
                   WS-RAW-F + WS-CAL-OFFSET(WS-CAL-FOUND)
           END-IF
           MOVE 0 TO WS-HIST-FOUND
           PERFORM VARYING HIS-IDX FROM 1 BY 1
               UNTIL HIS-IDX > WS-HIST-COUNT
               MOVE 0 TO WS-HIS-FREEZE(WS-HIST-FOUND)
               MOVE 0 TO WS-HIS-FROST(WS-HIST-FOUND)
               MOVE 0 TO WS-HIS-ENV(WS-HIST-FOUND)
               MOVE SPACE TO WS-HIS-CAL-FLAG(WS-HIST-FOUND)
           END-IF
           IF WS-HIST-FOUND = 0
               DISPLAY "History table full, reading dropped for "
                   MOVE WS-TEMPERATURE-F
                       TO WS-HIS-MAX(WS-HIST-FOUND)
               END-IF
               IF WS-CAL-FOUND > 0
                   IF WS-READING-DATE > WS-CAL-NEXT-DUE(WS-CAL-FOUND)
                       MOVE "O" TO WS-HIS-CAL-FLAG(WS-HIST-FOUND)
                   END-IF
               END-IF
           END-IF.
       400-SAVE-HISTORY.
           OPEN OUTPUT SITE-HISTORY-FILE
               MOVE WS-HIS-FREEZE(HIS-IDX) TO HST-FREEZE-ALERTS
               MOVE WS-HIS-FROST(HIS-IDX) TO HST-FROST-ALERTS
               MOVE WS-HIS-ENV(HIS-IDX) TO HST-ENV-ALERTS
               MOVE WS-HIS-CAL-FLAG(HIS-IDX) TO HST-CAL-FLAG
               WRITE SITE-HISTORY-RECORD
           END-PERFORM
           CLOSE SITE-HISTORY-FILE.
