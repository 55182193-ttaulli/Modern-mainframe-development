       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTWIN.
      * Maintenance for planned maintenance windows on
      * MAINTENANCE-WINDOWS.dat. A window names a site, a start
      * and end stamp (YYYYMMDDHHMM, the same form as reading
      * timestamps), the reason and who scheduled it. While a
      * window is open TEMPERATURE still records every reading
      * and alert for the site, but the alerts are marked
      * suppressed and ALRTDISP logs them without notifying
      * anyone. When the window closes the site is checked
      * again and an alert still standing goes out normally.
      * Windows must end in the future when scheduled and may not
      * run longer than WS-MAX-WINDOW-HOURS; a window that has not
      * yet ended can be cancelled, which keeps it on file marked
      * C so the history of what was scheduled is not lost.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WINDOW-FILE ASSIGN TO
           "MAINTENANCE-WINDOWS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SITE-MASTER-FILE ASSIGN TO
           "SITE-MASTER.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD WINDOW-FILE.
       01 WINDOW-RECORD.
           05 MWN-SITE-ID PIC X(10).
           05 MWN-START-STAMP PIC 9(12).
           05 MWN-END-STAMP PIC 9(12).
           05 MWN-REASON PIC X(30).
           05 MWN-SCHEDULED-BY PIC X(20).
           05 MWN-SCHEDULED-STAMP PIC 9(14).
      * MWN-STATUS: A = active, C = cancelled
           05 MWN-STATUS PIC X(1).
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
       01 WS-WINDOW-EOF PIC X VALUE "N".
       01 WS-WINDOW-COUNT PIC 9(4) VALUE 0.
       01 WS-WINDOW-FOUND PIC 9(4) VALUE 0.
       01 WS-WINDOW-TABLE.
           05 WS-WINDOW-ENTRY OCCURS 500 TIMES INDEXED BY WIN-IDX.
               10 WS-WIN-SITE-ID PIC X(10).
               10 WS-WIN-START-STAMP PIC 9(12).
               10 WS-WIN-END-STAMP PIC 9(12).
               10 WS-WIN-REASON PIC X(30).
               10 WS-WIN-SCHEDULED-BY PIC X(20).
               10 WS-WIN-SCHEDULED-STAMP PIC 9(14).
               10 WS-WIN-STATUS PIC X(1).
       01 WS-WINDOW-DIRTY PIC X VALUE "N".
       01 WS-MASTER-EOF PIC X VALUE "N".
       01 WS-MASTER-COUNT PIC 9(4) VALUE 0.
       01 WS-MASTER-FOUND PIC 9(4) VALUE 0.
       01 WS-MASTER-TABLE.
           05 WS-MST-SITE-ID PIC X(10) OCCURS 200 TIMES
               INDEXED BY MST-IDX.
      * Longest window that may be scheduled, so a forgotten
      * window cannot silence a site indefinitely
       01 WS-MAX-WINDOW-HOURS PIC 9(3) VALUE 72.
       01 WS-MAINT-ACTION PIC X(1) VALUE SPACES.
       01 WS-DONE PIC X VALUE "N".
       01 WS-ENTRY-OK PIC X VALUE "Y".
       01 WS-ENTRY-SITE PIC X(10) VALUE SPACES.
       01 WS-ENTRY-START PIC 9(12) VALUE 0.
       01 WS-ENTRY-START-SPLIT REDEFINES WS-ENTRY-START.
           05 WS-EST-DATE PIC 9(8).
           05 WS-EST-HH PIC 9(2).
           05 WS-EST-MM PIC 9(2).
       01 WS-ENTRY-END PIC 9(12) VALUE 0.
       01 WS-ENTRY-END-SPLIT REDEFINES WS-ENTRY-END.
           05 WS-EEN-DATE PIC 9(8).
           05 WS-EEN-HH PIC 9(2).
           05 WS-EEN-MM PIC 9(2).
       01 WS-ENTRY-REASON PIC X(30) VALUE SPACES.
       01 WS-ENTRY-BY PIC X(20) VALUE SPACES.
       01 WS-ENTRY-NUMBER PIC 9(4) VALUE 0.
       01 WS-WINDOW-MINUTES PIC S9(8) VALUE 0.
       01 WS-LIST-NUMBER PIC ZZZ9.
       01 WS-LIST-STATE PIC X(11) VALUE SPACES.
       01 WS-FORMAT-HOURS PIC ZZ9.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-NOW-TIME PIC 9(8) VALUE 0.
       01 WS-NOW-TIME-SPLIT REDEFINES WS-NOW-TIME.
           05 WS-NOW-HHMM PIC 9(4).
           05 WS-NOW-SS PIC 9(2).
           05 FILLER PIC 9(2).
       01 WS-NOW-STAMP PIC 9(12) VALUE 0.
       01 WS-NOW-FULL-STAMP PIC 9(14) VALUE 0.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           COMPUTE WS-NOW-STAMP = WS-TODAY * 10000 + WS-NOW-HHMM
           COMPUTE WS-NOW-FULL-STAMP = WS-NOW-STAMP * 100 + WS-NOW-SS
           PERFORM 150-LOAD-SITE-MASTER
           PERFORM 200-LOAD-WINDOWS
           PERFORM 250-MENU-LOOP
           IF WS-WINDOW-DIRTY = "Y"
               PERFORM 290-SAVE-WINDOWS
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
       200-LOAD-WINDOWS.
           OPEN INPUT WINDOW-FILE
           READ WINDOW-FILE
               AT END MOVE "Y" TO WS-WINDOW-EOF
           END-READ
           PERFORM UNTIL WS-WINDOW-EOF = "Y"
               IF WS-WINDOW-COUNT < 500
                   ADD 1 TO WS-WINDOW-COUNT
                   MOVE MWN-SITE-ID TO WS-WIN-SITE-ID(WS-WINDOW-COUNT)
                   MOVE MWN-START-STAMP
                       TO WS-WIN-START-STAMP(WS-WINDOW-COUNT)
                   MOVE MWN-END-STAMP
                       TO WS-WIN-END-STAMP(WS-WINDOW-COUNT)
                   MOVE MWN-REASON TO WS-WIN-REASON(WS-WINDOW-COUNT)
                   MOVE MWN-SCHEDULED-BY
                       TO WS-WIN-SCHEDULED-BY(WS-WINDOW-COUNT)
                   MOVE MWN-SCHEDULED-STAMP
                       TO WS-WIN-SCHEDULED-STAMP(WS-WINDOW-COUNT)
                   MOVE MWN-STATUS TO WS-WIN-STATUS(WS-WINDOW-COUNT)
               ELSE
                   DISPLAY "Window table full, record skipped "
                       "for " MWN-SITE-ID
               END-IF
               READ WINDOW-FILE
                   AT END MOVE "Y" TO WS-WINDOW-EOF
               END-READ
           END-PERFORM
           CLOSE WINDOW-FILE.
       250-MENU-LOOP.
           MOVE "N" TO WS-DONE
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "List, Add a window, Cancel a window, or "
                   "Quit? (L/A/C/Q)"
               ACCEPT WS-MAINT-ACTION
               MOVE FUNCTION UPPER-CASE(WS-MAINT-ACTION)
                   TO WS-MAINT-ACTION
               EVALUATE WS-MAINT-ACTION
                   WHEN "L"
                       PERFORM 400-LIST-WINDOWS
                   WHEN "A"
                       PERFORM 500-ADD-WINDOW
                   WHEN "C"
                       PERFORM 600-CANCEL-WINDOW
                   WHEN "Q"
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM.
       290-SAVE-WINDOWS.
           OPEN OUTPUT WINDOW-FILE
           PERFORM VARYING WIN-IDX FROM 1 BY 1
               UNTIL WIN-IDX > WS-WINDOW-COUNT
               MOVE WS-WIN-SITE-ID(WIN-IDX) TO MWN-SITE-ID
               MOVE WS-WIN-START-STAMP(WIN-IDX) TO MWN-START-STAMP
               MOVE WS-WIN-END-STAMP(WIN-IDX) TO MWN-END-STAMP
               MOVE WS-WIN-REASON(WIN-IDX) TO MWN-REASON
               MOVE WS-WIN-SCHEDULED-BY(WIN-IDX) TO MWN-SCHEDULED-BY
               MOVE WS-WIN-SCHEDULED-STAMP(WIN-IDX)
                   TO MWN-SCHEDULED-STAMP
               MOVE WS-WIN-STATUS(WIN-IDX) TO MWN-STATUS
               WRITE WINDOW-RECORD
           END-PERFORM
           CLOSE WINDOW-FILE.
       400-LIST-WINDOWS.
           IF WS-WINDOW-COUNT = 0
               DISPLAY "No maintenance windows on file."
           END-IF
           PERFORM VARYING WIN-IDX FROM 1 BY 1
               UNTIL WIN-IDX > WS-WINDOW-COUNT
               PERFORM 410-SET-WINDOW-STATE
               MOVE WIN-IDX TO WS-LIST-NUMBER
               DISPLAY WS-LIST-NUMBER " " WS-WIN-SITE-ID(WIN-IDX)
                   " " WS-WIN-START-STAMP(WIN-IDX)
                   " to " WS-WIN-END-STAMP(WIN-IDX)
                   "  " WS-LIST-STATE
               DISPLAY "      " WS-WIN-REASON(WIN-IDX)
                   "  by " WS-WIN-SCHEDULED-BY(WIN-IDX)
           END-PERFORM.
       410-SET-WINDOW-STATE.
           EVALUATE TRUE
               WHEN WS-WIN-STATUS(WIN-IDX) = "C"
                   MOVE "CANCELLED" TO WS-LIST-STATE
               WHEN WS-WIN-END-STAMP(WIN-IDX) <= WS-NOW-STAMP
                   MOVE "ENDED" TO WS-LIST-STATE
               WHEN WS-WIN-START-STAMP(WIN-IDX) <= WS-NOW-STAMP
                   MOVE "IN PROGRESS" TO WS-LIST-STATE
               WHEN OTHER
                   MOVE "PLANNED" TO WS-LIST-STATE
           END-EVALUATE.
       500-ADD-WINDOW.
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
               PERFORM 520-ACCEPT-DETAILS
           END-IF
           IF WS-ENTRY-OK = "Y"
               PERFORM 530-STORE-WINDOW
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
           DISPLAY "Enter the window start (YYYYMMDDHHMM, 0 for now)"
           ACCEPT WS-ENTRY-START
           IF WS-ENTRY-START = 0
               MOVE WS-NOW-STAMP TO WS-ENTRY-START
           END-IF
           DISPLAY "Enter the window end (YYYYMMDDHHMM)"
           ACCEPT WS-ENTRY-END
           DISPLAY "Enter the reason"
           ACCEPT WS-ENTRY-REASON
           DISPLAY "Enter your name"
           ACCEPT WS-ENTRY-BY
           EVALUATE TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-EST-DATE) NOT = 0
                   OR WS-EST-HH > 23 OR WS-EST-MM > 59
                   DISPLAY "Window start is not a valid stamp."
                   MOVE "N" TO WS-ENTRY-OK
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-EEN-DATE) NOT = 0
                   OR WS-EEN-HH > 23 OR WS-EEN-MM > 59
                   DISPLAY "Window end is not a valid stamp."
                   MOVE "N" TO WS-ENTRY-OK
               WHEN WS-ENTRY-END <= WS-ENTRY-START
                   DISPLAY "Window end must be after the start."
                   MOVE "N" TO WS-ENTRY-OK
               WHEN WS-ENTRY-END <= WS-NOW-STAMP
                   DISPLAY "Window has already ended - alerts "
                       "cannot be suppressed after the fact."
                   MOVE "N" TO WS-ENTRY-OK
               WHEN WS-ENTRY-REASON = SPACES
                   DISPLAY "The reason is required."
                   MOVE "N" TO WS-ENTRY-OK
               WHEN WS-ENTRY-BY = SPACES
                   DISPLAY "Your name is required."
                   MOVE "N" TO WS-ENTRY-OK
               WHEN OTHER
                   COMPUTE WS-WINDOW-MINUTES =
                       (FUNCTION INTEGER-OF-DATE(WS-EEN-DATE) -
                       FUNCTION INTEGER-OF-DATE(WS-EST-DATE)) * 1440
                       + (WS-EEN-HH * 60) + WS-EEN-MM
                       - (WS-EST-HH * 60) - WS-EST-MM
                   IF WS-WINDOW-MINUTES > WS-MAX-WINDOW-HOURS * 60
                       MOVE WS-MAX-WINDOW-HOURS TO WS-FORMAT-HOURS
                       DISPLAY "Window is longer than "
                           FUNCTION TRIM(WS-FORMAT-HOURS) " hours."
                       MOVE "N" TO WS-ENTRY-OK
                   END-IF
           END-EVALUATE.
       530-STORE-WINDOW.
           IF WS-WINDOW-COUNT < 500
               ADD 1 TO WS-WINDOW-COUNT
               MOVE WS-ENTRY-SITE TO WS-WIN-SITE-ID(WS-WINDOW-COUNT)
               MOVE WS-ENTRY-START
                   TO WS-WIN-START-STAMP(WS-WINDOW-COUNT)
               MOVE WS-ENTRY-END TO WS-WIN-END-STAMP(WS-WINDOW-COUNT)
               MOVE WS-ENTRY-REASON TO WS-WIN-REASON(WS-WINDOW-COUNT)
               MOVE WS-ENTRY-BY
                   TO WS-WIN-SCHEDULED-BY(WS-WINDOW-COUNT)
               MOVE WS-NOW-FULL-STAMP
                   TO WS-WIN-SCHEDULED-STAMP(WS-WINDOW-COUNT)
               MOVE "A" TO WS-WIN-STATUS(WS-WINDOW-COUNT)
               MOVE "Y" TO WS-WINDOW-DIRTY
               DISPLAY "Maintenance window recorded for "
                   WS-ENTRY-SITE " from " WS-ENTRY-START
                   " to " WS-ENTRY-END
           ELSE
               DISPLAY "Window table full, cannot add."
           END-IF.
      * Only a window that is still planned or in progress can
      * be cancelled; cancelling one in progress lets the next
      * reading's alerts go out normally
       600-CANCEL-WINDOW.
           DISPLAY "Enter the window number from the list"
           ACCEPT WS-ENTRY-NUMBER
           IF WS-ENTRY-NUMBER < 1 OR WS-ENTRY-NUMBER > WS-WINDOW-COUNT
               DISPLAY "No such window."
           ELSE
               SET WIN-IDX TO WS-ENTRY-NUMBER
               PERFORM 410-SET-WINDOW-STATE
               IF WS-LIST-STATE = "PLANNED"
                   OR WS-LIST-STATE = "IN PROGRESS"
                   MOVE "C" TO WS-WIN-STATUS(WIN-IDX)
                   MOVE "Y" TO WS-WINDOW-DIRTY
                   DISPLAY "Window cancelled for "
                       WS-WIN-SITE-ID(WIN-IDX)
               ELSE
                   DISPLAY "Window is " FUNCTION TRIM(WS-LIST-STATE)
                       " and cannot be cancelled."
               END-IF
           END-IF.
