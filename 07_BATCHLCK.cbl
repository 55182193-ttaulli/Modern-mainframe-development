       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHLCK.
      * Batch-window lock maintenance. NIGHTRUN locks each master
      * on BATCH-LOCKS.dat while a step that rewrites it runs and
      * releases the lock when the step finishes, and the online
      * maintenance programs refuse updates to a locked master.
      * A run that dies inside a step leaves its locks behind;
      * this program lists the locks and lets an admin clear one
      * or all of them. Each clearing needs a reason and a
      * confirmation and is written to BATCH-LOCK-AUDIT.dat with
      * who cleared it, from which terminal, and the lock as it
      * stood. A warning is given while RUN-CONTROL.dat still
      * shows the nightly run as active. An admin session is
      * required.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BATCH-LOCK-FILE ASSIGN TO
           "BATCH-LOCKS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOCK-AUDIT-FILE ASSIGN TO
           "BATCH-LOCK-AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO
           "RUN-CONTROL.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SESSION-FILE ASSIGN TO
           "SESSION.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD BATCH-LOCK-FILE.
      * Masters held by a running nightly step
       01 BATCH-LOCK-RECORD.
           05 LCK-FILE-NAME PIC X(30).
           05 LCK-STEP-NO PIC 9(2).
           05 LCK-PROGRAM PIC X(12).
           05 LCK-RUN-DATE PIC 9(8).
           05 LCK-SET-DATE PIC 9(8).
           05 LCK-SET-TIME PIC 9(8).
       FD LOCK-AUDIT-FILE.
       01 LOCK-AUDIT-RECORD.
           05 BLA-DATE PIC 9(8).
           05 BLA-TIME PIC 9(8).
           05 BLA-USERNAME PIC X(20).
           05 BLA-TERMINAL-ID PIC X(10).
           05 BLA-FILE-NAME PIC X(30).
           05 BLA-STEP-NO PIC 9(2).
           05 BLA-PROGRAM PIC X(12).
           05 BLA-RUN-DATE PIC 9(8).
           05 BLA-LOCK-DATE PIC 9(8).
           05 BLA-LOCK-TIME PIC 9(8).
           05 BLA-REASON PIC X(40).
      * BLA-ACTION: CLEARED
           05 BLA-ACTION PIC X(8).
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RUN-CTL-MODE PIC X(1).
           05 RUN-CTL-USER PIC X(20).
           05 RUN-CTL-RUN-DATE PIC 9(8).
       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SES-USERNAME PIC X(20).
           05 SES-ROLE PIC X(1).
           05 SES-LOGIN-DATE PIC 9(8).
           05 SES-LOGIN-TIME PIC 9(8).
           05 SES-TERMINAL-ID PIC X(10).
           05 SES-IDLE-LIMIT PIC 9(4).
       WORKING-STORAGE SECTION.
       01 WS-USERNAME PIC X(20) VALUE SPACES.
       01 WS-ROLE PIC X(1) VALUE "V".
           88 IS-ADMIN VALUE "A".
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
       01 WS-MAINT-ACTION PIC X(1) VALUE SPACES.
       01 WS-DONE PIC X VALUE "N".
       01 WS-RUN-ACTIVE PIC X VALUE "N".
       01 WS-LCK-EOF PIC X VALUE "N".
       01 WS-LCK-COUNT PIC 9(2) VALUE 0.
       01 WS-LOCK-TABLE.
           05 WS-LOCK-ENTRY OCCURS 50 TIMES INDEXED BY LCK-IDX.
               10 WS-LCK-FILE-NAME PIC X(30).
               10 WS-LCK-STEP-NO PIC 9(2).
               10 WS-LCK-PROGRAM PIC X(12).
               10 WS-LCK-RUN-DATE PIC 9(8).
               10 WS-LCK-SET-DATE PIC 9(8).
               10 WS-LCK-SET-TIME PIC 9(8).
      * WS-LCK-CLEAR: Y = cleared in this action
               10 WS-LCK-CLEAR PIC X(1).
       01 WS-LCK-KEEP PIC 9(2) VALUE 0.
       01 WS-CLEAR-COUNT PIC 9(2) VALUE 0.
       01 WS-ENTRY-LOCK-NO PIC 9(2) VALUE 0.
       01 WS-ENTRY-REASON PIC X(40) VALUE SPACES.
       01 WS-ENTRY-CONFIRM PIC X(1) VALUE SPACES.
       01 WS-FORMAT-NO PIC Z9.
       01 WS-LOCK-LINE.
           05 WS-LL-NO PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LL-FILE-NAME PIC X(30).
           05 FILLER PIC X(6) VALUE " STEP ".
           05 WS-LL-STEP-NO PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LL-PROGRAM PIC X(12).
           05 FILLER PIC X(5) VALUE " SET ".
           05 WS-LL-SET-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LL-SET-TIME PIC X(6).
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 150-LOAD-SESSION
           IF NOT IS-ADMIN
               DISPLAY "Clearing batch-window locks requires an "
                   "admin session. Sign on through LOGIN with "
                   "role A."
           ELSE
               PERFORM 200-CHECK-RUN-CONTROL
               PERFORM 210-LOAD-LOCKS
               PERFORM 400-LIST-LOCKS
               PERFORM 250-MENU-LOOP
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
      * NIGHTRUN leaves mode B on RUN-CONTROL.dat until the night
      * completes, so B means the run is still going or died
      * without finishing; either way the operator should know.
       200-CHECK-RUN-CONTROL.
           MOVE "N" TO WS-RUN-ACTIVE
           OPEN INPUT RUN-CONTROL-FILE
           READ RUN-CONTROL-FILE
               AT END MOVE SPACES TO RUN-CONTROL-RECORD
           END-READ
           CLOSE RUN-CONTROL-FILE
           IF RUN-CTL-MODE = "B"
               MOVE "Y" TO WS-RUN-ACTIVE
               DISPLAY "*** WARNING - RUN-CONTROL.dat shows the "
                   "nightly run as active. Clear a lock only once "
                   "the run is known to have stopped. ***"
           END-IF.
      * The lock file is read again before every clearing so a
      * lock NIGHTRUN set or released meanwhile is not lost.
       210-LOAD-LOCKS.
           MOVE 0 TO WS-LCK-COUNT
           MOVE "N" TO WS-LCK-EOF
           OPEN INPUT BATCH-LOCK-FILE
           READ BATCH-LOCK-FILE
               AT END MOVE "Y" TO WS-LCK-EOF
           END-READ
           PERFORM UNTIL WS-LCK-EOF = "Y"
               IF WS-LCK-COUNT < 50
                   ADD 1 TO WS-LCK-COUNT
                   MOVE BATCH-LOCK-RECORD
                       TO WS-LOCK-ENTRY(WS-LCK-COUNT)
                   MOVE "N" TO WS-LCK-CLEAR(WS-LCK-COUNT)
               ELSE
                   DISPLAY "Batch lock table full, lock on "
                       LCK-FILE-NAME " not shown"
               END-IF
               READ BATCH-LOCK-FILE
                   AT END MOVE "Y" TO WS-LCK-EOF
               END-READ
           END-PERFORM
           CLOSE BATCH-LOCK-FILE.
       250-MENU-LOOP.
           MOVE "N" TO WS-DONE
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "List locks, Clear one lock, clear All "
                   "locks, or Quit? (L/C/A/Q)"
               ACCEPT WS-MAINT-ACTION
               MOVE FUNCTION UPPER-CASE(WS-MAINT-ACTION)
                   TO WS-MAINT-ACTION
               EVALUATE WS-MAINT-ACTION
                   WHEN "L"
                       PERFORM 210-LOAD-LOCKS
                       PERFORM 400-LIST-LOCKS
                   WHEN "C"
                       PERFORM 500-CLEAR-ONE-LOCK
                   WHEN "A"
                       PERFORM 550-CLEAR-ALL-LOCKS
                   WHEN "Q"
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM.
       290-SAVE-LOCKS.
           MOVE 0 TO WS-LCK-KEEP
           OPEN OUTPUT BATCH-LOCK-FILE
           PERFORM VARYING LCK-IDX FROM 1 BY 1
               UNTIL LCK-IDX > WS-LCK-COUNT
               IF WS-LCK-CLEAR(LCK-IDX) NOT = "Y"
                   ADD 1 TO WS-LCK-KEEP
                   MOVE WS-LCK-FILE-NAME(LCK-IDX) TO LCK-FILE-NAME
                   MOVE WS-LCK-STEP-NO(LCK-IDX) TO LCK-STEP-NO
                   MOVE WS-LCK-PROGRAM(LCK-IDX) TO LCK-PROGRAM
                   MOVE WS-LCK-RUN-DATE(LCK-IDX) TO LCK-RUN-DATE
                   MOVE WS-LCK-SET-DATE(LCK-IDX) TO LCK-SET-DATE
                   MOVE WS-LCK-SET-TIME(LCK-IDX) TO LCK-SET-TIME
                   WRITE BATCH-LOCK-RECORD
               END-IF
           END-PERFORM
           CLOSE BATCH-LOCK-FILE.
       400-LIST-LOCKS.
           IF WS-LCK-COUNT = 0
               DISPLAY "No batch-window locks are set."
           ELSE
               PERFORM VARYING LCK-IDX FROM 1 BY 1
                   UNTIL LCK-IDX > WS-LCK-COUNT
                   SET WS-ENTRY-LOCK-NO TO LCK-IDX
                   MOVE WS-ENTRY-LOCK-NO TO WS-LL-NO
                   MOVE WS-LCK-FILE-NAME(LCK-IDX) TO WS-LL-FILE-NAME
                   MOVE WS-LCK-STEP-NO(LCK-IDX) TO WS-LL-STEP-NO
                   MOVE WS-LCK-PROGRAM(LCK-IDX) TO WS-LL-PROGRAM
                   MOVE WS-LCK-SET-DATE(LCK-IDX) TO WS-LL-SET-DATE
                   MOVE WS-LCK-SET-TIME(LCK-IDX)(1:6)
                       TO WS-LL-SET-TIME
                   DISPLAY WS-LOCK-LINE
               END-PERFORM
           END-IF.
       500-CLEAR-ONE-LOCK.
           PERFORM 210-LOAD-LOCKS
           PERFORM 400-LIST-LOCKS
           IF WS-LCK-COUNT > 0
               DISPLAY "Enter the lock number to clear"
               ACCEPT WS-ENTRY-LOCK-NO
               IF WS-ENTRY-LOCK-NO = 0
                   OR WS-ENTRY-LOCK-NO > WS-LCK-COUNT
                   DISPLAY "No lock with that number."
               ELSE
                   MOVE "Y" TO WS-LCK-CLEAR(WS-ENTRY-LOCK-NO)
                   MOVE 1 TO WS-CLEAR-COUNT
                   PERFORM 600-CONFIRM-AND-CLEAR
               END-IF
           END-IF.
       550-CLEAR-ALL-LOCKS.
           PERFORM 210-LOAD-LOCKS
           PERFORM 400-LIST-LOCKS
           IF WS-LCK-COUNT > 0
               PERFORM VARYING LCK-IDX FROM 1 BY 1
                   UNTIL LCK-IDX > WS-LCK-COUNT
                   MOVE "Y" TO WS-LCK-CLEAR(LCK-IDX)
               END-PERFORM
               MOVE WS-LCK-COUNT TO WS-CLEAR-COUNT
               PERFORM 600-CONFIRM-AND-CLEAR
           END-IF.
      * A reason is required and recorded with every lock cleared
       600-CONFIRM-AND-CLEAR.
           DISPLAY "Reason for clearing (required)"
           MOVE SPACES TO WS-ENTRY-REASON
           ACCEPT WS-ENTRY-REASON
           IF WS-ENTRY-REASON = SPACES
               DISPLAY "A reason is required - nothing cleared."
           ELSE
               IF WS-RUN-ACTIVE = "Y"
                   DISPLAY "RUN-CONTROL.dat still shows the nightly "
                       "run as active."
               END-IF
               MOVE WS-CLEAR-COUNT TO WS-FORMAT-NO
               DISPLAY "Clear " WS-FORMAT-NO " lock(s)? (Y/N)"
               ACCEPT WS-ENTRY-CONFIRM
               MOVE FUNCTION UPPER-CASE(WS-ENTRY-CONFIRM)
                   TO WS-ENTRY-CONFIRM
               IF WS-ENTRY-CONFIRM = "Y"
                   PERFORM 290-SAVE-LOCKS
                   PERFORM 650-AUDIT-CLEARED
                   DISPLAY WS-FORMAT-NO " lock(s) cleared - "
                       "updates to those masters are allowed again."
               ELSE
                   DISPLAY "Nothing cleared."
               END-IF
           END-IF.
       650-AUDIT-CLEARED.
           OPEN EXTEND LOCK-AUDIT-FILE
           PERFORM VARYING LCK-IDX FROM 1 BY 1
               UNTIL LCK-IDX > WS-LCK-COUNT
               IF WS-LCK-CLEAR(LCK-IDX) = "Y"
                   ACCEPT BLA-DATE FROM DATE YYYYMMDD
                   ACCEPT BLA-TIME FROM TIME
                   MOVE WS-USERNAME TO BLA-USERNAME
                   MOVE WS-MY-TERMINAL TO BLA-TERMINAL-ID
                   MOVE WS-LCK-FILE-NAME(LCK-IDX) TO BLA-FILE-NAME
                   MOVE WS-LCK-STEP-NO(LCK-IDX) TO BLA-STEP-NO
                   MOVE WS-LCK-PROGRAM(LCK-IDX) TO BLA-PROGRAM
                   MOVE WS-LCK-RUN-DATE(LCK-IDX) TO BLA-RUN-DATE
                   MOVE WS-LCK-SET-DATE(LCK-IDX) TO BLA-LOCK-DATE
                   MOVE WS-LCK-SET-TIME(LCK-IDX) TO BLA-LOCK-TIME
                   MOVE WS-ENTRY-REASON TO BLA-REASON
                   MOVE "CLEARED" TO BLA-ACTION
                   WRITE LOCK-AUDIT-RECORD
               END-IF
           END-PERFORM
           CLOSE LOCK-AUDIT-FILE
           PERFORM 210-LOAD-LOCKS.
