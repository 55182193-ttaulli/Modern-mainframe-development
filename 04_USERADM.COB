       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO
           "USERS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS USR-USERNAME.
           SELECT OPTIONAL SESSION-FILE ASSIGN TO
           "SESSION.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BATCH-LOCK-FILE ASSIGN TO
           "BATCH-LOCKS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADMIN-AUDIT-FILE ASSIGN TO
           "USER-ADMIN-AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           05 USR-TERMINALS PIC X(30).
      * Date of the last successful sign-on; zero = never used
           05 USR-LAST-LOGIN PIC 9(8).
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
      * Second admin who applied or rejected a queued change;
      * blank on single-admin actions and on the request itself
           05 ADM-APPROVER PIC X(20).
      * Sales ID of the rep when the user is also on the
      * salesperson master; blank otherwise
           05 ADM-SALES-ID PIC X(6).
       FD PASSWORD-HISTORY-FILE.
       01 PASSWORD-HISTORY-RECORD.
           05 PWH-USERNAME PIC X(20).
           05 PRM-ROLE PIC X(1).
           05 PRM-FUNCTION PIC X(12).
       WORKING-STORAGE SECTION.
       01 WS-USER-FOUND PIC X VALUE "N".
       01 WS-ADMIN-USER PIC X(20) VALUE SPACES.
       01 WS-ROLE PIC X(1) VALUE "V".
           88 IS-ADMIN VALUE "A".
           05 WS-SES-MM PIC 9(2).
           05 FILLER PIC 9(4).
       01 WS-SESSION-AGE-MINS PIC S9(8) VALUE 0.
       01 WS-LOCK-EOF PIC X VALUE "N".
       01 WS-MASTER-LOCKED PIC X VALUE "N".
       01 WS-PENDING-EOF PIC X VALUE "N".
       01 WS-PENDING-COUNT PIC 9(3) VALUE 0.
       01 WS-PENDING-TABLE.
                   "session. Sign on through LOGIN with role A."
           ELSE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               PERFORM 210-LOAD-PASSWORD-HISTORY
               PERFORM 170-CHECK-BATCH-LOCK
               OPEN I-O USER-FILE
               PERFORM 250-MENU-LOOP
               CLOSE USER-FILE
               PERFORM 170-CHECK-BATCH-LOCK
               IF WS-MASTER-LOCKED = "Y"
                   DISPLAY "PASSWORD-HISTORY.dat was not rewritten - "
                       "password history from this session was "
                       "not saved."
               ELSE
                   PERFORM 310-SAVE-PASSWORD-HISTORY
               END-IF
           END-IF
           GOBACK.
       140-LOAD-PERMISSIONS.
               DISPLAY "No session found for this terminal. "
                   "Sign on through LOGIN first."
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
               IF LCK-FILE-NAME = "USERS.dat"
                   AND WS-MASTER-LOCKED = "N"
                   MOVE "Y" TO WS-MASTER-LOCKED
                   DISPLAY "USERS.dat is locked for the "
                       "batch window by nightly step "
                       LCK-STEP-NO " " LCK-PROGRAM
                   DISPLAY "Lock set " LCK-SET-DATE " at "
                       LCK-SET-TIME(1:6) ". Updates to users are "
                       "refused; inquiry is still available."
               END-IF
               READ BATCH-LOCK-FILE
                   AT END MOVE "Y" TO WS-LOCK-EOF
               END-READ
           END-PERFORM
           CLOSE BATCH-LOCK-FILE.
       250-MENU-LOOP.
           MOVE "N" TO WS-DONE
           PERFORM UNTIL WS-DONE = "Y"
                   TO WS-MAINT-ACTION
               EVALUATE WS-MAINT-ACTION
                   WHEN "A"
                       PERFORM 170-CHECK-BATCH-LOCK
                       IF WS-MASTER-LOCKED = "N"
                           PERFORM 400-ADD-USER
                       END-IF
                   WHEN "D"
                       PERFORM 170-CHECK-BATCH-LOCK
                       IF WS-MASTER-LOCKED = "N"
                           PERFORM 410-DEACTIVATE-USER
                       END-IF
                   WHEN "R"
                       PERFORM 170-CHECK-BATCH-LOCK
                       IF WS-MASTER-LOCKED = "N"
                           PERFORM 420-RESET-PASSWORD
                       END-IF
                   WHEN "U"
                       PERFORM 170-CHECK-BATCH-LOCK
                       IF WS-MASTER-LOCKED = "N"
                           PERFORM 430-UNLOCK-USER
                       END-IF
                   WHEN "C"
                       PERFORM 170-CHECK-BATCH-LOCK
                       IF WS-MASTER-LOCKED = "N"
                           PERFORM 440-CHANGE-ROLE
                       END-IF
                   WHEN "T"
                       PERFORM 170-CHECK-BATCH-LOCK
                       IF WS-MASTER-LOCKED = "N"
                           PERFORM 460-CHANGE-RESTRICTIONS
                       END-IF
                   WHEN "P"
                       PERFORM 170-CHECK-BATCH-LOCK
                       IF WS-MASTER-LOCKED = "N"
                           PERFORM 470-REVIEW-PENDING
                       END-IF
                   WHEN "I"
                       PERFORM 450-INQUIRE-USER
                   WHEN "Q"
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM.
      * Each user is read and rewritten by key as it is changed,
      * so an update is on file as soon as it is made
       350-FIND-USER.
           MOVE "N" TO WS-USER-FOUND
           MOVE WS-TARGET-USER TO USR-USERNAME
           READ USER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-USER-FOUND
           END-READ.
       380-REWRITE-USER.
           REWRITE USER-FILE-RECORD
               INVALID KEY
                   DISPLAY "User " USR-USERNAME
                       " could not be rewritten."
           END-REWRITE.
       360-WRITE-ADMIN-AUDIT.
           OPEN EXTEND ADMIN-AUDIT-FILE
           MOVE WS-TARGET-USER TO ADM-TARGET-USER
               MOVE WS-AUDIT-REQUESTER TO ADM-ADMIN-USER
           END-IF
           MOVE WS-APPROVER-USER TO ADM-APPROVER
           MOVE SPACES TO ADM-SALES-ID
           MOVE WS-TODAY TO ADM-DATE
           ACCEPT ADM-TIME FROM TIME
           WRITE ADMIN-AUDIT-RECORD
           DISPLAY "Enter new user name"
           ACCEPT WS-TARGET-USER
           PERFORM 350-FIND-USER
           IF WS-USER-FOUND = "Y"
               DISPLAY "User already exists."
           ELSE
      * BG- names are reserved for LOGIN's break-glass sessions
           IF FUNCTION UPPER-CASE(WS-TARGET-USER(1:3)) = "BG-"
               DISPLAY "User names starting BG- are reserved for "
                   "break-glass sessions."
           ELSE
               DISPLAY "Enter initial password"
               ACCEPT WS-NEW-PASSWORD
               MOVE WS-NEW-PASSWORD TO WS-HASH-INPUT
               PERFORM 360-WRITE-ADMIN-AUDIT
               DISPLAY "Add queued - a second admin must review "
                   "and apply it."
           END-IF
           END-IF.
       390-QUEUE-PENDING.
           OPEN EXTEND PENDING-FILE
           DISPLAY "Enter user name to deactivate"
           ACCEPT WS-TARGET-USER
           PERFORM 350-FIND-USER
           IF WS-USER-FOUND = "N"
               DISPLAY "User not found."
           ELSE
               MOVE "I" TO USR-ACTIVE
               PERFORM 380-REWRITE-USER
               MOVE "DEACTIVATE" TO ADM-ACTION
               PERFORM 360-WRITE-ADMIN-AUDIT
               DISPLAY "User deactivated."
           DISPLAY "Enter user name for password reset"
           ACCEPT WS-TARGET-USER
           PERFORM 350-FIND-USER
           IF WS-USER-FOUND = "N"
               DISPLAY "User not found."
           ELSE
               MOVE "N" TO WS-PASSWORD-OK
           DISPLAY "Enter user name to unlock"
           ACCEPT WS-TARGET-USER
           PERFORM 350-FIND-USER
           IF WS-USER-FOUND = "N"
               DISPLAY "User not found."
           ELSE
               MOVE "N" TO USR-LOCKED
               MOVE 0 TO USR-FAILED-ATTEMPTS
               PERFORM 380-REWRITE-USER
               MOVE "UNLOCK" TO ADM-ACTION
               PERFORM 360-WRITE-ADMIN-AUDIT
               DISPLAY "Account unlocked."
           DISPLAY "Enter user name for role change"
           ACCEPT WS-TARGET-USER
           PERFORM 350-FIND-USER
           IF WS-USER-FOUND = "N"
               DISPLAY "User not found."
           ELSE
               DISPLAY "Enter new role (A/O/V)"
           DISPLAY "Enter user name to inquire"
           ACCEPT WS-TARGET-USER
           PERFORM 350-FIND-USER
           IF WS-USER-FOUND = "N"
               DISPLAY "User not found."
           ELSE
               DISPLAY "User:     " USR-USERNAME
               DISPLAY "Role:     " USR-ROLE
               DISPLAY "Locked:   " USR-LOCKED
               DISPLAY "Active:   " USR-ACTIVE
               DISPLAY "Failures: "
                   USR-FAILED-ATTEMPTS
               DISPLAY "Pwd date: "
                   USR-PASSWORD-DATE
               DISPLAY "Hours:    "
                   USR-START-HOUR " to "
                   USR-END-HOUR
               DISPLAY "Terminals " USR-TERMINALS
               DISPLAY "Last use: "
                   USR-LAST-LOGIN
           END-IF.
       460-CHANGE-RESTRICTIONS.
           DISPLAY "Enter user name for time/terminal limits"
           ACCEPT WS-TARGET-USER
           PERFORM 350-FIND-USER
           IF WS-USER-FOUND = "N"
               DISPLAY "User not found."
           ELSE
               DISPLAY "Enter allowed start hour 00-23 "
                   "(00 with end 00 = no limit)"
               ACCEPT USR-START-HOUR
               DISPLAY "Enter allowed end hour 00-23"
               ACCEPT USR-END-HOUR
               DISPLAY "Enter allowed terminal 1 (blank = any)"
               ACCEPT WS-TERM-SLOT(1)
               DISPLAY "Enter allowed terminal 2 (blank if none)"
               DISPLAY "Enter allowed terminal 3 (blank if none)"
               ACCEPT WS-TERM-SLOT(3)
               MOVE WS-TERMINAL-LIST
                   TO USR-TERMINALS
               PERFORM 380-REWRITE-USER
               MOVE "CHG-RSTR" TO ADM-ACTION
               PERFORM 360-WRITE-ADMIN-AUDIT
               DISPLAY "Sign-on restrictions updated."
           PERFORM 350-FIND-USER
           EVALUATE WS-PND-ACTION(PND-IDX)
               WHEN "ADD"
                   IF WS-USER-FOUND = "Y"
                       DISPLAY "User already exists - request "
                           "rejected."
                       MOVE "R" TO WS-PND-DISPOSITION(PND-IDX)
                   ELSE
                       MOVE WS-TARGET-USER TO USR-USERNAME
                       MOVE WS-PND-NEW-PASSWORD(PND-IDX)
                           TO USR-USER-PASSWORD
                       MOVE WS-PND-NEW-ROLE(PND-IDX) TO USR-ROLE
                       MOVE 0 TO USR-FAILED-ATTEMPTS
                       MOVE "N" TO USR-LOCKED
                       MOVE WS-TODAY TO USR-PASSWORD-DATE
                       MOVE "A" TO USR-ACTIVE
                       MOVE "Y" TO USR-FORCE-CHANGE
                       MOVE 0 TO USR-START-HOUR
                       MOVE 0 TO USR-END-HOUR
                       MOVE SPACES TO USR-TERMINALS
                       MOVE 0 TO USR-LAST-LOGIN
                       WRITE USER-FILE-RECORD
                           INVALID KEY
                               DISPLAY "User could not be added - "
                                   "left pending."
                           NOT INVALID KEY
                               MOVE "A" TO WS-PND-DISPOSITION(PND-IDX)
                               MOVE "ADD" TO ADM-ACTION
                               PERFORM 475-AUDIT-APPLIED
                               DISPLAY "User added."
                       END-WRITE
                   END-IF
               WHEN "CHG-ROLE"
                   IF WS-USER-FOUND = "N"
                       DISPLAY "User not found - request rejected."
                       MOVE "R" TO WS-PND-DISPOSITION(PND-IDX)
                   ELSE
                       MOVE WS-PND-NEW-ROLE(PND-IDX)
                           TO USR-ROLE
                       PERFORM 380-REWRITE-USER
                       MOVE "A" TO WS-PND-DISPOSITION(PND-IDX)
                       MOVE "CHG-ROLE" TO ADM-ACTION
                       PERFORM 475-AUDIT-APPLIED
                       DISPLAY "Role changed."
                   END-IF
               WHEN "RESET-PWD"
                   IF WS-USER-FOUND = "N"
                       DISPLAY "User not found - request rejected."
                       MOVE "R" TO WS-PND-DISPOSITION(PND-IDX)
                   ELSE
                       MOVE WS-PND-NEW-PASSWORD(PND-IDX)
                           TO USR-USER-PASSWORD
                       MOVE WS-TODAY
                           TO USR-PASSWORD-DATE
                       MOVE "Y"
                           TO USR-FORCE-CHANGE
                       MOVE 0
                           TO USR-FAILED-ATTEMPTS
                       PERFORM 380-REWRITE-USER
                       MOVE "A" TO WS-PND-DISPOSITION(PND-IDX)
                       MOVE "RESET-PWD" TO ADM-ACTION
                       PERFORM 475-AUDIT-APPLIED
               END-IF
           END-IF
           IF WS-NEW-PW-HASH =
               USR-USER-PASSWORD
               DISPLAY "Password may not repeat the current one."
               MOVE "N" TO WS-PASSWORD-OK
           END-IF
