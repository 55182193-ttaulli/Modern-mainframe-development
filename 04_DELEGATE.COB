       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELEGATE.
      * Delegation of approval authority during absences. An
      * approver signs on and hands their invoice disposition
      * (DISP-INVOICE) or commission approval (APPR-COMMISS)
      * authority, or both, to a named active user for a date
      * range, with an optional dollar ceiling per item.
      * Delegations are kept on APPROVAL-DELEGATIONS.dat; INVDISP
      * and COMAPPR honor an active delegation only while today
      * falls inside its date range, so an expired delegation
      * stops working without anyone having to revoke it. The
      * delegator's role is captured at grant time and decides
      * which bands the delegate may clear. Delegators may revoke
      * their own delegations; an admin may revoke any of them.
      * Authority received under a delegation cannot itself be
      * delegated, and break-glass sessions may not delegate.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DELEGATION-FILE ASSIGN TO
           "APPROVAL-DELEGATIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT USER-FILE ASSIGN TO
           "USERS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS USR-USERNAME.
           SELECT OPTIONAL SESSION-FILE ASSIGN TO
           "SESSION.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PERMISSION-FILE ASSIGN TO
           "PERMISSIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD DELEGATION-FILE.
       01 DELEGATION-RECORD.
           05 DLG-DELEGATOR PIC X(20).
           05 DLG-DELEGATE PIC X(20).
      * DLG-SCOPE: I = invoice dispositions, C = commission
      * approvals, B = both
           05 DLG-SCOPE PIC X(1).
           05 DLG-DELEGATOR-ROLE PIC X(1).
           05 DLG-FROM-DATE PIC 9(8).
           05 DLG-TO-DATE PIC 9(8).
      * DLG-CEILING: largest single item the delegate may clear,
      * zero = no ceiling beyond the delegator's own authority
           05 DLG-CEILING PIC 9(9)V99.
      * DLG-STATUS: A = active, R = revoked
           05 DLG-STATUS PIC X(1).
           05 DLG-CREATED-BY PIC X(20).
           05 DLG-CREATED-STAMP PIC 9(14).
           05 DLG-REVOKED-BY PIC X(20).
           05 DLG-REVOKED-STAMP PIC 9(14).
       FD USER-FILE.
       01 USER-FILE-RECORD.
           05 USR-USERNAME PIC X(20).
           05 USR-USER-PASSWORD PIC X(20).
           05 USR-FAILED-ATTEMPTS PIC 9.
           05 USR-LOCKED PIC X.
           05 USR-PASSWORD-DATE PIC 9(8).
           05 USR-ROLE PIC X(1).
           05 USR-ACTIVE PIC X(1).
           05 USR-FORCE-CHANGE PIC X(1).
           05 USR-START-HOUR PIC 9(2).
           05 USR-END-HOUR PIC 9(2).
           05 USR-TERMINALS PIC X(30).
           05 USR-LAST-LOGIN PIC 9(8).
       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SES-USERNAME PIC X(20).
           05 SES-ROLE PIC X(1).
           05 SES-LOGIN-DATE PIC 9(8).
           05 SES-LOGIN-TIME PIC 9(8).
           05 SES-TERMINAL-ID PIC X(10).
           05 SES-IDLE-LIMIT PIC 9(4).
       FD PERMISSION-FILE.
      * Central role-to-function permission matrix maintained by
      * PERMAINT; when the file is absent or empty each program
      * falls back to its historical hardcoded role check
       01 PERMISSION-RECORD.
           05 PRM-ROLE PIC X(1).
           05 PRM-FUNCTION PIC X(12).
       WORKING-STORAGE SECTION.
       01 WS-PERM-EOF PIC X VALUE "N".
       01 WS-PERM-COUNT PIC 9(3) VALUE 0.
       01 WS-PERM-TABLE.
           05 WS-PERM-ENTRY OCCURS 100 TIMES INDEXED BY PRM-IDX.
               10 WS-PRM-ROLE PIC X(1).
               10 WS-PRM-FUNCTION PIC X(12).
       01 WS-PERM-FUNCTION PIC X(12) VALUE SPACES.
       01 WS-PERM-OK PIC X VALUE "N".
       01 WS-USERNAME PIC X(20) VALUE SPACES.
       01 WS-ROLE PIC X(1) VALUE "V".
           88 IS-ADMIN VALUE "A".
       01 WS-BG-PREFIX PIC X(3) VALUE "BG-".
       01 WS-CAN-INVOICE PIC X VALUE "N".
       01 WS-CAN-COMMISS PIC X VALUE "N".
       01 WS-MAINT-ACTION PIC X(1) VALUE SPACES.
       01 WS-DONE PIC X VALUE "N".
       01 WS-DELEGATION-EOF PIC X VALUE "N".
       01 WS-DLG-COUNT PIC 9(4) VALUE 0.
       01 WS-DLG-TABLE.
           05 WS-DLG-ENTRY OCCURS 500 TIMES INDEXED BY DLG-IDX.
               10 WS-DLG-DELEGATOR PIC X(20).
               10 WS-DLG-DELEGATE PIC X(20).
               10 WS-DLG-SCOPE PIC X(1).
               10 WS-DLG-DELEGATOR-ROLE PIC X(1).
               10 WS-DLG-FROM-DATE PIC 9(8).
               10 WS-DLG-TO-DATE PIC 9(8).
               10 WS-DLG-CEILING PIC 9(9)V99.
               10 WS-DLG-STATUS PIC X(1).
               10 WS-DLG-CREATED-BY PIC X(20).
               10 WS-DLG-CREATED-STAMP PIC 9(14).
               10 WS-DLG-REVOKED-BY PIC X(20).
               10 WS-DLG-REVOKED-STAMP PIC 9(14).
       01 WS-DLG-DIRTY PIC X VALUE "N".
       01 WS-USER-EOF PIC X VALUE "N".
       01 WS-USER-FOUND PIC X VALUE "N".
       01 WS-USER-ACTIVE PIC X VALUE "N".
       01 WS-ENTRY-DELEGATE PIC X(20) VALUE SPACES.
       01 WS-ENTRY-SCOPE PIC X(1) VALUE SPACES.
           88 WS-SCOPE-VALID VALUES "I" "C" "B".
       01 WS-ENTRY-FROM PIC 9(8) VALUE 0.
       01 WS-ENTRY-TO PIC 9(8) VALUE 0.
       01 WS-ENTRY-CEILING PIC 9(9)V99 VALUE 0.
       01 WS-ENTRY-NUMBER PIC 9(4) VALUE 0.
       01 WS-ENTRY-OK PIC X VALUE "N".
       01 WS-LIST-NUMBER PIC ZZZ9.
       01 WS-LIST-SHOWN PIC 9(4) VALUE 0.
       01 WS-LIST-STATE PIC X(8) VALUE SPACES.
       01 WS-FORMAT-CEILING PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-CURRENT-TIME PIC 9(8) VALUE 0.
       01 WS-STAMP PIC 9(14) VALUE 0.
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
           PERFORM 160-SET-AUTHORITY
           IF WS-USERNAME = SPACES
               CONTINUE
           ELSE
               IF WS-USERNAME(1:3) = WS-BG-PREFIX
                   DISPLAY "Break-glass sessions cannot maintain "
                       "approval delegations."
               ELSE
                   PERFORM 200-LOAD-DELEGATIONS
                   PERFORM 250-MENU-LOOP
                   IF WS-DLG-DIRTY = "Y"
                       PERFORM 290-SAVE-DELEGATIONS
                   END-IF
               END-IF
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
      * The authority a user may hand on is exactly what INVDISP
      * and COMAPPR would grant the same role at entry: invoice
      * dispositions for roles A and O (or DISP-INVOICE in the
      * matrix), commission approvals for role A (or
      * APPR-COMMISS in the matrix).
       160-SET-AUTHORITY.
           MOVE "N" TO WS-CAN-INVOICE
           MOVE "N" TO WS-CAN-COMMISS
           IF WS-PERM-COUNT = 0
               IF WS-ROLE = "A" OR WS-ROLE = "O"
                   MOVE "Y" TO WS-CAN-INVOICE
               END-IF
               IF WS-ROLE = "A"
                   MOVE "Y" TO WS-CAN-COMMISS
               END-IF
           ELSE
               MOVE "DISP-INVOICE" TO WS-PERM-FUNCTION
               PERFORM 145-CHECK-PERMISSION
               MOVE WS-PERM-OK TO WS-CAN-INVOICE
               MOVE "APPR-COMMISS" TO WS-PERM-FUNCTION
               PERFORM 145-CHECK-PERMISSION
               MOVE WS-PERM-OK TO WS-CAN-COMMISS
           END-IF.
       200-LOAD-DELEGATIONS.
           OPEN INPUT DELEGATION-FILE
           READ DELEGATION-FILE
               AT END MOVE "Y" TO WS-DELEGATION-EOF
           END-READ
           PERFORM UNTIL WS-DELEGATION-EOF = "Y"
               IF WS-DLG-COUNT < 500
                   ADD 1 TO WS-DLG-COUNT
                   MOVE DELEGATION-RECORD
                       TO WS-DLG-ENTRY(WS-DLG-COUNT)
               ELSE
                   DISPLAY "Delegation table full, record skipped"
               END-IF
               READ DELEGATION-FILE
                   AT END MOVE "Y" TO WS-DELEGATION-EOF
               END-READ
           END-PERFORM
           CLOSE DELEGATION-FILE.
       250-MENU-LOOP.
           MOVE "N" TO WS-DONE
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "List, Add, Revoke, or Quit? (L/A/R/Q)"
               ACCEPT WS-MAINT-ACTION
               MOVE FUNCTION UPPER-CASE(WS-MAINT-ACTION)
                   TO WS-MAINT-ACTION
               EVALUATE WS-MAINT-ACTION
                   WHEN "L"
                       PERFORM 400-LIST-DELEGATIONS
                   WHEN "A"
                       PERFORM 500-ADD-DELEGATION
                   WHEN "R"
                       PERFORM 600-REVOKE-DELEGATION
                   WHEN "Q"
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM.
       290-SAVE-DELEGATIONS.
           OPEN OUTPUT DELEGATION-FILE
           PERFORM VARYING DLG-IDX FROM 1 BY 1
               UNTIL DLG-IDX > WS-DLG-COUNT
               MOVE WS-DLG-ENTRY(DLG-IDX) TO DELEGATION-RECORD
               WRITE DELEGATION-RECORD
           END-PERFORM
           CLOSE DELEGATION-FILE.
      * Admins see every delegation; anyone else sees the ones
      * they granted and the ones granted to them.
       400-LIST-DELEGATIONS.
           MOVE 0 TO WS-LIST-SHOWN
           PERFORM VARYING DLG-IDX FROM 1 BY 1
               UNTIL DLG-IDX > WS-DLG-COUNT
               IF IS-ADMIN
                   OR WS-DLG-DELEGATOR(DLG-IDX) = WS-USERNAME
                   OR WS-DLG-DELEGATE(DLG-IDX) = WS-USERNAME
                   PERFORM 410-SHOW-DELEGATION
               END-IF
           END-PERFORM
           IF WS-LIST-SHOWN = 0
               DISPLAY "No delegations on file for you."
           END-IF.
       410-SHOW-DELEGATION.
           ADD 1 TO WS-LIST-SHOWN
           SET WS-ENTRY-NUMBER TO DLG-IDX
           MOVE WS-ENTRY-NUMBER TO WS-LIST-NUMBER
           EVALUATE TRUE
               WHEN WS-DLG-STATUS(DLG-IDX) = "R"
                   MOVE "REVOKED" TO WS-LIST-STATE
               WHEN WS-DLG-TO-DATE(DLG-IDX) < WS-TODAY
                   MOVE "EXPIRED" TO WS-LIST-STATE
               WHEN WS-DLG-FROM-DATE(DLG-IDX) > WS-TODAY
                   MOVE "PENDING" TO WS-LIST-STATE
               WHEN OTHER
                   MOVE "ACTIVE" TO WS-LIST-STATE
           END-EVALUATE
           DISPLAY WS-LIST-NUMBER ". " WS-DLG-DELEGATOR(DLG-IDX)
               " -> " WS-DLG-DELEGATE(DLG-IDX)
               " scope " WS-DLG-SCOPE(DLG-IDX)
               " " WS-LIST-STATE
           IF WS-DLG-CEILING(DLG-IDX) = 0
               DISPLAY "      " WS-DLG-FROM-DATE(DLG-IDX)
                   " to " WS-DLG-TO-DATE(DLG-IDX)
                   "  no ceiling"
           ELSE
               MOVE WS-DLG-CEILING(DLG-IDX) TO WS-FORMAT-CEILING
               DISPLAY "      " WS-DLG-FROM-DATE(DLG-IDX)
                   " to " WS-DLG-TO-DATE(DLG-IDX)
                   "  ceiling " WS-FORMAT-CEILING
           END-IF.
       500-ADD-DELEGATION.
           MOVE "Y" TO WS-ENTRY-OK
           IF WS-CAN-INVOICE = "N" AND WS-CAN-COMMISS = "N"
               DISPLAY "Your role holds no approval authority to "
                   "delegate."
               MOVE "N" TO WS-ENTRY-OK
           END-IF
           IF WS-ENTRY-OK = "Y"
               PERFORM 510-ACCEPT-DELEGATE
           END-IF
           IF WS-ENTRY-OK = "Y"
               PERFORM 520-ACCEPT-SCOPE
           END-IF
           IF WS-ENTRY-OK = "Y"
               PERFORM 530-ACCEPT-DATES
           END-IF
           IF WS-ENTRY-OK = "Y"
               DISPLAY "Enter the per-item dollar ceiling "
                   "(0 for none)"
               ACCEPT WS-ENTRY-CEILING
               IF WS-DLG-COUNT >= 500
                   DISPLAY "Delegation table full, cannot add."
               ELSE
                   PERFORM 540-STORE-DELEGATION
               END-IF
           END-IF.
       510-ACCEPT-DELEGATE.
           DISPLAY "Enter the user who will act for you"
           ACCEPT WS-ENTRY-DELEGATE
           PERFORM 515-FIND-USER
           EVALUATE TRUE
               WHEN WS-ENTRY-DELEGATE = SPACES
                   DISPLAY "A delegate is required."
                   MOVE "N" TO WS-ENTRY-OK
               WHEN WS-ENTRY-DELEGATE = WS-USERNAME
                   DISPLAY "You cannot delegate to yourself."
                   MOVE "N" TO WS-ENTRY-OK
               WHEN WS-ENTRY-DELEGATE(1:3) = WS-BG-PREFIX
                   DISPLAY "Break-glass accounts cannot receive "
                       "a delegation."
                   MOVE "N" TO WS-ENTRY-OK
               WHEN WS-USER-FOUND = "N"
                   DISPLAY "User " WS-ENTRY-DELEGATE
                       " is not on file."
                   MOVE "N" TO WS-ENTRY-OK
               WHEN WS-USER-ACTIVE = "N"
                   DISPLAY "User " WS-ENTRY-DELEGATE
                       " is deactivated."
                   MOVE "N" TO WS-ENTRY-OK
           END-EVALUATE.
       515-FIND-USER.
           MOVE "N" TO WS-USER-FOUND
           MOVE "N" TO WS-USER-ACTIVE
           MOVE "N" TO WS-USER-EOF
           OPEN INPUT USER-FILE
           READ USER-FILE
               AT END MOVE "Y" TO WS-USER-EOF
           END-READ
           PERFORM UNTIL WS-USER-EOF = "Y"
               IF USR-USERNAME = WS-ENTRY-DELEGATE
                   MOVE "Y" TO WS-USER-FOUND
                   IF USR-ACTIVE NOT = "I"
                       MOVE "Y" TO WS-USER-ACTIVE
                   END-IF
               END-IF
               READ USER-FILE
                   AT END MOVE "Y" TO WS-USER-EOF
               END-READ
           END-PERFORM
           CLOSE USER-FILE.
       520-ACCEPT-SCOPE.
           DISPLAY "Delegate invoice dispositions, commission "
               "approvals, or both? (I/C/B)"
           ACCEPT WS-ENTRY-SCOPE
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-SCOPE) TO WS-ENTRY-SCOPE
           EVALUATE TRUE
               WHEN NOT WS-SCOPE-VALID
                   DISPLAY "Scope must be I, C or B."
                   MOVE "N" TO WS-ENTRY-OK
               WHEN (WS-ENTRY-SCOPE = "I" OR WS-ENTRY-SCOPE = "B")
                   AND WS-CAN-INVOICE = "N"
                   DISPLAY "Your role cannot disposition invoices, "
                       "so that authority cannot be delegated."
                   MOVE "N" TO WS-ENTRY-OK
               WHEN (WS-ENTRY-SCOPE = "C" OR WS-ENTRY-SCOPE = "B")
                   AND WS-CAN-COMMISS = "N"
                   DISPLAY "Your role cannot approve commissions, "
                       "so that authority cannot be delegated."
                   MOVE "N" TO WS-ENTRY-OK
           END-EVALUATE.
       530-ACCEPT-DATES.
           DISPLAY "Enter the first day of the delegation (YYYYMMDD)"
           ACCEPT WS-ENTRY-FROM
           DISPLAY "Enter the last day of the delegation (YYYYMMDD)"
           ACCEPT WS-ENTRY-TO
           EVALUATE TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-ENTRY-FROM) NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-ENTRY-TO)
                       NOT = 0
                   DISPLAY "Dates must be valid YYYYMMDD dates."
                   MOVE "N" TO WS-ENTRY-OK
               WHEN WS-ENTRY-TO < WS-TODAY
                   DISPLAY "The delegation would already have "
                       "expired."
                   MOVE "N" TO WS-ENTRY-OK
               WHEN WS-ENTRY-TO < WS-ENTRY-FROM
                   DISPLAY "The last day is before the first day."
                   MOVE "N" TO WS-ENTRY-OK
           END-EVALUATE.
       540-STORE-DELEGATION.
           PERFORM 700-SET-STAMP
           ADD 1 TO WS-DLG-COUNT
           MOVE WS-USERNAME TO WS-DLG-DELEGATOR(WS-DLG-COUNT)
           MOVE WS-ENTRY-DELEGATE TO WS-DLG-DELEGATE(WS-DLG-COUNT)
           MOVE WS-ENTRY-SCOPE TO WS-DLG-SCOPE(WS-DLG-COUNT)
           MOVE WS-ROLE TO WS-DLG-DELEGATOR-ROLE(WS-DLG-COUNT)
           MOVE WS-ENTRY-FROM TO WS-DLG-FROM-DATE(WS-DLG-COUNT)
           MOVE WS-ENTRY-TO TO WS-DLG-TO-DATE(WS-DLG-COUNT)
           MOVE WS-ENTRY-CEILING TO WS-DLG-CEILING(WS-DLG-COUNT)
           MOVE "A" TO WS-DLG-STATUS(WS-DLG-COUNT)
           MOVE WS-USERNAME TO WS-DLG-CREATED-BY(WS-DLG-COUNT)
           MOVE WS-STAMP TO WS-DLG-CREATED-STAMP(WS-DLG-COUNT)
           MOVE SPACES TO WS-DLG-REVOKED-BY(WS-DLG-COUNT)
           MOVE 0 TO WS-DLG-REVOKED-STAMP(WS-DLG-COUNT)
           MOVE "Y" TO WS-DLG-DIRTY
           DISPLAY "Delegation to " WS-ENTRY-DELEGATE
               " recorded for " WS-ENTRY-FROM " to " WS-ENTRY-TO.
       600-REVOKE-DELEGATION.
           DISPLAY "Enter the delegation number from the list"
           ACCEPT WS-ENTRY-NUMBER
           EVALUATE TRUE
               WHEN WS-ENTRY-NUMBER = 0
                   OR WS-ENTRY-NUMBER > WS-DLG-COUNT
                   DISPLAY "No such delegation."
               WHEN WS-DLG-DELEGATOR(WS-ENTRY-NUMBER)
                       NOT = WS-USERNAME
                   AND NOT IS-ADMIN
                   DISPLAY "Only the delegator or an admin may "
                       "revoke this delegation."
               WHEN WS-DLG-STATUS(WS-ENTRY-NUMBER) = "R"
                   DISPLAY "That delegation is already revoked."
               WHEN OTHER
                   PERFORM 700-SET-STAMP
                   MOVE "R" TO WS-DLG-STATUS(WS-ENTRY-NUMBER)
                   MOVE WS-USERNAME
                       TO WS-DLG-REVOKED-BY(WS-ENTRY-NUMBER)
                   MOVE WS-STAMP
                       TO WS-DLG-REVOKED-STAMP(WS-ENTRY-NUMBER)
                   MOVE "Y" TO WS-DLG-DIRTY
                   DISPLAY "Delegation revoked."
           END-EVALUATE.
       700-SET-STAMP.
           ACCEPT WS-CURRENT-TIME FROM TIME
      * TIME returns HHMMSSss; drop the hundredths so the
      * 14-digit stamp carries date plus HHMMSS
           COMPUTE WS-STAMP =
               WS-TODAY * 1000000 + WS-CURRENT-TIME / 100.
