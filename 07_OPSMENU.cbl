       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSMENU.
      * Operations menu reached straight after a successful LOGIN
      * sign-on. The signed-on terminal's session supplies the
      * user and role; the menu lists only the functions the
      * central permission matrix grants that role, with a count
      * of the items waiting in each work queue behind them, and
      * calls the chosen program. Each program still runs its own
      * session and permission checks. A function code the matrix
      * does not mention at all, or an empty matrix, falls back to
      * the role rule in the catalogue below, the same way the
      * programs fall back to their historical role checks.
      * Control returns to the menu after every function; leaving
      * the menu, an expired session, or more than the idle limit
      * at the menu signs the terminal off exactly as LOGIN does,
      * removing its SESSION.dat row and writing LOGIN-AUDIT.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SESSION-FILE ASSIGN TO
           "SESSION.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PERMISSION-FILE ASSIGN TO
           "PERMISSIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOGIN-AUDIT-FILE ASSIGN TO
           "LOGIN-AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
      * Generic reader for the work queue behind a menu function
           SELECT OPTIONAL QUEUE-FILE ASSIGN TO
           WS-QUEUE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SES-USERNAME PIC X(20).
           05 SES-ROLE PIC X(1).
           05 SES-LOGIN-DATE PIC 9(8).
           05 SES-LOGIN-TIME PIC 9(8).
           05 SES-TERMINAL-ID PIC X(10).
      * Idle limit in minutes carried with the session; consumers
      * reject sessions older than this. Zero means no limit.
           05 SES-IDLE-LIMIT PIC 9(4).
       FD PERMISSION-FILE.
      * Central role-to-function permission matrix maintained by
      * PERMAINT; when the file is absent or empty each program
      * falls back to its historical hardcoded role check
       01 PERMISSION-RECORD.
           05 PRM-ROLE PIC X(1).
           05 PRM-FUNCTION PIC X(12).
       FD LOGIN-AUDIT-FILE.
       01 LOGIN-AUDIT-RECORD.
           05 AUD-USERNAME PIC X(20).
           05 AUD-DATE PIC 9(8).
           05 AUD-TIME PIC 9(8).
           05 AUD-RESULT PIC X(20).
           05 AUD-TERMINAL-ID PIC X(10).
       FD QUEUE-FILE.
       01 QUEUE-RECORD PIC X(300).
       WORKING-STORAGE SECTION.
      * The menu catalogue: function code checked against the
      * permission matrix, program called, roles allowed when the
      * matrix is silent, description, and the work queue counted
      * for it. The queue test gives the position of a status byte
      * and up to two status values that mean waiting; position
      * 000 counts every record on the queue.
       01 WS-CATALOGUE-LIST.
           05 FILLER PIC X(12) VALUE "MAINT-ACCT".
           05 FILLER PIC X(10) VALUE "ACCTMNT".
           05 FILLER PIC X(3) VALUE "AO".
           05 FILLER PIC X(30) VALUE "Account maintenance".
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "000".
           05 FILLER PIC X(12) VALUE "MAINT-CUST".
           05 FILLER PIC X(10) VALUE "CUSTOMERS".
           05 FILLER PIC X(3) VALUE "AO".
           05 FILLER PIC X(30) VALUE "Customer maintenance".
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "000".
           05 FILLER PIC X(12) VALUE "INQ-CUSTOMER".
           05 FILLER PIC X(10) VALUE "CUSTINQ".
           05 FILLER PIC X(3) VALUE "AOV".
           05 FILLER PIC X(30) VALUE "Customer inquiry".
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "000".
           05 FILLER PIC X(12) VALUE "MAINT-VENDOR".
           05 FILLER PIC X(10) VALUE "VENMAINT".
           05 FILLER PIC X(3) VALUE "AO".
           05 FILLER PIC X(30) VALUE "Vendor maintenance".
           05 FILLER PIC X(30) VALUE "VENDOR-BANK-PENDING.dat".
           05 FILLER PIC X(5) VALUE "068P".
           05 FILLER PIC X(12) VALUE "MAINT-PROD".
           05 FILLER PIC X(10) VALUE "PRODMNT".
           05 FILLER PIC X(3) VALUE "AO".
           05 FILLER PIC X(30) VALUE "Product maintenance".
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "000".
           05 FILLER PIC X(12) VALUE "DISP-INVOICE".
           05 FILLER PIC X(10) VALUE "INVDISP".
           05 FILLER PIC X(3) VALUE "AO".
           05 FILLER PIC X(30) VALUE "Invoice exception dispositions".
           05 FILLER PIC X(30) VALUE "INVOICE-EXCEPTIONS.dat".
           05 FILLER PIC X(5) VALUE "000".
           05 FILLER PIC X(12) VALUE "VOID-PAYMENT".
           05 FILLER PIC X(10) VALUE "VOIDPAY".
           05 FILLER PIC X(3) VALUE "A".
           05 FILLER PIC X(30) VALUE "Void a payment".
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "000".
           05 FILLER PIC X(12) VALUE "ENTER-REQ".
           05 FILLER PIC X(10) VALUE "POREQ".
           05 FILLER PIC X(3) VALUE "AO".
           05 FILLER PIC X(30) VALUE "Purchase requisitions".
           05 FILLER PIC X(30) VALUE "PO-REQUISITIONS.dat".
           05 FILLER PIC X(5) VALUE "104P".
           05 FILLER PIC X(12) VALUE "REVIEW-OD".
           05 FILLER PIC X(10) VALUE "ODREVIEW".
           05 FILLER PIC X(3) VALUE "AO".
           05 FILLER PIC X(30) VALUE "Overdraft contact review".
           05 FILLER PIC X(30) VALUE "OVERDRAFT-STATUS.dat".
           05 FILLER PIC X(5) VALUE "036N".
           05 FILLER PIC X(12) VALUE "APPR-COMMISS".
           05 FILLER PIC X(10) VALUE "COMAPPR".
           05 FILLER PIC X(3) VALUE "A".
           05 FILLER PIC X(30) VALUE "Commission approvals".
           05 FILLER PIC X(30) VALUE "COMMISSION-APPROVALS.dat".
           05 FILLER PIC X(5) VALUE "000".
           05 FILLER PIC X(12) VALUE "DISPUTE-COMM".
           05 FILLER PIC X(10) VALUE "COMDISP".
           05 FILLER PIC X(3) VALUE "A".
           05 FILLER PIC X(30) VALUE "Commission disputes".
           05 FILLER PIC X(30) VALUE "COMMISSION-DISPUTES.dat".
           05 FILLER PIC X(5) VALUE "058OR".
           05 FILLER PIC X(12) VALUE "RESUB-COMM".
           05 FILLER PIC X(10) VALUE "COMRESUB".
           05 FILLER PIC X(3) VALUE "AO".
           05 FILLER PIC X(30) VALUE "Commission reject repair".
           05 FILLER PIC X(30) VALUE "COMMISSION-REJECTS.dat".
           05 FILLER PIC X(5) VALUE "000".
           05 FILLER PIC X(12) VALUE "DELEGATE".
           05 FILLER PIC X(10) VALUE "DELEGATE".
           05 FILLER PIC X(3) VALUE "AO".
           05 FILLER PIC X(30) VALUE "Approval delegations".
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "000".
           05 FILLER PIC X(12) VALUE "MAINT-BUDGET".
           05 FILLER PIC X(10) VALUE "BUDMAINT".
           05 FILLER PIC X(3) VALUE "AO".
           05 FILLER PIC X(30) VALUE "Budget maintenance".
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "000".
           05 FILLER PIC X(12) VALUE "DEPT-BUDGET".
           05 FILLER PIC X(10) VALUE "DEPTBUD".
           05 FILLER PIC X(3) VALUE "AO".
           05 FILLER PIC X(30) VALUE "Department budgets".
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "000".
           05 FILLER PIC X(12) VALUE "DEPT-COST".
           05 FILLER PIC X(10) VALUE "DEPTCOST".
           05 FILLER PIC X(3) VALUE "AO".
           05 FILLER PIC X(30) VALUE "Department costs".
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "000".
           05 FILLER PIC X(12) VALUE "CLOSE-PERIOD".
           05 FILLER PIC X(10) VALUE "PERCLOSE".
           05 FILLER PIC X(3) VALUE "A".
           05 FILLER PIC X(30) VALUE "Period close".
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "000".
           05 FILLER PIC X(12) VALUE "SEPARATE-EMP".
           05 FILLER PIC X(10) VALUE "EMPSEP".
           05 FILLER PIC X(3) VALUE "A".
           05 FILLER PIC X(30) VALUE "Employee separation".
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "000".
           05 FILLER PIC X(12) VALUE "ADMIN-USERS".
           05 FILLER PIC X(10) VALUE "USERADM".
           05 FILLER PIC X(3) VALUE "A".
           05 FILLER PIC X(30) VALUE "User administration".
           05 FILLER PIC X(30) VALUE "PENDING-ADMIN-ACTIONS.dat".
           05 FILLER PIC X(5) VALUE "000".
           05 FILLER PIC X(12) VALUE "BG-SIGNOFF".
           05 FILLER PIC X(10) VALUE "BGREVIEW".
           05 FILLER PIC X(3) VALUE "A".
           05 FILLER PIC X(30) VALUE "Break-glass session review".
           05 FILLER PIC X(30) VALUE "BREAK-GLASS.dat".
           05 FILLER PIC X(5) VALUE "123O".
           05 FILLER PIC X(12) VALUE "MAINT-PERMS".
           05 FILLER PIC X(10) VALUE "PERMAINT".
           05 FILLER PIC X(3) VALUE "A".
           05 FILLER PIC X(30) VALUE "Role permission maintenance".
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "000".
           05 FILLER PIC X(12) VALUE "MASK-EXTRACT".
           05 FILLER PIC X(10) VALUE "MASKEXT".
           05 FILLER PIC X(3) VALUE "A".
           05 FILLER PIC X(30) VALUE "Masked test data extract".
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "000".
           05 FILLER PIC X(12) VALUE "MAINT-RETAIN".
           05 FILLER PIC X(10) VALUE "RETMAINT".
           05 FILLER PIC X(3) VALUE "A".
           05 FILLER PIC X(30) VALUE "Retention policy and holds".
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "000".
           05 FILLER PIC X(12) VALUE "CLEAR-LOCK".
           05 FILLER PIC X(10) VALUE "BATCHLCK".
           05 FILLER PIC X(3) VALUE "A".
           05 FILLER PIC X(30) VALUE "Clear stale batch locks".
           05 FILLER PIC X(30) VALUE "BATCH-LOCKS.dat".
           05 FILLER PIC X(5) VALUE "000".
       01 WS-CATALOGUE-TABLE REDEFINES WS-CATALOGUE-LIST.
           05 WS-CATALOGUE-ENTRY OCCURS 24 TIMES.
               10 WS-CAT-FUNCTION PIC X(12).
               10 WS-CAT-PROGRAM PIC X(10).
               10 WS-CAT-ROLES PIC X(3).
               10 WS-CAT-DESCRIPTION PIC X(30).
               10 WS-CAT-QUEUE-FILE PIC X(30).
               10 WS-CAT-QUEUE-POS PIC 9(3).
               10 WS-CAT-QUEUE-VALUES PIC X(2).
       01 WS-CATALOGUE-COUNT PIC 9(2) VALUE 24.
       01 WS-CAT-IDX PIC 9(2) VALUE 0.
      * The functions this role may use, as catalogue positions
       01 WS-MENU-COUNT PIC 9(2) VALUE 0.
       01 WS-MENU-TABLE.
           05 WS-MENU-CAT-NO PIC 9(2) OCCURS 24 TIMES.
       01 WS-MENU-IDX PIC 9(2) VALUE 0.
       01 WS-MENU-CHOICE PIC X(2) VALUE SPACES.
       01 WS-MENU-PICK PIC 9(2) VALUE 0.
       01 WS-MENU-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-ML-NUMBER PIC Z9.
           05 FILLER PIC X(2) VALUE ". ".
           05 WS-ML-DESCRIPTION PIC X(30).
           05 WS-ML-QUEUE.
               10 WS-ML-QUEUE-TEXT PIC X(9).
               10 WS-ML-QUEUE-COUNT PIC ZZ,ZZ9.
       01 WS-CALL-PROGRAM PIC X(10) VALUE SPACES.
       01 WS-CALL-FAILED PIC X VALUE "N".
       01 WS-GRANTED PIC X VALUE "N".
       01 WS-FUNCTION-LISTED PIC X VALUE "N".
       01 WS-DONE PIC X VALUE "N".
       01 WS-PERM-EOF PIC X VALUE "N".
       01 WS-PERM-COUNT PIC 9(3) VALUE 0.
       01 WS-PERM-TABLE.
           05 WS-PERM-ENTRY OCCURS 100 TIMES INDEXED BY PRM-IDX.
               10 WS-PRM-ROLE PIC X(1).
               10 WS-PRM-FUNCTION PIC X(12).
       01 WS-QUEUE-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-QUEUE-EOF PIC X VALUE "N".
       01 WS-QUEUE-POS PIC 9(3) VALUE 0.
       01 WS-QUEUE-VALUES PIC X(2) VALUE SPACES.
       01 WS-QUEUE-COUNT PIC 9(5) VALUE 0.
      * Minutes the menu may sit unanswered before the terminal
      * is signed off
       01 WS-MENU-IDLE-LIMIT PIC 9(4) VALUE 15.
       01 WS-ACTIVITY-DATE PIC 9(8) VALUE 0.
       01 WS-ACTIVITY-TIME PIC 9(8) VALUE 0.
       01 WS-ACTIVITY-TIME-SPLIT REDEFINES WS-ACTIVITY-TIME.
           05 WS-ACT-HH PIC 9(2).
           05 WS-ACT-MM PIC 9(2).
           05 FILLER PIC 9(4).
       01 WS-IDLE-MINS PIC S9(8) VALUE 0.
       01 WS-SIGNOFF-RESULT PIC X(20) VALUE SPACES.
       01 WS-USERNAME PIC X(20) VALUE SPACES.
       01 WS-ROLE PIC X(1) VALUE "V".
       01 WS-SESSION-VALID PIC X VALUE "N".
       01 WS-SESSION-EXPIRED PIC X VALUE "N".
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
      * Session rows held while the terminal's row is removed
       01 WS-SESSION-COUNT PIC 9(2) VALUE 0.
       01 WS-SESSION-SLOT PIC 9(2) VALUE 0.
       01 WS-SESSION-TABLE.
           05 WS-SES-ENTRY OCCURS 50 TIMES INDEXED BY SES-IDX.
               10 WS-SES-USERNAME PIC X(20).
               10 WS-SES-ROLE PIC X(1).
               10 WS-SES-LOGIN-DATE PIC 9(8).
               10 WS-SES-LOGIN-TIME PIC 9(8).
               10 WS-SES-TERMINAL-ID PIC X(10).
               10 WS-SES-IDLE-LIMIT PIC 9(4).
       01 WS-SHIFT-SES PIC 9(2) VALUE 0.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 150-LOAD-SESSION
           IF WS-SESSION-VALID = "Y"
               PERFORM 140-LOAD-PERMISSIONS
               PERFORM 200-BUILD-MENU
               PERFORM 300-MENU-LOOP
           ELSE
               IF WS-SESSION-EXPIRED = "Y"
                   MOVE "SESSION EXPIRED" TO WS-SIGNOFF-RESULT
               END-IF
           END-IF
           IF WS-SIGNOFF-RESULT NOT = SPACES
               PERFORM 600-SIGN-OFF
           END-IF
           GOBACK.
       140-LOAD-PERMISSIONS.
           MOVE 0 TO WS-PERM-COUNT
           MOVE "N" TO WS-PERM-EOF
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
       150-LOAD-SESSION.
           DISPLAY "Enter your terminal ID"
           ACCEPT WS-MY-TERMINAL
           PERFORM 160-READ-SESSION
           IF WS-SESSION-FOUND = "N"
               DISPLAY "No session found for this terminal. "
                   "Sign on through LOGIN first."
           END-IF.
      * Also used after every function returns, so a session
      * signed off or expired meanwhile ends the menu too
       160-READ-SESSION.
           MOVE "N" TO WS-SESSION-VALID
           MOVE "N" TO WS-SESSION-EXPIRED
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
           CLOSE SESSION-FILE.
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
                   MOVE SES-USERNAME TO WS-USERNAME
                   MOVE "Y" TO WS-SESSION-EXPIRED
               ELSE
                   MOVE SES-USERNAME TO WS-USERNAME
                   MOVE SES-ROLE TO WS-ROLE
                   MOVE "Y" TO WS-SESSION-VALID
               END-IF
           END-IF.
      * A function is offered when the matrix grants its code to
      * the role. With no matrix, or a code the matrix never
      * mentions, the catalogue's role rule decides instead.
       200-BUILD-MENU.
           MOVE 0 TO WS-MENU-COUNT
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CATALOGUE-COUNT
               PERFORM 210-CHECK-GRANT
               IF WS-GRANTED = "Y"
                   ADD 1 TO WS-MENU-COUNT
                   MOVE WS-CAT-IDX TO WS-MENU-CAT-NO(WS-MENU-COUNT)
               END-IF
           END-PERFORM.
       210-CHECK-GRANT.
           MOVE "N" TO WS-GRANTED
           MOVE "N" TO WS-FUNCTION-LISTED
           PERFORM VARYING PRM-IDX FROM 1 BY 1
               UNTIL PRM-IDX > WS-PERM-COUNT
               IF WS-PRM-FUNCTION(PRM-IDX) =
                   WS-CAT-FUNCTION(WS-CAT-IDX)
                   MOVE "Y" TO WS-FUNCTION-LISTED
                   IF WS-PRM-ROLE(PRM-IDX) = WS-ROLE
                       MOVE "Y" TO WS-GRANTED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FUNCTION-LISTED = "N"
               IF WS-ROLE NOT = SPACE
                   AND (WS-CAT-ROLES(WS-CAT-IDX)(1:1) = WS-ROLE
                   OR WS-CAT-ROLES(WS-CAT-IDX)(2:1) = WS-ROLE
                   OR WS-CAT-ROLES(WS-CAT-IDX)(3:1) = WS-ROLE)
                   MOVE "Y" TO WS-GRANTED
               END-IF
           END-IF.
       300-MENU-LOOP.
           MOVE "N" TO WS-DONE
           PERFORM UNTIL WS-DONE = "Y"
               PERFORM 310-SHOW-MENU
               ACCEPT WS-ACTIVITY-DATE FROM DATE YYYYMMDD
               ACCEPT WS-ACTIVITY-TIME FROM TIME
               DISPLAY "Select a function number, or Q to sign off"
               ACCEPT WS-MENU-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
                   TO WS-MENU-CHOICE
               PERFORM 320-CHECK-IDLE
               IF WS-DONE = "N"
                   PERFORM 330-TAKE-CHOICE
               END-IF
           END-PERFORM.
       310-SHOW-MENU.
           DISPLAY " "
           DISPLAY "OPERATIONS MENU - " WS-USERNAME
               " ROLE " WS-ROLE " TERMINAL " WS-MY-TERMINAL
           IF WS-MENU-COUNT = 0
               DISPLAY "  No functions are granted to your role."
           END-IF
           PERFORM VARYING WS-MENU-IDX FROM 1 BY 1
               UNTIL WS-MENU-IDX > WS-MENU-COUNT
               MOVE WS-MENU-CAT-NO(WS-MENU-IDX) TO WS-CAT-IDX
               MOVE WS-MENU-IDX TO WS-ML-NUMBER
               MOVE WS-CAT-DESCRIPTION(WS-CAT-IDX)
                   TO WS-ML-DESCRIPTION
               IF WS-CAT-QUEUE-FILE(WS-CAT-IDX) = SPACES
                   MOVE SPACES TO WS-ML-QUEUE
               ELSE
                   PERFORM 500-COUNT-QUEUE
                   MOVE " WAITING " TO WS-ML-QUEUE-TEXT
                   MOVE WS-QUEUE-COUNT TO WS-ML-QUEUE-COUNT
               END-IF
               DISPLAY WS-MENU-LINE
           END-PERFORM
           DISPLAY "   Q. Sign off".
      * Time spent at the menu is measured from when it was shown
      * until the answer arrives
       320-CHECK-IDLE.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           COMPUTE WS-IDLE-MINS =
               (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-ACTIVITY-DATE)) * 1440
               + (WS-NOW-HH * 60) + WS-NOW-MM
               - (WS-ACT-HH * 60) - WS-ACT-MM
           IF WS-IDLE-MINS > WS-MENU-IDLE-LIMIT
               DISPLAY "No activity for " WS-MENU-IDLE-LIMIT
                   " minutes - terminal signed off."
               MOVE "IDLE TIMEOUT" TO WS-SIGNOFF-RESULT
               MOVE "Y" TO WS-DONE
           END-IF.
       330-TAKE-CHOICE.
           IF WS-MENU-CHOICE = "Q"
               MOVE "LOGOFF" TO WS-SIGNOFF-RESULT
               MOVE "Y" TO WS-DONE
           ELSE
               MOVE 0 TO WS-MENU-PICK
               IF WS-MENU-CHOICE NOT = SPACES
                   COMPUTE WS-MENU-PICK =
                       FUNCTION NUMVAL(WS-MENU-CHOICE)
               END-IF
               IF WS-MENU-PICK < 1 OR WS-MENU-PICK > WS-MENU-COUNT
                   DISPLAY "Invalid selection."
               ELSE
                   MOVE WS-MENU-CAT-NO(WS-MENU-PICK) TO WS-CAT-IDX
                   PERFORM 400-RUN-FUNCTION
                   PERFORM 160-READ-SESSION
                   IF WS-SESSION-VALID = "N"
                       MOVE "Y" TO WS-DONE
                       IF WS-SESSION-EXPIRED = "Y"
                           MOVE "SESSION EXPIRED"
                               TO WS-SIGNOFF-RESULT
                       ELSE
                           DISPLAY "This terminal is no longer "
                               "signed on."
                       END-IF
                   END-IF
               END-IF
           END-IF.
       400-RUN-FUNCTION.
           MOVE WS-CAT-PROGRAM(WS-CAT-IDX) TO WS-CALL-PROGRAM
           DISPLAY "Starting " WS-CAT-DESCRIPTION(WS-CAT-IDX)
           MOVE "N" TO WS-CALL-FAILED
           CALL WS-CALL-PROGRAM
               ON EXCEPTION
                   MOVE "Y" TO WS-CALL-FAILED
           END-CALL
           IF WS-CALL-FAILED = "Y"
               DISPLAY "Program " WS-CALL-PROGRAM
                   " is not available."
           ELSE
               CANCEL WS-CALL-PROGRAM
           END-IF.
       500-COUNT-QUEUE.
           MOVE WS-CAT-QUEUE-FILE(WS-CAT-IDX) TO WS-QUEUE-FILE-NAME
           MOVE WS-CAT-QUEUE-POS(WS-CAT-IDX) TO WS-QUEUE-POS
           MOVE WS-CAT-QUEUE-VALUES(WS-CAT-IDX) TO WS-QUEUE-VALUES
           MOVE 0 TO WS-QUEUE-COUNT
           MOVE "N" TO WS-QUEUE-EOF
           OPEN INPUT QUEUE-FILE
           READ QUEUE-FILE
               AT END MOVE "Y" TO WS-QUEUE-EOF
           END-READ
           PERFORM UNTIL WS-QUEUE-EOF = "Y"
               IF QUEUE-RECORD NOT = SPACES
                   IF WS-QUEUE-POS = 0
                       ADD 1 TO WS-QUEUE-COUNT
                   ELSE
                       IF QUEUE-RECORD(WS-QUEUE-POS:1) =
                           WS-QUEUE-VALUES(1:1)
                           OR (WS-QUEUE-VALUES(2:1) NOT = SPACE
                           AND QUEUE-RECORD(WS-QUEUE-POS:1) =
                               WS-QUEUE-VALUES(2:1))
                           ADD 1 TO WS-QUEUE-COUNT
                       END-IF
                   END-IF
               END-IF
               READ QUEUE-FILE
                   AT END MOVE "Y" TO WS-QUEUE-EOF
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE.
      * Same sign-off LOGIN performs: the terminal's session row
      * is removed and the reason is written to the login audit
       600-SIGN-OFF.
           PERFORM 610-LOAD-SESSIONS
           MOVE 0 TO WS-SESSION-SLOT
           PERFORM VARYING SES-IDX FROM 1 BY 1
               UNTIL SES-IDX > WS-SESSION-COUNT
               IF WS-SES-TERMINAL-ID(SES-IDX) = WS-MY-TERMINAL
                   MOVE SES-IDX TO WS-SESSION-SLOT
               END-IF
           END-PERFORM
           IF WS-SESSION-SLOT = 0
               DISPLAY "No session found for this terminal."
           ELSE
               PERFORM VARYING WS-SHIFT-SES FROM WS-SESSION-SLOT
                   BY 1 UNTIL WS-SHIFT-SES >= WS-SESSION-COUNT
                   MOVE WS-SES-ENTRY(WS-SHIFT-SES + 1)
                       TO WS-SES-ENTRY(WS-SHIFT-SES)
               END-PERFORM
               SUBTRACT 1 FROM WS-SESSION-COUNT
               PERFORM 620-SAVE-SESSIONS
               OPEN EXTEND LOGIN-AUDIT-FILE
               MOVE WS-USERNAME TO AUD-USERNAME
               ACCEPT AUD-DATE FROM DATE YYYYMMDD
               ACCEPT AUD-TIME FROM TIME
               MOVE WS-SIGNOFF-RESULT TO AUD-RESULT
               MOVE WS-MY-TERMINAL TO AUD-TERMINAL-ID
               WRITE LOGIN-AUDIT-RECORD
               CLOSE LOGIN-AUDIT-FILE
               DISPLAY "Signed off. Session invalidated."
           END-IF.
       610-LOAD-SESSIONS.
           MOVE 0 TO WS-SESSION-COUNT
           MOVE "N" TO WS-SESSION-EOF
           OPEN INPUT SESSION-FILE
           READ SESSION-FILE
               AT END MOVE "Y" TO WS-SESSION-EOF
           END-READ
           PERFORM UNTIL WS-SESSION-EOF = "Y"
               IF WS-SESSION-COUNT < 50
                   ADD 1 TO WS-SESSION-COUNT
                   MOVE SES-USERNAME
                       TO WS-SES-USERNAME(WS-SESSION-COUNT)
                   MOVE SES-ROLE TO WS-SES-ROLE(WS-SESSION-COUNT)
                   MOVE SES-LOGIN-DATE
                       TO WS-SES-LOGIN-DATE(WS-SESSION-COUNT)
                   MOVE SES-LOGIN-TIME
                       TO WS-SES-LOGIN-TIME(WS-SESSION-COUNT)
                   MOVE SES-TERMINAL-ID
                       TO WS-SES-TERMINAL-ID(WS-SESSION-COUNT)
                   MOVE SES-IDLE-LIMIT
                       TO WS-SES-IDLE-LIMIT(WS-SESSION-COUNT)
               ELSE
                   DISPLAY "Session table full, record skipped"
               END-IF
               READ SESSION-FILE
                   AT END MOVE "Y" TO WS-SESSION-EOF
               END-READ
           END-PERFORM
           CLOSE SESSION-FILE.
       620-SAVE-SESSIONS.
           OPEN OUTPUT SESSION-FILE
           PERFORM VARYING SES-IDX FROM 1 BY 1
               UNTIL SES-IDX > WS-SESSION-COUNT
               MOVE WS-SES-USERNAME(SES-IDX) TO SES-USERNAME
               MOVE WS-SES-ROLE(SES-IDX) TO SES-ROLE
               MOVE WS-SES-LOGIN-DATE(SES-IDX) TO SES-LOGIN-DATE
               MOVE WS-SES-LOGIN-TIME(SES-IDX) TO SES-LOGIN-TIME
               MOVE WS-SES-TERMINAL-ID(SES-IDX) TO SES-TERMINAL-ID
               MOVE WS-SES-IDLE-LIMIT(SES-IDX) TO SES-IDLE-LIMIT
               WRITE SESSION-RECORD
           END-PERFORM
           CLOSE SESSION-FILE.
