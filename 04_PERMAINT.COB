      * Maintenance for the central role-permission matrix on
      * PERMISSIONS.dat. Each record grants one role one program
      * function (MAINT-CUST, MAINT-VENDOR, DISP-INVOICE,
      * APPR-COMMISS, ADMIN-USERS, INQ-CUSTOMER, MASK-EXTRACT,
      * DISPUTE-COMM, SEPARATE-EMP, VOID-PAYMENT, APPR-VENBANK,
      * ENTER-REQ, CHANGE-PO, APPR-PO-SUP, APPR-PO-DIR,
      * APPR-PO-VP, OVRD-VENDOR, BG-SIGNOFF, and so on);
      * CUSTOMERS, VENMAINT, USERADM, INVDISP, COMAPPR, COMDISP,
      * EMPSEP, VOIDPAY, CUSTINQ, MASKEXT, POREQ, BGREVIEW and
      * DELEGATE check the matrix at entry. OPSMENU offers each role
      * only the menu functions the matrix grants it (MAINT-ACCT,
      * MAINT-PROD, REVIEW-OD, RESUB-COMM, DELEGATE, MAINT-BUDGET,
      * DEPT-BUDGET, DEPT-COST, MAINT-PERMS, MAINT-RETAIN and
      * CLEAR-LOCK name the menu entries with no check of their
      * own). An admin session is required and every change is
      * written to a change log.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SESSION-FILE ASSIGN TO
           "SESSION.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BATCH-LOCK-FILE ASSIGN TO
           "BATCH-LOCKS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PERMISSION-FILE.
           05 PCL-ACTION PIC X(6).
           05 PCL-TIMESTAMP PIC 9(14).
           05 PCL-USERNAME PIC X(20).
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
           05 WS-SES-MM PIC 9(2).
           05 FILLER PIC 9(4).
       01 WS-SESSION-AGE-MINS PIC S9(8) VALUE 0.
       01 WS-LOCK-EOF PIC X VALUE "N".
       01 WS-MASTER-LOCKED PIC X VALUE "N".
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 150-LOAD-SESSION
                   "session. Sign on through LOGIN with role A."
           ELSE
               PERFORM 200-LOAD-PERMISSIONS
               PERFORM 170-CHECK-BATCH-LOCK
               PERFORM 250-MENU-LOOP
               PERFORM 170-CHECK-BATCH-LOCK
               IF WS-MASTER-LOCKED = "Y"
                   DISPLAY "PERMISSIONS.dat was not rewritten - "
                       "any changes made in this session were "
                       "not saved."
               ELSE
                   PERFORM 300-SAVE-PERMISSIONS
               END-IF
           END-IF
           GOBACK.
       150-LOAD-SESSION.
                   MOVE SES-ROLE TO WS-ROLE
               END-IF
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
               IF LCK-FILE-NAME = "PERMISSIONS.dat"
                   AND WS-MASTER-LOCKED = "N"
                   MOVE "Y" TO WS-MASTER-LOCKED
                   DISPLAY "PERMISSIONS.dat is locked for the "
                       "batch window by nightly step "
                       LCK-STEP-NO " " LCK-PROGRAM
                   DISPLAY "Lock set " LCK-SET-DATE " at "
                       LCK-SET-TIME(1:6) ". Updates to permissions are "
                       "refused; inquiry is still available."
               END-IF
               READ BATCH-LOCK-FILE
                   AT END MOVE "Y" TO WS-LOCK-EOF
               END-READ
           END-PERFORM
           CLOSE BATCH-LOCK-FILE.
       200-LOAD-PERMISSIONS.
           OPEN INPUT PERMISSION-FILE
           READ PERMISSION-FILE
                   WHEN "L"
                       PERFORM 400-LIST-PERMISSIONS
                   WHEN "G"
                       PERFORM 170-CHECK-BATCH-LOCK
                       IF WS-MASTER-LOCKED = "N"
                           PERFORM 410-GRANT-PERMISSION
                       END-IF
                   WHEN "R"
                       PERFORM 170-CHECK-BATCH-LOCK
                       IF WS-MASTER-LOCKED = "N"
                           PERFORM 420-REVOKE-PERMISSION
                       END-IF
                   WHEN "Q"
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
               TO WS-ENTRY-ROLE
           DISPLAY "Enter the function, e.g. MAINT-CUST, "
               "MAINT-VENDOR, DISP-INVOICE, APPR-COMMISS, "
               "DISPUTE-COMM, VOID-PAYMENT, APPR-VENBANK, "
               "ADMIN-USERS, "
               "CLOSE-PERIOD"
           ACCEPT WS-ENTRY-FUNCTION
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-FUNCTION)
               TO WS-ENTRY-FUNCTION
