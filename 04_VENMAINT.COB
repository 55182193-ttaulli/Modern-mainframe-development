       FILE-CONTROL.
           SELECT VENDOR-FILE ASSIGN TO
           "VENDORS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VEN-NUMBER.
           SELECT OPTIONAL CHANGE-LOG-FILE ASSIGN TO
           "VENDOR-CHANGE-LOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BANK-REQUEST-FILE ASSIGN TO
           "VENDOR-BANK-PENDING.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SESSION-FILE ASSIGN TO
           "SESSION.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BATCH-LOCK-FILE ASSIGN TO
           "BATCH-LOCKS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PERMISSION-FILE ASSIGN TO
           "PERMISSIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL USER-FILE ASSIGN TO
           "USERS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS USR-USERNAME.
           SELECT OPTIONAL SALESPERSON-MASTER-FILE ASSIGN TO
           "SALESPERSON-MASTER.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS SPM-ID.
       DATA DIVISION.
       FILE SECTION.
       FD VENDOR-FILE.
      * VEN-1099-FLAG: Y = 1099-reportable vendor
           05 VEN-1099-FLAG PIC X(1).
           05 VEN-TAX-ID PIC X(9).
      * VEN-PAY-METHOD: C (or space) = check, A = ACH transfer
           05 VEN-PAY-METHOD PIC X(1).
           05 VEN-BANK-ROUTING PIC X(9).
           05 VEN-BANK-ACCOUNT PIC X(17).
      * VEN-BANK-ACCT-TYPE: C = checking, S = savings
           05 VEN-BANK-ACCT-TYPE PIC X(1).
      * Date the current bank details were approved, and the
      * date the vendor last confirmed them on a call-back
           05 VEN-BANK-CHANGE-DATE PIC 9(8).
           05 VEN-CALLBACK-DATE PIC 9(8).
      * Currency the vendor invoices and is paid in; spaces = our
      * base currency
           05 VEN-CURRENCY PIC X(3).
      * VEN-CRITICAL: Y = paid first when a payment run is short
      * of cash
           05 VEN-CRITICAL PIC X(1).
       FD CHANGE-LOG-FILE.
       01 CHANGE-LOG-RECORD.
           05 VCL-VENDOR-NUMBER PIC X(6).
           05 VCL-NEW-VALUE PIC X(30).
           05 VCL-TIMESTAMP PIC 9(14).
           05 VCL-USERNAME PIC X(20).
       FD BANK-REQUEST-FILE.
      * Bank-detail changes waiting for a second user to approve
      * them; decided requests stay on file as the audit trail
       01 BANK-REQUEST-RECORD.
           05 VBR-VENDOR-NUMBER PIC X(6).
           05 VBR-PAY-METHOD PIC X(1).
           05 VBR-BANK-ROUTING PIC X(9).
           05 VBR-BANK-ACCOUNT PIC X(17).
           05 VBR-BANK-ACCT-TYPE PIC X(1).
           05 VBR-REQUESTED-BY PIC X(20).
           05 VBR-REQUESTED-TS PIC 9(14).
      * VBR-STATUS: P = pending, A = approved, R = rejected
           05 VBR-STATUS PIC X(1).
           05 VBR-DECIDED-BY PIC X(20).
           05 VBR-DECIDED-TS PIC 9(14).
       FD PERMISSION-FILE.
      * Central role-to-function permission matrix maintained by
      * PERMAINT; when the file is absent or empty each program
       01 PERMISSION-RECORD.
           05 PRM-ROLE PIC X(1).
           05 PRM-FUNCTION PIC X(12).
      * Read only, to verify a supervisor override
       FD USER-FILE.
       01 USER-FILE-RECORD.
           05 USR-USERNAME PIC X(20).
           05 USR-USER-PASSWORD PIC X(20).
           05 USR-FAILED-ATTEMPTS PIC 9.
           05 USR-LOCKED PIC X.
           05 USR-PASSWORD-DATE PIC 9(8).
           05 USR-ROLE PIC X(1).
           05 USR-ACTIVE PIC X(1).
           05 FILLER PIC X(43).
      * Employees on the salesperson master; a vendor carrying an
      * employee's tax ID is reported as suspicious
       FD SALESPERSON-MASTER-FILE.
       01 SALESPERSON-MASTER-RECORD.
           05 SPM-ID PIC X(6).
           05 SPM-NAME PIC X(25).
           05 SPM-TERRITORY PIC X(10).
           05 SPM-ACTIVE PIC X(1).
           05 SPM-HIRE-DATE PIC 9(8).
           05 SPM-MANAGER-ID PIC X(6).
           05 SPM-OVERRIDE-RATE PIC 9(2)V9.
           05 SPM-ANNUAL-QUOTA PIC 9(9)V99.
           05 SPM-TAX-ID PIC X(9).
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
           05 SES-IDLE-LIMIT PIC 9(4).
       WORKING-STORAGE SECTION.
       01 WS-VENDOR-EOF PIC X VALUE "N".
       01 WS-BASE-CURRENCY PIC X(3) VALUE "USD".
       01 WS-VENDOR-FOUND PIC X VALUE "N".
       01 WS-VENDOR-ENTRY.
           05 WS-VEN-NUMBER PIC X(6).
           05 WS-VEN-NAME PIC X(30).
           05 WS-VEN-STATUS PIC X(1).
           05 WS-VEN-LIMIT PIC 9(9)V99.
           05 WS-VEN-1099-FLAG PIC X(1).
           05 WS-VEN-TAX-ID PIC X(9).
           05 WS-VEN-PAY-METHOD PIC X(1).
           05 WS-VEN-BANK-ROUTING PIC X(9).
           05 WS-VEN-BANK-ACCOUNT PIC X(17).
           05 WS-VEN-BANK-ACCT-TYPE PIC X(1).
           05 WS-VEN-BANK-CHANGE-DATE PIC 9(8).
           05 WS-VEN-CALLBACK-DATE PIC 9(8).
           05 WS-VEN-CURRENCY PIC X(3).
           05 WS-VEN-CRITICAL PIC X(1).
       01 WS-BANKREQ-EOF PIC X VALUE "N".
       01 WS-BANKREQ-COUNT PIC 9(4) VALUE 0.
       01 WS-BANKREQ-FOUND PIC 9(4) VALUE 0.
       01 WS-BANKREQ-TABLE.
           05 WS-BANKREQ-ENTRY OCCURS 1000 TIMES INDEXED BY VBR-IDX.
               10 WS-VBR-VENDOR-NUMBER PIC X(6).
               10 WS-VBR-PAY-METHOD PIC X(1).
               10 WS-VBR-BANK-ROUTING PIC X(9).
               10 WS-VBR-BANK-ACCOUNT PIC X(17).
               10 WS-VBR-BANK-ACCT-TYPE PIC X(1).
               10 WS-VBR-REQUESTED-BY PIC X(20).
               10 WS-VBR-REQUESTED-TS PIC 9(14).
               10 WS-VBR-STATUS PIC X(1).
               10 WS-VBR-DECIDED-BY PIC X(20).
               10 WS-VBR-DECIDED-TS PIC 9(14).
       01 WS-BANKREQ-DIRTY PIC X VALUE "N".
       01 WS-BANK-APPROVE-ALLOWED PIC X VALUE "N".
       01 WS-ENTRY-METHOD PIC X(1) VALUE SPACES.
       01 WS-ENTRY-ROUTING PIC X(9) VALUE SPACES.
       01 WS-ENTRY-ROUTING-DIGITS REDEFINES WS-ENTRY-ROUTING.
           05 WS-ROUTING-DIGIT PIC 9(1) OCCURS 9 TIMES.
       01 WS-ENTRY-ACCOUNT PIC X(17) VALUE SPACES.
       01 WS-ENTRY-ACCT-TYPE PIC X(1) VALUE SPACES.
       01 WS-ENTRY-DECISION PIC X(1) VALUE SPACES.
       01 WS-ROUTING-SUM PIC 9(4) VALUE 0.
       01 WS-ROUTING-OK PIC X VALUE "N".
       01 WS-MASK-ACCOUNT PIC X(17) VALUE SPACES.
       01 WS-MASKED-ACCOUNT PIC X(8) VALUE SPACES.
       01 WS-ACCOUNT-LENGTH PIC 9(2) VALUE 0.
       01 WS-TRAILING-SPACES PIC 9(2) VALUE 0.
       01 WS-STAMP PIC 9(14) VALUE 0.
       01 WS-USERNAME PIC X(20) VALUE SPACES.
       01 WS-ROLE PIC X(1) VALUE "V".
           88 CAN-MAINTAIN-VENDORS VALUE "A" "O".
           88 CAN-APPROVE-BANK-CHANGES VALUE "A".
       01 WS-PERM-EOF PIC X VALUE "N".
       01 WS-PERM-COUNT PIC 9(3) VALUE 0.
       01 WS-PERM-TABLE.
           05 WS-SES-MM PIC 9(2).
           05 FILLER PIC 9(4).
       01 WS-SESSION-AGE-MINS PIC S9(8) VALUE 0.
       01 WS-LOCK-EOF PIC X VALUE "N".
       01 WS-MASTER-LOCKED PIC X VALUE "N".
      * Duplicate and suspicious vendor checks on add and change
       01 WS-USER-FOUND PIC X VALUE "N".
       01 WS-EMP-EOF PIC X VALUE "N".
       01 WS-CHECK-NAME PIC X(30) VALUE SPACES.
       01 WS-CHECK-TAX-ID PIC X(9) VALUE SPACES.
       01 WS-CHECK-ROUTING PIC X(9) VALUE SPACES.
       01 WS-CHECK-ACCOUNT PIC X(17) VALUE SPACES.
       01 WS-CHECK-KEY PIC X(30) VALUE SPACES.
       01 WS-CHECK-KEY-LEN PIC 9(2) VALUE 0.
       01 WS-DUP-COUNT PIC 9(4) VALUE 0.
       01 WS-DUP-TAX PIC X VALUE "N".
       01 WS-DUP-NAME PIC X VALUE "N".
       01 WS-DUP-BANK PIC X VALUE "N".
       01 WS-DUP-EMPLOYEE PIC X VALUE "N".
       01 WS-DUP-THIS-ONE PIC X VALUE "N".
       01 WS-DUP-REASONS PIC X(30) VALUE SPACES.
       01 WS-DUP-PTR PIC 9(2) VALUE 0.
      * Names match when their significant words agree, or when
      * both keys are long enough and agree this far
       01 WS-NAME-MATCH-LEN PIC 9(2) VALUE 8.
       01 WS-NORM-NAME PIC X(30) VALUE SPACES.
       01 WS-NORM-KEY PIC X(30) VALUE SPACES.
       01 WS-NORM-LEN PIC 9(2) VALUE 0.
       01 WS-NORM-PTR PIC 9(2) VALUE 0.
       01 WS-NORM-IDX PIC 9(2) VALUE 0.
       01 WS-NORM-WORDS.
           05 WS-NORM-WORD PIC X(30) OCCURS 8 TIMES.
       01 WS-NORM-THIS-WORD PIC X(30) VALUE SPACES.
           88 WS-NOISE-WORD VALUE "THE" "INC" "LLC" "LTD" "CO"
               "CORP" "CORPORATION" "COMPANY" "INCORPORATED"
               "LIMITED".
       01 WS-OVERRIDE-OK PIC X VALUE "Y".
       01 WS-SUPER-USERNAME PIC X(20) VALUE SPACES.
       01 WS-SUPER-PASSWORD PIC X(20) VALUE SPACES.
       01 WS-SAVE-ROLE PIC X(1) VALUE SPACES.
       01 WS-HASH-INPUT PIC X(20) VALUE SPACES.
       01 WS-HASH-WORK PIC 9(18) VALUE 0.
       01 WS-HASH-POS PIC 9(2) VALUE 0.
       01 WS-HASH-VALUE.
           05 WS-HASH-DIGITS PIC 9(15).
           05 FILLER PIC X(5) VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 140-LOAD-PERMISSIONS
           PERFORM 150-LOAD-SESSION
           PERFORM 160-SET-MAINT-PERMISSION
           PERFORM 210-LOAD-BANK-REQUESTS
           PERFORM 170-CHECK-BATCH-LOCK
           OPEN I-O VENDOR-FILE
           MOVE "N" TO WS-DONE
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "Inquire, Add, Change, Deactivate, Bank "
                   "change request, aPprove bank change, call-bacK "
                   "verified, or Quit? (I/A/C/D/B/P/K/Q)"
               ACCEPT WS-MAINT-ACTION
               MOVE FUNCTION UPPER-CASE(WS-MAINT-ACTION)
                   TO WS-MAINT-ACTION
                       PERFORM 400-INQUIRE-VENDOR
                   WHEN "A"
                       IF WS-MAINT-ALLOWED = "Y"
                           PERFORM 170-CHECK-BATCH-LOCK
                           IF WS-MASTER-LOCKED = "N"
                               PERFORM 410-ADD-VENDOR
                           END-IF
                       ELSE
                           DISPLAY "Your role does not permit "
                               "vendor maintenance."
                       END-IF
                   WHEN "C"
                       IF WS-MAINT-ALLOWED = "Y"
                           PERFORM 170-CHECK-BATCH-LOCK
                           IF WS-MASTER-LOCKED = "N"
                               PERFORM 420-CHANGE-VENDOR
                           END-IF
                       ELSE
                           DISPLAY "Your role does not permit "
                               "vendor maintenance."
                       END-IF
                   WHEN "D"
                       IF WS-MAINT-ALLOWED = "Y"
                           PERFORM 170-CHECK-BATCH-LOCK
                           IF WS-MASTER-LOCKED = "N"
                               PERFORM 430-DEACTIVATE-VENDOR
                           END-IF
                       ELSE
                           DISPLAY "Your role does not permit "
                               "vendor maintenance."
                       END-IF
                   WHEN "B"
                       IF WS-MAINT-ALLOWED = "Y"
                           PERFORM 460-REQUEST-BANK-CHANGE
                       ELSE
                           DISPLAY "Your role does not permit "
                               "vendor maintenance."
                       END-IF
                   WHEN "P"
                       IF WS-BANK-APPROVE-ALLOWED = "Y"
                           PERFORM 170-CHECK-BATCH-LOCK
                           IF WS-MASTER-LOCKED = "N"
                               PERFORM 470-DECIDE-BANK-CHANGE
                           END-IF
                       ELSE
                           DISPLAY "Your role does not permit "
                               "approving vendor bank changes."
                       END-IF
                   WHEN "K"
                       IF WS-MAINT-ALLOWED = "Y"
                           PERFORM 170-CHECK-BATCH-LOCK
                           IF WS-MASTER-LOCKED = "N"
                               PERFORM 480-RECORD-CALLBACK
                           END-IF
                       ELSE
                           DISPLAY "Your role does not permit "
                               "vendor maintenance."
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM
           CLOSE VENDOR-FILE
           IF WS-BANKREQ-DIRTY = "Y"
               PERFORM 310-SAVE-BANK-REQUESTS
           END-IF
           GOBACK.
       150-LOAD-SESSION.
           MOVE "V" TO WS-ROLE
               MOVE "MAINT-VENDOR" TO WS-PERM-FUNCTION
               PERFORM 145-CHECK-PERMISSION
               MOVE WS-PERM-OK TO WS-MAINT-ALLOWED
           END-IF
           IF WS-PERM-COUNT = 0
               IF CAN-APPROVE-BANK-CHANGES
                   MOVE "Y" TO WS-BANK-APPROVE-ALLOWED
               ELSE
                   MOVE "N" TO WS-BANK-APPROVE-ALLOWED
               END-IF
           ELSE
               MOVE "APPR-VENBANK" TO WS-PERM-FUNCTION
               PERFORM 145-CHECK-PERMISSION
               MOVE WS-PERM-OK TO WS-BANK-APPROVE-ALLOWED
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
               IF LCK-FILE-NAME = "VENDORS.dat"
                   AND WS-MASTER-LOCKED = "N"
                   MOVE "Y" TO WS-MASTER-LOCKED
                   DISPLAY "VENDORS.dat is locked for the "
                       "batch window by nightly step "
                       LCK-STEP-NO " " LCK-PROGRAM
                   DISPLAY "Lock set " LCK-SET-DATE " at "
                       LCK-SET-TIME(1:6) ". Updates to vendors are "
                       "refused; inquiry is still available."
               END-IF
               READ BATCH-LOCK-FILE
                   AT END MOVE "Y" TO WS-LOCK-EOF
               END-READ
           END-PERFORM
           CLOSE BATCH-LOCK-FILE.
       210-LOAD-BANK-REQUESTS.
           OPEN INPUT BANK-REQUEST-FILE
           READ BANK-REQUEST-FILE
               AT END MOVE "Y" TO WS-BANKREQ-EOF
           END-READ
           PERFORM UNTIL WS-BANKREQ-EOF = "Y"
               IF WS-BANKREQ-COUNT < 1000
                   ADD 1 TO WS-BANKREQ-COUNT
                   MOVE BANK-REQUEST-RECORD
                       TO WS-BANKREQ-ENTRY(WS-BANKREQ-COUNT)
               ELSE
                   DISPLAY "Bank request table full, record skipped "
                       "for " VBR-VENDOR-NUMBER
               END-IF
               READ BANK-REQUEST-FILE
                   AT END MOVE "Y" TO WS-BANKREQ-EOF
               END-READ
           END-PERFORM
           CLOSE BANK-REQUEST-FILE.
       310-SAVE-BANK-REQUESTS.
           OPEN OUTPUT BANK-REQUEST-FILE
           PERFORM VARYING VBR-IDX FROM 1 BY 1
               UNTIL VBR-IDX > WS-BANKREQ-COUNT
               MOVE WS-BANKREQ-ENTRY(VBR-IDX) TO BANK-REQUEST-RECORD
               WRITE BANK-REQUEST-RECORD
           END-PERFORM
           CLOSE BANK-REQUEST-FILE.
      * Vendors are read and written one record at a time by
      * vendor number; every change goes straight to the file.
       350-FIND-VENDOR.
           MOVE "N" TO WS-VENDOR-FOUND
           MOVE WS-SEARCH-NUMBER TO VEN-NUMBER
           READ VENDOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-VENDOR-FOUND
                   PERFORM 355-RECORD-TO-ENTRY
           END-READ.
       355-RECORD-TO-ENTRY.
           MOVE VEN-NUMBER TO WS-VEN-NUMBER
           MOVE VEN-NAME TO WS-VEN-NAME
           MOVE VEN-STATUS TO WS-VEN-STATUS
           MOVE VEN-SPEND-LIMIT TO WS-VEN-LIMIT
           MOVE VEN-1099-FLAG TO WS-VEN-1099-FLAG
           MOVE VEN-TAX-ID TO WS-VEN-TAX-ID
           MOVE VEN-PAY-METHOD TO WS-VEN-PAY-METHOD
           MOVE VEN-BANK-ROUTING TO WS-VEN-BANK-ROUTING
           MOVE VEN-BANK-ACCOUNT TO WS-VEN-BANK-ACCOUNT
           MOVE VEN-BANK-ACCT-TYPE TO WS-VEN-BANK-ACCT-TYPE
           MOVE VEN-BANK-CHANGE-DATE TO WS-VEN-BANK-CHANGE-DATE
           MOVE VEN-CALLBACK-DATE TO WS-VEN-CALLBACK-DATE
           MOVE VEN-CURRENCY TO WS-VEN-CURRENCY
           MOVE VEN-CRITICAL TO WS-VEN-CRITICAL
           IF WS-VEN-CRITICAL NOT = "Y"
               MOVE "N" TO WS-VEN-CRITICAL
           END-IF
           IF WS-VEN-BANK-CHANGE-DATE IS NOT NUMERIC
               MOVE 0 TO WS-VEN-BANK-CHANGE-DATE
           END-IF
           IF WS-VEN-CALLBACK-DATE IS NOT NUMERIC
               MOVE 0 TO WS-VEN-CALLBACK-DATE
           END-IF.
       370-ENTRY-TO-RECORD.
           MOVE WS-VEN-NUMBER TO VEN-NUMBER
           MOVE WS-VEN-NAME TO VEN-NAME
           MOVE WS-VEN-STATUS TO VEN-STATUS
           MOVE WS-VEN-LIMIT TO VEN-SPEND-LIMIT
           MOVE WS-VEN-1099-FLAG TO VEN-1099-FLAG
           MOVE WS-VEN-TAX-ID TO VEN-TAX-ID
           MOVE WS-VEN-PAY-METHOD TO VEN-PAY-METHOD
           MOVE WS-VEN-BANK-ROUTING TO VEN-BANK-ROUTING
           MOVE WS-VEN-BANK-ACCOUNT TO VEN-BANK-ACCOUNT
           MOVE WS-VEN-BANK-ACCT-TYPE TO VEN-BANK-ACCT-TYPE
           MOVE WS-VEN-BANK-CHANGE-DATE TO VEN-BANK-CHANGE-DATE
           MOVE WS-VEN-CALLBACK-DATE TO VEN-CALLBACK-DATE
           MOVE WS-VEN-CURRENCY TO VEN-CURRENCY
           MOVE WS-VEN-CRITICAL TO VEN-CRITICAL.
       380-REWRITE-VENDOR.
           PERFORM 370-ENTRY-TO-RECORD
           REWRITE VENDOR-RECORD
               INVALID KEY
                   DISPLAY "Vendor " WS-VEN-NUMBER
                       " could not be rewritten."
           END-REWRITE.
       400-INQUIRE-VENDOR.
           DISPLAY "Enter vendor number to inquire"
           ACCEPT WS-SEARCH-NUMBER
           PERFORM 350-FIND-VENDOR
           IF WS-VENDOR-FOUND = "N"
               DISPLAY "Vendor not found."
           ELSE
               DISPLAY "Vendor #: " WS-VEN-NUMBER
               DISPLAY "Name:     " WS-VEN-NAME
               DISPLAY "Status:   " WS-VEN-STATUS
               DISPLAY "Limit:    " WS-VEN-LIMIT
               DISPLAY "1099:     "
                   WS-VEN-1099-FLAG
               DISPLAY "Tax ID:   " WS-VEN-TAX-ID
               IF WS-VEN-CURRENCY = SPACES
                   DISPLAY "Currency: " WS-BASE-CURRENCY
               ELSE
                   DISPLAY "Currency: "
                       WS-VEN-CURRENCY
               END-IF
               DISPLAY "Critical: " WS-VEN-CRITICAL
               IF WS-VEN-PAY-METHOD = "A"
                   MOVE WS-VEN-BANK-ACCOUNT
                       TO WS-MASK-ACCOUNT
                   PERFORM 455-MASK-ACCOUNT
                   DISPLAY "Pay by:   ACH"
                   DISPLAY "Routing:  "
                       WS-VEN-BANK-ROUTING
                       "  Account: " WS-MASKED-ACCOUNT
                       "  Type: " WS-VEN-BANK-ACCT-TYPE
                   DISPLAY "Bank details approved "
                       WS-VEN-BANK-CHANGE-DATE
                       ", last call-back "
                       WS-VEN-CALLBACK-DATE
               ELSE
                   DISPLAY "Pay by:   check"
               END-IF
               PERFORM 465-FIND-PENDING-REQUEST
               IF WS-BANKREQ-FOUND > 0
                   DISPLAY "A bank-detail change requested by "
                       WS-VBR-REQUESTED-BY(WS-BANKREQ-FOUND)
                       " is waiting for approval"
               END-IF
           END-IF.
       410-ADD-VENDOR.
           DISPLAY "Enter new vendor number"
           ACCEPT WS-SEARCH-NUMBER
           PERFORM 350-FIND-VENDOR
           IF WS-VENDOR-FOUND = "Y"
               DISPLAY "Vendor number already exists."
           ELSE
               INITIALIZE WS-VENDOR-ENTRY
               MOVE WS-SEARCH-NUMBER TO WS-VEN-NUMBER
               DISPLAY "Enter vendor name"
               ACCEPT WS-VEN-NAME
               MOVE "A" TO WS-VEN-STATUS
               DISPLAY "Enter monthly spend limit "
                   "(0 for no limit)"
               ACCEPT WS-VEN-LIMIT
               DISPLAY "1099-reportable vendor? (Y/N)"
               ACCEPT WS-VEN-1099-FLAG
               MOVE FUNCTION UPPER-CASE(WS-VEN-1099-FLAG)
                   TO WS-VEN-1099-FLAG
               DISPLAY "Enter tax ID (blank if not known)"
               ACCEPT WS-VEN-TAX-ID
               MOVE WS-VEN-NAME TO WS-CHECK-NAME
               MOVE WS-VEN-TAX-ID TO WS-CHECK-TAX-ID
               MOVE SPACES TO WS-CHECK-ROUTING
               MOVE SPACES TO WS-CHECK-ACCOUNT
               PERFORM 490-CHECK-DUPLICATES
               IF WS-OVERRIDE-OK = "N"
                   DISPLAY "Vendor not added."
               ELSE
                   PERFORM 412-FINISH-ADD
               END-IF
           END-IF.
       412-FINISH-ADD.
           DISPLAY "Enter the invoice currency code "
               "(blank for " WS-BASE-CURRENCY ")"
           ACCEPT WS-VEN-CURRENCY
           MOVE FUNCTION UPPER-CASE(WS-VEN-CURRENCY)
               TO WS-VEN-CURRENCY
           IF WS-VEN-CURRENCY = WS-BASE-CURRENCY
               MOVE SPACES TO WS-VEN-CURRENCY
           END-IF
           DISPLAY "Critical supplier, paid first when cash "
               "is short? (Y/N)"
           ACCEPT WS-VEN-CRITICAL
           MOVE FUNCTION UPPER-CASE(WS-VEN-CRITICAL)
               TO WS-VEN-CRITICAL
           IF WS-VEN-CRITICAL NOT = "Y"
               MOVE "N" TO WS-VEN-CRITICAL
           END-IF
      * New vendors are paid by check; ACH details only arrive
      * through an approved bank change request
           MOVE "C" TO WS-VEN-PAY-METHOD
           MOVE SPACES TO WS-VEN-BANK-ROUTING
           MOVE SPACES TO WS-VEN-BANK-ACCOUNT
           MOVE SPACES TO WS-VEN-BANK-ACCT-TYPE
           MOVE 0 TO WS-VEN-BANK-CHANGE-DATE
           MOVE 0 TO WS-VEN-CALLBACK-DATE
           PERFORM 370-ENTRY-TO-RECORD
           WRITE VENDOR-RECORD
               INVALID KEY
                   DISPLAY "Vendor number already exists."
               NOT INVALID KEY
                   MOVE "ADD" TO VCL-ACTION
                   MOVE SPACES TO VCL-FIELD-NAME
                   MOVE SPACES TO VCL-OLD-VALUE
                   MOVE "NEW RECORD" TO VCL-NEW-VALUE
                   PERFORM 450-LOG-CHANGE
           END-WRITE.
       420-CHANGE-VENDOR.
           DISPLAY "Enter vendor number to change"
           ACCEPT WS-SEARCH-NUMBER
           PERFORM 350-FIND-VENDOR
           IF WS-VENDOR-FOUND = "N"
               DISPLAY "Vendor not found."
           ELSE
               DISPLAY "Enter new name (blank to skip)"
               ACCEPT WS-NEW-VALUE
               IF WS-NEW-VALUE NOT = SPACES
                   MOVE WS-NEW-VALUE TO WS-CHECK-NAME
                   MOVE SPACES TO WS-CHECK-TAX-ID
                   MOVE SPACES TO WS-CHECK-ROUTING
                   MOVE SPACES TO WS-CHECK-ACCOUNT
                   PERFORM 490-CHECK-DUPLICATES
                   IF WS-OVERRIDE-OK = "N"
                       DISPLAY "Change not made."
                   ELSE
                       MOVE WS-VEN-NAME
                           TO VCL-OLD-VALUE
                       MOVE WS-NEW-VALUE
                           TO WS-VEN-NAME
                       MOVE WS-NEW-VALUE TO VCL-NEW-VALUE
                       MOVE "CHANGE" TO VCL-ACTION
                       MOVE "NAME" TO VCL-FIELD-NAME
                       PERFORM 450-LOG-CHANGE
                   END-IF
               END-IF
               DISPLAY "Enter new status A/I (blank to skip)"
               ACCEPT WS-NEW-VALUE
               IF WS-NEW-VALUE NOT = SPACES
                   MOVE WS-VEN-STATUS
                       TO VCL-OLD-VALUE
                   MOVE WS-NEW-VALUE
                       TO WS-VEN-STATUS
                   MOVE WS-NEW-VALUE TO VCL-NEW-VALUE
                   MOVE "CHANGE" TO VCL-ACTION
                   MOVE "STATUS" TO VCL-FIELD-NAME
                   "(blank to skip)"
               ACCEPT WS-NEW-VALUE
               IF WS-NEW-VALUE NOT = SPACES
                   MOVE WS-VEN-LIMIT
                       TO WS-FORMAT-LIMIT
                   MOVE WS-FORMAT-LIMIT TO VCL-OLD-VALUE
                   COMPUTE WS-VEN-LIMIT =
                       FUNCTION NUMVAL(WS-NEW-VALUE)
                   MOVE WS-NEW-VALUE TO VCL-NEW-VALUE
                   MOVE "CHANGE" TO VCL-ACTION
               DISPLAY "Enter new 1099 flag Y/N (blank to skip)"
               ACCEPT WS-NEW-VALUE
               IF WS-NEW-VALUE NOT = SPACES
                   MOVE WS-VEN-1099-FLAG
                       TO VCL-OLD-VALUE
                   MOVE FUNCTION UPPER-CASE(WS-NEW-VALUE(1:1))
                       TO WS-VEN-1099-FLAG
                   MOVE WS-NEW-VALUE TO VCL-NEW-VALUE
                   MOVE "CHANGE" TO VCL-ACTION
                   MOVE "1099-FLAG" TO VCL-FIELD-NAME
               DISPLAY "Enter new tax ID (blank to skip)"
               ACCEPT WS-NEW-VALUE
               IF WS-NEW-VALUE NOT = SPACES
                   MOVE SPACES TO WS-CHECK-NAME
                   MOVE WS-NEW-VALUE(1:9) TO WS-CHECK-TAX-ID
                   MOVE SPACES TO WS-CHECK-ROUTING
                   MOVE SPACES TO WS-CHECK-ACCOUNT
                   PERFORM 490-CHECK-DUPLICATES
                   IF WS-OVERRIDE-OK = "N"
                       DISPLAY "Change not made."
                   ELSE
                       MOVE WS-VEN-TAX-ID
                           TO VCL-OLD-VALUE
                       MOVE WS-NEW-VALUE(1:9)
                           TO WS-VEN-TAX-ID
                       MOVE WS-NEW-VALUE TO VCL-NEW-VALUE
                       MOVE "CHANGE" TO VCL-ACTION
                       MOVE "TAX-ID" TO VCL-FIELD-NAME
                       PERFORM 450-LOG-CHANGE
                   END-IF
               END-IF
               DISPLAY "Enter new currency code (blank to skip)"
               ACCEPT WS-NEW-VALUE
               IF WS-NEW-VALUE NOT = SPACES
                   MOVE WS-VEN-CURRENCY
                       TO VCL-OLD-VALUE
                   MOVE FUNCTION UPPER-CASE(WS-NEW-VALUE(1:3))
                       TO WS-VEN-CURRENCY
                   IF WS-VEN-CURRENCY =
                       WS-BASE-CURRENCY
                       MOVE SPACES TO WS-VEN-CURRENCY
                   END-IF
                   MOVE WS-NEW-VALUE TO VCL-NEW-VALUE
                   MOVE "CHANGE" TO VCL-ACTION
                   MOVE "CURRENCY" TO VCL-FIELD-NAME
                   PERFORM 450-LOG-CHANGE
               END-IF
               DISPLAY "Enter new critical flag Y/N (blank to skip)"
               ACCEPT WS-NEW-VALUE
               IF WS-NEW-VALUE NOT = SPACES
                   MOVE WS-VEN-CRITICAL
                       TO VCL-OLD-VALUE
                   MOVE FUNCTION UPPER-CASE(WS-NEW-VALUE(1:1))
                       TO WS-VEN-CRITICAL
                   IF WS-VEN-CRITICAL NOT = "Y"
                       MOVE "N" TO WS-VEN-CRITICAL
                   END-IF
                   MOVE WS-NEW-VALUE TO VCL-NEW-VALUE
                   MOVE "CHANGE" TO VCL-ACTION
                   MOVE "CRITICAL" TO VCL-FIELD-NAME
                   PERFORM 450-LOG-CHANGE
               END-IF
               PERFORM 380-REWRITE-VENDOR
           END-IF.
       430-DEACTIVATE-VENDOR.
           DISPLAY "Enter vendor number to deactivate"
           ACCEPT WS-SEARCH-NUMBER
           PERFORM 350-FIND-VENDOR
           IF WS-VENDOR-FOUND = "N"
               DISPLAY "Vendor not found."
           ELSE
               MOVE WS-VEN-STATUS TO VCL-OLD-VALUE
               MOVE "I" TO WS-VEN-STATUS
               PERFORM 380-REWRITE-VENDOR
               MOVE "I" TO VCL-NEW-VALUE
               MOVE "DEACT" TO VCL-ACTION
               MOVE "STATUS" TO VCL-FIELD-NAME
           MOVE WS-USERNAME TO VCL-USERNAME
           WRITE CHANGE-LOG-RECORD
           CLOSE CHANGE-LOG-FILE.
      * Account numbers are never displayed or logged in full
       455-MASK-ACCOUNT.
           MOVE 0 TO WS-TRAILING-SPACES
           INSPECT FUNCTION REVERSE(WS-MASK-ACCOUNT)
               TALLYING WS-TRAILING-SPACES FOR LEADING SPACES
           COMPUTE WS-ACCOUNT-LENGTH = 17 - WS-TRAILING-SPACES
           MOVE SPACES TO WS-MASKED-ACCOUNT
           IF WS-ACCOUNT-LENGTH > 0
               MOVE "****" TO WS-MASKED-ACCOUNT
           END-IF
           IF WS-ACCOUNT-LENGTH >= 4
               MOVE WS-MASK-ACCOUNT(WS-ACCOUNT-LENGTH - 3:4)
                   TO WS-MASKED-ACCOUNT(5:4)
           END-IF.
      * Bank details are the classic fraud route, so a change is
      * only a request until a second user approves it
       460-REQUEST-BANK-CHANGE.
           IF WS-USERNAME = SPACES
               DISPLAY "A signed-on user is required to request "
                   "a bank-detail change."
           ELSE
               DISPLAY "Enter vendor number for the bank change"
               ACCEPT WS-SEARCH-NUMBER
               PERFORM 350-FIND-VENDOR
               PERFORM 465-FIND-PENDING-REQUEST
               EVALUATE TRUE
                   WHEN WS-VENDOR-FOUND = "N"
                       DISPLAY "Vendor not found."
                   WHEN WS-BANKREQ-FOUND > 0
                       DISPLAY "A bank change for this vendor is "
                           "already waiting for approval."
                   WHEN WS-BANKREQ-COUNT >= 1000
                       DISPLAY "Bank request table full, cannot "
                           "request."
                   WHEN OTHER
                       PERFORM 462-ENTER-BANK-DETAILS
               END-EVALUATE
           END-IF.
       462-ENTER-BANK-DETAILS.
           MOVE SPACES TO WS-ENTRY-METHOD
           PERFORM UNTIL WS-ENTRY-METHOD = "A" OR "C"
               DISPLAY "Pay this vendor by ACH or check? (A/C)"
               ACCEPT WS-ENTRY-METHOD
               MOVE FUNCTION UPPER-CASE(WS-ENTRY-METHOD)
                   TO WS-ENTRY-METHOD
           END-PERFORM
           MOVE SPACES TO WS-ENTRY-ROUTING
           MOVE SPACES TO WS-ENTRY-ACCOUNT
           MOVE SPACES TO WS-ENTRY-ACCT-TYPE
           MOVE "Y" TO WS-ROUTING-OK
           IF WS-ENTRY-METHOD = "A"
               DISPLAY "Enter the 9-digit bank routing number"
               ACCEPT WS-ENTRY-ROUTING
               PERFORM 475-CHECK-ROUTING
               IF WS-ROUTING-OK = "Y"
                   DISPLAY "Enter the bank account number"
                   ACCEPT WS-ENTRY-ACCOUNT
                   IF WS-ENTRY-ACCOUNT = SPACES
                       DISPLAY "An account number is required."
                       MOVE "N" TO WS-ROUTING-OK
                   END-IF
               END-IF
               IF WS-ROUTING-OK = "Y"
                   PERFORM UNTIL WS-ENTRY-ACCT-TYPE = "C" OR "S"
                       DISPLAY "Checking or savings account? (C/S)"
                       ACCEPT WS-ENTRY-ACCT-TYPE
                       MOVE FUNCTION UPPER-CASE(WS-ENTRY-ACCT-TYPE)
                           TO WS-ENTRY-ACCT-TYPE
                   END-PERFORM
                   MOVE SPACES TO WS-CHECK-NAME
                   MOVE SPACES TO WS-CHECK-TAX-ID
                   MOVE WS-ENTRY-ROUTING TO WS-CHECK-ROUTING
                   MOVE WS-ENTRY-ACCOUNT TO WS-CHECK-ACCOUNT
                   PERFORM 490-CHECK-DUPLICATES
                   IF WS-OVERRIDE-OK = "N"
                       DISPLAY "Bank change not requested."
                       MOVE "N" TO WS-ROUTING-OK
                   END-IF
               END-IF
           END-IF
           IF WS-ROUTING-OK = "Y"
               ADD 1 TO WS-BANKREQ-COUNT
               MOVE WS-SEARCH-NUMBER
                   TO WS-VBR-VENDOR-NUMBER(WS-BANKREQ-COUNT)
               MOVE WS-ENTRY-METHOD
                   TO WS-VBR-PAY-METHOD(WS-BANKREQ-COUNT)
               MOVE WS-ENTRY-ROUTING
                   TO WS-VBR-BANK-ROUTING(WS-BANKREQ-COUNT)
               MOVE WS-ENTRY-ACCOUNT
                   TO WS-VBR-BANK-ACCOUNT(WS-BANKREQ-COUNT)
               MOVE WS-ENTRY-ACCT-TYPE
                   TO WS-VBR-BANK-ACCT-TYPE(WS-BANKREQ-COUNT)
               MOVE WS-USERNAME TO WS-VBR-REQUESTED-BY(WS-BANKREQ-COUNT)
               PERFORM 468-SET-STAMP
               MOVE WS-STAMP TO WS-VBR-REQUESTED-TS(WS-BANKREQ-COUNT)
               MOVE "P" TO WS-VBR-STATUS(WS-BANKREQ-COUNT)
               MOVE SPACES TO WS-VBR-DECIDED-BY(WS-BANKREQ-COUNT)
               MOVE 0 TO WS-VBR-DECIDED-TS(WS-BANKREQ-COUNT)
               MOVE "Y" TO WS-BANKREQ-DIRTY
               MOVE WS-VEN-BANK-ACCOUNT
                   TO WS-MASK-ACCOUNT
               PERFORM 455-MASK-ACCOUNT
               MOVE SPACES TO VCL-OLD-VALUE
               STRING WS-VEN-PAY-METHOD " "
                   WS-VEN-BANK-ROUTING " "
                   WS-MASKED-ACCOUNT
                   DELIMITED BY SIZE INTO VCL-OLD-VALUE
               MOVE WS-ENTRY-ACCOUNT TO WS-MASK-ACCOUNT
               PERFORM 455-MASK-ACCOUNT
               MOVE SPACES TO VCL-NEW-VALUE
               STRING WS-ENTRY-METHOD " " WS-ENTRY-ROUTING " "
                   WS-MASKED-ACCOUNT
                   DELIMITED BY SIZE INTO VCL-NEW-VALUE
               MOVE "BANKRQ" TO VCL-ACTION
               MOVE "BANK-DETAILS" TO VCL-FIELD-NAME
               PERFORM 450-LOG-CHANGE
               DISPLAY "Bank change requested. A second user must "
                   "approve it before it takes effect."
           END-IF.
       465-FIND-PENDING-REQUEST.
           MOVE 0 TO WS-BANKREQ-FOUND
           PERFORM VARYING VBR-IDX FROM 1 BY 1
               UNTIL VBR-IDX > WS-BANKREQ-COUNT
               IF WS-VBR-VENDOR-NUMBER(VBR-IDX) = WS-SEARCH-NUMBER
                   AND WS-VBR-STATUS(VBR-IDX) = "P"
                   MOVE VBR-IDX TO WS-BANKREQ-FOUND
               END-IF
           END-PERFORM.
       468-SET-STAMP.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           COMPUTE WS-STAMP =
               WS-CURRENT-DATE * 1000000 + WS-CURRENT-TIME / 100.
      * The approver must be a different user from the requester.
      * An approved change takes effect today and resets the
      * call-back, so INVPAY holds the vendor's ACH payments
      * until the new details are confirmed by phone.
       470-DECIDE-BANK-CHANGE.
           DISPLAY "Bank changes waiting for approval:"
           PERFORM VARYING VBR-IDX FROM 1 BY 1
               UNTIL VBR-IDX > WS-BANKREQ-COUNT
               IF WS-VBR-STATUS(VBR-IDX) = "P"
                   MOVE WS-VBR-BANK-ACCOUNT(VBR-IDX) TO WS-MASK-ACCOUNT
                   PERFORM 455-MASK-ACCOUNT
                   DISPLAY "  " WS-VBR-VENDOR-NUMBER(VBR-IDX)
                       "  " WS-VBR-PAY-METHOD(VBR-IDX)
                       "  " WS-VBR-BANK-ROUTING(VBR-IDX)
                       "  " WS-MASKED-ACCOUNT
                       "  by " WS-VBR-REQUESTED-BY(VBR-IDX)
               END-IF
           END-PERFORM
           DISPLAY "Enter vendor number to approve or reject"
           ACCEPT WS-SEARCH-NUMBER
           PERFORM 350-FIND-VENDOR
           PERFORM 465-FIND-PENDING-REQUEST
           EVALUATE TRUE
               WHEN WS-USERNAME = SPACES
                   DISPLAY "A signed-on user is required to approve "
                       "a bank-detail change."
               WHEN WS-VENDOR-FOUND = "N" OR WS-BANKREQ-FOUND = 0
                   DISPLAY "No bank change is waiting for this "
                       "vendor."
               WHEN WS-VBR-REQUESTED-BY(WS-BANKREQ-FOUND) =
                   WS-USERNAME
                   DISPLAY "You requested this change; a different "
                       "user must approve it."
               WHEN OTHER
                   MOVE SPACES TO WS-ENTRY-DECISION
                   PERFORM UNTIL WS-ENTRY-DECISION = "A" OR "R"
                       DISPLAY "Approve or reject? (A/R)"
                       ACCEPT WS-ENTRY-DECISION
                       MOVE FUNCTION UPPER-CASE(WS-ENTRY-DECISION)
                           TO WS-ENTRY-DECISION
                   END-PERFORM
                   PERFORM 472-APPLY-DECISION
           END-EVALUATE.
       472-APPLY-DECISION.
           PERFORM 468-SET-STAMP
           MOVE WS-ENTRY-DECISION TO WS-VBR-STATUS(WS-BANKREQ-FOUND)
           MOVE WS-USERNAME TO WS-VBR-DECIDED-BY(WS-BANKREQ-FOUND)
           MOVE WS-STAMP TO WS-VBR-DECIDED-TS(WS-BANKREQ-FOUND)
           MOVE "Y" TO WS-BANKREQ-DIRTY
           MOVE WS-VBR-BANK-ACCOUNT(WS-BANKREQ-FOUND)
               TO WS-MASK-ACCOUNT
           PERFORM 455-MASK-ACCOUNT
           MOVE SPACES TO VCL-NEW-VALUE
           STRING WS-VBR-PAY-METHOD(WS-BANKREQ-FOUND) " "
               WS-VBR-BANK-ROUTING(WS-BANKREQ-FOUND) " "
               WS-MASKED-ACCOUNT
               DELIMITED BY SIZE INTO VCL-NEW-VALUE
           MOVE SPACES TO VCL-OLD-VALUE
           STRING "REQUESTED BY " DELIMITED BY SIZE
               WS-VBR-REQUESTED-BY(WS-BANKREQ-FOUND)
               DELIMITED BY SIZE INTO VCL-OLD-VALUE
           MOVE "BANK-DETAILS" TO VCL-FIELD-NAME
           IF WS-ENTRY-DECISION = "A"
               MOVE WS-VBR-PAY-METHOD(WS-BANKREQ-FOUND)
                   TO WS-VEN-PAY-METHOD
               MOVE WS-VBR-BANK-ROUTING(WS-BANKREQ-FOUND)
                   TO WS-VEN-BANK-ROUTING
               MOVE WS-VBR-BANK-ACCOUNT(WS-BANKREQ-FOUND)
                   TO WS-VEN-BANK-ACCOUNT
               MOVE WS-VBR-BANK-ACCT-TYPE(WS-BANKREQ-FOUND)
                   TO WS-VEN-BANK-ACCT-TYPE
               MOVE WS-CURRENT-DATE
                   TO WS-VEN-BANK-CHANGE-DATE
               MOVE 0 TO WS-VEN-CALLBACK-DATE
               PERFORM 380-REWRITE-VENDOR
               MOVE "BANKOK" TO VCL-ACTION
               PERFORM 450-LOG-CHANGE
               DISPLAY "Bank change approved. ACH payments are held "
                   "until the call-back is recorded."
           ELSE
               MOVE "BANKRJ" TO VCL-ACTION
               PERFORM 450-LOG-CHANGE
               DISPLAY "Bank change rejected."
           END-IF.
      * Routing numbers carry a check digit: 3, 7 and 1 weights
      * across the nine digits must total a multiple of ten
       475-CHECK-ROUTING.
           MOVE "Y" TO WS-ROUTING-OK
           IF WS-ENTRY-ROUTING IS NOT NUMERIC
               MOVE "N" TO WS-ROUTING-OK
           ELSE
               COMPUTE WS-ROUTING-SUM =
                   3 * (WS-ROUTING-DIGIT(1) + WS-ROUTING-DIGIT(4)
                       + WS-ROUTING-DIGIT(7))
                   + 7 * (WS-ROUTING-DIGIT(2) + WS-ROUTING-DIGIT(5)
                       + WS-ROUTING-DIGIT(8))
                   + WS-ROUTING-DIGIT(3) + WS-ROUTING-DIGIT(6)
                   + WS-ROUTING-DIGIT(9)
               IF FUNCTION MOD(WS-ROUTING-SUM, 10) NOT = 0
                   MOVE "N" TO WS-ROUTING-OK
               END-IF
           END-IF
           IF WS-ROUTING-OK = "N"
               DISPLAY "Routing number " WS-ENTRY-ROUTING
                   " is not valid - request not made."
           END-IF.
      * The call-back is made to a phone number already on file,
      * never one supplied with the change, and by someone other
      * than the user who requested the change
       480-RECORD-CALLBACK.
           DISPLAY "Enter vendor number for the call-back"
           ACCEPT WS-SEARCH-NUMBER
           PERFORM 350-FIND-VENDOR
           MOVE 0 TO WS-BANKREQ-FOUND
           PERFORM VARYING VBR-IDX FROM 1 BY 1
               UNTIL VBR-IDX > WS-BANKREQ-COUNT
               IF WS-VBR-VENDOR-NUMBER(VBR-IDX) = WS-SEARCH-NUMBER
                   AND WS-VBR-STATUS(VBR-IDX) = "A"
                   MOVE VBR-IDX TO WS-BANKREQ-FOUND
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-USERNAME = SPACES
                   DISPLAY "A signed-on user is required to record "
                       "a call-back."
               WHEN WS-VENDOR-FOUND = "N"
                   DISPLAY "Vendor not found."
               WHEN WS-VEN-BANK-CHANGE-DATE = 0
                   DISPLAY "No bank change to verify for this vendor."
               WHEN WS-VEN-CALLBACK-DATE >=
                   WS-VEN-BANK-CHANGE-DATE
                   DISPLAY "The current bank details are already "
                       "verified."
               WHEN WS-BANKREQ-FOUND > 0
                   AND WS-VBR-REQUESTED-BY(WS-BANKREQ-FOUND) =
                       WS-USERNAME
                   DISPLAY "You requested this change; a different "
                       "user must make the call-back."
               WHEN OTHER
                   DISPLAY "Did the vendor confirm the new bank "
                       "details on a call to the number on file? "
                       "(Y/N)"
                   ACCEPT WS-ENTRY-DECISION
                   MOVE FUNCTION UPPER-CASE(WS-ENTRY-DECISION)
                       TO WS-ENTRY-DECISION
                   IF WS-ENTRY-DECISION = "Y"
                       PERFORM 468-SET-STAMP
                       MOVE WS-CURRENT-DATE
                           TO WS-VEN-CALLBACK-DATE
                       PERFORM 380-REWRITE-VENDOR
                       MOVE SPACES TO VCL-OLD-VALUE
                       MOVE "VERIFIED BY CALL-BACK" TO VCL-NEW-VALUE
                       MOVE "CALLBK" TO VCL-ACTION
                       MOVE "BANK-DETAILS" TO VCL-FIELD-NAME
                       PERFORM 450-LOG-CHANGE
                       DISPLAY "Call-back recorded; ACH payments to "
                           "this vendor are released."
                   ELSE
                       DISPLAY "Call-back not recorded; ACH payments "
                           "stay held. If the vendor did not make the "
                           "change, request the old details back."
                   END-IF
           END-EVALUATE.
      * A new or changed vendor that shares a tax ID, a name or
      * bank details with another vendor, or carries an employee's
      * tax ID, only goes through on a supervisor's override.
      * Blank check fields are not compared; the vendor being
      * maintained (WS-SEARCH-NUMBER) is never compared with itself.
       490-CHECK-DUPLICATES.
           MOVE 0 TO WS-DUP-COUNT
           MOVE "N" TO WS-DUP-TAX
           MOVE "N" TO WS-DUP-NAME
           MOVE "N" TO WS-DUP-BANK
           MOVE "N" TO WS-DUP-EMPLOYEE
           MOVE "Y" TO WS-OVERRIDE-OK
           MOVE SPACES TO WS-CHECK-KEY
           MOVE 0 TO WS-CHECK-KEY-LEN
           IF WS-CHECK-NAME NOT = SPACES
               MOVE WS-CHECK-NAME TO WS-NORM-NAME
               PERFORM 493-NORMALIZE-NAME
               MOVE WS-NORM-KEY TO WS-CHECK-KEY
               MOVE WS-NORM-LEN TO WS-CHECK-KEY-LEN
           END-IF
           MOVE "N" TO WS-VENDOR-EOF
           MOVE LOW-VALUES TO VEN-NUMBER
           START VENDOR-FILE KEY IS > VEN-NUMBER
               INVALID KEY MOVE "Y" TO WS-VENDOR-EOF
           END-START
           PERFORM UNTIL WS-VENDOR-EOF = "Y"
               READ VENDOR-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-VENDOR-EOF
               END-READ
               IF WS-VENDOR-EOF = "N"
                   AND VEN-NUMBER NOT = WS-SEARCH-NUMBER
                   PERFORM 491-COMPARE-VENDOR
               END-IF
           END-PERFORM
           IF WS-CHECK-TAX-ID NOT = SPACES
               PERFORM 492-CHECK-EMPLOYEES
           END-IF
           IF WS-DUP-COUNT > 0
               MOVE SPACES TO WS-DUP-REASONS
               MOVE 1 TO WS-DUP-PTR
               IF WS-DUP-TAX = "Y"
                   STRING "TAX-ID " DELIMITED BY SIZE
                       INTO WS-DUP-REASONS WITH POINTER WS-DUP-PTR
               END-IF
               IF WS-DUP-NAME = "Y"
                   STRING "NAME " DELIMITED BY SIZE
                       INTO WS-DUP-REASONS WITH POINTER WS-DUP-PTR
               END-IF
               IF WS-DUP-BANK = "Y"
                   STRING "BANK " DELIMITED BY SIZE
                       INTO WS-DUP-REASONS WITH POINTER WS-DUP-PTR
               END-IF
               IF WS-DUP-EMPLOYEE = "Y"
                   STRING "EMPLOYEE" DELIMITED BY SIZE
                       INTO WS-DUP-REASONS WITH POINTER WS-DUP-PTR
               END-IF
               DISPLAY "Possible duplicate or suspicious vendor: "
                   WS-DUP-REASONS
               PERFORM 494-SUPERVISOR-OVERRIDE
           END-IF.
       491-COMPARE-VENDOR.
           MOVE "N" TO WS-DUP-THIS-ONE
           IF WS-CHECK-TAX-ID NOT = SPACES
               AND VEN-TAX-ID = WS-CHECK-TAX-ID
               MOVE "Y" TO WS-DUP-TAX
               MOVE "Y" TO WS-DUP-THIS-ONE
               DISPLAY "WARNING: same tax ID as vendor "
                   VEN-NUMBER " "
                   VEN-NAME " status "
                   VEN-STATUS
           END-IF
           IF WS-CHECK-KEY-LEN > 0
               MOVE VEN-NAME TO WS-NORM-NAME
               PERFORM 493-NORMALIZE-NAME
               IF WS-NORM-KEY = WS-CHECK-KEY
                   OR (WS-NORM-LEN >= WS-NAME-MATCH-LEN
                   AND WS-CHECK-KEY-LEN >= WS-NAME-MATCH-LEN
                   AND WS-NORM-KEY(1:WS-NAME-MATCH-LEN) =
                       WS-CHECK-KEY(1:WS-NAME-MATCH-LEN))
                   MOVE "Y" TO WS-DUP-NAME
                   MOVE "Y" TO WS-DUP-THIS-ONE
                   DISPLAY "WARNING: name like vendor "
                       VEN-NUMBER " "
                       VEN-NAME " status "
                       VEN-STATUS
               END-IF
           END-IF
           IF WS-CHECK-ACCOUNT NOT = SPACES
               AND VEN-BANK-ROUTING = WS-CHECK-ROUTING
               AND VEN-BANK-ACCOUNT = WS-CHECK-ACCOUNT
               MOVE "Y" TO WS-DUP-BANK
               MOVE "Y" TO WS-DUP-THIS-ONE
               DISPLAY "WARNING: same bank account as vendor "
                   VEN-NUMBER " "
                   VEN-NAME " status "
                   VEN-STATUS
           END-IF
           IF WS-DUP-THIS-ONE = "Y"
               ADD 1 TO WS-DUP-COUNT
           END-IF.
      * Employees are read straight from the salesperson master;
      * only those with a tax ID on file can match
       492-CHECK-EMPLOYEES.
           MOVE "N" TO WS-EMP-EOF
           OPEN INPUT SALESPERSON-MASTER-FILE
           READ SALESPERSON-MASTER-FILE
               AT END MOVE "Y" TO WS-EMP-EOF
           END-READ
           PERFORM UNTIL WS-EMP-EOF = "Y"
               IF SPM-TAX-ID NOT = SPACES
                   AND SPM-TAX-ID = WS-CHECK-TAX-ID
                   MOVE "Y" TO WS-DUP-EMPLOYEE
                   ADD 1 TO WS-DUP-COUNT
                   DISPLAY "WARNING: tax ID matches employee "
                       SPM-ID " " SPM-NAME
               END-IF
               READ SALESPERSON-MASTER-FILE
                   AT END MOVE "Y" TO WS-EMP-EOF
               END-READ
           END-PERFORM
           CLOSE SALESPERSON-MASTER-FILE.
      * Reduce a name to its significant words so that "Acme
      * Supply Co." and "ACME SUPPLY, INC" give the same key
       493-NORMALIZE-NAME.
           MOVE FUNCTION UPPER-CASE(WS-NORM-NAME) TO WS-NORM-NAME
           INSPECT WS-NORM-NAME CONVERTING ".,-&'/()"
               TO "        "
           MOVE SPACES TO WS-NORM-WORDS
           UNSTRING WS-NORM-NAME DELIMITED BY ALL SPACE
               INTO WS-NORM-WORD(1) WS-NORM-WORD(2)
                   WS-NORM-WORD(3) WS-NORM-WORD(4)
                   WS-NORM-WORD(5) WS-NORM-WORD(6)
                   WS-NORM-WORD(7) WS-NORM-WORD(8)
           END-UNSTRING
           MOVE SPACES TO WS-NORM-KEY
           MOVE 1 TO WS-NORM-PTR
           PERFORM VARYING WS-NORM-IDX FROM 1 BY 1
               UNTIL WS-NORM-IDX > 8
               MOVE WS-NORM-WORD(WS-NORM-IDX) TO WS-NORM-THIS-WORD
               IF WS-NORM-THIS-WORD NOT = SPACES
                   AND NOT WS-NOISE-WORD
                   STRING WS-NORM-THIS-WORD DELIMITED BY SPACE
                       INTO WS-NORM-KEY WITH POINTER WS-NORM-PTR
               END-IF
           END-PERFORM
           COMPUTE WS-NORM-LEN = WS-NORM-PTR - 1.
      * A second, more senior user signs the override at this
      * terminal; the override is written to the vendor change log
       494-SUPERVISOR-OVERRIDE.
           MOVE "N" TO WS-OVERRIDE-OK
           DISPLAY "Supervisor override required. Enter the "
               "supervisor's user ID (blank to cancel)"
           ACCEPT WS-SUPER-USERNAME
           IF WS-SUPER-USERNAME NOT = SPACES
               DISPLAY "Enter the supervisor's password"
               ACCEPT WS-SUPER-PASSWORD
               MOVE "N" TO WS-USER-FOUND
               MOVE WS-SUPER-USERNAME TO USR-USERNAME
               OPEN INPUT USER-FILE
               READ USER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-USER-FOUND
               END-READ
               CLOSE USER-FILE
               MOVE WS-SUPER-PASSWORD TO WS-HASH-INPUT
               PERFORM 495-HASH-PASSWORD
               EVALUATE TRUE
                   WHEN WS-SUPER-USERNAME = WS-USERNAME
                       DISPLAY "The override must come from another "
                           "user."
                   WHEN WS-USER-FOUND = "N"
                       DISPLAY "Override refused."
                   WHEN USR-ACTIVE = "I"
                       OR USR-LOCKED = "Y"
                       DISPLAY "Override refused."
                   WHEN USR-USER-PASSWORD NOT =
                       WS-HASH-VALUE
                       DISPLAY "Override refused."
                   WHEN OTHER
                       PERFORM 496-CHECK-OVERRIDE-AUTHORITY
               END-EVALUATE
           END-IF
           IF WS-OVERRIDE-OK = "Y"
               MOVE "OVRIDE" TO VCL-ACTION
               MOVE "DUPLICATE-CHECK" TO VCL-FIELD-NAME
               MOVE WS-DUP-REASONS TO VCL-OLD-VALUE
               MOVE SPACES TO VCL-NEW-VALUE
               STRING "BY " WS-SUPER-USERNAME DELIMITED BY SIZE
                   INTO VCL-NEW-VALUE
               PERFORM 450-LOG-CHANGE
               DISPLAY "Override accepted."
           END-IF.
      * Same one-way hash LOGIN stores in USERS.dat
       495-HASH-PASSWORD.
           MOVE 7261 TO WS-HASH-WORK
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
               UNTIL WS-HASH-POS > 20
               COMPUTE WS-HASH-WORK = FUNCTION MOD(
                   WS-HASH-WORK * 31 +
                   FUNCTION ORD(WS-HASH-INPUT(WS-HASH-POS:1))
                   * WS-HASH-POS, 1000000000000000)
           END-PERFORM
           MOVE WS-HASH-WORK TO WS-HASH-DIGITS.
      * The supervisor's own role, not the operator's, must carry
      * the override function
       496-CHECK-OVERRIDE-AUTHORITY.
           IF WS-PERM-COUNT = 0
               IF USR-ROLE = "A"
                   MOVE "Y" TO WS-OVERRIDE-OK
               END-IF
           ELSE
               MOVE WS-ROLE TO WS-SAVE-ROLE
               MOVE USR-ROLE TO WS-ROLE
               MOVE "OVRD-VENDOR" TO WS-PERM-FUNCTION
               PERFORM 145-CHECK-PERMISSION
               MOVE WS-SAVE-ROLE TO WS-ROLE
               MOVE WS-PERM-OK TO WS-OVERRIDE-OK
           END-IF
           IF WS-OVERRIDE-OK = "N"
               DISPLAY "That user may not override the duplicate "
                   "check."
           END-IF.
       155-ACCEPT-SESSION.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
