       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMNT.
      * Interactive maintenance for ACCOUNTS.dat, the keyed
      * account master. Each account is read by its number and
      * written back as soon as it is added, changed or closed.
      * At the end of a session that changed anything the HDR
      * and TRL control records are regenerated with the
      * correct record count and principal hash so BALANCE's
      * control checks always balance after a change.
      * An account that carries a product code from
      * ACCOUNT-PRODUCTS.dat takes the product's rate and
      * compounding frequency whenever its own are left at zero
      * and blank.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACCOUNTS-FILE ASSIGN TO
           "ACCOUNTS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ACCT-NUMBER.
           SELECT OPTIONAL CHANGE-LOG-FILE ASSIGN TO
           "ACCOUNT-CHANGE-LOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PRODUCT-FILE ASSIGN TO
           "ACCOUNT-PRODUCTS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SESSION-FILE ASSIGN TO
           "SESSION.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BATCH-LOCK-FILE ASSIGN TO
           "BATCH-LOCKS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS-FILE.
      * ACCT-TAX-STATUS: T = withholding applies, E = exempt
           05 ACCT-TAX-STATUS PIC X(1).
           05 ACCT-OPEN-DATE PIC 9(8).
      * Product from ACCOUNT-PRODUCTS.dat; blank = no product
           05 ACCT-PRODUCT-CODE PIC X(4).
      * ACCT-MATURITY-INSTR: what the maturity job does when
      * the term ends. R = roll over, P = pay out, T = transfer
      * to ACCT-TRANSFER-ACCT; blank = roll over.
           05 ACCT-MATURITY-INSTR PIC X(1).
           05 ACCT-TRANSFER-ACCT PIC X(6).
       01 ACCOUNT-HEADER-RECORD.
           05 ACT-HDR-RECORD-TYPE PIC X(3).
           05 ACT-HDR-RUN-DATE PIC 9(8).
           05 ACL-NEW-VALUE PIC X(30).
           05 ACL-TIMESTAMP PIC 9(14).
           05 ACL-USERNAME PIC X(20).
       FD PRODUCT-FILE.
       01 PRODUCT-RECORD.
           05 PRD-CODE PIC X(4).
           05 PRD-NAME PIC X(20).
           05 PRD-RATE PIC 9(2)V999.
           05 PRD-FREQUENCY PIC X(1).
           05 PRD-MIN-BALANCE PIC 9(9)V99.
           05 PRD-TERM-MONTHS PIC 9(3).
           05 PRD-PENALTY-MONTHS PIC 9(2).
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
       01 WS-ACCOUNTS-EOF PIC X VALUE "N".
       01 WS-ACCT-COUNT PIC 9(6) VALUE 0.
       01 WS-ACCT-FOUND PIC X VALUE "N".
       01 WS-TRANSFER-FOUND PIC X VALUE "N".
      * The account being inquired on or maintained, read from
      * ACCOUNTS.dat by key
       01 WS-ACCT-ENTRY.
           05 WS-ACT-NUMBER PIC X(6).
           05 WS-ACT-PRINCIPAL PIC S9(9)V99.
           05 WS-ACT-RATE PIC 9(2)V999.
           05 WS-ACT-YEARS PIC 9(2).
           05 WS-ACT-FREQUENCY PIC X(1).
           05 WS-ACT-OD-POLICY PIC X(1).
           05 WS-ACT-TAX-STATUS PIC X(1).
           05 WS-ACT-OPEN-DATE PIC 9(8).
           05 WS-ACT-PRODUCT-CODE PIC X(4).
           05 WS-ACT-MATURITY-INSTR PIC X(1).
           05 WS-ACT-TRANSFER-ACCT PIC X(6).
       01 WS-PRODUCT-EOF PIC X VALUE "N".
       01 WS-PROD-COUNT PIC 9(3) VALUE 0.
       01 WS-PROD-FOUND PIC 9(3) VALUE 0.
       01 WS-PROD-TABLE.
           05 WS-PROD-ENTRY OCCURS 100 TIMES INDEXED BY PRD-IDX.
               10 WS-PRD-CODE PIC X(4).
               10 WS-PRD-NAME PIC X(20).
               10 WS-PRD-RATE PIC 9(2)V999.
               10 WS-PRD-FREQUENCY PIC X(1).
       01 WS-SEARCH-PRODUCT PIC X(4) VALUE SPACES.
       01 WS-USERNAME PIC X(20) VALUE SPACES.
       01 WS-ROLE PIC X(1) VALUE "V".
           88 CAN-MAINTAIN-ACCOUNTS VALUE "A" "O".
       01 WS-DONE PIC X VALUE "N".
       01 WS-SEARCH-NUMBER PIC X(6) VALUE SPACES.
       01 WS-NEW-VALUE PIC X(30) VALUE SPACES.
       01 WS-CURRENT-DATE PIC 9(8) VALUE 0.
       01 WS-CURRENT-TIME PIC 9(8) VALUE 0.
       01 WS-SAVE-HASH PIC 9(13)V99 VALUE 0.
      * Set once an account has been written, so the control
      * records are regenerated when the session ends
       01 WS-MASTER-CHANGED PIC X VALUE "N".
       01 WS-CONTROL-TYPE PIC X(3) VALUE SPACES.
       01 WS-FORMAT-PRINCIPAL PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-FORMAT-RATE PIC Z9.999.
       01 WS-MY-TERMINAL PIC X(10) VALUE SPACES.
           05 WS-SES-MM PIC 9(2).
           05 FILLER PIC 9(4).
       01 WS-SESSION-AGE-MINS PIC S9(8) VALUE 0.
       01 WS-LOCK-EOF PIC X VALUE "N".
       01 WS-MASTER-LOCKED PIC X VALUE "N".
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 150-LOAD-SESSION
           PERFORM 210-LOAD-PRODUCTS
           PERFORM 170-CHECK-BATCH-LOCK
           OPEN I-O ACCOUNTS-FILE
           MOVE "N" TO WS-DONE
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "Inquire, Add, Change, Close, or Quit? "
                       PERFORM 400-INQUIRE-ACCOUNT
                   WHEN "A"
                       IF CAN-MAINTAIN-ACCOUNTS
                           PERFORM 170-CHECK-BATCH-LOCK
                           IF WS-MASTER-LOCKED = "N"
                               PERFORM 410-ADD-ACCOUNT
                           END-IF
                       ELSE
                           DISPLAY "Your role does not permit "
                               "account maintenance."
                       END-IF
                   WHEN "C"
                       IF CAN-MAINTAIN-ACCOUNTS
                           PERFORM 170-CHECK-BATCH-LOCK
                           IF WS-MASTER-LOCKED = "N"
                               PERFORM 420-CHANGE-ACCOUNT
                           END-IF
                       ELSE
                           DISPLAY "Your role does not permit "
                               "account maintenance."
                       END-IF
                   WHEN "X"
                       IF CAN-MAINTAIN-ACCOUNTS
                           PERFORM 170-CHECK-BATCH-LOCK
                           IF WS-MASTER-LOCKED = "N"
                               PERFORM 430-CLOSE-ACCOUNT
                           END-IF
                       ELSE
                           DISPLAY "Your role does not permit "
                               "account maintenance."
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM
           IF WS-MASTER-CHANGED = "Y"
               PERFORM 170-CHECK-BATCH-LOCK
               IF WS-MASTER-LOCKED = "Y"
                   DISPLAY "The HDR and TRL control records on "
                       "ACCOUNTS.dat were not regenerated - "
                       "BALANCE will report them out of balance "
                       "until the next session that saves them."
               ELSE
                   PERFORM 300-SAVE-CONTROL-RECORDS
               END-IF
           END-IF
           CLOSE ACCOUNTS-FILE
           GOBACK.
       150-LOAD-SESSION.
           MOVE "V" TO WS-ROLE
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
               IF LCK-FILE-NAME = "ACCOUNTS.dat"
                   AND WS-MASTER-LOCKED = "N"
                   MOVE "Y" TO WS-MASTER-LOCKED
                   DISPLAY "ACCOUNTS.dat is locked for the "
                       "batch window by nightly step "
                       LCK-STEP-NO " " LCK-PROGRAM
                   DISPLAY "Lock set " LCK-SET-DATE " at "
                       LCK-SET-TIME(1:6) ". Updates to accounts are "
                       "refused; inquiry is still available."
               END-IF
               READ BATCH-LOCK-FILE
                   AT END MOVE "Y" TO WS-LOCK-EOF
               END-READ
           END-PERFORM
           CLOSE BATCH-LOCK-FILE.
       210-LOAD-PRODUCTS.
           OPEN INPUT PRODUCT-FILE
           READ PRODUCT-FILE
               AT END MOVE "Y" TO WS-PRODUCT-EOF
           END-READ
           PERFORM UNTIL WS-PRODUCT-EOF = "Y"
               IF WS-PROD-COUNT < 100
                   ADD 1 TO WS-PROD-COUNT
                   MOVE PRD-CODE TO WS-PRD-CODE(WS-PROD-COUNT)
                   MOVE PRD-NAME TO WS-PRD-NAME(WS-PROD-COUNT)
                   MOVE PRD-RATE TO WS-PRD-RATE(WS-PROD-COUNT)
                   MOVE PRD-FREQUENCY
                       TO WS-PRD-FREQUENCY(WS-PROD-COUNT)
               ELSE
                   DISPLAY "Product table full, record skipped for "
                       PRD-CODE
               END-IF
               READ PRODUCT-FILE
                   AT END MOVE "Y" TO WS-PRODUCT-EOF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE.
      * Regenerates the HDR and TRL control records from the
      * detail records on file so the batch control checks in
      * BALANCE balance after every session that changed an
      * account.
       300-SAVE-CONTROL-RECORDS.
           MOVE "HDR" TO WS-CONTROL-TYPE
           PERFORM 310-DELETE-CONTROL-TYPE
           MOVE "TRL" TO WS-CONTROL-TYPE
           PERFORM 310-DELETE-CONTROL-TYPE
           MOVE 0 TO WS-ACCT-COUNT
           MOVE 0 TO WS-SAVE-HASH
           MOVE "N" TO WS-ACCOUNTS-EOF
           MOVE LOW-VALUES TO ACCT-NUMBER
           START ACCOUNTS-FILE KEY IS > ACCT-NUMBER
               INVALID KEY MOVE "Y" TO WS-ACCOUNTS-EOF
           END-START
           PERFORM UNTIL WS-ACCOUNTS-EOF = "Y"
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-ACCOUNTS-EOF
                   NOT AT END
                       ADD 1 TO WS-ACCT-COUNT
                       ADD ACCT-PRINCIPAL TO WS-SAVE-HASH
               END-READ
           END-PERFORM
           MOVE "HDR" TO ACT-HDR-RECORD-TYPE
           ACCEPT ACT-HDR-RUN-DATE FROM DATE YYYYMMDD
           MOVE "ACCTMNT" TO ACT-HDR-SOURCE
           WRITE ACCOUNT-HEADER-RECORD
               INVALID KEY
                   DISPLAY "HDR control record could not be written."
           END-WRITE
           MOVE "TRL" TO ACT-TRL-RECORD-TYPE
           MOVE WS-ACCT-COUNT TO ACT-TRL-COUNT
           MOVE WS-SAVE-HASH TO ACT-TRL-HASH
           WRITE ACCOUNT-TRAILER-RECORD
               INVALID KEY
                   DISPLAY "TRL control record could not be written."
           END-WRITE.
      * The control records are keyed on their record type plus
      * the start of their data, so every record of the type is
      * found from the type alone and removed before the new one
      * is written
       310-DELETE-CONTROL-TYPE.
           MOVE "N" TO WS-ACCOUNTS-EOF
           PERFORM UNTIL WS-ACCOUNTS-EOF = "Y"
               MOVE WS-CONTROL-TYPE TO ACCT-NUMBER
               START ACCOUNTS-FILE KEY IS >= ACCT-NUMBER
                   INVALID KEY MOVE "Y" TO WS-ACCOUNTS-EOF
               END-START
               IF WS-ACCOUNTS-EOF = "N"
                   READ ACCOUNTS-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-ACCOUNTS-EOF
                   END-READ
               END-IF
               IF WS-ACCOUNTS-EOF = "N"
                   IF ACT-HDR-RECORD-TYPE = WS-CONTROL-TYPE
                       DELETE ACCOUNTS-FILE RECORD
                           INVALID KEY MOVE "Y" TO WS-ACCOUNTS-EOF
                       END-DELETE
                   ELSE
                       MOVE "Y" TO WS-ACCOUNTS-EOF
                   END-IF
               END-IF
           END-PERFORM.
      * Reads the account by key into the work area; the HDR and
      * TRL control records are not accounts
       350-FIND-ACCOUNT.
           MOVE "N" TO WS-ACCT-FOUND
           MOVE WS-SEARCH-NUMBER TO ACCT-NUMBER
           READ ACCOUNTS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACT-HDR-RECORD-TYPE NOT = "HDR"
                       AND ACT-HDR-RECORD-TYPE NOT = "TRL"
                       MOVE "Y" TO WS-ACCT-FOUND
                       PERFORM 355-RECORD-TO-ENTRY
                   END-IF
           END-READ.
       355-RECORD-TO-ENTRY.
           MOVE ACCT-NUMBER TO WS-ACT-NUMBER
           MOVE ACCT-PRINCIPAL TO WS-ACT-PRINCIPAL
           MOVE ACCT-ANNUAL-RATE TO WS-ACT-RATE
           MOVE ACCT-YEARS TO WS-ACT-YEARS
           MOVE ACCT-FREQUENCY TO WS-ACT-FREQUENCY
           MOVE ACCT-OD-POLICY TO WS-ACT-OD-POLICY
           MOVE ACCT-TAX-STATUS TO WS-ACT-TAX-STATUS
           MOVE ACCT-OPEN-DATE TO WS-ACT-OPEN-DATE
           MOVE ACCT-PRODUCT-CODE TO WS-ACT-PRODUCT-CODE
           MOVE ACCT-MATURITY-INSTR TO WS-ACT-MATURITY-INSTR
           MOVE ACCT-TRANSFER-ACCT TO WS-ACT-TRANSFER-ACCT.
      * Checks that another account is on file without
      * disturbing the one being maintained
       357-CHECK-TRANSFER-ACCOUNT.
           MOVE "N" TO WS-TRANSFER-FOUND
           MOVE WS-SEARCH-NUMBER TO ACCT-NUMBER
           READ ACCOUNTS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACT-HDR-RECORD-TYPE NOT = "HDR"
                       AND ACT-HDR-RECORD-TYPE NOT = "TRL"
                       AND ACCT-NUMBER NOT = WS-ACT-NUMBER
                       MOVE "Y" TO WS-TRANSFER-FOUND
                   END-IF
           END-READ.
       370-ENTRY-TO-RECORD.
           MOVE WS-ACT-NUMBER TO ACCT-NUMBER
           MOVE WS-ACT-PRINCIPAL TO ACCT-PRINCIPAL
           MOVE WS-ACT-RATE TO ACCT-ANNUAL-RATE
           MOVE WS-ACT-YEARS TO ACCT-YEARS
           MOVE WS-ACT-FREQUENCY TO ACCT-FREQUENCY
           MOVE WS-ACT-OD-POLICY TO ACCT-OD-POLICY
           MOVE WS-ACT-TAX-STATUS TO ACCT-TAX-STATUS
           MOVE WS-ACT-OPEN-DATE TO ACCT-OPEN-DATE
           MOVE WS-ACT-PRODUCT-CODE TO ACCT-PRODUCT-CODE
           MOVE WS-ACT-MATURITY-INSTR TO ACCT-MATURITY-INSTR
           MOVE WS-ACT-TRANSFER-ACCT TO ACCT-TRANSFER-ACCT.
       380-REWRITE-ACCOUNT.
           PERFORM 370-ENTRY-TO-RECORD
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Account " WS-ACT-NUMBER
                       " could not be rewritten."
               NOT INVALID KEY
                   MOVE "Y" TO WS-MASTER-CHANGED
           END-REWRITE.
       360-FIND-PRODUCT.
           MOVE FUNCTION UPPER-CASE(WS-SEARCH-PRODUCT)
               TO WS-SEARCH-PRODUCT
           MOVE 0 TO WS-PROD-FOUND
           PERFORM VARYING PRD-IDX FROM 1 BY 1
               UNTIL PRD-IDX > WS-PROD-COUNT
               IF WS-PRD-CODE(PRD-IDX) = WS-SEARCH-PRODUCT
                   MOVE PRD-IDX TO WS-PROD-FOUND
               END-IF
           END-PERFORM.
       400-INQUIRE-ACCOUNT.
           DISPLAY "Enter account number to inquire"
           ACCEPT WS-SEARCH-NUMBER
           PERFORM 350-FIND-ACCOUNT
           IF WS-ACCT-FOUND = "N"
               DISPLAY "Account not found."
           ELSE
               MOVE WS-ACT-PRINCIPAL
                   TO WS-FORMAT-PRINCIPAL
               MOVE WS-ACT-RATE TO WS-FORMAT-RATE
               DISPLAY "Account #:  " WS-ACT-NUMBER
               DISPLAY "Principal:  " WS-FORMAT-PRINCIPAL
               DISPLAY "Rate:       " WS-FORMAT-RATE
               DISPLAY "Years:      " WS-ACT-YEARS
               DISPLAY "Frequency:  " WS-ACT-FREQUENCY
               DISPLAY "OD policy:  " WS-ACT-OD-POLICY
               DISPLAY "Tax status: " WS-ACT-TAX-STATUS
               DISPLAY "Opened:     " WS-ACT-OPEN-DATE
               MOVE WS-ACT-PRODUCT-CODE
                   TO WS-SEARCH-PRODUCT
               PERFORM 360-FIND-PRODUCT
               IF WS-PROD-FOUND > 0
                   DISPLAY "Product:    " WS-SEARCH-PRODUCT " "
                       WS-PRD-NAME(WS-PROD-FOUND)
               ELSE
                   DISPLAY "Product:    " WS-SEARCH-PRODUCT
               END-IF
               DISPLAY "At maturity: "
                   WS-ACT-MATURITY-INSTR " "
                   WS-ACT-TRANSFER-ACCT
           END-IF.
       410-ADD-ACCOUNT.
           DISPLAY "Enter new account number"
           ACCEPT WS-SEARCH-NUMBER
           PERFORM 350-FIND-ACCOUNT
           IF WS-ACCT-FOUND = "Y"
               DISPLAY "Account number already exists."
           ELSE
               INITIALIZE WS-ACCT-ENTRY
               MOVE WS-SEARCH-NUMBER TO WS-ACT-NUMBER
               PERFORM 415-ACCEPT-PRODUCT
               MOVE WS-SEARCH-PRODUCT TO WS-ACT-PRODUCT-CODE
               DISPLAY "Enter the starting principal"
               ACCEPT WS-ACT-PRINCIPAL
               IF WS-PROD-FOUND > 0
                   DISPLAY "Enter the annual interest rate "
                       "(0 for the product rate)"
               ELSE
                   DISPLAY "Enter the annual interest rate "
                       "(e.g. 05.000 for 5%)"
               END-IF
               ACCEPT WS-ACT-RATE
               DISPLAY "Enter the number of years to project"
               ACCEPT WS-ACT-YEARS
               IF WS-PROD-FOUND > 0
                   DISPLAY "Enter the compounding frequency "
                       "(A/Q/M, blank for the product's)"
               ELSE
                   DISPLAY "Enter the compounding frequency "
                       "(A/Q/M)"
               END-IF
               ACCEPT WS-ACT-FREQUENCY
               DISPLAY "Enter the overdraft policy "
                   "(S=skip, P=partial)"
               ACCEPT WS-ACT-OD-POLICY
               DISPLAY "Enter the tax status "
                   "(T=withhold, E=exempt)"
               ACCEPT WS-ACT-TAX-STATUS
               DISPLAY "Enter the account open date YYYYMMDD "
                   "(0 for today)"
               ACCEPT WS-ACT-OPEN-DATE
               IF WS-ACT-OPEN-DATE = 0
                   ACCEPT WS-ACT-OPEN-DATE FROM DATE YYYYMMDD
               END-IF
               PERFORM 417-ACCEPT-MATURITY-INSTR
               PERFORM 370-ENTRY-TO-RECORD
               WRITE ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY "Account number already exists."
                   NOT INVALID KEY
                       MOVE "Y" TO WS-MASTER-CHANGED
                       MOVE "ADD" TO ACL-ACTION
                       MOVE SPACES TO ACL-FIELD-NAME
                       MOVE SPACES TO ACL-OLD-VALUE
                       MOVE "NEW RECORD" TO ACL-NEW-VALUE
                       PERFORM 450-LOG-CHANGE
                       DISPLAY "Account added."
               END-WRITE
           END-IF.
      * Blank means the account has no product; anything else
      * must be on the product master
       415-ACCEPT-PRODUCT.
           MOVE 0 TO WS-PROD-FOUND
           MOVE "X" TO WS-SEARCH-PRODUCT
           PERFORM UNTIL WS-SEARCH-PRODUCT = SPACES
               OR WS-PROD-FOUND > 0
               DISPLAY "Enter the product code (blank for none)"
               ACCEPT WS-SEARCH-PRODUCT
               IF WS-SEARCH-PRODUCT NOT = SPACES
                   PERFORM 360-FIND-PRODUCT
                   IF WS-PROD-FOUND = 0
                       DISPLAY "Product " WS-SEARCH-PRODUCT
                           " is not on the product master."
                   END-IF
               END-IF
           END-PERFORM.
      * The transfer account must already be on the master and
      * cannot be the account itself
       417-ACCEPT-MATURITY-INSTR.
           MOVE SPACES TO WS-ACT-TRANSFER-ACCT
           MOVE "X" TO WS-NEW-VALUE
           PERFORM UNTIL WS-NEW-VALUE = SPACES
               DISPLAY "Enter the instruction at maturity "
                   "(R=roll over, P=pay out, T=transfer)"
               ACCEPT WS-NEW-VALUE
               MOVE FUNCTION UPPER-CASE(WS-NEW-VALUE) TO WS-NEW-VALUE
               EVALUATE WS-NEW-VALUE
                   WHEN "R"
                   WHEN "P"
                   WHEN SPACES
                       MOVE WS-NEW-VALUE(1:1)
                           TO WS-ACT-MATURITY-INSTR
                       MOVE SPACES TO WS-NEW-VALUE
                   WHEN "T"
                       DISPLAY "Enter the account to transfer to"
                       ACCEPT WS-SEARCH-NUMBER
                       PERFORM 357-CHECK-TRANSFER-ACCOUNT
                       IF WS-TRANSFER-FOUND = "N"
                           DISPLAY "Transfer account must be another "
                               "account on the master."
                       ELSE
                           MOVE "T" TO WS-ACT-MATURITY-INSTR
                           MOVE WS-SEARCH-NUMBER
                               TO WS-ACT-TRANSFER-ACCT
                           MOVE SPACES TO WS-NEW-VALUE
                       END-IF
                       MOVE WS-ACT-NUMBER TO WS-SEARCH-NUMBER
                   WHEN OTHER
                       DISPLAY "Instruction must be R, P or T."
               END-EVALUATE
           END-PERFORM.
       420-CHANGE-ACCOUNT.
           DISPLAY "Enter account number to change"
           ACCEPT WS-SEARCH-NUMBER
           PERFORM 350-FIND-ACCOUNT
           IF WS-ACCT-FOUND = "N"
               DISPLAY "Account not found."
           ELSE
               DISPLAY "Enter new principal (blank to skip)"
               ACCEPT WS-NEW-VALUE
               IF WS-NEW-VALUE NOT = SPACES
                   MOVE WS-ACT-PRINCIPAL
                       TO WS-FORMAT-PRINCIPAL
                   MOVE WS-FORMAT-PRINCIPAL TO ACL-OLD-VALUE
                   COMPUTE WS-ACT-PRINCIPAL =
                       FUNCTION NUMVAL(WS-NEW-VALUE)
                   MOVE WS-NEW-VALUE TO ACL-NEW-VALUE
                   MOVE "CHANGE" TO ACL-ACTION
               DISPLAY "Enter new annual rate (blank to skip)"
               ACCEPT WS-NEW-VALUE
               IF WS-NEW-VALUE NOT = SPACES
                   MOVE WS-ACT-RATE TO WS-FORMAT-RATE
                   MOVE WS-FORMAT-RATE TO ACL-OLD-VALUE
                   COMPUTE WS-ACT-RATE =
                       FUNCTION NUMVAL(WS-NEW-VALUE)
                   MOVE WS-NEW-VALUE TO ACL-NEW-VALUE
                   MOVE "CHANGE" TO ACL-ACTION
               DISPLAY "Enter new years to project (blank to skip)"
               ACCEPT WS-NEW-VALUE
               IF WS-NEW-VALUE NOT = SPACES
                   MOVE WS-ACT-YEARS TO ACL-OLD-VALUE
                   COMPUTE WS-ACT-YEARS =
                       FUNCTION NUMVAL(WS-NEW-VALUE)
                   MOVE WS-NEW-VALUE TO ACL-NEW-VALUE
                   MOVE "CHANGE" TO ACL-ACTION
               DISPLAY "Enter new frequency A/Q/M (blank to skip)"
               ACCEPT WS-NEW-VALUE
               IF WS-NEW-VALUE NOT = SPACES
                   MOVE WS-ACT-FREQUENCY
                       TO ACL-OLD-VALUE
                   MOVE WS-NEW-VALUE(1:1)
                       TO WS-ACT-FREQUENCY
                   MOVE WS-NEW-VALUE TO ACL-NEW-VALUE
                   MOVE "CHANGE" TO ACL-ACTION
                   MOVE "FREQUENCY" TO ACL-FIELD-NAME
               DISPLAY "Enter new OD policy S/P (blank to skip)"
               ACCEPT WS-NEW-VALUE
               IF WS-NEW-VALUE NOT = SPACES
                   MOVE WS-ACT-OD-POLICY
                       TO ACL-OLD-VALUE
                   MOVE WS-NEW-VALUE(1:1)
                       TO WS-ACT-OD-POLICY
                   MOVE WS-NEW-VALUE TO ACL-NEW-VALUE
                   MOVE "CHANGE" TO ACL-ACTION
                   MOVE "OD-POLICY" TO ACL-FIELD-NAME
               DISPLAY "Enter new tax status T/E (blank to skip)"
               ACCEPT WS-NEW-VALUE
               IF WS-NEW-VALUE NOT = SPACES
                   MOVE WS-ACT-TAX-STATUS
                       TO ACL-OLD-VALUE
                   MOVE WS-NEW-VALUE(1:1)
                       TO WS-ACT-TAX-STATUS
                   MOVE WS-NEW-VALUE TO ACL-NEW-VALUE
                   MOVE "CHANGE" TO ACL-ACTION
                   MOVE "TAX-STATUS" TO ACL-FIELD-NAME
               DISPLAY "Enter new open date YYYYMMDD (blank to skip)"
               ACCEPT WS-NEW-VALUE
               IF WS-NEW-VALUE NOT = SPACES
                   MOVE WS-ACT-OPEN-DATE
                       TO ACL-OLD-VALUE
                   COMPUTE WS-ACT-OPEN-DATE =
                       FUNCTION NUMVAL(WS-NEW-VALUE)
                   MOVE WS-NEW-VALUE TO ACL-NEW-VALUE
                   MOVE "CHANGE" TO ACL-ACTION
                   MOVE "OPEN-DATE" TO ACL-FIELD-NAME
                   PERFORM 450-LOG-CHANGE
               END-IF
               DISPLAY "Enter new product code (blank to skip, "
                   "NONE to remove)"
               ACCEPT WS-SEARCH-PRODUCT
               IF WS-SEARCH-PRODUCT NOT = SPACES
                   PERFORM 360-FIND-PRODUCT
                   IF WS-PROD-FOUND = 0
                       AND WS-SEARCH-PRODUCT NOT = "NONE"
                       DISPLAY "Product " WS-SEARCH-PRODUCT
                           " is not on the product master - "
                           "not changed."
                   ELSE
                       IF WS-SEARCH-PRODUCT = "NONE"
                           MOVE SPACES TO WS-SEARCH-PRODUCT
                       END-IF
                       MOVE WS-ACT-PRODUCT-CODE
                           TO ACL-OLD-VALUE
                       MOVE WS-SEARCH-PRODUCT
                           TO WS-ACT-PRODUCT-CODE
                       MOVE WS-SEARCH-PRODUCT TO ACL-NEW-VALUE
                       MOVE "CHANGE" TO ACL-ACTION
                       MOVE "PRODUCT-CODE" TO ACL-FIELD-NAME
                       PERFORM 450-LOG-CHANGE
                   END-IF
               END-IF
               DISPLAY "Change the instruction at maturity? (Y/N)"
               ACCEPT WS-NEW-VALUE
               IF WS-NEW-VALUE = "Y" OR WS-NEW-VALUE = "y"
                   MOVE SPACES TO ACL-OLD-VALUE
                   STRING WS-ACT-MATURITY-INSTR " "
                       WS-ACT-TRANSFER-ACCT
                       DELIMITED BY SIZE INTO ACL-OLD-VALUE
                   PERFORM 417-ACCEPT-MATURITY-INSTR
                   MOVE SPACES TO ACL-NEW-VALUE
                   STRING WS-ACT-MATURITY-INSTR " "
                       WS-ACT-TRANSFER-ACCT
                       DELIMITED BY SIZE INTO ACL-NEW-VALUE
                   MOVE "CHANGE" TO ACL-ACTION
                   MOVE "MATURITY-INSTR" TO ACL-FIELD-NAME
                   PERFORM 450-LOG-CHANGE
               END-IF
               PERFORM 380-REWRITE-ACCOUNT
           END-IF.
      * A closed account is deleted from the master; its history
      * stays on the change log and the account number is not
      * reused by convention.
       430-CLOSE-ACCOUNT.
           DISPLAY "Enter account number to close"
           ACCEPT WS-SEARCH-NUMBER
           PERFORM 350-FIND-ACCOUNT
           IF WS-ACCT-FOUND = "N"
               DISPLAY "Account not found."
           ELSE
               MOVE WS-ACT-PRINCIPAL TO WS-FORMAT-PRINCIPAL
               MOVE WS-ACT-NUMBER TO ACCT-NUMBER
               DELETE ACCOUNTS-FILE RECORD
                   INVALID KEY
                       DISPLAY "Unable to close the account."
                   NOT INVALID KEY
                       MOVE "Y" TO WS-MASTER-CHANGED
                       MOVE WS-FORMAT-PRINCIPAL TO ACL-OLD-VALUE
                       MOVE "CLOSED" TO ACL-NEW-VALUE
                       MOVE "CLOSE" TO ACL-ACTION
                       MOVE SPACES TO ACL-FIELD-NAME
                       PERFORM 450-LOG-CHANGE
                       DISPLAY "Account closed and removed from the "
                           "master."
               END-DELETE
           END-IF.
       450-LOG-CHANGE.
           OPEN EXTEND CHANGE-LOG-FILE
