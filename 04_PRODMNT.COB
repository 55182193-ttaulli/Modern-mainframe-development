       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODMNT.
      * Interactive maintenance for ACCOUNT-PRODUCTS.dat, the
      * deposit product master (passbook savings, money market,
      * certificates of deposit). Each product carries the
      * default rate and compounding frequency for its accounts,
      * the minimum balance, the term in months, and the
      * early-withdrawal penalty expressed as months of interest
      * on the amount withdrawn before the term ends. A product
      * referenced by accounts on ACCOUNTS.dat cannot be deleted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRODUCT-FILE ASSIGN TO
           "ACCOUNT-PRODUCTS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCOUNTS-FILE ASSIGN TO
           "ACCOUNTS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ACCT-NUMBER.
           SELECT OPTIONAL CHANGE-LOG-FILE ASSIGN TO
           "PRODUCT-CHANGE-LOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SESSION-FILE ASSIGN TO
           "SESSION.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUCT-FILE.
       01 PRODUCT-RECORD.
           05 PRD-CODE PIC X(4).
           05 PRD-NAME PIC X(20).
           05 PRD-RATE PIC 9(2)V999.
           05 PRD-FREQUENCY PIC X(1).
           05 PRD-MIN-BALANCE PIC 9(9)V99.
      * PRD-TERM-MONTHS: zero for products with no fixed term
           05 PRD-TERM-MONTHS PIC 9(3).
      * PRD-PENALTY-MONTHS: months of interest forfeited on a
      * withdrawal made before the term ends
           05 PRD-PENALTY-MONTHS PIC 9(2).
       FD ACCOUNTS-FILE.
       01 ACCOUNT-RECORD.
           05 ACCT-NUMBER PIC X(6).
           05 ACCT-PRINCIPAL PIC S9(9)V99.
           05 ACCT-ANNUAL-RATE PIC 9(2)V999.
           05 ACCT-YEARS PIC 9(2).
           05 ACCT-FREQUENCY PIC X(1).
           05 ACCT-OD-POLICY PIC X(1).
           05 ACCT-TAX-STATUS PIC X(1).
           05 ACCT-OPEN-DATE PIC 9(8).
           05 ACCT-PRODUCT-CODE PIC X(4).
           05 ACCT-MATURITY-INSTR PIC X(1).
           05 ACCT-TRANSFER-ACCT PIC X(6).
       01 ACCOUNT-CONTROL-RECORD.
           05 ACT-CTL-RECORD-TYPE PIC X(3).
           05 FILLER PIC X(43).
       FD CHANGE-LOG-FILE.
       01 CHANGE-LOG-RECORD.
           05 PCL-PRODUCT-CODE PIC X(4).
           05 PCL-ACTION PIC X(6).
           05 PCL-FIELD-NAME PIC X(20).
           05 PCL-OLD-VALUE PIC X(30).
           05 PCL-NEW-VALUE PIC X(30).
           05 PCL-TIMESTAMP PIC 9(14).
           05 PCL-USERNAME PIC X(20).
       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SES-USERNAME PIC X(20).
           05 SES-ROLE PIC X(1).
           05 SES-LOGIN-DATE PIC 9(8).
           05 SES-LOGIN-TIME PIC 9(8).
           05 SES-TERMINAL-ID PIC X(10).
           05 SES-IDLE-LIMIT PIC 9(4).
       WORKING-STORAGE SECTION.
       01 WS-PRODUCT-EOF PIC X VALUE "N".
       01 WS-ACCOUNTS-EOF PIC X VALUE "N".
       01 WS-PROD-COUNT PIC 9(3) VALUE 0.
       01 WS-PROD-FOUND PIC 9(3) VALUE 0.
       01 WS-PROD-TABLE.
           05 WS-PROD-ENTRY OCCURS 100 TIMES INDEXED BY PRD-IDX.
               10 WS-PRD-CODE PIC X(4).
               10 WS-PRD-NAME PIC X(20).
               10 WS-PRD-RATE PIC 9(2)V999.
               10 WS-PRD-FREQUENCY PIC X(1).
               10 WS-PRD-MIN-BALANCE PIC 9(9)V99.
               10 WS-PRD-TERM-MONTHS PIC 9(3).
               10 WS-PRD-PENALTY-MONTHS PIC 9(2).
       01 WS-USERNAME PIC X(20) VALUE SPACES.
       01 WS-ROLE PIC X(1) VALUE "V".
           88 CAN-MAINTAIN-PRODUCTS VALUE "A" "O".
       01 WS-MAINT-ACTION PIC X(1) VALUE SPACES.
       01 WS-DONE PIC X VALUE "N".
       01 WS-SEARCH-CODE PIC X(4) VALUE SPACES.
       01 WS-NEW-VALUE PIC X(30) VALUE SPACES.
       01 WS-SHIFT-PRD PIC 9(3) VALUE 0.
       01 WS-IN-USE-COUNT PIC 9(4) VALUE 0.
       01 WS-CURRENT-DATE PIC 9(8) VALUE 0.
       01 WS-CURRENT-TIME PIC 9(8) VALUE 0.
       01 WS-LOAD-OVERFLOW PIC X VALUE "N".
       01 WS-FORMAT-RATE PIC Z9.999.
       01 WS-FORMAT-MINIMUM PIC ZZZ,ZZZ,ZZ9.99.
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
           PERFORM 150-LOAD-SESSION
           PERFORM 200-LOAD-PRODUCTS
           IF WS-LOAD-OVERFLOW = "Y"
               DISPLAY "*** MAINTENANCE ABORTED - ACCOUNT-PRODUCTS.dat "
                   "has more records than this program can hold. "
                   "Nothing was changed. ***"
               GOBACK
           END-IF
           MOVE "N" TO WS-DONE
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "Inquire, List, Add, Change, Delete, or Quit? "
                   "(I/L/A/C/D/Q)"
               ACCEPT WS-MAINT-ACTION
               MOVE FUNCTION UPPER-CASE(WS-MAINT-ACTION)
                   TO WS-MAINT-ACTION
               EVALUATE WS-MAINT-ACTION
                   WHEN "I"
                       PERFORM 400-INQUIRE-PRODUCT
                   WHEN "L"
                       PERFORM 405-LIST-PRODUCTS
                   WHEN "A"
                       IF CAN-MAINTAIN-PRODUCTS
                           PERFORM 410-ADD-PRODUCT
                       ELSE
                           DISPLAY "Your role does not permit "
                               "product maintenance."
                       END-IF
                   WHEN "C"
                       IF CAN-MAINTAIN-PRODUCTS
                           PERFORM 420-CHANGE-PRODUCT
                       ELSE
                           DISPLAY "Your role does not permit "
                               "product maintenance."
                       END-IF
                   WHEN "D"
                       IF CAN-MAINTAIN-PRODUCTS
                           PERFORM 430-DELETE-PRODUCT
                       ELSE
                           DISPLAY "Your role does not permit "
                               "product maintenance."
                       END-IF
                   WHEN "Q"
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM
           PERFORM 300-SAVE-PRODUCTS
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
       200-LOAD-PRODUCTS.
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
                   MOVE PRD-MIN-BALANCE
                       TO WS-PRD-MIN-BALANCE(WS-PROD-COUNT)
                   MOVE PRD-TERM-MONTHS
                       TO WS-PRD-TERM-MONTHS(WS-PROD-COUNT)
                   MOVE PRD-PENALTY-MONTHS
                       TO WS-PRD-PENALTY-MONTHS(WS-PROD-COUNT)
               ELSE
                   DISPLAY "*** ACCOUNT-PRODUCTS.dat has more records "
                       "than the 100 this program can hold ***"
                   MOVE "Y" TO WS-LOAD-OVERFLOW
               END-IF
               READ PRODUCT-FILE
                   AT END MOVE "Y" TO WS-PRODUCT-EOF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE.
       300-SAVE-PRODUCTS.
           OPEN OUTPUT PRODUCT-FILE
           PERFORM VARYING PRD-IDX FROM 1 BY 1
               UNTIL PRD-IDX > WS-PROD-COUNT
               MOVE WS-PRD-CODE(PRD-IDX) TO PRD-CODE
               MOVE WS-PRD-NAME(PRD-IDX) TO PRD-NAME
               MOVE WS-PRD-RATE(PRD-IDX) TO PRD-RATE
               MOVE WS-PRD-FREQUENCY(PRD-IDX) TO PRD-FREQUENCY
               MOVE WS-PRD-MIN-BALANCE(PRD-IDX) TO PRD-MIN-BALANCE
               MOVE WS-PRD-TERM-MONTHS(PRD-IDX) TO PRD-TERM-MONTHS
               MOVE WS-PRD-PENALTY-MONTHS(PRD-IDX)
                   TO PRD-PENALTY-MONTHS
               WRITE PRODUCT-RECORD
           END-PERFORM
           CLOSE PRODUCT-FILE.
       350-FIND-PRODUCT.
           MOVE FUNCTION UPPER-CASE(WS-SEARCH-CODE) TO WS-SEARCH-CODE
           MOVE 0 TO WS-PROD-FOUND
           PERFORM VARYING PRD-IDX FROM 1 BY 1
               UNTIL PRD-IDX > WS-PROD-COUNT
               IF WS-PRD-CODE(PRD-IDX) = WS-SEARCH-CODE
                   MOVE PRD-IDX TO WS-PROD-FOUND
               END-IF
           END-PERFORM.
      * Counts the accounts on ACCOUNTS.dat that carry the
      * product code being worked on
       360-COUNT-ACCOUNTS-USING.
           MOVE 0 TO WS-IN-USE-COUNT
           MOVE "N" TO WS-ACCOUNTS-EOF
           OPEN INPUT ACCOUNTS-FILE
           READ ACCOUNTS-FILE
               AT END MOVE "Y" TO WS-ACCOUNTS-EOF
           END-READ
           PERFORM UNTIL WS-ACCOUNTS-EOF = "Y"
               IF ACT-CTL-RECORD-TYPE = "HDR"
                   OR ACT-CTL-RECORD-TYPE = "TRL"
                   CONTINUE
               ELSE
                   IF ACCT-PRODUCT-CODE = WS-SEARCH-CODE
                       ADD 1 TO WS-IN-USE-COUNT
                   END-IF
               END-IF
               READ ACCOUNTS-FILE
                   AT END MOVE "Y" TO WS-ACCOUNTS-EOF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE.
       400-INQUIRE-PRODUCT.
           DISPLAY "Enter product code to inquire"
           ACCEPT WS-SEARCH-CODE
           PERFORM 350-FIND-PRODUCT
           IF WS-PROD-FOUND = 0
               DISPLAY "Product not found."
           ELSE
               PERFORM 360-COUNT-ACCOUNTS-USING
               MOVE WS-PRD-RATE(WS-PROD-FOUND) TO WS-FORMAT-RATE
               MOVE WS-PRD-MIN-BALANCE(WS-PROD-FOUND)
                   TO WS-FORMAT-MINIMUM
               DISPLAY "Product:       " WS-PRD-CODE(WS-PROD-FOUND)
               DISPLAY "Name:          " WS-PRD-NAME(WS-PROD-FOUND)
               DISPLAY "Rate:          " WS-FORMAT-RATE
               DISPLAY "Frequency:     "
                   WS-PRD-FREQUENCY(WS-PROD-FOUND)
               DISPLAY "Min balance:   " WS-FORMAT-MINIMUM
               DISPLAY "Term (months): "
                   WS-PRD-TERM-MONTHS(WS-PROD-FOUND)
               DISPLAY "Penalty (mos): "
                   WS-PRD-PENALTY-MONTHS(WS-PROD-FOUND)
               DISPLAY "Accounts:      " WS-IN-USE-COUNT
           END-IF.
       405-LIST-PRODUCTS.
           IF WS-PROD-COUNT = 0
               DISPLAY "No products on file."
           END-IF
           PERFORM VARYING PRD-IDX FROM 1 BY 1
               UNTIL PRD-IDX > WS-PROD-COUNT
               MOVE WS-PRD-RATE(PRD-IDX) TO WS-FORMAT-RATE
               DISPLAY WS-PRD-CODE(PRD-IDX) " "
                   WS-PRD-NAME(PRD-IDX) " " WS-FORMAT-RATE " "
                   WS-PRD-FREQUENCY(PRD-IDX) " term "
                   WS-PRD-TERM-MONTHS(PRD-IDX) " penalty "
                   WS-PRD-PENALTY-MONTHS(PRD-IDX)
           END-PERFORM.
       410-ADD-PRODUCT.
           DISPLAY "Enter new product code (e.g. CD12)"
           ACCEPT WS-SEARCH-CODE
           PERFORM 350-FIND-PRODUCT
           IF WS-SEARCH-CODE = SPACES
               DISPLAY "Product code is required."
           ELSE
           IF WS-PROD-FOUND > 0
               DISPLAY "Product code already exists."
           ELSE
               IF WS-PROD-COUNT >= 100
                   DISPLAY "Product table full, cannot add."
               ELSE
                   ADD 1 TO WS-PROD-COUNT
                   MOVE WS-SEARCH-CODE TO WS-PRD-CODE(WS-PROD-COUNT)
                   DISPLAY "Enter the product name"
                   ACCEPT WS-PRD-NAME(WS-PROD-COUNT)
                   DISPLAY "Enter the default annual rate "
                       "(e.g. 05.000 for 5%)"
                   ACCEPT WS-PRD-RATE(WS-PROD-COUNT)
                   DISPLAY "Enter the compounding frequency (A/Q/M)"
                   ACCEPT WS-PRD-FREQUENCY(WS-PROD-COUNT)
                   MOVE FUNCTION UPPER-CASE
                       (WS-PRD-FREQUENCY(WS-PROD-COUNT))
                       TO WS-PRD-FREQUENCY(WS-PROD-COUNT)
                   DISPLAY "Enter the minimum balance"
                   ACCEPT WS-PRD-MIN-BALANCE(WS-PROD-COUNT)
                   DISPLAY "Enter the term in months (0 if none)"
                   ACCEPT WS-PRD-TERM-MONTHS(WS-PROD-COUNT)
                   DISPLAY "Enter the early-withdrawal penalty in "
                       "months of interest (0 if none)"
                   ACCEPT WS-PRD-PENALTY-MONTHS(WS-PROD-COUNT)
                   MOVE "ADD" TO PCL-ACTION
                   MOVE SPACES TO PCL-FIELD-NAME
                   MOVE SPACES TO PCL-OLD-VALUE
                   MOVE "NEW RECORD" TO PCL-NEW-VALUE
                   PERFORM 450-LOG-CHANGE
                   DISPLAY "Product added."
               END-IF
           END-IF
           END-IF.
       420-CHANGE-PRODUCT.
           DISPLAY "Enter product code to change"
           ACCEPT WS-SEARCH-CODE
           PERFORM 350-FIND-PRODUCT
           IF WS-PROD-FOUND = 0
               DISPLAY "Product not found."
           ELSE
               DISPLAY "Enter new name (blank to skip)"
               ACCEPT WS-NEW-VALUE
               IF WS-NEW-VALUE NOT = SPACES
                   MOVE WS-PRD-NAME(WS-PROD-FOUND) TO PCL-OLD-VALUE
                   MOVE WS-NEW-VALUE TO WS-PRD-NAME(WS-PROD-FOUND)
                   MOVE WS-NEW-VALUE TO PCL-NEW-VALUE
                   MOVE "CHANGE" TO PCL-ACTION
                   MOVE "NAME" TO PCL-FIELD-NAME
                   PERFORM 450-LOG-CHANGE
               END-IF
               DISPLAY "Enter new default rate (blank to skip)"
               ACCEPT WS-NEW-VALUE
               IF WS-NEW-VALUE NOT = SPACES
                   MOVE WS-PRD-RATE(WS-PROD-FOUND) TO WS-FORMAT-RATE
                   MOVE WS-FORMAT-RATE TO PCL-OLD-VALUE
                   COMPUTE WS-PRD-RATE(WS-PROD-FOUND) =
                       FUNCTION NUMVAL(WS-NEW-VALUE)
                   MOVE WS-NEW-VALUE TO PCL-NEW-VALUE
                   MOVE "CHANGE" TO PCL-ACTION
                   MOVE "RATE" TO PCL-FIELD-NAME
                   PERFORM 450-LOG-CHANGE
               END-IF
               DISPLAY "Enter new frequency A/Q/M (blank to skip)"
               ACCEPT WS-NEW-VALUE
               IF WS-NEW-VALUE NOT = SPACES
                   MOVE WS-PRD-FREQUENCY(WS-PROD-FOUND)
                       TO PCL-OLD-VALUE
                   MOVE FUNCTION UPPER-CASE(WS-NEW-VALUE(1:1))
                       TO WS-PRD-FREQUENCY(WS-PROD-FOUND)
                   MOVE WS-NEW-VALUE TO PCL-NEW-VALUE
                   MOVE "CHANGE" TO PCL-ACTION
                   MOVE "FREQUENCY" TO PCL-FIELD-NAME
                   PERFORM 450-LOG-CHANGE
               END-IF
               DISPLAY "Enter new minimum balance (blank to skip)"
               ACCEPT WS-NEW-VALUE
               IF WS-NEW-VALUE NOT = SPACES
                   MOVE WS-PRD-MIN-BALANCE(WS-PROD-FOUND)
                       TO WS-FORMAT-MINIMUM
                   MOVE WS-FORMAT-MINIMUM TO PCL-OLD-VALUE
                   COMPUTE WS-PRD-MIN-BALANCE(WS-PROD-FOUND) =
                       FUNCTION NUMVAL(WS-NEW-VALUE)
                   MOVE WS-NEW-VALUE TO PCL-NEW-VALUE
                   MOVE "CHANGE" TO PCL-ACTION
                   MOVE "MIN-BALANCE" TO PCL-FIELD-NAME
                   PERFORM 450-LOG-CHANGE
               END-IF
               DISPLAY "Enter new term in months (blank to skip)"
               ACCEPT WS-NEW-VALUE
               IF WS-NEW-VALUE NOT = SPACES
                   MOVE WS-PRD-TERM-MONTHS(WS-PROD-FOUND)
                       TO PCL-OLD-VALUE
                   COMPUTE WS-PRD-TERM-MONTHS(WS-PROD-FOUND) =
                       FUNCTION NUMVAL(WS-NEW-VALUE)
                   MOVE WS-NEW-VALUE TO PCL-NEW-VALUE
                   MOVE "CHANGE" TO PCL-ACTION
                   MOVE "TERM-MONTHS" TO PCL-FIELD-NAME
                   PERFORM 450-LOG-CHANGE
               END-IF
               DISPLAY "Enter new penalty months (blank to skip)"
               ACCEPT WS-NEW-VALUE
               IF WS-NEW-VALUE NOT = SPACES
                   MOVE WS-PRD-PENALTY-MONTHS(WS-PROD-FOUND)
                       TO PCL-OLD-VALUE
                   COMPUTE WS-PRD-PENALTY-MONTHS(WS-PROD-FOUND) =
                       FUNCTION NUMVAL(WS-NEW-VALUE)
                   MOVE WS-NEW-VALUE TO PCL-NEW-VALUE
                   MOVE "CHANGE" TO PCL-ACTION
                   MOVE "PENALTY-MONTHS" TO PCL-FIELD-NAME
                   PERFORM 450-LOG-CHANGE
               END-IF
           END-IF.
      * A product still carried by any account stays on file so
      * BALANCE never projects an account against missing terms.
       430-DELETE-PRODUCT.
           DISPLAY "Enter product code to delete"
           ACCEPT WS-SEARCH-CODE
           PERFORM 350-FIND-PRODUCT
           IF WS-PROD-FOUND = 0
               DISPLAY "Product not found."
           ELSE
               PERFORM 360-COUNT-ACCOUNTS-USING
               IF WS-IN-USE-COUNT > 0
                   DISPLAY "Product is carried by " WS-IN-USE-COUNT
                       " account(s) - move them to another product "
                       "first."
               ELSE
                   MOVE WS-PRD-NAME(WS-PROD-FOUND) TO PCL-OLD-VALUE
                   MOVE "DELETED" TO PCL-NEW-VALUE
                   MOVE "DELETE" TO PCL-ACTION
                   MOVE SPACES TO PCL-FIELD-NAME
                   PERFORM 450-LOG-CHANGE
                   PERFORM VARYING WS-SHIFT-PRD FROM WS-PROD-FOUND
                       BY 1 UNTIL WS-SHIFT-PRD >= WS-PROD-COUNT
                       MOVE WS-PROD-ENTRY(WS-SHIFT-PRD + 1)
                           TO WS-PROD-ENTRY(WS-SHIFT-PRD)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-PROD-COUNT
                   DISPLAY "Product deleted."
               END-IF
           END-IF.
       450-LOG-CHANGE.
           OPEN EXTEND CHANGE-LOG-FILE
           MOVE WS-SEARCH-CODE TO PCL-PRODUCT-CODE
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           COMPUTE PCL-TIMESTAMP =
               WS-CURRENT-DATE * 1000000 + WS-CURRENT-TIME / 100
           MOVE WS-USERNAME TO PCL-USERNAME
           WRITE CHANGE-LOG-RECORD
           CLOSE CHANGE-LOG-FILE.
