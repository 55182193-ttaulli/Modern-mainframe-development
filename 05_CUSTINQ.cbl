       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTINQ.
      * Customer relationship inquiry for the front desk. Finds a
      * customer by number or by last name through the alternate
      * index, then shows the customer's details and every
      * account linked on CUSTOMER-ACCOUNT-XREF.dat with its
      * current projected balance and rate, open overdraft
      * review items, and the rate notices and statements issued
      * in the last twelve months. Read only; a signed-on session
      * is required, and when the permission matrix is in use the
      * role must hold INQ-CUSTOMER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE-INDEXED ASSIGN TO
           "CUSTOMERS-INDEXED.Dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS INDEXED-CUSTOMER-NO
           ALTERNATE RECORD KEY IS INDEXED-LAST-NAME
               WITH DUPLICATES.
           SELECT OPTIONAL XREF-FILE ASSIGN TO
           "CUSTOMER-ACCOUNT-XREF.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCOUNTS-FILE ASSIGN TO
           "ACCOUNTS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ACCT-NUMBER.
           SELECT OPTIONAL BALANCE-REPORT-FILE ASSIGN TO
           "BALANCE-REPORT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OD-STATUS-FILE ASSIGN TO
           "OVERDRAFT-STATUS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NOTICE-REGISTER-FILE ASSIGN TO
           "RATE-NOTICE-REGISTER.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STMT-REGISTER-FILE ASSIGN TO
           "STATEMENT-REGISTER.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SESSION-FILE ASSIGN TO
           "SESSION.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PERMISSION-FILE ASSIGN TO
           "PERMISSIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE-INDEXED.
       01 INDEXED-CUSTOMER-RECORD.
           05 INDEXED-CUSTOMER-NO PIC 9(7).
           05 INDEXED-FIRST-NAME PIC X(20).
           05 INDEXED-LAST-NAME PIC X(20).
           05 INDEXED-ADDRESS-LINE-1 PIC X(30).
           05 INDEXED-ADDRESS-LINE-2 PIC X(30).
           05 INDEXED-CITY PIC X(20).
           05 INDEXED-STATE PIC X(2).
           05 INDEXED-ZIP-CODE PIC X(10).
           05 INDEXED-PHONE-NUMBER PIC X(15).
           05 INDEXED-EMAIL-ADDRESS PIC X(40).
           05 INDEXED-CUSTOMER-STATUS PIC X(1).
           05 INDEXED-STATUS-DATE PIC 9(8).
           05 INDEXED-TAX-ID PIC X(9).
           05 INDEXED-DO-NOT-MAIL PIC X(1).
           05 INDEXED-DO-NOT-CALL PIC X(1).
           05 INDEXED-EMAIL-ONLY PIC X(1).
           05 INDEXED-LANGUAGE PIC X(2).
           05 INDEXED-ADDRESS-STATUS PIC X(1).
           05 INDEXED-RETURN-DATE PIC 9(8).
           05 INDEXED-RETURN-REASON PIC X(2).
           05 INDEXED-CREDIT-HOLD PIC X(1).
           05 INDEXED-HOLD-DATE PIC 9(8).
       FD XREF-FILE.
       01 XREF-RECORD.
           05 XRF-CUSTOMER-NUMBER PIC 9(7).
           05 XRF-ACCT-NUMBER PIC X(6).
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
       FD BALANCE-REPORT-FILE.
       01 BALANCE-REPORT-RECORD.
           05 RPT-ACCT-NUMBER PIC X(6).
           05 RPT-YEAR PIC 9(2).
           05 RPT-BALANCE PIC S9(9)V99.
           05 RPT-RATE PIC 9(2)V999.
           05 RPT-DATE PIC 9(8).
       FD OD-STATUS-FILE.
       01 OD-STATUS-RECORD.
           05 OST-ACCT-NUMBER PIC X(6).
           05 OST-YEAR PIC 9(2).
           05 OST-SHORTFALL PIC S9(9)V99.
           05 OST-OD-DATE PIC 9(8).
           05 OST-LOGGED-DATE PIC 9(8).
           05 OST-CONTACTED PIC X(1).
           05 OST-CONTACT-DATE PIC 9(8).
           05 OST-AGREEMENT PIC X(1).
           05 OST-OPERATOR PIC X(20).
       FD NOTICE-REGISTER-FILE.
       01 NOTICE-REGISTER-RECORD.
           05 REG-ACCT-NUMBER PIC X(6).
           05 REG-CUSTOMER-NUMBER PIC 9(7).
           05 REG-OLD-RATE PIC 9(2)V999.
           05 REG-NEW-RATE PIC 9(2)V999.
           05 REG-EFFECTIVE-YEAR PIC 9(2).
           05 REG-EFF-DATE PIC 9(8).
           05 REG-LETTER-DATE PIC 9(8).
       FD STMT-REGISTER-FILE.
       01 STMT-REGISTER-RECORD.
           05 SRG-ACCT-NUMBER PIC X(6).
           05 SRG-STMT-DATE PIC 9(8).
           05 SRG-SOURCE PIC X(1).
           05 SRG-OPENING PIC S9(9)V99.
           05 SRG-CLOSING PIC S9(9)V99.
           05 SRG-PAGES PIC 9(3).
       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SES-USERNAME PIC X(20).
           05 SES-ROLE PIC X(1).
           05 SES-LOGIN-DATE PIC 9(8).
           05 SES-LOGIN-TIME PIC 9(8).
           05 SES-TERMINAL-ID PIC X(10).
           05 SES-IDLE-LIMIT PIC 9(4).
       FD PERMISSION-FILE.
       01 PERMISSION-RECORD.
           05 PRM-ROLE PIC X(1).
           05 PRM-FUNCTION PIC X(12).
       WORKING-STORAGE SECTION.
       01 WS-TODAY PIC 9(8) VALUE 0.
      * Notices and statements on or after this date are shown
       01 WS-RECENT-DATE PIC 9(8) VALUE 0.
       01 WS-USERNAME PIC X(20) VALUE SPACES.
       01 WS-ROLE PIC X(1) VALUE "V".
       01 WS-INQUIRY-ALLOWED PIC X VALUE "N".
       01 WS-PERM-EOF PIC X VALUE "N".
       01 WS-PERM-COUNT PIC 9(3) VALUE 0.
       01 WS-PERM-TABLE.
           05 WS-PERM-ENTRY OCCURS 100 TIMES INDEXED BY PRM-IDX.
               10 WS-PRM-ROLE PIC X(1).
               10 WS-PRM-FUNCTION PIC X(12).
       01 WS-PERM-FUNCTION PIC X(12) VALUE SPACES.
       01 WS-PERM-OK PIC X VALUE "N".
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
       01 WS-DONE PIC X VALUE "N".
       01 WS-SEARCH-TYPE PIC X(1) VALUE SPACES.
       01 WS-SEARCH-NUMBER PIC 9(7) VALUE 0.
       01 WS-SEARCH-LAST-NAME PIC X(20) VALUE SPACES.
       01 WS-NAME-SEARCH-DONE PIC X VALUE "N".
       01 WS-MATCH-COUNT PIC 9(4) VALUE 0.
       01 WS-MATCH-CUSTOMER PIC 9(7) VALUE 0.
       01 WS-XREF-EOF PIC X VALUE "N".
       01 WS-REPORT-EOF PIC X VALUE "N".
       01 WS-STATUS-EOF PIC X VALUE "N".
       01 WS-NOTICE-EOF PIC X VALUE "N".
       01 WS-STMT-EOF PIC X VALUE "N".
       01 WS-LINKED-COUNT PIC 9(4) VALUE 0.
       01 WS-ITEM-COUNT PIC 9(4) VALUE 0.
       01 WS-INQ-ACCT PIC X(6) VALUE SPACES.
       01 WS-ACCT-ON-FILE PIC X VALUE "N".
       01 WS-PROJ-FOUND PIC X VALUE "N".
       01 WS-CUR-YEAR PIC 9(2) VALUE 0.
       01 WS-CUR-BALANCE PIC S9(9)V99 VALUE 0.
       01 WS-CUR-RATE PIC 9(2)V999 VALUE 0.
       01 WS-CUR-DATE PIC 9(8) VALUE 0.
       01 WS-FINAL-YEAR PIC 9(2) VALUE 0.
       01 WS-FINAL-BALANCE PIC S9(9)V99 VALUE 0.
       01 WS-OD-STATUS-TEXT PIC X(30) VALUE SPACES.
       01 WS-FORMAT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-FORMAT-AMOUNT-2 PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-FORMAT-RATE PIC Z9.999.
       01 WS-FORMAT-RATE-2 PIC Z9.999.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-RECENT-DATE = WS-TODAY - 10000
           PERFORM 140-LOAD-PERMISSIONS
           PERFORM 150-LOAD-SESSION
           PERFORM 160-SET-INQUIRY-PERMISSION
           IF WS-INQUIRY-ALLOWED = "N"
               DISPLAY "Customer inquiry is not available to this "
                   "session."
               GOBACK
           END-IF
           OPEN INPUT CUSTOMER-FILE-INDEXED
           MOVE "N" TO WS-DONE
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "Search by customer (N)umber or (L)ast name, "
                   "or (Q)uit?"
               ACCEPT WS-SEARCH-TYPE
               MOVE FUNCTION UPPER-CASE(WS-SEARCH-TYPE)
                   TO WS-SEARCH-TYPE
               EVALUATE WS-SEARCH-TYPE
                   WHEN "N"
                       PERFORM 200-FIND-BY-NUMBER
                   WHEN "L"
                       PERFORM 210-FIND-BY-LAST-NAME
                   WHEN "Q"
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM
           CLOSE CUSTOMER-FILE-INDEXED
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
      * Unlike the maintenance programs there is no view-only
      * fallback: customer details are shown only to a valid
      * session. Without a permission matrix any signed-on role
      * may inquire, as in CUSTOMERS.
       160-SET-INQUIRY-PERMISSION.
           MOVE "N" TO WS-INQUIRY-ALLOWED
           IF WS-USERNAME NOT = SPACES
               IF WS-PERM-COUNT = 0
                   MOVE "Y" TO WS-INQUIRY-ALLOWED
               ELSE
                   MOVE "INQ-CUSTOMER" TO WS-PERM-FUNCTION
                   PERFORM 145-CHECK-PERMISSION
                   MOVE WS-PERM-OK TO WS-INQUIRY-ALLOWED
               END-IF
           END-IF.
       200-FIND-BY-NUMBER.
           DISPLAY "Enter customer number"
           ACCEPT WS-SEARCH-NUMBER
           MOVE WS-SEARCH-NUMBER TO INDEXED-CUSTOMER-NO
           READ CUSTOMER-FILE-INDEXED
               INVALID KEY
                   DISPLAY "Customer not found."
               NOT INVALID KEY
                   PERFORM 300-SHOW-RELATIONSHIP
           END-READ.
      * Lists every customer with the last name; a single match
      * is shown straight away, otherwise the operator picks one
       210-FIND-BY-LAST-NAME.
           DISPLAY "Enter last name"
           ACCEPT WS-SEARCH-LAST-NAME
           MOVE 0 TO WS-MATCH-COUNT
           MOVE WS-SEARCH-LAST-NAME TO INDEXED-LAST-NAME
           START CUSTOMER-FILE-INDEXED KEY IS >= INDEXED-LAST-NAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 215-LIST-NAME-MATCHES
           END-START
           EVALUATE WS-MATCH-COUNT
               WHEN 0
                   DISPLAY "No customers found with that last name."
               WHEN 1
                   MOVE WS-MATCH-CUSTOMER TO WS-SEARCH-NUMBER
                   PERFORM 220-READ-SELECTED
               WHEN OTHER
                   DISPLAY "Enter the customer number to display "
                       "(0 = none)"
                   ACCEPT WS-SEARCH-NUMBER
                   IF WS-SEARCH-NUMBER > 0
                       PERFORM 220-READ-SELECTED
                   END-IF
           END-EVALUATE.
       215-LIST-NAME-MATCHES.
           MOVE "N" TO WS-NAME-SEARCH-DONE
           PERFORM UNTIL WS-NAME-SEARCH-DONE = "Y"
               READ CUSTOMER-FILE-INDEXED NEXT RECORD
                   AT END MOVE "Y" TO WS-NAME-SEARCH-DONE
                   NOT AT END
                       IF INDEXED-LAST-NAME NOT = WS-SEARCH-LAST-NAME
                           MOVE "Y" TO WS-NAME-SEARCH-DONE
                       ELSE
                           ADD 1 TO WS-MATCH-COUNT
                           MOVE INDEXED-CUSTOMER-NO
                               TO WS-MATCH-CUSTOMER
                           DISPLAY INDEXED-CUSTOMER-NO " "
                               INDEXED-FIRST-NAME " "
                               INDEXED-LAST-NAME " "
                               INDEXED-CITY " " INDEXED-STATE
                               " Status: " INDEXED-CUSTOMER-STATUS
                       END-IF
               END-READ
           END-PERFORM.
       220-READ-SELECTED.
           MOVE WS-SEARCH-NUMBER TO INDEXED-CUSTOMER-NO
           READ CUSTOMER-FILE-INDEXED
               INVALID KEY
                   DISPLAY "Customer not found."
               NOT INVALID KEY
                   PERFORM 300-SHOW-RELATIONSHIP
           END-READ.
       300-SHOW-RELATIONSHIP.
           DISPLAY "=============================================="
           DISPLAY "Customer #: " INDEXED-CUSTOMER-NO
           DISPLAY "Name:       " INDEXED-FIRST-NAME " "
               INDEXED-LAST-NAME
           DISPLAY "Address:    " INDEXED-ADDRESS-LINE-1
           IF INDEXED-ADDRESS-LINE-2 NOT = SPACES
               DISPLAY "            " INDEXED-ADDRESS-LINE-2
           END-IF
           DISPLAY "            " INDEXED-CITY " " INDEXED-STATE
               " " INDEXED-ZIP-CODE
           DISPLAY "Phone:      " INDEXED-PHONE-NUMBER
           DISPLAY "E-mail:     " INDEXED-EMAIL-ADDRESS
           DISPLAY "Status:     " INDEXED-CUSTOMER-STATUS
               "  since " INDEXED-STATUS-DATE
           DISPLAY "Contact:    do not mail " INDEXED-DO-NOT-MAIL
               "  do not call " INDEXED-DO-NOT-CALL
               "  e-mail only " INDEXED-EMAIL-ONLY
               "  language " INDEXED-LANGUAGE
           IF INDEXED-ADDRESS-STATUS = "U"
               DISPLAY "*** Address undeliverable - mail returned "
                   INDEXED-RETURN-DATE " reason "
                   INDEXED-RETURN-REASON " ***"
           END-IF
           MOVE 0 TO WS-LINKED-COUNT
           MOVE "N" TO WS-XREF-EOF
           OPEN INPUT XREF-FILE
           READ XREF-FILE
               AT END MOVE "Y" TO WS-XREF-EOF
           END-READ
           PERFORM UNTIL WS-XREF-EOF = "Y"
               IF XRF-CUSTOMER-NUMBER = INDEXED-CUSTOMER-NO
                   ADD 1 TO WS-LINKED-COUNT
                   MOVE XRF-ACCT-NUMBER TO WS-INQ-ACCT
                   PERFORM 400-SHOW-ACCOUNT
               END-IF
               READ XREF-FILE
                   AT END MOVE "Y" TO WS-XREF-EOF
               END-READ
           END-PERFORM
           CLOSE XREF-FILE
           IF WS-LINKED-COUNT = 0
               DISPLAY "No accounts are linked to this customer."
           END-IF
           DISPLAY "==============================================".
       400-SHOW-ACCOUNT.
           DISPLAY "----------------------------------------------"
           DISPLAY "Account " WS-INQ-ACCT
           PERFORM 410-SHOW-MASTER
           PERFORM 420-SHOW-PROJECTION
           PERFORM 430-SHOW-OVERDRAFT-ITEMS
           PERFORM 440-SHOW-RATE-NOTICES
           PERFORM 450-SHOW-STATEMENTS.
       410-SHOW-MASTER.
           MOVE "N" TO WS-ACCT-ON-FILE
           OPEN INPUT ACCOUNTS-FILE
           MOVE WS-INQ-ACCT TO ACCT-NUMBER
           READ ACCOUNTS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACT-CTL-RECORD-TYPE NOT = "HDR"
                       AND ACT-CTL-RECORD-TYPE NOT = "TRL"
                       MOVE "Y" TO WS-ACCT-ON-FILE
                       MOVE ACCT-PRINCIPAL TO WS-FORMAT-AMOUNT
                       MOVE ACCT-ANNUAL-RATE TO WS-FORMAT-RATE
                       DISPLAY "  Product: " ACCT-PRODUCT-CODE
                           "  Opened: " ACCT-OPEN-DATE
                           "  Term: " ACCT-YEARS " years"
                       DISPLAY "  Principal: " WS-FORMAT-AMOUNT
                           "  Account rate: " WS-FORMAT-RATE
                           "  Tax status: " ACCT-TAX-STATUS
                   END-IF
           END-READ
           CLOSE ACCOUNTS-FILE
           IF WS-ACCT-ON-FILE = "N"
               DISPLAY "  Not on ACCOUNTS.dat (closed or not yet "
                   "added)"
           END-IF.
      * The current projection is the latest projected year whose
      * anniversary has been reached; before the first anniversary,
      * or when no dates are recorded, it is the first year
       420-SHOW-PROJECTION.
           MOVE "N" TO WS-PROJ-FOUND
           MOVE "N" TO WS-REPORT-EOF
           OPEN INPUT BALANCE-REPORT-FILE
           READ BALANCE-REPORT-FILE
               AT END MOVE "Y" TO WS-REPORT-EOF
           END-READ
           PERFORM UNTIL WS-REPORT-EOF = "Y"
               IF RPT-ACCT-NUMBER = WS-INQ-ACCT
                   IF WS-PROJ-FOUND = "N"
                       OR (RPT-DATE > 0 AND RPT-DATE NOT > WS-TODAY)
                       MOVE RPT-YEAR TO WS-CUR-YEAR
                       MOVE RPT-BALANCE TO WS-CUR-BALANCE
                       MOVE RPT-RATE TO WS-CUR-RATE
                       MOVE RPT-DATE TO WS-CUR-DATE
                   END-IF
                   MOVE "Y" TO WS-PROJ-FOUND
                   MOVE RPT-YEAR TO WS-FINAL-YEAR
                   MOVE RPT-BALANCE TO WS-FINAL-BALANCE
               END-IF
               READ BALANCE-REPORT-FILE
                   AT END MOVE "Y" TO WS-REPORT-EOF
               END-READ
           END-PERFORM
           CLOSE BALANCE-REPORT-FILE
           IF WS-PROJ-FOUND = "N"
               DISPLAY "  No projection on BALANCE-REPORT.dat"
           ELSE
               MOVE WS-CUR-BALANCE TO WS-FORMAT-AMOUNT
               MOVE WS-CUR-RATE TO WS-FORMAT-RATE
               DISPLAY "  Projected balance: " WS-FORMAT-AMOUNT
                   " at " WS-FORMAT-RATE "%  (year " WS-CUR-YEAR
                   ", " WS-CUR-DATE ")"
               MOVE WS-FINAL-BALANCE TO WS-FORMAT-AMOUNT-2
               DISPLAY "  Projected at end of term (year "
                   WS-FINAL-YEAR "): " WS-FORMAT-AMOUNT-2
           END-IF.
      * An item stays open until the customer has been contacted
      * and an agreement recorded in ODREVIEW
       430-SHOW-OVERDRAFT-ITEMS.
           MOVE 0 TO WS-ITEM-COUNT
           MOVE "N" TO WS-STATUS-EOF
           OPEN INPUT OD-STATUS-FILE
           READ OD-STATUS-FILE
               AT END MOVE "Y" TO WS-STATUS-EOF
           END-READ
           PERFORM UNTIL WS-STATUS-EOF = "Y"
               IF OST-ACCT-NUMBER = WS-INQ-ACCT
                   AND (OST-CONTACTED NOT = "Y"
                       OR OST-AGREEMENT = SPACE)
                   ADD 1 TO WS-ITEM-COUNT
                   PERFORM 435-SET-OD-STATUS-TEXT
                   MOVE OST-SHORTFALL TO WS-FORMAT-AMOUNT
                   DISPLAY "  Overdraft review: year " OST-YEAR
                       " shortfall " WS-FORMAT-AMOUNT
                       " logged " OST-LOGGED-DATE
                   DISPLAY "      " WS-OD-STATUS-TEXT
               END-IF
               READ OD-STATUS-FILE
                   AT END MOVE "Y" TO WS-STATUS-EOF
               END-READ
           END-PERFORM
           CLOSE OD-STATUS-FILE
           IF WS-ITEM-COUNT = 0
               DISPLAY "  No open overdraft review items"
           END-IF.
       435-SET-OD-STATUS-TEXT.
           MOVE SPACES TO WS-OD-STATUS-TEXT
           IF OST-CONTACTED NOT = "Y"
               MOVE "AWAITING CONTACT" TO WS-OD-STATUS-TEXT
           ELSE
               STRING "CONTACTED " OST-CONTACT-DATE
                   ", NO AGREEMENT" DELIMITED BY SIZE
                   INTO WS-OD-STATUS-TEXT
           END-IF.
       440-SHOW-RATE-NOTICES.
           MOVE 0 TO WS-ITEM-COUNT
           MOVE "N" TO WS-NOTICE-EOF
           OPEN INPUT NOTICE-REGISTER-FILE
           READ NOTICE-REGISTER-FILE
               AT END MOVE "Y" TO WS-NOTICE-EOF
           END-READ
           PERFORM UNTIL WS-NOTICE-EOF = "Y"
               IF REG-ACCT-NUMBER = WS-INQ-ACCT
                   AND REG-CUSTOMER-NUMBER = INDEXED-CUSTOMER-NO
                   AND REG-LETTER-DATE NOT < WS-RECENT-DATE
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE REG-OLD-RATE TO WS-FORMAT-RATE
                   MOVE REG-NEW-RATE TO WS-FORMAT-RATE-2
                   DISPLAY "  Rate notice " REG-LETTER-DATE ": "
                       WS-FORMAT-RATE " to " WS-FORMAT-RATE-2
                       " effective " REG-EFF-DATE
               END-IF
               READ NOTICE-REGISTER-FILE
                   AT END MOVE "Y" TO WS-NOTICE-EOF
               END-READ
           END-PERFORM
           CLOSE NOTICE-REGISTER-FILE
           IF WS-ITEM-COUNT = 0
               DISPLAY "  No rate notices in the last twelve months"
           END-IF.
       450-SHOW-STATEMENTS.
           MOVE 0 TO WS-ITEM-COUNT
           MOVE "N" TO WS-STMT-EOF
           OPEN INPUT STMT-REGISTER-FILE
           READ STMT-REGISTER-FILE
               AT END MOVE "Y" TO WS-STMT-EOF
           END-READ
           PERFORM UNTIL WS-STMT-EOF = "Y"
               IF SRG-ACCT-NUMBER = WS-INQ-ACCT
                   AND SRG-STMT-DATE NOT < WS-RECENT-DATE
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE SRG-CLOSING TO WS-FORMAT-AMOUNT
                   DISPLAY "  Statement " SRG-STMT-DATE
                       " (" SRG-SOURCE ") closing "
                       WS-FORMAT-AMOUNT " " SRG-PAGES " page(s)"
               END-IF
               READ STMT-REGISTER-FILE
                   AT END MOVE "Y" TO WS-STMT-EOF
               END-READ
           END-PERFORM
           CLOSE STMT-REGISTER-FILE
           IF WS-ITEM-COUNT = 0
               DISPLAY "  No statements in the last twelve months"
           END-IF.
