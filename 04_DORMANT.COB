       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANT.
      * Dormant account detection and unclaimed property report.
      * An account's last activity is its latest TRANSACTIONS.dat
      * entry dated on or before today, or its open date when it
      * has none. An account is dormant when that activity is
      * older than the dormancy period AND no holder linked
      * through CUSTOMER-ACCOUNT-XREF.dat is both active on
      * CUSTOMERS-INDEXED.Dat and changed on
      * CUSTOMER-CHANGE-LOG.dat within the same period.
      * Periods come from DORMANCY-RULES.dat by the owner's
      * state (INDEXED-STATE of the first linked holder), with a
      * "**" record as the default for unlisted states.
      * Produces:
      *   DORMANT-ACCOUNTS.dat       register of dormant accounts
      *   DUE-DILIGENCE-LETTERS.dat  letter to each dormant owner
      *                              (none to an address flagged
      *                              undeliverable; those owners
      *                              go on MAIL-SUPPRESSION.dat)
      *   ESCHEATMENT-REPORT.dat     state-by-state list of
      *                              accounts past the statutory
      *                              period, with state totals
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RULES-FILE ASSIGN TO
           "DORMANCY-RULES.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNTS-FILE ASSIGN TO
           "ACCOUNTS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ACCT-NUMBER.
           SELECT OPTIONAL TRANSACTIONS-FILE ASSIGN TO
           "TRANSACTIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL XREF-FILE ASSIGN TO
           "CUSTOMER-ACCOUNT-XREF.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTOMER-LOG-FILE ASSIGN TO
           "CUSTOMER-CHANGE-LOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-FILE-INDEXED ASSIGN TO
           "CUSTOMERS-INDEXED.Dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS INDEXED-CUSTOMER-NO
           ALTERNATE RECORD KEY IS INDEXED-LAST-NAME
               WITH DUPLICATES.
           SELECT REGISTER-FILE ASSIGN TO
           "DORMANT-ACCOUNTS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTER-FILE ASSIGN TO
           "DUE-DILIGENCE-LETTERS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESCHEAT-REPORT-FILE ASSIGN TO
           "ESCHEATMENT-REPORT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUPPRESSION-FILE ASSIGN TO
           "MAIL-SUPPRESSION.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RULES-FILE.
       01 RULES-RECORD.
      * DRM-STATE "**" is the default for unlisted states
           05 DRM-STATE PIC X(2).
      * Years without activity before an account is dormant
           05 DRM-DORMANT-YEARS PIC 9(2).
      * Statutory years of dormancy before it is reportable
           05 DRM-ESCHEAT-YEARS PIC 9(2).
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
       FD TRANSACTIONS-FILE.
       01 TRANSACTION-RECORD.
           05 TXN-ACCT-NUMBER PIC X(6).
           05 TXN-YEAR PIC 9(2).
           05 TXN-AMOUNT PIC S9(9)V99.
           05 TXN-EFF-DATE PIC 9(8).
       01 TRANSACTION-CONTROL-RECORD.
           05 TXN-CTL-RECORD-TYPE PIC X(3).
           05 FILLER PIC X(24).
       FD XREF-FILE.
       01 XREF-RECORD.
           05 XRF-CUSTOMER-NUMBER PIC 9(7).
           05 XRF-ACCT-NUMBER PIC X(6).
       FD CUSTOMER-LOG-FILE.
       01 CUSTOMER-LOG-RECORD.
           05 CLG-CUSTOMER-NUMBER PIC 9(7).
           05 CLG-ACTION PIC X(6).
           05 CLG-FIELD-NAME PIC X(20).
           05 CLG-OLD-VALUE PIC X(30).
           05 CLG-NEW-VALUE PIC X(30).
           05 CLG-TIMESTAMP PIC 9(14).
           05 CLG-USERNAME PIC X(20).
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
       FD REGISTER-FILE.
       01 REGISTER-RECORD.
           05 DRG-ACCT-NUMBER PIC X(6).
           05 DRG-CUSTOMER-NUMBER PIC 9(7).
           05 DRG-STATE PIC X(2).
           05 DRG-LAST-ACTIVITY PIC 9(8).
           05 DRG-PRINCIPAL PIC S9(9)V99.
      * DRG-ESCHEAT-FLAG: Y = past the statutory period
           05 DRG-ESCHEAT-FLAG PIC X(1).
           05 DRG-RUN-DATE PIC 9(8).
       FD LETTER-FILE.
       01 LETTER-RECORD PIC X(80).
       FD ESCHEAT-REPORT-FILE.
       01 ESCHEAT-REPORT-RECORD PIC X(100).
       FD SUPPRESSION-FILE.
       01 SUPPRESSION-RECORD.
           05 SUP-RUN-DATE PIC 9(8).
           05 SUP-PROGRAM PIC X(8).
           05 SUP-MAILING PIC X(12).
           05 SUP-CUSTOMER-NUMBER PIC 9(7).
           05 SUP-ACCT-NUMBER PIC X(6).
           05 SUP-REASON PIC X(20).
       WORKING-STORAGE SECTION.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-RULES-EOF PIC X VALUE "N".
       01 WS-ACCOUNTS-EOF PIC X VALUE "N".
       01 WS-TRANSACTIONS-EOF PIC X VALUE "N".
       01 WS-XREF-EOF PIC X VALUE "N".
       01 WS-LOG-EOF PIC X VALUE "N".
      * Used when DORMANCY-RULES.dat has no "**" record
       01 WS-DEFAULT-DORMANT-YEARS PIC 9(2) VALUE 3.
       01 WS-DEFAULT-ESCHEAT-YEARS PIC 9(2) VALUE 5.
       01 WS-RULE-COUNT PIC 9(2) VALUE 0.
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 60 TIMES INDEXED BY RUL-IDX.
               10 WS-RUL-STATE PIC X(2).
               10 WS-RUL-DORMANT-YEARS PIC 9(2).
               10 WS-RUL-ESCHEAT-YEARS PIC 9(2).
       01 WS-ACCT-COUNT PIC 9(4) VALUE 0.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 2000 TIMES INDEXED BY ACT-IDX.
               10 WS-ACT-NUMBER PIC X(6).
               10 WS-ACT-PRINCIPAL PIC S9(9)V99.
               10 WS-ACT-OPEN-DATE PIC 9(8).
               10 WS-ACT-LAST-ACTIVITY PIC 9(8).
       01 WS-XREF-COUNT PIC 9(4) VALUE 0.
       01 WS-XREF-TABLE.
           05 WS-XRF-ENTRY OCCURS 1000 TIMES INDEXED BY XRF-IDX.
               10 WS-XRF-CUSTOMER PIC 9(7).
               10 WS-XRF-ACCT PIC X(6).
      * Date of the holder's latest customer change-log entry
               10 WS-XRF-LAST-CHANGE PIC 9(8).
       01 WS-ESCHEAT-COUNT PIC 9(4) VALUE 0.
       01 WS-ESCHEAT-TABLE.
           05 WS-ESC-ENTRY OCCURS 2000 TIMES INDEXED BY ESC-IDX.
               10 WS-ESC-STATE PIC X(2).
               10 WS-ESC-ACCT PIC X(6).
               10 WS-ESC-CUSTOMER PIC 9(7).
               10 WS-ESC-NAME PIC X(30).
               10 WS-ESC-LAST-ACTIVITY PIC 9(8).
               10 WS-ESC-PRINCIPAL PIC S9(9)V99.
       01 WS-ESC-SWAP PIC X(64).
       01 WS-SORT-I PIC 9(4) VALUE 0.
       01 WS-SORT-J PIC 9(4) VALUE 0.
       01 WS-WORK-IDX PIC 9(4) VALUE 0.
       01 WS-TXN-DATE PIC 9(8) VALUE 0.
       01 WS-LOG-DATE PIC 9(8) VALUE 0.
       01 WS-DORMANT-YEARS PIC 9(2) VALUE 0.
       01 WS-ESCHEAT-YEARS PIC 9(2) VALUE 0.
       01 WS-DORMANT-CUTOFF PIC 9(8) VALUE 0.
       01 WS-ESCHEAT-CUTOFF PIC 9(8) VALUE 0.
       01 WS-REPORT-BY-DATE PIC 9(8) VALUE 0.
       01 WS-OWNER-CUSTOMER PIC 9(7) VALUE 0.
       01 WS-OWNER-STATE PIC X(2) VALUE SPACES.
       01 WS-OWNER-NAME PIC X(30) VALUE SPACES.
       01 WS-HOLDER-COUNT PIC 9(4) VALUE 0.
       01 WS-HOLDER-IN-CONTACT PIC X VALUE "N".
       01 WS-ESCHEAT-DUE PIC X VALUE "N".
       01 WS-DORMANT-COUNT PIC 9(4) VALUE 0.
       01 WS-LETTER-COUNT PIC 9(4) VALUE 0.
       01 WS-SUPPRESSED-COUNT PIC 9(4) VALUE 0.
       01 WS-UNDATED-COUNT PIC 9(4) VALUE 0.
       01 WS-CURRENT-STATE PIC X(2) VALUE SPACES.
       01 WS-STATE-COUNT PIC 9(5) VALUE 0.
       01 WS-STATE-AMOUNT PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-COUNT PIC 9(5) VALUE 0.
       01 WS-TOTAL-AMOUNT PIC S9(11)V99 VALUE 0.
       01 WS-FORMAT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-NAME-LINE.
           05 WS-NAM-FIRST PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-NAM-LAST PIC X(20).
       01 WS-CITY-LINE.
           05 WS-CTY-CITY PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CTY-STATE PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CTY-ZIP PIC X(10).
       01 WS-ESCHEAT-HEADER.
           05 FILLER PIC X(6) VALUE "STATE ".
           05 FILLER PIC X(8) VALUE "ACCOUNT ".
           05 FILLER PIC X(8) VALUE "CUSTNO  ".
           05 FILLER PIC X(31) VALUE "OWNER".
           05 FILLER PIC X(14) VALUE "LAST ACTIVITY ".
           05 FILLER PIC X(15) VALUE "        BALANCE".
       01 WS-ESCHEAT-LINE.
           05 WS-ESL-STATE PIC X(2).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-ESL-ACCT PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-ESL-CUSTOMER PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-ESL-NAME PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-ESL-LAST-ACTIVITY PIC 9(8).
           05 FILLER PIC X(6) VALUE SPACES.
           05 WS-ESL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-ESCHEAT-TOTAL-LINE.
           05 WS-EST-LABEL PIC X(20).
           05 WS-EST-STATE PIC X(2).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-EST-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(9) VALUE " ACCOUNTS".
           05 FILLER PIC X(29) VALUE SPACES.
           05 WS-EST-AMOUNT PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 150-LOAD-RULES
           PERFORM 160-LOAD-ACCOUNTS
           PERFORM 170-LOAD-XREF
           PERFORM 180-LOAD-ACTIVITY
           PERFORM 190-LOAD-CUSTOMER-CHANGES
           OPEN INPUT CUSTOMER-FILE-INDEXED
           OPEN OUTPUT REGISTER-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN EXTEND SUPPRESSION-FILE
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-ACCT-COUNT
               PERFORM 300-CHECK-ONE-ACCOUNT
           END-PERFORM
           CLOSE CUSTOMER-FILE-INDEXED
           CLOSE REGISTER-FILE
           CLOSE LETTER-FILE
           CLOSE SUPPRESSION-FILE
           PERFORM 500-SORT-ESCHEATMENT
           PERFORM 550-PRINT-ESCHEATMENT
           DISPLAY "Dormant accounts:              " WS-DORMANT-COUNT
           DISPLAY "Due-diligence letters:         " WS-LETTER-COUNT
           DISPLAY "Letters to bad addresses held: "
               WS-SUPPRESSED-COUNT
           DISPLAY "Past the statutory period:     " WS-ESCHEAT-COUNT
           DISPLAY "Accounts with no dated activity or open date: "
               WS-UNDATED-COUNT
           DISPLAY "Register written to DORMANT-ACCOUNTS.dat"
           DISPLAY "Letters written to DUE-DILIGENCE-LETTERS.dat"
           DISPLAY "Report written to ESCHEATMENT-REPORT.dat"
           GOBACK.
       150-LOAD-RULES.
           OPEN INPUT RULES-FILE
           READ RULES-FILE
               AT END MOVE "Y" TO WS-RULES-EOF
           END-READ
           PERFORM UNTIL WS-RULES-EOF = "Y"
               IF DRM-STATE = "**"
                   MOVE DRM-DORMANT-YEARS TO WS-DEFAULT-DORMANT-YEARS
                   MOVE DRM-ESCHEAT-YEARS TO WS-DEFAULT-ESCHEAT-YEARS
               ELSE
                   IF WS-RULE-COUNT < 60
                       ADD 1 TO WS-RULE-COUNT
                       MOVE DRM-STATE TO WS-RUL-STATE(WS-RULE-COUNT)
                       MOVE DRM-DORMANT-YEARS
                           TO WS-RUL-DORMANT-YEARS(WS-RULE-COUNT)
                       MOVE DRM-ESCHEAT-YEARS
                           TO WS-RUL-ESCHEAT-YEARS(WS-RULE-COUNT)
                   ELSE
                       DISPLAY "Dormancy rule table full, record "
                           "skipped for " DRM-STATE
                   END-IF
               END-IF
               READ RULES-FILE
                   AT END MOVE "Y" TO WS-RULES-EOF
               END-READ
           END-PERFORM
           CLOSE RULES-FILE.
       160-LOAD-ACCOUNTS.
           OPEN INPUT ACCOUNTS-FILE
           READ ACCOUNTS-FILE
               AT END MOVE "Y" TO WS-ACCOUNTS-EOF
           END-READ
           PERFORM UNTIL WS-ACCOUNTS-EOF = "Y"
               IF ACT-CTL-RECORD-TYPE = "HDR"
                   OR ACT-CTL-RECORD-TYPE = "TRL"
                   CONTINUE
               ELSE
               IF WS-ACCT-COUNT < 2000
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE ACCT-NUMBER TO WS-ACT-NUMBER(WS-ACCT-COUNT)
                   MOVE ACCT-PRINCIPAL
                       TO WS-ACT-PRINCIPAL(WS-ACCT-COUNT)
                   MOVE ACCT-OPEN-DATE
                       TO WS-ACT-OPEN-DATE(WS-ACCT-COUNT)
                   MOVE ACCT-OPEN-DATE
                       TO WS-ACT-LAST-ACTIVITY(WS-ACCT-COUNT)
               ELSE
                   DISPLAY "Account table full, record skipped for "
                       ACCT-NUMBER
               END-IF
               END-IF
               READ ACCOUNTS-FILE
                   AT END MOVE "Y" TO WS-ACCOUNTS-EOF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE.
       170-LOAD-XREF.
           OPEN INPUT XREF-FILE
           READ XREF-FILE
               AT END MOVE "Y" TO WS-XREF-EOF
           END-READ
           PERFORM UNTIL WS-XREF-EOF = "Y"
               IF WS-XREF-COUNT < 1000
                   ADD 1 TO WS-XREF-COUNT
                   MOVE XRF-CUSTOMER-NUMBER
                       TO WS-XRF-CUSTOMER(WS-XREF-COUNT)
                   MOVE XRF-ACCT-NUMBER TO WS-XRF-ACCT(WS-XREF-COUNT)
                   MOVE 0 TO WS-XRF-LAST-CHANGE(WS-XREF-COUNT)
               ELSE
                   DISPLAY "Cross-reference table full, record "
                       "skipped"
               END-IF
               READ XREF-FILE
                   AT END MOVE "Y" TO WS-XREF-EOF
               END-READ
           END-PERFORM
           CLOSE XREF-FILE.
      * A transaction with no effective date falls on the
      * anniversary of the open date for its relative year.
      * Scheduled transactions dated after today are not
      * activity.
       180-LOAD-ACTIVITY.
           OPEN INPUT TRANSACTIONS-FILE
           READ TRANSACTIONS-FILE
               AT END MOVE "Y" TO WS-TRANSACTIONS-EOF
           END-READ
           PERFORM UNTIL WS-TRANSACTIONS-EOF = "Y"
               IF TXN-CTL-RECORD-TYPE NOT = "HDR"
                   AND TXN-CTL-RECORD-TYPE NOT = "TRL"
                   PERFORM VARYING ACT-IDX FROM 1 BY 1
                       UNTIL ACT-IDX > WS-ACCT-COUNT
                       IF WS-ACT-NUMBER(ACT-IDX) = TXN-ACCT-NUMBER
                           PERFORM 185-APPLY-ONE-TRANSACTION
                       END-IF
                   END-PERFORM
               END-IF
               READ TRANSACTIONS-FILE
                   AT END MOVE "Y" TO WS-TRANSACTIONS-EOF
               END-READ
           END-PERFORM
           CLOSE TRANSACTIONS-FILE.
       185-APPLY-ONE-TRANSACTION.
           MOVE 0 TO WS-TXN-DATE
           IF TXN-EFF-DATE IS NUMERIC AND TXN-EFF-DATE > 0
               MOVE TXN-EFF-DATE TO WS-TXN-DATE
           ELSE
               IF WS-ACT-OPEN-DATE(ACT-IDX) > 0
                   COMPUTE WS-TXN-DATE = WS-ACT-OPEN-DATE(ACT-IDX)
                       + TXN-YEAR * 10000
               END-IF
           END-IF
           IF WS-TXN-DATE > WS-ACT-LAST-ACTIVITY(ACT-IDX)
               AND WS-TXN-DATE NOT > WS-TODAY
               MOVE WS-TXN-DATE TO WS-ACT-LAST-ACTIVITY(ACT-IDX)
           END-IF.
       190-LOAD-CUSTOMER-CHANGES.
           OPEN INPUT CUSTOMER-LOG-FILE
           READ CUSTOMER-LOG-FILE
               AT END MOVE "Y" TO WS-LOG-EOF
           END-READ
           PERFORM UNTIL WS-LOG-EOF = "Y"
               COMPUTE WS-LOG-DATE = CLG-TIMESTAMP / 1000000
               PERFORM VARYING XRF-IDX FROM 1 BY 1
                   UNTIL XRF-IDX > WS-XREF-COUNT
                   IF WS-XRF-CUSTOMER(XRF-IDX) = CLG-CUSTOMER-NUMBER
                       AND WS-LOG-DATE > WS-XRF-LAST-CHANGE(XRF-IDX)
                       MOVE WS-LOG-DATE TO WS-XRF-LAST-CHANGE(XRF-IDX)
                   END-IF
               END-PERFORM
               READ CUSTOMER-LOG-FILE
                   AT END MOVE "Y" TO WS-LOG-EOF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-LOG-FILE.
       300-CHECK-ONE-ACCOUNT.
           IF WS-ACT-LAST-ACTIVITY(WS-WORK-IDX) = 0
               ADD 1 TO WS-UNDATED-COUNT
           ELSE
               PERFORM 310-FIND-OWNER
               PERFORM 320-FIND-RULE
               COMPUTE WS-DORMANT-CUTOFF =
                   WS-TODAY - WS-DORMANT-YEARS * 10000
               COMPUTE WS-ESCHEAT-CUTOFF =
                   WS-TODAY - WS-ESCHEAT-YEARS * 10000
               IF WS-ACT-LAST-ACTIVITY(WS-WORK-IDX) NOT >
                   WS-DORMANT-CUTOFF
                   PERFORM 330-CHECK-HOLDER-CONTACT
                   IF WS-HOLDER-IN-CONTACT = "N"
                       PERFORM 400-RECORD-DORMANT
                   END-IF
               END-IF
           END-IF.
      * The owner for reporting is the first holder linked to the
      * account; the unclaimed-property state is the owner's
      * last known address
       310-FIND-OWNER.
           MOVE 0 TO WS-OWNER-CUSTOMER
           MOVE SPACES TO WS-OWNER-STATE
           MOVE "UNKNOWN OWNER" TO WS-OWNER-NAME
           PERFORM VARYING XRF-IDX FROM 1 BY 1
               UNTIL XRF-IDX > WS-XREF-COUNT
               OR WS-OWNER-CUSTOMER > 0
               IF WS-XRF-ACCT(XRF-IDX) = WS-ACT-NUMBER(WS-WORK-IDX)
                   MOVE WS-XRF-CUSTOMER(XRF-IDX) TO WS-OWNER-CUSTOMER
               END-IF
           END-PERFORM
           IF WS-OWNER-CUSTOMER > 0
               MOVE WS-OWNER-CUSTOMER TO INDEXED-CUSTOMER-NO
               READ CUSTOMER-FILE-INDEXED
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE INDEXED-STATE TO WS-OWNER-STATE
                       MOVE SPACES TO WS-OWNER-NAME
                       STRING INDEXED-LAST-NAME DELIMITED BY "  "
                           ", " DELIMITED BY SIZE
                           INDEXED-FIRST-NAME DELIMITED BY "  "
                           INTO WS-OWNER-NAME
               END-READ
           END-IF
           IF WS-OWNER-STATE = SPACES
               MOVE "??" TO WS-OWNER-STATE
           END-IF.
       320-FIND-RULE.
           MOVE WS-DEFAULT-DORMANT-YEARS TO WS-DORMANT-YEARS
           MOVE WS-DEFAULT-ESCHEAT-YEARS TO WS-ESCHEAT-YEARS
           PERFORM VARYING RUL-IDX FROM 1 BY 1
               UNTIL RUL-IDX > WS-RULE-COUNT
               IF WS-RUL-STATE(RUL-IDX) = WS-OWNER-STATE
                   MOVE WS-RUL-DORMANT-YEARS(RUL-IDX)
                       TO WS-DORMANT-YEARS
                   MOVE WS-RUL-ESCHEAT-YEARS(RUL-IDX)
                       TO WS-ESCHEAT-YEARS
               END-IF
           END-PERFORM.
      * Any holder who is active and has had a customer change
      * inside the dormancy period keeps the account out of
      * dormancy
       330-CHECK-HOLDER-CONTACT.
           MOVE "N" TO WS-HOLDER-IN-CONTACT
           PERFORM VARYING XRF-IDX FROM 1 BY 1
               UNTIL XRF-IDX > WS-XREF-COUNT
               IF WS-XRF-ACCT(XRF-IDX) = WS-ACT-NUMBER(WS-WORK-IDX)
                   AND WS-XRF-LAST-CHANGE(XRF-IDX) >
                       WS-DORMANT-CUTOFF
                   MOVE WS-XRF-CUSTOMER(XRF-IDX)
                       TO INDEXED-CUSTOMER-NO
                   READ CUSTOMER-FILE-INDEXED
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF INDEXED-CUSTOMER-STATUS = "A"
                               MOVE "Y" TO WS-HOLDER-IN-CONTACT
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.
       400-RECORD-DORMANT.
           ADD 1 TO WS-DORMANT-COUNT
           MOVE "N" TO WS-ESCHEAT-DUE
           IF WS-ACT-LAST-ACTIVITY(WS-WORK-IDX) NOT >
               WS-ESCHEAT-CUTOFF
               MOVE "Y" TO WS-ESCHEAT-DUE
               PERFORM 450-ADD-ESCHEAT-ENTRY
           END-IF
           MOVE WS-ACT-NUMBER(WS-WORK-IDX) TO DRG-ACCT-NUMBER
           MOVE WS-OWNER-CUSTOMER TO DRG-CUSTOMER-NUMBER
           MOVE WS-OWNER-STATE TO DRG-STATE
           MOVE WS-ACT-LAST-ACTIVITY(WS-WORK-IDX) TO DRG-LAST-ACTIVITY
           MOVE WS-ACT-PRINCIPAL(WS-WORK-IDX) TO DRG-PRINCIPAL
           MOVE WS-ESCHEAT-DUE TO DRG-ESCHEAT-FLAG
           MOVE WS-TODAY TO DRG-RUN-DATE
           WRITE REGISTER-RECORD
           COMPUTE WS-REPORT-BY-DATE =
               WS-ACT-LAST-ACTIVITY(WS-WORK-IDX)
               + WS-ESCHEAT-YEARS * 10000
           MOVE 0 TO WS-HOLDER-COUNT
           PERFORM VARYING XRF-IDX FROM 1 BY 1
               UNTIL XRF-IDX > WS-XREF-COUNT
               IF WS-XRF-ACCT(XRF-IDX) = WS-ACT-NUMBER(WS-WORK-IDX)
                   ADD 1 TO WS-HOLDER-COUNT
                   MOVE WS-XRF-CUSTOMER(XRF-IDX)
                       TO INDEXED-CUSTOMER-NO
                   READ CUSTOMER-FILE-INDEXED
                       INVALID KEY
                           DISPLAY "Customer " WS-XRF-CUSTOMER(XRF-IDX)
                               " not on the customer file - no letter"
                       NOT INVALID KEY
                           IF INDEXED-ADDRESS-STATUS = "U"
                               PERFORM 430-WRITE-SUPPRESSION
                           ELSE
                               PERFORM 420-WRITE-LETTER
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           IF WS-HOLDER-COUNT = 0
               DISPLAY "Dormant account " WS-ACT-NUMBER(WS-WORK-IDX)
                   " has no linked customer - no letter produced"
           END-IF.
       420-WRITE-LETTER.
           ADD 1 TO WS-LETTER-COUNT
           MOVE INDEXED-FIRST-NAME TO WS-NAM-FIRST
           MOVE INDEXED-LAST-NAME TO WS-NAM-LAST
           MOVE WS-NAME-LINE TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE INDEXED-ADDRESS-LINE-1 TO LETTER-RECORD
           WRITE LETTER-RECORD
           IF INDEXED-ADDRESS-LINE-2 NOT = SPACES
               MOVE INDEXED-ADDRESS-LINE-2 TO LETTER-RECORD
               WRITE LETTER-RECORD
           END-IF
           MOVE INDEXED-CITY TO WS-CTY-CITY
           MOVE INDEXED-STATE TO WS-CTY-STATE
           MOVE INDEXED-ZIP-CODE TO WS-CTY-ZIP
           MOVE WS-CITY-LINE TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           STRING "Our records show no activity on your account "
               WS-ACT-NUMBER(WS-WORK-IDX) DELIMITED BY SIZE
               INTO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           STRING "since " WS-ACT-LAST-ACTIVITY(WS-WORK-IDX) "."
               DELIMITED BY SIZE INTO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE "Please contact us or make a deposit or withdrawal "
               TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           IF WS-ESCHEAT-DUE = "Y"
               STRING "as soon as possible. The account is past the "
                   "dormancy period" DELIMITED BY SIZE
                   INTO LETTER-RECORD
               WRITE LETTER-RECORD
               MOVE SPACES TO LETTER-RECORD
               STRING "set by the state of " WS-OWNER-STATE "."
                   DELIMITED BY SIZE INTO LETTER-RECORD
           ELSE
               STRING "before " WS-REPORT-BY-DATE "."
                   DELIMITED BY SIZE INTO LETTER-RECORD
           END-IF
           WRITE LETTER-RECORD
           MOVE "If we do not hear from you, state law requires us "
               TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE "to report the balance to the state as unclaimed "
               TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE "property." TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE ALL "-" TO LETTER-RECORD
           WRITE LETTER-RECORD.
      * The letter is still owed by law, but there is no point
      * mailing it to an address the post office has returned;
      * it goes out once maintenance confirms a new address.
       430-WRITE-SUPPRESSION.
           ADD 1 TO WS-SUPPRESSED-COUNT
           MOVE WS-TODAY TO SUP-RUN-DATE
           MOVE "DORMANT" TO SUP-PROGRAM
           MOVE "DORMANCY" TO SUP-MAILING
           MOVE INDEXED-CUSTOMER-NO TO SUP-CUSTOMER-NUMBER
           MOVE WS-ACT-NUMBER(WS-WORK-IDX) TO SUP-ACCT-NUMBER
           MOVE "UNDELIVERABLE" TO SUP-REASON
           WRITE SUPPRESSION-RECORD.
       450-ADD-ESCHEAT-ENTRY.
           IF WS-ESCHEAT-COUNT < 2000
               ADD 1 TO WS-ESCHEAT-COUNT
               MOVE WS-OWNER-STATE TO WS-ESC-STATE(WS-ESCHEAT-COUNT)
               MOVE WS-ACT-NUMBER(WS-WORK-IDX)
                   TO WS-ESC-ACCT(WS-ESCHEAT-COUNT)
               MOVE WS-OWNER-CUSTOMER
                   TO WS-ESC-CUSTOMER(WS-ESCHEAT-COUNT)
               MOVE WS-OWNER-NAME TO WS-ESC-NAME(WS-ESCHEAT-COUNT)
               MOVE WS-ACT-LAST-ACTIVITY(WS-WORK-IDX)
                   TO WS-ESC-LAST-ACTIVITY(WS-ESCHEAT-COUNT)
               MOVE WS-ACT-PRINCIPAL(WS-WORK-IDX)
                   TO WS-ESC-PRINCIPAL(WS-ESCHEAT-COUNT)
           ELSE
               DISPLAY "Escheatment table full, account skipped: "
                   WS-ACT-NUMBER(WS-WORK-IDX)
           END-IF.
       500-SORT-ESCHEATMENT.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-ESCHEAT-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                   UNTIL WS-SORT-J >= WS-ESCHEAT-COUNT
                   IF WS-ESC-STATE(WS-SORT-J) >
                       WS-ESC-STATE(WS-SORT-J + 1)
                       OR (WS-ESC-STATE(WS-SORT-J) =
                           WS-ESC-STATE(WS-SORT-J + 1)
                       AND WS-ESC-ACCT(WS-SORT-J) >
                           WS-ESC-ACCT(WS-SORT-J + 1))
                       MOVE WS-ESC-ENTRY(WS-SORT-J) TO WS-ESC-SWAP
                       MOVE WS-ESC-ENTRY(WS-SORT-J + 1)
                           TO WS-ESC-ENTRY(WS-SORT-J)
                       MOVE WS-ESC-SWAP
                           TO WS-ESC-ENTRY(WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
       550-PRINT-ESCHEATMENT.
           OPEN OUTPUT ESCHEAT-REPORT-FILE
           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           STRING " Unclaimed Property (Escheatment) Report  as of "
               WS-TODAY DELIMITED BY SIZE
               INTO ESCHEAT-REPORT-RECORD
           WRITE ESCHEAT-REPORT-RECORD
           MOVE WS-ESCHEAT-HEADER TO ESCHEAT-REPORT-RECORD
           WRITE ESCHEAT-REPORT-RECORD
           MOVE SPACES TO WS-CURRENT-STATE
           PERFORM VARYING ESC-IDX FROM 1 BY 1
               UNTIL ESC-IDX > WS-ESCHEAT-COUNT
               IF WS-ESC-STATE(ESC-IDX) NOT = WS-CURRENT-STATE
                   IF WS-CURRENT-STATE NOT = SPACES
                       PERFORM 560-PRINT-STATE-TOTAL
                   END-IF
                   MOVE WS-ESC-STATE(ESC-IDX) TO WS-CURRENT-STATE
                   MOVE 0 TO WS-STATE-COUNT
                   MOVE 0 TO WS-STATE-AMOUNT
               END-IF
               MOVE WS-ESC-STATE(ESC-IDX) TO WS-ESL-STATE
               MOVE WS-ESC-ACCT(ESC-IDX) TO WS-ESL-ACCT
               MOVE WS-ESC-CUSTOMER(ESC-IDX) TO WS-ESL-CUSTOMER
               MOVE WS-ESC-NAME(ESC-IDX) TO WS-ESL-NAME
               MOVE WS-ESC-LAST-ACTIVITY(ESC-IDX)
                   TO WS-ESL-LAST-ACTIVITY
               MOVE WS-ESC-PRINCIPAL(ESC-IDX) TO WS-ESL-AMOUNT
               MOVE WS-ESCHEAT-LINE TO ESCHEAT-REPORT-RECORD
               WRITE ESCHEAT-REPORT-RECORD
               ADD 1 TO WS-STATE-COUNT
               ADD WS-ESC-PRINCIPAL(ESC-IDX) TO WS-STATE-AMOUNT
               ADD 1 TO WS-TOTAL-COUNT
               ADD WS-ESC-PRINCIPAL(ESC-IDX) TO WS-TOTAL-AMOUNT
           END-PERFORM
           IF WS-CURRENT-STATE NOT = SPACES
               PERFORM 560-PRINT-STATE-TOTAL
           END-IF
           MOVE "REPORT TOTAL" TO WS-EST-LABEL
           MOVE SPACES TO WS-EST-STATE
           MOVE WS-TOTAL-COUNT TO WS-EST-COUNT
           MOVE WS-TOTAL-AMOUNT TO WS-EST-AMOUNT
           MOVE WS-ESCHEAT-TOTAL-LINE TO ESCHEAT-REPORT-RECORD
           WRITE ESCHEAT-REPORT-RECORD
           CLOSE ESCHEAT-REPORT-FILE.
       560-PRINT-STATE-TOTAL.
           MOVE "  TOTAL FOR STATE" TO WS-EST-LABEL
           MOVE WS-CURRENT-STATE TO WS-EST-STATE
           MOVE WS-STATE-COUNT TO WS-EST-COUNT
           MOVE WS-STATE-AMOUNT TO WS-EST-AMOUNT
           MOVE WS-ESCHEAT-TOTAL-LINE TO ESCHEAT-REPORT-RECORD
           WRITE ESCHEAT-REPORT-RECORD
           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           WRITE ESCHEAT-REPORT-RECORD.
