       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATURITY.
      * Account maturity processing. An account matures on the
      * anniversary of ACCT-OPEN-DATE that ends its ACCT-YEARS
      * term. Accounts maturing within the notice window get a
      * maturity notice, sent to every holder found through
      * CUSTOMER-ACCOUNT-XREF.dat and CUSTOMERS-INDEXED.Dat, with
      * the final projected balance from BALANCE-REPORT.dat and
      * the options open to them. A holder who asked not to be
      * mailed, or to be contacted by e-mail only, or whose
      * address is flagged undeliverable, gets no notice and is
      * listed on MAIL-SUPPRESSION.dat instead. On or
      * after the maturity date the account's standing
      * instruction is carried out:
      *   R (or blank) roll over for another term at the current
      *                rate with the matured balance as principal
      *   P            pay out the matured balance and close
      *   T            add the matured balance to the transfer
      *                account's principal and close
      * Every notice and action is logged to
      * ACCOUNT-CHANGE-LOG.dat and to the cumulative
      * MATURITY-REGISTER.dat, which GLPOST reads for payouts.
      * Accounts this run changed are rewritten or deleted in
      * ACCOUNTS.dat by key, and fresh HDR and TRL control
      * records are written whenever an account changes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO
           "RUN-CONTROL.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCOUNTS-FILE ASSIGN TO
           "ACCOUNTS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ACCT-NUMBER.
           SELECT OPTIONAL PRODUCT-FILE ASSIGN TO
           "ACCOUNT-PRODUCTS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BALANCE-REPORT-FILE ASSIGN TO
           "BALANCE-REPORT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL XREF-FILE ASSIGN TO
           "CUSTOMER-ACCOUNT-XREF.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-FILE-INDEXED ASSIGN TO
           "CUSTOMERS-INDEXED.Dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS INDEXED-CUSTOMER-NO
           ALTERNATE RECORD KEY IS INDEXED-LAST-NAME
               WITH DUPLICATES.
           SELECT OPTIONAL CHANGE-LOG-FILE ASSIGN TO
           "ACCOUNT-CHANGE-LOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICE-FILE ASSIGN TO
           "MATURITY-NOTICES.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REGISTER-FILE ASSIGN TO
           "MATURITY-REGISTER.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUPPRESSION-FILE ASSIGN TO
           "MAIL-SUPPRESSION.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RUN-CTL-MODE PIC X(1).
           05 RUN-CTL-USER PIC X(20).
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
       01 ACCOUNT-HEADER-RECORD.
           05 ACT-HDR-RECORD-TYPE PIC X(3).
           05 ACT-HDR-RUN-DATE PIC 9(8).
           05 ACT-HDR-SOURCE PIC X(10).
       01 ACCOUNT-TRAILER-RECORD.
           05 ACT-TRL-RECORD-TYPE PIC X(3).
           05 ACT-TRL-COUNT PIC 9(6).
           05 ACT-TRL-HASH PIC 9(13)V99.
       FD PRODUCT-FILE.
       01 PRODUCT-RECORD.
           05 PRD-CODE PIC X(4).
           05 PRD-NAME PIC X(20).
           05 PRD-RATE PIC 9(2)V999.
           05 PRD-FREQUENCY PIC X(1).
           05 PRD-MIN-BALANCE PIC 9(9)V99.
           05 PRD-TERM-MONTHS PIC 9(3).
           05 PRD-PENALTY-MONTHS PIC 9(2).
       FD BALANCE-REPORT-FILE.
       01 BALANCE-REPORT-RECORD.
           05 RPT-ACCT-NUMBER PIC X(6).
           05 RPT-YEAR PIC 9(2).
           05 RPT-BALANCE PIC S9(9)V99.
           05 RPT-RATE PIC 9(2)V999.
           05 RPT-DATE PIC 9(8).
       FD XREF-FILE.
       01 XREF-RECORD.
           05 XRF-CUSTOMER-NUMBER PIC 9(7).
           05 XRF-ACCT-NUMBER PIC X(6).
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
       FD CHANGE-LOG-FILE.
       01 CHANGE-LOG-RECORD.
           05 ACL-ACCT-NUMBER PIC X(6).
           05 ACL-ACTION PIC X(6).
           05 ACL-FIELD-NAME PIC X(20).
           05 ACL-OLD-VALUE PIC X(30).
           05 ACL-NEW-VALUE PIC X(30).
           05 ACL-TIMESTAMP PIC 9(14).
           05 ACL-USERNAME PIC X(20).
       FD NOTICE-FILE.
       01 NOTICE-RECORD PIC X(80).
       FD REGISTER-FILE.
       01 REGISTER-RECORD.
           05 MTR-ACCT-NUMBER PIC X(6).
      * MTR-ACTION: N = notice sent, R = rolled over, P = paid
      * out, T = transferred, X = transfer could not be made
           05 MTR-ACTION PIC X(1).
           05 MTR-MATURITY-DATE PIC 9(8).
           05 MTR-AMOUNT PIC S9(9)V99.
           05 MTR-RATE PIC 9(2)V999.
           05 MTR-TRANSFER-ACCT PIC X(6).
           05 MTR-RUN-DATE PIC 9(8).
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
       01 WS-TODAY-DAYS PIC 9(8) VALUE 0.
       01 WS-USERNAME PIC X(20) VALUE "MATURITY".
      * Days ahead of maturity that the notice goes out
       01 WS-NOTICE-DAYS PIC 9(3) VALUE 30.
       01 WS-ACCOUNTS-EOF PIC X VALUE "N".
       01 WS-PRODUCT-EOF PIC X VALUE "N".
       01 WS-REPORT-EOF PIC X VALUE "N".
       01 WS-XREF-EOF PIC X VALUE "N".
       01 WS-LOG-EOF PIC X VALUE "N".
      * Set when ACCOUNTS.dat outgrows the table; the run ends
      * without acting so a truncated master is never written
       01 WS-LOAD-OVERFLOW PIC X VALUE "N".
       01 WS-MASTER-CHANGED PIC X VALUE "N".
       01 WS-ACCT-COUNT PIC 9(4) VALUE 0.
       01 WS-ACCT-FOUND PIC 9(4) VALUE 0.
       01 WS-WORK-IDX PIC 9(4) VALUE 0.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 2000 TIMES INDEXED BY ACT-IDX.
               10 WS-ACT-NUMBER PIC X(6).
               10 WS-ACT-PRINCIPAL PIC S9(9)V99.
               10 WS-ACT-RATE PIC 9(2)V999.
               10 WS-ACT-YEARS PIC 9(2).
               10 WS-ACT-FREQUENCY PIC X(1).
               10 WS-ACT-OD-POLICY PIC X(1).
               10 WS-ACT-TAX-STATUS PIC X(1).
               10 WS-ACT-OPEN-DATE PIC 9(8).
               10 WS-ACT-PRODUCT-CODE PIC X(4).
               10 WS-ACT-MATURITY-INSTR PIC X(1).
               10 WS-ACT-TRANSFER-ACCT PIC X(6).
      * Principal as loaded; a rollover adds the growth to the
      * current principal so a transfer received earlier in the
      * same run is kept
               10 WS-ACT-LOADED-PRINCIPAL PIC S9(9)V99.
               10 WS-ACT-FINAL-BALANCE PIC S9(9)V99.
               10 WS-ACT-FINAL-FOUND PIC X(1).
               10 WS-ACT-CLOSED PIC X(1).
      * Set when the run changes the account, so only changed
      * accounts are rewritten
               10 WS-ACT-CHANGED PIC X(1).
       01 WS-PROD-COUNT PIC 9(3) VALUE 0.
       01 WS-PROD-FOUND PIC 9(3) VALUE 0.
       01 WS-PROD-TABLE.
           05 WS-PROD-ENTRY OCCURS 100 TIMES INDEXED BY PRD-IDX.
               10 WS-PRD-CODE PIC X(4).
               10 WS-PRD-RATE PIC 9(2)V999.
       01 WS-XREF-COUNT PIC 9(4) VALUE 0.
       01 WS-XREF-TABLE.
           05 WS-XRF-ENTRY OCCURS 1000 TIMES INDEXED BY XRF-IDX.
               10 WS-XRF-CUSTOMER PIC 9(7).
               10 WS-XRF-ACCT PIC X(6).
      * Notices already sent, from earlier runs' change log
       01 WS-SENT-COUNT PIC 9(4) VALUE 0.
       01 WS-SENT-FOUND PIC X VALUE "N".
       01 WS-SENT-TABLE.
           05 WS-SENT-ENTRY OCCURS 2000 TIMES INDEXED BY SNT-IDX.
               10 WS-SNT-ACCT PIC X(6).
               10 WS-SNT-MATURITY-DATE PIC X(8).
       01 WS-MATURITY-DATE PIC 9(8) VALUE 0.
       01 WS-MATURITY-SPLIT REDEFINES WS-MATURITY-DATE.
           05 WS-MAT-YYYY PIC 9(4).
           05 WS-MAT-MM PIC 9(2).
           05 WS-MAT-DD PIC 9(2).
       01 WS-MATURITY-DAYS PIC S9(8) VALUE 0.
       01 WS-CURRENT-RATE PIC 9(2)V999 VALUE 0.
       01 WS-FINAL-BALANCE PIC S9(9)V99 VALUE 0.
       01 WS-LETTERS-FOR-ACCT PIC 9(4) VALUE 0.
       01 WS-SUPPRESSED-FOR-ACCT PIC 9(4) VALUE 0.
       01 WS-SUPPRESSED-COUNT PIC 9(4) VALUE 0.
       01 WS-SUPPRESS-REASON PIC X(20) VALUE SPACES.
       01 WS-LOG-ACCT PIC X(6) VALUE SPACES.
       01 WS-CURRENT-DATE PIC 9(8) VALUE 0.
       01 WS-CURRENT-TIME PIC 9(8) VALUE 0.
       01 WS-SAVE-HASH PIC 9(13)V99 VALUE 0.
       01 WS-SAVE-COUNT PIC 9(6) VALUE 0.
       01 WS-CONTROL-TYPE PIC X(3) VALUE SPACES.
       01 WS-CONTROL-EOF PIC X VALUE "N".
       01 WS-NOTICE-COUNT PIC 9(4) VALUE 0.
       01 WS-LETTER-COUNT PIC 9(4) VALUE 0.
       01 WS-ROLLOVER-COUNT PIC 9(4) VALUE 0.
       01 WS-PAYOUT-COUNT PIC 9(4) VALUE 0.
       01 WS-TRANSFER-COUNT PIC 9(4) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(4) VALUE 0.
       01 WS-NO-DATE-COUNT PIC 9(4) VALUE 0.
       01 WS-FORMAT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-FORMAT-RATE PIC Z9.999.
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
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-DAYS = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           PERFORM 040-READ-RUN-CONTROL
           PERFORM 150-LOAD-ACCOUNTS
           IF WS-LOAD-OVERFLOW = "Y"
               DISPLAY "*** MATURITY RUN ABORTED - ACCOUNTS.dat has "
                   "more records than this program can hold. "
                   "Nothing was changed. ***"
               GOBACK
           END-IF
           PERFORM 160-LOAD-PRODUCTS
           PERFORM 170-LOAD-XREF
           PERFORM 180-LOAD-FINAL-BALANCES
           PERFORM 190-LOAD-NOTICES-SENT
           OPEN INPUT CUSTOMER-FILE-INDEXED
           OPEN OUTPUT NOTICE-FILE
           OPEN EXTEND REGISTER-FILE
           OPEN EXTEND CHANGE-LOG-FILE
           OPEN EXTEND SUPPRESSION-FILE
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-ACCT-COUNT
               IF WS-ACT-CLOSED(WS-WORK-IDX) = "N"
                   PERFORM 200-CHECK-ONE-ACCOUNT
               END-IF
           END-PERFORM
           CLOSE CUSTOMER-FILE-INDEXED
           CLOSE NOTICE-FILE
           CLOSE REGISTER-FILE
           CLOSE CHANGE-LOG-FILE
           CLOSE SUPPRESSION-FILE
           IF WS-MASTER-CHANGED = "Y"
               PERFORM 600-SAVE-ACCOUNTS
           END-IF
           DISPLAY "Maturity notices:        " WS-NOTICE-COUNT
               "  letters: " WS-LETTER-COUNT
               "  suppressed: " WS-SUPPRESSED-COUNT
           DISPLAY "Accounts rolled over:    " WS-ROLLOVER-COUNT
           DISPLAY "Accounts paid out:       " WS-PAYOUT-COUNT
           DISPLAY "Accounts transferred:    " WS-TRANSFER-COUNT
           DISPLAY "Transfers not made:      " WS-EXCEPTION-COUNT
           DISPLAY "Accounts with no open date or term: "
               WS-NO-DATE-COUNT
           DISPLAY "Notices written to MATURITY-NOTICES.dat"
           GOBACK.
       040-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           READ RUN-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RUN-CTL-MODE = "B"
                       AND RUN-CTL-USER NOT = SPACES
                       MOVE RUN-CTL-USER TO WS-USERNAME
                   END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.
       150-LOAD-ACCOUNTS.
           OPEN INPUT ACCOUNTS-FILE
           READ ACCOUNTS-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-ACCOUNTS-EOF
           END-READ
           PERFORM UNTIL WS-ACCOUNTS-EOF = "Y"
               IF ACT-HDR-RECORD-TYPE = "HDR"
                   OR ACT-HDR-RECORD-TYPE = "TRL"
                   CONTINUE
               ELSE
               IF WS-ACCT-COUNT < 2000
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE ACCT-NUMBER TO WS-ACT-NUMBER(WS-ACCT-COUNT)
                   MOVE ACCT-PRINCIPAL
                       TO WS-ACT-PRINCIPAL(WS-ACCT-COUNT)
                   MOVE ACCT-PRINCIPAL
                       TO WS-ACT-LOADED-PRINCIPAL(WS-ACCT-COUNT)
                   MOVE ACCT-ANNUAL-RATE TO WS-ACT-RATE(WS-ACCT-COUNT)
                   MOVE ACCT-YEARS TO WS-ACT-YEARS(WS-ACCT-COUNT)
                   MOVE ACCT-FREQUENCY
                       TO WS-ACT-FREQUENCY(WS-ACCT-COUNT)
                   MOVE ACCT-OD-POLICY
                       TO WS-ACT-OD-POLICY(WS-ACCT-COUNT)
                   MOVE ACCT-TAX-STATUS
                       TO WS-ACT-TAX-STATUS(WS-ACCT-COUNT)
                   MOVE ACCT-OPEN-DATE
                       TO WS-ACT-OPEN-DATE(WS-ACCT-COUNT)
                   MOVE ACCT-PRODUCT-CODE
                       TO WS-ACT-PRODUCT-CODE(WS-ACCT-COUNT)
                   MOVE ACCT-MATURITY-INSTR
                       TO WS-ACT-MATURITY-INSTR(WS-ACCT-COUNT)
                   MOVE ACCT-TRANSFER-ACCT
                       TO WS-ACT-TRANSFER-ACCT(WS-ACCT-COUNT)
                   MOVE 0 TO WS-ACT-FINAL-BALANCE(WS-ACCT-COUNT)
                   MOVE "N" TO WS-ACT-FINAL-FOUND(WS-ACCT-COUNT)
                   MOVE "N" TO WS-ACT-CLOSED(WS-ACCT-COUNT)
                   MOVE "N" TO WS-ACT-CHANGED(WS-ACCT-COUNT)
               ELSE
                   DISPLAY "*** ACCOUNTS.dat has more records than "
                       "the 2000 this program can hold ***"
                   MOVE "Y" TO WS-LOAD-OVERFLOW
               END-IF
               END-IF
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-ACCOUNTS-EOF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE.
       160-LOAD-PRODUCTS.
           OPEN INPUT PRODUCT-FILE
           READ PRODUCT-FILE
               AT END MOVE "Y" TO WS-PRODUCT-EOF
           END-READ
           PERFORM UNTIL WS-PRODUCT-EOF = "Y"
               IF WS-PROD-COUNT < 100
                   ADD 1 TO WS-PROD-COUNT
                   MOVE PRD-CODE TO WS-PRD-CODE(WS-PROD-COUNT)
                   MOVE PRD-RATE TO WS-PRD-RATE(WS-PROD-COUNT)
               ELSE
                   DISPLAY "Product table full, record skipped for "
                       PRD-CODE
               END-IF
               READ PRODUCT-FILE
                   AT END MOVE "Y" TO WS-PRODUCT-EOF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE.
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
               ELSE
                   DISPLAY "Cross-reference table full, record "
                       "skipped"
               END-IF
               READ XREF-FILE
                   AT END MOVE "Y" TO WS-XREF-EOF
               END-READ
           END-PERFORM
           CLOSE XREF-FILE.
      * The final projected balance is the projection line for
      * the account's last year
       180-LOAD-FINAL-BALANCES.
           OPEN INPUT BALANCE-REPORT-FILE
           READ BALANCE-REPORT-FILE
               AT END MOVE "Y" TO WS-REPORT-EOF
           END-READ
           PERFORM UNTIL WS-REPORT-EOF = "Y"
               PERFORM VARYING ACT-IDX FROM 1 BY 1
                   UNTIL ACT-IDX > WS-ACCT-COUNT
                   IF WS-ACT-NUMBER(ACT-IDX) = RPT-ACCT-NUMBER
                       AND WS-ACT-YEARS(ACT-IDX) = RPT-YEAR
                       MOVE RPT-BALANCE
                           TO WS-ACT-FINAL-BALANCE(ACT-IDX)
                       MOVE "Y" TO WS-ACT-FINAL-FOUND(ACT-IDX)
                   END-IF
               END-PERFORM
               READ BALANCE-REPORT-FILE
                   AT END MOVE "Y" TO WS-REPORT-EOF
               END-READ
           END-PERFORM
           CLOSE BALANCE-REPORT-FILE.
       190-LOAD-NOTICES-SENT.
           OPEN INPUT CHANGE-LOG-FILE
           READ CHANGE-LOG-FILE
               AT END MOVE "Y" TO WS-LOG-EOF
           END-READ
           PERFORM UNTIL WS-LOG-EOF = "Y"
               IF ACL-FIELD-NAME = "MATURITY-NOTICE"
                   IF WS-SENT-COUNT < 2000
                       ADD 1 TO WS-SENT-COUNT
                       MOVE ACL-ACCT-NUMBER
                           TO WS-SNT-ACCT(WS-SENT-COUNT)
                       MOVE ACL-NEW-VALUE(1:8)
                           TO WS-SNT-MATURITY-DATE(WS-SENT-COUNT)
                   ELSE
                       DISPLAY "Notice history table full, record "
                           "skipped for " ACL-ACCT-NUMBER
                   END-IF
               END-IF
               READ CHANGE-LOG-FILE
                   AT END MOVE "Y" TO WS-LOG-EOF
               END-READ
           END-PERFORM
           CLOSE CHANGE-LOG-FILE.
       200-CHECK-ONE-ACCOUNT.
           IF WS-ACT-OPEN-DATE(WS-WORK-IDX) = 0
               OR WS-ACT-YEARS(WS-WORK-IDX) = 0
               ADD 1 TO WS-NO-DATE-COUNT
           ELSE
               PERFORM 210-COMPUTE-MATURITY
               PERFORM 220-FIND-CURRENT-RATE
               IF WS-ACT-FINAL-FOUND(WS-WORK-IDX) = "Y"
                   MOVE WS-ACT-FINAL-BALANCE(WS-WORK-IDX)
                       TO WS-FINAL-BALANCE
               ELSE
                   MOVE WS-ACT-LOADED-PRINCIPAL(WS-WORK-IDX)
                       TO WS-FINAL-BALANCE
               END-IF
               IF WS-MATURITY-DAYS NOT > 0
                   PERFORM 500-MATURE-ACCOUNT
               ELSE
                   IF WS-MATURITY-DAYS NOT > WS-NOTICE-DAYS
                       PERFORM 300-SEND-NOTICE
                   END-IF
               END-IF
           END-IF.
      * A term opened on 29 February matures on 28 February when
      * the maturity year is not a leap year
       210-COMPUTE-MATURITY.
           MOVE WS-ACT-OPEN-DATE(WS-WORK-IDX) TO WS-MATURITY-DATE
           ADD WS-ACT-YEARS(WS-WORK-IDX) TO WS-MAT-YYYY
           IF WS-MAT-MM = 2 AND WS-MAT-DD = 29
               IF FUNCTION MOD(WS-MAT-YYYY, 4) NOT = 0
                   OR (FUNCTION MOD(WS-MAT-YYYY, 100) = 0
                   AND FUNCTION MOD(WS-MAT-YYYY, 400) NOT = 0)
                   MOVE 28 TO WS-MAT-DD
               END-IF
           END-IF
           COMPUTE WS-MATURITY-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-MATURITY-DATE)
               - WS-TODAY-DAYS.
      * The current rate is the product's rate today; an account
      * with no product on the master keeps its own rate
       220-FIND-CURRENT-RATE.
           MOVE WS-ACT-RATE(WS-WORK-IDX) TO WS-CURRENT-RATE
           MOVE 0 TO WS-PROD-FOUND
           PERFORM VARYING PRD-IDX FROM 1 BY 1
               UNTIL PRD-IDX > WS-PROD-COUNT
               IF WS-PRD-CODE(PRD-IDX) =
                   WS-ACT-PRODUCT-CODE(WS-WORK-IDX)
                   AND WS-ACT-PRODUCT-CODE(WS-WORK-IDX) NOT = SPACES
                   MOVE PRD-IDX TO WS-PROD-FOUND
               END-IF
           END-PERFORM
           IF WS-PROD-FOUND > 0
               MOVE WS-PRD-RATE(WS-PROD-FOUND) TO WS-CURRENT-RATE
           END-IF.
      * One notice per maturity date; a notice already logged
      * for this maturity is not sent again
       300-SEND-NOTICE.
           MOVE "N" TO WS-SENT-FOUND
           PERFORM VARYING SNT-IDX FROM 1 BY 1
               UNTIL SNT-IDX > WS-SENT-COUNT
               IF WS-SNT-ACCT(SNT-IDX) = WS-ACT-NUMBER(WS-WORK-IDX)
                   AND WS-SNT-MATURITY-DATE(SNT-IDX) =
                       WS-MATURITY-DATE
                   MOVE "Y" TO WS-SENT-FOUND
               END-IF
           END-PERFORM
           IF WS-SENT-FOUND = "N"
               MOVE 0 TO WS-LETTERS-FOR-ACCT
               MOVE 0 TO WS-SUPPRESSED-FOR-ACCT
               PERFORM VARYING XRF-IDX FROM 1 BY 1
                   UNTIL XRF-IDX > WS-XREF-COUNT
                   IF WS-XRF-ACCT(XRF-IDX) =
                       WS-ACT-NUMBER(WS-WORK-IDX)
                       PERFORM 350-NOTICE-FOR-ONE-HOLDER
                   END-IF
               END-PERFORM
      * A notice held back for every holder still counts as
      * handled, so it is not retried on each later run
               IF WS-LETTERS-FOR-ACCT = 0
                   AND WS-SUPPRESSED-FOR-ACCT = 0
                   DISPLAY "No customer on file for account "
                       WS-ACT-NUMBER(WS-WORK-IDX)
                       " - no maturity notice produced"
               ELSE
                   ADD 1 TO WS-NOTICE-COUNT
                   MOVE WS-ACT-NUMBER(WS-WORK-IDX) TO WS-LOG-ACCT
                   MOVE "NOTICE" TO ACL-ACTION
                   MOVE "MATURITY-NOTICE" TO ACL-FIELD-NAME
                   MOVE SPACES TO ACL-OLD-VALUE
                   MOVE WS-MATURITY-DATE TO ACL-NEW-VALUE
                   PERFORM 450-LOG-CHANGE
                   MOVE "N" TO MTR-ACTION
                   MOVE SPACES TO MTR-TRANSFER-ACCT
                   PERFORM 460-WRITE-REGISTER
               END-IF
           END-IF.
       350-NOTICE-FOR-ONE-HOLDER.
           MOVE WS-XRF-CUSTOMER(XRF-IDX) TO INDEXED-CUSTOMER-NO
           READ CUSTOMER-FILE-INDEXED
               INVALID KEY
                   DISPLAY "Customer " WS-XRF-CUSTOMER(XRF-IDX)
                       " not on the customer file - no notice"
               NOT INVALID KEY
                   MOVE SPACES TO WS-SUPPRESS-REASON
                   IF INDEXED-ADDRESS-STATUS = "U"
                       MOVE "UNDELIVERABLE" TO WS-SUPPRESS-REASON
                   END-IF
                   IF INDEXED-EMAIL-ONLY = "Y"
                       MOVE "E-MAIL ONLY" TO WS-SUPPRESS-REASON
                   END-IF
                   IF INDEXED-DO-NOT-MAIL = "Y"
                       MOVE "DO NOT MAIL" TO WS-SUPPRESS-REASON
                   END-IF
                   IF WS-SUPPRESS-REASON = SPACES
                       PERFORM 400-WRITE-NOTICE
                   ELSE
                       PERFORM 410-WRITE-SUPPRESSION
                   END-IF
           END-READ.
       400-WRITE-NOTICE.
           ADD 1 TO WS-LETTER-COUNT
           ADD 1 TO WS-LETTERS-FOR-ACCT
           MOVE INDEXED-FIRST-NAME TO WS-NAM-FIRST
           MOVE INDEXED-LAST-NAME TO WS-NAM-LAST
           MOVE WS-NAME-LINE TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE INDEXED-ADDRESS-LINE-1 TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           IF INDEXED-ADDRESS-LINE-2 NOT = SPACES
               MOVE INDEXED-ADDRESS-LINE-2 TO NOTICE-RECORD
               WRITE NOTICE-RECORD
           END-IF
           MOVE INDEXED-CITY TO WS-CTY-CITY
           MOVE INDEXED-STATE TO WS-CTY-STATE
           MOVE INDEXED-ZIP-CODE TO WS-CTY-ZIP
           MOVE WS-CITY-LINE TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           STRING "Your account " WS-ACT-NUMBER(WS-WORK-IDX)
               " matures on " WS-MATURITY-DATE "."
               DELIMITED BY SIZE INTO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE WS-FINAL-BALANCE TO WS-FORMAT-AMOUNT
           MOVE SPACES TO NOTICE-RECORD
           STRING "Projected balance at maturity: " WS-FORMAT-AMOUNT
               DELIMITED BY SIZE INTO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           EVALUATE WS-ACT-MATURITY-INSTR(WS-WORK-IDX)
               WHEN "P"
                   MOVE "Your current instruction: pay out the balance."
                       TO NOTICE-RECORD
               WHEN "T"
                   STRING "Your current instruction: transfer the "
                       "balance to account "
                       WS-ACT-TRANSFER-ACCT(WS-WORK-IDX) "."
                       DELIMITED BY SIZE INTO NOTICE-RECORD
               WHEN OTHER
                   MOVE "Your current instruction: roll over."
                       TO NOTICE-RECORD
           END-EVALUATE
           WRITE NOTICE-RECORD
           MOVE "Your options:" TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE WS-CURRENT-RATE TO WS-FORMAT-RATE
           MOVE SPACES TO NOTICE-RECORD
           STRING "  R - roll over for another "
               WS-ACT-YEARS(WS-WORK-IDX) " years at the current "
               "rate of " WS-FORMAT-RATE "%"
               DELIMITED BY SIZE INTO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE "  P - pay out the balance to you" TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE "  T - transfer the balance to another account"
               TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE "To change it, contact us before the maturity date."
               TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE ALL "-" TO NOTICE-RECORD
           WRITE NOTICE-RECORD.
       410-WRITE-SUPPRESSION.
           ADD 1 TO WS-SUPPRESSED-COUNT
           ADD 1 TO WS-SUPPRESSED-FOR-ACCT
           MOVE WS-TODAY TO SUP-RUN-DATE
           MOVE "MATURITY" TO SUP-PROGRAM
           MOVE "MATURITY" TO SUP-MAILING
           MOVE INDEXED-CUSTOMER-NO TO SUP-CUSTOMER-NUMBER
           MOVE WS-ACT-NUMBER(WS-WORK-IDX) TO SUP-ACCT-NUMBER
           MOVE WS-SUPPRESS-REASON TO SUP-REASON
           WRITE SUPPRESSION-RECORD.
       450-LOG-CHANGE.
           MOVE WS-LOG-ACCT TO ACL-ACCT-NUMBER
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
      * TIME returns HHMMSSss; drop the hundredths so the
      * 14-digit stamp carries date plus HHMMSS
           COMPUTE ACL-TIMESTAMP =
               WS-CURRENT-DATE * 1000000 + WS-CURRENT-TIME / 100
           MOVE WS-USERNAME TO ACL-USERNAME
           WRITE CHANGE-LOG-RECORD.
       460-WRITE-REGISTER.
           MOVE WS-ACT-NUMBER(WS-WORK-IDX) TO MTR-ACCT-NUMBER
           MOVE WS-MATURITY-DATE TO MTR-MATURITY-DATE
           MOVE WS-FINAL-BALANCE TO MTR-AMOUNT
           MOVE WS-CURRENT-RATE TO MTR-RATE
           MOVE WS-TODAY TO MTR-RUN-DATE
           WRITE REGISTER-RECORD.
       500-MATURE-ACCOUNT.
           MOVE WS-ACT-NUMBER(WS-WORK-IDX) TO WS-LOG-ACCT
           EVALUATE WS-ACT-MATURITY-INSTR(WS-WORK-IDX)
               WHEN "P"
                   PERFORM 520-PAY-OUT
               WHEN "T"
                   PERFORM 530-TRANSFER
               WHEN OTHER
                   PERFORM 510-ROLL-OVER
           END-EVALUATE.
      * A new term starts on the maturity date. An account that
      * follows its product's rate (zero on the account) keeps
      * following it; any other account moves to the product's
      * current rate.
       510-ROLL-OVER.
           MOVE "MATURE" TO ACL-ACTION
           MOVE WS-ACT-PRINCIPAL(WS-WORK-IDX) TO WS-FORMAT-AMOUNT
           MOVE WS-FORMAT-AMOUNT TO ACL-OLD-VALUE
           COMPUTE WS-ACT-PRINCIPAL(WS-WORK-IDX) =
               WS-ACT-PRINCIPAL(WS-WORK-IDX) + WS-FINAL-BALANCE
               - WS-ACT-LOADED-PRINCIPAL(WS-WORK-IDX)
           MOVE WS-ACT-PRINCIPAL(WS-WORK-IDX) TO WS-FORMAT-AMOUNT
           MOVE WS-FORMAT-AMOUNT TO ACL-NEW-VALUE
           MOVE "PRINCIPAL" TO ACL-FIELD-NAME
           PERFORM 450-LOG-CHANGE
           IF WS-ACT-RATE(WS-WORK-IDX) NOT = 0
               AND WS-ACT-RATE(WS-WORK-IDX) NOT = WS-CURRENT-RATE
               MOVE WS-ACT-RATE(WS-WORK-IDX) TO WS-FORMAT-RATE
               MOVE WS-FORMAT-RATE TO ACL-OLD-VALUE
               MOVE WS-CURRENT-RATE TO WS-ACT-RATE(WS-WORK-IDX)
               MOVE WS-CURRENT-RATE TO WS-FORMAT-RATE
               MOVE WS-FORMAT-RATE TO ACL-NEW-VALUE
               MOVE "ANNUAL-RATE" TO ACL-FIELD-NAME
               PERFORM 450-LOG-CHANGE
           END-IF
           MOVE WS-ACT-OPEN-DATE(WS-WORK-IDX) TO ACL-OLD-VALUE
           MOVE WS-MATURITY-DATE TO WS-ACT-OPEN-DATE(WS-WORK-IDX)
           MOVE WS-MATURITY-DATE TO ACL-NEW-VALUE
           MOVE "OPEN-DATE" TO ACL-FIELD-NAME
           PERFORM 450-LOG-CHANGE
           MOVE "Y" TO WS-ACT-CHANGED(WS-WORK-IDX)
           MOVE "Y" TO WS-MASTER-CHANGED
           ADD 1 TO WS-ROLLOVER-COUNT
           MOVE "R" TO MTR-ACTION
           MOVE SPACES TO MTR-TRANSFER-ACCT
           PERFORM 460-WRITE-REGISTER.
       520-PAY-OUT.
           MOVE "CLOSE" TO ACL-ACTION
           MOVE "MATURITY-PAYOUT" TO ACL-FIELD-NAME
           MOVE WS-ACT-PRINCIPAL(WS-WORK-IDX) TO WS-FORMAT-AMOUNT
           MOVE WS-FORMAT-AMOUNT TO ACL-OLD-VALUE
           MOVE WS-FINAL-BALANCE TO WS-FORMAT-AMOUNT
           MOVE WS-FORMAT-AMOUNT TO ACL-NEW-VALUE
           PERFORM 450-LOG-CHANGE
           MOVE "Y" TO WS-ACT-CLOSED(WS-WORK-IDX)
           MOVE "Y" TO WS-MASTER-CHANGED
           ADD 1 TO WS-PAYOUT-COUNT
           MOVE "P" TO MTR-ACTION
           MOVE SPACES TO MTR-TRANSFER-ACCT
           PERFORM 460-WRITE-REGISTER.
      * The transfer account must still be open on the master;
      * otherwise the account is left as it is for follow-up
       530-TRANSFER.
           MOVE 0 TO WS-ACCT-FOUND
           PERFORM VARYING ACT-IDX FROM 1 BY 1
               UNTIL ACT-IDX > WS-ACCT-COUNT
               IF WS-ACT-NUMBER(ACT-IDX) =
                   WS-ACT-TRANSFER-ACCT(WS-WORK-IDX)
                   AND WS-ACT-CLOSED(ACT-IDX) = "N"
                   AND ACT-IDX NOT = WS-WORK-IDX
                   MOVE ACT-IDX TO WS-ACCT-FOUND
               END-IF
           END-PERFORM
           MOVE WS-ACT-TRANSFER-ACCT(WS-WORK-IDX)
               TO MTR-TRANSFER-ACCT
           IF WS-ACCT-FOUND = 0
               DISPLAY "Account " WS-ACT-NUMBER(WS-WORK-IDX)
                   " matured but transfer account "
                   WS-ACT-TRANSFER-ACCT(WS-WORK-IDX)
                   " is not open - no action taken"
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE "X" TO MTR-ACTION
               PERFORM 460-WRITE-REGISTER
           ELSE
               MOVE WS-ACT-NUMBER(WS-ACCT-FOUND) TO WS-LOG-ACCT
               MOVE "MATURE" TO ACL-ACTION
               MOVE "PRINCIPAL" TO ACL-FIELD-NAME
               MOVE WS-ACT-PRINCIPAL(WS-ACCT-FOUND)
                   TO WS-FORMAT-AMOUNT
               MOVE WS-FORMAT-AMOUNT TO ACL-OLD-VALUE
               ADD WS-FINAL-BALANCE
                   TO WS-ACT-PRINCIPAL(WS-ACCT-FOUND)
               MOVE "Y" TO WS-ACT-CHANGED(WS-ACCT-FOUND)
               MOVE WS-ACT-PRINCIPAL(WS-ACCT-FOUND)
                   TO WS-FORMAT-AMOUNT
               MOVE WS-FORMAT-AMOUNT TO ACL-NEW-VALUE
               PERFORM 450-LOG-CHANGE
               MOVE WS-ACT-NUMBER(WS-WORK-IDX) TO WS-LOG-ACCT
               MOVE "CLOSE" TO ACL-ACTION
               MOVE "MATURITY-TRANSFER" TO ACL-FIELD-NAME
               MOVE WS-FINAL-BALANCE TO WS-FORMAT-AMOUNT
               MOVE WS-FORMAT-AMOUNT TO ACL-OLD-VALUE
               MOVE SPACES TO ACL-NEW-VALUE
               STRING "TO " WS-ACT-NUMBER(WS-ACCT-FOUND)
                   DELIMITED BY SIZE INTO ACL-NEW-VALUE
               PERFORM 450-LOG-CHANGE
               MOVE "Y" TO WS-ACT-CLOSED(WS-WORK-IDX)
               MOVE "Y" TO WS-MASTER-CHANGED
               ADD 1 TO WS-TRANSFER-COUNT
               MOVE "T" TO MTR-ACTION
               PERFORM 460-WRITE-REGISTER
           END-IF.
      * Only the accounts the run changed are written back: a
      * rolled-over or credited account is rewritten and a paid
      * out or transferred account is deleted. The HDR and TRL
      * control records are then regenerated so the batch
      * control checks in BALANCE balance after the run.
       600-SAVE-ACCOUNTS.
           OPEN I-O ACCOUNTS-FILE
           MOVE 0 TO WS-SAVE-HASH
           MOVE 0 TO WS-SAVE-COUNT
           PERFORM VARYING ACT-IDX FROM 1 BY 1
               UNTIL ACT-IDX > WS-ACCT-COUNT
               MOVE WS-ACT-NUMBER(ACT-IDX) TO ACCT-NUMBER
               IF WS-ACT-CLOSED(ACT-IDX) = "Y"
                   DELETE ACCOUNTS-FILE RECORD
                       INVALID KEY
                           DISPLAY "Account " WS-ACT-NUMBER(ACT-IDX)
                               " could not be deleted"
                   END-DELETE
               ELSE
                   IF WS-ACT-CHANGED(ACT-IDX) = "Y"
                       PERFORM 610-REWRITE-ACCOUNT
                   END-IF
                   ADD WS-ACT-PRINCIPAL(ACT-IDX) TO WS-SAVE-HASH
                   ADD 1 TO WS-SAVE-COUNT
               END-IF
           END-PERFORM
           MOVE "HDR" TO WS-CONTROL-TYPE
           PERFORM 620-DELETE-CONTROL-TYPE
           MOVE "TRL" TO WS-CONTROL-TYPE
           PERFORM 620-DELETE-CONTROL-TYPE
           MOVE "HDR" TO ACT-HDR-RECORD-TYPE
           MOVE WS-TODAY TO ACT-HDR-RUN-DATE
           MOVE "MATURITY" TO ACT-HDR-SOURCE
           WRITE ACCOUNT-HEADER-RECORD
               INVALID KEY
                   DISPLAY "HDR control record could not be written"
           END-WRITE
           MOVE "TRL" TO ACT-TRL-RECORD-TYPE
           MOVE WS-SAVE-COUNT TO ACT-TRL-COUNT
           MOVE WS-SAVE-HASH TO ACT-TRL-HASH
           WRITE ACCOUNT-TRAILER-RECORD
               INVALID KEY
                   DISPLAY "TRL control record could not be written"
           END-WRITE
           CLOSE ACCOUNTS-FILE.
       610-REWRITE-ACCOUNT.
           MOVE WS-ACT-PRINCIPAL(ACT-IDX) TO ACCT-PRINCIPAL
           MOVE WS-ACT-RATE(ACT-IDX) TO ACCT-ANNUAL-RATE
           MOVE WS-ACT-YEARS(ACT-IDX) TO ACCT-YEARS
           MOVE WS-ACT-FREQUENCY(ACT-IDX) TO ACCT-FREQUENCY
           MOVE WS-ACT-OD-POLICY(ACT-IDX) TO ACCT-OD-POLICY
           MOVE WS-ACT-TAX-STATUS(ACT-IDX) TO ACCT-TAX-STATUS
           MOVE WS-ACT-OPEN-DATE(ACT-IDX) TO ACCT-OPEN-DATE
           MOVE WS-ACT-PRODUCT-CODE(ACT-IDX) TO ACCT-PRODUCT-CODE
           MOVE WS-ACT-MATURITY-INSTR(ACT-IDX) TO ACCT-MATURITY-INSTR
           MOVE WS-ACT-TRANSFER-ACCT(ACT-IDX) TO ACCT-TRANSFER-ACCT
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Account " WS-ACT-NUMBER(ACT-IDX)
                       " could not be rewritten"
           END-REWRITE.
      * The control records are keyed on their record type plus
      * the start of their data, so every record of the type is
      * found from the type alone and removed before the new one
      * is written
       620-DELETE-CONTROL-TYPE.
           MOVE "N" TO WS-CONTROL-EOF
           PERFORM UNTIL WS-CONTROL-EOF = "Y"
               MOVE WS-CONTROL-TYPE TO ACCT-NUMBER
               START ACCOUNTS-FILE KEY IS >= ACCT-NUMBER
                   INVALID KEY MOVE "Y" TO WS-CONTROL-EOF
               END-START
               IF WS-CONTROL-EOF = "N"
                   READ ACCOUNTS-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-CONTROL-EOF
                   END-READ
               END-IF
               IF WS-CONTROL-EOF = "N"
                   IF ACT-HDR-RECORD-TYPE = WS-CONTROL-TYPE
                       DELETE ACCOUNTS-FILE RECORD
                           INVALID KEY MOVE "Y" TO WS-CONTROL-EOF
                       END-DELETE
                   ELSE
                       MOVE "Y" TO WS-CONTROL-EOF
                   END-IF
               END-IF
           END-PERFORM.
