       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOIDPAY.
      * Void, stop-payment and reissue of vendor payments. A check
      * INVPAY issued that is lost, stale-dated or sent to the
      * wrong address is voided by its pay reference: the
      * invoices and credit-memo offsets it paid go back to open
      * on INVOICE-OPEN-ITEMS.dat so the next INVPAY run reissues
      * them. An early-payment discount taken on the original
      * check is either kept for the reissue or forfeited. Each
      * void writes a VOD record to INVOICE-PAYMENTS.dat, which
      * GLPOST reverses and INV1099 nets out, a void instruction
      * to POSITIVE-PAY-VOID.dat for the bank, and a line on
      * PAYMENT-VOID-LOG.dat with the signed-on user. A check the
      * bank has already cleared cannot be voided, nor can an ACH
      * transfer, which the bank reverses instead.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-ITEM-FILE ASSIGN TO
           "INVOICE-OPEN-ITEMS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OPN-KEY
           ALTERNATE RECORD KEY IS OPN-VENDOR-NUMBER
               WITH DUPLICATES.
           SELECT OPTIONAL PAYMENT-FILE ASSIGN TO
           "INVOICE-PAYMENTS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REGISTER-FILE ASSIGN TO
           "CHECK-REGISTER.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSITIVE-PAY-FILE ASSIGN TO
           "POSITIVE-PAY-VOID.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VOID-LOG-FILE ASSIGN TO
           "PAYMENT-VOID-LOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SESSION-FILE ASSIGN TO
           "SESSION.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PERMISSION-FILE ASSIGN TO
           "PERMISSIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD OPEN-ITEM-FILE.
       01 OPEN-ITEM-RECORD.
           05 OPN-KEY.
               10 OPN-INV-NUMBER PIC X(10).
               10 OPN-VENDOR-NUMBER PIC X(6).
           05 OPN-AMOUNT PIC 9(7)V99.
           05 OPN-INV-DATE PIC 9(8).
           05 OPN-DUE-DATE PIC 9(8).
           05 OPN-STATUS PIC X(1).
           05 OPN-PAID PIC X(1).
           05 OPN-PAY-DATE PIC 9(8).
           05 OPN-PAY-REF PIC X(10).
      * OPN-TYPE: I (or space) = invoice, C = credit memo
           05 OPN-TYPE PIC X(1).
           05 OPN-DISC-PCT PIC 9(2)V99.
           05 OPN-DISC-DATE PIC 9(8).
           05 OPN-PO-NUMBER PIC X(10).
           05 OPN-CURRENCY PIC X(3).
           05 OPN-FOREIGN-AMOUNT PIC 9(7)V99.
           05 OPN-APPROVAL-RATE PIC 9(4)V9(6).
       FD PAYMENT-FILE.
       01 PAYMENT-HEADER-RECORD.
           05 PMT-RECORD-TYPE PIC X(3).
           05 PMT-VENDOR-NUMBER PIC X(6).
           05 PMT-PAY-REF PIC X(10).
           05 PMT-PAY-DATE PIC 9(8).
           05 PMT-TOTAL PIC 9(9)V99.
      * PMT-PAY-METHOD: C (or space) = check, A = ACH transfer
           05 PMT-PAY-METHOD PIC X(1).
      * Foreign-currency payments: PMT-TOTAL is the base cost and
      * PMT-FX-GAIN-LOSS the realized gain (+) or loss (-)
           05 PMT-CURRENCY PIC X(3).
           05 PMT-FOREIGN-TOTAL PIC 9(9)V99.
           05 PMT-PAY-RATE PIC 9(4)V9(6).
           05 PMT-FX-GAIN-LOSS PIC S9(9)V99 SIGN LEADING SEPARATE.
      * Void of an earlier PAY record. The leading fields line up
      * with the PAY header so the void posts to the GL in the
      * period it was made; the original issue date identifies
      * the check and the calendar year it is netted from.
       01 VOID-RECORD.
           05 VOD-RECORD-TYPE PIC X(3).
           05 VOD-VENDOR-NUMBER PIC X(6).
           05 VOD-PAY-REF PIC X(10).
           05 VOD-VOID-DATE PIC 9(8).
           05 VOD-TOTAL PIC 9(9)V99.
           05 VOD-ORIG-PAY-DATE PIC 9(8).
      * VOD-REASON: L = lost or stolen (stop payment),
      * S = stale-dated, W = wrong address or payee, O = other
           05 VOD-REASON PIC X(1).
      * The voided payment's exchange gain or loss, reversed in
      * the GL with it
           05 VOD-FX-GAIN-LOSS PIC S9(9)V99 SIGN LEADING SEPARATE.
       FD REGISTER-FILE.
       01 REGISTER-RECORD.
           05 CKR-PAY-REF PIC X(10).
           05 CKR-VENDOR-NUMBER PIC X(6).
           05 CKR-ISSUE-DATE PIC 9(8).
           05 CKR-AMOUNT PIC 9(9)V99.
           05 CKR-STATUS PIC X(1).
           05 CKR-CLEAR-DATE PIC 9(8).
           05 CKR-CLEARED-AMOUNT PIC 9(9)V99.
       FD POSITIVE-PAY-FILE.
      * Same layout as the INVPAY issue file; one header/trailer
      * batch per session, every detail an action V void
       01 PPY-HEADER-RECORD.
           05 PPY-HDR-TYPE PIC X(1).
           05 PPY-HDR-FILE-DATE PIC 9(8).
           05 PPY-HDR-DESCRIPTION PIC X(30).
       01 PPY-DETAIL-RECORD.
           05 PPY-DTL-TYPE PIC X(1).
           05 PPY-CHECK-NO PIC X(10).
           05 PPY-ISSUE-DATE PIC 9(8).
           05 PPY-AMOUNT PIC 9(9)V99.
           05 PPY-PAYEE PIC X(6).
           05 PPY-ACTION PIC X(1).
       01 PPY-TRAILER-RECORD.
           05 PPY-TRL-TYPE PIC X(1).
           05 PPY-TRL-COUNT PIC 9(6).
           05 PPY-TRL-TOTAL PIC 9(11)V99.
       FD VOID-LOG-FILE.
       01 VOID-LOG-RECORD.
           05 PVL-DATE PIC 9(8).
           05 PVL-TIME PIC 9(8).
           05 PVL-USER PIC X(20).
           05 PVL-PAY-REF PIC X(10).
           05 PVL-VENDOR-NUMBER PIC X(6).
           05 PVL-ORIG-PAY-DATE PIC 9(8).
           05 PVL-AMOUNT PIC 9(9)V99.
           05 PVL-REASON PIC X(1).
      * PVL-DISCOUNT: K = kept for the reissue, F = forfeited,
      * N = none was taken on the original check
           05 PVL-DISCOUNT PIC X(1).
           05 PVL-ITEMS-REOPENED PIC 9(4).
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
       01 WS-TODAY PIC 9(8) VALUE 0.
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
       01 WS-MY-TERMINAL PIC X(10) VALUE SPACES.
       01 WS-SESSION-EOF PIC X VALUE "N".
       01 WS-SESSION-FOUND PIC X VALUE "N".
       01 WS-USERNAME PIC X(20) VALUE SPACES.
       01 WS-ROLE PIC X(1) VALUE "V".
           88 CAN-VOID-PAYMENTS VALUE "A".
       01 WS-PERM-EOF PIC X VALUE "N".
       01 WS-PERM-COUNT PIC 9(3) VALUE 0.
       01 WS-PERM-TABLE.
           05 WS-PERM-ENTRY OCCURS 100 TIMES INDEXED BY PRM-IDX.
               10 WS-PRM-ROLE PIC X(1).
               10 WS-PRM-FUNCTION PIC X(12).
       01 WS-PERM-FUNCTION PIC X(12) VALUE SPACES.
       01 WS-PERM-OK PIC X VALUE "N".
       01 WS-VOID-ALLOWED PIC X VALUE "N".
       01 WS-OPEN-EOF PIC X VALUE "N".
      * Only paid items can be reopened by a void, so only those are
      * held; a reopened item is marked changed and rewritten alone
       01 WS-OPEN-COUNT PIC 9(4) VALUE 0.
       01 WS-OPEN-TABLE.
           05 WS-OPEN-ENTRY OCCURS 2000 TIMES INDEXED BY OPN-IDX.
               10 WS-OPN-INV-NUMBER PIC X(10).
               10 WS-OPN-VENDOR-NUMBER PIC X(6).
               10 WS-OPN-AMOUNT PIC 9(7)V99.
               10 WS-OPN-INV-DATE PIC 9(8).
               10 WS-OPN-DUE-DATE PIC 9(8).
               10 WS-OPN-STATUS PIC X(1).
               10 WS-OPN-PAID PIC X(1).
               10 WS-OPN-PAY-DATE PIC 9(8).
               10 WS-OPN-PAY-REF PIC X(10).
               10 WS-OPN-TYPE PIC X(1).
               10 WS-OPN-DISC-PCT PIC 9(2)V99.
               10 WS-OPN-DISC-DATE PIC 9(8).
               10 WS-OPN-PO-NUMBER PIC X(10).
               10 WS-OPN-CURRENCY PIC X(3).
               10 WS-OPN-FOREIGN-AMOUNT PIC 9(7)V99.
               10 WS-OPN-APPROVAL-RATE PIC 9(4)V9(6).
               10 WS-OPN-CHANGED PIC X(1).
       01 WS-OPEN-DIRTY PIC X VALUE "N".
       01 WS-PAYMENT-EOF PIC X VALUE "N".
       01 WS-PMT-COUNT PIC 9(4) VALUE 0.
       01 WS-PMT-TABLE.
           05 WS-PMT-ENTRY OCCURS 3000 TIMES INDEXED BY PMT-IDX.
               10 WS-PMT-VENDOR-NUMBER PIC X(6).
               10 WS-PMT-PAY-REF PIC X(10).
               10 WS-PMT-PAY-DATE PIC 9(8).
               10 WS-PMT-TOTAL PIC 9(9)V99.
               10 WS-PMT-PAY-METHOD PIC X(1).
               10 WS-PMT-FX-GAIN-LOSS PIC S9(9)V99.
               10 WS-PMT-VOIDED PIC X(1).
       01 WS-PMT-FOUND PIC 9(4) VALUE 0.
       01 WS-PMT-MATCHES PIC 9(4) VALUE 0.
       01 WS-REGISTER-EOF PIC X VALUE "N".
       01 WS-CLEARED-COUNT PIC 9(4) VALUE 0.
       01 WS-CLEARED-TABLE.
           05 WS-CLEARED-ENTRY OCCURS 3000 TIMES INDEXED BY CLR-IDX.
               10 WS-CLR-PAY-REF PIC X(10).
               10 WS-CLR-VENDOR-NUMBER PIC X(6).
               10 WS-CLR-ISSUE-DATE PIC 9(8).
               10 WS-CLR-CLEAR-DATE PIC 9(8).
       01 WS-CLR-FOUND PIC 9(4) VALUE 0.
      * Days a kept discount stays open for the reissue to take
       01 WS-REISSUE-GRACE-DAYS PIC 9(3) VALUE 30.
       01 WS-GRACE-DATE PIC 9(8) VALUE 0.
       01 WS-DONE PIC X VALUE "N".
       01 WS-ENTRY-REF PIC X(10) VALUE SPACES.
       01 WS-ENTRY-DATE PIC 9(8) VALUE 0.
       01 WS-ENTRY-REASON PIC X(1) VALUE SPACES.
       01 WS-ENTRY-KEEP PIC X(1) VALUE SPACES.
       01 WS-CONFIRM PIC X(1) VALUE SPACES.
       01 WS-ITEM-COUNT PIC 9(4) VALUE 0.
       01 WS-ITEM-DISC PIC 9(7)V99 VALUE 0.
       01 WS-DISC-TAKEN PIC 9(9)V99 VALUE 0.
       01 WS-DISCOUNT-ACTION PIC X(1) VALUE "N".
       01 WS-FILES-OPEN PIC X VALUE "N".
       01 WS-VOID-COUNT PIC 9(6) VALUE 0.
       01 WS-VOID-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-FORMAT-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-FORMAT-CREDIT PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-ITEM-SIGNED PIC S9(9)V99 VALUE 0.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 140-LOAD-PERMISSIONS
           PERFORM 150-LOAD-SESSION
           PERFORM 160-SET-VOID-PERMISSION
           IF WS-VOID-ALLOWED NOT = "Y"
               DISPLAY "Your role does not permit voiding vendor "
                   "payments. An accounts payable admin sign-on "
                   "is required."
           ELSE
               PERFORM 170-LOAD-OPEN-ITEMS
               PERFORM 180-LOAD-PAYMENTS
               PERFORM 190-LOAD-CLEARED-CHECKS
               PERFORM 200-VOID-LOOP
               IF WS-FILES-OPEN = "Y"
                   MOVE "T" TO PPY-TRL-TYPE
                   MOVE WS-VOID-COUNT TO PPY-TRL-COUNT
                   MOVE WS-VOID-TOTAL TO PPY-TRL-TOTAL
                   WRITE PPY-TRAILER-RECORD
                   CLOSE POSITIVE-PAY-FILE
                   CLOSE PAYMENT-FILE
                   CLOSE VOID-LOG-FILE
               END-IF
               IF WS-OPEN-DIRTY = "Y"
                   PERFORM 400-SAVE-OPEN-ITEMS
               END-IF
               DISPLAY "Payments voided: " WS-VOID-COUNT
               IF WS-VOID-COUNT > 0
                   DISPLAY "Send POSITIVE-PAY-VOID.dat to the bank. "
                       "Reopened items go out on the next INVPAY "
                       "run."
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
      * The central permission matrix decides who may void
      * payments; without one only admins may.
       160-SET-VOID-PERMISSION.
           IF WS-PERM-COUNT = 0
               IF CAN-VOID-PAYMENTS
                   MOVE "Y" TO WS-VOID-ALLOWED
               ELSE
                   MOVE "N" TO WS-VOID-ALLOWED
               END-IF
           ELSE
               MOVE "VOID-PAYMENT" TO WS-PERM-FUNCTION
               PERFORM 145-CHECK-PERMISSION
               MOVE WS-PERM-OK TO WS-VOID-ALLOWED
           END-IF.
       170-LOAD-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEM-FILE
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-OPEN-EOF
           END-READ
           PERFORM UNTIL WS-OPEN-EOF = "Y"
               IF OPN-PAID NOT = "Y"
                   CONTINUE
               ELSE
               IF WS-OPEN-COUNT < 2000
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE OPN-INV-NUMBER
                       TO WS-OPN-INV-NUMBER(WS-OPEN-COUNT)
                   MOVE OPN-VENDOR-NUMBER
                       TO WS-OPN-VENDOR-NUMBER(WS-OPEN-COUNT)
                   MOVE OPN-AMOUNT TO WS-OPN-AMOUNT(WS-OPEN-COUNT)
                   MOVE OPN-INV-DATE TO WS-OPN-INV-DATE(WS-OPEN-COUNT)
                   MOVE OPN-DUE-DATE TO WS-OPN-DUE-DATE(WS-OPEN-COUNT)
                   MOVE OPN-STATUS TO WS-OPN-STATUS(WS-OPEN-COUNT)
                   MOVE OPN-PAID TO WS-OPN-PAID(WS-OPEN-COUNT)
                   MOVE OPN-PAY-DATE TO WS-OPN-PAY-DATE(WS-OPEN-COUNT)
                   MOVE OPN-PAY-REF TO WS-OPN-PAY-REF(WS-OPEN-COUNT)
                   MOVE OPN-TYPE TO WS-OPN-TYPE(WS-OPEN-COUNT)
                   MOVE OPN-DISC-PCT
                       TO WS-OPN-DISC-PCT(WS-OPEN-COUNT)
                   MOVE OPN-DISC-DATE
                       TO WS-OPN-DISC-DATE(WS-OPEN-COUNT)
                   MOVE OPN-PO-NUMBER
                       TO WS-OPN-PO-NUMBER(WS-OPEN-COUNT)
                   MOVE OPN-CURRENCY TO WS-OPN-CURRENCY(WS-OPEN-COUNT)
                   MOVE OPN-FOREIGN-AMOUNT
                       TO WS-OPN-FOREIGN-AMOUNT(WS-OPEN-COUNT)
                   MOVE OPN-APPROVAL-RATE
                       TO WS-OPN-APPROVAL-RATE(WS-OPEN-COUNT)
                   MOVE "N" TO WS-OPN-CHANGED(WS-OPEN-COUNT)
               ELSE
                   DISPLAY "Open item table full, paid item "
                       OPN-INV-NUMBER " cannot be voided this run"
               END-IF
               END-IF
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-OPEN-EOF
               END-READ
           END-PERFORM
           CLOSE OPEN-ITEM-FILE.
      * Every check issued, with any void already on file, so a
      * check cannot be voided twice
       180-LOAD-PAYMENTS.
           OPEN INPUT PAYMENT-FILE
           READ PAYMENT-FILE
               AT END MOVE "Y" TO WS-PAYMENT-EOF
           END-READ
           PERFORM UNTIL WS-PAYMENT-EOF = "Y"
               IF PMT-RECORD-TYPE = "PAY"
                   IF WS-PMT-COUNT < 3000
                       ADD 1 TO WS-PMT-COUNT
                       MOVE PMT-VENDOR-NUMBER
                           TO WS-PMT-VENDOR-NUMBER(WS-PMT-COUNT)
                       MOVE PMT-PAY-REF TO WS-PMT-PAY-REF(WS-PMT-COUNT)
                       MOVE PMT-PAY-DATE
                           TO WS-PMT-PAY-DATE(WS-PMT-COUNT)
                       MOVE PMT-TOTAL TO WS-PMT-TOTAL(WS-PMT-COUNT)
                       MOVE PMT-PAY-METHOD
                           TO WS-PMT-PAY-METHOD(WS-PMT-COUNT)
                       MOVE 0 TO WS-PMT-FX-GAIN-LOSS(WS-PMT-COUNT)
                       IF PMT-CURRENCY NOT = SPACES
                           AND PMT-FX-GAIN-LOSS IS NUMERIC
                           MOVE PMT-FX-GAIN-LOSS
                               TO WS-PMT-FX-GAIN-LOSS(WS-PMT-COUNT)
                       END-IF
                       MOVE "N" TO WS-PMT-VOIDED(WS-PMT-COUNT)
                   ELSE
                       DISPLAY "Payment table full, check "
                           PMT-PAY-REF " cannot be voided this run"
                   END-IF
               END-IF
               IF VOD-RECORD-TYPE = "VOD"
                   PERFORM VARYING PMT-IDX FROM 1 BY 1
                       UNTIL PMT-IDX > WS-PMT-COUNT
                       IF WS-PMT-PAY-REF(PMT-IDX) = VOD-PAY-REF
                           AND WS-PMT-PAY-DATE(PMT-IDX) =
                               VOD-ORIG-PAY-DATE
                           AND WS-PMT-VENDOR-NUMBER(PMT-IDX) =
                               VOD-VENDOR-NUMBER
                           MOVE "Y" TO WS-PMT-VOIDED(PMT-IDX)
                       END-IF
                   END-PERFORM
               END-IF
               READ PAYMENT-FILE
                   AT END MOVE "Y" TO WS-PAYMENT-EOF
               END-READ
           END-PERFORM
           CLOSE PAYMENT-FILE.
       190-LOAD-CLEARED-CHECKS.
           OPEN INPUT REGISTER-FILE
           READ REGISTER-FILE
               AT END MOVE "Y" TO WS-REGISTER-EOF
           END-READ
           PERFORM UNTIL WS-REGISTER-EOF = "Y"
               IF CKR-STATUS = "C" AND WS-CLEARED-COUNT < 3000
                   ADD 1 TO WS-CLEARED-COUNT
                   MOVE CKR-PAY-REF TO WS-CLR-PAY-REF(WS-CLEARED-COUNT)
                   MOVE CKR-VENDOR-NUMBER
                       TO WS-CLR-VENDOR-NUMBER(WS-CLEARED-COUNT)
                   MOVE CKR-ISSUE-DATE
                       TO WS-CLR-ISSUE-DATE(WS-CLEARED-COUNT)
                   MOVE CKR-CLEAR-DATE
                       TO WS-CLR-CLEAR-DATE(WS-CLEARED-COUNT)
               END-IF
               READ REGISTER-FILE
                   AT END MOVE "Y" TO WS-REGISTER-EOF
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE.
       200-VOID-LOOP.
           MOVE "N" TO WS-DONE
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY " "
               DISPLAY "Vendor payment void - signed on as "
                   WS-USERNAME
               DISPLAY "Enter the pay reference to void "
                   "(blank to finish)"
               MOVE SPACES TO WS-ENTRY-REF
               ACCEPT WS-ENTRY-REF
               MOVE FUNCTION UPPER-CASE(WS-ENTRY-REF) TO WS-ENTRY-REF
               IF WS-ENTRY-REF = SPACES
                   MOVE "Y" TO WS-DONE
               ELSE
                   PERFORM 300-FIND-PAYMENT
                   IF WS-PMT-FOUND > 0
                       PERFORM 310-CHECK-VOIDABLE
                   END-IF
                   IF WS-PMT-FOUND > 0
                       PERFORM 320-CONFIRM-VOID
                   END-IF
               END-IF
           END-PERFORM.
      * The pay reference restarts its sequence every INVPAY run,
      * so the same number can recur on another date; the issue
      * date then picks the check
       300-FIND-PAYMENT.
           MOVE 0 TO WS-PMT-FOUND
           MOVE 0 TO WS-PMT-MATCHES
           PERFORM VARYING PMT-IDX FROM 1 BY 1
               UNTIL PMT-IDX > WS-PMT-COUNT
               IF WS-PMT-PAY-REF(PMT-IDX) = WS-ENTRY-REF
                   ADD 1 TO WS-PMT-MATCHES
                   MOVE PMT-IDX TO WS-PMT-FOUND
               END-IF
           END-PERFORM
           IF WS-PMT-MATCHES = 0
               DISPLAY "No check with pay reference " WS-ENTRY-REF
                   " on INVOICE-PAYMENTS.dat"
           END-IF
           IF WS-PMT-MATCHES > 1
               DISPLAY "Pay reference " WS-ENTRY-REF
                   " was issued more than once:"
               PERFORM VARYING PMT-IDX FROM 1 BY 1
                   UNTIL PMT-IDX > WS-PMT-COUNT
                   IF WS-PMT-PAY-REF(PMT-IDX) = WS-ENTRY-REF
                       MOVE WS-PMT-TOTAL(PMT-IDX) TO WS-FORMAT-AMOUNT
                       DISPLAY "  issued " WS-PMT-PAY-DATE(PMT-IDX)
                           "  vendor " WS-PMT-VENDOR-NUMBER(PMT-IDX)
                           "  " WS-FORMAT-AMOUNT
                   END-IF
               END-PERFORM
               DISPLAY "Enter the issue date of the check to void "
                   "(YYYYMMDD)"
               ACCEPT WS-ENTRY-DATE
               MOVE 0 TO WS-PMT-FOUND
               PERFORM VARYING PMT-IDX FROM 1 BY 1
                   UNTIL PMT-IDX > WS-PMT-COUNT
                   IF WS-PMT-PAY-REF(PMT-IDX) = WS-ENTRY-REF
                       AND WS-PMT-PAY-DATE(PMT-IDX) = WS-ENTRY-DATE
                       MOVE PMT-IDX TO WS-PMT-FOUND
                   END-IF
               END-PERFORM
               IF WS-PMT-FOUND = 0
                   DISPLAY "No check " WS-ENTRY-REF " issued on "
                       WS-ENTRY-DATE
               END-IF
           END-IF.
      * A check already voided or already paid by the bank stays
      * as it is; one paid by the bank is a refund matter for the
      * vendor, not a void
       310-CHECK-VOIDABLE.
           MOVE 0 TO WS-CLR-FOUND
           PERFORM VARYING CLR-IDX FROM 1 BY 1
               UNTIL CLR-IDX > WS-CLEARED-COUNT
               IF WS-CLR-PAY-REF(CLR-IDX) =
                   WS-PMT-PAY-REF(WS-PMT-FOUND)
                   AND WS-CLR-ISSUE-DATE(CLR-IDX) =
                       WS-PMT-PAY-DATE(WS-PMT-FOUND)
                   AND WS-CLR-VENDOR-NUMBER(CLR-IDX) =
                       WS-PMT-VENDOR-NUMBER(WS-PMT-FOUND)
                   MOVE CLR-IDX TO WS-CLR-FOUND
               END-IF
           END-PERFORM
           MOVE 0 TO WS-ITEM-COUNT
           MOVE 0 TO WS-DISC-TAKEN
           PERFORM VARYING OPN-IDX FROM 1 BY 1
               UNTIL OPN-IDX > WS-OPEN-COUNT
               IF WS-OPN-PAID(OPN-IDX) = "Y"
                   AND WS-OPN-PAY-REF(OPN-IDX) =
                       WS-PMT-PAY-REF(WS-PMT-FOUND)
                   AND WS-OPN-PAY-DATE(OPN-IDX) =
                       WS-PMT-PAY-DATE(WS-PMT-FOUND)
                   AND WS-OPN-VENDOR-NUMBER(OPN-IDX) =
                       WS-PMT-VENDOR-NUMBER(WS-PMT-FOUND)
                   ADD 1 TO WS-ITEM-COUNT
                   PERFORM 315-ITEM-DISCOUNT
                   ADD WS-ITEM-DISC TO WS-DISC-TAKEN
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-PMT-VOIDED(WS-PMT-FOUND) = "Y"
                   DISPLAY "Check " WS-ENTRY-REF
                       " has already been voided"
                   MOVE 0 TO WS-PMT-FOUND
               WHEN WS-PMT-PAY-METHOD(WS-PMT-FOUND) = "A"
                   DISPLAY "Payment " WS-ENTRY-REF " went by ACH; "
                       "ask the bank to reverse the entry instead"
                   MOVE 0 TO WS-PMT-FOUND
               WHEN WS-CLR-FOUND > 0
                   DISPLAY "Check " WS-ENTRY-REF " was paid by the "
                       "bank on " WS-CLR-CLEAR-DATE(WS-CLR-FOUND)
                       " and cannot be voided"
                   MOVE 0 TO WS-PMT-FOUND
               WHEN WS-ITEM-COUNT = 0
                   DISPLAY "No open items carry pay reference "
                       WS-ENTRY-REF " - check not voided"
                   MOVE 0 TO WS-PMT-FOUND
           END-EVALUATE.
      * Discount INVPAY took on this item: paid on or before the
      * discount date
       315-ITEM-DISCOUNT.
           MOVE 0 TO WS-ITEM-DISC
           IF WS-OPN-TYPE(OPN-IDX) NOT = "C"
               AND WS-OPN-DISC-PCT(OPN-IDX) > 0
               AND WS-OPN-DISC-DATE(OPN-IDX) > 0
               AND WS-OPN-PAY-DATE(OPN-IDX) <=
                   WS-OPN-DISC-DATE(OPN-IDX)
               COMPUTE WS-ITEM-DISC ROUNDED =
                   WS-OPN-AMOUNT(OPN-IDX) *
                   WS-OPN-DISC-PCT(OPN-IDX) / 100
           END-IF.
       320-CONFIRM-VOID.
           MOVE WS-PMT-TOTAL(WS-PMT-FOUND) TO WS-FORMAT-AMOUNT
           DISPLAY "Check " WS-PMT-PAY-REF(WS-PMT-FOUND)
               " issued " WS-PMT-PAY-DATE(WS-PMT-FOUND)
               " to vendor " WS-PMT-VENDOR-NUMBER(WS-PMT-FOUND)
               " for " WS-FORMAT-AMOUNT
           PERFORM VARYING OPN-IDX FROM 1 BY 1
               UNTIL OPN-IDX > WS-OPEN-COUNT
               IF WS-OPN-PAID(OPN-IDX) = "Y"
                   AND WS-OPN-PAY-REF(OPN-IDX) =
                       WS-PMT-PAY-REF(WS-PMT-FOUND)
                   AND WS-OPN-PAY-DATE(OPN-IDX) =
                       WS-PMT-PAY-DATE(WS-PMT-FOUND)
                   AND WS-OPN-VENDOR-NUMBER(OPN-IDX) =
                       WS-PMT-VENDOR-NUMBER(WS-PMT-FOUND)
                   MOVE WS-OPN-AMOUNT(OPN-IDX) TO WS-ITEM-SIGNED
                   IF WS-OPN-TYPE(OPN-IDX) = "C"
                       MULTIPLY -1 BY WS-ITEM-SIGNED
                   END-IF
                   MOVE WS-ITEM-SIGNED TO WS-FORMAT-CREDIT
                   DISPLAY "  " WS-OPN-INV-NUMBER(OPN-IDX)
                       "  due " WS-OPN-DUE-DATE(OPN-IDX)
                       "  " WS-FORMAT-CREDIT
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-ENTRY-REASON
           PERFORM UNTIL WS-ENTRY-REASON = "L" OR "S" OR "W" OR "O"
               DISPLAY "Reason: L = lost or stolen (stop payment), "
                   "S = stale-dated, W = wrong address or payee, "
                   "O = other"
               ACCEPT WS-ENTRY-REASON
               MOVE FUNCTION UPPER-CASE(WS-ENTRY-REASON)
                   TO WS-ENTRY-REASON
           END-PERFORM
           MOVE "N" TO WS-DISCOUNT-ACTION
           IF WS-DISC-TAKEN > 0
               MOVE WS-DISC-TAKEN TO WS-FORMAT-AMOUNT
               DISPLAY "Early-payment discount taken on this check: "
                   WS-FORMAT-AMOUNT
               MOVE SPACES TO WS-ENTRY-KEEP
               PERFORM UNTIL WS-ENTRY-KEEP = "Y" OR "N"
                   DISPLAY "Keep the discount on the reissue? (Y/N)"
                   ACCEPT WS-ENTRY-KEEP
                   MOVE FUNCTION UPPER-CASE(WS-ENTRY-KEEP)
                       TO WS-ENTRY-KEEP
               END-PERFORM
               IF WS-ENTRY-KEEP = "Y"
                   MOVE "K" TO WS-DISCOUNT-ACTION
               ELSE
                   MOVE "F" TO WS-DISCOUNT-ACTION
               END-IF
           END-IF
           DISPLAY "Void this check and reopen its " WS-ITEM-COUNT
               " items? (Y/N)"
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM = "Y"
               PERFORM 330-APPLY-VOID
           ELSE
               DISPLAY "Check not voided"
           END-IF.
      * A kept discount stays open long enough for the next run
      * to take it again; a forfeited one is removed so the
      * reissue pays the invoice at face value
       330-APPLY-VOID.
           COMPUTE WS-GRACE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) +
               WS-REISSUE-GRACE-DAYS)
           PERFORM VARYING OPN-IDX FROM 1 BY 1
               UNTIL OPN-IDX > WS-OPEN-COUNT
               IF WS-OPN-PAID(OPN-IDX) = "Y"
                   AND WS-OPN-PAY-REF(OPN-IDX) =
                       WS-PMT-PAY-REF(WS-PMT-FOUND)
                   AND WS-OPN-PAY-DATE(OPN-IDX) =
                       WS-PMT-PAY-DATE(WS-PMT-FOUND)
                   AND WS-OPN-VENDOR-NUMBER(OPN-IDX) =
                       WS-PMT-VENDOR-NUMBER(WS-PMT-FOUND)
                   PERFORM 315-ITEM-DISCOUNT
                   IF WS-ITEM-DISC > 0
                       IF WS-DISCOUNT-ACTION = "K"
                           IF WS-OPN-DISC-DATE(OPN-IDX) < WS-GRACE-DATE
                               MOVE WS-GRACE-DATE
                                   TO WS-OPN-DISC-DATE(OPN-IDX)
                           END-IF
                       ELSE
                           MOVE 0 TO WS-OPN-DISC-PCT(OPN-IDX)
                           MOVE 0 TO WS-OPN-DISC-DATE(OPN-IDX)
                       END-IF
                   END-IF
                   MOVE "N" TO WS-OPN-PAID(OPN-IDX)
                   MOVE 0 TO WS-OPN-PAY-DATE(OPN-IDX)
                   MOVE SPACES TO WS-OPN-PAY-REF(OPN-IDX)
                   MOVE "Y" TO WS-OPN-CHANGED(OPN-IDX)
               END-IF
           END-PERFORM
           MOVE "Y" TO WS-OPEN-DIRTY
           MOVE "Y" TO WS-PMT-VOIDED(WS-PMT-FOUND)
           IF WS-FILES-OPEN = "N"
               PERFORM 340-OPEN-VOID-FILES
           END-IF
           MOVE "VOD" TO VOD-RECORD-TYPE
           MOVE WS-PMT-VENDOR-NUMBER(WS-PMT-FOUND) TO VOD-VENDOR-NUMBER
           MOVE WS-PMT-PAY-REF(WS-PMT-FOUND) TO VOD-PAY-REF
           MOVE WS-TODAY TO VOD-VOID-DATE
           MOVE WS-PMT-TOTAL(WS-PMT-FOUND) TO VOD-TOTAL
           MOVE WS-PMT-PAY-DATE(WS-PMT-FOUND) TO VOD-ORIG-PAY-DATE
           MOVE WS-ENTRY-REASON TO VOD-REASON
           MOVE WS-PMT-FX-GAIN-LOSS(WS-PMT-FOUND) TO VOD-FX-GAIN-LOSS
           WRITE VOID-RECORD
           MOVE "D" TO PPY-DTL-TYPE
           MOVE WS-PMT-PAY-REF(WS-PMT-FOUND) TO PPY-CHECK-NO
           MOVE WS-PMT-PAY-DATE(WS-PMT-FOUND) TO PPY-ISSUE-DATE
           MOVE WS-PMT-TOTAL(WS-PMT-FOUND) TO PPY-AMOUNT
           MOVE WS-PMT-VENDOR-NUMBER(WS-PMT-FOUND) TO PPY-PAYEE
           MOVE "V" TO PPY-ACTION
           WRITE PPY-DETAIL-RECORD
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-DATE TO PVL-DATE
           MOVE WS-NOW-TIME TO PVL-TIME
           MOVE WS-USERNAME TO PVL-USER
           MOVE WS-PMT-PAY-REF(WS-PMT-FOUND) TO PVL-PAY-REF
           MOVE WS-PMT-VENDOR-NUMBER(WS-PMT-FOUND) TO PVL-VENDOR-NUMBER
           MOVE WS-PMT-PAY-DATE(WS-PMT-FOUND) TO PVL-ORIG-PAY-DATE
           MOVE WS-PMT-TOTAL(WS-PMT-FOUND) TO PVL-AMOUNT
           MOVE WS-ENTRY-REASON TO PVL-REASON
           MOVE WS-DISCOUNT-ACTION TO PVL-DISCOUNT
           MOVE WS-ITEM-COUNT TO PVL-ITEMS-REOPENED
           WRITE VOID-LOG-RECORD
           ADD 1 TO WS-VOID-COUNT
           ADD WS-PMT-TOTAL(WS-PMT-FOUND) TO WS-VOID-TOTAL
           DISPLAY "Check " WS-PMT-PAY-REF(WS-PMT-FOUND)
               " voided, " WS-ITEM-COUNT " items reopened".
       340-OPEN-VOID-FILES.
           OPEN EXTEND PAYMENT-FILE
           OPEN EXTEND POSITIVE-PAY-FILE
           OPEN EXTEND VOID-LOG-FILE
           MOVE "Y" TO WS-FILES-OPEN
           MOVE SPACES TO PPY-HEADER-RECORD
           MOVE "H" TO PPY-HDR-TYPE
           MOVE WS-TODAY TO PPY-HDR-FILE-DATE
           MOVE "VENDOR PAYMENTS CHECK VOID" TO PPY-HDR-DESCRIPTION
           WRITE PPY-HEADER-RECORD.
      * Reopened items are posted back by key; every other open
      * item is left untouched on the file
       400-SAVE-OPEN-ITEMS.
           OPEN I-O OPEN-ITEM-FILE
           PERFORM VARYING OPN-IDX FROM 1 BY 1
               UNTIL OPN-IDX > WS-OPEN-COUNT
               IF WS-OPN-CHANGED(OPN-IDX) = "Y"
                   PERFORM 410-REWRITE-REOPENED-ITEM
               END-IF
           END-PERFORM
           CLOSE OPEN-ITEM-FILE.
       410-REWRITE-REOPENED-ITEM.
           MOVE WS-OPN-INV-NUMBER(OPN-IDX) TO OPN-INV-NUMBER
           MOVE WS-OPN-VENDOR-NUMBER(OPN-IDX) TO OPN-VENDOR-NUMBER
           READ OPEN-ITEM-FILE
               INVALID KEY
                   DISPLAY "Open item " WS-OPN-INV-NUMBER(OPN-IDX)
                       " no longer on file - not reopened"
               NOT INVALID KEY
                   MOVE WS-OPN-PAID(OPN-IDX) TO OPN-PAID
                   MOVE WS-OPN-PAY-DATE(OPN-IDX) TO OPN-PAY-DATE
                   MOVE WS-OPN-PAY-REF(OPN-IDX) TO OPN-PAY-REF
                   MOVE WS-OPN-DISC-PCT(OPN-IDX) TO OPN-DISC-PCT
                   MOVE WS-OPN-DISC-DATE(OPN-IDX) TO OPN-DISC-DATE
                   REWRITE OPEN-ITEM-RECORD
                       INVALID KEY
                           DISPLAY "Open item "
                               WS-OPN-INV-NUMBER(OPN-IDX)
                               " could not be rewritten"
                   END-REWRITE
           END-READ.
