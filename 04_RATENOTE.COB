      * with the old rate, new rate, and effective point is
      * produced ahead of the change, plus a register of the
      * letters so the call center holds the same list the
      * customers do. Holders who asked not to be mailed, or to
      * be contacted by e-mail only, or whose address is flagged
      * undeliverable, get no letter; they are listed on
      * MAIL-SUPPRESSION.dat instead.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNTS-FILE ASSIGN TO
           "ACCOUNTS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ACCT-NUMBER.
           SELECT OPTIONAL XREF-FILE ASSIGN TO
           "CUSTOMER-ACCOUNT-XREF.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO
           "RATE-NOTICE-REGISTER.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUPPRESSION-FILE ASSIGN TO
           "MAIL-SUPPRESSION.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RATE-SCHEDULE-FILE.
           05 ACCT-OD-POLICY PIC X(1).
           05 ACCT-TAX-STATUS PIC X(1).
           05 ACCT-OPEN-DATE PIC 9(8).
           05 ACCT-PRODUCT-CODE PIC X(4).
           05 ACCT-MATURITY-INSTR PIC X(1).
           05 ACCT-TRANSFER-ACCT PIC X(6).
       01 ACCOUNT-CONTROL-RECORD.
           05 ACT-CTL-RECORD-TYPE PIC X(3).
           05 FILLER PIC X(43).
       FD XREF-FILE.
       01 XREF-RECORD.
           05 XRF-CUSTOMER-NUMBER PIC 9(7).
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
       FD LETTER-FILE.
       01 LETTER-RECORD PIC X(80).
       FD REGISTER-FILE.
           05 REG-EFFECTIVE-YEAR PIC 9(2).
           05 REG-EFF-DATE PIC 9(8).
           05 REG-LETTER-DATE PIC 9(8).
       FD SUPPRESSION-FILE.
       01 SUPPRESSION-RECORD.
           05 SUP-RUN-DATE PIC 9(8).
           05 SUP-PROGRAM PIC X(8).
           05 SUP-MAILING PIC X(12).
           05 SUP-CUSTOMER-NUMBER PIC 9(7).
           05 SUP-ACCT-NUMBER PIC X(6).
           05 SUP-REASON PIC X(20).
       WORKING-STORAGE SECTION.
       01 WS-RATE-EOF PIC X VALUE "N".
       01 WS-XREF-EOF PIC X VALUE "N".
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-SEL-YEAR PIC 9(2) VALUE 0.
               10 WS-RATE-EFFECTIVE-YEAR PIC 9(2).
               10 WS-RATE-NEW-RATE PIC 9(2)V999.
               10 WS-RATE-EFF-DATE PIC 9(8).
       01 WS-ACCT-FOUND PIC 9(4) VALUE 0.
       01 WS-XREF-COUNT PIC 9(4) VALUE 0.
       01 WS-XREF-TABLE.
           05 WS-XRF-ENTRY OCCURS 1000 TIMES INDEXED BY XRF-IDX.
       01 WS-BEST-PRIOR-YEAR PIC 9(2) VALUE 0.
       01 WS-LETTER-COUNT PIC 9(4) VALUE 0.
       01 WS-NO-HOLDER-COUNT PIC 9(4) VALUE 0.
       01 WS-SUPPRESSED-COUNT PIC 9(4) VALUE 0.
       01 WS-SUPPRESS-REASON PIC X(20) VALUE SPACES.
       01 WS-FORMAT-OLD-RATE PIC Z9.999.
       01 WS-FORMAT-NEW-RATE PIC Z9.999.
       01 WS-NAME-LINE.
           DISPLAY "Notify for which effective year? (0 for all)"
           ACCEPT WS-SEL-YEAR
           PERFORM 150-LOAD-RATE-SCHEDULE
           PERFORM 170-LOAD-XREF
           OPEN INPUT ACCOUNTS-FILE
           OPEN INPUT CUSTOMER-FILE-INDEXED
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT REGISTER-FILE
           OPEN EXTEND SUPPRESSION-FILE
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-RATE-COUNT
               IF WS-SEL-YEAR = 0
                   PERFORM 300-NOTIFY-ONE-CHANGE
               END-IF
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           CLOSE CUSTOMER-FILE-INDEXED
           CLOSE LETTER-FILE
           CLOSE REGISTER-FILE
           CLOSE SUPPRESSION-FILE
           DISPLAY "Letters produced:        " WS-LETTER-COUNT
           DISPLAY "Letters suppressed:      " WS-SUPPRESSED-COUNT
           DISPLAY "Changes with no holder:  " WS-NO-HOLDER-COUNT
           DISPLAY "Letters written to RATE-NOTICE-LETTERS.dat"
           DISPLAY "Register written to RATE-NOTICE-REGISTER.dat"
               END-READ
           END-PERFORM
           CLOSE RATE-SCHEDULE-FILE.
       170-LOAD-XREF.
           OPEN INPUT XREF-FILE
           READ XREF-FILE
      * one on the same account.
       200-FIND-OLD-RATE.
           MOVE 0 TO WS-OLD-RATE
           MOVE WS-RATE-ACCT-NUMBER(WS-WORK-IDX) TO ACCT-NUMBER
           READ ACCOUNTS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF ACT-CTL-RECORD-TYPE NOT = "HDR"
                       AND ACT-CTL-RECORD-TYPE NOT = "TRL"
                       MOVE ACCT-ANNUAL-RATE TO WS-OLD-RATE
                   END-IF
           END-READ
           MOVE 0 TO WS-BEST-PRIOR-YEAR
           PERFORM VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > WS-RATE-COUNT
                   DISPLAY "Customer " WS-XRF-CUSTOMER(XRF-IDX)
                       " not on the customer file - no letter"
               NOT INVALID KEY
                   PERFORM 360-CHECK-CONTACT-PREFS
                   IF WS-SUPPRESS-REASON = SPACES
                       PERFORM 400-WRITE-LETTER
                       PERFORM 450-WRITE-REGISTER
                   ELSE
                       PERFORM 460-WRITE-SUPPRESSION
                   END-IF
           END-READ.
      * Do-not-mail outranks e-mail-only, which outranks a
      * returned-mail flag, when more than one is set
       360-CHECK-CONTACT-PREFS.
           MOVE SPACES TO WS-SUPPRESS-REASON
           IF INDEXED-ADDRESS-STATUS = "U"
               MOVE "UNDELIVERABLE" TO WS-SUPPRESS-REASON
           END-IF
           IF INDEXED-EMAIL-ONLY = "Y"
               MOVE "E-MAIL ONLY" TO WS-SUPPRESS-REASON
           END-IF
           IF INDEXED-DO-NOT-MAIL = "Y"
               MOVE "DO NOT MAIL" TO WS-SUPPRESS-REASON
           END-IF.
       400-WRITE-LETTER.
           ADD 1 TO WS-LETTER-COUNT
           MOVE WS-OLD-RATE TO WS-FORMAT-OLD-RATE
           MOVE WS-RATE-EFF-DATE(WS-WORK-IDX) TO REG-EFF-DATE
           MOVE WS-TODAY TO REG-LETTER-DATE
           WRITE REGISTER-RECORD.
       460-WRITE-SUPPRESSION.
           ADD 1 TO WS-SUPPRESSED-COUNT
           MOVE WS-TODAY TO SUP-RUN-DATE
           MOVE "RATENOTE" TO SUP-PROGRAM
           MOVE "RATE NOTICE" TO SUP-MAILING
           MOVE WS-XRF-CUSTOMER(XRF-IDX) TO SUP-CUSTOMER-NUMBER
           MOVE WS-RATE-ACCT-NUMBER(WS-WORK-IDX) TO SUP-ACCT-NUMBER
           MOVE WS-SUPPRESS-REASON TO SUP-REASON
           WRITE SUPPRESSION-RECORD.
