      * ahead of the INVOICE batch with a predictable invoice
      * number - R, the contract ID, and YYMM - so the duplicate
      * check still protects us if the vendor also mails a paper
      * copy of the same charge. Each invoice carries a single
      * distribution line charging the full amount to the
      * contract's cost center and expense account.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 CTR-DISC-DAYS PIC 9(3).
      * CTR-STATUS: A = active, I = inactive
           05 CTR-STATUS PIC X(1).
      * Department and expense account the charge is booked to
           05 CTR-COST-CENTER PIC X(6).
           05 CTR-EXPENSE-ACCOUNT PIC X(6).
       FD INVOICE-FILE.
       01 INVOICE-FILE-RECORD.
           05 INV-NUMBER PIC X(10).
           05 INV-TYPE PIC X(1).
           05 INV-DISC-PCT PIC 9(2)V99.
           05 INV-DISC-DAYS PIC 9(3).
           05 INV-DIST-COUNT PIC 9(1).
           05 INV-DIST-LINE OCCURS 5 TIMES.
               10 INV-DIST-COST-CENTER PIC X(6).
               10 INV-DIST-ACCOUNT PIC X(6).
               10 INV-DIST-AMOUNT PIC 9(7)V99.
       FD REGISTER-FILE.
       01 REGISTER-RECORD.
           05 REG-RUN-PERIOD PIC 9(6).
           MOVE "I" TO INV-TYPE
           MOVE CTR-DISC-PCT TO INV-DISC-PCT
           MOVE CTR-DISC-DAYS TO INV-DISC-DAYS
      * The whole charge goes to the contract's cost center
           MOVE SPACES TO INV-DIST-LINE(1) INV-DIST-LINE(2)
               INV-DIST-LINE(3) INV-DIST-LINE(4) INV-DIST-LINE(5)
           MOVE 1 TO INV-DIST-COUNT
           MOVE CTR-COST-CENTER TO INV-DIST-COST-CENTER(1)
           MOVE CTR-EXPENSE-ACCOUNT TO INV-DIST-ACCOUNT(1)
           MOVE CTR-AMOUNT TO INV-DIST-AMOUNT(1)
           WRITE INVOICE-FILE-RECORD
           MOVE WS-RUN-PERIOD TO REG-RUN-PERIOD
           MOVE CTR-CONTRACT-ID TO REG-CONTRACT-ID
