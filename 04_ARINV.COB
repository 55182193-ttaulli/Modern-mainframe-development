       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARINV.
      * Customer billing. Service charges, fees and other amounts
      * customers owe are entered here, one at a time or in batch
      * from AR-INVOICES.dat, and become open items on
      * AR-OPEN-ITEMS.dat for ARPAY to apply receipts against,
      * ARAGE to age and ARDUN to chase. The customer must be on
      * CUSTOMERS-INDEXED.Dat and active. A customer on credit
      * hold is still billed, but the entry is flagged so the
      * biller sees it. Every decision goes to AR-AUDIT.dat; a
      * batch run also lists rejects and warnings on
      * AR-EXCEPTIONS.dat. Items dated in a closed fiscal period
      * go to finance as prior-period adjustments instead.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AR-INVOICE-FILE ASSIGN TO
           "AR-INVOICES.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO
           "RUN-CONTROL.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-FILE-INDEXED ASSIGN TO
           "CUSTOMERS-INDEXED.Dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS INDEXED-CUSTOMER-NO
           ALTERNATE RECORD KEY IS INDEXED-LAST-NAME
               WITH DUPLICATES.
           SELECT OPTIONAL AR-OPEN-ITEM-FILE ASSIGN TO
           "AR-OPEN-ITEMS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO
           "AR-AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO
           "AR-EXCEPTIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO
           "FISCAL-CALENDAR.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADJUSTMENT-FILE ASSIGN TO
           "PRIOR-PERIOD-ADJUSTMENTS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD AR-INVOICE-FILE.
       01 AR-INVOICE-RECORD.
           05 ARI-INV-NUMBER PIC X(10).
           05 ARI-CUSTOMER-NUMBER PIC 9(7).
           05 ARI-AMOUNT PIC 9(7)V99.
      * ARI-DATE: zero means today
           05 ARI-DATE PIC 9(8).
      * ARI-TERMS: net days to pay; zero means net 30
           05 ARI-TERMS PIC 9(3).
      * ARI-TYPE: I (or space) = invoice, C = credit memo
           05 ARI-TYPE PIC X(1).
           05 ARI-DESCRIPTION PIC X(30).
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RUN-CTL-MODE PIC X(1).
           05 RUN-CTL-USER PIC X(20).
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
       FD AR-OPEN-ITEM-FILE.
       01 AR-OPEN-ITEM-RECORD.
           05 ARO-INV-NUMBER PIC X(10).
           05 ARO-CUSTOMER-NUMBER PIC 9(7).
      * ARO-TYPE: I = invoice, C = credit memo, U = unapplied cash
           05 ARO-TYPE PIC X(1).
           05 ARO-AMOUNT PIC 9(7)V99.
      * Amount still open; invoices are reduced by receipts and
      * credits, credits by what has been applied from them
           05 ARO-BALANCE PIC 9(7)V99.
           05 ARO-INV-DATE PIC 9(8).
      * Zero on credit memos and unapplied cash
           05 ARO-DUE-DATE PIC 9(8).
      * ARO-PAID: N = open, Y = fully paid or applied
           05 ARO-PAID PIC X(1).
           05 ARO-LAST-PAY-DATE PIC 9(8).
      * Highest dunning letter sent for this item: 0 = none,
      * 1 = 30 days past due, 2 = 60 days, 3 = 90 days
           05 ARO-DUN-LEVEL PIC 9(1).
           05 ARO-DESCRIPTION PIC X(30).
       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AUD-INV-NUMBER PIC X(10).
           05 AUD-CUSTOMER-NUMBER PIC 9(7).
           05 AUD-AMOUNT PIC 9(7)V99.
           05 AUD-DECISION PIC X(60).
           05 AUD-DATE PIC 9(8).
           05 AUD-TIME PIC 9(8).
           05 AUD-USER-ID PIC X(20).
       FD EXCEPTION-REPORT-FILE.
       01 EXCEPTION-REPORT-RECORD.
           05 EXC-INV-NUMBER PIC X(10).
           05 EXC-CUSTOMER-NUMBER PIC 9(7).
           05 EXC-AMOUNT PIC 9(7)V99.
           05 EXC-MESSAGE PIC X(60).
       FD CALENDAR-FILE.
      * Shared fiscal calendar maintained by PERCLOSE
       01 CALENDAR-RECORD.
           05 FCL-PERIOD PIC 9(6).
           05 FCL-FISCAL-YEAR PIC 9(4).
           05 FCL-QUARTER PIC 9(1).
           05 FCL-WEEKS PIC 9(1).
           05 FCL-START-DATE PIC 9(8).
           05 FCL-END-DATE PIC 9(8).
           05 FCL-STATUS PIC X(1).
           05 FCL-CLOSED-BY PIC X(20).
           05 FCL-CLOSED-DATE PIC 9(8).
           05 FCL-CLOSED-TIME PIC 9(8).
       FD ADJUSTMENT-FILE.
      * Transactions dated in a closed fiscal period, kept for
      * finance to post as prior-period adjustments
       01 ADJUSTMENT-RECORD.
           05 PPA-SOURCE PIC X(8).
           05 PPA-REFERENCE PIC X(12).
           05 PPA-TXN-DATE PIC 9(8).
           05 PPA-TXN-PERIOD PIC 9(6).
           05 PPA-POST-PERIOD PIC 9(6).
           05 PPA-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 PPA-REASON PIC X(30).
           05 PPA-RUN-DATE PIC 9(8).
           05 PPA-ORIGINAL PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-MODE PIC X VALUE "I".
       01 WS-INVOICE-EOF PIC X VALUE "N".
       01 WS-OPEN-EOF PIC X VALUE "N".
       01 WS-INV-NUMBER PIC X(10) VALUE SPACES.
       01 WS-CUSTOMER-NUMBER PIC 9(7) VALUE 0.
       01 WS-INV-AMOUNT PIC 9(7)V99 VALUE 0.
       01 WS-INV-DATE PIC 9(8) VALUE 0.
       01 WS-INV-TERMS PIC 9(3) VALUE 0.
       01 WS-INV-TYPE PIC X(1) VALUE "I".
           88 IS-CREDIT-MEMO VALUE "C".
       01 WS-DESCRIPTION PIC X(30) VALUE SPACES.
       01 WS-DUE-DATE PIC 9(8) VALUE 0.
       01 WS-DUE-DAYS PIC 9(8) VALUE 0.
       01 WS-MESSAGE PIC X(60) VALUE SPACES.
       01 WS-REJECTED PIC X VALUE "N".
           88 ENTRY-REJECTED VALUE "Y".
       01 WS-WARNING PIC X VALUE "N".
           88 ENTRY-WARNED VALUE "Y".
       01 WS-ON-HOLD PIC X VALUE "N".
      * Invoice numbers already billed, for the duplicate check
       01 WS-BILLED-COUNT PIC 9(4) VALUE 0.
       01 WS-BILLED-TABLE.
           05 WS-BILLED-ENTRY OCCURS 2000 TIMES INDEXED BY BIL-IDX.
               10 WS-BIL-INV-NUMBER PIC X(10).
       01 WS-USER-ID PIC X(20) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-UNATTENDED PIC X VALUE "N".
       01 WS-CTL-USER PIC X(20) VALUE SPACES.
       01 WS-CAL-EOF PIC X VALUE "N".
       01 WS-CAL-COUNT PIC 9(3) VALUE 0.
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 240 TIMES INDEXED BY CAL-IDX.
               10 WS-CAL-PERIOD PIC 9(6).
               10 WS-CAL-START-DATE PIC 9(8).
               10 WS-CAL-END-DATE PIC 9(8).
               10 WS-CAL-STATUS PIC X(1).
       01 WS-LOOKUP-DATE PIC 9(8) VALUE 0.
       01 WS-LOOKUP-PERIOD PIC 9(6) VALUE 0.
       01 WS-LOOKUP-CLOSED PIC X VALUE "N".
       01 WS-POST-PERIOD PIC 9(6) VALUE 0.
       01 WS-BILLED-RUN PIC 9(6) VALUE 0.
       01 WS-CREDITS-RUN PIC 9(6) VALUE 0.
       01 WS-REJECTS-RUN PIC 9(6) VALUE 0.
       01 WS-BILLED-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-FORMAT-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 040-READ-RUN-CONTROL
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 050-LOAD-BILLED
           PERFORM 058-LOAD-CALENDAR
           MOVE WS-TODAY TO WS-LOOKUP-DATE
           PERFORM 059-FIND-FISCAL-PERIOD
           MOVE WS-LOOKUP-PERIOD TO WS-POST-PERIOD
           IF WS-UNATTENDED = "Y"
               MOVE WS-CTL-USER TO WS-USER-ID
           ELSE
               DISPLAY "Enter your user ID : "
               ACCEPT WS-USER-ID
           END-IF
           OPEN INPUT CUSTOMER-FILE-INDEXED
           OPEN EXTEND AUDIT-FILE
           OPEN EXTEND AR-OPEN-ITEM-FILE
           OPEN EXTEND ADJUSTMENT-FILE
           IF WS-UNATTENDED = "Y"
               MOVE "B" TO WS-MODE
           ELSE
               DISPLAY "Run in interactive or batch mode? (I/B)"
               ACCEPT WS-MODE
           END-IF
           IF WS-MODE = "B" OR WS-MODE = "b"
               PERFORM 300-BATCH-RUN
           ELSE
               PERFORM 200-INTERACTIVE-RUN
           END-IF
           CLOSE CUSTOMER-FILE-INDEXED
           CLOSE AUDIT-FILE
           CLOSE AR-OPEN-ITEM-FILE
           CLOSE ADJUSTMENT-FILE
           DISPLAY "Invoices billed:      " WS-BILLED-RUN
           DISPLAY "Credit memos issued:  " WS-CREDITS-RUN
           DISPLAY "Rejected:             " WS-REJECTS-RUN
           MOVE WS-BILLED-TOTAL TO WS-FORMAT-TOTAL
           DISPLAY "Total billed:         " WS-FORMAT-TOTAL
           GOBACK.
       040-READ-RUN-CONTROL.
           MOVE "N" TO WS-UNATTENDED
           OPEN INPUT RUN-CONTROL-FILE
           READ RUN-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RUN-CTL-MODE = "B"
                       MOVE "Y" TO WS-UNATTENDED
                       MOVE RUN-CTL-USER TO WS-CTL-USER
                   END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.
       050-LOAD-BILLED.
           OPEN INPUT AR-OPEN-ITEM-FILE
           READ AR-OPEN-ITEM-FILE
               AT END MOVE "Y" TO WS-OPEN-EOF
           END-READ
           PERFORM UNTIL WS-OPEN-EOF = "Y"
               IF ARO-TYPE NOT = "U"
                   IF WS-BILLED-COUNT < 2000
                       ADD 1 TO WS-BILLED-COUNT
                       MOVE ARO-INV-NUMBER
                           TO WS-BIL-INV-NUMBER(WS-BILLED-COUNT)
                   ELSE
                       DISPLAY "Billed table full, duplicate check "
                           "may be incomplete"
                   END-IF
               END-IF
               READ AR-OPEN-ITEM-FILE
                   AT END MOVE "Y" TO WS-OPEN-EOF
               END-READ
           END-PERFORM
           CLOSE AR-OPEN-ITEM-FILE.
       058-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           READ CALENDAR-FILE
               AT END MOVE "Y" TO WS-CAL-EOF
           END-READ
           PERFORM UNTIL WS-CAL-EOF = "Y"
               IF WS-CAL-COUNT < 240
                   ADD 1 TO WS-CAL-COUNT
                   MOVE FCL-PERIOD TO WS-CAL-PERIOD(WS-CAL-COUNT)
                   MOVE FCL-START-DATE
                       TO WS-CAL-START-DATE(WS-CAL-COUNT)
                   MOVE FCL-END-DATE TO WS-CAL-END-DATE(WS-CAL-COUNT)
                   MOVE FCL-STATUS TO WS-CAL-STATUS(WS-CAL-COUNT)
               ELSE
                   DISPLAY "Calendar table full, record skipped for "
                       FCL-PERIOD
               END-IF
               READ CALENDAR-FILE
                   AT END MOVE "Y" TO WS-CAL-EOF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE.
      * Fiscal period for WS-LOOKUP-DATE from the shared calendar;
      * a date the calendar does not cover falls back to its
      * calendar month and is treated as open
       059-FIND-FISCAL-PERIOD.
           COMPUTE WS-LOOKUP-PERIOD = WS-LOOKUP-DATE / 100
           MOVE "N" TO WS-LOOKUP-CLOSED
           PERFORM VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > WS-CAL-COUNT
               IF WS-LOOKUP-DATE >= WS-CAL-START-DATE(CAL-IDX)
                   AND WS-LOOKUP-DATE <= WS-CAL-END-DATE(CAL-IDX)
                   MOVE WS-CAL-PERIOD(CAL-IDX) TO WS-LOOKUP-PERIOD
                   IF WS-CAL-STATUS(CAL-IDX) = "C"
                       MOVE "Y" TO WS-LOOKUP-CLOSED
                   END-IF
               END-IF
           END-PERFORM.
       200-INTERACTIVE-RUN.
           DISPLAY "Enter the invoice number : "
           ACCEPT WS-INV-NUMBER
           DISPLAY "Enter the customer number : "
           ACCEPT WS-CUSTOMER-NUMBER
           DISPLAY "Enter the amount : "
           ACCEPT WS-INV-AMOUNT
           DISPLAY "Enter the invoice date (YYYYMMDD, 0 = today) : "
           ACCEPT WS-INV-DATE
           DISPLAY "Enter the payment terms in days (0 = net 30) : "
           ACCEPT WS-INV-TERMS
           DISPLAY "Invoice or credit memo? (I/C) : "
           ACCEPT WS-INV-TYPE
           MOVE FUNCTION UPPER-CASE(WS-INV-TYPE) TO WS-INV-TYPE
           DISPLAY "Enter a description : "
           ACCEPT WS-DESCRIPTION
           PERFORM 350-PROCESS-ENTRY
           DISPLAY WS-MESSAGE.
       300-BATCH-RUN.
           OPEN INPUT AR-INVOICE-FILE
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           READ AR-INVOICE-FILE
               AT END MOVE "Y" TO WS-INVOICE-EOF
           END-READ
           PERFORM UNTIL WS-INVOICE-EOF = "Y"
               MOVE ARI-INV-NUMBER TO WS-INV-NUMBER
               MOVE ARI-CUSTOMER-NUMBER TO WS-CUSTOMER-NUMBER
               MOVE ARI-AMOUNT TO WS-INV-AMOUNT
               MOVE ARI-DATE TO WS-INV-DATE
               MOVE ARI-TERMS TO WS-INV-TERMS
               MOVE ARI-TYPE TO WS-INV-TYPE
               MOVE FUNCTION UPPER-CASE(WS-INV-TYPE) TO WS-INV-TYPE
               MOVE ARI-DESCRIPTION TO WS-DESCRIPTION
               PERFORM 350-PROCESS-ENTRY
               IF ENTRY-REJECTED OR ENTRY-WARNED
                   MOVE WS-INV-NUMBER TO EXC-INV-NUMBER
                   MOVE WS-CUSTOMER-NUMBER TO EXC-CUSTOMER-NUMBER
                   MOVE WS-INV-AMOUNT TO EXC-AMOUNT
                   MOVE WS-MESSAGE TO EXC-MESSAGE
                   WRITE EXCEPTION-REPORT-RECORD
               END-IF
               READ AR-INVOICE-FILE
                   AT END MOVE "Y" TO WS-INVOICE-EOF
               END-READ
           END-PERFORM
           CLOSE AR-INVOICE-FILE
           CLOSE EXCEPTION-REPORT-FILE.
       350-PROCESS-ENTRY.
           MOVE "N" TO WS-REJECTED
           MOVE "N" TO WS-WARNING
           MOVE SPACES TO WS-MESSAGE
           IF WS-INV-TYPE NOT = "C"
               MOVE "I" TO WS-INV-TYPE
           END-IF
           IF WS-INV-DATE NOT NUMERIC OR WS-INV-DATE = 0
               MOVE WS-TODAY TO WS-INV-DATE
           END-IF
           IF WS-INV-TERMS NOT NUMERIC OR WS-INV-TERMS = 0
               MOVE 30 TO WS-INV-TERMS
           END-IF
           PERFORM 355-VALIDATE-ENTRY
           IF NOT ENTRY-REJECTED
               PERFORM 360-CHECK-DUPLICATE
           END-IF
           IF NOT ENTRY-REJECTED
               PERFORM 367-CHECK-CLOSED-PERIOD
           END-IF
           IF NOT ENTRY-REJECTED
               PERFORM 370-COMPUTE-DUE-DATE
               PERFORM 390-WRITE-OPEN-ITEM
           END-IF
           IF ENTRY-REJECTED
               ADD 1 TO WS-REJECTS-RUN
           END-IF
           PERFORM 380-WRITE-AUDIT-RECORD.
       355-VALIDATE-ENTRY.
           MOVE "N" TO WS-ON-HOLD
           EVALUATE TRUE
               WHEN WS-INV-NUMBER = SPACES
                   MOVE "Y" TO WS-REJECTED
                   MOVE "Rejected - no invoice number" TO WS-MESSAGE
               WHEN WS-INV-AMOUNT NOT NUMERIC OR WS-INV-AMOUNT = 0
                   MOVE "Y" TO WS-REJECTED
                   MOVE "Rejected - invalid amount" TO WS-MESSAGE
               WHEN WS-CUSTOMER-NUMBER NOT NUMERIC
                   OR WS-CUSTOMER-NUMBER = 0
                   MOVE "Y" TO WS-REJECTED
                   MOVE "Rejected - invalid customer number"
                       TO WS-MESSAGE
               WHEN OTHER
                   MOVE WS-CUSTOMER-NUMBER TO INDEXED-CUSTOMER-NO
                   READ CUSTOMER-FILE-INDEXED
                       INVALID KEY
                           MOVE "Y" TO WS-REJECTED
                           MOVE "Rejected - customer not on file"
                               TO WS-MESSAGE
                       NOT INVALID KEY
                           IF INDEXED-CUSTOMER-STATUS NOT = "A"
                               MOVE "Y" TO WS-REJECTED
                               MOVE "Rejected - customer not active"
                                   TO WS-MESSAGE
                           END-IF
                           IF INDEXED-CREDIT-HOLD = "Y"
                               MOVE "Y" TO WS-ON-HOLD
                           END-IF
                   END-READ
           END-EVALUATE.
       360-CHECK-DUPLICATE.
           PERFORM VARYING BIL-IDX FROM 1 BY 1
               UNTIL BIL-IDX > WS-BILLED-COUNT
               IF WS-BIL-INV-NUMBER(BIL-IDX) = WS-INV-NUMBER
                   MOVE "Y" TO WS-REJECTED
                   MOVE "Rejected - duplicate invoice number"
                       TO WS-MESSAGE
               END-IF
           END-PERFORM
           IF NOT ENTRY-REJECTED
               IF WS-BILLED-COUNT < 2000
                   ADD 1 TO WS-BILLED-COUNT
                   MOVE WS-INV-NUMBER
                       TO WS-BIL-INV-NUMBER(WS-BILLED-COUNT)
               ELSE
                   DISPLAY "Billed table full, duplicate check "
                       "for later entries may be incomplete"
               END-IF
           END-IF.
      * An invoice or credit memo dated in a period already
      * closed on the fiscal calendar is not billed; it goes to
      * finance as a prior-period adjustment and is listed as
      * an exception.
       367-CHECK-CLOSED-PERIOD.
           MOVE WS-INV-DATE TO WS-LOOKUP-DATE
           PERFORM 059-FIND-FISCAL-PERIOD
           IF WS-LOOKUP-CLOSED = "Y"
               MOVE "Y" TO WS-REJECTED
               MOVE "Dated in closed period - adjustment"
                   TO WS-MESSAGE
               MOVE "RECEIVBL" TO PPA-SOURCE
               MOVE SPACES TO PPA-REFERENCE
               STRING WS-INV-NUMBER DELIMITED BY SPACE
                   INTO PPA-REFERENCE
               MOVE WS-INV-DATE TO PPA-TXN-DATE
               MOVE WS-LOOKUP-PERIOD TO PPA-TXN-PERIOD
               MOVE WS-POST-PERIOD TO PPA-POST-PERIOD
               IF IS-CREDIT-MEMO
                   COMPUTE PPA-AMOUNT = 0 - WS-INV-AMOUNT
               ELSE
                   MOVE WS-INV-AMOUNT TO PPA-AMOUNT
               END-IF
               MOVE "AR ITEM DATED IN CLOSED PERIOD" TO PPA-REASON
               MOVE WS-TODAY TO PPA-RUN-DATE
               MOVE SPACES TO PPA-ORIGINAL
               STRING WS-INV-NUMBER WS-CUSTOMER-NUMBER WS-INV-DATE
                   WS-INV-TYPE WS-DESCRIPTION
                   DELIMITED BY SIZE INTO PPA-ORIGINAL
               WRITE ADJUSTMENT-RECORD
           END-IF.
       370-COMPUTE-DUE-DATE.
           IF IS-CREDIT-MEMO
               MOVE 0 TO WS-DUE-DATE
           ELSE
               COMPUTE WS-DUE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-INV-DATE) +
                   WS-INV-TERMS
               COMPUTE WS-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-DAYS)
           END-IF.
       380-WRITE-AUDIT-RECORD.
           MOVE WS-INV-NUMBER TO AUD-INV-NUMBER
           MOVE WS-CUSTOMER-NUMBER TO AUD-CUSTOMER-NUMBER
           MOVE WS-INV-AMOUNT TO AUD-AMOUNT
           MOVE WS-MESSAGE TO AUD-DECISION
           MOVE WS-USER-ID TO AUD-USER-ID
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           WRITE AUDIT-RECORD.
       390-WRITE-OPEN-ITEM.
           MOVE WS-INV-NUMBER TO ARO-INV-NUMBER
           MOVE WS-CUSTOMER-NUMBER TO ARO-CUSTOMER-NUMBER
           MOVE WS-INV-TYPE TO ARO-TYPE
           MOVE WS-INV-AMOUNT TO ARO-AMOUNT
           MOVE WS-INV-AMOUNT TO ARO-BALANCE
           MOVE WS-INV-DATE TO ARO-INV-DATE
           MOVE WS-DUE-DATE TO ARO-DUE-DATE
           MOVE "N" TO ARO-PAID
           MOVE 0 TO ARO-LAST-PAY-DATE
           MOVE 0 TO ARO-DUN-LEVEL
           MOVE WS-DESCRIPTION TO ARO-DESCRIPTION
           WRITE AR-OPEN-ITEM-RECORD
           IF IS-CREDIT-MEMO
               ADD 1 TO WS-CREDITS-RUN
               MOVE "Credit memo recorded - applied by ARPAY"
                   TO WS-MESSAGE
           ELSE
               ADD 1 TO WS-BILLED-RUN
               ADD WS-INV-AMOUNT TO WS-BILLED-TOTAL
               MOVE "Invoice billed" TO WS-MESSAGE
           END-IF
           IF WS-ON-HOLD = "Y"
               MOVE "Y" TO WS-WARNING
               IF IS-CREDIT-MEMO
                   MOVE "Credit memo recorded - customer on credit hold"
                       TO WS-MESSAGE
               ELSE
                   MOVE "Invoice billed - customer on credit hold"
                       TO WS-MESSAGE
               END-IF
           END-IF.
