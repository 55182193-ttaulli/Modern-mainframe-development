       IDENTIFICATION DIVISION.
       PROGRAM-ID. INT1099.
      * Year-end 1099-INT reporting for depositors. Totals the
      * gross interest and withholding BALANCE wrote to
      * INTEREST-SUMMARY.dat for the calendar year, per customer
      * across all of their accounts (CUSTOMER-ACCOUNT-XREF.dat),
      * applies the reporting threshold, and prints the 1099-INT
      * register and the recipient copies with name and address
      * from CUSTOMERS-INDEXED.Dat. Reportable customers with no
      * tax ID on file are flagged so W-9s can be chased before
      * the filing deadline.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INTEREST-SUMMARY-FILE ASSIGN TO
           "INTEREST-SUMMARY.dat"
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
           SELECT REGISTER-FILE ASSIGN TO
           "INTEREST-1099-REGISTER.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COPY-FILE ASSIGN TO
           "INTEREST-1099-COPIES.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD INTEREST-SUMMARY-FILE.
       01 INTEREST-SUMMARY-RECORD.
           05 INT-ACCT-NUMBER PIC X(6).
           05 INT-YEAR PIC 9(2).
           05 INT-GROSS PIC S9(9)V99.
           05 INT-WITHHELD PIC S9(9)V99.
           05 INT-NET PIC S9(9)V99.
           05 INT-DATE PIC 9(8).
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
       FD REGISTER-FILE.
       01 REGISTER-RECORD PIC X(100).
       FD COPY-FILE.
       01 COPY-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-INTEREST-EOF PIC X VALUE "N".
       01 WS-XREF-EOF PIC X VALUE "N".
       01 WS-REPORT-YEAR PIC 9(4) VALUE 0.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-TODAY-SPLIT REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY PIC 9(4).
           05 FILLER PIC 9(4).
       01 WS-INT-DATE-SPLIT.
           05 WS-IDT-YYYY PIC 9(4).
           05 FILLER PIC 9(4).
      * Interest of at least this amount in the year is reported;
      * any withholding makes the customer reportable regardless.
       01 WS-THRESHOLD PIC 9(7)V99 VALUE 10.00.
       01 WS-XREF-COUNT PIC 9(4) VALUE 0.
       01 WS-XREF-TABLE.
           05 WS-XRF-ENTRY OCCURS 1000 TIMES INDEXED BY XRF-IDX.
               10 WS-XRF-CUSTOMER PIC 9(7).
               10 WS-XRF-ACCT PIC X(6).
       01 WS-HOLDER PIC 9(7) VALUE 0.
       01 WS-CUST-COUNT PIC 9(4) VALUE 0.
       01 WS-CUST-FOUND PIC 9(4) VALUE 0.
       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 1000 TIMES INDEXED BY CUS-IDX.
               10 WS-CUS-NUMBER PIC 9(7).
               10 WS-CUS-ACCOUNTS PIC 9(3).
               10 WS-CUS-GROSS PIC S9(11)V99.
               10 WS-CUS-WITHHELD PIC S9(11)V99.
       01 WS-NO-HOLDER-COUNT PIC 9(4) VALUE 0.
       01 WS-REPORTABLE-COUNT PIC 9(4) VALUE 0.
       01 WS-BELOW-COUNT PIC 9(4) VALUE 0.
       01 WS-MISSING-TIN-COUNT PIC 9(4) VALUE 0.
       01 WS-NOT-ON-FILE-COUNT PIC 9(4) VALUE 0.
       01 WS-REPORTABLE-GROSS PIC S9(13)V99 VALUE 0.
       01 WS-REPORTABLE-WITHHELD PIC S9(13)V99 VALUE 0.
       01 WS-FORMAT-TOTAL PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-FORMAT-WITHHELD PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-FORMAT-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-FORMAT-THRESHOLD PIC Z,ZZZ,ZZ9.99.
       01 WS-MASKED-TIN PIC X(9) VALUE SPACES.
       01 WS-DETAIL-LINE.
           05 WS-DTL-CUSTOMER PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-NAME PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-TAX-ID PIC X(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-GROSS PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-WITHHELD PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-FLAG PIC X(20).
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
           DISPLAY "Report interest for which calendar year? "
               "(YYYY, 0 for the current year)"
           ACCEPT WS-REPORT-YEAR
           IF WS-REPORT-YEAR = 0
               MOVE WS-TODAY-YYYY TO WS-REPORT-YEAR
           END-IF
           PERFORM 150-LOAD-XREF
           PERFORM 200-ACCUMULATE-INTEREST
           PERFORM 300-PRINT-REGISTER
           GOBACK.
       150-LOAD-XREF.
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
      * INT-YEAR is the projection year of the account, so the
      * calendar year is taken from the year-end date instead.
       200-ACCUMULATE-INTEREST.
           OPEN INPUT INTEREST-SUMMARY-FILE
           READ INTEREST-SUMMARY-FILE
               AT END MOVE "Y" TO WS-INTEREST-EOF
           END-READ
           PERFORM UNTIL WS-INTEREST-EOF = "Y"
               MOVE INT-DATE TO WS-INT-DATE-SPLIT
               IF WS-IDT-YYYY = WS-REPORT-YEAR
                   PERFORM 250-POST-ONE-ACCOUNT
               END-IF
               READ INTEREST-SUMMARY-FILE
                   AT END MOVE "Y" TO WS-INTEREST-EOF
               END-READ
           END-PERFORM
           CLOSE INTEREST-SUMMARY-FILE.
      * A joint account is reported once, under the first holder
      * linked to it on the cross-reference.
       250-POST-ONE-ACCOUNT.
           MOVE 0 TO WS-HOLDER
           PERFORM VARYING XRF-IDX FROM 1 BY 1
               UNTIL XRF-IDX > WS-XREF-COUNT OR WS-HOLDER > 0
               IF WS-XRF-ACCT(XRF-IDX) = INT-ACCT-NUMBER
                   MOVE WS-XRF-CUSTOMER(XRF-IDX) TO WS-HOLDER
               END-IF
           END-PERFORM
           IF WS-HOLDER = 0
               ADD 1 TO WS-NO-HOLDER-COUNT
               DISPLAY "No customer linked to account "
                   INT-ACCT-NUMBER " - interest not reported"
           ELSE
               MOVE 0 TO WS-CUST-FOUND
               PERFORM VARYING CUS-IDX FROM 1 BY 1
                   UNTIL CUS-IDX > WS-CUST-COUNT
                   IF WS-CUS-NUMBER(CUS-IDX) = WS-HOLDER
                       MOVE CUS-IDX TO WS-CUST-FOUND
                   END-IF
               END-PERFORM
               IF WS-CUST-FOUND = 0
                   IF WS-CUST-COUNT < 1000
                       ADD 1 TO WS-CUST-COUNT
                       MOVE WS-CUST-COUNT TO WS-CUST-FOUND
                       MOVE WS-HOLDER TO WS-CUS-NUMBER(WS-CUST-FOUND)
                       MOVE 0 TO WS-CUS-ACCOUNTS(WS-CUST-FOUND)
                       MOVE 0 TO WS-CUS-GROSS(WS-CUST-FOUND)
                       MOVE 0 TO WS-CUS-WITHHELD(WS-CUST-FOUND)
                   ELSE
                       DISPLAY "Customer table full, record skipped "
                           "for " WS-HOLDER
                   END-IF
               END-IF
               IF WS-CUST-FOUND > 0
                   ADD 1 TO WS-CUS-ACCOUNTS(WS-CUST-FOUND)
                   ADD INT-GROSS TO WS-CUS-GROSS(WS-CUST-FOUND)
                   ADD INT-WITHHELD TO WS-CUS-WITHHELD(WS-CUST-FOUND)
               END-IF
           END-IF.
       300-PRINT-REGISTER.
           OPEN INPUT CUSTOMER-FILE-INDEXED
           OPEN OUTPUT REGISTER-FILE
           OPEN OUTPUT COPY-FILE
           MOVE WS-THRESHOLD TO WS-FORMAT-THRESHOLD
           MOVE SPACES TO REGISTER-RECORD
           STRING " 1099-INT Register for " WS-REPORT-YEAR
               "   reporting threshold: " WS-FORMAT-THRESHOLD
               DELIMITED BY SIZE INTO REGISTER-RECORD
           WRITE REGISTER-RECORD
           PERFORM VARYING CUS-IDX FROM 1 BY 1
               UNTIL CUS-IDX > WS-CUST-COUNT
               IF WS-CUS-GROSS(CUS-IDX) >= WS-THRESHOLD
                   OR WS-CUS-WITHHELD(CUS-IDX) > 0
                   PERFORM 350-REPORT-ONE-CUSTOMER
               ELSE
                   ADD 1 TO WS-BELOW-COUNT
               END-IF
           END-PERFORM
           MOVE WS-REPORTABLE-GROSS TO WS-FORMAT-TOTAL
           MOVE WS-REPORTABLE-WITHHELD TO WS-FORMAT-WITHHELD
           MOVE SPACES TO REGISTER-RECORD
           STRING "Reportable customers: " WS-REPORTABLE-COUNT
               "  interest: " WS-FORMAT-TOTAL
               "  withheld: " WS-FORMAT-WITHHELD
               DELIMITED BY SIZE INTO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO REGISTER-RECORD
           STRING "Below threshold: " WS-BELOW-COUNT
               "  missing tax IDs: " WS-MISSING-TIN-COUNT
               "  not on customer file: " WS-NOT-ON-FILE-COUNT
               DELIMITED BY SIZE INTO REGISTER-RECORD
           WRITE REGISTER-RECORD
           CLOSE CUSTOMER-FILE-INDEXED
           CLOSE REGISTER-FILE
           CLOSE COPY-FILE
           DISPLAY "Reportable customers:  " WS-REPORTABLE-COUNT
           DISPLAY "Below threshold:       " WS-BELOW-COUNT
           DISPLAY "Missing tax IDs:       " WS-MISSING-TIN-COUNT
           DISPLAY "Accounts with no holder: " WS-NO-HOLDER-COUNT
           DISPLAY "1099-INT register written to "
               "INTEREST-1099-REGISTER.dat"
           DISPLAY "Recipient copies written to "
               "INTEREST-1099-COPIES.dat".
       350-REPORT-ONE-CUSTOMER.
           ADD 1 TO WS-REPORTABLE-COUNT
           ADD WS-CUS-GROSS(CUS-IDX) TO WS-REPORTABLE-GROSS
           ADD WS-CUS-WITHHELD(CUS-IDX) TO WS-REPORTABLE-WITHHELD
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-CUS-NUMBER(CUS-IDX) TO WS-DTL-CUSTOMER
           MOVE WS-CUS-GROSS(CUS-IDX) TO WS-DTL-GROSS
           MOVE WS-CUS-WITHHELD(CUS-IDX) TO WS-DTL-WITHHELD
           MOVE WS-CUS-NUMBER(CUS-IDX) TO INDEXED-CUSTOMER-NO
           READ CUSTOMER-FILE-INDEXED
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-FILE-COUNT
                   MOVE "NOT ON CUSTOMER FILE" TO WS-DTL-NAME
                   MOVE "*** NO NAME/ADDRESS" TO WS-DTL-FLAG
               NOT INVALID KEY
                   STRING INDEXED-LAST-NAME DELIMITED BY "  "
                       ", " DELIMITED BY SIZE
                       INDEXED-FIRST-NAME DELIMITED BY "  "
                       INTO WS-DTL-NAME
                   MOVE INDEXED-TAX-ID TO WS-DTL-TAX-ID
                   IF INDEXED-TAX-ID = SPACES
                       ADD 1 TO WS-MISSING-TIN-COUNT
                       MOVE "*** MISSING TAX ID" TO WS-DTL-FLAG
                   END-IF
                   PERFORM 400-WRITE-RECIPIENT-COPY
           END-READ
           MOVE WS-DETAIL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD.
      * Only the last four digits of the tax ID are shown on the
      * recipient's copy.
       400-WRITE-RECIPIENT-COPY.
           MOVE INDEXED-FIRST-NAME TO WS-NAM-FIRST
           MOVE INDEXED-LAST-NAME TO WS-NAM-LAST
           MOVE WS-NAME-LINE TO COPY-RECORD
           WRITE COPY-RECORD
           MOVE INDEXED-ADDRESS-LINE-1 TO COPY-RECORD
           WRITE COPY-RECORD
           IF INDEXED-ADDRESS-LINE-2 NOT = SPACES
               MOVE INDEXED-ADDRESS-LINE-2 TO COPY-RECORD
               WRITE COPY-RECORD
           END-IF
           MOVE INDEXED-CITY TO WS-CTY-CITY
           MOVE INDEXED-STATE TO WS-CTY-STATE
           MOVE INDEXED-ZIP-CODE TO WS-CTY-ZIP
           MOVE WS-CITY-LINE TO COPY-RECORD
           WRITE COPY-RECORD
           MOVE SPACES TO COPY-RECORD
           WRITE COPY-RECORD
           MOVE SPACES TO COPY-RECORD
           STRING "Form 1099-INT  Interest Income  "
               "Calendar year " WS-REPORT-YEAR
               "  Copy B for recipient"
               DELIMITED BY SIZE INTO COPY-RECORD
           WRITE COPY-RECORD
           IF INDEXED-TAX-ID = SPACES
               MOVE "NOT ON FILE" TO WS-MASKED-TIN
           ELSE
               MOVE "*****" TO WS-MASKED-TIN
               MOVE INDEXED-TAX-ID(6:4) TO WS-MASKED-TIN(6:4)
           END-IF
           MOVE SPACES TO COPY-RECORD
           STRING "Recipient's TIN: " WS-MASKED-TIN
               "   Customer: " WS-CUS-NUMBER(CUS-IDX)
               "   Accounts: " WS-CUS-ACCOUNTS(CUS-IDX)
               DELIMITED BY SIZE INTO COPY-RECORD
           WRITE COPY-RECORD
           MOVE WS-CUS-GROSS(CUS-IDX) TO WS-FORMAT-AMOUNT
           MOVE SPACES TO COPY-RECORD
           STRING "Box 1  Interest income:             "
               WS-FORMAT-AMOUNT
               DELIMITED BY SIZE INTO COPY-RECORD
           WRITE COPY-RECORD
           MOVE WS-CUS-WITHHELD(CUS-IDX) TO WS-FORMAT-AMOUNT
           MOVE SPACES TO COPY-RECORD
           STRING "Box 4  Federal income tax withheld: "
               WS-FORMAT-AMOUNT
               DELIMITED BY SIZE INTO COPY-RECORD
           WRITE COPY-RECORD
           MOVE ALL "-" TO COPY-RECORD
           WRITE COPY-RECORD.
