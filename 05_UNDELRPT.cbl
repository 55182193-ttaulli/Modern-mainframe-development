       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNDELRPT.
      * Weekly undeliverable-address follow-up report. Lists every
      * customer whose address RETMAIL has flagged undeliverable
      * and who still holds an open account (one still on
      * ACCOUNTS.dat, linked through CUSTOMER-ACCOUNT-XREF.dat),
      * with the phone number, return date and reason, and each
      * open account and its principal, so the branch can reach
      * the customer for a new address. Customers who asked not to
      * be called are marked DNC. Flagged customers with no open
      * account are left off. No prompts; suitable as a weekly
      * NIGHTRUN step.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO
           "ACCOUNTS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ACCT-NUMBER.
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
           SELECT REPORT-FILE ASSIGN TO
           "UNDELIVERABLE-REPORT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-XREF-EOF PIC X VALUE "N".
       01 WS-SCAN-DONE PIC X VALUE "N".
       01 WS-XREF-COUNT PIC 9(4) VALUE 0.
       01 WS-XREF-TABLE.
           05 WS-XRF-ENTRY OCCURS 2000 TIMES INDEXED BY XRF-IDX.
               10 WS-XRF-CUSTOMER PIC 9(7).
               10 WS-XRF-ACCT PIC X(6).
       01 WS-FLAGGED-COUNT PIC 9(5) VALUE 0.
       01 WS-LISTED-COUNT PIC 9(5) VALUE 0.
       01 WS-OPEN-FOR-CUST PIC 9(4) VALUE 0.
       01 WS-TOTAL-ACCOUNTS PIC 9(5) VALUE 0.
       01 WS-TOTAL-PRINCIPAL PIC S9(11)V99 VALUE 0.
       01 WS-TITLE-LINE.
           05 FILLER PIC X(40)
               VALUE "UNDELIVERABLE ADDRESSES WITH OPEN ACCTS ".
           05 FILLER PIC X(9) VALUE "RUN DATE ".
           05 WS-TTL-DATE PIC 9(8).
       01 WS-HEADER-LINE.
           05 FILLER PIC X(8) VALUE "CUSTNO  ".
           05 FILLER PIC X(31) VALUE "NAME".
           05 FILLER PIC X(16) VALUE "PHONE".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "RETURNED ".
           05 FILLER PIC X(4) VALUE "RSN ".
           05 FILLER PIC X(7) VALUE "ACCT   ".
           05 FILLER PIC X(15) VALUE "      PRINCIPAL".
       01 WS-DETAIL-LINE.
           05 WS-DTL-CUSTOMER PIC X(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-NAME PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-PHONE PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-DNC PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-RETURN-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-REASON PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-ACCT PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-PRINCIPAL PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-TOTAL-LINE.
           05 FILLER PIC X(7) VALUE "TOTAL: ".
           05 WS-TOT-CUSTOMERS PIC ZZ,ZZ9.
           05 FILLER PIC X(12) VALUE " CUSTOMERS, ".
           05 WS-TOT-ACCOUNTS PIC ZZ,ZZ9.
           05 FILLER PIC X(10) VALUE " ACCOUNTS ".
           05 FILLER PIC X(32) VALUE SPACES.
           05 WS-TOT-PRINCIPAL PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 160-LOAD-XREF
           OPEN INPUT ACCOUNTS-FILE
           OPEN INPUT CUSTOMER-FILE-INDEXED
           OPEN OUTPUT REPORT-FILE
           MOVE WS-TODAY TO WS-TTL-DATE
           MOVE WS-TITLE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HEADER-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 0 TO INDEXED-CUSTOMER-NO
           START CUSTOMER-FILE-INDEXED
               KEY IS >= INDEXED-CUSTOMER-NO
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ CUSTOMER-FILE-INDEXED NEXT RECORD
                   AT END MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END
                       IF INDEXED-ADDRESS-STATUS = "U"
                           ADD 1 TO WS-FLAGGED-COUNT
                           PERFORM 300-LIST-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-LISTED-COUNT TO WS-TOT-CUSTOMERS
           MOVE WS-TOTAL-ACCOUNTS TO WS-TOT-ACCOUNTS
           MOVE WS-TOTAL-PRINCIPAL TO WS-TOT-PRINCIPAL
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE ACCOUNTS-FILE
           CLOSE CUSTOMER-FILE-INDEXED
           CLOSE REPORT-FILE
           DISPLAY "Undeliverable addresses:       " WS-FLAGGED-COUNT
           DISPLAY "  with open accounts (listed): " WS-LISTED-COUNT
           DISPLAY "Report written to UNDELIVERABLE-REPORT.dat"
           GOBACK.
       160-LOAD-XREF.
           OPEN INPUT XREF-FILE
           READ XREF-FILE
               AT END MOVE "Y" TO WS-XREF-EOF
           END-READ
           PERFORM UNTIL WS-XREF-EOF = "Y"
               IF WS-XREF-COUNT < 2000
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
      * Each linked account is read from ACCOUNTS.dat by key; one
      * no longer on file is closed and is not listed. The
      * customer's details print on the first account line only;
      * later accounts show just the account and principal
       300-LIST-ONE-CUSTOMER.
           MOVE 0 TO WS-OPEN-FOR-CUST
           PERFORM VARYING XRF-IDX FROM 1 BY 1
               UNTIL XRF-IDX > WS-XREF-COUNT
               IF WS-XRF-CUSTOMER(XRF-IDX) = INDEXED-CUSTOMER-NO
                   MOVE WS-XRF-ACCT(XRF-IDX) TO ACCT-NUMBER
                   READ ACCOUNTS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 350-WRITE-ACCOUNT-LINE
                   END-READ
               END-IF
           END-PERFORM
           IF WS-OPEN-FOR-CUST > 0
               ADD 1 TO WS-LISTED-COUNT
           END-IF.
       350-WRITE-ACCOUNT-LINE.
           ADD 1 TO WS-OPEN-FOR-CUST
           MOVE SPACES TO WS-DTL-CUSTOMER
           MOVE SPACES TO WS-DTL-NAME
           MOVE SPACES TO WS-DTL-PHONE
           MOVE SPACES TO WS-DTL-DNC
           MOVE SPACES TO WS-DTL-RETURN-DATE
           MOVE SPACES TO WS-DTL-REASON
           IF WS-OPEN-FOR-CUST = 1
               MOVE INDEXED-CUSTOMER-NO TO WS-DTL-CUSTOMER
               STRING INDEXED-FIRST-NAME DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   INDEXED-LAST-NAME DELIMITED BY SIZE
                   INTO WS-DTL-NAME
               MOVE INDEXED-PHONE-NUMBER TO WS-DTL-PHONE
               IF INDEXED-DO-NOT-CALL = "Y"
                   MOVE "DNC" TO WS-DTL-DNC
               END-IF
               MOVE INDEXED-RETURN-DATE TO WS-DTL-RETURN-DATE
               MOVE INDEXED-RETURN-REASON TO WS-DTL-REASON
           END-IF
           MOVE ACCT-NUMBER TO WS-DTL-ACCT
           MOVE ACCT-PRINCIPAL TO WS-DTL-PRINCIPAL
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 1 TO WS-TOTAL-ACCOUNTS
           ADD ACCT-PRINCIPAL TO WS-TOTAL-PRINCIPAL.
