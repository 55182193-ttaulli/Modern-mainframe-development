       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARAGE.
      * Aged receivables by customer from AR-OPEN-ITEMS.dat, in
      * the same buckets INVAGE uses for payables: current
      * (not yet due), 1-30, 31-60, 61-90 and over 90 days past
      * the due date. Credit memos and unapplied cash carry no
      * due date; they fall in current and reduce the balance.
      * Names come from CUSTOMERS-INDEXED.Dat, and customers on
      * credit hold are marked.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AR-OPEN-ITEM-FILE ASSIGN TO
           "AR-OPEN-ITEMS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-FILE-INDEXED ASSIGN TO
           "CUSTOMERS-INDEXED.Dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS INDEXED-CUSTOMER-NO
           ALTERNATE RECORD KEY IS INDEXED-LAST-NAME
               WITH DUPLICATES.
           SELECT AGING-REPORT-FILE ASSIGN TO
           "AR-AGING-REPORT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD AR-OPEN-ITEM-FILE.
       01 AR-OPEN-ITEM-RECORD.
           05 ARO-INV-NUMBER PIC X(10).
           05 ARO-CUSTOMER-NUMBER PIC 9(7).
      * ARO-TYPE: I = invoice, C = credit memo, U = unapplied cash
           05 ARO-TYPE PIC X(1).
           05 ARO-AMOUNT PIC 9(7)V99.
           05 ARO-BALANCE PIC 9(7)V99.
           05 ARO-INV-DATE PIC 9(8).
           05 ARO-DUE-DATE PIC 9(8).
           05 ARO-PAID PIC X(1).
           05 ARO-LAST-PAY-DATE PIC 9(8).
           05 ARO-DUN-LEVEL PIC 9(1).
           05 ARO-DESCRIPTION PIC X(30).
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
       FD AGING-REPORT-FILE.
       01 AGING-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-OPEN-EOF PIC X VALUE "N".
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-TODAY-DAYS PIC 9(8) VALUE 0.
       01 WS-AGE-DAYS PIC S9(8) VALUE 0.
       01 WS-BUCKET PIC 9(1) VALUE 0.
       01 WS-CUSTOMER-COUNT PIC 9(4) VALUE 0.
       01 WS-CUSTOMER-FOUND PIC 9(4) VALUE 0.
       01 WS-CUSTOMER-TABLE.
           05 WS-CUSTOMER-ENTRY OCCURS 1000 TIMES INDEXED BY CUS-IDX.
               10 WS-CUS-NUMBER PIC 9(7).
               10 WS-CUS-BUCKET PIC S9(9)V99 OCCURS 5 TIMES.
       01 WS-GRAND-BUCKET PIC S9(9)V99 OCCURS 5 TIMES VALUE 0.
       01 WS-CUSTOMER-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-GRAND-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-BUCKET-NUM PIC 9(1) VALUE 0.
       01 WS-HOLD-COUNT PIC 9(4) VALUE 0.
       01 WS-HEADING-LINE.
           05 FILLER PIC X(8) VALUE "CUSTOMER".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(22) VALUE "NAME".
           05 FILLER PIC X(2) VALUE "H ".
           05 FILLER PIC X(13) VALUE "      CURRENT".
           05 FILLER PIC X(13) VALUE "         1-30".
           05 FILLER PIC X(13) VALUE "        31-60".
           05 FILLER PIC X(13) VALUE "        61-90".
           05 FILLER PIC X(13) VALUE "          90+".
           05 FILLER PIC X(14) VALUE "         TOTAL".
       01 WS-DETAIL-LINE.
           05 WS-DTL-CUSTOMER PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-NAME PIC X(21).
           05 FILLER PIC X(1) VALUE SPACE.
      * H = customer on credit hold
           05 WS-DTL-HOLD PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-BUCKET PIC ZZ,ZZZ,ZZ9.99- OCCURS 5 TIMES.
           05 WS-DTL-TOTAL PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-TOTAL-LINE.
           05 FILLER PIC X(33) VALUE "TOTAL".
           05 WS-TLN-BUCKET PIC ZZ,ZZZ,ZZ9.99- OCCURS 5 TIMES.
           05 WS-TLN-TOTAL PIC ZZZ,ZZZ,ZZ9.99-.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
           OPEN INPUT AR-OPEN-ITEM-FILE
           READ AR-OPEN-ITEM-FILE
               AT END MOVE "Y" TO WS-OPEN-EOF
           END-READ
           PERFORM UNTIL WS-OPEN-EOF = "Y"
               IF ARO-PAID NOT = "Y" AND ARO-BALANCE > 0
                   PERFORM 200-AGE-ONE-ITEM
               END-IF
               READ AR-OPEN-ITEM-FILE
                   AT END MOVE "Y" TO WS-OPEN-EOF
               END-READ
           END-PERFORM
           CLOSE AR-OPEN-ITEM-FILE
           OPEN INPUT CUSTOMER-FILE-INDEXED
           PERFORM 300-PRINT-REPORT
           CLOSE CUSTOMER-FILE-INDEXED
           GOBACK.
       200-AGE-ONE-ITEM.
           IF ARO-DUE-DATE = 0
               MOVE 1 TO WS-BUCKET
           ELSE
               COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS -
                   FUNCTION INTEGER-OF-DATE(ARO-DUE-DATE)
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS <= 0
                       MOVE 1 TO WS-BUCKET
                   WHEN WS-AGE-DAYS <= 30
                       MOVE 2 TO WS-BUCKET
                   WHEN WS-AGE-DAYS <= 60
                       MOVE 3 TO WS-BUCKET
                   WHEN WS-AGE-DAYS <= 90
                       MOVE 4 TO WS-BUCKET
                   WHEN OTHER
                       MOVE 5 TO WS-BUCKET
               END-EVALUATE
           END-IF
           MOVE 0 TO WS-CUSTOMER-FOUND
           PERFORM VARYING CUS-IDX FROM 1 BY 1
               UNTIL CUS-IDX > WS-CUSTOMER-COUNT
               IF WS-CUS-NUMBER(CUS-IDX) = ARO-CUSTOMER-NUMBER
                   MOVE CUS-IDX TO WS-CUSTOMER-FOUND
               END-IF
           END-PERFORM
           IF WS-CUSTOMER-FOUND = 0 AND WS-CUSTOMER-COUNT < 1000
               ADD 1 TO WS-CUSTOMER-COUNT
               MOVE WS-CUSTOMER-COUNT TO WS-CUSTOMER-FOUND
               MOVE ARO-CUSTOMER-NUMBER
                   TO WS-CUS-NUMBER(WS-CUSTOMER-FOUND)
               PERFORM VARYING WS-BUCKET-NUM FROM 1 BY 1
                   UNTIL WS-BUCKET-NUM > 5
                   MOVE 0 TO
                       WS-CUS-BUCKET(WS-CUSTOMER-FOUND, WS-BUCKET-NUM)
               END-PERFORM
           END-IF
           IF WS-CUSTOMER-FOUND = 0
               DISPLAY "Customer table full, open item skipped for "
                   ARO-CUSTOMER-NUMBER
           ELSE
      * Credit memos and unapplied cash reduce the amount owed
               IF ARO-TYPE = "C" OR ARO-TYPE = "U"
                   SUBTRACT ARO-BALANCE FROM
                       WS-CUS-BUCKET(WS-CUSTOMER-FOUND, WS-BUCKET)
                   SUBTRACT ARO-BALANCE FROM
                       WS-GRAND-BUCKET(WS-BUCKET)
               ELSE
                   ADD ARO-BALANCE TO
                       WS-CUS-BUCKET(WS-CUSTOMER-FOUND, WS-BUCKET)
                   ADD ARO-BALANCE TO WS-GRAND-BUCKET(WS-BUCKET)
               END-IF
           END-IF.
       300-PRINT-REPORT.
           OPEN OUTPUT AGING-REPORT-FILE
           MOVE " Aged Receivables By Customer" TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           MOVE WS-HEADING-LINE TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           MOVE 0 TO WS-GRAND-TOTAL
           PERFORM VARYING CUS-IDX FROM 1 BY 1
               UNTIL CUS-IDX > WS-CUSTOMER-COUNT
               MOVE WS-CUS-NUMBER(CUS-IDX) TO WS-DTL-CUSTOMER
               PERFORM 350-GET-CUSTOMER-NAME
               MOVE 0 TO WS-CUSTOMER-TOTAL
               PERFORM VARYING WS-BUCKET-NUM FROM 1 BY 1
                   UNTIL WS-BUCKET-NUM > 5
                   MOVE WS-CUS-BUCKET(CUS-IDX, WS-BUCKET-NUM)
                       TO WS-DTL-BUCKET(WS-BUCKET-NUM)
                   ADD WS-CUS-BUCKET(CUS-IDX, WS-BUCKET-NUM)
                       TO WS-CUSTOMER-TOTAL
               END-PERFORM
               MOVE WS-CUSTOMER-TOTAL TO WS-DTL-TOTAL
               ADD WS-CUSTOMER-TOTAL TO WS-GRAND-TOTAL
               MOVE WS-DETAIL-LINE TO AGING-REPORT-RECORD
               WRITE AGING-REPORT-RECORD
           END-PERFORM
           PERFORM VARYING WS-BUCKET-NUM FROM 1 BY 1
               UNTIL WS-BUCKET-NUM > 5
               MOVE WS-GRAND-BUCKET(WS-BUCKET-NUM)
                   TO WS-TLN-BUCKET(WS-BUCKET-NUM)
           END-PERFORM
           MOVE WS-GRAND-TOTAL TO WS-TLN-TOTAL
           MOVE WS-TOTAL-LINE TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           CLOSE AGING-REPORT-FILE
           DISPLAY "Customers aged:     " WS-CUSTOMER-COUNT
           DISPLAY "On credit hold:     " WS-HOLD-COUNT
           DISPLAY "Aging report written to "
               "AR-AGING-REPORT.dat".
       350-GET-CUSTOMER-NAME.
           MOVE SPACES TO WS-DTL-NAME
           MOVE SPACE TO WS-DTL-HOLD
           MOVE WS-CUS-NUMBER(CUS-IDX) TO INDEXED-CUSTOMER-NO
           READ CUSTOMER-FILE-INDEXED
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO WS-DTL-NAME
               NOT INVALID KEY
                   STRING INDEXED-LAST-NAME DELIMITED BY "  "
                       ", " DELIMITED BY SIZE
                       INDEXED-FIRST-NAME DELIMITED BY "  "
                       INTO WS-DTL-NAME
                   END-STRING
                   IF INDEXED-CREDIT-HOLD = "Y"
                       MOVE "H" TO WS-DTL-HOLD
                       ADD 1 TO WS-HOLD-COUNT
                   END-IF
           END-READ.
