       PROGRAM-ID. INV1099.
      * Year-end 1099 reporting. Accumulates calendar-year
      * payments per vendor from the PAY records on
      * INVOICE-PAYMENTS.dat, less any checks VOIDPAY voided,
      * prints the 1099 summary register for vendors flagged
      * reportable on VENDORS.dat, and flags
      * reportable vendors that are still missing a tax ID so
      * they can be chased before January.
       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT VENDOR-FILE ASSIGN TO
           "VENDORS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS VEN-NUMBER.
           SELECT OPTIONAL PAYMENT-FILE ASSIGN TO
           "INVOICE-PAYMENTS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
      * VEN-1099-FLAG: Y = 1099-reportable vendor
           05 VEN-1099-FLAG PIC X(1).
           05 VEN-TAX-ID PIC X(9).
           05 FILLER PIC X(48).
       FD PAYMENT-FILE.
       01 PAYMENT-HEADER-RECORD.
           05 PMT-RECORD-TYPE PIC X(3).
           05 PMT-PAY-REF PIC X(10).
           05 PMT-PAY-DATE PIC 9(8).
           05 PMT-TOTAL PIC 9(9)V99.
      * VOIDPAY void of an earlier payment
       01 VOID-RECORD.
           05 VOD-RECORD-TYPE PIC X(3).
           05 VOD-VENDOR-NUMBER PIC X(6).
           05 VOD-PAY-REF PIC X(10).
           05 VOD-VOID-DATE PIC 9(8).
           05 VOD-TOTAL PIC 9(9)V99.
           05 VOD-ORIG-PAY-DATE PIC 9(8).
           05 VOD-REASON PIC X(1).
           05 FILLER PIC X(28).
       FD REGISTER-FILE.
       01 REGISTER-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
                       PERFORM 250-POST-ONE-PAYMENT
                   END-IF
               END-IF
      * A voided check was never paid, so it comes out of the
      * year it was issued in
               IF VOD-RECORD-TYPE = "VOD"
                   MOVE VOD-ORIG-PAY-DATE TO WS-PAY-DATE-SPLIT
                   IF WS-PDT-YYYY = WS-REPORT-YEAR
                       PERFORM 260-REVERSE-ONE-PAYMENT
                   END-IF
               END-IF
               READ PAYMENT-FILE
                   AT END MOVE "Y" TO WS-PAYMENT-EOF
               END-READ
           ELSE
               ADD PMT-TOTAL TO WS-VEN-PAID(WS-VENDOR-FOUND)
           END-IF.
       260-REVERSE-ONE-PAYMENT.
           MOVE 0 TO WS-VENDOR-FOUND
           PERFORM VARYING VEN-IDX FROM 1 BY 1
               UNTIL VEN-IDX > WS-VENDOR-COUNT
               IF WS-VEN-NUMBER(VEN-IDX) = VOD-VENDOR-NUMBER
                   MOVE VEN-IDX TO WS-VENDOR-FOUND
               END-IF
           END-PERFORM
           IF WS-VENDOR-FOUND > 0
               IF VOD-TOTAL > WS-VEN-PAID(WS-VENDOR-FOUND)
                   MOVE 0 TO WS-VEN-PAID(WS-VENDOR-FOUND)
               ELSE
                   SUBTRACT VOD-TOTAL
                       FROM WS-VEN-PAID(WS-VENDOR-FOUND)
               END-IF
           END-IF.
       300-PRINT-REGISTER.
           OPEN OUTPUT REGISTER-FILE
           MOVE SPACES TO REGISTER-RECORD
