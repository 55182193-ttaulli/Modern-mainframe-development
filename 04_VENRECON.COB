           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPEN-ITEM-FILE ASSIGN TO
           "INVOICE-OPEN-ITEMS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OPN-KEY
           ALTERNATE RECORD KEY IS OPN-VENDOR-NUMBER
               WITH DUPLICATES.
           SELECT RECON-REPORT-FILE ASSIGN TO
           "VENDOR-RECON-REPORT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           05 VST-AMOUNT PIC 9(7)V99.
       FD OPEN-ITEM-FILE.
       01 OPEN-ITEM-RECORD.
           05 OPN-KEY.
               10 OPN-INV-NUMBER PIC X(10).
               10 OPN-VENDOR-NUMBER PIC X(6).
           05 OPN-AMOUNT PIC 9(7)V99.
           05 OPN-INV-DATE PIC 9(8).
           05 OPN-DUE-DATE PIC 9(8).
           05 OPN-TYPE PIC X(1).
           05 OPN-DISC-PCT PIC 9(2)V99.
           05 OPN-DISC-DATE PIC 9(8).
           05 OPN-PO-NUMBER PIC X(10).
      * Spaces in OPN-CURRENCY = base currency
           05 OPN-CURRENCY PIC X(3).
           05 OPN-FOREIGN-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X(10).
       FD RECON-REPORT-FILE.
       01 RECON-REPORT-RECORD PIC X(120).
       WORKING-STORAGE SECTION.
                   MOVE OPN-VENDOR-NUMBER
                       TO WS-OPN-VENDOR-NUMBER(WS-OPEN-COUNT)
                   MOVE OPN-AMOUNT TO WS-OPN-AMOUNT(WS-OPEN-COUNT)
      * A foreign vendor's statement is in its own currency
                   IF OPN-CURRENCY NOT = SPACES
                       AND OPN-FOREIGN-AMOUNT IS NUMERIC
                       MOVE OPN-FOREIGN-AMOUNT
                           TO WS-OPN-AMOUNT(WS-OPEN-COUNT)
                   END-IF
                   MOVE OPN-PAID TO WS-OPN-PAID(WS-OPEN-COUNT)
                   MOVE OPN-PAY-DATE TO WS-OPN-PAY-DATE(WS-OPEN-COUNT)
                   MOVE OPN-PAY-REF TO WS-OPN-PAY-REF(WS-OPEN-COUNT)
