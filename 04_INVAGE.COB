       FILE-CONTROL.
           SELECT OPEN-ITEM-FILE ASSIGN TO
           "INVOICE-OPEN-ITEMS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OPN-KEY
           ALTERNATE RECORD KEY IS OPN-VENDOR-NUMBER
               WITH DUPLICATES.
           SELECT AGING-REPORT-FILE ASSIGN TO
           "INVOICE-AGING-REPORT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.
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
           05 FILLER PIC X(32).
       FD AGING-REPORT-FILE.
       01 AGING-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
