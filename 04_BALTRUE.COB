       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO
           "ACCOUNTS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ACCT-NUMBER.
           SELECT OPTIONAL TRANSACTIONS-FILE ASSIGN TO
           "TRANSACTIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           05 ACCT-OD-POLICY PIC X(1).
           05 ACCT-TAX-STATUS PIC X(1).
           05 ACCT-OPEN-DATE PIC 9(8).
           05 ACCT-PRODUCT-CODE PIC X(4).
           05 ACCT-MATURITY-INSTR PIC X(1).
           05 ACCT-TRANSFER-ACCT PIC X(6).
       01 ACCOUNT-CONTROL-RECORD.
           05 ACT-CTL-RECORD-TYPE PIC X(3).
           05 FILLER PIC X(43).
       FD TRANSACTIONS-FILE.
       01 TRANSACTION-RECORD.
           05 TXN-ACCT-NUMBER PIC X(6).
