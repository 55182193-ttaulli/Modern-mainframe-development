       FILE-CONTROL.
           SELECT OPTIONAL SALESPERSON-MASTER-FILE ASSIGN TO
           "SALESPERSON-MASTER.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS SPM-ID.
           SELECT OPTIONAL YTD-FILE ASSIGN TO
           "YTD-COMMISSIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           05 SPM-MANAGER-ID PIC X(6).
           05 SPM-OVERRIDE-RATE PIC 9(2)V9.
           05 SPM-ANNUAL-QUOTA PIC 9(9)V99.
           05 FILLER PIC X(9).
       FD YTD-FILE.
       01 YTD-RECORD.
           05 YTD-SALES-ID PIC X(6).
