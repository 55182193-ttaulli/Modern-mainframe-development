           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SALESPERSON-MASTER-FILE ASSIGN TO
           "SALESPERSON-MASTER.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS SPM-ID.
           SELECT OPTIONAL RESUBMIT-FILE ASSIGN TO
           "COMMISSION-RESUBMITS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           05 SPM-MANAGER-ID PIC X(6).
           05 SPM-OVERRIDE-RATE PIC 9(2)V9.
           05 SPM-ANNUAL-QUOTA PIC 9(9)V99.
           05 FILLER PIC X(9).
       FD RESUBMIT-FILE.
      * SALESPERSON.dat record layout so COMMISSIONS can run the
      * corrected records through its normal evaluation
