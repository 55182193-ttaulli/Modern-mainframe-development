       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO
           "USERS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS USR-USERNAME.
           SELECT CERT-REPORT-FILE ASSIGN TO
           "ACCESS-CERT-REPORT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
