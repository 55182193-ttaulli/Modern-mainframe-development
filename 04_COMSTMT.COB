           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SALESPERSON-MASTER-FILE ASSIGN TO
           "SALESPERSON-MASTER.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS SPM-ID.
           SELECT STATEMENT-FILE ASSIGN TO
           "COMMISSION-STATEMENTS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           05 SPM-MANAGER-ID PIC X(6).
           05 SPM-OVERRIDE-RATE PIC 9(2)V9.
           05 SPM-ANNUAL-QUOTA PIC 9(9)V99.
           05 FILLER PIC X(9).
       FD STATEMENT-FILE.
       01 STATEMENT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
           MOVE WS-DTL-UNITS(DTL-IDX) TO WS-DLN-UNITS
      * Types: S sale, A clawback, D draw advance, G draw
      * recovery, O manager override, R retro increase, J retro
      * decrease, B sales contest bonus, X dispute settlement
           EVALUATE WS-DTL-TXN-TYPE(DTL-IDX)
               WHEN "A"
                   MOVE "CLAWBACK" TO WS-DLN-TYPE
                   MOVE "RETRO +" TO WS-DLN-TYPE
               WHEN "J"
                   MOVE "RETRO -" TO WS-DLN-TYPE
               WHEN "B"
                   MOVE "SPIFF" TO WS-DLN-TYPE
               WHEN "X"
                   MOVE "DISPUTE" TO WS-DLN-TYPE
               WHEN OTHER
                   MOVE "SALE" TO WS-DLN-TYPE
           END-EVALUATE
