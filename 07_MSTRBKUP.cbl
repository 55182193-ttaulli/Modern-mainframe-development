      * generation back over the live master and writes the
      * restore to the audit trail, so a crash during one of the
      * in-place OPEN OUTPUT master rewrites is recoverable from
      * last night's copy instead of someone's manual one. The
      * indexed masters are unloaded through their keys to a
      * line-sequential generation and reloaded the same way.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           RECORD KEY IS INDEXED-CUSTOMER-NO
           ALTERNATE RECORD KEY IS INDEXED-LAST-NAME
               WITH DUPLICATES.
           SELECT OPTIONAL ACCOUNTS-FILE ASSIGN TO
           "ACCOUNTS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ACCT-NUMBER.
           SELECT OPTIONAL VENDOR-FILE ASSIGN TO
           "VENDORS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VEN-NUMBER.
           SELECT OPTIONAL USER-FILE ASSIGN TO
           "USERS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS USR-USERNAME.
           SELECT OPTIONAL SALESPERSON-MASTER-FILE ASSIGN TO
           "SALESPERSON-MASTER.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SPM-ID.
           SELECT OPTIONAL OPEN-ITEM-FILE ASSIGN TO
           "INVOICE-OPEN-ITEMS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OPN-KEY
           ALTERNATE RECORD KEY IS OPN-VENDOR-NUMBER
               WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
       FD COPY-IN-FILE.
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
      * The other indexed masters are only unloaded and reloaded
      * here, so only their keys are laid out
       FD ACCOUNTS-FILE.
       01 ACCOUNT-RECORD.
           05 ACCT-NUMBER PIC X(6).
           05 FILLER PIC X(40).
       FD VENDOR-FILE.
       01 VENDOR-RECORD.
           05 VEN-NUMBER PIC X(6).
           05 FILLER PIC X(100).
       FD USER-FILE.
       01 USER-FILE-RECORD.
           05 USR-USERNAME PIC X(20).
           05 FILLER PIC X(75).
       FD SALESPERSON-MASTER-FILE.
       01 SALESPERSON-MASTER-RECORD.
           05 SPM-ID PIC X(6).
           05 FILLER PIC X(73).
       FD OPEN-ITEM-FILE.
       01 OPEN-ITEM-RECORD.
           05 OPN-KEY.
               10 OPN-INV-NUMBER PIC X(10).
               10 OPN-VENDOR-NUMBER PIC X(6).
           05 FILLER PIC X(90).
       WORKING-STORAGE SECTION.
       01 WS-MODE PIC X(1) VALUE "B".
       01 WS-OPERATOR PIC X(20) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "LOCATION-MASTER.dat".
           05 FILLER PIC X(30) VALUE "BUDGET.dat".
           05 FILLER PIC X(30) VALUE "CUSTOMERS-INDEXED.Dat".
           05 FILLER PIC X(30) VALUE "ACCOUNT-PRODUCTS.dat".
           05 FILLER PIC X(30) VALUE "AR-OPEN-ITEMS.dat".
           05 FILLER PIC X(30) VALUE "SALES-CONTESTS.dat".
           05 FILLER PIC X(30) VALUE "COMMISSION-DISPUTES.dat".
           05 FILLER PIC X(30) VALUE "CHECK-REGISTER.dat".
           05 FILLER PIC X(30) VALUE "VENDOR-BANK-PENDING.dat".
           05 FILLER PIC X(30) VALUE "COST-CENTERS.dat".
           05 FILLER PIC X(30) VALUE "PURCHASE-ORDERS.dat".
           05 FILLER PIC X(30) VALUE "PO-REQUISITIONS.dat".
           05 FILLER PIC X(30) VALUE "BREAK-GLASS.dat".
           05 FILLER PIC X(30) VALUE "APPROVAL-DELEGATIONS.dat".
           05 FILLER PIC X(30) VALUE "SENSOR-CALIBRATION.dat".
           05 FILLER PIC X(30) VALUE "MAINTENANCE-WINDOWS.dat".
           05 FILLER PIC X(30) VALUE "DEPT-COST.dat".
           05 FILLER PIC X(30) VALUE "RETENTION-POLICY.dat".
           05 FILLER PIC X(30) VALUE "LEGAL-HOLD.dat".
       01 WS-MASTER-NAME-TABLE REDEFINES WS-MASTER-NAME-LIST.
           05 WS-MASTER-NAME PIC X(30) OCCURS 26 TIMES.
       01 WS-MASTER-IDX PIC 9(2) VALUE 0.
       01 WS-WORK-MASTER PIC X(30) VALUE SPACES.
       01 WS-GENERATION PIC 9(1) VALUE 0.
           CLOSE CATALOG-FILE.
       200-BACKUP-RUN.
           PERFORM VARYING WS-MASTER-IDX FROM 1 BY 1
               UNTIL WS-MASTER-IDX > 26
               MOVE WS-MASTER-NAME(WS-MASTER-IDX)
                   TO WS-WORK-MASTER
               PERFORM 250-BACKUP-ONE-MASTER
           COMPUTE WS-GENERATION =
               FUNCTION MOD(WS-LAST-GEN, WS-RETENTION) + 1
           PERFORM 270-BUILD-BACKUP-NAME
           MOVE "Y" TO WS-IS-INDEXED
           EVALUATE WS-WORK-MASTER
               WHEN "CUSTOMERS-INDEXED.Dat"
                   PERFORM 320-COPY-INDEXED-TO-BACKUP
               WHEN "ACCOUNTS.dat"
                   PERFORM 321-UNLOAD-ACCOUNTS
               WHEN "VENDORS.dat"
                   PERFORM 322-UNLOAD-VENDORS
               WHEN "USERS.dat"
                   PERFORM 323-UNLOAD-USERS
               WHEN "SALESPERSON-MASTER.dat"
                   PERFORM 324-UNLOAD-SALESPERSONS
               WHEN "INVOICE-OPEN-ITEMS.dat"
                   PERFORM 325-UNLOAD-OPEN-ITEMS
               WHEN OTHER
                   MOVE "N" TO WS-IS-INDEXED
                   MOVE WS-WORK-MASTER TO WS-COPY-IN-NAME
                   MOVE WS-BACKUP-NAME TO WS-COPY-OUT-NAME
                   PERFORM 300-COPY-FILE
           END-EVALUATE
           PERFORM 280-CATALOG-BACKUP
           MOVE "BACKUP" TO BKA-ACTION
           PERFORM 450-WRITE-AUDIT
           END-PERFORM
           CLOSE CUSTOMER-FILE-INDEXED
           CLOSE COPY-OUT-FILE.
       321-UNLOAD-ACCOUNTS.
           MOVE 0 TO WS-COPY-COUNT
           MOVE "N" TO WS-SCAN-DONE
           MOVE WS-BACKUP-NAME TO WS-COPY-OUT-NAME
           OPEN INPUT ACCOUNTS-FILE
           OPEN OUTPUT COPY-OUT-FILE
           MOVE LOW-VALUES TO ACCT-NUMBER
           START ACCOUNTS-FILE
               KEY IS >= ACCT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END
                       ADD 1 TO WS-COPY-COUNT
                       MOVE ACCOUNT-RECORD TO COPY-OUT-RECORD
                       WRITE COPY-OUT-RECORD
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           CLOSE COPY-OUT-FILE.
       322-UNLOAD-VENDORS.
           MOVE 0 TO WS-COPY-COUNT
           MOVE "N" TO WS-SCAN-DONE
           MOVE WS-BACKUP-NAME TO WS-COPY-OUT-NAME
           OPEN INPUT VENDOR-FILE
           OPEN OUTPUT COPY-OUT-FILE
           MOVE LOW-VALUES TO VEN-NUMBER
           START VENDOR-FILE
               KEY IS >= VEN-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ VENDOR-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END
                       ADD 1 TO WS-COPY-COUNT
                       MOVE VENDOR-RECORD TO COPY-OUT-RECORD
                       WRITE COPY-OUT-RECORD
               END-READ
           END-PERFORM
           CLOSE VENDOR-FILE
           CLOSE COPY-OUT-FILE.
       323-UNLOAD-USERS.
           MOVE 0 TO WS-COPY-COUNT
           MOVE "N" TO WS-SCAN-DONE
           MOVE WS-BACKUP-NAME TO WS-COPY-OUT-NAME
           OPEN INPUT USER-FILE
           OPEN OUTPUT COPY-OUT-FILE
           MOVE LOW-VALUES TO USR-USERNAME
           START USER-FILE
               KEY IS >= USR-USERNAME
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ USER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END
                       ADD 1 TO WS-COPY-COUNT
                       MOVE USER-FILE-RECORD TO COPY-OUT-RECORD
                       WRITE COPY-OUT-RECORD
               END-READ
           END-PERFORM
           CLOSE USER-FILE
           CLOSE COPY-OUT-FILE.
       324-UNLOAD-SALESPERSONS.
           MOVE 0 TO WS-COPY-COUNT
           MOVE "N" TO WS-SCAN-DONE
           MOVE WS-BACKUP-NAME TO WS-COPY-OUT-NAME
           OPEN INPUT SALESPERSON-MASTER-FILE
           OPEN OUTPUT COPY-OUT-FILE
           MOVE LOW-VALUES TO SPM-ID
           START SALESPERSON-MASTER-FILE
               KEY IS >= SPM-ID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ SALESPERSON-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END
                       ADD 1 TO WS-COPY-COUNT
                       MOVE SALESPERSON-MASTER-RECORD TO COPY-OUT-RECORD
                       WRITE COPY-OUT-RECORD
               END-READ
           END-PERFORM
           CLOSE SALESPERSON-MASTER-FILE
           CLOSE COPY-OUT-FILE.
       325-UNLOAD-OPEN-ITEMS.
           MOVE 0 TO WS-COPY-COUNT
           MOVE "N" TO WS-SCAN-DONE
           MOVE WS-BACKUP-NAME TO WS-COPY-OUT-NAME
           OPEN INPUT OPEN-ITEM-FILE
           OPEN OUTPUT COPY-OUT-FILE
           MOVE LOW-VALUES TO OPN-KEY
           START OPEN-ITEM-FILE
               KEY IS >= OPN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END
                       ADD 1 TO WS-COPY-COUNT
                       MOVE OPEN-ITEM-RECORD TO COPY-OUT-RECORD
                       WRITE COPY-OUT-RECORD
               END-READ
           END-PERFORM
           CLOSE OPEN-ITEM-FILE
           CLOSE COPY-OUT-FILE.
       340-RESTORE-INDEXED-FROM-BACKUP.
           MOVE 0 TO WS-COPY-COUNT
           MOVE "N" TO WS-COPY-EOF
           END-PERFORM
           CLOSE COPY-IN-FILE
           CLOSE CUSTOMER-FILE-INDEXED.
       341-RELOAD-ACCOUNTS.
           MOVE 0 TO WS-COPY-COUNT
           MOVE "N" TO WS-COPY-EOF
           MOVE WS-BACKUP-NAME TO WS-COPY-IN-NAME
           OPEN INPUT COPY-IN-FILE
           OPEN OUTPUT ACCOUNTS-FILE
           READ COPY-IN-FILE
               AT END MOVE "Y" TO WS-COPY-EOF
           END-READ
           PERFORM UNTIL WS-COPY-EOF = "Y"
               ADD 1 TO WS-COPY-COUNT
               MOVE COPY-IN-RECORD TO ACCOUNT-RECORD
               WRITE ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY "Duplicate key on restore for "
                           ACCT-NUMBER
               END-WRITE
               READ COPY-IN-FILE
                   AT END MOVE "Y" TO WS-COPY-EOF
               END-READ
           END-PERFORM
           CLOSE COPY-IN-FILE
           CLOSE ACCOUNTS-FILE.
       342-RELOAD-VENDORS.
           MOVE 0 TO WS-COPY-COUNT
           MOVE "N" TO WS-COPY-EOF
           MOVE WS-BACKUP-NAME TO WS-COPY-IN-NAME
           OPEN INPUT COPY-IN-FILE
           OPEN OUTPUT VENDOR-FILE
           READ COPY-IN-FILE
               AT END MOVE "Y" TO WS-COPY-EOF
           END-READ
           PERFORM UNTIL WS-COPY-EOF = "Y"
               ADD 1 TO WS-COPY-COUNT
               MOVE COPY-IN-RECORD TO VENDOR-RECORD
               WRITE VENDOR-RECORD
                   INVALID KEY
                       DISPLAY "Duplicate key on restore for "
                           VEN-NUMBER
               END-WRITE
               READ COPY-IN-FILE
                   AT END MOVE "Y" TO WS-COPY-EOF
               END-READ
           END-PERFORM
           CLOSE COPY-IN-FILE
           CLOSE VENDOR-FILE.
       343-RELOAD-USERS.
           MOVE 0 TO WS-COPY-COUNT
           MOVE "N" TO WS-COPY-EOF
           MOVE WS-BACKUP-NAME TO WS-COPY-IN-NAME
           OPEN INPUT COPY-IN-FILE
           OPEN OUTPUT USER-FILE
           READ COPY-IN-FILE
               AT END MOVE "Y" TO WS-COPY-EOF
           END-READ
           PERFORM UNTIL WS-COPY-EOF = "Y"
               ADD 1 TO WS-COPY-COUNT
               MOVE COPY-IN-RECORD TO USER-FILE-RECORD
               WRITE USER-FILE-RECORD
                   INVALID KEY
                       DISPLAY "Duplicate key on restore for "
                           USR-USERNAME
               END-WRITE
               READ COPY-IN-FILE
                   AT END MOVE "Y" TO WS-COPY-EOF
               END-READ
           END-PERFORM
           CLOSE COPY-IN-FILE
           CLOSE USER-FILE.
       344-RELOAD-SALESPERSONS.
           MOVE 0 TO WS-COPY-COUNT
           MOVE "N" TO WS-COPY-EOF
           MOVE WS-BACKUP-NAME TO WS-COPY-IN-NAME
           OPEN INPUT COPY-IN-FILE
           OPEN OUTPUT SALESPERSON-MASTER-FILE
           READ COPY-IN-FILE
               AT END MOVE "Y" TO WS-COPY-EOF
           END-READ
           PERFORM UNTIL WS-COPY-EOF = "Y"
               ADD 1 TO WS-COPY-COUNT
               MOVE COPY-IN-RECORD TO SALESPERSON-MASTER-RECORD
               WRITE SALESPERSON-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Duplicate key on restore for "
                           SPM-ID
               END-WRITE
               READ COPY-IN-FILE
                   AT END MOVE "Y" TO WS-COPY-EOF
               END-READ
           END-PERFORM
           CLOSE COPY-IN-FILE
           CLOSE SALESPERSON-MASTER-FILE.
       345-RELOAD-OPEN-ITEMS.
           MOVE 0 TO WS-COPY-COUNT
           MOVE "N" TO WS-COPY-EOF
           MOVE WS-BACKUP-NAME TO WS-COPY-IN-NAME
           OPEN INPUT COPY-IN-FILE
           OPEN OUTPUT OPEN-ITEM-FILE
           READ COPY-IN-FILE
               AT END MOVE "Y" TO WS-COPY-EOF
           END-READ
           PERFORM UNTIL WS-COPY-EOF = "Y"
               ADD 1 TO WS-COPY-COUNT
               MOVE COPY-IN-RECORD TO OPEN-ITEM-RECORD
               WRITE OPEN-ITEM-RECORD
                   INVALID KEY
                       DISPLAY "Duplicate key on restore for "
                           OPN-KEY
               END-WRITE
               READ COPY-IN-FILE
                   AT END MOVE "Y" TO WS-COPY-EOF
               END-READ
           END-PERFORM
           CLOSE COPY-IN-FILE
           CLOSE OPEN-ITEM-FILE.
       450-WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE
           MOVE WS-WORK-MASTER TO BKA-MASTER-NAME
           ELSE
               MOVE WS-CAT-BACKUP-NAME(WS-CAT-FOUND)
                   TO WS-BACKUP-NAME
               EVALUATE WS-WORK-MASTER
                   WHEN "CUSTOMERS-INDEXED.Dat"
                       PERFORM 340-RESTORE-INDEXED-FROM-BACKUP
                   WHEN "ACCOUNTS.dat"
                       PERFORM 341-RELOAD-ACCOUNTS
                   WHEN "VENDORS.dat"
                       PERFORM 342-RELOAD-VENDORS
                   WHEN "USERS.dat"
                       PERFORM 343-RELOAD-USERS
                   WHEN "SALESPERSON-MASTER.dat"
                       PERFORM 344-RELOAD-SALESPERSONS
                   WHEN "INVOICE-OPEN-ITEMS.dat"
                       PERFORM 345-RELOAD-OPEN-ITEMS
                   WHEN OTHER
                       MOVE WS-BACKUP-NAME TO WS-COPY-IN-NAME
                       MOVE WS-WORK-MASTER TO WS-COPY-OUT-NAME
                       PERFORM 300-COPY-FILE
               END-EVALUATE
               MOVE "RESTOR" TO BKA-ACTION
               PERFORM 450-WRITE-AUDIT
               DISPLAY WS-WORK-MASTER " restored from "
