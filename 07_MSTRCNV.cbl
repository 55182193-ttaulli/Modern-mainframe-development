       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRCNV.
      * One-time conversion of the high-volume masters from line
      * sequential to keyed indexed files: ACCOUNTS.dat,
      * VENDORS.dat, USERS.dat, SALESPERSON-MASTER.dat and
      * INVOICE-OPEN-ITEMS.dat. Each legacy master is first copied
      * to name-SEQ.dat, then loaded through its key into an
      * indexed file under the original name, so every program
      * keeps its file name. A record whose key is already loaded
      * is rejected and listed. The new file is then read back and
      * the counts reconciled: read must equal written plus
      * rejected, and written must equal the records on file.
      * A master whose -SEQ.dat copy already holds records has
      * been converted and is left alone, so a second run changes
      * nothing. The reconciliation goes to
      * MASTER-CONVERSION-REPORT.dat.
      * CUSTOMERS-INDEXED.Dat is already indexed; it is brought
      * from the 203-byte customer layout to the current 237-byte
      * layout. Every record is read first and its length
      * checked. Only when all of them are 203 bytes is the
      * master unloaded to CUSTOMERS-INDEXED-SEQ.dat and reloaded,
      * the tax ID, contact preferences, returned-mail and
      * credit-hold fields set as CUSTOMERS sets them on a new
      * record. A master already at 237 bytes (rebuilt by CUSTCNV
      * or written by the current programs) is left unchanged. A
      * master that cannot be opened or read, holds no records,
      * or holds any record of another length (such as the
      * 3-digit layout CUSTCNV has not yet converted) is not
      * converted and is listed on the report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COPY-IN-FILE ASSIGN TO
           WS-COPY-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COPY-OUT-FILE ASSIGN TO
           WS-COPY-OUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONVERSION-REPORT-FILE ASSIGN TO
           "MASTER-CONVERSION-REPORT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT OPTIONAL OLD-CUSTOMER-FILE ASSIGN TO
           "CUSTOMERS-INDEXED.Dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OLD-CUSTOMER-NO
           ALTERNATE RECORD KEY IS OLD-LAST-NAME
               WITH DUPLICATES
           FILE STATUS IS WS-OLD-CUST-STATUS.
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO
           "CUSTOMERS-INDEXED.Dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CUS-CUSTOMER-NO
           ALTERNATE RECORD KEY IS CUS-LAST-NAME
               WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
       FD COPY-IN-FILE.
       01 COPY-IN-RECORD PIC X(250).
       FD COPY-OUT-FILE.
       01 COPY-OUT-RECORD PIC X(250).
       FD CONVERSION-REPORT-FILE.
       01 CONVERSION-REPORT-RECORD PIC X(100).
      * Only the keys matter here; the rest of each record is
      * carried through unchanged
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
      * The customer master as it stands, read at whatever length
      * each record was written: 199 bytes on the 3-digit layout,
      * 203 before the tax ID and the contact, returned-mail and
      * credit-hold fields were added, 237 after
       FD OLD-CUSTOMER-FILE
           RECORD IS VARYING IN SIZE FROM 199 TO 237 CHARACTERS
               DEPENDING ON WS-OLD-CUST-LENGTH.
       01 OLD-CUSTOMER-RECORD.
           05 OLD-CUSTOMER-NO PIC 9(7).
           05 FILLER PIC X(20).
           05 OLD-LAST-NAME PIC X(20).
           05 FILLER PIC X(190).
       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           05 CUS-CUSTOMER-NO PIC 9(7).
           05 FILLER PIC X(20).
           05 CUS-LAST-NAME PIC X(20).
           05 FILLER PIC X(156).
           05 CUS-TAX-ID PIC X(9).
           05 CUS-DO-NOT-MAIL PIC X(1).
           05 CUS-DO-NOT-CALL PIC X(1).
           05 CUS-EMAIL-ONLY PIC X(1).
           05 CUS-LANGUAGE PIC X(2).
           05 CUS-ADDRESS-STATUS PIC X(1).
           05 CUS-RETURN-DATE PIC 9(8).
           05 CUS-RETURN-REASON PIC X(2).
           05 CUS-CREDIT-HOLD PIC X(1).
           05 CUS-HOLD-DATE PIC 9(8).
       WORKING-STORAGE SECTION.
       01 WS-ANSWER PIC X(1) VALUE "N".
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-COPY-IN-NAME PIC X(40) VALUE SPACES.
       01 WS-COPY-OUT-NAME PIC X(40) VALUE SPACES.
      * Each master and the name its line-sequential copy is kept
      * under
       01 WS-MASTER-NAME-LIST.
           05 FILLER PIC X(30) VALUE "ACCOUNTS.dat".
           05 FILLER PIC X(30) VALUE "ACCOUNTS-SEQ.dat".
           05 FILLER PIC X(30) VALUE "VENDORS.dat".
           05 FILLER PIC X(30) VALUE "VENDORS-SEQ.dat".
           05 FILLER PIC X(30) VALUE "USERS.dat".
           05 FILLER PIC X(30) VALUE "USERS-SEQ.dat".
           05 FILLER PIC X(30) VALUE "SALESPERSON-MASTER.dat".
           05 FILLER PIC X(30) VALUE "SALESPERSON-MASTER-SEQ.dat".
           05 FILLER PIC X(30) VALUE "INVOICE-OPEN-ITEMS.dat".
           05 FILLER PIC X(30) VALUE "INVOICE-OPEN-ITEMS-SEQ.dat".
           05 FILLER PIC X(30) VALUE "CUSTOMERS-INDEXED.Dat".
           05 FILLER PIC X(30) VALUE "CUSTOMERS-INDEXED-SEQ.dat".
       01 WS-MASTER-NAME-TABLE REDEFINES WS-MASTER-NAME-LIST.
           05 WS-MASTER-ENTRY OCCURS 6 TIMES.
               10 WS-MASTER-NAME PIC X(30).
               10 WS-SEQ-NAME PIC X(30).
       01 WS-MASTER-IDX PIC 9(1) VALUE 0.
       01 WS-WORK-MASTER PIC X(30) VALUE SPACES.
       01 WS-COPY-EOF PIC X VALUE "N".
       01 WS-SCAN-DONE PIC X VALUE "N".
      * WS-ALREADY-DONE: Y = -SEQ.dat copy holds records,
      * C = customer master already at the current layout,
      * R = customer master not fit to convert, N = convert
       01 WS-ALREADY-DONE PIC X VALUE "N".
       01 WS-OLD-CUST-STATUS PIC X(2) VALUE "00".
       01 WS-OLD-CUST-LENGTH PIC 9(3) VALUE 0.
       01 WS-LENGTH-203-COUNT PIC 9(7) VALUE 0.
       01 WS-LENGTH-237-COUNT PIC 9(7) VALUE 0.
       01 WS-LENGTH-OTHER-COUNT PIC 9(7) VALUE 0.
       01 WS-LAYOUT-REASON PIC X(50) VALUE SPACES.
       01 WS-REJECT-KEY PIC X(20) VALUE SPACES.
       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-WRITTEN-COUNT PIC 9(7) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
       01 WS-ON-FILE-COUNT PIC 9(7) VALUE 0.
       01 WS-CONVERTED-COUNT PIC 9(1) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(1) VALUE 0.
       01 WS-OUT-OF-BALANCE-COUNT PIC 9(1) VALUE 0.
       01 WS-NOT-CONVERTED-COUNT PIC 9(1) VALUE 0.
       01 WS-RECON-LINE.
           05 WS-RCL-MASTER PIC X(26).
           05 FILLER PIC X(6) VALUE " READ ".
           05 WS-RCL-READ PIC ZZZZZZ9.
           05 FILLER PIC X(9) VALUE " WRITTEN ".
           05 WS-RCL-WRITTEN PIC ZZZZZZ9.
           05 FILLER PIC X(10) VALUE " REJECTED ".
           05 WS-RCL-REJECTED PIC ZZZZZZ9.
           05 FILLER PIC X(9) VALUE " ON FILE ".
           05 WS-RCL-ON-FILE PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RCL-STATUS PIC X(10).
       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "This converts ACCOUNTS, VENDORS, USERS, "
               "SALESPERSON-MASTER and INVOICE-OPEN-ITEMS to "
               "indexed files, and CUSTOMERS-INDEXED to the "
               "current customer layout."
           DISPLAY "No other job may be using these files while it "
               "runs. Continue? (Y/N)"
           ACCEPT WS-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
           IF WS-ANSWER NOT = "Y"
               DISPLAY "Conversion not run."
           ELSE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               OPEN OUTPUT CONVERSION-REPORT-FILE
               MOVE SPACES TO CONVERSION-REPORT-RECORD
               STRING "Master file conversion to indexed - run "
                   DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   INTO CONVERSION-REPORT-RECORD
               WRITE CONVERSION-REPORT-RECORD
               PERFORM VARYING WS-MASTER-IDX FROM 1 BY 1
                   UNTIL WS-MASTER-IDX > 6
                   PERFORM 200-CONVERT-ONE-MASTER
               END-PERFORM
               MOVE SPACES TO CONVERSION-REPORT-RECORD
               STRING "Masters converted: " DELIMITED BY SIZE
                   WS-CONVERTED-COUNT DELIMITED BY SIZE
                   "  already converted: " DELIMITED BY SIZE
                   WS-SKIPPED-COUNT DELIMITED BY SIZE
                   "  out of balance: " DELIMITED BY SIZE
                   WS-OUT-OF-BALANCE-COUNT DELIMITED BY SIZE
                   "  not converted: " DELIMITED BY SIZE
                   WS-NOT-CONVERTED-COUNT DELIMITED BY SIZE
                   INTO CONVERSION-REPORT-RECORD
               WRITE CONVERSION-REPORT-RECORD
               CLOSE CONVERSION-REPORT-FILE
               DISPLAY CONVERSION-REPORT-RECORD
               IF WS-OUT-OF-BALANCE-COUNT > 0
                   DISPLAY "A master did not reconcile - restore it "
                       "from its -SEQ.dat copy before going live."
               END-IF
               IF WS-NOT-CONVERTED-COUNT > 0
                   DISPLAY "A master was not converted - see the "
                       "report for the reason."
               END-IF
               DISPLAY "Reconciliation written to "
                   "MASTER-CONVERSION-REPORT.dat"
           END-IF
           GOBACK.
       200-CONVERT-ONE-MASTER.
           MOVE WS-MASTER-NAME(WS-MASTER-IDX) TO WS-WORK-MASTER
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-WRITTEN-COUNT
           MOVE 0 TO WS-REJECTED-COUNT
           MOVE 0 TO WS-ON-FILE-COUNT
           PERFORM 250-CHECK-ALREADY-CONVERTED
           IF WS-ALREADY-DONE = "N" AND WS-MASTER-IDX = 6
               PERFORM 255-CHECK-CUSTOMER-LAYOUT
           END-IF
           IF WS-ALREADY-DONE = "Y"
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE SPACES TO CONVERSION-REPORT-RECORD
               STRING WS-WORK-MASTER DELIMITED BY "  "
                   " already converted - "
                   DELIMITED BY SIZE
                   WS-SEQ-NAME(WS-MASTER-IDX) DELIMITED BY "  "
                   " holds records, left unchanged"
                   DELIMITED BY SIZE
                   INTO CONVERSION-REPORT-RECORD
               WRITE CONVERSION-REPORT-RECORD
               DISPLAY CONVERSION-REPORT-RECORD
           END-IF
           IF WS-ALREADY-DONE = "N"
               MOVE WS-WORK-MASTER TO WS-COPY-IN-NAME
               MOVE WS-SEQ-NAME(WS-MASTER-IDX) TO WS-COPY-OUT-NAME
               IF WS-MASTER-IDX = 6
                   PERFORM 360-UNLOAD-CUSTOMERS
               ELSE
                   PERFORM 300-COPY-FILE
               END-IF
               MOVE WS-SEQ-NAME(WS-MASTER-IDX) TO WS-COPY-IN-NAME
               EVALUATE WS-MASTER-IDX
                   WHEN 1
                       PERFORM 410-LOAD-ACCOUNTS
                       PERFORM 510-COUNT-ACCOUNTS
                   WHEN 2
                       PERFORM 420-LOAD-VENDORS
                       PERFORM 520-COUNT-VENDORS
                   WHEN 3
                       PERFORM 430-LOAD-USERS
                       PERFORM 530-COUNT-USERS
                   WHEN 4
                       PERFORM 440-LOAD-SALESPERSONS
                       PERFORM 540-COUNT-SALESPERSONS
                   WHEN 5
                       PERFORM 450-LOAD-OPEN-ITEMS
                       PERFORM 550-COUNT-OPEN-ITEMS
                   WHEN 6
                       PERFORM 460-LOAD-CUSTOMERS
                       PERFORM 560-COUNT-CUSTOMERS
               END-EVALUATE
               ADD 1 TO WS-CONVERTED-COUNT
               PERFORM 600-WRITE-RECONCILIATION
           END-IF.
      * The -SEQ.dat copy only holds records once the master has
      * been converted
       250-CHECK-ALREADY-CONVERTED.
           MOVE "N" TO WS-ALREADY-DONE
           MOVE WS-SEQ-NAME(WS-MASTER-IDX) TO WS-COPY-IN-NAME
           OPEN INPUT COPY-IN-FILE
           READ COPY-IN-FILE
               AT END CONTINUE
               NOT AT END MOVE "Y" TO WS-ALREADY-DONE
           END-READ
           CLOSE COPY-IN-FILE.
      * The customer master is reloaded only when every record on
      * it is at the 203-byte layout; any other outcome leaves it
      * exactly as it is, so the reload can never empty it or
      * overwrite fields already on the current layout
       255-CHECK-CUSTOMER-LAYOUT.
           MOVE 0 TO WS-LENGTH-203-COUNT
           MOVE 0 TO WS-LENGTH-237-COUNT
           MOVE 0 TO WS-LENGTH-OTHER-COUNT
           MOVE SPACES TO WS-LAYOUT-REASON
           OPEN INPUT OLD-CUSTOMER-FILE
           IF WS-OLD-CUST-STATUS NOT = "00"
               AND WS-OLD-CUST-STATUS NOT = "05"
               STRING "could not be opened, file status "
                   DELIMITED BY SIZE
                   WS-OLD-CUST-STATUS DELIMITED BY SIZE
                   INTO WS-LAYOUT-REASON
           ELSE
               MOVE "N" TO WS-SCAN-DONE
               MOVE 0 TO OLD-CUSTOMER-NO
               START OLD-CUSTOMER-FILE
                   KEY IS >= OLD-CUSTOMER-NO
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-DONE
               END-START
               PERFORM UNTIL WS-SCAN-DONE = "Y"
                   READ OLD-CUSTOMER-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-SCAN-DONE
                       NOT AT END
                           EVALUATE WS-OLD-CUST-LENGTH
                               WHEN 203
                                   ADD 1 TO WS-LENGTH-203-COUNT
                               WHEN 237
                                   ADD 1 TO WS-LENGTH-237-COUNT
                               WHEN OTHER
                                   ADD 1 TO WS-LENGTH-OTHER-COUNT
                           END-EVALUATE
                   END-READ
                   IF WS-OLD-CUST-STATUS(1:1) NOT = "0"
                       AND WS-OLD-CUST-STATUS NOT = "10"
                       MOVE "Y" TO WS-SCAN-DONE
                       STRING "could not be read, file status "
                           DELIMITED BY SIZE
                           WS-OLD-CUST-STATUS DELIMITED BY SIZE
                           INTO WS-LAYOUT-REASON
                   END-IF
               END-PERFORM
               CLOSE OLD-CUSTOMER-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-LAYOUT-REASON NOT = SPACES
                   MOVE "R" TO WS-ALREADY-DONE
               WHEN WS-LENGTH-203-COUNT + WS-LENGTH-237-COUNT
                   + WS-LENGTH-OTHER-COUNT = 0
                   MOVE "R" TO WS-ALREADY-DONE
                   MOVE "holds no records" TO WS-LAYOUT-REASON
               WHEN WS-LENGTH-203-COUNT = 0
                   AND WS-LENGTH-OTHER-COUNT = 0
                   MOVE "C" TO WS-ALREADY-DONE
               WHEN WS-LENGTH-237-COUNT > 0
                   OR WS-LENGTH-OTHER-COUNT > 0
                   MOVE "R" TO WS-ALREADY-DONE
                   MOVE "holds records not at the 203-byte layout"
                       TO WS-LAYOUT-REASON
           END-EVALUATE
           MOVE SPACES TO CONVERSION-REPORT-RECORD
           EVALUATE WS-ALREADY-DONE
               WHEN "C"
                   ADD 1 TO WS-SKIPPED-COUNT
                   STRING WS-WORK-MASTER DELIMITED BY "  "
                       " already at the current 237-byte layout, "
                       "left unchanged" DELIMITED BY SIZE
                       INTO CONVERSION-REPORT-RECORD
               WHEN "R"
                   ADD 1 TO WS-NOT-CONVERTED-COUNT
                   STRING WS-WORK-MASTER DELIMITED BY "  "
                       " not converted - " DELIMITED BY SIZE
                       WS-LAYOUT-REASON DELIMITED BY "  "
                       INTO CONVERSION-REPORT-RECORD
           END-EVALUATE
           IF WS-ALREADY-DONE NOT = "N"
               WRITE CONVERSION-REPORT-RECORD
               DISPLAY CONVERSION-REPORT-RECORD
           END-IF.
       300-COPY-FILE.
           MOVE "N" TO WS-COPY-EOF
           OPEN INPUT COPY-IN-FILE
           OPEN OUTPUT COPY-OUT-FILE
           READ COPY-IN-FILE
               AT END MOVE "Y" TO WS-COPY-EOF
           END-READ
           PERFORM UNTIL WS-COPY-EOF = "Y"
               ADD 1 TO WS-READ-COUNT
               MOVE COPY-IN-RECORD TO COPY-OUT-RECORD
               WRITE COPY-OUT-RECORD
               READ COPY-IN-FILE
                   AT END MOVE "Y" TO WS-COPY-EOF
               END-READ
           END-PERFORM
           CLOSE COPY-IN-FILE
           CLOSE COPY-OUT-FILE.
      * The customer master is read through its key at the old
      * layout into the -SEQ.dat copy
       360-UNLOAD-CUSTOMERS.
           MOVE "N" TO WS-SCAN-DONE
           OPEN INPUT OLD-CUSTOMER-FILE
           OPEN OUTPUT COPY-OUT-FILE
           MOVE 0 TO OLD-CUSTOMER-NO
           START OLD-CUSTOMER-FILE
               KEY IS >= OLD-CUSTOMER-NO
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ OLD-CUSTOMER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD-CUSTOMER-RECORD(1:203)
                           TO COPY-OUT-RECORD
                       WRITE COPY-OUT-RECORD
               END-READ
           END-PERFORM
           CLOSE OLD-CUSTOMER-FILE
           CLOSE COPY-OUT-FILE.
      * Each load reads the -SEQ.dat copy and writes through the
      * key; OPEN OUTPUT replaces the line-sequential master
       410-LOAD-ACCOUNTS.
           MOVE "N" TO WS-COPY-EOF
           OPEN INPUT COPY-IN-FILE
           OPEN OUTPUT ACCOUNTS-FILE
           READ COPY-IN-FILE
               AT END MOVE "Y" TO WS-COPY-EOF
           END-READ
           PERFORM UNTIL WS-COPY-EOF = "Y"
               MOVE COPY-IN-RECORD TO ACCOUNT-RECORD
               WRITE ACCOUNT-RECORD
                   INVALID KEY
                       MOVE ACCT-NUMBER TO WS-REJECT-KEY
                       PERFORM 610-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-WRITTEN-COUNT
               END-WRITE
               READ COPY-IN-FILE
                   AT END MOVE "Y" TO WS-COPY-EOF
               END-READ
           END-PERFORM
           CLOSE COPY-IN-FILE
           CLOSE ACCOUNTS-FILE.
       420-LOAD-VENDORS.
           MOVE "N" TO WS-COPY-EOF
           OPEN INPUT COPY-IN-FILE
           OPEN OUTPUT VENDOR-FILE
           READ COPY-IN-FILE
               AT END MOVE "Y" TO WS-COPY-EOF
           END-READ
           PERFORM UNTIL WS-COPY-EOF = "Y"
               MOVE COPY-IN-RECORD TO VENDOR-RECORD
               WRITE VENDOR-RECORD
                   INVALID KEY
                       MOVE VEN-NUMBER TO WS-REJECT-KEY
                       PERFORM 610-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-WRITTEN-COUNT
               END-WRITE
               READ COPY-IN-FILE
                   AT END MOVE "Y" TO WS-COPY-EOF
               END-READ
           END-PERFORM
           CLOSE COPY-IN-FILE
           CLOSE VENDOR-FILE.
       430-LOAD-USERS.
           MOVE "N" TO WS-COPY-EOF
           OPEN INPUT COPY-IN-FILE
           OPEN OUTPUT USER-FILE
           READ COPY-IN-FILE
               AT END MOVE "Y" TO WS-COPY-EOF
           END-READ
           PERFORM UNTIL WS-COPY-EOF = "Y"
               MOVE COPY-IN-RECORD TO USER-FILE-RECORD
               WRITE USER-FILE-RECORD
                   INVALID KEY
                       MOVE USR-USERNAME TO WS-REJECT-KEY
                       PERFORM 610-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-WRITTEN-COUNT
               END-WRITE
               READ COPY-IN-FILE
                   AT END MOVE "Y" TO WS-COPY-EOF
               END-READ
           END-PERFORM
           CLOSE COPY-IN-FILE
           CLOSE USER-FILE.
       440-LOAD-SALESPERSONS.
           MOVE "N" TO WS-COPY-EOF
           OPEN INPUT COPY-IN-FILE
           OPEN OUTPUT SALESPERSON-MASTER-FILE
           READ COPY-IN-FILE
               AT END MOVE "Y" TO WS-COPY-EOF
           END-READ
           PERFORM UNTIL WS-COPY-EOF = "Y"
               MOVE COPY-IN-RECORD TO SALESPERSON-MASTER-RECORD
               WRITE SALESPERSON-MASTER-RECORD
                   INVALID KEY
                       MOVE SPM-ID TO WS-REJECT-KEY
                       PERFORM 610-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-WRITTEN-COUNT
               END-WRITE
               READ COPY-IN-FILE
                   AT END MOVE "Y" TO WS-COPY-EOF
               END-READ
           END-PERFORM
           CLOSE COPY-IN-FILE
           CLOSE SALESPERSON-MASTER-FILE.
       450-LOAD-OPEN-ITEMS.
           MOVE "N" TO WS-COPY-EOF
           OPEN INPUT COPY-IN-FILE
           OPEN OUTPUT OPEN-ITEM-FILE
           READ COPY-IN-FILE
               AT END MOVE "Y" TO WS-COPY-EOF
           END-READ
           PERFORM UNTIL WS-COPY-EOF = "Y"
               MOVE COPY-IN-RECORD TO OPEN-ITEM-RECORD
               WRITE OPEN-ITEM-RECORD
                   INVALID KEY
                       MOVE OPN-KEY TO WS-REJECT-KEY
                       PERFORM 610-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-WRITTEN-COUNT
               END-WRITE
               READ COPY-IN-FILE
                   AT END MOVE "Y" TO WS-COPY-EOF
               END-READ
           END-PERFORM
           CLOSE COPY-IN-FILE
           CLOSE OPEN-ITEM-FILE.
       460-LOAD-CUSTOMERS.
           MOVE "N" TO WS-COPY-EOF
           OPEN INPUT COPY-IN-FILE
           OPEN OUTPUT CUSTOMER-FILE
           READ COPY-IN-FILE
               AT END MOVE "Y" TO WS-COPY-EOF
           END-READ
           PERFORM UNTIL WS-COPY-EOF = "Y"
               MOVE COPY-IN-RECORD(1:203) TO CUSTOMER-RECORD
               MOVE SPACES TO CUS-TAX-ID
               MOVE "N" TO CUS-DO-NOT-MAIL
               MOVE "N" TO CUS-DO-NOT-CALL
               MOVE "N" TO CUS-EMAIL-ONLY
               MOVE SPACES TO CUS-LANGUAGE
               MOVE SPACES TO CUS-ADDRESS-STATUS
               MOVE 0 TO CUS-RETURN-DATE
               MOVE SPACES TO CUS-RETURN-REASON
               MOVE SPACES TO CUS-CREDIT-HOLD
               MOVE 0 TO CUS-HOLD-DATE
               WRITE CUSTOMER-RECORD
                   INVALID KEY
                       MOVE CUS-CUSTOMER-NO TO WS-REJECT-KEY
                       PERFORM 610-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-WRITTEN-COUNT
               END-WRITE
               READ COPY-IN-FILE
                   AT END MOVE "Y" TO WS-COPY-EOF
               END-READ
           END-PERFORM
           CLOSE COPY-IN-FILE
           CLOSE CUSTOMER-FILE.
      * The new file is read back end to end for the on-file count
       510-COUNT-ACCOUNTS.
           MOVE "N" TO WS-SCAN-DONE
           OPEN INPUT ACCOUNTS-FILE
           MOVE LOW-VALUES TO ACCT-NUMBER
           START ACCOUNTS-FILE
               KEY IS >= ACCT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END ADD 1 TO WS-ON-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE.
       520-COUNT-VENDORS.
           MOVE "N" TO WS-SCAN-DONE
           OPEN INPUT VENDOR-FILE
           MOVE LOW-VALUES TO VEN-NUMBER
           START VENDOR-FILE
               KEY IS >= VEN-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ VENDOR-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END ADD 1 TO WS-ON-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE VENDOR-FILE.
       530-COUNT-USERS.
           MOVE "N" TO WS-SCAN-DONE
           OPEN INPUT USER-FILE
           MOVE LOW-VALUES TO USR-USERNAME
           START USER-FILE
               KEY IS >= USR-USERNAME
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ USER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END ADD 1 TO WS-ON-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE USER-FILE.
       540-COUNT-SALESPERSONS.
           MOVE "N" TO WS-SCAN-DONE
           OPEN INPUT SALESPERSON-MASTER-FILE
           MOVE LOW-VALUES TO SPM-ID
           START SALESPERSON-MASTER-FILE
               KEY IS >= SPM-ID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ SALESPERSON-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END ADD 1 TO WS-ON-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE SALESPERSON-MASTER-FILE.
       550-COUNT-OPEN-ITEMS.
           MOVE "N" TO WS-SCAN-DONE
           OPEN INPUT OPEN-ITEM-FILE
           MOVE LOW-VALUES TO OPN-KEY
           START OPEN-ITEM-FILE
               KEY IS >= OPN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END ADD 1 TO WS-ON-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE OPEN-ITEM-FILE.
       560-COUNT-CUSTOMERS.
           MOVE "N" TO WS-SCAN-DONE
           OPEN INPUT CUSTOMER-FILE
           MOVE 0 TO CUS-CUSTOMER-NO
           START CUSTOMER-FILE
               KEY IS >= CUS-CUSTOMER-NO
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ CUSTOMER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END ADD 1 TO WS-ON-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE.
       600-WRITE-RECONCILIATION.
           MOVE WS-WORK-MASTER TO WS-RCL-MASTER
           MOVE WS-READ-COUNT TO WS-RCL-READ
           MOVE WS-WRITTEN-COUNT TO WS-RCL-WRITTEN
           MOVE WS-REJECTED-COUNT TO WS-RCL-REJECTED
           MOVE WS-ON-FILE-COUNT TO WS-RCL-ON-FILE
           IF WS-READ-COUNT = WS-WRITTEN-COUNT + WS-REJECTED-COUNT
               AND WS-WRITTEN-COUNT = WS-ON-FILE-COUNT
               MOVE "BALANCED" TO WS-RCL-STATUS
           ELSE
               MOVE "OUT OF BAL" TO WS-RCL-STATUS
               ADD 1 TO WS-OUT-OF-BALANCE-COUNT
           END-IF
           MOVE WS-RECON-LINE TO CONVERSION-REPORT-RECORD
           WRITE CONVERSION-REPORT-RECORD
           DISPLAY WS-RECON-LINE.
       610-WRITE-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO CONVERSION-REPORT-RECORD
           STRING "  Duplicate key rejected on " DELIMITED BY SIZE
               WS-WORK-MASTER DELIMITED BY "  "
               ": " DELIMITED BY SIZE
               WS-REJECT-KEY DELIMITED BY SIZE
               INTO CONVERSION-REPORT-RECORD
           WRITE CONVERSION-REPORT-RECORD.
