       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
      * Nightly cross-file referential integrity check, scheduled
      * in NIGHTRUN after the MSTRBKUP step. Each rule names a
      * child file and the position of its foreign key, and the
      * parent file and position of the key it must match. Every
      * child record whose key is not found among the parent's
      * keys is written to INTEGRITY-EXCEPTIONS.dat, one record
      * per orphan, which the morning report counts. Rules come
      * from INTEGRITY-RULES.dat; without it the standard rules
      * below are used. A child key of spaces is not a reference
      * and is not checked. A rule whose parent file is missing
      * or empty is reported as not tested rather than flagging
      * every child record. The keyed masters are read through
      * their own files in key order, so the record number of an
      * orphan on one of them is its position in key order.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RULE-FILE ASSIGN TO
           "INTEGRITY-RULES.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
      * Generic readers for the files a rule names
           SELECT OPTIONAL CHILD-FILE ASSIGN TO
           WS-CHILD-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARENT-FILE ASSIGN TO
           WS-PARENT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTOMER-FILE-INDEXED ASSIGN TO
           "CUSTOMERS-INDEXED.Dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS INDEXED-CUSTOMER-NO
           ALTERNATE RECORD KEY IS INDEXED-LAST-NAME
               WITH DUPLICATES.
           SELECT OPTIONAL ACCOUNTS-FILE ASSIGN TO
           "ACCOUNTS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ACCT-NUMBER.
           SELECT OPTIONAL VENDOR-FILE ASSIGN TO
           "VENDORS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS VEN-NUMBER.
           SELECT OPTIONAL USER-FILE ASSIGN TO
           "USERS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS USR-USERNAME.
           SELECT OPTIONAL SALESPERSON-MASTER-FILE ASSIGN TO
           "SALESPERSON-MASTER.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS SPM-ID.
           SELECT OPTIONAL OPEN-ITEM-FILE ASSIGN TO
           "INVOICE-OPEN-ITEMS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OPN-KEY
           ALTERNATE RECORD KEY IS OPN-VENDOR-NUMBER
               WITH DUPLICATES.
           SELECT INTEGRITY-FILE ASSIGN TO
           "INTEGRITY-EXCEPTIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RULE-FILE.
       01 RULE-RECORD.
           05 IRL-RULE-ID PIC X(8).
           05 IRL-CHILD-FILE PIC X(30).
           05 IRL-CHILD-START PIC 9(3).
           05 IRL-CHILD-LENGTH PIC 9(2).
           05 IRL-PARENT-FILE PIC X(30).
           05 IRL-PARENT-START PIC 9(3).
           05 IRL-PARENT-LENGTH PIC 9(2).
      * IRL-ACTIVE: Y = checked nightly, N = kept but not checked
           05 IRL-ACTIVE PIC X(1).
           05 IRL-DESCRIPTION PIC X(30).
       FD CHILD-FILE.
       01 CHILD-RECORD PIC X(250).
       FD PARENT-FILE.
       01 PARENT-RECORD PIC X(250).
       FD CUSTOMER-FILE-INDEXED.
       01 INDEXED-CUSTOMER-RECORD.
           05 INDEXED-CUSTOMER-NO PIC 9(7).
           05 INDEXED-FIRST-NAME PIC X(20).
           05 INDEXED-LAST-NAME PIC X(20).
           05 INDEXED-ADDRESS-LINE-1 PIC X(30).
           05 INDEXED-ADDRESS-LINE-2 PIC X(30).
           05 INDEXED-CITY PIC X(20).
           05 INDEXED-STATE PIC X(2).
           05 INDEXED-ZIP-CODE PIC X(10).
           05 INDEXED-PHONE-NUMBER PIC X(15).
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
       FD INTEGRITY-FILE.
       01 INTEGRITY-RECORD.
           05 INT-RUN-DATE PIC 9(8).
           05 INT-RULE-ID PIC X(8).
           05 INT-CHILD-FILE PIC X(30).
           05 INT-RECORD-NO PIC 9(7).
           05 INT-KEY PIC X(20).
           05 INT-PARENT-FILE PIC X(30).
           05 INT-DESCRIPTION PIC X(30).
       WORKING-STORAGE SECTION.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-RULE-EOF PIC X VALUE "N".
       01 WS-CHILD-EOF PIC X VALUE "N".
       01 WS-PARENT-EOF PIC X VALUE "N".
       01 WS-CHILD-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-PARENT-FILE-NAME PIC X(30) VALUE SPACES.
      * The keyed masters, read through their own files rather
      * than the generic line-sequential readers
       01 WS-MASTER-FILE-NAME PIC X(30) VALUE SPACES.
           88 WS-KEYED-MASTER VALUE "ACCOUNTS.dat" "VENDORS.dat"
               "USERS.dat" "SALESPERSON-MASTER.dat"
               "INVOICE-OPEN-ITEMS.dat".
       01 WS-MASTER-EOF PIC X VALUE "N".
       01 WS-MASTER-RECORD PIC X(250) VALUE SPACES.
       01 WS-CHILD-RECORD PIC X(250) VALUE SPACES.
      * The standard rules, used when INTEGRITY-RULES.dat is
      * absent or empty
       01 WS-DEFAULT-RULE-LIST.
           05 FILLER PIC X(8) VALUE "XREFCUST".
           05 FILLER PIC X(30) VALUE "CUSTOMER-ACCOUNT-XREF.dat".
           05 FILLER PIC X(5) VALUE "00107".
           05 FILLER PIC X(30) VALUE "CUSTOMERS-INDEXED.Dat".
           05 FILLER PIC X(5) VALUE "00107".
           05 FILLER PIC X(30)
               VALUE "XREF customer not on file".
           05 FILLER PIC X(8) VALUE "OPENVEND".
           05 FILLER PIC X(30) VALUE "INVOICE-OPEN-ITEMS.dat".
           05 FILLER PIC X(5) VALUE "01106".
           05 FILLER PIC X(30) VALUE "VENDORS.dat".
           05 FILLER PIC X(5) VALUE "00106".
           05 FILLER PIC X(30)
               VALUE "Open item vendor not on file".
           05 FILLER PIC X(8) VALUE "YTDSLSP".
           05 FILLER PIC X(30) VALUE "YTD-COMMISSIONS.dat".
           05 FILLER PIC X(5) VALUE "00106".
           05 FILLER PIC X(30) VALUE "SALESPERSON-MASTER.dat".
           05 FILLER PIC X(5) VALUE "00106".
           05 FILLER PIC X(30)
               VALUE "YTD salesperson not on file".
           05 FILLER PIC X(8) VALUE "ALRTSITE".
           05 FILLER PIC X(30) VALUE "ALERT.dat".
           05 FILLER PIC X(5) VALUE "00110".
           05 FILLER PIC X(30) VALUE "SITE-MASTER.dat".
           05 FILLER PIC X(5) VALUE "00110".
           05 FILLER PIC X(30)
               VALUE "Alert site not on file".
           05 FILLER PIC X(8) VALUE "BUDREGN".
           05 FILLER PIC X(30) VALUE "BUDGET.dat".
           05 FILLER PIC X(5) VALUE "00102".
           05 FILLER PIC X(30) VALUE "LOCATION-REGION-MAP.dat".
           05 FILLER PIC X(5) VALUE "00302".
           05 FILLER PIC X(30)
               VALUE "Budget region has no map".
       01 WS-DEFAULT-RULE-TABLE REDEFINES WS-DEFAULT-RULE-LIST.
           05 WS-DEFAULT-RULE OCCURS 5 TIMES.
               10 WS-DFR-RULE-ID PIC X(8).
               10 WS-DFR-CHILD-FILE PIC X(30).
               10 WS-DFR-CHILD-START PIC 9(3).
               10 WS-DFR-CHILD-LENGTH PIC 9(2).
               10 WS-DFR-PARENT-FILE PIC X(30).
               10 WS-DFR-PARENT-START PIC 9(3).
               10 WS-DFR-PARENT-LENGTH PIC 9(2).
               10 WS-DFR-DESCRIPTION PIC X(30).
       01 WS-RULE-COUNT PIC 9(3) VALUE 0.
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 50 TIMES INDEXED BY RUL-IDX.
               10 WS-RUL-RULE-ID PIC X(8).
               10 WS-RUL-CHILD-FILE PIC X(30).
               10 WS-RUL-CHILD-START PIC 9(3).
               10 WS-RUL-CHILD-LENGTH PIC 9(2).
               10 WS-RUL-PARENT-FILE PIC X(30).
               10 WS-RUL-PARENT-START PIC 9(3).
               10 WS-RUL-PARENT-LENGTH PIC 9(2).
               10 WS-RUL-DESCRIPTION PIC X(30).
       01 WS-DFR-IDX PIC 9(2) VALUE 0.
      * Keys of the current rule's parent file
       01 WS-PARENT-COUNT PIC 9(5) VALUE 0.
       01 WS-PARENT-FULL PIC X VALUE "N".
       01 WS-PARENT-TABLE.
           05 WS-PARENT-KEY PIC X(20) OCCURS 10000 TIMES
               INDEXED BY PAR-IDX.
       01 WS-KEY PIC X(20) VALUE SPACES.
       01 WS-KEY-FOUND PIC X VALUE "N".
       01 WS-CHILD-READ PIC 9(7) VALUE 0.
       01 WS-RULE-ORPHANS PIC 9(7) VALUE 0.
       01 WS-TOTAL-ORPHANS PIC 9(7) VALUE 0.
       01 WS-RULES-TESTED PIC 9(3) VALUE 0.
       01 WS-RULES-SKIPPED PIC 9(3) VALUE 0.
       01 WS-RULE-OK PIC X VALUE "Y".
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 150-LOAD-RULES
           OPEN OUTPUT INTEGRITY-FILE
           PERFORM VARYING RUL-IDX FROM 1 BY 1
               UNTIL RUL-IDX > WS-RULE-COUNT
               PERFORM 200-CHECK-RULE
           END-PERFORM
           CLOSE INTEGRITY-FILE
           DISPLAY "Integrity rules tested: " WS-RULES-TESTED
               "  not tested: " WS-RULES-SKIPPED
           DISPLAY "Orphan records found: " WS-TOTAL-ORPHANS
           IF WS-TOTAL-ORPHANS > 0
               DISPLAY "Orphans written to INTEGRITY-EXCEPTIONS.dat"
           END-IF
           GOBACK.
      * Active rules from INTEGRITY-RULES.dat; rules with a key
      * position outside the record or a key longer than 20 are
      * rejected
       150-LOAD-RULES.
           OPEN INPUT RULE-FILE
           READ RULE-FILE
               AT END MOVE "Y" TO WS-RULE-EOF
           END-READ
           PERFORM UNTIL WS-RULE-EOF = "Y"
               IF IRL-ACTIVE NOT = "N"
                   PERFORM 160-ADD-FILE-RULE
               END-IF
               READ RULE-FILE
                   AT END MOVE "Y" TO WS-RULE-EOF
               END-READ
           END-PERFORM
           CLOSE RULE-FILE
           IF WS-RULE-COUNT = 0
               PERFORM VARYING WS-DFR-IDX FROM 1 BY 1
                   UNTIL WS-DFR-IDX > 5
                   ADD 1 TO WS-RULE-COUNT
                   MOVE WS-DEFAULT-RULE(WS-DFR-IDX)
                       TO WS-RULE-ENTRY(WS-RULE-COUNT)
               END-PERFORM
           END-IF.
       160-ADD-FILE-RULE.
           MOVE "Y" TO WS-RULE-OK
           IF IRL-CHILD-START IS NOT NUMERIC
               OR IRL-CHILD-LENGTH IS NOT NUMERIC
               OR IRL-PARENT-START IS NOT NUMERIC
               OR IRL-PARENT-LENGTH IS NOT NUMERIC
               MOVE "N" TO WS-RULE-OK
           ELSE
               IF IRL-CHILD-START < 1 OR IRL-PARENT-START < 1
                   OR IRL-CHILD-LENGTH < 1
                   OR IRL-CHILD-LENGTH > 20
                   OR IRL-PARENT-LENGTH NOT = IRL-CHILD-LENGTH
                   OR IRL-CHILD-START + IRL-CHILD-LENGTH > 251
                   OR IRL-PARENT-START + IRL-PARENT-LENGTH > 251
                   MOVE "N" TO WS-RULE-OK
               END-IF
           END-IF
           IF IRL-CHILD-FILE = SPACES OR IRL-PARENT-FILE = SPACES
               MOVE "N" TO WS-RULE-OK
           END-IF
           IF WS-RULE-OK = "N"
               DISPLAY "Integrity rule " IRL-RULE-ID
                   " is not valid and was skipped"
               ADD 1 TO WS-RULES-SKIPPED
           ELSE
               IF WS-RULE-COUNT < 50
                   ADD 1 TO WS-RULE-COUNT
                   MOVE IRL-RULE-ID TO WS-RUL-RULE-ID(WS-RULE-COUNT)
                   MOVE IRL-CHILD-FILE
                       TO WS-RUL-CHILD-FILE(WS-RULE-COUNT)
                   MOVE IRL-CHILD-START
                       TO WS-RUL-CHILD-START(WS-RULE-COUNT)
                   MOVE IRL-CHILD-LENGTH
                       TO WS-RUL-CHILD-LENGTH(WS-RULE-COUNT)
                   MOVE IRL-PARENT-FILE
                       TO WS-RUL-PARENT-FILE(WS-RULE-COUNT)
                   MOVE IRL-PARENT-START
                       TO WS-RUL-PARENT-START(WS-RULE-COUNT)
                   MOVE IRL-PARENT-LENGTH
                       TO WS-RUL-PARENT-LENGTH(WS-RULE-COUNT)
                   MOVE IRL-DESCRIPTION
                       TO WS-RUL-DESCRIPTION(WS-RULE-COUNT)
               ELSE
                   DISPLAY "Rule table full, rule " IRL-RULE-ID
                       " skipped"
                   ADD 1 TO WS-RULES-SKIPPED
               END-IF
           END-IF.
       200-CHECK-RULE.
           PERFORM 300-LOAD-PARENT-KEYS
           IF WS-PARENT-COUNT = 0
               ADD 1 TO WS-RULES-SKIPPED
               DISPLAY "Rule " WS-RUL-RULE-ID(RUL-IDX)
                   " not tested - "
                   FUNCTION TRIM(WS-RUL-PARENT-FILE(RUL-IDX))
                   " is missing or empty"
           ELSE
               IF WS-PARENT-FULL = "Y"
                   DISPLAY "Rule " WS-RUL-RULE-ID(RUL-IDX)
                       " - only the first 10000 keys of "
                       FUNCTION TRIM(WS-RUL-PARENT-FILE(RUL-IDX))
                       " were loaded"
               END-IF
               ADD 1 TO WS-RULES-TESTED
               PERFORM 400-SCAN-CHILD
               DISPLAY "Rule " WS-RUL-RULE-ID(RUL-IDX) " "
                   FUNCTION TRIM(WS-RUL-CHILD-FILE(RUL-IDX))
                   " records " WS-CHILD-READ
                   " orphans " WS-RULE-ORPHANS
           END-IF.
       300-LOAD-PARENT-KEYS.
           MOVE 0 TO WS-PARENT-COUNT
           MOVE "N" TO WS-PARENT-FULL
           MOVE WS-RUL-PARENT-FILE(RUL-IDX) TO WS-MASTER-FILE-NAME
           EVALUATE TRUE
           WHEN WS-RUL-PARENT-FILE(RUL-IDX) = "CUSTOMERS-INDEXED.Dat"
               PERFORM 320-LOAD-CUSTOMER-KEYS
           WHEN WS-KEYED-MASTER
               PERFORM 330-LOAD-MASTER-KEYS
           WHEN OTHER
               MOVE WS-RUL-PARENT-FILE(RUL-IDX)
                   TO WS-PARENT-FILE-NAME
               MOVE "N" TO WS-PARENT-EOF
               OPEN INPUT PARENT-FILE
               READ PARENT-FILE
                   AT END MOVE "Y" TO WS-PARENT-EOF
               END-READ
               PERFORM UNTIL WS-PARENT-EOF = "Y"
                   MOVE SPACES TO WS-KEY
                   MOVE PARENT-RECORD(WS-RUL-PARENT-START(RUL-IDX):
                       WS-RUL-PARENT-LENGTH(RUL-IDX)) TO WS-KEY
                   PERFORM 350-STORE-PARENT-KEY
                   READ PARENT-FILE
                       AT END MOVE "Y" TO WS-PARENT-EOF
                   END-READ
               END-PERFORM
               CLOSE PARENT-FILE
           END-EVALUATE.
      * The customer master is keyed, so it is read through its
      * own layout rather than the generic reader
       320-LOAD-CUSTOMER-KEYS.
           MOVE "N" TO WS-PARENT-EOF
           OPEN INPUT CUSTOMER-FILE-INDEXED
           READ CUSTOMER-FILE-INDEXED NEXT RECORD
               AT END MOVE "Y" TO WS-PARENT-EOF
           END-READ
           PERFORM UNTIL WS-PARENT-EOF = "Y"
               MOVE SPACES TO WS-KEY
               MOVE INDEXED-CUSTOMER-RECORD(
                   WS-RUL-PARENT-START(RUL-IDX):
                   WS-RUL-PARENT-LENGTH(RUL-IDX)) TO WS-KEY
               PERFORM 350-STORE-PARENT-KEY
               READ CUSTOMER-FILE-INDEXED NEXT RECORD
                   AT END MOVE "Y" TO WS-PARENT-EOF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE-INDEXED.
       330-LOAD-MASTER-KEYS.
           PERFORM 500-OPEN-MASTER
           PERFORM 510-READ-MASTER
           PERFORM UNTIL WS-MASTER-EOF = "Y"
               MOVE SPACES TO WS-KEY
               MOVE WS-MASTER-RECORD(WS-RUL-PARENT-START(RUL-IDX):
                   WS-RUL-PARENT-LENGTH(RUL-IDX)) TO WS-KEY
               PERFORM 350-STORE-PARENT-KEY
               PERFORM 510-READ-MASTER
           END-PERFORM
           PERFORM 520-CLOSE-MASTER.
       350-STORE-PARENT-KEY.
           IF WS-PARENT-COUNT < 10000
               ADD 1 TO WS-PARENT-COUNT
               MOVE WS-KEY TO WS-PARENT-KEY(WS-PARENT-COUNT)
           ELSE
               MOVE "Y" TO WS-PARENT-FULL
           END-IF.
       400-SCAN-CHILD.
           MOVE 0 TO WS-CHILD-READ
           MOVE 0 TO WS-RULE-ORPHANS
           MOVE WS-RUL-CHILD-FILE(RUL-IDX) TO WS-CHILD-FILE-NAME
           MOVE WS-RUL-CHILD-FILE(RUL-IDX) TO WS-MASTER-FILE-NAME
           MOVE "N" TO WS-CHILD-EOF
           IF WS-KEYED-MASTER
               PERFORM 500-OPEN-MASTER
           ELSE
               OPEN INPUT CHILD-FILE
           END-IF
           PERFORM 410-READ-CHILD
           PERFORM UNTIL WS-CHILD-EOF = "Y"
               ADD 1 TO WS-CHILD-READ
               MOVE SPACES TO WS-KEY
               MOVE WS-CHILD-RECORD(WS-RUL-CHILD-START(RUL-IDX):
                   WS-RUL-CHILD-LENGTH(RUL-IDX)) TO WS-KEY
               IF WS-KEY NOT = SPACES
                   PERFORM 420-FIND-PARENT-KEY
                   IF WS-KEY-FOUND = "N"
                       PERFORM 450-WRITE-ORPHAN
                   END-IF
               END-IF
               PERFORM 410-READ-CHILD
           END-PERFORM
           IF WS-KEYED-MASTER
               PERFORM 520-CLOSE-MASTER
           ELSE
               CLOSE CHILD-FILE
           END-IF.
       410-READ-CHILD.
           IF WS-KEYED-MASTER
               PERFORM 510-READ-MASTER
               MOVE WS-MASTER-EOF TO WS-CHILD-EOF
               MOVE WS-MASTER-RECORD TO WS-CHILD-RECORD
           ELSE
               READ CHILD-FILE
                   AT END MOVE "Y" TO WS-CHILD-EOF
                   NOT AT END MOVE CHILD-RECORD TO WS-CHILD-RECORD
               END-READ
           END-IF.
       420-FIND-PARENT-KEY.
           MOVE "N" TO WS-KEY-FOUND
           PERFORM VARYING PAR-IDX FROM 1 BY 1
               UNTIL PAR-IDX > WS-PARENT-COUNT
               OR WS-KEY-FOUND = "Y"
               IF WS-PARENT-KEY(PAR-IDX) = WS-KEY
                   MOVE "Y" TO WS-KEY-FOUND
               END-IF
           END-PERFORM.
       450-WRITE-ORPHAN.
           ADD 1 TO WS-RULE-ORPHANS
           ADD 1 TO WS-TOTAL-ORPHANS
           MOVE WS-TODAY TO INT-RUN-DATE
           MOVE WS-RUL-RULE-ID(RUL-IDX) TO INT-RULE-ID
           MOVE WS-RUL-CHILD-FILE(RUL-IDX) TO INT-CHILD-FILE
           MOVE WS-CHILD-READ TO INT-RECORD-NO
           MOVE WS-KEY TO INT-KEY
           MOVE WS-RUL-PARENT-FILE(RUL-IDX) TO INT-PARENT-FILE
           MOVE WS-RUL-DESCRIPTION(RUL-IDX) TO INT-DESCRIPTION
           WRITE INTEGRITY-RECORD.
       500-OPEN-MASTER.
           MOVE "N" TO WS-MASTER-EOF
           EVALUATE WS-MASTER-FILE-NAME
               WHEN "ACCOUNTS.dat"
                   OPEN INPUT ACCOUNTS-FILE
               WHEN "VENDORS.dat"
                   OPEN INPUT VENDOR-FILE
               WHEN "USERS.dat"
                   OPEN INPUT USER-FILE
               WHEN "SALESPERSON-MASTER.dat"
                   OPEN INPUT SALESPERSON-MASTER-FILE
               WHEN "INVOICE-OPEN-ITEMS.dat"
                   OPEN INPUT OPEN-ITEM-FILE
           END-EVALUATE.
       510-READ-MASTER.
           MOVE SPACES TO WS-MASTER-RECORD
           EVALUATE WS-MASTER-FILE-NAME
               WHEN "ACCOUNTS.dat"
                   READ ACCOUNTS-FILE
                       AT END MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           MOVE ACCOUNT-RECORD TO WS-MASTER-RECORD
                   END-READ
               WHEN "VENDORS.dat"
                   READ VENDOR-FILE
                       AT END MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           MOVE VENDOR-RECORD TO WS-MASTER-RECORD
                   END-READ
               WHEN "USERS.dat"
                   READ USER-FILE
                       AT END MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           MOVE USER-FILE-RECORD TO WS-MASTER-RECORD
                   END-READ
               WHEN "SALESPERSON-MASTER.dat"
                   READ SALESPERSON-MASTER-FILE
                       AT END MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           MOVE SALESPERSON-MASTER-RECORD
                               TO WS-MASTER-RECORD
                   END-READ
               WHEN "INVOICE-OPEN-ITEMS.dat"
                   READ OPEN-ITEM-FILE
                       AT END MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           MOVE OPEN-ITEM-RECORD TO WS-MASTER-RECORD
                   END-READ
           END-EVALUATE.
       520-CLOSE-MASTER.
           EVALUATE WS-MASTER-FILE-NAME
               WHEN "ACCOUNTS.dat"
                   CLOSE ACCOUNTS-FILE
               WHEN "VENDORS.dat"
                   CLOSE VENDOR-FILE
               WHEN "USERS.dat"
                   CLOSE USER-FILE
               WHEN "SALESPERSON-MASTER.dat"
                   CLOSE SALESPERSON-MASTER-FILE
               WHEN "INVOICE-OPEN-ITEMS.dat"
                   CLOSE OPEN-ITEM-FILE
           END-EVALUATE.
