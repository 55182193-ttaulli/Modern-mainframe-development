       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDUPS.
      * Vendor duplicate review for accounts payable. Every vendor
      * on VENDORS.dat, active or not, is compared with every other
      * on:
      *   tax ID        the same non-blank VEN-TAX-ID
      *   name          the same significant words once case,
      *                 punctuation and words such as INC, LLC and
      *                 THE are set aside, or the same first eight
      *                 characters of those words
      *   bank details  the same routing and account number
      * Vendors linked by any of these, directly or through another
      * vendor, form a cluster; every cluster of two or more is
      * listed on VENDOR-DUPLICATES.dat with the reasons each vendor
      * was matched. A second section lists vendors whose tax ID is
      * the tax ID of an employee on SALESPERSON-MASTER.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-FILE ASSIGN TO
           "VENDORS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS VEN-NUMBER.
           SELECT OPTIONAL SALESPERSON-MASTER-FILE ASSIGN TO
           "SALESPERSON-MASTER.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS SPM-ID.
           SELECT DUPLICATES-FILE ASSIGN TO
           "VENDOR-DUPLICATES.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD VENDOR-FILE.
       01 VENDOR-RECORD.
           05 VEN-NUMBER PIC X(6).
           05 VEN-NAME PIC X(30).
           05 VEN-STATUS PIC X(1).
           05 VEN-SPEND-LIMIT PIC 9(9)V99.
           05 VEN-1099-FLAG PIC X(1).
           05 VEN-TAX-ID PIC X(9).
           05 VEN-PAY-METHOD PIC X(1).
           05 VEN-BANK-ROUTING PIC X(9).
           05 VEN-BANK-ACCOUNT PIC X(17).
           05 FILLER PIC X(21).
       FD SALESPERSON-MASTER-FILE.
       01 SALESPERSON-MASTER-RECORD.
           05 SPM-ID PIC X(6).
           05 SPM-NAME PIC X(25).
           05 SPM-TERRITORY PIC X(10).
           05 SPM-ACTIVE PIC X(1).
           05 SPM-HIRE-DATE PIC 9(8).
           05 SPM-MANAGER-ID PIC X(6).
           05 SPM-OVERRIDE-RATE PIC 9(2)V9.
           05 SPM-ANNUAL-QUOTA PIC 9(9)V99.
           05 SPM-TAX-ID PIC X(9).
       FD DUPLICATES-FILE.
       01 DUPLICATES-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-VENDOR-EOF PIC X VALUE "N".
       01 WS-EMP-EOF PIC X VALUE "N".
       01 WS-VEN-COUNT PIC 9(4) VALUE 0.
       01 WS-VEN-TABLE.
           05 WS-VEN-ENTRY OCCURS 500 TIMES INDEXED BY VEN-IDX.
               10 WS-VEN-CLUSTER PIC 9(4).
               10 WS-VEN-NUMBER PIC X(6).
               10 WS-VEN-NAME PIC X(30).
               10 WS-VEN-STATUS PIC X(1).
               10 WS-VEN-TAX-ID PIC X(9).
               10 WS-VEN-ROUTING PIC X(9).
               10 WS-VEN-ACCOUNT PIC X(17).
               10 WS-VEN-KEY PIC X(30).
               10 WS-VEN-KEY-LEN PIC 9(2).
               10 WS-VEN-TAX-MATCH PIC X(1).
               10 WS-VEN-NAME-MATCH PIC X(1).
               10 WS-VEN-BANK-MATCH PIC X(1).
       01 WS-VEN-SWAP PIC X(111).
       01 WS-SORT-I PIC 9(4) VALUE 0.
       01 WS-SORT-J PIC 9(4) VALUE 0.
       01 WS-PAIR-I PIC 9(4) VALUE 0.
       01 WS-PAIR-J PIC 9(4) VALUE 0.
       01 WS-PAIR-MATCH PIC X VALUE "N".
       01 WS-OLD-CLUSTER PIC 9(4) VALUE 0.
       01 WS-NEW-CLUSTER PIC 9(4) VALUE 0.
       01 WS-EMP-COUNT PIC 9(4) VALUE 0.
       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 500 TIMES INDEXED BY EMP-IDX.
               10 WS-EMP-ID PIC X(6).
               10 WS-EMP-NAME PIC X(25).
               10 WS-EMP-TAX-ID PIC X(9).
      * Names match when their significant words agree, or when
      * both keys are long enough and agree this far
       01 WS-NAME-MATCH-LEN PIC 9(2) VALUE 8.
       01 WS-NORM-NAME PIC X(30) VALUE SPACES.
       01 WS-NORM-KEY PIC X(30) VALUE SPACES.
       01 WS-NORM-LEN PIC 9(2) VALUE 0.
       01 WS-NORM-PTR PIC 9(2) VALUE 0.
       01 WS-NORM-IDX PIC 9(2) VALUE 0.
       01 WS-NORM-WORDS.
           05 WS-NORM-WORD PIC X(30) OCCURS 8 TIMES.
       01 WS-NORM-THIS-WORD PIC X(30) VALUE SPACES.
           88 WS-NOISE-WORD VALUE "THE" "INC" "LLC" "LTD" "CO"
               "CORP" "CORPORATION" "COMPANY" "INCORPORATED"
               "LIMITED".
       01 WS-GROUP-START PIC 9(4) VALUE 0.
       01 WS-GROUP-END PIC 9(4) VALUE 0.
       01 WS-GROUP-SIZE PIC 9(4) VALUE 0.
       01 WS-CLUSTER-COUNT PIC 9(4) VALUE 0.
       01 WS-CLUSTERED-VENDORS PIC 9(4) VALUE 0.
       01 WS-EMPLOYEE-HITS PIC 9(4) VALUE 0.
       01 WS-REASON-PTR PIC 9(2) VALUE 0.
       01 WS-MASK-ACCOUNT PIC X(17) VALUE SPACES.
       01 WS-MASKED-ACCOUNT PIC X(8) VALUE SPACES.
       01 WS-ACCOUNT-LENGTH PIC 9(2) VALUE 0.
       01 WS-TRAILING-SPACES PIC 9(2) VALUE 0.
       01 WS-CLUSTER-LINE.
           05 FILLER PIC X(9) VALUE " Cluster ".
           05 WS-CLS-NUMBER PIC ZZZ9.
           05 FILLER PIC X(3) VALUE " - ".
           05 WS-CLS-SIZE PIC ZZZ9.
           05 FILLER PIC X(8) VALUE " vendors".
       01 WS-HEADING-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "VENDOR ".
           05 FILLER PIC X(31) VALUE "NAME".
           05 FILLER PIC X(3) VALUE "ST ".
           05 FILLER PIC X(10) VALUE "TAX ID".
           05 FILLER PIC X(10) VALUE "ROUTING".
           05 FILLER PIC X(9) VALUE "ACCOUNT".
           05 FILLER PIC X(20) VALUE "MATCHED ON".
       01 WS-DETAIL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DTL-VENDOR PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-NAME PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-STATUS PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-TAX-ID PIC X(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-ROUTING PIC X(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-ACCOUNT PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-REASONS PIC X(20).
       01 WS-EMPLOYEE-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-EML-VENDOR PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-EML-VENDOR-NAME PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-EML-STATUS PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-EML-TAX-ID PIC X(9).
           05 FILLER PIC X(10) VALUE " EMPLOYEE ".
           05 WS-EML-EMP-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-EML-EMP-NAME PIC X(25).
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 150-LOAD-VENDORS
           PERFORM 160-LOAD-EMPLOYEES
           PERFORM 200-BUILD-CLUSTERS
           PERFORM 300-SORT-BY-CLUSTER
           OPEN OUTPUT DUPLICATES-FILE
           PERFORM 400-PRINT-CLUSTERS
           PERFORM 500-PRINT-EMPLOYEE-MATCHES
           CLOSE DUPLICATES-FILE
           DISPLAY "Possible duplicate clusters: " WS-CLUSTER-COUNT
               " covering " WS-CLUSTERED-VENDORS " vendors"
           DISPLAY "Vendor tax IDs matching an employee: "
               WS-EMPLOYEE-HITS
           DISPLAY "Report written to VENDOR-DUPLICATES.dat"
           GOBACK.
       150-LOAD-VENDORS.
           OPEN INPUT VENDOR-FILE
           READ VENDOR-FILE
               AT END MOVE "Y" TO WS-VENDOR-EOF
           END-READ
           PERFORM UNTIL WS-VENDOR-EOF = "Y"
               IF WS-VEN-COUNT < 500
                   ADD 1 TO WS-VEN-COUNT
                   INITIALIZE WS-VEN-ENTRY(WS-VEN-COUNT)
                   MOVE WS-VEN-COUNT TO WS-VEN-CLUSTER(WS-VEN-COUNT)
                   MOVE VEN-NUMBER TO WS-VEN-NUMBER(WS-VEN-COUNT)
                   MOVE VEN-NAME TO WS-VEN-NAME(WS-VEN-COUNT)
                   MOVE VEN-STATUS TO WS-VEN-STATUS(WS-VEN-COUNT)
                   MOVE VEN-TAX-ID TO WS-VEN-TAX-ID(WS-VEN-COUNT)
                   MOVE VEN-BANK-ROUTING
                       TO WS-VEN-ROUTING(WS-VEN-COUNT)
                   MOVE VEN-BANK-ACCOUNT
                       TO WS-VEN-ACCOUNT(WS-VEN-COUNT)
                   MOVE VEN-NAME TO WS-NORM-NAME
                   PERFORM 250-NORMALIZE-NAME
                   MOVE WS-NORM-KEY TO WS-VEN-KEY(WS-VEN-COUNT)
                   MOVE WS-NORM-LEN TO WS-VEN-KEY-LEN(WS-VEN-COUNT)
                   MOVE "N" TO WS-VEN-TAX-MATCH(WS-VEN-COUNT)
                   MOVE "N" TO WS-VEN-NAME-MATCH(WS-VEN-COUNT)
                   MOVE "N" TO WS-VEN-BANK-MATCH(WS-VEN-COUNT)
               ELSE
                   DISPLAY "Vendor table full, record skipped for "
                       VEN-NUMBER
               END-IF
               READ VENDOR-FILE
                   AT END MOVE "Y" TO WS-VENDOR-EOF
               END-READ
           END-PERFORM
           CLOSE VENDOR-FILE.
       160-LOAD-EMPLOYEES.
           OPEN INPUT SALESPERSON-MASTER-FILE
           READ SALESPERSON-MASTER-FILE
               AT END MOVE "Y" TO WS-EMP-EOF
           END-READ
           PERFORM UNTIL WS-EMP-EOF = "Y"
               IF WS-EMP-COUNT < 500 AND SPM-TAX-ID NOT = SPACES
                   ADD 1 TO WS-EMP-COUNT
                   MOVE SPM-ID TO WS-EMP-ID(WS-EMP-COUNT)
                   MOVE SPM-NAME TO WS-EMP-NAME(WS-EMP-COUNT)
                   MOVE SPM-TAX-ID TO WS-EMP-TAX-ID(WS-EMP-COUNT)
               END-IF
               READ SALESPERSON-MASTER-FILE
                   AT END MOVE "Y" TO WS-EMP-EOF
               END-READ
           END-PERFORM
           CLOSE SALESPERSON-MASTER-FILE.
      * Each vendor starts in a cluster of its own; every matching
      * pair pulls the second vendor's whole cluster into the first's
       200-BUILD-CLUSTERS.
           PERFORM VARYING WS-PAIR-I FROM 1 BY 1
               UNTIL WS-PAIR-I >= WS-VEN-COUNT
               PERFORM VARYING WS-PAIR-J FROM WS-PAIR-I BY 1
                   UNTIL WS-PAIR-J > WS-VEN-COUNT
                   IF WS-PAIR-J > WS-PAIR-I
                       PERFORM 210-COMPARE-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM.
       210-COMPARE-PAIR.
           MOVE "N" TO WS-PAIR-MATCH
           IF WS-VEN-TAX-ID(WS-PAIR-I) NOT = SPACES
               AND WS-VEN-TAX-ID(WS-PAIR-I) = WS-VEN-TAX-ID(WS-PAIR-J)
               MOVE "Y" TO WS-VEN-TAX-MATCH(WS-PAIR-I)
               MOVE "Y" TO WS-VEN-TAX-MATCH(WS-PAIR-J)
               MOVE "Y" TO WS-PAIR-MATCH
           END-IF
           IF WS-VEN-KEY-LEN(WS-PAIR-I) > 0
               AND (WS-VEN-KEY(WS-PAIR-I) = WS-VEN-KEY(WS-PAIR-J)
               OR (WS-VEN-KEY-LEN(WS-PAIR-I) >= WS-NAME-MATCH-LEN
               AND WS-VEN-KEY-LEN(WS-PAIR-J) >= WS-NAME-MATCH-LEN
               AND WS-VEN-KEY(WS-PAIR-I)(1:WS-NAME-MATCH-LEN) =
                   WS-VEN-KEY(WS-PAIR-J)(1:WS-NAME-MATCH-LEN)))
               MOVE "Y" TO WS-VEN-NAME-MATCH(WS-PAIR-I)
               MOVE "Y" TO WS-VEN-NAME-MATCH(WS-PAIR-J)
               MOVE "Y" TO WS-PAIR-MATCH
           END-IF
           IF WS-VEN-ACCOUNT(WS-PAIR-I) NOT = SPACES
               AND WS-VEN-ROUTING(WS-PAIR-I) =
                   WS-VEN-ROUTING(WS-PAIR-J)
               AND WS-VEN-ACCOUNT(WS-PAIR-I) =
                   WS-VEN-ACCOUNT(WS-PAIR-J)
               MOVE "Y" TO WS-VEN-BANK-MATCH(WS-PAIR-I)
               MOVE "Y" TO WS-VEN-BANK-MATCH(WS-PAIR-J)
               MOVE "Y" TO WS-PAIR-MATCH
           END-IF
           IF WS-PAIR-MATCH = "Y"
               AND WS-VEN-CLUSTER(WS-PAIR-I) NOT =
                   WS-VEN-CLUSTER(WS-PAIR-J)
               MOVE WS-VEN-CLUSTER(WS-PAIR-J) TO WS-OLD-CLUSTER
               MOVE WS-VEN-CLUSTER(WS-PAIR-I) TO WS-NEW-CLUSTER
               PERFORM VARYING VEN-IDX FROM 1 BY 1
                   UNTIL VEN-IDX > WS-VEN-COUNT
                   IF WS-VEN-CLUSTER(VEN-IDX) = WS-OLD-CLUSTER
                       MOVE WS-NEW-CLUSTER TO WS-VEN-CLUSTER(VEN-IDX)
                   END-IF
               END-PERFORM
           END-IF.
      * Reduce a name to its significant words so that "Acme
      * Supply Co." and "ACME SUPPLY, INC" give the same key
       250-NORMALIZE-NAME.
           MOVE FUNCTION UPPER-CASE(WS-NORM-NAME) TO WS-NORM-NAME
           INSPECT WS-NORM-NAME CONVERTING ".,-&'/()"
               TO "        "
           MOVE SPACES TO WS-NORM-WORDS
           UNSTRING WS-NORM-NAME DELIMITED BY ALL SPACE
               INTO WS-NORM-WORD(1) WS-NORM-WORD(2)
                   WS-NORM-WORD(3) WS-NORM-WORD(4)
                   WS-NORM-WORD(5) WS-NORM-WORD(6)
                   WS-NORM-WORD(7) WS-NORM-WORD(8)
           END-UNSTRING
           MOVE SPACES TO WS-NORM-KEY
           MOVE 1 TO WS-NORM-PTR
           PERFORM VARYING WS-NORM-IDX FROM 1 BY 1
               UNTIL WS-NORM-IDX > 8
               MOVE WS-NORM-WORD(WS-NORM-IDX) TO WS-NORM-THIS-WORD
               IF WS-NORM-THIS-WORD NOT = SPACES
                   AND NOT WS-NOISE-WORD
                   STRING WS-NORM-THIS-WORD DELIMITED BY SPACE
                       INTO WS-NORM-KEY WITH POINTER WS-NORM-PTR
               END-IF
           END-PERFORM
           COMPUTE WS-NORM-LEN = WS-NORM-PTR - 1.
      * Cluster, then vendor number within the cluster
       300-SORT-BY-CLUSTER.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-VEN-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                   UNTIL WS-SORT-J >= WS-VEN-COUNT
                   IF WS-VEN-CLUSTER(WS-SORT-J) >
                       WS-VEN-CLUSTER(WS-SORT-J + 1)
                       OR (WS-VEN-CLUSTER(WS-SORT-J) =
                       WS-VEN-CLUSTER(WS-SORT-J + 1)
                       AND WS-VEN-NUMBER(WS-SORT-J) >
                           WS-VEN-NUMBER(WS-SORT-J + 1))
                       MOVE WS-VEN-ENTRY(WS-SORT-J) TO WS-VEN-SWAP
                       MOVE WS-VEN-ENTRY(WS-SORT-J + 1)
                           TO WS-VEN-ENTRY(WS-SORT-J)
                       MOVE WS-VEN-SWAP
                           TO WS-VEN-ENTRY(WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
       400-PRINT-CLUSTERS.
           MOVE SPACES TO DUPLICATES-RECORD
           STRING " Possible Duplicate Vendors - run "
               DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO DUPLICATES-RECORD
           WRITE DUPLICATES-RECORD
           MOVE SPACES TO DUPLICATES-RECORD
           WRITE DUPLICATES-RECORD
           MOVE 1 TO WS-GROUP-START
           PERFORM UNTIL WS-GROUP-START > WS-VEN-COUNT
               MOVE WS-GROUP-START TO WS-GROUP-END
               PERFORM UNTIL WS-GROUP-END >= WS-VEN-COUNT
                   OR WS-VEN-CLUSTER(WS-GROUP-END + 1) NOT =
                       WS-VEN-CLUSTER(WS-GROUP-START)
                   ADD 1 TO WS-GROUP-END
               END-PERFORM
               COMPUTE WS-GROUP-SIZE =
                   WS-GROUP-END - WS-GROUP-START + 1
               IF WS-GROUP-SIZE > 1
                   PERFORM 410-PRINT-ONE-CLUSTER
               END-IF
               COMPUTE WS-GROUP-START = WS-GROUP-END + 1
           END-PERFORM
           IF WS-CLUSTER-COUNT = 0
               MOVE "  No possible duplicate vendors found"
                   TO DUPLICATES-RECORD
               WRITE DUPLICATES-RECORD
           END-IF.
       410-PRINT-ONE-CLUSTER.
           ADD 1 TO WS-CLUSTER-COUNT
           ADD WS-GROUP-SIZE TO WS-CLUSTERED-VENDORS
           MOVE WS-CLUSTER-COUNT TO WS-CLS-NUMBER
           MOVE WS-GROUP-SIZE TO WS-CLS-SIZE
           MOVE WS-CLUSTER-LINE TO DUPLICATES-RECORD
           WRITE DUPLICATES-RECORD
           MOVE WS-HEADING-LINE TO DUPLICATES-RECORD
           WRITE DUPLICATES-RECORD
           PERFORM VARYING VEN-IDX FROM WS-GROUP-START BY 1
               UNTIL VEN-IDX > WS-GROUP-END
               PERFORM 420-PRINT-ONE-VENDOR
           END-PERFORM
           MOVE SPACES TO DUPLICATES-RECORD
           WRITE DUPLICATES-RECORD.
       420-PRINT-ONE-VENDOR.
           MOVE WS-VEN-NUMBER(VEN-IDX) TO WS-DTL-VENDOR
           MOVE WS-VEN-NAME(VEN-IDX) TO WS-DTL-NAME
           MOVE WS-VEN-STATUS(VEN-IDX) TO WS-DTL-STATUS
           MOVE WS-VEN-TAX-ID(VEN-IDX) TO WS-DTL-TAX-ID
           MOVE WS-VEN-ROUTING(VEN-IDX) TO WS-DTL-ROUTING
           MOVE WS-VEN-ACCOUNT(VEN-IDX) TO WS-MASK-ACCOUNT
           PERFORM 450-MASK-ACCOUNT
           MOVE WS-MASKED-ACCOUNT TO WS-DTL-ACCOUNT
           MOVE SPACES TO WS-DTL-REASONS
           MOVE 1 TO WS-REASON-PTR
           IF WS-VEN-TAX-MATCH(VEN-IDX) = "Y"
               STRING "TAX-ID " DELIMITED BY SIZE
                   INTO WS-DTL-REASONS WITH POINTER WS-REASON-PTR
           END-IF
           IF WS-VEN-NAME-MATCH(VEN-IDX) = "Y"
               STRING "NAME " DELIMITED BY SIZE
                   INTO WS-DTL-REASONS WITH POINTER WS-REASON-PTR
           END-IF
           IF WS-VEN-BANK-MATCH(VEN-IDX) = "Y"
               STRING "BANK" DELIMITED BY SIZE
                   INTO WS-DTL-REASONS WITH POINTER WS-REASON-PTR
           END-IF
           MOVE WS-DETAIL-LINE TO DUPLICATES-RECORD
           WRITE DUPLICATES-RECORD.
      * Account numbers are never printed in full
       450-MASK-ACCOUNT.
           MOVE 0 TO WS-TRAILING-SPACES
           INSPECT FUNCTION REVERSE(WS-MASK-ACCOUNT)
               TALLYING WS-TRAILING-SPACES FOR LEADING SPACES
           COMPUTE WS-ACCOUNT-LENGTH = 17 - WS-TRAILING-SPACES
           MOVE SPACES TO WS-MASKED-ACCOUNT
           IF WS-ACCOUNT-LENGTH > 0
               MOVE "****" TO WS-MASKED-ACCOUNT
           END-IF
           IF WS-ACCOUNT-LENGTH >= 4
               MOVE WS-MASK-ACCOUNT(WS-ACCOUNT-LENGTH - 3:4)
                   TO WS-MASKED-ACCOUNT(5:4)
           END-IF.
       500-PRINT-EMPLOYEE-MATCHES.
           MOVE SPACES TO DUPLICATES-RECORD
           WRITE DUPLICATES-RECORD
           MOVE " Vendor tax IDs matching an employee"
               TO DUPLICATES-RECORD
           WRITE DUPLICATES-RECORD
           MOVE SPACES TO DUPLICATES-RECORD
           WRITE DUPLICATES-RECORD
           PERFORM VARYING VEN-IDX FROM 1 BY 1
               UNTIL VEN-IDX > WS-VEN-COUNT
               IF WS-VEN-TAX-ID(VEN-IDX) NOT = SPACES
                   PERFORM 510-CHECK-ONE-VENDOR
               END-IF
           END-PERFORM
           IF WS-EMPLOYEE-HITS = 0
               MOVE "  No vendor tax ID matches an employee"
                   TO DUPLICATES-RECORD
               WRITE DUPLICATES-RECORD
           END-IF.
       510-CHECK-ONE-VENDOR.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
               UNTIL EMP-IDX > WS-EMP-COUNT
               IF WS-EMP-TAX-ID(EMP-IDX) = WS-VEN-TAX-ID(VEN-IDX)
                   ADD 1 TO WS-EMPLOYEE-HITS
                   MOVE WS-VEN-NUMBER(VEN-IDX) TO WS-EML-VENDOR
                   MOVE WS-VEN-NAME(VEN-IDX) TO WS-EML-VENDOR-NAME
                   MOVE WS-VEN-STATUS(VEN-IDX) TO WS-EML-STATUS
                   MOVE WS-VEN-TAX-ID(VEN-IDX) TO WS-EML-TAX-ID
                   MOVE WS-EMP-ID(EMP-IDX) TO WS-EML-EMP-ID
                   MOVE WS-EMP-NAME(EMP-IDX) TO WS-EML-EMP-NAME
                   MOVE WS-EMPLOYEE-LINE TO DUPLICATES-RECORD
                   WRITE DUPLICATES-RECORD
               END-IF
           END-PERFORM.
