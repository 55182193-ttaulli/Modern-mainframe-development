       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKEXT.
      * Masked test-data extract of the customer, user and vendor
      * masters, for reproducing problems and for training
      * without exposing real people. Writes
      *   MASKED-CUSTOMERS-INDEXED.Dat  (same layout and keys as
      *                                 CUSTOMERS-INDEXED.Dat)
      *   MASKED-USERS.dat              (USERS.dat layout)
      *   MASKED-VENDORS.dat            (VENDORS.dat layout)
      * Customer numbers, user names and vendor numbers are kept
      * as they are, so CUSTOMER-ACCOUNT-XREF.dat, HOUSEHOLDS.dat
      * and the other files keyed on them (none of which carry
      * personal details) still line up with the masked copies.
      * Names, street lines, phone numbers, e-mail addresses,
      * tax IDs and vendor bank account numbers are replaced
      * with made-up values picked from the tables below by a
      * hash of the real value. The same real
      * value always gets the same fake one, in every run and
      * across customers, so two customers sharing a surname or
      * street still share one after masking and the household
      * and duplicate checks behave as they do on live data.
      * City, state and ZIP are kept for the state- and
      * region-driven logic. Every masked password is replaced
      * by the hash of the user's own user name, so testers sign
      * on as NAME / NAME. Blank fields stay blank.
      * A signed-on session is required. With the permission
      * matrix in use the role must hold MASK-EXTRACT; without it
      * only an admin may run the extract. Each run is logged on
      * MASK-EXTRACT-LOG.dat with who requested it and why.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE-INDEXED ASSIGN TO
           "CUSTOMERS-INDEXED.Dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS INDEXED-CUSTOMER-NO
           ALTERNATE RECORD KEY IS INDEXED-LAST-NAME
               WITH DUPLICATES.
           SELECT MASKED-CUSTOMER-FILE ASSIGN TO
           "MASKED-CUSTOMERS-INDEXED.Dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MSK-CUSTOMER-NO
           ALTERNATE RECORD KEY IS MSK-LAST-NAME
               WITH DUPLICATES.
           SELECT OPTIONAL USER-FILE ASSIGN TO
           "USERS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS USR-USERNAME.
           SELECT MASKED-USER-FILE ASSIGN TO
           "MASKED-USERS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VENDOR-FILE ASSIGN TO
           "VENDORS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS VEN-NUMBER.
           SELECT MASKED-VENDOR-FILE ASSIGN TO
           "MASKED-VENDORS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXTRACT-LOG-FILE ASSIGN TO
           "MASK-EXTRACT-LOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SESSION-FILE ASSIGN TO
           "SESSION.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PERMISSION-FILE ASSIGN TO
           "PERMISSIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD MASKED-CUSTOMER-FILE.
       01 MASKED-CUSTOMER-RECORD.
           05 MSK-CUSTOMER-NO PIC 9(7).
           05 MSK-FIRST-NAME PIC X(20).
           05 MSK-LAST-NAME PIC X(20).
           05 FILLER PIC X(190).
       FD USER-FILE.
       01 USER-FILE-RECORD.
           05 USR-USERNAME PIC X(20).
           05 USR-USER-PASSWORD PIC X(20).
           05 USR-FAILED-ATTEMPTS PIC 9.
           05 USR-LOCKED PIC X.
           05 USR-PASSWORD-DATE PIC 9(8).
           05 USR-ROLE PIC X(1).
           05 USR-ACTIVE PIC X(1).
           05 USR-FORCE-CHANGE PIC X(1).
           05 USR-START-HOUR PIC 9(2).
           05 USR-END-HOUR PIC 9(2).
           05 USR-TERMINALS PIC X(30).
           05 USR-LAST-LOGIN PIC 9(8).
       FD MASKED-USER-FILE.
       01 MASKED-USER-RECORD PIC X(95).
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
           05 VEN-BANK-ACCT-TYPE PIC X(1).
           05 VEN-BANK-CHANGE-DATE PIC 9(8).
           05 VEN-CALLBACK-DATE PIC 9(8).
           05 VEN-CURRENCY PIC X(3).
           05 VEN-CRITICAL PIC X(1).
       FD MASKED-VENDOR-FILE.
       01 MASKED-VENDOR-RECORD PIC X(106).
       FD EXTRACT-LOG-FILE.
       01 EXTRACT-LOG-RECORD.
           05 MXL-DATE PIC 9(8).
           05 MXL-TIME PIC 9(8).
           05 MXL-OPERATOR PIC X(20).
           05 MXL-REQUESTED-BY PIC X(20).
           05 MXL-PURPOSE PIC X(40).
           05 MXL-CUSTOMER-COUNT PIC 9(6).
           05 MXL-USER-COUNT PIC 9(6).
           05 MXL-VENDOR-COUNT PIC 9(6).
       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SES-USERNAME PIC X(20).
           05 SES-ROLE PIC X(1).
           05 SES-LOGIN-DATE PIC 9(8).
           05 SES-LOGIN-TIME PIC 9(8).
           05 SES-TERMINAL-ID PIC X(10).
           05 SES-IDLE-LIMIT PIC 9(4).
       FD PERMISSION-FILE.
       01 PERMISSION-RECORD.
           05 PRM-ROLE PIC X(1).
           05 PRM-FUNCTION PIC X(12).
       WORKING-STORAGE SECTION.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-USERNAME PIC X(20) VALUE SPACES.
       01 WS-ROLE PIC X(1) VALUE "V".
           88 IS-ADMIN VALUE "A".
       01 WS-EXTRACT-ALLOWED PIC X VALUE "N".
       01 WS-PERM-EOF PIC X VALUE "N".
       01 WS-PERM-COUNT PIC 9(3) VALUE 0.
       01 WS-PERM-TABLE.
           05 WS-PERM-ENTRY OCCURS 100 TIMES INDEXED BY PRM-IDX.
               10 WS-PRM-ROLE PIC X(1).
               10 WS-PRM-FUNCTION PIC X(12).
       01 WS-PERM-FUNCTION PIC X(12) VALUE SPACES.
       01 WS-PERM-OK PIC X VALUE "N".
       01 WS-MY-TERMINAL PIC X(10) VALUE SPACES.
       01 WS-SESSION-EOF PIC X VALUE "N".
       01 WS-SESSION-FOUND PIC X VALUE "N".
       01 WS-NOW-DATE PIC 9(8) VALUE 0.
       01 WS-NOW-TIME PIC 9(8) VALUE 0.
       01 WS-NOW-TIME-SPLIT REDEFINES WS-NOW-TIME.
           05 WS-NOW-HH PIC 9(2).
           05 WS-NOW-MM PIC 9(2).
           05 FILLER PIC 9(4).
       01 WS-SES-TIME PIC 9(8) VALUE 0.
       01 WS-SES-TIME-SPLIT REDEFINES WS-SES-TIME.
           05 WS-SES-HH PIC 9(2).
           05 WS-SES-MM PIC 9(2).
           05 FILLER PIC 9(4).
       01 WS-SESSION-AGE-MINS PIC S9(8) VALUE 0.
       01 WS-REQUESTED-BY PIC X(20) VALUE SPACES.
       01 WS-PURPOSE PIC X(40) VALUE SPACES.
       01 WS-CONFIRM PIC X(1) VALUE SPACES.
       01 WS-SCAN-DONE PIC X VALUE "N".
       01 WS-USERS-EOF PIC X VALUE "N".
       01 WS-VENDORS-EOF PIC X VALUE "N".
       01 WS-CUSTOMER-COUNT PIC 9(6) VALUE 0.
       01 WS-USER-COUNT PIC 9(6) VALUE 0.
       01 WS-VENDOR-COUNT PIC 9(6) VALUE 0.
      * Masking seed: a hash of the real value, so the fake value
      * depends only on what it replaces
       01 WS-MASK-INPUT PIC X(40) VALUE SPACES.
       01 WS-MASK-SEED PIC 9(9) VALUE 0.
       01 WS-MASK-POS PIC 9(2) VALUE 0.
       01 WS-SEED-SHIFT PIC 9(9) VALUE 0.
       01 WS-PICK PIC 9(3) VALUE 0.
       01 WS-PICK-2 PIC 9(3) VALUE 0.
       01 WS-HOUSE-NUMBER PIC 9(4) VALUE 0.
       01 WS-UNIT-NUMBER PIC 9(3) VALUE 0.
       01 WS-AREA-CODE PIC 9(3) VALUE 0.
       01 WS-LINE-NUMBER PIC 9(2) VALUE 0.
       01 WS-EMAIL-SUFFIX PIC 9(2) VALUE 0.
       01 WS-FAKE-TAX-ID PIC 9(8) VALUE 0.
       01 WS-FAKE-EIN PIC 9(7) VALUE 0.
       01 WS-FAKE-BANK-ACCOUNT PIC 9(9) VALUE 0.
       01 WS-FAKE-FIRST PIC X(12) VALUE SPACES.
       01 WS-FAKE-LAST PIC X(12) VALUE SPACES.
      * Password hash work fields; the routine is LOGIN's
       01 WS-HASH-INPUT PIC X(20) VALUE SPACES.
       01 WS-HASH-WORK PIC 9(18) VALUE 0.
       01 WS-HASH-POS PIC 9(2) VALUE 0.
       01 WS-HASH-VALUE.
           05 WS-HASH-DIGITS PIC 9(15).
           05 FILLER PIC X(5) VALUE SPACES.
       01 WS-FIRST-NAME-LIST.
           05 FILLER PIC X(12) VALUE "JAMES".
           05 FILLER PIC X(12) VALUE "MARY".
           05 FILLER PIC X(12) VALUE "ROBERT".
           05 FILLER PIC X(12) VALUE "PATRICIA".
           05 FILLER PIC X(12) VALUE "JOHN".
           05 FILLER PIC X(12) VALUE "JENNIFER".
           05 FILLER PIC X(12) VALUE "MICHAEL".
           05 FILLER PIC X(12) VALUE "LINDA".
           05 FILLER PIC X(12) VALUE "DAVID".
           05 FILLER PIC X(12) VALUE "ELIZABETH".
           05 FILLER PIC X(12) VALUE "WILLIAM".
           05 FILLER PIC X(12) VALUE "BARBARA".
           05 FILLER PIC X(12) VALUE "RICHARD".
           05 FILLER PIC X(12) VALUE "SUSAN".
           05 FILLER PIC X(12) VALUE "JOSEPH".
           05 FILLER PIC X(12) VALUE "JESSICA".
           05 FILLER PIC X(12) VALUE "THOMAS".
           05 FILLER PIC X(12) VALUE "SARAH".
           05 FILLER PIC X(12) VALUE "CHARLES".
           05 FILLER PIC X(12) VALUE "KAREN".
           05 FILLER PIC X(12) VALUE "DANIEL".
           05 FILLER PIC X(12) VALUE "NANCY".
           05 FILLER PIC X(12) VALUE "MATTHEW".
           05 FILLER PIC X(12) VALUE "LISA".
           05 FILLER PIC X(12) VALUE "ANTHONY".
           05 FILLER PIC X(12) VALUE "BETTY".
           05 FILLER PIC X(12) VALUE "MARK".
           05 FILLER PIC X(12) VALUE "MARGARET".
           05 FILLER PIC X(12) VALUE "DONALD".
           05 FILLER PIC X(12) VALUE "SANDRA".
           05 FILLER PIC X(12) VALUE "STEVEN".
           05 FILLER PIC X(12) VALUE "ASHLEY".
           05 FILLER PIC X(12) VALUE "PAUL".
           05 FILLER PIC X(12) VALUE "DOROTHY".
           05 FILLER PIC X(12) VALUE "ANDREW".
           05 FILLER PIC X(12) VALUE "KIMBERLY".
           05 FILLER PIC X(12) VALUE "JOSHUA".
           05 FILLER PIC X(12) VALUE "EMILY".
           05 FILLER PIC X(12) VALUE "KENNETH".
           05 FILLER PIC X(12) VALUE "DONNA".
       01 WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-LIST.
           05 WS-FIRST-NAME PIC X(12) OCCURS 40 TIMES.
       01 WS-LAST-NAME-LIST.
           05 FILLER PIC X(12) VALUE "ABERNATHY".
           05 FILLER PIC X(12) VALUE "BRADSHAW".
           05 FILLER PIC X(12) VALUE "CALLOWAY".
           05 FILLER PIC X(12) VALUE "DENTON".
           05 FILLER PIC X(12) VALUE "ELLSWORTH".
           05 FILLER PIC X(12) VALUE "FAIRBANKS".
           05 FILLER PIC X(12) VALUE "GALLOWAY".
           05 FILLER PIC X(12) VALUE "HARTWELL".
           05 FILLER PIC X(12) VALUE "IVERSON".
           05 FILLER PIC X(12) VALUE "JENNINGS".
           05 FILLER PIC X(12) VALUE "KESSLER".
           05 FILLER PIC X(12) VALUE "LANGFORD".
           05 FILLER PIC X(12) VALUE "MERRIWEATHER".
           05 FILLER PIC X(12) VALUE "NORTHCOTT".
           05 FILLER PIC X(12) VALUE "OSBORNE".
           05 FILLER PIC X(12) VALUE "PEMBERTON".
           05 FILLER PIC X(12) VALUE "QUINLAN".
           05 FILLER PIC X(12) VALUE "RADCLIFFE".
           05 FILLER PIC X(12) VALUE "SUMMERFIELD".
           05 FILLER PIC X(12) VALUE "THACKERAY".
           05 FILLER PIC X(12) VALUE "UNDERHILL".
           05 FILLER PIC X(12) VALUE "VANCE".
           05 FILLER PIC X(12) VALUE "WHITAKER".
           05 FILLER PIC X(12) VALUE "YARBROUGH".
           05 FILLER PIC X(12) VALUE "ASHCROFT".
           05 FILLER PIC X(12) VALUE "BLACKWOOD".
           05 FILLER PIC X(12) VALUE "CRANDALL".
           05 FILLER PIC X(12) VALUE "DRUMMOND".
           05 FILLER PIC X(12) VALUE "EASTWICK".
           05 FILLER PIC X(12) VALUE "FLETCHER".
           05 FILLER PIC X(12) VALUE "GREENLEAF".
           05 FILLER PIC X(12) VALUE "HOLLOWAY".
           05 FILLER PIC X(12) VALUE "KINGSLEY".
           05 FILLER PIC X(12) VALUE "LOCKHART".
           05 FILLER PIC X(12) VALUE "MONTROSE".
           05 FILLER PIC X(12) VALUE "NEWCOMB".
           05 FILLER PIC X(12) VALUE "PRESCOTT".
           05 FILLER PIC X(12) VALUE "ROWLAND".
           05 FILLER PIC X(12) VALUE "STANFIELD".
           05 FILLER PIC X(12) VALUE "WINSLOW".
       01 WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAME-LIST.
           05 WS-LAST-NAME PIC X(12) OCCURS 40 TIMES.
       01 WS-STREET-NAME-LIST.
           05 FILLER PIC X(12) VALUE "MAPLE".
           05 FILLER PIC X(12) VALUE "OAK".
           05 FILLER PIC X(12) VALUE "CEDAR".
           05 FILLER PIC X(12) VALUE "ELM".
           05 FILLER PIC X(12) VALUE "WILLOW".
           05 FILLER PIC X(12) VALUE "BIRCH".
           05 FILLER PIC X(12) VALUE "CHESTNUT".
           05 FILLER PIC X(12) VALUE "HICKORY".
           05 FILLER PIC X(12) VALUE "SPRUCE".
           05 FILLER PIC X(12) VALUE "ASPEN".
           05 FILLER PIC X(12) VALUE "LAKEVIEW".
           05 FILLER PIC X(12) VALUE "HILLCREST".
           05 FILLER PIC X(12) VALUE "RIVERSIDE".
           05 FILLER PIC X(12) VALUE "MEADOW".
           05 FILLER PIC X(12) VALUE "SUNSET".
           05 FILLER PIC X(12) VALUE "PARK".
           05 FILLER PIC X(12) VALUE "MILL".
           05 FILLER PIC X(12) VALUE "CHURCH".
           05 FILLER PIC X(12) VALUE "HIGHLAND".
           05 FILLER PIC X(12) VALUE "ORCHARD".
       01 WS-STREET-NAME-TABLE REDEFINES WS-STREET-NAME-LIST.
           05 WS-STREET-NAME PIC X(12) OCCURS 20 TIMES.
       01 WS-STREET-TYPE-LIST.
           05 FILLER PIC X(4) VALUE "ST".
           05 FILLER PIC X(4) VALUE "AVE".
           05 FILLER PIC X(4) VALUE "RD".
           05 FILLER PIC X(4) VALUE "LN".
           05 FILLER PIC X(4) VALUE "DR".
           05 FILLER PIC X(4) VALUE "CT".
       01 WS-STREET-TYPE-TABLE REDEFINES WS-STREET-TYPE-LIST.
           05 WS-STREET-TYPE PIC X(4) OCCURS 6 TIMES.
       01 WS-COMPANY-SUFFIX-LIST.
           05 FILLER PIC X(16) VALUE "SUPPLY CO".
           05 FILLER PIC X(16) VALUE "INDUSTRIES".
           05 FILLER PIC X(16) VALUE "SERVICES INC".
           05 FILLER PIC X(16) VALUE "DISTRIBUTING".
           05 FILLER PIC X(16) VALUE "MANUFACTURING".
           05 FILLER PIC X(16) VALUE "& SONS".
           05 FILLER PIC X(16) VALUE "WHOLESALE".
           05 FILLER PIC X(16) VALUE "LOGISTICS LLC".
       01 WS-COMPANY-SUFFIX-TABLE REDEFINES WS-COMPANY-SUFFIX-LIST.
           05 WS-COMPANY-SUFFIX PIC X(16) OCCURS 8 TIMES.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 140-LOAD-PERMISSIONS
           PERFORM 150-LOAD-SESSION
           PERFORM 160-SET-EXTRACT-PERMISSION
           IF WS-EXTRACT-ALLOWED = "N"
               DISPLAY "The masked extract is not available to this "
                   "session."
               GOBACK
           END-IF
           DISPLAY "Requested by (blank for " WS-USERNAME ")"
           ACCEPT WS-REQUESTED-BY
           IF WS-REQUESTED-BY = SPACES
               MOVE WS-USERNAME TO WS-REQUESTED-BY
           END-IF
           DISPLAY "Purpose of the extract (problem or class)"
           ACCEPT WS-PURPOSE
           IF WS-PURPOSE = SPACES
               DISPLAY "A purpose is required - nothing extracted."
               GOBACK
           END-IF
           DISPLAY "Write masked copies of the customer, user and "
               "vendor masters? (Y/N)"
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Nothing extracted."
               GOBACK
           END-IF
           PERFORM 200-MASK-CUSTOMERS
           PERFORM 300-MASK-USERS
           PERFORM 400-MASK-VENDORS
           PERFORM 500-WRITE-LOG
           DISPLAY "Customers masked: " WS-CUSTOMER-COUNT
               " to MASKED-CUSTOMERS-INDEXED.Dat"
           DISPLAY "Users masked:     " WS-USER-COUNT
               " to MASKED-USERS.dat"
           DISPLAY "Vendors masked:   " WS-VENDOR-COUNT
               " to MASKED-VENDORS.dat"
           GOBACK.
       140-LOAD-PERMISSIONS.
           OPEN INPUT PERMISSION-FILE
           READ PERMISSION-FILE
               AT END MOVE "Y" TO WS-PERM-EOF
           END-READ
           PERFORM UNTIL WS-PERM-EOF = "Y"
               IF WS-PERM-COUNT < 100
                   ADD 1 TO WS-PERM-COUNT
                   MOVE PRM-ROLE TO WS-PRM-ROLE(WS-PERM-COUNT)
                   MOVE PRM-FUNCTION
                       TO WS-PRM-FUNCTION(WS-PERM-COUNT)
               ELSE
                   DISPLAY "Permission table full, record skipped"
               END-IF
               READ PERMISSION-FILE
                   AT END MOVE "Y" TO WS-PERM-EOF
               END-READ
           END-PERFORM
           CLOSE PERMISSION-FILE.
       145-CHECK-PERMISSION.
           MOVE "N" TO WS-PERM-OK
           PERFORM VARYING PRM-IDX FROM 1 BY 1
               UNTIL PRM-IDX > WS-PERM-COUNT
               IF WS-PRM-ROLE(PRM-IDX) = WS-ROLE
                   AND WS-PRM-FUNCTION(PRM-IDX) = WS-PERM-FUNCTION
                   MOVE "Y" TO WS-PERM-OK
               END-IF
           END-PERFORM.
       150-LOAD-SESSION.
           MOVE "V" TO WS-ROLE
           DISPLAY "Enter your terminal ID"
           ACCEPT WS-MY-TERMINAL
           MOVE "N" TO WS-SESSION-EOF
           MOVE "N" TO WS-SESSION-FOUND
           OPEN INPUT SESSION-FILE
           READ SESSION-FILE
               AT END MOVE "Y" TO WS-SESSION-EOF
           END-READ
           PERFORM UNTIL WS-SESSION-EOF = "Y"
               IF SES-TERMINAL-ID = WS-MY-TERMINAL
                   MOVE "Y" TO WS-SESSION-FOUND
                   PERFORM 155-ACCEPT-SESSION
               END-IF
               READ SESSION-FILE
                   AT END MOVE "Y" TO WS-SESSION-EOF
               END-READ
           END-PERFORM
           CLOSE SESSION-FILE
           IF WS-SESSION-FOUND = "N"
               DISPLAY "No session found for this terminal. "
                   "Sign on through LOGIN first."
           END-IF.
       155-ACCEPT-SESSION.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SES-LOGIN-TIME TO WS-SES-TIME
           IF SES-LOGIN-DATE IS NOT NUMERIC
               OR SES-LOGIN-DATE = 0
               DISPLAY "Session record is not valid. Sign on "
                   "again through LOGIN."
           ELSE
               COMPUTE WS-SESSION-AGE-MINS =
                   (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) -
                   FUNCTION INTEGER-OF-DATE(SES-LOGIN-DATE)) * 1440
                   + (WS-NOW-HH * 60) + WS-NOW-MM
                   - (WS-SES-HH * 60) - WS-SES-MM
               IF SES-IDLE-LIMIT > 0
                   AND WS-SESSION-AGE-MINS > SES-IDLE-LIMIT
                   DISPLAY "Session has expired. Sign on again "
                       "through LOGIN."
               ELSE
                   MOVE SES-USERNAME TO WS-USERNAME
                   MOVE SES-ROLE TO WS-ROLE
               END-IF
           END-IF.
      * The extract reads every master in full, so without a
      * permission matrix it is limited to admins
       160-SET-EXTRACT-PERMISSION.
           MOVE "N" TO WS-EXTRACT-ALLOWED
           IF WS-USERNAME NOT = SPACES
               IF WS-PERM-COUNT = 0
                   IF IS-ADMIN
                       MOVE "Y" TO WS-EXTRACT-ALLOWED
                   END-IF
               ELSE
                   MOVE "MASK-EXTRACT" TO WS-PERM-FUNCTION
                   PERFORM 145-CHECK-PERMISSION
                   MOVE WS-PERM-OK TO WS-EXTRACT-ALLOWED
               END-IF
           END-IF.
       200-MASK-CUSTOMERS.
           MOVE "N" TO WS-SCAN-DONE
           OPEN INPUT CUSTOMER-FILE-INDEXED
           OPEN OUTPUT MASKED-CUSTOMER-FILE
           MOVE 0 TO INDEXED-CUSTOMER-NO
           START CUSTOMER-FILE-INDEXED
               KEY IS >= INDEXED-CUSTOMER-NO
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ CUSTOMER-FILE-INDEXED NEXT RECORD
                   AT END MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END
                       PERFORM 250-MASK-ONE-CUSTOMER
                       MOVE INDEXED-CUSTOMER-RECORD
                           TO MASKED-CUSTOMER-RECORD
                       WRITE MASKED-CUSTOMER-RECORD
                           INVALID KEY
                               DISPLAY "Duplicate key on masked copy "
                                   "for " MSK-CUSTOMER-NO
                           NOT INVALID KEY
                               ADD 1 TO WS-CUSTOMER-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE-INDEXED
           CLOSE MASKED-CUSTOMER-FILE.
      * Each field is masked from its own real value; the e-mail
      * is rebuilt from the masked names so it still looks like
      * the customer's own
       250-MASK-ONE-CUSTOMER.
           MOVE INDEXED-FIRST-NAME TO WS-MASK-INPUT
           PERFORM 600-COMPUTE-SEED
           COMPUTE WS-PICK = FUNCTION MOD(WS-MASK-SEED, 40) + 1
           MOVE WS-FIRST-NAME(WS-PICK) TO WS-FAKE-FIRST
           MOVE INDEXED-LAST-NAME TO WS-MASK-INPUT
           PERFORM 600-COMPUTE-SEED
           COMPUTE WS-PICK = FUNCTION MOD(WS-MASK-SEED, 40) + 1
           MOVE WS-LAST-NAME(WS-PICK) TO WS-FAKE-LAST
           IF INDEXED-FIRST-NAME NOT = SPACES
               MOVE WS-FAKE-FIRST TO INDEXED-FIRST-NAME
           END-IF
           IF INDEXED-LAST-NAME NOT = SPACES
               MOVE WS-FAKE-LAST TO INDEXED-LAST-NAME
           END-IF
           IF INDEXED-ADDRESS-LINE-1 NOT = SPACES
               MOVE INDEXED-ADDRESS-LINE-1 TO WS-MASK-INPUT
               PERFORM 600-COMPUTE-SEED
               COMPUTE WS-HOUSE-NUMBER =
                   FUNCTION MOD(WS-MASK-SEED, 9900) + 100
               COMPUTE WS-SEED-SHIFT = WS-MASK-SEED / 9900
               COMPUTE WS-PICK = FUNCTION MOD(WS-SEED-SHIFT, 20) + 1
               COMPUTE WS-SEED-SHIFT = WS-SEED-SHIFT / 20
               COMPUTE WS-PICK-2 =
                   FUNCTION MOD(WS-SEED-SHIFT, 6) + 1
               MOVE SPACES TO INDEXED-ADDRESS-LINE-1
               STRING WS-HOUSE-NUMBER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-STREET-NAME(WS-PICK) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-STREET-TYPE(WS-PICK-2) DELIMITED BY SPACE
                   INTO INDEXED-ADDRESS-LINE-1
           END-IF
           IF INDEXED-ADDRESS-LINE-2 NOT = SPACES
               MOVE INDEXED-ADDRESS-LINE-2 TO WS-MASK-INPUT
               PERFORM 600-COMPUTE-SEED
               COMPUTE WS-UNIT-NUMBER =
                   FUNCTION MOD(WS-MASK-SEED, 900) + 100
               MOVE SPACES TO INDEXED-ADDRESS-LINE-2
               STRING "APT " WS-UNIT-NUMBER DELIMITED BY SIZE
                   INTO INDEXED-ADDRESS-LINE-2
           END-IF
      * Fake numbers use the 555-0100 to 555-0199 range, which is
      * reserved for fictional use
           IF INDEXED-PHONE-NUMBER NOT = SPACES
               MOVE INDEXED-PHONE-NUMBER TO WS-MASK-INPUT
               PERFORM 600-COMPUTE-SEED
               COMPUTE WS-AREA-CODE =
                   FUNCTION MOD(WS-MASK-SEED, 800) + 200
               COMPUTE WS-SEED-SHIFT = WS-MASK-SEED / 800
               COMPUTE WS-LINE-NUMBER =
                   FUNCTION MOD(WS-SEED-SHIFT, 100)
               MOVE SPACES TO INDEXED-PHONE-NUMBER
               STRING WS-AREA-CODE "-555-01" WS-LINE-NUMBER
                   DELIMITED BY SIZE INTO INDEXED-PHONE-NUMBER
           END-IF
           IF INDEXED-EMAIL-ADDRESS NOT = SPACES
               MOVE INDEXED-EMAIL-ADDRESS TO WS-MASK-INPUT
               PERFORM 600-COMPUTE-SEED
               COMPUTE WS-EMAIL-SUFFIX =
                   FUNCTION MOD(WS-MASK-SEED, 100)
               MOVE SPACES TO INDEXED-EMAIL-ADDRESS
               STRING WS-FAKE-FIRST DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   WS-FAKE-LAST DELIMITED BY SPACE
                   WS-EMAIL-SUFFIX DELIMITED BY SIZE
                   "@EXAMPLE.COM" DELIMITED BY SIZE
                   INTO INDEXED-EMAIL-ADDRESS
           END-IF
      * SSNs beginning with 9 are never issued
           IF INDEXED-TAX-ID NOT = SPACES
               MOVE INDEXED-TAX-ID TO WS-MASK-INPUT
               PERFORM 600-COMPUTE-SEED
               COMPUTE WS-FAKE-TAX-ID =
                   FUNCTION MOD(WS-MASK-SEED, 100000000)
               MOVE SPACES TO INDEXED-TAX-ID
               STRING "9" WS-FAKE-TAX-ID
                   DELIMITED BY SIZE INTO INDEXED-TAX-ID
           END-IF.
       300-MASK-USERS.
           OPEN INPUT USER-FILE
           OPEN OUTPUT MASKED-USER-FILE
           READ USER-FILE
               AT END MOVE "Y" TO WS-USERS-EOF
           END-READ
           PERFORM UNTIL WS-USERS-EOF = "Y"
               MOVE USR-USERNAME TO WS-HASH-INPUT
               PERFORM 650-HASH-PASSWORD
               MOVE WS-HASH-VALUE TO USR-USER-PASSWORD
               MOVE USER-FILE-RECORD TO MASKED-USER-RECORD
               WRITE MASKED-USER-RECORD
               ADD 1 TO WS-USER-COUNT
               READ USER-FILE
                   AT END MOVE "Y" TO WS-USERS-EOF
               END-READ
           END-PERFORM
           CLOSE USER-FILE
           CLOSE MASKED-USER-FILE.
      * EINs beginning with 00 are never assigned
       400-MASK-VENDORS.
           OPEN INPUT VENDOR-FILE
           OPEN OUTPUT MASKED-VENDOR-FILE
           READ VENDOR-FILE
               AT END MOVE "Y" TO WS-VENDORS-EOF
           END-READ
           PERFORM UNTIL WS-VENDORS-EOF = "Y"
               IF VEN-NAME NOT = SPACES
                   MOVE VEN-NAME TO WS-MASK-INPUT
                   PERFORM 600-COMPUTE-SEED
                   COMPUTE WS-PICK = FUNCTION MOD(WS-MASK-SEED, 40) + 1
                   COMPUTE WS-SEED-SHIFT = WS-MASK-SEED / 40
                   COMPUTE WS-PICK-2 =
                       FUNCTION MOD(WS-SEED-SHIFT, 8) + 1
                   MOVE SPACES TO VEN-NAME
                   STRING WS-LAST-NAME(WS-PICK) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-COMPANY-SUFFIX(WS-PICK-2) DELIMITED BY SIZE
                       INTO VEN-NAME
               END-IF
               IF VEN-TAX-ID NOT = SPACES
                   MOVE VEN-TAX-ID TO WS-MASK-INPUT
                   PERFORM 600-COMPUTE-SEED
                   COMPUTE WS-FAKE-EIN =
                       FUNCTION MOD(WS-MASK-SEED, 10000000)
                   MOVE SPACES TO VEN-TAX-ID
                   STRING "00" WS-FAKE-EIN
                       DELIMITED BY SIZE INTO VEN-TAX-ID
               END-IF
      * Routing numbers only name the bank and are kept so the
      * ACH logic still validates against them
               IF VEN-BANK-ACCOUNT NOT = SPACES
                   MOVE VEN-BANK-ACCOUNT TO WS-MASK-INPUT
                   PERFORM 600-COMPUTE-SEED
                   MOVE WS-MASK-SEED TO WS-FAKE-BANK-ACCOUNT
                   MOVE SPACES TO VEN-BANK-ACCOUNT
                   STRING "000" WS-FAKE-BANK-ACCOUNT
                       DELIMITED BY SIZE INTO VEN-BANK-ACCOUNT
               END-IF
               MOVE VENDOR-RECORD TO MASKED-VENDOR-RECORD
               WRITE MASKED-VENDOR-RECORD
               ADD 1 TO WS-VENDOR-COUNT
               READ VENDOR-FILE
                   AT END MOVE "Y" TO WS-VENDORS-EOF
               END-READ
           END-PERFORM
           CLOSE VENDOR-FILE
           CLOSE MASKED-VENDOR-FILE.
       500-WRITE-LOG.
           OPEN EXTEND EXTRACT-LOG-FILE
           MOVE WS-TODAY TO MXL-DATE
           ACCEPT MXL-TIME FROM TIME
           MOVE WS-USERNAME TO MXL-OPERATOR
           MOVE WS-REQUESTED-BY TO MXL-REQUESTED-BY
           MOVE WS-PURPOSE TO MXL-PURPOSE
           MOVE WS-CUSTOMER-COUNT TO MXL-CUSTOMER-COUNT
           MOVE WS-USER-COUNT TO MXL-USER-COUNT
           MOVE WS-VENDOR-COUNT TO MXL-VENDOR-COUNT
           WRITE EXTRACT-LOG-RECORD
           CLOSE EXTRACT-LOG-FILE.
      * Case is ignored so "Smith" and "SMITH" mask alike
       600-COMPUTE-SEED.
           MOVE FUNCTION UPPER-CASE(WS-MASK-INPUT) TO WS-MASK-INPUT
           MOVE 7919 TO WS-MASK-SEED
           PERFORM VARYING WS-MASK-POS FROM 1 BY 1
               UNTIL WS-MASK-POS > 40
               COMPUTE WS-MASK-SEED =
                   FUNCTION MOD(WS-MASK-SEED * 31 +
                   FUNCTION ORD(WS-MASK-INPUT(WS-MASK-POS:1)) *
                   WS-MASK-POS, 999999937)
           END-PERFORM.
      * Same one-way hash as LOGIN, USERADM and PWMIGRT
       650-HASH-PASSWORD.
           MOVE 7261 TO WS-HASH-WORK
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
               UNTIL WS-HASH-POS > 20
               COMPUTE WS-HASH-WORK =
                   FUNCTION MOD(WS-HASH-WORK * 31 +
                   FUNCTION ORD(WS-HASH-INPUT(WS-HASH-POS:1)) *
                   WS-HASH-POS, 1000000000000000)
           END-PERFORM
           MOVE WS-HASH-WORK TO WS-HASH-DIGITS.
