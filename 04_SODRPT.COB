       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPT.
      * Segregation-of-duties conflict report for the auditors.
      * The maintenance and approval logs are read into one list of
      * events, each naming the function performed, the user, the
      * subject acted on and the date:
      *   VENDOR-CHANGE-LOG.dat      MAINT-VENDOR, APPR-VENBANK and
      *                              OVRD-VENDOR on a vendor
      *   INVOICE-AUDIT.dat          ENTER-INV for a vendor
      *   INVOICE-DISP-AUDIT.dat     DISP-INVOICE (approvals only)
      *                              for a vendor
      *   COMMISSION-DISPOSITIONS.dat APPR-COMMISS (approvals only)
      *                              for a rep
      *   USER-ADMIN-AUDIT.dat       SEPARATE-EMP on a rep, and
      *                              ADMIN-USERS on a user
      *   PERMISSION-CHANGE-LOG.dat  MAINT-PERMS on a role
      * Each rule on SOD-RULES.dat names two functions that one
      * person must not both perform, whether both must be on the
      * same vendor or rep, and the window in days (0 = any time).
      * Without a rules file the built-in rules below are used.
      * SOD-CONFLICTS.dat lists every user found on both sides of a
      * rule, and every role in PERMISSIONS.dat that is granted both
      * functions of a rule.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RULES-FILE ASSIGN TO
           "SOD-RULES.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VENDOR-LOG-FILE ASSIGN TO
           "VENDOR-CHANGE-LOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INVOICE-AUDIT-FILE ASSIGN TO
           "INVOICE-AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DISP-AUDIT-FILE ASSIGN TO
           "INVOICE-DISP-AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DISPOSITION-FILE ASSIGN TO
           "COMMISSION-DISPOSITIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADMIN-AUDIT-FILE ASSIGN TO
           "USER-ADMIN-AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PERM-LOG-FILE ASSIGN TO
           "PERMISSION-CHANGE-LOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PERMISSION-FILE ASSIGN TO
           "PERMISSIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONFLICT-FILE ASSIGN TO
           "SOD-CONFLICTS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RULES-FILE.
       01 RULES-RECORD.
           05 SOD-RULE-ID PIC X(6).
           05 SOD-FUNCTION-A PIC X(12).
           05 SOD-FUNCTION-B PIC X(12).
      * SOD-SAME-SUBJECT: Y = only a conflict when both are on the
      * same vendor or rep; N = any two actions by the user
           05 SOD-SAME-SUBJECT PIC X(1).
           05 SOD-WINDOW-DAYS PIC 9(3).
           05 SOD-DESCRIPTION PIC X(40).
       FD VENDOR-LOG-FILE.
       01 VENDOR-LOG-RECORD.
           05 VCL-VENDOR-NUMBER PIC X(6).
           05 VCL-ACTION PIC X(6).
           05 VCL-FIELD-NAME PIC X(20).
           05 VCL-OLD-VALUE PIC X(30).
           05 VCL-NEW-VALUE PIC X(30).
           05 VCL-TIMESTAMP PIC 9(14).
           05 VCL-USERNAME PIC X(20).
       FD INVOICE-AUDIT-FILE.
       01 INVOICE-AUDIT-RECORD.
           05 AUD-INV-NUMBER PIC X(10).
           05 AUD-VENDOR-NUMBER PIC X(6).
           05 AUD-AMOUNT PIC 9(7)V99.
           05 AUD-DECISION PIC X(60).
           05 AUD-DATE PIC 9(8).
           05 AUD-TIME PIC 9(8).
           05 AUD-USER-ID PIC X(20).
       FD DISP-AUDIT-FILE.
       01 DISP-AUDIT-RECORD.
           05 DAU-INV-NUMBER PIC X(10).
           05 DAU-VENDOR-NUMBER PIC X(6).
           05 DAU-AMOUNT PIC 9(7)V99.
           05 DAU-BAND PIC X(60).
           05 DAU-DECISION PIC X(30).
           05 DAU-USER-ID PIC X(20).
           05 DAU-DATE PIC 9(8).
           05 DAU-TIME PIC 9(8).
           05 DAU-FOR-USER PIC X(20).
       FD DISPOSITION-FILE.
       01 DISPOSITION-RECORD.
           05 DSP-SALES-ID PIC X(6).
           05 DSP-PRODUCT-LINE PIC X(4).
           05 DSP-UNITS-SOLD PIC 9(4).
           05 DSP-COMMISSION-AMOUNT PIC 9(9)V99.
           05 DSP-DECISION PIC X(1).
           05 DSP-REASON PIC X(30).
           05 DSP-APPROVER PIC X(20).
           05 DSP-DATE PIC 9(8).
           05 DSP-FOR-USER PIC X(20).
       FD ADMIN-AUDIT-FILE.
       01 ADMIN-AUDIT-RECORD.
           05 ADM-ACTION PIC X(10).
           05 ADM-TARGET-USER PIC X(20).
           05 ADM-ADMIN-USER PIC X(20).
           05 ADM-DATE PIC 9(8).
           05 ADM-TIME PIC 9(8).
           05 ADM-APPROVER PIC X(20).
           05 ADM-SALES-ID PIC X(6).
       FD PERM-LOG-FILE.
       01 PERM-LOG-RECORD.
           05 PCL-ROLE PIC X(1).
           05 PCL-FUNCTION PIC X(12).
           05 PCL-ACTION PIC X(6).
           05 PCL-TIMESTAMP PIC 9(14).
           05 PCL-USERNAME PIC X(20).
       FD PERMISSION-FILE.
       01 PERMISSION-RECORD.
           05 PRM-ROLE PIC X(1).
           05 PRM-FUNCTION PIC X(12).
       FD CONFLICT-FILE.
       01 CONFLICT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-EOF PIC X VALUE "N".
       01 WS-RULES-SOURCE PIC X(1) VALUE "F".
      * Built-in rules, used when SOD-RULES.dat is absent or empty
       01 WS-DEFAULT-RULES.
           05 FILLER.
               10 FILLER PIC X(6) VALUE "SOD001".
               10 FILLER PIC X(12) VALUE "MAINT-VENDOR".
               10 FILLER PIC X(12) VALUE "DISP-INVOICE".
               10 FILLER PIC X(1) VALUE "Y".
               10 FILLER PIC 9(3) VALUE 365.
               10 FILLER PIC X(40)
                   VALUE "Sets up a vendor, approves its invoices".
           05 FILLER.
               10 FILLER PIC X(6) VALUE "SOD002".
               10 FILLER PIC X(12) VALUE "MAINT-VENDOR".
               10 FILLER PIC X(12) VALUE "ENTER-INV".
               10 FILLER PIC X(1) VALUE "Y".
               10 FILLER PIC 9(3) VALUE 365.
               10 FILLER PIC X(40)
                   VALUE "Sets up a vendor, enters its invoices".
           05 FILLER.
               10 FILLER PIC X(6) VALUE "SOD003".
               10 FILLER PIC X(12) VALUE "SEPARATE-EMP".
               10 FILLER PIC X(12) VALUE "APPR-COMMISS".
               10 FILLER PIC X(1) VALUE "Y".
               10 FILLER PIC 9(3) VALUE 365.
               10 FILLER PIC X(40)
                   VALUE "Changes a rep, approves their commission".
           05 FILLER.
               10 FILLER PIC X(6) VALUE "SOD004".
               10 FILLER PIC X(12) VALUE "ADMIN-USERS".
               10 FILLER PIC X(12) VALUE "MAINT-PERMS".
               10 FILLER PIC X(1) VALUE "N".
               10 FILLER PIC 9(3) VALUE 030.
               10 FILLER PIC X(40)
                   VALUE "Administers users and the permissions".
       01 WS-DEFAULT-RULE-TABLE REDEFINES WS-DEFAULT-RULES.
           05 WS-DEFAULT-RULE PIC X(74) OCCURS 4 TIMES.
       01 WS-DEFAULT-COUNT PIC 9(2) VALUE 4.
       01 WS-RULE-COUNT PIC 9(3) VALUE 0.
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 50 TIMES INDEXED BY RUL-IDX.
               10 WS-RUL-ID PIC X(6).
               10 WS-RUL-FUNCTION-A PIC X(12).
               10 WS-RUL-FUNCTION-B PIC X(12).
               10 WS-RUL-SAME-SUBJECT PIC X(1).
               10 WS-RUL-WINDOW-DAYS PIC 9(3).
               10 WS-RUL-DESCRIPTION PIC X(40).
      * One entry per logged action
       01 WS-EVT-COUNT PIC 9(5) VALUE 0.
       01 WS-EVT-SKIPPED PIC 9(5) VALUE 0.
       01 WS-EVT-TABLE.
           05 WS-EVT-ENTRY OCCURS 5000 TIMES INDEXED BY EVT-IDX.
               10 WS-EVT-FUNCTION PIC X(12).
               10 WS-EVT-USER PIC X(20).
      * WS-EVT-SUBJECT-TYPE: V = vendor, R = rep, U = user,
      * P = role
               10 WS-EVT-SUBJECT-TYPE PIC X(1).
               10 WS-EVT-SUBJECT PIC X(20).
               10 WS-EVT-DATE PIC 9(8).
               10 WS-EVT-DAY PIC 9(7).
       01 WS-NEW-FUNCTION PIC X(12) VALUE SPACES.
       01 WS-NEW-USER PIC X(20) VALUE SPACES.
       01 WS-NEW-SUBJECT-TYPE PIC X(1) VALUE SPACES.
       01 WS-NEW-SUBJECT PIC X(20) VALUE SPACES.
       01 WS-NEW-DATE PIC 9(8) VALUE 0.
       01 WS-OVERRIDE-BY PIC X(20) VALUE SPACES.
       01 WS-PAIR-A PIC 9(5) VALUE 0.
       01 WS-PAIR-B PIC 9(5) VALUE 0.
       01 WS-PAIR-GAP PIC 9(7) VALUE 0.
       01 WS-PAIR-OK PIC X VALUE "N".
      * One entry per rule, user and subject found in conflict;
      * the closest pair of actions is kept for the report
       01 WS-CONF-COUNT PIC 9(4) VALUE 0.
       01 WS-CONF-FOUND PIC 9(4) VALUE 0.
       01 WS-CONF-TABLE.
           05 WS-CONF-ENTRY OCCURS 1000 TIMES INDEXED BY CNF-IDX.
               10 WS-CNF-RULE PIC 9(3).
               10 WS-CNF-USER PIC X(20).
               10 WS-CNF-SUBJECT-TYPE PIC X(1).
               10 WS-CNF-SUBJECT PIC X(20).
               10 WS-CNF-DATE-A PIC 9(8).
               10 WS-CNF-DATE-B PIC 9(8).
               10 WS-CNF-GAP PIC 9(7).
               10 WS-CNF-PAIRS PIC 9(5).
       01 WS-PERM-COUNT PIC 9(3) VALUE 0.
       01 WS-PERM-TABLE.
           05 WS-PERM-ENTRY OCCURS 100 TIMES INDEXED BY PRM-IDX.
               10 WS-PRM-ROLE PIC X(1).
               10 WS-PRM-FUNCTION PIC X(12).
       01 WS-ROLE-COUNT PIC 9(2) VALUE 0.
       01 WS-ROLE-TABLE.
           05 WS-ROLE-ENTRY PIC X(1) OCCURS 26 TIMES
               INDEXED BY ROL-IDX.
       01 WS-ROLE-KNOWN PIC X VALUE "N".
       01 WS-ROLE-HAS-A PIC X VALUE "N".
       01 WS-ROLE-HAS-B PIC X VALUE "N".
       01 WS-ROLE-CONFLICTS PIC 9(4) VALUE 0.
       01 WS-HEADING-LINE-1.
           05 FILLER PIC X(8) VALUE " RULE".
           05 FILLER PIC X(21) VALUE "USER".
           05 FILLER PIC X(23) VALUE "SUBJECT".
           05 FILLER PIC X(22) VALUE "FUNCTION A   DATE".
           05 FILLER PIC X(22) VALUE "FUNCTION B   DATE".
           05 FILLER PIC X(12) VALUE " DAYS PAIRS".
       01 WS-DETAIL-LINE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-RULE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-USER PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-SUBJECT-TYPE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-SUBJECT PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-FUNCTION-A PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-DATE-A PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-FUNCTION-B PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-DATE-B PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-GAP PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-PAIRS PIC ZZZZ9.
       01 WS-HEADING-LINE-2.
           05 FILLER PIC X(8) VALUE " RULE".
           05 FILLER PIC X(5) VALUE "ROLE".
           05 FILLER PIC X(13) VALUE "FUNCTION A".
           05 FILLER PIC X(13) VALUE "FUNCTION B".
           05 FILLER PIC X(40) VALUE "DESCRIPTION".
       01 WS-ROLE-LINE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RLN-RULE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RLN-ROLE PIC X(1).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-RLN-FUNCTION-A PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RLN-FUNCTION-B PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RLN-DESCRIPTION PIC X(40).
       01 WS-RULE-LINE.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-RRL-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RRL-FUNCTION-A PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RRL-FUNCTION-B PIC X(12).
           05 FILLER PIC X(14) VALUE " same subject ".
           05 WS-RRL-SAME-SUBJECT PIC X(1).
           05 FILLER PIC X(9) VALUE "  window ".
           05 WS-RRL-WINDOW PIC ZZ9.
           05 FILLER PIC X(7) VALUE " days  ".
           05 WS-RRL-DESCRIPTION PIC X(40).
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 150-LOAD-RULES
           PERFORM 200-LOAD-VENDOR-LOG
           PERFORM 210-LOAD-INVOICE-AUDIT
           PERFORM 220-LOAD-DISP-AUDIT
           PERFORM 230-LOAD-DISPOSITIONS
           PERFORM 240-LOAD-ADMIN-AUDIT
           PERFORM 250-LOAD-PERM-LOG
           PERFORM 260-LOAD-PERMISSIONS
           PERFORM 300-FIND-USER-CONFLICTS
           OPEN OUTPUT CONFLICT-FILE
           PERFORM 400-PRINT-HEADER
           PERFORM 410-PRINT-USER-CONFLICTS
           PERFORM 450-PRINT-ROLE-CONFLICTS
           CLOSE CONFLICT-FILE
           DISPLAY "Actions read from the logs: " WS-EVT-COUNT
           IF WS-EVT-SKIPPED > 0
               DISPLAY "Actions not checked, table full: "
                   WS-EVT-SKIPPED
           END-IF
           DISPLAY "User conflicts: " WS-CONF-COUNT
           DISPLAY "Role conflicts: " WS-ROLE-CONFLICTS
           DISPLAY "Report written to SOD-CONFLICTS.dat"
           GOBACK.
       150-LOAD-RULES.
           MOVE "N" TO WS-EOF
           OPEN INPUT RULES-FILE
           READ RULES-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               IF SOD-RULE-ID NOT = SPACES
                   PERFORM 155-ADD-RULE
               END-IF
               READ RULES-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE RULES-FILE
           IF WS-RULE-COUNT = 0
               MOVE "B" TO WS-RULES-SOURCE
               PERFORM VARYING RUL-IDX FROM 1 BY 1
                   UNTIL RUL-IDX > WS-DEFAULT-COUNT
                   MOVE WS-DEFAULT-RULE(RUL-IDX) TO RULES-RECORD
                   PERFORM 155-ADD-RULE
               END-PERFORM
           END-IF.
       155-ADD-RULE.
           IF WS-RULE-COUNT < 50
               ADD 1 TO WS-RULE-COUNT
               MOVE SOD-RULE-ID TO WS-RUL-ID(WS-RULE-COUNT)
               MOVE SOD-FUNCTION-A TO WS-RUL-FUNCTION-A(WS-RULE-COUNT)
               MOVE SOD-FUNCTION-B TO WS-RUL-FUNCTION-B(WS-RULE-COUNT)
               MOVE FUNCTION UPPER-CASE(SOD-SAME-SUBJECT)
                   TO WS-RUL-SAME-SUBJECT(WS-RULE-COUNT)
               IF SOD-WINDOW-DAYS IS NUMERIC
                   MOVE SOD-WINDOW-DAYS
                       TO WS-RUL-WINDOW-DAYS(WS-RULE-COUNT)
               ELSE
                   MOVE 0 TO WS-RUL-WINDOW-DAYS(WS-RULE-COUNT)
               END-IF
               MOVE SOD-DESCRIPTION
                   TO WS-RUL-DESCRIPTION(WS-RULE-COUNT)
           ELSE
               DISPLAY "Rule table full, rule skipped: " SOD-RULE-ID
           END-IF.
      * Vendor set-up and changes, bank approvals and duplicate
      * overrides; the overriding supervisor is named in the new
      * value as "BY <user>"
       200-LOAD-VENDOR-LOG.
           MOVE "N" TO WS-EOF
           OPEN INPUT VENDOR-LOG-FILE
           READ VENDOR-LOG-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               MOVE "V" TO WS-NEW-SUBJECT-TYPE
               MOVE VCL-VENDOR-NUMBER TO WS-NEW-SUBJECT
               COMPUTE WS-NEW-DATE = VCL-TIMESTAMP / 1000000
               MOVE VCL-USERNAME TO WS-NEW-USER
               EVALUATE VCL-ACTION
                   WHEN "BANKOK"
                   WHEN "BANKRJ"
                       MOVE "APPR-VENBANK" TO WS-NEW-FUNCTION
                   WHEN "OVRIDE"
                       MOVE "OVRD-VENDOR" TO WS-NEW-FUNCTION
                       MOVE SPACES TO WS-OVERRIDE-BY
                       UNSTRING VCL-NEW-VALUE DELIMITED BY "BY "
                           INTO WS-OVERRIDE-BY WS-NEW-USER
                       END-UNSTRING
                   WHEN OTHER
                       MOVE "MAINT-VENDOR" TO WS-NEW-FUNCTION
               END-EVALUATE
               PERFORM 290-ADD-EVENT
               READ VENDOR-LOG-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE VENDOR-LOG-FILE.
       210-LOAD-INVOICE-AUDIT.
           MOVE "N" TO WS-EOF
           OPEN INPUT INVOICE-AUDIT-FILE
           READ INVOICE-AUDIT-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               MOVE "ENTER-INV" TO WS-NEW-FUNCTION
               MOVE AUD-USER-ID TO WS-NEW-USER
               MOVE "V" TO WS-NEW-SUBJECT-TYPE
               MOVE AUD-VENDOR-NUMBER TO WS-NEW-SUBJECT
               MOVE AUD-DATE TO WS-NEW-DATE
               PERFORM 290-ADD-EVENT
               READ INVOICE-AUDIT-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE INVOICE-AUDIT-FILE.
       220-LOAD-DISP-AUDIT.
           MOVE "N" TO WS-EOF
           OPEN INPUT DISP-AUDIT-FILE
           READ DISP-AUDIT-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               IF DAU-DECISION = "APPROVED"
                   MOVE "DISP-INVOICE" TO WS-NEW-FUNCTION
                   MOVE DAU-USER-ID TO WS-NEW-USER
                   MOVE "V" TO WS-NEW-SUBJECT-TYPE
                   MOVE DAU-VENDOR-NUMBER TO WS-NEW-SUBJECT
                   MOVE DAU-DATE TO WS-NEW-DATE
                   PERFORM 290-ADD-EVENT
               END-IF
               READ DISP-AUDIT-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE DISP-AUDIT-FILE.
       230-LOAD-DISPOSITIONS.
           MOVE "N" TO WS-EOF
           OPEN INPUT DISPOSITION-FILE
           READ DISPOSITION-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               IF DSP-DECISION = "A"
                   MOVE "APPR-COMMISS" TO WS-NEW-FUNCTION
                   MOVE DSP-APPROVER TO WS-NEW-USER
                   MOVE "R" TO WS-NEW-SUBJECT-TYPE
                   MOVE DSP-SALES-ID TO WS-NEW-SUBJECT
                   MOVE DSP-DATE TO WS-NEW-DATE
                   PERFORM 290-ADD-EVENT
               END-IF
               READ DISPOSITION-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE DISPOSITION-FILE.
      * A separation changes the rep's master record; every other
      * action is user administration, by the requesting admin
      * and by the second admin who applied it
       240-LOAD-ADMIN-AUDIT.
           MOVE "N" TO WS-EOF
           OPEN INPUT ADMIN-AUDIT-FILE
           READ ADMIN-AUDIT-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               MOVE ADM-DATE TO WS-NEW-DATE
               IF ADM-ACTION = "SEPARATE" AND ADM-SALES-ID NOT = SPACES
                   MOVE "SEPARATE-EMP" TO WS-NEW-FUNCTION
                   MOVE ADM-ADMIN-USER TO WS-NEW-USER
                   MOVE "R" TO WS-NEW-SUBJECT-TYPE
                   MOVE ADM-SALES-ID TO WS-NEW-SUBJECT
                   PERFORM 290-ADD-EVENT
               ELSE
                   MOVE "ADMIN-USERS" TO WS-NEW-FUNCTION
                   MOVE ADM-ADMIN-USER TO WS-NEW-USER
                   MOVE "U" TO WS-NEW-SUBJECT-TYPE
                   MOVE ADM-TARGET-USER TO WS-NEW-SUBJECT
                   PERFORM 290-ADD-EVENT
                   IF ADM-APPROVER NOT = SPACES
                       MOVE "ADMIN-USERS" TO WS-NEW-FUNCTION
                       MOVE ADM-APPROVER TO WS-NEW-USER
                       MOVE "U" TO WS-NEW-SUBJECT-TYPE
                       MOVE ADM-TARGET-USER TO WS-NEW-SUBJECT
                       PERFORM 290-ADD-EVENT
                   END-IF
               END-IF
               READ ADMIN-AUDIT-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE ADMIN-AUDIT-FILE.
       250-LOAD-PERM-LOG.
           MOVE "N" TO WS-EOF
           OPEN INPUT PERM-LOG-FILE
           READ PERM-LOG-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               MOVE "MAINT-PERMS" TO WS-NEW-FUNCTION
               MOVE PCL-USERNAME TO WS-NEW-USER
               MOVE "P" TO WS-NEW-SUBJECT-TYPE
               MOVE PCL-ROLE TO WS-NEW-SUBJECT
               COMPUTE WS-NEW-DATE = PCL-TIMESTAMP / 1000000
               PERFORM 290-ADD-EVENT
               READ PERM-LOG-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE PERM-LOG-FILE.
       260-LOAD-PERMISSIONS.
           MOVE "N" TO WS-EOF
           OPEN INPUT PERMISSION-FILE
           READ PERMISSION-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               IF WS-PERM-COUNT < 100
                   ADD 1 TO WS-PERM-COUNT
                   MOVE PRM-ROLE TO WS-PRM-ROLE(WS-PERM-COUNT)
                   MOVE PRM-FUNCTION
                       TO WS-PRM-FUNCTION(WS-PERM-COUNT)
                   PERFORM 265-NOTE-ROLE
               ELSE
                   DISPLAY "Permission table full, record skipped"
               END-IF
               READ PERMISSION-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE PERMISSION-FILE.
       265-NOTE-ROLE.
           MOVE "N" TO WS-ROLE-KNOWN
           PERFORM VARYING ROL-IDX FROM 1 BY 1
               UNTIL ROL-IDX > WS-ROLE-COUNT
               IF WS-ROLE-ENTRY(ROL-IDX) = PRM-ROLE
                   MOVE "Y" TO WS-ROLE-KNOWN
               END-IF
           END-PERFORM
           IF WS-ROLE-KNOWN = "N" AND WS-ROLE-COUNT < 26
               ADD 1 TO WS-ROLE-COUNT
               MOVE PRM-ROLE TO WS-ROLE-ENTRY(WS-ROLE-COUNT)
           END-IF.
      * Actions with no user or no usable date cannot be tied to
      * anyone and are left out
       290-ADD-EVENT.
           IF WS-NEW-USER NOT = SPACES
               AND WS-NEW-DATE > 19000100
               IF WS-EVT-COUNT < 5000
                   ADD 1 TO WS-EVT-COUNT
                   MOVE WS-NEW-FUNCTION
                       TO WS-EVT-FUNCTION(WS-EVT-COUNT)
                   MOVE WS-NEW-USER TO WS-EVT-USER(WS-EVT-COUNT)
                   MOVE WS-NEW-SUBJECT-TYPE
                       TO WS-EVT-SUBJECT-TYPE(WS-EVT-COUNT)
                   MOVE WS-NEW-SUBJECT TO WS-EVT-SUBJECT(WS-EVT-COUNT)
                   MOVE WS-NEW-DATE TO WS-EVT-DATE(WS-EVT-COUNT)
                   COMPUTE WS-EVT-DAY(WS-EVT-COUNT) =
                       FUNCTION INTEGER-OF-DATE(WS-NEW-DATE)
               ELSE
                   ADD 1 TO WS-EVT-SKIPPED
               END-IF
           END-IF.
       300-FIND-USER-CONFLICTS.
           PERFORM VARYING RUL-IDX FROM 1 BY 1
               UNTIL RUL-IDX > WS-RULE-COUNT
               PERFORM VARYING WS-PAIR-A FROM 1 BY 1
                   UNTIL WS-PAIR-A > WS-EVT-COUNT
                   IF WS-EVT-FUNCTION(WS-PAIR-A) =
                       WS-RUL-FUNCTION-A(RUL-IDX)
                       PERFORM 310-MATCH-FUNCTION-B
                   END-IF
               END-PERFORM
           END-PERFORM.
       310-MATCH-FUNCTION-B.
           PERFORM VARYING WS-PAIR-B FROM 1 BY 1
               UNTIL WS-PAIR-B > WS-EVT-COUNT
               IF WS-EVT-FUNCTION(WS-PAIR-B) =
                   WS-RUL-FUNCTION-B(RUL-IDX)
                   AND WS-EVT-USER(WS-PAIR-B) =
                       WS-EVT-USER(WS-PAIR-A)
                   AND WS-PAIR-B NOT = WS-PAIR-A
                   PERFORM 320-CHECK-PAIR
               END-IF
           END-PERFORM.
       320-CHECK-PAIR.
           MOVE "Y" TO WS-PAIR-OK
           IF WS-RUL-SAME-SUBJECT(RUL-IDX) = "Y"
               IF WS-EVT-SUBJECT-TYPE(WS-PAIR-A) NOT =
                   WS-EVT-SUBJECT-TYPE(WS-PAIR-B)
                   OR WS-EVT-SUBJECT(WS-PAIR-A) NOT =
                       WS-EVT-SUBJECT(WS-PAIR-B)
                   OR WS-EVT-SUBJECT(WS-PAIR-A) = SPACES
                   MOVE "N" TO WS-PAIR-OK
               END-IF
           END-IF
           COMPUTE WS-PAIR-GAP = FUNCTION ABS(
               WS-EVT-DAY(WS-PAIR-A) - WS-EVT-DAY(WS-PAIR-B))
           IF WS-RUL-WINDOW-DAYS(RUL-IDX) > 0
               AND WS-PAIR-GAP > WS-RUL-WINDOW-DAYS(RUL-IDX)
               MOVE "N" TO WS-PAIR-OK
           END-IF
           IF WS-PAIR-OK = "Y"
               PERFORM 330-RECORD-CONFLICT
           END-IF.
      * A rule that does not need the same subject is reported
      * once per user, not once per vendor or rep
       330-RECORD-CONFLICT.
           MOVE 0 TO WS-CONF-FOUND
           PERFORM VARYING CNF-IDX FROM 1 BY 1
               UNTIL CNF-IDX > WS-CONF-COUNT
               IF WS-CNF-RULE(CNF-IDX) = RUL-IDX
                   AND WS-CNF-USER(CNF-IDX) = WS-EVT-USER(WS-PAIR-A)
                   AND (WS-RUL-SAME-SUBJECT(RUL-IDX) NOT = "Y"
                   OR WS-CNF-SUBJECT(CNF-IDX) =
                       WS-EVT-SUBJECT(WS-PAIR-A))
                   MOVE CNF-IDX TO WS-CONF-FOUND
               END-IF
           END-PERFORM
           IF WS-CONF-FOUND = 0
               IF WS-CONF-COUNT < 1000
                   ADD 1 TO WS-CONF-COUNT
                   MOVE WS-CONF-COUNT TO WS-CONF-FOUND
                   SET WS-CNF-RULE(WS-CONF-FOUND) TO RUL-IDX
                   MOVE WS-EVT-USER(WS-PAIR-A)
                       TO WS-CNF-USER(WS-CONF-FOUND)
                   MOVE 0 TO WS-CNF-PAIRS(WS-CONF-FOUND)
                   MOVE 9999999 TO WS-CNF-GAP(WS-CONF-FOUND)
                   IF WS-RUL-SAME-SUBJECT(RUL-IDX) = "Y"
                       MOVE WS-EVT-SUBJECT-TYPE(WS-PAIR-A)
                           TO WS-CNF-SUBJECT-TYPE(WS-CONF-FOUND)
                       MOVE WS-EVT-SUBJECT(WS-PAIR-A)
                           TO WS-CNF-SUBJECT(WS-CONF-FOUND)
                   ELSE
                       MOVE SPACES TO WS-CNF-SUBJECT-TYPE(WS-CONF-FOUND)
                       MOVE "(ANY)" TO WS-CNF-SUBJECT(WS-CONF-FOUND)
                   END-IF
               ELSE
                   DISPLAY "Conflict table full, conflict for "
                       WS-EVT-USER(WS-PAIR-A) " not listed"
               END-IF
           END-IF
           IF WS-CONF-FOUND > 0
               ADD 1 TO WS-CNF-PAIRS(WS-CONF-FOUND)
               IF WS-PAIR-GAP < WS-CNF-GAP(WS-CONF-FOUND)
                   MOVE WS-PAIR-GAP TO WS-CNF-GAP(WS-CONF-FOUND)
                   MOVE WS-EVT-DATE(WS-PAIR-A)
                       TO WS-CNF-DATE-A(WS-CONF-FOUND)
                   MOVE WS-EVT-DATE(WS-PAIR-B)
                       TO WS-CNF-DATE-B(WS-CONF-FOUND)
               END-IF
           END-IF.
       400-PRINT-HEADER.
           MOVE SPACES TO CONFLICT-RECORD
           STRING " Segregation of Duties Conflicts - run "
               DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO CONFLICT-RECORD
           WRITE CONFLICT-RECORD
           MOVE SPACES TO CONFLICT-RECORD
           WRITE CONFLICT-RECORD
           IF WS-RULES-SOURCE = "B"
               MOVE " Rules checked (built in; no SOD-RULES.dat):"
                   TO CONFLICT-RECORD
           ELSE
               MOVE " Rules checked (from SOD-RULES.dat):"
                   TO CONFLICT-RECORD
           END-IF
           WRITE CONFLICT-RECORD
           PERFORM VARYING RUL-IDX FROM 1 BY 1
               UNTIL RUL-IDX > WS-RULE-COUNT
               MOVE WS-RUL-ID(RUL-IDX) TO WS-RRL-ID
               MOVE WS-RUL-FUNCTION-A(RUL-IDX) TO WS-RRL-FUNCTION-A
               MOVE WS-RUL-FUNCTION-B(RUL-IDX) TO WS-RRL-FUNCTION-B
               MOVE WS-RUL-SAME-SUBJECT(RUL-IDX)
                   TO WS-RRL-SAME-SUBJECT
               MOVE WS-RUL-WINDOW-DAYS(RUL-IDX) TO WS-RRL-WINDOW
               MOVE WS-RUL-DESCRIPTION(RUL-IDX)
                   TO WS-RRL-DESCRIPTION
               MOVE WS-RULE-LINE TO CONFLICT-RECORD
               WRITE CONFLICT-RECORD
           END-PERFORM
           MOVE SPACES TO CONFLICT-RECORD
           WRITE CONFLICT-RECORD.
       410-PRINT-USER-CONFLICTS.
           MOVE " Same user on both sides of a conflict"
               TO CONFLICT-RECORD
           WRITE CONFLICT-RECORD
           MOVE WS-HEADING-LINE-1 TO CONFLICT-RECORD
           WRITE CONFLICT-RECORD
           PERFORM VARYING CNF-IDX FROM 1 BY 1
               UNTIL CNF-IDX > WS-CONF-COUNT
               SET RUL-IDX TO WS-CNF-RULE(CNF-IDX)
               MOVE WS-RUL-ID(RUL-IDX) TO WS-DTL-RULE
               MOVE WS-CNF-USER(CNF-IDX) TO WS-DTL-USER
               MOVE WS-CNF-SUBJECT-TYPE(CNF-IDX)
                   TO WS-DTL-SUBJECT-TYPE
               MOVE WS-CNF-SUBJECT(CNF-IDX) TO WS-DTL-SUBJECT
               MOVE WS-RUL-FUNCTION-A(RUL-IDX) TO WS-DTL-FUNCTION-A
               MOVE WS-CNF-DATE-A(CNF-IDX) TO WS-DTL-DATE-A
               MOVE WS-RUL-FUNCTION-B(RUL-IDX) TO WS-DTL-FUNCTION-B
               MOVE WS-CNF-DATE-B(CNF-IDX) TO WS-DTL-DATE-B
               MOVE WS-CNF-GAP(CNF-IDX) TO WS-DTL-GAP
               MOVE WS-CNF-PAIRS(CNF-IDX) TO WS-DTL-PAIRS
               MOVE WS-DETAIL-LINE TO CONFLICT-RECORD
               WRITE CONFLICT-RECORD
           END-PERFORM
           IF WS-CONF-COUNT = 0
               MOVE "  No user conflicts found" TO CONFLICT-RECORD
               WRITE CONFLICT-RECORD
           END-IF
           MOVE SPACES TO CONFLICT-RECORD
           WRITE CONFLICT-RECORD
           MOVE " Subject: V = vendor, R = rep, U = user, P = role. "
               TO CONFLICT-RECORD
           MOVE "Dates are the closest pair of actions."
               TO CONFLICT-RECORD(52:40)
           WRITE CONFLICT-RECORD
           MOVE SPACES TO CONFLICT-RECORD
           WRITE CONFLICT-RECORD.
       450-PRINT-ROLE-CONFLICTS.
           MOVE " Roles in PERMISSIONS.dat granted both functions"
               TO CONFLICT-RECORD
           WRITE CONFLICT-RECORD
           MOVE WS-HEADING-LINE-2 TO CONFLICT-RECORD
           WRITE CONFLICT-RECORD
           PERFORM VARYING RUL-IDX FROM 1 BY 1
               UNTIL RUL-IDX > WS-RULE-COUNT
               PERFORM VARYING ROL-IDX FROM 1 BY 1
                   UNTIL ROL-IDX > WS-ROLE-COUNT
                   PERFORM 460-CHECK-ROLE
               END-PERFORM
           END-PERFORM
           IF WS-PERM-COUNT = 0
               MOVE "  No permission matrix on file; roles not checked"
                   TO CONFLICT-RECORD
               WRITE CONFLICT-RECORD
           ELSE
               IF WS-ROLE-CONFLICTS = 0
                   MOVE "  No role conflicts found" TO CONFLICT-RECORD
                   WRITE CONFLICT-RECORD
               END-IF
           END-IF.
       460-CHECK-ROLE.
           MOVE "N" TO WS-ROLE-HAS-A
           MOVE "N" TO WS-ROLE-HAS-B
           PERFORM VARYING PRM-IDX FROM 1 BY 1
               UNTIL PRM-IDX > WS-PERM-COUNT
               IF WS-PRM-ROLE(PRM-IDX) = WS-ROLE-ENTRY(ROL-IDX)
                   IF WS-PRM-FUNCTION(PRM-IDX) =
                       WS-RUL-FUNCTION-A(RUL-IDX)
                       MOVE "Y" TO WS-ROLE-HAS-A
                   END-IF
                   IF WS-PRM-FUNCTION(PRM-IDX) =
                       WS-RUL-FUNCTION-B(RUL-IDX)
                       MOVE "Y" TO WS-ROLE-HAS-B
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ROLE-HAS-A = "Y" AND WS-ROLE-HAS-B = "Y"
               ADD 1 TO WS-ROLE-CONFLICTS
               MOVE WS-RUL-ID(RUL-IDX) TO WS-RLN-RULE
               MOVE WS-ROLE-ENTRY(ROL-IDX) TO WS-RLN-ROLE
               MOVE WS-RUL-FUNCTION-A(RUL-IDX) TO WS-RLN-FUNCTION-A
               MOVE WS-RUL-FUNCTION-B(RUL-IDX) TO WS-RLN-FUNCTION-B
               MOVE WS-RUL-DESCRIPTION(RUL-IDX)
                   TO WS-RLN-DESCRIPTION
               MOVE WS-ROLE-LINE TO CONFLICT-RECORD
               WRITE CONFLICT-RECORD
           END-IF.
