       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETMAINT.
      * Maintenance for the retention policy on
      * RETENTION-POLICY.dat and the legal-hold register on
      * LEGAL-HOLD.dat, both applied by the monthly RETPURGE job.
      * A policy entry gives a file, the position of its record
      * date, how long records are kept in days or years, what
      * happens to an expired record (archive or delete), and the
      * position of the customer number for files that carry one.
      * Until a policy is saved the standard policy is shown and
      * is written out on the first change.
      * A legal hold is placed on a whole file (F) or on one
      * customer (C) with the reason, and stays in force until it
      * is released here. Released holds stay on the register
      * with who released them and when. An admin session is
      * required.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL POLICY-FILE ASSIGN TO
           "RETENTION-POLICY.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO
           "LEGAL-HOLD.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SESSION-FILE ASSIGN TO
           "SESSION.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD POLICY-FILE.
       01 POLICY-RECORD.
           05 RTP-FILE-NAME PIC X(30).
           05 RTP-DATE-START PIC 9(3).
           05 RTP-KEEP-PERIOD PIC 9(3).
      * RTP-KEEP-UNIT: D = days, Y = years
           05 RTP-KEEP-UNIT PIC X(1).
      * RTP-EXPIRY-ACTION: A = archive, D = delete
           05 RTP-EXPIRY-ACTION PIC X(1).
           05 RTP-CUST-START PIC 9(3).
           05 RTP-CUST-LENGTH PIC 9(2).
       FD HOLD-FILE.
       01 HOLD-RECORD.
      * LGH-HOLD-TYPE: F = whole file, C = one customer
           05 LGH-HOLD-TYPE PIC X(1).
           05 LGH-FILE-NAME PIC X(30).
           05 LGH-CUSTOMER-NO PIC 9(7).
           05 LGH-REASON PIC X(30).
           05 LGH-PLACED-DATE PIC 9(8).
           05 LGH-PLACED-BY PIC X(20).
      * Zero while the hold is in force
           05 LGH-RELEASED-DATE PIC 9(8).
           05 LGH-RELEASED-BY PIC X(20).
       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SES-USERNAME PIC X(20).
           05 SES-ROLE PIC X(1).
           05 SES-LOGIN-DATE PIC 9(8).
           05 SES-LOGIN-TIME PIC 9(8).
           05 SES-TERMINAL-ID PIC X(10).
           05 SES-IDLE-LIMIT PIC 9(4).
       WORKING-STORAGE SECTION.
       01 WS-USERNAME PIC X(20) VALUE SPACES.
       01 WS-ROLE PIC X(1) VALUE "V".
           88 IS-ADMIN VALUE "A".
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
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-MAINT-ACTION PIC X(1) VALUE SPACES.
       01 WS-DONE PIC X VALUE "N".
       01 WS-ENTRY-OK PIC X VALUE "Y".
       01 WS-POLICY-EOF PIC X VALUE "N".
       01 WS-HOLD-EOF PIC X VALUE "N".
       01 WS-POLICY-DIRTY PIC X VALUE "N".
       01 WS-HOLD-DIRTY PIC X VALUE "N".
      * The standard policy, shown until RETENTION-POLICY.dat has
      * been saved; RETPURGE applies the same list
       01 WS-DEFAULT-POLICY-LIST.
           05 FILLER PIC X(30) VALUE "RUN-LOG.dat".
           05 FILLER PIC X(13) VALUE "001400DD00000".
           05 FILLER PIC X(30) VALUE "LOGIN-AUDIT.dat".
           05 FILLER PIC X(13) VALUE "021002YA00000".
           05 FILLER PIC X(30) VALUE "ACTIVITY.dat".
           05 FILLER PIC X(13) VALUE "021002YA00000".
           05 FILLER PIC X(30) VALUE "ACCOUNT-CHANGE-LOG.dat".
           05 FILLER PIC X(13) VALUE "093007YA00000".
           05 FILLER PIC X(30) VALUE "VENDOR-CHANGE-LOG.dat".
           05 FILLER PIC X(13) VALUE "093007YA00000".
           05 FILLER PIC X(30) VALUE "PRODUCT-CHANGE-LOG.dat".
           05 FILLER PIC X(13) VALUE "091007YA00000".
           05 FILLER PIC X(30) VALUE "CUSTOMER-CHANGE-LOG.dat".
           05 FILLER PIC X(13) VALUE "094003YD00107".
           05 FILLER PIC X(30) VALUE "PERMISSION-CHANGE-LOG.dat".
           05 FILLER PIC X(13) VALUE "020007YA00000".
           05 FILLER PIC X(30) VALUE "PO-CHANGE-LOG.dat".
           05 FILLER PIC X(13) VALUE "088007YA00000".
           05 FILLER PIC X(30) VALUE "BUDGET-CHANGE-LOG.dat".
           05 FILLER PIC X(13) VALUE "019007YA00000".
           05 FILLER PIC X(30) VALUE "DEPT-BUDGET-CHANGE-LOG.dat".
           05 FILLER PIC X(13) VALUE "023007YA00000".
           05 FILLER PIC X(30) VALUE "SITE-HISTORY.dat".
           05 FILLER PIC X(13) VALUE "001005YA00000".
           05 FILLER PIC X(30) VALUE "COMMISSION-DETAIL.dat".
           05 FILLER PIC X(13) VALUE "052007YA00000".
           05 FILLER PIC X(30) VALUE "BACKUP-AUDIT.dat".
           05 FILLER PIC X(13) VALUE "038002YD00000".
           05 FILLER PIC X(30) VALUE "CONTROL-TOTALS.dat".
           05 FILLER PIC X(13) VALUE "001002YA00000".
           05 FILLER PIC X(30) VALUE "BATCH-LOCK-AUDIT.dat".
           05 FILLER PIC X(13) VALUE "001007YA00000".
       01 WS-DEFAULT-POLICY-TABLE REDEFINES WS-DEFAULT-POLICY-LIST.
           05 WS-DEFAULT-POLICY PIC X(43) OCCURS 16 TIMES.
       01 WS-DFP-IDX PIC 9(2) VALUE 0.
       01 WS-POLICY-COUNT PIC 9(2) VALUE 0.
       01 WS-POLICY-FOUND PIC 9(2) VALUE 0.
       01 WS-POLICY-TABLE.
           05 WS-POLICY-ENTRY OCCURS 50 TIMES INDEXED BY POL-IDX.
               10 WS-POL-FILE-NAME PIC X(30).
               10 WS-POL-DATE-START PIC 9(3).
               10 WS-POL-KEEP-PERIOD PIC 9(3).
               10 WS-POL-KEEP-UNIT PIC X(1).
               10 WS-POL-EXPIRY-ACTION PIC X(1).
               10 WS-POL-CUST-START PIC 9(3).
               10 WS-POL-CUST-LENGTH PIC 9(2).
       01 WS-HOLD-COUNT PIC 9(4) VALUE 0.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 1000 TIMES INDEXED BY HLD-IDX.
               10 WS-HLD-HOLD-TYPE PIC X(1).
               10 WS-HLD-FILE-NAME PIC X(30).
               10 WS-HLD-CUSTOMER-NO PIC 9(7).
               10 WS-HLD-REASON PIC X(30).
               10 WS-HLD-PLACED-DATE PIC 9(8).
               10 WS-HLD-PLACED-BY PIC X(20).
               10 WS-HLD-RELEASED-DATE PIC 9(8).
               10 WS-HLD-RELEASED-BY PIC X(20).
       01 WS-HOLD-IN-FORCE PIC 9(4) VALUE 0.
       01 WS-ENTRY-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-ENTRY-DATE-START PIC 9(3) VALUE 0.
       01 WS-ENTRY-KEEP-PERIOD PIC 9(3) VALUE 0.
       01 WS-ENTRY-KEEP-UNIT PIC X(1) VALUE SPACES.
       01 WS-ENTRY-ACTION PIC X(1) VALUE SPACES.
       01 WS-ENTRY-CUST-START PIC 9(3) VALUE 0.
       01 WS-ENTRY-HOLD-TYPE PIC X(1) VALUE SPACES.
       01 WS-ENTRY-CUSTOMER-NO PIC 9(7) VALUE 0.
       01 WS-ENTRY-REASON PIC X(30) VALUE SPACES.
       01 WS-ENTRY-HOLD-NO PIC 9(4) VALUE 0.
       01 WS-FORMAT-NO PIC ZZZ9.
       01 WS-FORMAT-PERIOD PIC ZZ9.
       01 WS-FORMAT-UNIT PIC X(5) VALUE SPACES.
       01 WS-FORMAT-ACTION PIC X(7) VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 150-LOAD-SESSION
           IF NOT IS-ADMIN
               DISPLAY "Retention and legal-hold maintenance "
                   "requires an admin session. Sign on through "
                   "LOGIN with role A."
           ELSE
               PERFORM 200-LOAD-POLICY
               PERFORM 220-LOAD-HOLDS
               PERFORM 250-MENU-LOOP
               IF WS-POLICY-DIRTY = "Y"
                   PERFORM 290-SAVE-POLICY
               END-IF
               IF WS-HOLD-DIRTY = "Y"
                   PERFORM 295-SAVE-HOLDS
               END-IF
           END-IF
           GOBACK.
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
       200-LOAD-POLICY.
           OPEN INPUT POLICY-FILE
           READ POLICY-FILE
               AT END MOVE "Y" TO WS-POLICY-EOF
           END-READ
           PERFORM UNTIL WS-POLICY-EOF = "Y"
               PERFORM 210-ADD-POLICY
               READ POLICY-FILE
                   AT END MOVE "Y" TO WS-POLICY-EOF
               END-READ
           END-PERFORM
           CLOSE POLICY-FILE
           IF WS-POLICY-COUNT = 0
               PERFORM VARYING WS-DFP-IDX FROM 1 BY 1
                   UNTIL WS-DFP-IDX > 16
                   MOVE WS-DEFAULT-POLICY(WS-DFP-IDX)
                       TO POLICY-RECORD
                   PERFORM 210-ADD-POLICY
               END-PERFORM
           END-IF.
       210-ADD-POLICY.
           IF WS-POLICY-COUNT < 50
               ADD 1 TO WS-POLICY-COUNT
               MOVE RTP-FILE-NAME TO WS-POL-FILE-NAME(WS-POLICY-COUNT)
               MOVE RTP-DATE-START
                   TO WS-POL-DATE-START(WS-POLICY-COUNT)
               MOVE RTP-KEEP-PERIOD
                   TO WS-POL-KEEP-PERIOD(WS-POLICY-COUNT)
               MOVE RTP-KEEP-UNIT TO WS-POL-KEEP-UNIT(WS-POLICY-COUNT)
               MOVE RTP-EXPIRY-ACTION
                   TO WS-POL-EXPIRY-ACTION(WS-POLICY-COUNT)
               MOVE RTP-CUST-START
                   TO WS-POL-CUST-START(WS-POLICY-COUNT)
               MOVE RTP-CUST-LENGTH
                   TO WS-POL-CUST-LENGTH(WS-POLICY-COUNT)
           ELSE
               DISPLAY "Retention policy table full, entry skipped "
                   "for " RTP-FILE-NAME
           END-IF.
       220-LOAD-HOLDS.
           OPEN INPUT HOLD-FILE
           READ HOLD-FILE
               AT END MOVE "Y" TO WS-HOLD-EOF
           END-READ
           PERFORM UNTIL WS-HOLD-EOF = "Y"
               IF WS-HOLD-COUNT < 1000
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE HOLD-RECORD TO WS-HOLD-ENTRY(WS-HOLD-COUNT)
               ELSE
                   DISPLAY "Legal-hold table full, record skipped"
               END-IF
               READ HOLD-FILE
                   AT END MOVE "Y" TO WS-HOLD-EOF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.
       250-MENU-LOOP.
           MOVE "N" TO WS-DONE
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "List policy, Set a file's policy, Drop a "
                   "file's policy,"
               DISPLAY "show Holds, Place a hold, Release a hold, "
                   "or Quit? (L/S/D/H/P/R/Q)"
               ACCEPT WS-MAINT-ACTION
               MOVE FUNCTION UPPER-CASE(WS-MAINT-ACTION)
                   TO WS-MAINT-ACTION
               EVALUATE WS-MAINT-ACTION
                   WHEN "L"
                       PERFORM 400-LIST-POLICY
                   WHEN "S"
                       PERFORM 500-SET-POLICY
                   WHEN "D"
                       PERFORM 550-DROP-POLICY
                   WHEN "H"
                       PERFORM 600-LIST-HOLDS
                   WHEN "P"
                       PERFORM 650-PLACE-HOLD
                   WHEN "R"
                       PERFORM 700-RELEASE-HOLD
                   WHEN "Q"
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM.
       290-SAVE-POLICY.
           OPEN OUTPUT POLICY-FILE
           PERFORM VARYING POL-IDX FROM 1 BY 1
               UNTIL POL-IDX > WS-POLICY-COUNT
               MOVE WS-POL-FILE-NAME(POL-IDX) TO RTP-FILE-NAME
               MOVE WS-POL-DATE-START(POL-IDX) TO RTP-DATE-START
               MOVE WS-POL-KEEP-PERIOD(POL-IDX) TO RTP-KEEP-PERIOD
               MOVE WS-POL-KEEP-UNIT(POL-IDX) TO RTP-KEEP-UNIT
               MOVE WS-POL-EXPIRY-ACTION(POL-IDX)
                   TO RTP-EXPIRY-ACTION
               MOVE WS-POL-CUST-START(POL-IDX) TO RTP-CUST-START
               MOVE WS-POL-CUST-LENGTH(POL-IDX) TO RTP-CUST-LENGTH
               WRITE POLICY-RECORD
           END-PERFORM
           CLOSE POLICY-FILE.
       295-SAVE-HOLDS.
           OPEN OUTPUT HOLD-FILE
           PERFORM VARYING HLD-IDX FROM 1 BY 1
               UNTIL HLD-IDX > WS-HOLD-COUNT
               MOVE WS-HOLD-ENTRY(HLD-IDX) TO HOLD-RECORD
               WRITE HOLD-RECORD
           END-PERFORM
           CLOSE HOLD-FILE.
       400-LIST-POLICY.
           IF WS-POLICY-COUNT = 0
               DISPLAY "No retention policy on file - nothing is "
                   "purged."
           END-IF
           PERFORM VARYING POL-IDX FROM 1 BY 1
               UNTIL POL-IDX > WS-POLICY-COUNT
               PERFORM 410-FORMAT-POLICY
               DISPLAY WS-POL-FILE-NAME(POL-IDX) " keep "
                   WS-FORMAT-PERIOD " " WS-FORMAT-UNIT " then "
                   WS-FORMAT-ACTION "  date at "
                   WS-POL-DATE-START(POL-IDX)
                   "  customer at " WS-POL-CUST-START(POL-IDX)
           END-PERFORM.
       410-FORMAT-POLICY.
           MOVE WS-POL-KEEP-PERIOD(POL-IDX) TO WS-FORMAT-PERIOD
           IF WS-POL-KEEP-UNIT(POL-IDX) = "D"
               MOVE "days" TO WS-FORMAT-UNIT
           ELSE
               MOVE "years" TO WS-FORMAT-UNIT
           END-IF
           IF WS-POL-EXPIRY-ACTION(POL-IDX) = "A"
               MOVE "archive" TO WS-FORMAT-ACTION
           ELSE
               MOVE "delete" TO WS-FORMAT-ACTION
           END-IF.
       500-SET-POLICY.
           MOVE "Y" TO WS-ENTRY-OK
           DISPLAY "Enter the file name (e.g. LOGIN-AUDIT.dat)"
           ACCEPT WS-ENTRY-FILE-NAME
           IF WS-ENTRY-FILE-NAME = SPACES
               DISPLAY "The file name is required."
               MOVE "N" TO WS-ENTRY-OK
           END-IF
           IF WS-ENTRY-OK = "Y"
               PERFORM 510-FIND-POLICY
               PERFORM 520-ACCEPT-POLICY
           END-IF
           IF WS-ENTRY-OK = "Y"
               PERFORM 530-STORE-POLICY
           END-IF.
       510-FIND-POLICY.
           MOVE 0 TO WS-POLICY-FOUND
           PERFORM VARYING POL-IDX FROM 1 BY 1
               UNTIL POL-IDX > WS-POLICY-COUNT
               IF WS-POL-FILE-NAME(POL-IDX) = WS-ENTRY-FILE-NAME
                   SET WS-POLICY-FOUND TO POL-IDX
               END-IF
           END-PERFORM.
       520-ACCEPT-POLICY.
           DISPLAY "Enter the position of the record date or "
               "timestamp (1-243)"
           ACCEPT WS-ENTRY-DATE-START
           DISPLAY "Enter how long records are kept (1-999)"
           ACCEPT WS-ENTRY-KEEP-PERIOD
           DISPLAY "Is that in Days or Years? (D/Y)"
           ACCEPT WS-ENTRY-KEEP-UNIT
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-KEEP-UNIT)
               TO WS-ENTRY-KEEP-UNIT
           DISPLAY "When expired, Archive or Delete? (A/D)"
           ACCEPT WS-ENTRY-ACTION
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-ACTION)
               TO WS-ENTRY-ACTION
           DISPLAY "Enter the position of the 7-digit customer "
               "number (0 if none)"
           ACCEPT WS-ENTRY-CUST-START
           EVALUATE TRUE
               WHEN WS-ENTRY-DATE-START < 1
                   OR WS-ENTRY-DATE-START > 243
                   DISPLAY "The date position must be 1 to 243."
                   MOVE "N" TO WS-ENTRY-OK
               WHEN WS-ENTRY-KEEP-PERIOD = 0
                   DISPLAY "The retention period must be at least 1."
                   MOVE "N" TO WS-ENTRY-OK
               WHEN WS-ENTRY-KEEP-UNIT NOT = "D"
                   AND WS-ENTRY-KEEP-UNIT NOT = "Y"
                   DISPLAY "The period must be in days or years."
                   MOVE "N" TO WS-ENTRY-OK
               WHEN WS-ENTRY-ACTION NOT = "A"
                   AND WS-ENTRY-ACTION NOT = "D"
                   DISPLAY "Expired records are archived or deleted."
                   MOVE "N" TO WS-ENTRY-OK
               WHEN WS-ENTRY-CUST-START > 244
                   DISPLAY "The customer position must be 0 to 244."
                   MOVE "N" TO WS-ENTRY-OK
           END-EVALUATE.
       530-STORE-POLICY.
           IF WS-POLICY-FOUND = 0
               IF WS-POLICY-COUNT < 50
                   ADD 1 TO WS-POLICY-COUNT
                   MOVE WS-POLICY-COUNT TO WS-POLICY-FOUND
               ELSE
                   DISPLAY "Retention policy table full, cannot add."
               END-IF
           END-IF
           IF WS-POLICY-FOUND > 0
               MOVE WS-ENTRY-FILE-NAME
                   TO WS-POL-FILE-NAME(WS-POLICY-FOUND)
               MOVE WS-ENTRY-DATE-START
                   TO WS-POL-DATE-START(WS-POLICY-FOUND)
               MOVE WS-ENTRY-KEEP-PERIOD
                   TO WS-POL-KEEP-PERIOD(WS-POLICY-FOUND)
               MOVE WS-ENTRY-KEEP-UNIT
                   TO WS-POL-KEEP-UNIT(WS-POLICY-FOUND)
               MOVE WS-ENTRY-ACTION
                   TO WS-POL-EXPIRY-ACTION(WS-POLICY-FOUND)
               MOVE WS-ENTRY-CUST-START
                   TO WS-POL-CUST-START(WS-POLICY-FOUND)
               IF WS-ENTRY-CUST-START > 0
                   MOVE 7 TO WS-POL-CUST-LENGTH(WS-POLICY-FOUND)
               ELSE
                   MOVE 0 TO WS-POL-CUST-LENGTH(WS-POLICY-FOUND)
               END-IF
               MOVE "Y" TO WS-POLICY-DIRTY
               DISPLAY "Retention policy saved for "
                   FUNCTION TRIM(WS-ENTRY-FILE-NAME)
           END-IF.
       550-DROP-POLICY.
           DISPLAY "Enter the file name to drop from the policy"
           ACCEPT WS-ENTRY-FILE-NAME
           PERFORM 510-FIND-POLICY
           IF WS-POLICY-FOUND = 0
               DISPLAY "No retention policy for that file."
           ELSE
               PERFORM VARYING POL-IDX FROM WS-POLICY-FOUND BY 1
                   UNTIL POL-IDX >= WS-POLICY-COUNT
                   MOVE WS-POLICY-ENTRY(POL-IDX + 1)
                       TO WS-POLICY-ENTRY(POL-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-POLICY-COUNT
               MOVE "Y" TO WS-POLICY-DIRTY
               DISPLAY FUNCTION TRIM(WS-ENTRY-FILE-NAME)
                   " will no longer be purged."
           END-IF.
       600-LIST-HOLDS.
           MOVE 0 TO WS-HOLD-IN-FORCE
           PERFORM VARYING HLD-IDX FROM 1 BY 1
               UNTIL HLD-IDX > WS-HOLD-COUNT
               SET WS-FORMAT-NO TO HLD-IDX
               IF WS-HLD-HOLD-TYPE(HLD-IDX) = "F"
                   DISPLAY WS-FORMAT-NO " FILE     "
                       WS-HLD-FILE-NAME(HLD-IDX) " "
                       WS-HLD-REASON(HLD-IDX)
               ELSE
                   DISPLAY WS-FORMAT-NO " CUSTOMER "
                       WS-HLD-CUSTOMER-NO(HLD-IDX) "  "
                       "                     "
                       WS-HLD-REASON(HLD-IDX)
               END-IF
               IF WS-HLD-RELEASED-DATE(HLD-IDX) = 0
                   ADD 1 TO WS-HOLD-IN-FORCE
                   DISPLAY "      placed " WS-HLD-PLACED-DATE(HLD-IDX)
                       " by " WS-HLD-PLACED-BY(HLD-IDX)
                       "  IN FORCE"
               ELSE
                   DISPLAY "      placed " WS-HLD-PLACED-DATE(HLD-IDX)
                       " by " WS-HLD-PLACED-BY(HLD-IDX)
                   DISPLAY "      released "
                       WS-HLD-RELEASED-DATE(HLD-IDX)
                       " by " WS-HLD-RELEASED-BY(HLD-IDX)
               END-IF
           END-PERFORM
           DISPLAY "Legal holds in force: " WS-HOLD-IN-FORCE.
       650-PLACE-HOLD.
           MOVE "Y" TO WS-ENTRY-OK
           MOVE SPACES TO WS-ENTRY-FILE-NAME
           MOVE 0 TO WS-ENTRY-CUSTOMER-NO
           DISPLAY "Hold a whole File or one Customer? (F/C)"
           ACCEPT WS-ENTRY-HOLD-TYPE
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-HOLD-TYPE)
               TO WS-ENTRY-HOLD-TYPE
           EVALUATE WS-ENTRY-HOLD-TYPE
               WHEN "F"
                   DISPLAY "Enter the file name"
                   ACCEPT WS-ENTRY-FILE-NAME
                   PERFORM 510-FIND-POLICY
                   IF WS-POLICY-FOUND = 0
                       DISPLAY "That file has no retention policy "
                           "and is not purged."
                       MOVE "N" TO WS-ENTRY-OK
                   END-IF
               WHEN "C"
                   DISPLAY "Enter the customer number"
                   ACCEPT WS-ENTRY-CUSTOMER-NO
                   IF WS-ENTRY-CUSTOMER-NO = 0
                       DISPLAY "The customer number is required."
                       MOVE "N" TO WS-ENTRY-OK
                   END-IF
               WHEN OTHER
                   DISPLAY "A hold is on a file or a customer."
                   MOVE "N" TO WS-ENTRY-OK
           END-EVALUATE
           IF WS-ENTRY-OK = "Y"
               PERFORM 660-CHECK-DUPLICATE-HOLD
           END-IF
           IF WS-ENTRY-OK = "Y"
               DISPLAY "Enter the reason (dispute or case reference)"
               ACCEPT WS-ENTRY-REASON
               IF WS-ENTRY-REASON = SPACES
                   DISPLAY "The reason is required."
                   MOVE "N" TO WS-ENTRY-OK
               END-IF
           END-IF
           IF WS-ENTRY-OK = "Y"
               IF WS-HOLD-COUNT < 1000
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE WS-ENTRY-HOLD-TYPE
                       TO WS-HLD-HOLD-TYPE(WS-HOLD-COUNT)
                   MOVE WS-ENTRY-FILE-NAME
                       TO WS-HLD-FILE-NAME(WS-HOLD-COUNT)
                   MOVE WS-ENTRY-CUSTOMER-NO
                       TO WS-HLD-CUSTOMER-NO(WS-HOLD-COUNT)
                   MOVE WS-ENTRY-REASON
                       TO WS-HLD-REASON(WS-HOLD-COUNT)
                   MOVE WS-TODAY TO WS-HLD-PLACED-DATE(WS-HOLD-COUNT)
                   MOVE WS-USERNAME TO WS-HLD-PLACED-BY(WS-HOLD-COUNT)
                   MOVE 0 TO WS-HLD-RELEASED-DATE(WS-HOLD-COUNT)
                   MOVE SPACES TO WS-HLD-RELEASED-BY(WS-HOLD-COUNT)
                   MOVE "Y" TO WS-HOLD-DIRTY
                   DISPLAY "Legal hold placed."
               ELSE
                   DISPLAY "Legal-hold table full, cannot add."
               END-IF
           END-IF.
       660-CHECK-DUPLICATE-HOLD.
           PERFORM VARYING HLD-IDX FROM 1 BY 1
               UNTIL HLD-IDX > WS-HOLD-COUNT
               IF WS-HLD-RELEASED-DATE(HLD-IDX) = 0
                   AND WS-HLD-HOLD-TYPE(HLD-IDX) = WS-ENTRY-HOLD-TYPE
                   AND WS-HLD-FILE-NAME(HLD-IDX) = WS-ENTRY-FILE-NAME
                   AND WS-HLD-CUSTOMER-NO(HLD-IDX) =
                       WS-ENTRY-CUSTOMER-NO
                   MOVE "N" TO WS-ENTRY-OK
               END-IF
           END-PERFORM
           IF WS-ENTRY-OK = "N"
               DISPLAY "A hold is already in force for that."
           END-IF.
       700-RELEASE-HOLD.
           DISPLAY "Enter the hold number to release (see H)"
           ACCEPT WS-ENTRY-HOLD-NO
           IF WS-ENTRY-HOLD-NO = 0 OR WS-ENTRY-HOLD-NO > WS-HOLD-COUNT
               DISPLAY "No hold with that number."
           ELSE
               IF WS-HLD-RELEASED-DATE(WS-ENTRY-HOLD-NO) NOT = 0
                   DISPLAY "That hold was already released."
               ELSE
                   MOVE WS-TODAY
                       TO WS-HLD-RELEASED-DATE(WS-ENTRY-HOLD-NO)
                   MOVE WS-USERNAME
                       TO WS-HLD-RELEASED-BY(WS-ENTRY-HOLD-NO)
                   MOVE "Y" TO WS-HOLD-DIRTY
                   DISPLAY "Legal hold released - the records are "
                       "purged on the next run."
               END-IF
           END-IF.
