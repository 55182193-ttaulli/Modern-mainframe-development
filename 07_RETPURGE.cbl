       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPURGE.
      * Monthly retention purge of the log and history files.
      * RETENTION-POLICY.dat names each file, where its record
      * date sits, how long records are kept (days or years), and
      * whether an expired record is archived or deleted. An
      * archived record is appended to the file's archive copy -
      * the file name with -ARCHIVE before the .dat, e.g.
      * LOGIN-AUDIT-ARCHIVE.dat - before it leaves the live file.
      * Without a policy file the standard policy below applies;
      * RETMAINT maintains the policy and the legal holds.
      * LEGAL-HOLD.dat stops purging while a dispute is open: a
      * file hold (type F) leaves the whole file untouched, and a
      * customer hold (type C) keeps that customer's records in
      * every file whose policy gives a customer number position.
      * A hold is in force until it has a release date. Records
      * whose date is not a valid number are kept.
      * PURGE-REPORT.dat shows the records in, kept (of which
      * held), archived and deleted for every file. Run from the
      * nightly batch the purge is applied; run by hand the
      * operator may preview the counts without changing a file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL POLICY-FILE ASSIGN TO
           "RETENTION-POLICY.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO
           "LEGAL-HOLD.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
      * Generic readers and writers for the file being purged;
      * the names are set per policy entry
           SELECT OPTIONAL PURGE-IN-FILE ASSIGN TO
           WS-PURGE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO
           WS-ARCHIVE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PURGE-WORK-FILE ASSIGN TO
           "PURGE-WORK.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PURGE-REPORT-FILE ASSIGN TO
           "PURGE-REPORT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO
           "RUN-CONTROL.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD POLICY-FILE.
       01 POLICY-RECORD.
           05 RTP-FILE-NAME PIC X(30).
      * Position of the record's YYYYMMDD date; for a timestamp
      * field this is the position of the timestamp
           05 RTP-DATE-START PIC 9(3).
           05 RTP-KEEP-PERIOD PIC 9(3).
      * RTP-KEEP-UNIT: D = days, Y = years
           05 RTP-KEEP-UNIT PIC X(1).
      * RTP-EXPIRY-ACTION: A = archive, D = delete
           05 RTP-EXPIRY-ACTION PIC X(1).
      * Position and length of the customer number, zero when
      * the file carries none
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
       FD PURGE-IN-FILE.
       01 PURGE-IN-RECORD PIC X(250).
       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD PIC X(250).
       FD PURGE-WORK-FILE.
       01 PURGE-WORK-RECORD PIC X(250).
       FD PURGE-REPORT-FILE.
       01 PURGE-REPORT-RECORD PIC X(120).
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RUN-CTL-MODE PIC X(1).
           05 RUN-CTL-USER PIC X(20).
       WORKING-STORAGE SECTION.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-TODAY-SPLIT REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY PIC 9(4).
           05 WS-TODAY-MM PIC 9(2).
           05 WS-TODAY-DD PIC 9(2).
       01 WS-UNATTENDED PIC X VALUE "N".
       01 WS-APPLY PIC X VALUE "N".
       01 WS-ANSWER PIC X(1) VALUE SPACES.
       01 WS-POLICY-EOF PIC X VALUE "N".
       01 WS-HOLD-EOF PIC X VALUE "N".
       01 WS-PURGE-EOF PIC X VALUE "N".
       01 WS-WORK-EOF PIC X VALUE "N".
       01 WS-ARCHIVE-OPEN PIC X VALUE "N".
       01 WS-PURGE-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-ARCHIVE-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-NAME-LENGTH PIC 9(2) VALUE 0.
      * The standard policy, used when RETENTION-POLICY.dat is
      * absent or empty
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
       01 WS-POLICY-TABLE.
           05 WS-POLICY-ENTRY OCCURS 50 TIMES INDEXED BY POL-IDX.
               10 WS-POL-FILE-NAME PIC X(30).
               10 WS-POL-DATE-START PIC 9(3).
               10 WS-POL-KEEP-PERIOD PIC 9(3).
               10 WS-POL-KEEP-UNIT PIC X(1).
               10 WS-POL-EXPIRY-ACTION PIC X(1).
               10 WS-POL-CUST-START PIC 9(3).
               10 WS-POL-CUST-LENGTH PIC 9(2).
       01 WS-POLICY-OK PIC X VALUE "Y".
      * Holds in force
       01 WS-FILE-HOLD-COUNT PIC 9(3) VALUE 0.
       01 WS-FILE-HOLD-TABLE.
           05 WS-FILE-HOLD-NAME PIC X(30) OCCURS 100 TIMES
               INDEXED BY FHD-IDX.
       01 WS-CUST-HOLD-COUNT PIC 9(4) VALUE 0.
       01 WS-CUST-HOLD-TABLE.
           05 WS-CUST-HOLD-NO PIC 9(7) OCCURS 1000 TIMES
               INDEXED BY CHD-IDX.
       01 WS-FILE-HELD PIC X VALUE "N".
       01 WS-CUST-HELD PIC X VALUE "N".
       01 WS-CUST-KEY PIC X(7) VALUE SPACES.
       01 WS-CUST-KEY-NO REDEFINES WS-CUST-KEY PIC 9(7).
       01 WS-CUTOFF-DATE PIC 9(8) VALUE 0.
       01 WS-CUTOFF-SPLIT REDEFINES WS-CUTOFF-DATE.
           05 WS-CUTOFF-YYYY PIC 9(4).
           05 WS-CUTOFF-MM PIC 9(2).
           05 WS-CUTOFF-DD PIC 9(2).
       01 WS-RECORD-DATE PIC X(8) VALUE SPACES.
       01 WS-RECORD-DATE-NO REDEFINES WS-RECORD-DATE PIC 9(8).
       01 WS-COUNT-IN PIC 9(7) VALUE 0.
       01 WS-COUNT-KEPT PIC 9(7) VALUE 0.
       01 WS-COUNT-HELD PIC 9(7) VALUE 0.
       01 WS-COUNT-ARCHIVED PIC 9(7) VALUE 0.
       01 WS-COUNT-DELETED PIC 9(7) VALUE 0.
       01 WS-TOTAL-IN PIC 9(7) VALUE 0.
       01 WS-TOTAL-KEPT PIC 9(7) VALUE 0.
       01 WS-TOTAL-HELD PIC 9(7) VALUE 0.
       01 WS-TOTAL-ARCHIVED PIC 9(7) VALUE 0.
       01 WS-TOTAL-DELETED PIC 9(7) VALUE 0.
       01 WS-REPORT-HEADING-1.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(30) VALUE "File".
           05 FILLER PIC X(14) VALUE "Keep".
           05 FILLER PIC X(9) VALUE "Cutoff".
           05 FILLER PIC X(10) VALUE "   Rec in ".
           05 FILLER PIC X(10) VALUE "     Kept ".
           05 FILLER PIC X(10) VALUE "     Held ".
           05 FILLER PIC X(10) VALUE " Archived ".
           05 FILLER PIC X(9) VALUE "  Deleted".
       01 WS-REPORT-DETAIL.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RPT-FILE-NAME PIC X(30).
           05 WS-RPT-KEEP-PERIOD PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RPT-KEEP-UNIT PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RPT-ACTION PIC X(4).
           05 WS-RPT-CUTOFF PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RPT-IN PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RPT-KEPT PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RPT-HELD PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RPT-ARCHIVED PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RPT-DELETED PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-NOTE PIC X(10).
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 040-READ-RUN-CONTROL
           IF WS-UNATTENDED = "Y"
               MOVE "Y" TO WS-APPLY
           ELSE
               DISPLAY "Apply the purge, or Preview the counts "
                   "only? (A/P)"
               ACCEPT WS-ANSWER
               IF FUNCTION UPPER-CASE(WS-ANSWER) = "A"
                   MOVE "Y" TO WS-APPLY
               ELSE
                   MOVE "N" TO WS-APPLY
               END-IF
           END-IF
           PERFORM 150-LOAD-POLICY
           PERFORM 170-LOAD-HOLDS
           OPEN OUTPUT PURGE-REPORT-FILE
           PERFORM 300-REPORT-HEADINGS
           PERFORM VARYING POL-IDX FROM 1 BY 1
               UNTIL POL-IDX > WS-POLICY-COUNT
               PERFORM 200-PURGE-ONE-FILE
           END-PERFORM
           PERFORM 350-REPORT-TOTALS
           CLOSE PURGE-REPORT-FILE
           DISPLAY "Records in: " WS-TOTAL-IN "  kept: "
               WS-TOTAL-KEPT "  held: " WS-TOTAL-HELD
           DISPLAY "Records archived: " WS-TOTAL-ARCHIVED
               "  deleted: " WS-TOTAL-DELETED
           IF WS-APPLY = "N"
               DISPLAY "Preview only - no file was changed."
           END-IF
           DISPLAY "Purge report written to PURGE-REPORT.dat"
           GOBACK.
       040-READ-RUN-CONTROL.
           MOVE "N" TO WS-UNATTENDED
           OPEN INPUT RUN-CONTROL-FILE
           READ RUN-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RUN-CTL-MODE = "B"
                       MOVE "Y" TO WS-UNATTENDED
                   END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.
       150-LOAD-POLICY.
           OPEN INPUT POLICY-FILE
           READ POLICY-FILE
               AT END MOVE "Y" TO WS-POLICY-EOF
           END-READ
           PERFORM UNTIL WS-POLICY-EOF = "Y"
               PERFORM 160-ADD-POLICY
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
                   PERFORM 160-ADD-POLICY
               END-PERFORM
           END-IF.
      * A policy entry that cannot be applied safely is reported
      * and left out, so its file is not purged
       160-ADD-POLICY.
           MOVE "Y" TO WS-POLICY-OK
           IF RTP-DATE-START IS NOT NUMERIC
               OR RTP-KEEP-PERIOD IS NOT NUMERIC
               OR RTP-CUST-START IS NOT NUMERIC
               OR RTP-CUST-LENGTH IS NOT NUMERIC
               MOVE "N" TO WS-POLICY-OK
           ELSE
               IF RTP-FILE-NAME = SPACES
                   OR RTP-DATE-START < 1 OR RTP-DATE-START > 243
                   OR RTP-KEEP-PERIOD = 0
                   OR (RTP-KEEP-UNIT NOT = "D"
                       AND RTP-KEEP-UNIT NOT = "Y")
                   OR (RTP-EXPIRY-ACTION NOT = "A"
                       AND RTP-EXPIRY-ACTION NOT = "D")
                   OR (RTP-CUST-START > 0
                       AND (RTP-CUST-LENGTH NOT = 7
                       OR RTP-CUST-START > 244))
                   MOVE "N" TO WS-POLICY-OK
               END-IF
           END-IF
           IF WS-POLICY-OK = "N"
               DISPLAY "Retention policy for " RTP-FILE-NAME
                   " is not valid - file not purged"
           ELSE
               IF WS-POLICY-COUNT < 50
                   ADD 1 TO WS-POLICY-COUNT
                   MOVE RTP-FILE-NAME
                       TO WS-POL-FILE-NAME(WS-POLICY-COUNT)
                   MOVE RTP-DATE-START
                       TO WS-POL-DATE-START(WS-POLICY-COUNT)
                   MOVE RTP-KEEP-PERIOD
                       TO WS-POL-KEEP-PERIOD(WS-POLICY-COUNT)
                   MOVE RTP-KEEP-UNIT
                       TO WS-POL-KEEP-UNIT(WS-POLICY-COUNT)
                   MOVE RTP-EXPIRY-ACTION
                       TO WS-POL-EXPIRY-ACTION(WS-POLICY-COUNT)
                   MOVE RTP-CUST-START
                       TO WS-POL-CUST-START(WS-POLICY-COUNT)
                   MOVE RTP-CUST-LENGTH
                       TO WS-POL-CUST-LENGTH(WS-POLICY-COUNT)
               ELSE
                   DISPLAY "Retention policy table full, "
                       RTP-FILE-NAME " not purged"
               END-IF
           END-IF.
       170-LOAD-HOLDS.
           OPEN INPUT HOLD-FILE
           READ HOLD-FILE
               AT END MOVE "Y" TO WS-HOLD-EOF
           END-READ
           PERFORM UNTIL WS-HOLD-EOF = "Y"
               IF LGH-RELEASED-DATE IS NOT NUMERIC
                   OR LGH-RELEASED-DATE = 0
                   PERFORM 175-ADD-HOLD
               END-IF
               READ HOLD-FILE
                   AT END MOVE "Y" TO WS-HOLD-EOF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.
       175-ADD-HOLD.
           EVALUATE LGH-HOLD-TYPE
               WHEN "F"
                   IF WS-FILE-HOLD-COUNT < 100
                       ADD 1 TO WS-FILE-HOLD-COUNT
                       MOVE LGH-FILE-NAME
                           TO WS-FILE-HOLD-NAME(WS-FILE-HOLD-COUNT)
                   ELSE
                       DISPLAY "File hold table full, hold on "
                           LGH-FILE-NAME " not loaded"
                   END-IF
               WHEN "C"
                   IF WS-CUST-HOLD-COUNT < 1000
                       ADD 1 TO WS-CUST-HOLD-COUNT
                       MOVE LGH-CUSTOMER-NO
                           TO WS-CUST-HOLD-NO(WS-CUST-HOLD-COUNT)
                   ELSE
                       DISPLAY "Customer hold table full, hold on "
                           LGH-CUSTOMER-NO " not loaded"
                   END-IF
           END-EVALUATE.
       200-PURGE-ONE-FILE.
           MOVE 0 TO WS-COUNT-IN
           MOVE 0 TO WS-COUNT-KEPT
           MOVE 0 TO WS-COUNT-HELD
           MOVE 0 TO WS-COUNT-ARCHIVED
           MOVE 0 TO WS-COUNT-DELETED
           MOVE SPACES TO WS-RPT-NOTE
           PERFORM 210-SET-CUTOFF
           MOVE "N" TO WS-FILE-HELD
           PERFORM VARYING FHD-IDX FROM 1 BY 1
               UNTIL FHD-IDX > WS-FILE-HOLD-COUNT
               IF WS-FILE-HOLD-NAME(FHD-IDX) =
                   WS-POL-FILE-NAME(POL-IDX)
                   MOVE "Y" TO WS-FILE-HELD
               END-IF
           END-PERFORM
           IF WS-FILE-HELD = "Y"
               MOVE "LEGAL HOLD" TO WS-RPT-NOTE
               DISPLAY FUNCTION TRIM(WS-POL-FILE-NAME(POL-IDX))
                   " is under legal hold - not purged"
           ELSE
               PERFORM 220-SCAN-FILE
               IF WS-APPLY = "Y"
                   AND WS-COUNT-ARCHIVED + WS-COUNT-DELETED > 0
                   PERFORM 250-REPLACE-FILE
               END-IF
           END-IF
           PERFORM 320-REPORT-FILE.
      * Records dated before the cutoff have passed their
      * retention period
       210-SET-CUTOFF.
           IF WS-POL-KEEP-UNIT(POL-IDX) = "D"
               COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - WS-POL-KEEP-PERIOD(POL-IDX))
           ELSE
               MOVE WS-TODAY TO WS-CUTOFF-DATE
               SUBTRACT WS-POL-KEEP-PERIOD(POL-IDX)
                   FROM WS-CUTOFF-YYYY
      * 29 February in a year that is not a leap year
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CUTOFF-DATE)
                   NOT = 0
                   MOVE 28 TO WS-CUTOFF-DD
               END-IF
           END-IF.
       220-SCAN-FILE.
           MOVE WS-POL-FILE-NAME(POL-IDX) TO WS-PURGE-FILE-NAME
           PERFORM 230-SET-ARCHIVE-NAME
           MOVE "N" TO WS-PURGE-EOF
           OPEN INPUT PURGE-IN-FILE
           OPEN OUTPUT PURGE-WORK-FILE
           MOVE "N" TO WS-ARCHIVE-OPEN
           READ PURGE-IN-FILE
               AT END MOVE "Y" TO WS-PURGE-EOF
           END-READ
           PERFORM UNTIL WS-PURGE-EOF = "Y"
               ADD 1 TO WS-COUNT-IN
               PERFORM 240-DISPOSE-RECORD
               READ PURGE-IN-FILE
                   AT END MOVE "Y" TO WS-PURGE-EOF
               END-READ
           END-PERFORM
           CLOSE PURGE-IN-FILE
           CLOSE PURGE-WORK-FILE
           IF WS-ARCHIVE-OPEN = "Y"
               CLOSE ARCHIVE-FILE
           END-IF
           IF WS-COUNT-IN = 0
               MOVE "NO RECORDS" TO WS-RPT-NOTE
           END-IF.
       230-SET-ARCHIVE-NAME.
           COMPUTE WS-NAME-LENGTH = FUNCTION LENGTH(
               FUNCTION TRIM(WS-PURGE-FILE-NAME TRAILING))
           IF WS-NAME-LENGTH > 4
               AND FUNCTION UPPER-CASE(
                   WS-PURGE-FILE-NAME(WS-NAME-LENGTH - 3:4)) = ".DAT"
               SUBTRACT 4 FROM WS-NAME-LENGTH
           END-IF
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME
           STRING WS-PURGE-FILE-NAME(1:WS-NAME-LENGTH)
               "-ARCHIVE.dat"
               DELIMITED BY SIZE INTO WS-ARCHIVE-FILE-NAME.
       240-DISPOSE-RECORD.
           MOVE PURGE-IN-RECORD(WS-POL-DATE-START(POL-IDX):8)
               TO WS-RECORD-DATE
           IF WS-RECORD-DATE IS NOT NUMERIC
               OR WS-RECORD-DATE-NO = 0
               OR WS-RECORD-DATE-NO >= WS-CUTOFF-DATE
               ADD 1 TO WS-COUNT-KEPT
               MOVE PURGE-IN-RECORD TO PURGE-WORK-RECORD
               WRITE PURGE-WORK-RECORD
           ELSE
               PERFORM 245-CHECK-CUSTOMER-HOLD
               IF WS-CUST-HELD = "Y"
                   ADD 1 TO WS-COUNT-KEPT
                   ADD 1 TO WS-COUNT-HELD
                   MOVE PURGE-IN-RECORD TO PURGE-WORK-RECORD
                   WRITE PURGE-WORK-RECORD
               ELSE
                   IF WS-POL-EXPIRY-ACTION(POL-IDX) = "A"
                       ADD 1 TO WS-COUNT-ARCHIVED
                       IF WS-APPLY = "Y"
                           IF WS-ARCHIVE-OPEN = "N"
                               OPEN EXTEND ARCHIVE-FILE
                               MOVE "Y" TO WS-ARCHIVE-OPEN
                           END-IF
                           MOVE PURGE-IN-RECORD TO ARCHIVE-RECORD
                           WRITE ARCHIVE-RECORD
                       END-IF
                   ELSE
                       ADD 1 TO WS-COUNT-DELETED
                   END-IF
               END-IF
           END-IF.
       245-CHECK-CUSTOMER-HOLD.
           MOVE "N" TO WS-CUST-HELD
           IF WS-POL-CUST-START(POL-IDX) > 0
               AND WS-CUST-HOLD-COUNT > 0
               MOVE PURGE-IN-RECORD(WS-POL-CUST-START(POL-IDX):7)
                   TO WS-CUST-KEY
               IF WS-CUST-KEY IS NUMERIC
                   PERFORM VARYING CHD-IDX FROM 1 BY 1
                       UNTIL CHD-IDX > WS-CUST-HOLD-COUNT
                       OR WS-CUST-HELD = "Y"
                       IF WS-CUST-HOLD-NO(CHD-IDX) = WS-CUST-KEY-NO
                           MOVE "Y" TO WS-CUST-HELD
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
      * The records kept are copied back over the live file
       250-REPLACE-FILE.
           MOVE "N" TO WS-WORK-EOF
           OPEN INPUT PURGE-WORK-FILE
           OPEN OUTPUT PURGE-IN-FILE
           READ PURGE-WORK-FILE
               AT END MOVE "Y" TO WS-WORK-EOF
           END-READ
           PERFORM UNTIL WS-WORK-EOF = "Y"
               MOVE PURGE-WORK-RECORD TO PURGE-IN-RECORD
               WRITE PURGE-IN-RECORD
               READ PURGE-WORK-FILE
                   AT END MOVE "Y" TO WS-WORK-EOF
               END-READ
           END-PERFORM
           CLOSE PURGE-IN-FILE
           CLOSE PURGE-WORK-FILE.
       300-REPORT-HEADINGS.
           MOVE SPACES TO PURGE-REPORT-RECORD
           IF WS-APPLY = "Y"
               STRING " Retention purge run " WS-TODAY
                   DELIMITED BY SIZE INTO PURGE-REPORT-RECORD
           ELSE
               STRING " Retention purge PREVIEW " WS-TODAY
                   " - no file was changed"
                   DELIMITED BY SIZE INTO PURGE-REPORT-RECORD
           END-IF
           WRITE PURGE-REPORT-RECORD
           MOVE SPACES TO PURGE-REPORT-RECORD
           STRING " Legal holds in force: files "
               WS-FILE-HOLD-COUNT "  customers " WS-CUST-HOLD-COUNT
               DELIMITED BY SIZE INTO PURGE-REPORT-RECORD
           WRITE PURGE-REPORT-RECORD
           MOVE SPACES TO PURGE-REPORT-RECORD
           WRITE PURGE-REPORT-RECORD
           MOVE WS-REPORT-HEADING-1 TO PURGE-REPORT-RECORD
           WRITE PURGE-REPORT-RECORD.
       320-REPORT-FILE.
           MOVE WS-POL-FILE-NAME(POL-IDX) TO WS-RPT-FILE-NAME
           MOVE WS-POL-KEEP-PERIOD(POL-IDX) TO WS-RPT-KEEP-PERIOD
           IF WS-POL-KEEP-UNIT(POL-IDX) = "D"
               MOVE "DAYS" TO WS-RPT-KEEP-UNIT
           ELSE
               MOVE "YEARS" TO WS-RPT-KEEP-UNIT
           END-IF
           IF WS-POL-EXPIRY-ACTION(POL-IDX) = "A"
               MOVE "ARC" TO WS-RPT-ACTION
           ELSE
               MOVE "DEL" TO WS-RPT-ACTION
           END-IF
           MOVE WS-CUTOFF-DATE TO WS-RPT-CUTOFF
           MOVE WS-COUNT-IN TO WS-RPT-IN
           MOVE WS-COUNT-KEPT TO WS-RPT-KEPT
           MOVE WS-COUNT-HELD TO WS-RPT-HELD
           MOVE WS-COUNT-ARCHIVED TO WS-RPT-ARCHIVED
           MOVE WS-COUNT-DELETED TO WS-RPT-DELETED
           MOVE WS-REPORT-DETAIL TO PURGE-REPORT-RECORD
           WRITE PURGE-REPORT-RECORD
           ADD WS-COUNT-IN TO WS-TOTAL-IN
           ADD WS-COUNT-KEPT TO WS-TOTAL-KEPT
           ADD WS-COUNT-HELD TO WS-TOTAL-HELD
           ADD WS-COUNT-ARCHIVED TO WS-TOTAL-ARCHIVED
           ADD WS-COUNT-DELETED TO WS-TOTAL-DELETED.
       350-REPORT-TOTALS.
           MOVE SPACES TO WS-REPORT-DETAIL
           MOVE "Total" TO WS-RPT-FILE-NAME
           MOVE WS-TOTAL-IN TO WS-RPT-IN
           MOVE WS-TOTAL-KEPT TO WS-RPT-KEPT
           MOVE WS-TOTAL-HELD TO WS-RPT-HELD
           MOVE WS-TOTAL-ARCHIVED TO WS-RPT-ARCHIVED
           MOVE WS-TOTAL-DELETED TO WS-RPT-DELETED
           MOVE WS-REPORT-DETAIL TO PURGE-REPORT-RECORD
           WRITE PURGE-REPORT-RECORD.
