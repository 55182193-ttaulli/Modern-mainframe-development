      * Nightly batch controller. Runs the scheduled programs in
      * order without operator prompts, logs every step, and on
      * restart resumes from the first step that did not finish.
      * The INTEGCHK step belongs after MSTRBKUP, depending on it,
      * so orphans are checked against the masters just saved.
      * After every step the control totals the programs post to
      * CONTROL-TOTALS.dat for this run are balanced against the
      * rules on CONTROL-BALANCE.dat (the standard rules below
      * when it is absent). A step whose totals break a rule is
      * marked out of balance and the steps depending on it are
      * held, like steps downstream of a failure; setting the
      * rule inactive releases the hold on the next restart.
      * While a step runs, the masters it updates (per
      * BATCH-LOCK-MAP.dat, or the standard map below when it is
      * absent) carry a batch-window lock on BATCH-LOCKS.dat so
      * the online maintenance programs refuse updates to them.
      * The lock is released when the step finishes; one left by
      * an aborted run is cleared by an admin through BATCHLCK.
      * A step that fails, breaks its control totals, or runs far
      * longer than it did the night before is raised on
      * ALERT.dat as an operations alert (site OPERATIONS) and
      * dispatched at once through ALRTDISP to the on-call entry
      * for OPERATIONS on ONCALL-SCHEDULE.dat; at the end of the
      * night ALRTDISP runs again to escalate any of them still
      * unacknowledged to the backup.
      * Once the steps are done KPISUMM writes the executive KPI
      * summary for the business day just closed and adds the
      * day to the KPI history; a restart replaces that day.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO
           "RUN-CONTROL.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO
           "CONTROL-TOTALS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BALANCE-RULE-FILE ASSIGN TO
           "CONTROL-BALANCE.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BATCH-LOCK-FILE ASSIGN TO
           "BATCH-LOCKS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOCK-MAP-FILE ASSIGN TO
           "BATCH-LOCK-MAP.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ALERT-FILE ASSIGN TO
           "ALERT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPS-REPORT-FILE ASSIGN TO
           "NIGHT-OPS-REPORT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
      * with no operator prompts
           05 RUN-CTL-MODE PIC X(1).
           05 RUN-CTL-USER PIC X(20).
      * The run date the nightly programs stamp on their control
      * totals, so a restart after midnight still balances them
      * against the same night's postings
           05 RUN-CTL-RUN-DATE PIC 9(8).
       FD CONTROL-TOTAL-FILE.
      * Shared run-to-run control totals ledger; each nightly
      * program posts its record counts and dollar totals in and
      * out
       01 CONTROL-TOTAL-RECORD.
           05 CTT-RUN-DATE PIC 9(8).
           05 CTT-PROGRAM PIC X(12).
           05 CTT-TOTAL-ID PIC X(20).
      * CTT-DIRECTION: I = into the step, O = out of the step
           05 CTT-DIRECTION PIC X(1).
           05 CTT-RECORD-COUNT PIC 9(9).
           05 CTT-AMOUNT PIC S9(13)V99 SIGN LEADING SEPARATE.
      * CTT-RUN-TYPE: B = nightly run, M = run by hand
           05 CTT-RUN-TYPE PIC X(1).
           05 CTT-POSTED-DATE PIC 9(8).
           05 CTT-POSTED-TIME PIC 9(8).
       FD BALANCE-RULE-FILE.
      * Each rule says one side must equal the other. A side is
      * a posted total, optionally plus or minus a second total
      * (sign space = no second total).
       01 BALANCE-RULE-RECORD.
           05 BAL-RULE-ID PIC X(8).
           05 BAL-LEFT-PROGRAM PIC X(12).
           05 BAL-LEFT-TOTAL PIC X(20).
           05 BAL-LEFT-SIGN PIC X(1).
           05 BAL-LEFT2-PROGRAM PIC X(12).
           05 BAL-LEFT2-TOTAL PIC X(20).
           05 BAL-RIGHT-PROGRAM PIC X(12).
           05 BAL-RIGHT-TOTAL PIC X(20).
           05 BAL-RIGHT-SIGN PIC X(1).
           05 BAL-RIGHT2-PROGRAM PIC X(12).
           05 BAL-RIGHT2-TOTAL PIC X(20).
      * BAL-COMPARE: C = record counts, A = amounts, B = both
           05 BAL-COMPARE PIC X(1).
      * Amount difference allowed before the rule breaks
           05 BAL-TOLERANCE PIC 9(7)V99.
      * BAL-ACTIVE: N = kept but not checked
           05 BAL-ACTIVE PIC X(1).
           05 BAL-DESCRIPTION PIC X(30).
       FD BATCH-LOCK-FILE.
      * One record per master held by a running nightly step
       01 BATCH-LOCK-RECORD.
           05 LCK-FILE-NAME PIC X(30).
           05 LCK-STEP-NO PIC 9(2).
           05 LCK-PROGRAM PIC X(12).
           05 LCK-RUN-DATE PIC 9(8).
           05 LCK-SET-DATE PIC 9(8).
           05 LCK-SET-TIME PIC 9(8).
       FD LOCK-MAP-FILE.
      * Which masters each nightly program updates
       01 LOCK-MAP-RECORD.
           05 LKM-PROGRAM PIC X(12).
           05 LKM-FILE-NAME PIC X(30).
       FD ALERT-FILE.
       01 ALERT-RECORD.
           05 ALT-SITE-ID PIC X(10).
           05 ALT-TEMPERATURE PIC S9(3).
           05 ALT-TIMESTAMP PIC 9(12).
           05 ALT-MESSAGE PIC X(30).
      * ALT-TYPE: O = operations
           05 ALT-TYPE PIC X(1).
           05 ALT-SUPPRESSED PIC X(1).
       FD OPS-REPORT-FILE.
       01 OPS-REPORT-RECORD PIC X(120).
       FD EXCEPTION-SCAN-FILE.
               10 WS-STEP-DONE PIC X(1).
               10 WS-STEP-DEPEND PIC 9(2) OCCURS 3 TIMES.
      * WS-STEP-STATUS: space = pending, O = completed, F =
      * failed, B = blocked by a failed or blocked predecessor,
      * U = completed but its control totals are out of balance,
      * H = held behind an out-of-balance or held predecessor
               10 WS-STEP-STATUS PIC X(1).
               10 WS-STEP-START-TIME PIC 9(8).
               10 WS-STEP-END-TIME PIC 9(8).
               VALUE "SALES-RECON-EXCEPTIONS.dat".
           05 FILLER PIC X(30)
               VALUE "SALES-BRIDGE-EXCEPTIONS.dat".
           05 FILLER PIC X(30)
               VALUE "AR-EXCEPTIONS.dat".
           05 FILLER PIC X(30)
               VALUE "AR-RECEIPT-REJECTS.dat".
           05 FILLER PIC X(30)
               VALUE "INTEGRITY-EXCEPTIONS.dat".
       01 WS-EXC-NAME-TABLE REDEFINES WS-EXC-NAME-LIST.
           05 WS-EXC-NAME PIC X(30) OCCURS 10 TIMES.
       01 WS-TIME-WORK PIC 9(8) VALUE 0.
       01 WS-TIME-SPLIT REDEFINES WS-TIME-WORK.
           05 WS-TIM-HH PIC 9(2).
       01 WS-DEP-BLOCKED PIC X VALUE "N".
       01 WS-DEP-STEP PIC 9(2) VALUE 0.
       01 WS-SCAN-IDX PIC 9(2) VALUE 0.
      * Standard balancing rules, used when CONTROL-BALANCE.dat
      * is absent or empty
       01 WS-DEFAULT-BALANCE-LIST.
           05 FILLER PIC X(8) VALUE "INVOPEN".
           05 FILLER PIC X(12) VALUE "INVOICE".
           05 FILLER PIC X(20) VALUE "OPEN-ITEMS-WRITTEN".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "INVOICE".
           05 FILLER PIC X(20) VALUE "OPEN-ITEMS-AFTER".
           05 FILLER PIC X(1) VALUE "-".
           05 FILLER PIC X(12) VALUE "INVOICE".
           05 FILLER PIC X(20) VALUE "OPEN-ITEMS-BEFORE".
           05 FILLER PIC X(1) VALUE "B".
           05 FILLER PIC 9(7)V99 VALUE 0.
           05 FILLER PIC X(1) VALUE "Y".
           05 FILLER PIC X(30)
               VALUE "Invoices posted to open items".
           05 FILLER PIC X(8) VALUE "OPENPAY".
           05 FILLER PIC X(12) VALUE "INVOICE".
           05 FILLER PIC X(20) VALUE "OPEN-ITEMS-AFTER".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "INVPAY".
           05 FILLER PIC X(20) VALUE "OPEN-ITEMS-READ".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(1) VALUE "B".
           05 FILLER PIC 9(7)V99 VALUE 0.
           05 FILLER PIC X(1) VALUE "Y".
           05 FILLER PIC X(30)
               VALUE "Open items handed to payments".
           05 FILLER PIC X(8) VALUE "PAYSAVE".
           05 FILLER PIC X(12) VALUE "INVPAY".
           05 FILLER PIC X(20) VALUE "OPEN-ITEMS-READ".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "INVPAY".
           05 FILLER PIC X(20) VALUE "OPEN-ITEMS-SAVED".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(1) VALUE "C".
           05 FILLER PIC 9(7)V99 VALUE 0.
           05 FILLER PIC X(1) VALUE "Y".
           05 FILLER PIC X(30)
               VALUE "Open items kept by payments".
           05 FILLER PIC X(8) VALUE "YTDHAND".
           05 FILLER PIC X(12) VALUE "COMMISSIONS".
           05 FILLER PIC X(20) VALUE "YTD-SAVED".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "COMPAY".
           05 FILLER PIC X(20) VALUE "YTD-EARNED-READ".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(1) VALUE "B".
           05 FILLER PIC 9(7)V99 VALUE 0.
           05 FILLER PIC X(1) VALUE "Y".
           05 FILLER PIC X(30)
               VALUE "YTD commissions handed to pay".
           05 FILLER PIC X(8) VALUE "YTDPAID".
           05 FILLER PIC X(12) VALUE "COMPAY".
           05 FILLER PIC X(20) VALUE "PAYROLL-WRITTEN".
           05 FILLER PIC X(1) VALUE "-".
           05 FILLER PIC X(12) VALUE "COMPAY".
           05 FILLER PIC X(20) VALUE "RETURNS-REVERSED".
           05 FILLER PIC X(12) VALUE "COMPAY".
           05 FILLER PIC X(20) VALUE "YTD-PAID-AFTER".
           05 FILLER PIC X(1) VALUE "-".
           05 FILLER PIC X(12) VALUE "COMPAY".
           05 FILLER PIC X(20) VALUE "YTD-PAID-BEFORE".
           05 FILLER PIC X(1) VALUE "A".
           05 FILLER PIC 9(7)V99 VALUE 0.
           05 FILLER PIC X(1) VALUE "Y".
           05 FILLER PIC X(30)
               VALUE "Commission paid net of returns".
           05 FILLER PIC X(8) VALUE "INTGL".
           05 FILLER PIC X(12) VALUE "BALANCE".
           05 FILLER PIC X(20) VALUE "INTEREST-WRITTEN".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "GLPOST".
           05 FILLER PIC X(20) VALUE "INTEREST-READ".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(1) VALUE "B".
           05 FILLER PIC 9(7)V99 VALUE 0.
           05 FILLER PIC X(1) VALUE "Y".
           05 FILLER PIC X(30)
               VALUE "Interest handed to the ledger".
           05 FILLER PIC X(8) VALUE "PAYGL".
           05 FILLER PIC X(12) VALUE "COMPAY".
           05 FILLER PIC X(20) VALUE "PAYROLL-WRITTEN".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "GLPOST".
           05 FILLER PIC X(20) VALUE "PAYROLL-READ".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(1) VALUE "B".
           05 FILLER PIC 9(7)V99 VALUE 0.
           05 FILLER PIC X(1) VALUE "Y".
           05 FILLER PIC X(30)
               VALUE "Commission pay handed to GL".
           05 FILLER PIC X(8) VALUE "TAXGL".
           05 FILLER PIC X(12) VALUE "SALES".
           05 FILLER PIC X(20) VALUE "SALES-TAX-WRITTEN".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "GLPOST".
           05 FILLER PIC X(20) VALUE "SALES-TAX-READ".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(1) VALUE "B".
           05 FILLER PIC 9(7)V99 VALUE 0.
           05 FILLER PIC X(1) VALUE "Y".
           05 FILLER PIC X(30)
               VALUE "Sales tax handed to the ledger".
           05 FILLER PIC X(8) VALUE "VCHGL".
           05 FILLER PIC X(12) VALUE "WHLEDGER".
           05 FILLER PIC X(20) VALUE "VOUCHERS-ON-FILE".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "GLPOST".
           05 FILLER PIC X(20) VALUE "VOUCHERS-READ".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(1) VALUE "B".
           05 FILLER PIC 9(7)V99 VALUE 0.
           05 FILLER PIC X(1) VALUE "Y".
           05 FILLER PIC X(30)
               VALUE "Withholding vouchers to ledger".
       01 WS-DEFAULT-BALANCE-TABLE
           REDEFINES WS-DEFAULT-BALANCE-LIST.
           05 WS-DEFAULT-BALANCE-RULE PIC X(179) OCCURS 9 TIMES.
       01 WS-DFB-IDX PIC 9(2) VALUE 0.
       01 WS-BAL-EOF PIC X VALUE "N".
       01 WS-BAL-READ-COUNT PIC 9(3) VALUE 0.
       01 WS-BAL-RULE-COUNT PIC 9(2) VALUE 0.
       01 WS-BAL-RULE-TABLE.
           05 WS-BAL-RULE-ENTRY OCCURS 30 TIMES INDEXED BY BLR-IDX.
               10 WS-BLR-DEFINITION.
                   15 WS-BLR-RULE-ID PIC X(8).
                   15 WS-BLR-LEFT-PROGRAM PIC X(12).
                   15 WS-BLR-LEFT-TOTAL PIC X(20).
                   15 WS-BLR-LEFT-SIGN PIC X(1).
                   15 WS-BLR-LEFT2-PROGRAM PIC X(12).
                   15 WS-BLR-LEFT2-TOTAL PIC X(20).
                   15 WS-BLR-RIGHT-PROGRAM PIC X(12).
                   15 WS-BLR-RIGHT-TOTAL PIC X(20).
                   15 WS-BLR-RIGHT-SIGN PIC X(1).
                   15 WS-BLR-RIGHT2-PROGRAM PIC X(12).
                   15 WS-BLR-RIGHT2-TOTAL PIC X(20).
                   15 WS-BLR-COMPARE PIC X(1).
                   15 WS-BLR-TOLERANCE PIC 9(7)V99.
                   15 WS-BLR-ACTIVE PIC X(1).
                   15 WS-BLR-DESCRIPTION PIC X(30).
      * WS-BLR-STATUS: space = not checked, I = in balance,
      * U = out of balance
               10 WS-BLR-STATUS PIC X(1).
               10 WS-BLR-LEFT-COUNT PIC S9(10).
               10 WS-BLR-LEFT-AMOUNT PIC S9(13)V99.
               10 WS-BLR-RIGHT-COUNT PIC S9(10).
               10 WS-BLR-RIGHT-AMOUNT PIC S9(13)V99.
               10 WS-BLR-DIFF-COUNT PIC S9(10).
               10 WS-BLR-DIFF-AMOUNT PIC S9(13)V99.
      * This run's nightly postings from CONTROL-TOTALS.dat; a
      * total posted again on a restart replaces the earlier one
       01 WS-CTT-EOF PIC X VALUE "N".
       01 WS-LEDGER-COUNT PIC 9(3) VALUE 0.
       01 WS-LEDGER-TABLE.
           05 WS-LEDGER-ENTRY OCCURS 200 TIMES INDEXED BY LGR-IDX.
               10 WS-LGR-PROGRAM PIC X(12).
               10 WS-LGR-TOTAL-ID PIC X(20).
               10 WS-LGR-COUNT PIC 9(9).
               10 WS-LGR-AMOUNT PIC S9(13)V99.
       01 WS-LGR-FOUND PIC X VALUE "N".
       01 WS-TERM-PROGRAM PIC X(12) VALUE SPACES.
       01 WS-TERM-TOTAL PIC X(20) VALUE SPACES.
       01 WS-TERM-SIGN PIC X(1) VALUE SPACE.
       01 WS-SIDE-COUNT PIC S9(10) VALUE 0.
       01 WS-SIDE-AMOUNT PIC S9(13)V99 VALUE 0.
       01 WS-RULE-INVOLVED PIC X VALUE "N".
       01 WS-RULE-POSTED PIC X VALUE "Y".
       01 WS-STEP-UNBALANCED PIC X VALUE "N".
      * Set while a step restored as complete is balanced again;
      * its break was logged by the run that found it
       01 WS-BAL-RECHECK PIC X VALUE "N".
       01 WS-ABS-DIFF PIC S9(13)V99 VALUE 0.
       01 WS-UNBAL-COUNT PIC 9(2) VALUE 0.
       01 WS-HELD-COUNT PIC 9(2) VALUE 0.
       01 WS-UNBAL-RULES PIC 9(2) VALUE 0.
       01 WS-DEP-HELD PIC X VALUE "N".
       01 WS-BAL-HEAD-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-BHL-RULE-ID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-BHL-DESCRIPTION PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-BHL-STATUS PIC X(14).
       01 WS-BAL-DETAIL-LINE.
           05 FILLER PIC X(10) VALUE "    LEFT  ".
           05 WS-BDL-LEFT-COUNT PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-BDL-LEFT-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(8) VALUE "  RIGHT ".
           05 WS-BDL-RIGHT-COUNT PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-BDL-RIGHT-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(7) VALUE "  DIFF ".
           05 WS-BDL-DIFF-COUNT PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-BDL-DIFF-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      * Standard lock map: the nightly programs that rewrite the
      * masters kept by the online maintenance programs
       01 WS-DEFAULT-LOCK-LIST.
           05 FILLER PIC X(12) VALUE "MATURITY".
           05 FILLER PIC X(30) VALUE "ACCOUNTS.dat".
           05 FILLER PIC X(12) VALUE "EMPSEP".
           05 FILLER PIC X(30) VALUE "USERS.dat".
           05 FILLER PIC X(12) VALUE "PWMIGRT".
           05 FILLER PIC X(30) VALUE "USERS.dat".
           05 FILLER PIC X(12) VALUE "SALESCNV".
           05 FILLER PIC X(30) VALUE "BUDGET.dat".
           05 FILLER PIC X(12) VALUE "ARDUN".
           05 FILLER PIC X(30) VALUE "CUSTOMERS-INDEXED.Dat".
           05 FILLER PIC X(12) VALUE "RETMAIL".
           05 FILLER PIC X(30) VALUE "CUSTOMERS-INDEXED.Dat".
           05 FILLER PIC X(12) VALUE "CUSTOMERS".
           05 FILLER PIC X(30) VALUE "CUSTOMERS-INDEXED.Dat".
       01 WS-DEFAULT-LOCK-TABLE REDEFINES WS-DEFAULT-LOCK-LIST.
           05 WS-DEFAULT-LOCK-ENTRY PIC X(42) OCCURS 7 TIMES.
       01 WS-DFL-IDX PIC 9(2) VALUE 0.
       01 WS-LKM-EOF PIC X VALUE "N".
       01 WS-LKM-COUNT PIC 9(2) VALUE 0.
       01 WS-LOCK-MAP-TABLE.
           05 WS-LOCK-MAP-ENTRY OCCURS 50 TIMES INDEXED BY LKM-IDX.
               10 WS-LKM-PROGRAM PIC X(12).
               10 WS-LKM-FILE-NAME PIC X(30).
       01 WS-LCK-EOF PIC X VALUE "N".
       01 WS-LCK-COUNT PIC 9(2) VALUE 0.
       01 WS-LOCK-TABLE.
           05 WS-LOCK-ENTRY OCCURS 50 TIMES INDEXED BY LCK-IDX.
               10 WS-LCK-FILE-NAME PIC X(30).
               10 WS-LCK-STEP-NO PIC 9(2).
               10 WS-LCK-PROGRAM PIC X(12).
               10 WS-LCK-RUN-DATE PIC 9(8).
               10 WS-LCK-SET-DATE PIC 9(8).
               10 WS-LCK-SET-TIME PIC 9(8).
       01 WS-LCK-FOUND PIC 9(2) VALUE 0.
       01 WS-LCK-KEEP PIC 9(2) VALUE 0.
       01 WS-LCK-CHANGED PIC X VALUE "N".
      * A completed step is a long run when it took more than
      * WS-LONG-STEP-FACTOR times its prior elapsed time and at
      * least WS-LONG-STEP-MINUTES longer than it
       01 WS-LONG-STEP-FACTOR PIC 9(2) VALUE 2.
       01 WS-LONG-STEP-MINUTES PIC 9(3) VALUE 30.
       01 WS-ALERT-COUNT PIC 9(2) VALUE 0.
       01 WS-ALERT-TEXT PIC X(14) VALUE SPACES.
       01 WS-ALERT-MINS PIC ZZZ9.
       01 WS-ALERT-DATE PIC 9(8) VALUE 0.
       01 WS-ALERT-TIME PIC 9(8) VALUE 0.
       01 WS-ALERT-TIME-SPLIT REDEFINES WS-ALERT-TIME.
           05 WS-ALERT-HHMM PIC 9(4).
           05 FILLER PIC 9(4).
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   "nothing to run."
           ELSE
               PERFORM 200-MARK-COMPLETED-STEPS
               PERFORM 170-LOAD-BALANCE-RULES
               PERFORM 700-LOAD-LOCK-MAP
               PERFORM 250-WRITE-RUN-CONTROL
      * Prior elapsed times are needed while the steps run, to
      * spot a long-running step as soon as it finishes
               PERFORM 500-LOAD-PRIOR-TIMES
               PERFORM 300-RUN-STEPS
               IF WS-ALERT-COUNT > 0
                   PERFORM 820-DISPATCH-ALERTS
               END-IF
               PERFORM 850-KPI-SUMMARY
               PERFORM 260-CLEAR-RUN-CONTROL
               PERFORM 550-MORNING-REPORT
               DISPLAY "Steps run: " WS-RAN-COUNT
                   "  skipped (already done): " WS-SKIPPED-COUNT
                   "  blocked by a failure: " WS-BLOCKED-COUNT
               DISPLAY "Steps not due on this date: "
                   WS-NOTDUE-COUNT
               DISPLAY "Steps out of balance: " WS-UNBAL-COUNT
                   "  held for balancing: " WS-HELD-COUNT
               DISPLAY "Operations alerts raised: " WS-ALERT-COUNT
               IF WS-RUN-FAILED = "Y"
                   DISPLAY "*** FAILED, BLOCKED OR HELD STEPS "
                       "REMAIN - rerun after the fix to complete "
                       "them ***"
               ELSE
                   DISPLAY "Nightly run completed."
               END-IF
                       WS-STEP-FREQUENCY(STP-IDX) " on step "
                       WS-STEP-NO(STP-IDX) " - treated as daily"
           END-EVALUATE.
      * Rules with BAL-ACTIVE = N stay on the table so the
      * morning report shows them as not checked
       170-LOAD-BALANCE-RULES.
           MOVE 0 TO WS-BAL-READ-COUNT
           MOVE 0 TO WS-BAL-RULE-COUNT
           MOVE "N" TO WS-BAL-EOF
           OPEN INPUT BALANCE-RULE-FILE
           READ BALANCE-RULE-FILE
               AT END MOVE "Y" TO WS-BAL-EOF
           END-READ
           PERFORM UNTIL WS-BAL-EOF = "Y"
               ADD 1 TO WS-BAL-READ-COUNT
               PERFORM 175-ADD-FILE-BALANCE-RULE
               READ BALANCE-RULE-FILE
                   AT END MOVE "Y" TO WS-BAL-EOF
               END-READ
           END-PERFORM
           CLOSE BALANCE-RULE-FILE
           IF WS-BAL-READ-COUNT = 0
               PERFORM VARYING WS-DFB-IDX FROM 1 BY 1
                   UNTIL WS-DFB-IDX > 9
                   ADD 1 TO WS-BAL-RULE-COUNT
                   MOVE WS-DEFAULT-BALANCE-RULE(WS-DFB-IDX)
                       TO WS-BLR-DEFINITION(WS-BAL-RULE-COUNT)
               END-PERFORM
           END-IF
           PERFORM VARYING BLR-IDX FROM 1 BY 1
               UNTIL BLR-IDX > WS-BAL-RULE-COUNT
               MOVE SPACE TO WS-BLR-STATUS(BLR-IDX)
               MOVE 0 TO WS-BLR-LEFT-COUNT(BLR-IDX)
               MOVE 0 TO WS-BLR-LEFT-AMOUNT(BLR-IDX)
               MOVE 0 TO WS-BLR-RIGHT-COUNT(BLR-IDX)
               MOVE 0 TO WS-BLR-RIGHT-AMOUNT(BLR-IDX)
               MOVE 0 TO WS-BLR-DIFF-COUNT(BLR-IDX)
               MOVE 0 TO WS-BLR-DIFF-AMOUNT(BLR-IDX)
           END-PERFORM.
       175-ADD-FILE-BALANCE-RULE.
           IF BAL-LEFT-PROGRAM = SPACES OR BAL-LEFT-TOTAL = SPACES
               OR BAL-RIGHT-PROGRAM = SPACES
               OR BAL-RIGHT-TOTAL = SPACES
               OR (BAL-COMPARE NOT = "C" AND BAL-COMPARE NOT = "A"
                   AND BAL-COMPARE NOT = "B")
               DISPLAY "Balancing rule " BAL-RULE-ID
                   " is not valid and was skipped"
           ELSE
               IF WS-BAL-RULE-COUNT < 30
                   ADD 1 TO WS-BAL-RULE-COUNT
                   MOVE BALANCE-RULE-RECORD
                       TO WS-BLR-DEFINITION(WS-BAL-RULE-COUNT)
                   IF BAL-TOLERANCE IS NOT NUMERIC
                       MOVE 0 TO
                           WS-BLR-TOLERANCE(WS-BAL-RULE-COUNT)
                   END-IF
               ELSE
                   DISPLAY "Balancing rule table full, rule "
                       BAL-RULE-ID " skipped"
               END-IF
           END-IF.
       200-MARK-COMPLETED-STEPS.
           MOVE WS-TODAY TO WS-RUN-DATE
           PERFORM 210-FIND-LAST-RUN-DATE
           OPEN OUTPUT RUN-CONTROL-FILE
           MOVE "B" TO RUN-CTL-MODE
           MOVE "NIGHTBATCH" TO RUN-CTL-USER
           MOVE WS-RUN-DATE TO RUN-CTL-RUN-DATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       260-CLEAR-RUN-CONTROL.
      * not log or count a step's NOTDUE decision twice
               IF WS-STEP-DONE(STP-IDX) = "Y"
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY "Step " WS-STEP-NO(STP-IDX) " "
                       WS-STEP-PROGRAM(STP-IDX)
                       " already completed this run - skipped"
      * A completed step is balanced again so a break found
      * before the restart still holds its downstream steps
                   IF WS-STEP-STATUS(STP-IDX) NOT = "N"
                       MOVE "O" TO WS-STEP-STATUS(STP-IDX)
                       MOVE "Y" TO WS-BAL-RECHECK
                       PERFORM 600-CHECK-BALANCES
                       MOVE "N" TO WS-BAL-RECHECK
                   END-IF
               ELSE
               IF WS-STEP-STATUS(STP-IDX) = "N"
                   ADD 1 TO WS-NOTDUE-COUNT
                           WS-STEP-PROGRAM(STP-IDX)
                           " blocked - a step it depends on "
                           "failed"
                   ELSE
                   IF WS-DEP-HELD = "Y"
                       ADD 1 TO WS-HELD-COUNT
                       MOVE "H" TO WS-STEP-STATUS(STP-IDX)
                       MOVE "HELD" TO LOG-STATUS
                       PERFORM 400-WRITE-LOG-RECORD
                       DISPLAY "Step " WS-STEP-NO(STP-IDX) " "
                           WS-STEP-PROGRAM(STP-IDX)
                           " held - a step it depends on is out "
                           "of balance"
                   ELSE
                       PERFORM 350-RUN-ONE-STEP
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-PERFORM.
       320-CHECK-DEPENDENCIES.
           MOVE "N" TO WS-DEP-BLOCKED
           MOVE "N" TO WS-DEP-HELD
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > 3
               MOVE WS-STEP-DEPEND(STP-IDX, WS-DEP-IDX)
                           OR WS-STEP-STATUS(WS-SCAN-IDX) = "B")
                           MOVE "Y" TO WS-DEP-BLOCKED
                       END-IF
                       IF WS-STEP-NO(WS-SCAN-IDX) = WS-DEP-STEP
                           AND (WS-STEP-STATUS(WS-SCAN-IDX) = "U"
                           OR WS-STEP-STATUS(WS-SCAN-IDX) = "H")
                           MOVE "Y" TO WS-DEP-HELD
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           MOVE "STARTED" TO LOG-STATUS
           PERFORM 400-WRITE-LOG-RECORD
           MOVE "N" TO WS-STEP-FAILED
           PERFORM 710-SET-STEP-LOCKS
           CALL WS-STEP-PROGRAM(STP-IDX)
               ON EXCEPTION
                   MOVE "Y" TO WS-STEP-FAILED
           END-CALL
           ACCEPT WS-STEP-END-TIME(STP-IDX) FROM TIME
           PERFORM 720-RELEASE-STEP-LOCKS
           PERFORM 360-COMPUTE-ELAPSED
           IF WS-STEP-FAILED = "Y"
               MOVE "Y" TO WS-RUN-FAILED
               PERFORM 400-WRITE-LOG-RECORD
               DISPLAY "*** Step " WS-STEP-NO(STP-IDX) " "
                   WS-STEP-PROGRAM(STP-IDX) " failed ***"
               MOVE "FAILED" TO WS-ALERT-TEXT
               PERFORM 800-RAISE-STEP-ALERT
           ELSE
               CANCEL WS-STEP-PROGRAM(STP-IDX)
               ADD 1 TO WS-RAN-COUNT
               PERFORM 400-WRITE-LOG-RECORD
               DISPLAY "Step " WS-STEP-NO(STP-IDX) " "
                   WS-STEP-PROGRAM(STP-IDX) " completed"
               PERFORM 600-CHECK-BALANCES
               IF WS-STEP-STATUS(STP-IDX) = "U"
                   MOVE "OUT OF BALANCE" TO WS-ALERT-TEXT
                   PERFORM 800-RAISE-STEP-ALERT
               END-IF
               PERFORM 810-CHECK-LONG-STEP
           END-IF.
       360-COMPUTE-ELAPSED.
           MOVE WS-STEP-START-TIME(STP-IDX) TO WS-TIME-WORK
               UNTIL STP-IDX > WS-STEP-COUNT
               PERFORM 560-REPORT-ONE-STEP
           END-PERFORM
           PERFORM 590-REPORT-BALANCING
           MOVE " Exception file digest" TO OPS-REPORT-RECORD
           WRITE OPS-REPORT-RECORD
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
               UNTIL WS-EXC-IDX > 10
               PERFORM 580-DIGEST-ONE-FILE
           END-PERFORM
           CLOSE OPS-REPORT-FILE
      * blocked, not-due, and restart-skipped lines show zeros
           IF WS-STEP-STATUS(STP-IDX) = "O"
               OR WS-STEP-STATUS(STP-IDX) = "F"
               OR WS-STEP-STATUS(STP-IDX) = "U"
               MOVE WS-STEP-START-TIME(STP-IDX) TO WS-OPS-START
               MOVE WS-STEP-END-TIME(STP-IDX) TO WS-OPS-END
               MOVE WS-STEP-ELAPSED-MIN(STP-IDX) TO WS-OPS-ELAPSED
                   MOVE "BLOCKED" TO WS-OPS-STATUS
               WHEN "N"
                   MOVE "NOT DUE" TO WS-OPS-STATUS
               WHEN "U"
                   MOVE "OUT OF BAL" TO WS-OPS-STATUS
               WHEN "H"
                   MOVE "HELD" TO WS-OPS-STATUS
               WHEN OTHER
                   MOVE "NOT RUN" TO WS-OPS-STATUS
           END-EVALUATE
           MOVE WS-EXC-NAME(WS-EXC-IDX) TO WS-DIG-NAME
           MOVE WS-EXC-COUNT TO WS-DIG-COUNT
           MOVE WS-DIGEST-LINE TO OPS-REPORT-RECORD
           WRITE OPS-REPORT-RECORD
      * Orphans found by the integrity check are called out so
      * they are not lost among the routine exception counts
           IF WS-EXC-NAME(WS-EXC-IDX) = "INTEGRITY-EXCEPTIONS.dat"
               AND WS-EXC-COUNT > 0
               MOVE SPACES TO OPS-REPORT-RECORD
               STRING " *** REFERENTIAL INTEGRITY: "
                   WS-DIG-COUNT
                   " ORPHAN RECORD(S) - SEE INTEGRITY-EXCEPTIONS.dat"
                   " ***"
                   DELIMITED BY SIZE INTO OPS-REPORT-RECORD
               WRITE OPS-REPORT-RECORD
           END-IF.
      * Each rule that is fully posted is reported with both
      * sides and the difference
       590-REPORT-BALANCING.
           MOVE 0 TO WS-UNBAL-RULES
           MOVE " Run-to-run control balancing" TO OPS-REPORT-RECORD
           WRITE OPS-REPORT-RECORD
           PERFORM VARYING BLR-IDX FROM 1 BY 1
               UNTIL BLR-IDX > WS-BAL-RULE-COUNT
               PERFORM 595-REPORT-ONE-RULE
           END-PERFORM
           IF WS-UNBAL-RULES > 0
               MOVE SPACES TO OPS-REPORT-RECORD
               STRING " *** CONTROL TOTALS OUT OF BALANCE: "
                   WS-UNBAL-RULES
                   " RULE(S) - DOWNSTREAM STEPS HELD ***"
                   DELIMITED BY SIZE INTO OPS-REPORT-RECORD
               WRITE OPS-REPORT-RECORD
           END-IF.
       595-REPORT-ONE-RULE.
           MOVE WS-BLR-RULE-ID(BLR-IDX) TO WS-BHL-RULE-ID
           MOVE WS-BLR-DESCRIPTION(BLR-IDX) TO WS-BHL-DESCRIPTION
           EVALUATE WS-BLR-STATUS(BLR-IDX)
               WHEN "I"
                   MOVE "IN BALANCE" TO WS-BHL-STATUS
               WHEN "U"
                   MOVE "OUT OF BALANCE" TO WS-BHL-STATUS
                   ADD 1 TO WS-UNBAL-RULES
               WHEN OTHER
                   IF WS-BLR-ACTIVE(BLR-IDX) = "N"
                       MOVE "INACTIVE" TO WS-BHL-STATUS
                   ELSE
                       MOVE "NOT CHECKED" TO WS-BHL-STATUS
                   END-IF
           END-EVALUATE
           MOVE WS-BAL-HEAD-LINE TO OPS-REPORT-RECORD
           WRITE OPS-REPORT-RECORD
           IF WS-BLR-STATUS(BLR-IDX) NOT = SPACE
               MOVE WS-BLR-LEFT-COUNT(BLR-IDX) TO WS-BDL-LEFT-COUNT
               MOVE WS-BLR-LEFT-AMOUNT(BLR-IDX)
                   TO WS-BDL-LEFT-AMOUNT
               MOVE WS-BLR-RIGHT-COUNT(BLR-IDX)
                   TO WS-BDL-RIGHT-COUNT
               MOVE WS-BLR-RIGHT-AMOUNT(BLR-IDX)
                   TO WS-BDL-RIGHT-AMOUNT
               MOVE WS-BLR-DIFF-COUNT(BLR-IDX) TO WS-BDL-DIFF-COUNT
               MOVE WS-BLR-DIFF-AMOUNT(BLR-IDX)
                   TO WS-BDL-DIFF-AMOUNT
               MOVE WS-BAL-DETAIL-LINE TO OPS-REPORT-RECORD
               WRITE OPS-REPORT-RECORD
           END-IF.
      * Balances the rules that name the step just completed,
      * once every total they need has been posted for this run.
      * A break marks the step out of balance, which holds the
      * steps that depend on it. A step restored as complete on a
      * restart is not logged out of balance a second time.
       600-CHECK-BALANCES.
           PERFORM 610-LOAD-LEDGER
           MOVE "N" TO WS-STEP-UNBALANCED
           PERFORM VARYING BLR-IDX FROM 1 BY 1
               UNTIL BLR-IDX > WS-BAL-RULE-COUNT
               PERFORM 620-EVALUATE-RULE
           END-PERFORM
           IF WS-STEP-UNBALANCED = "Y"
               MOVE "Y" TO WS-RUN-FAILED
               ADD 1 TO WS-UNBAL-COUNT
               MOVE "U" TO WS-STEP-STATUS(STP-IDX)
               IF WS-BAL-RECHECK = "Y"
                   DISPLAY "*** Step " WS-STEP-NO(STP-IDX) " "
                       WS-STEP-PROGRAM(STP-IDX)
                       " control totals still out of balance ***"
               ELSE
                   MOVE "OUTOFBAL" TO LOG-STATUS
                   PERFORM 400-WRITE-LOG-RECORD
                   DISPLAY "*** Step " WS-STEP-NO(STP-IDX) " "
                       WS-STEP-PROGRAM(STP-IDX)
                       " control totals out of balance ***"
               END-IF
           END-IF.
       610-LOAD-LEDGER.
           MOVE 0 TO WS-LEDGER-COUNT
           MOVE "N" TO WS-CTT-EOF
           OPEN INPUT CONTROL-TOTAL-FILE
           READ CONTROL-TOTAL-FILE
               AT END MOVE "Y" TO WS-CTT-EOF
           END-READ
           PERFORM UNTIL WS-CTT-EOF = "Y"
               IF CTT-RUN-DATE = WS-RUN-DATE
                   AND CTT-RUN-TYPE = "B"
                   PERFORM 615-STORE-LEDGER-TOTAL
               END-IF
               READ CONTROL-TOTAL-FILE
                   AT END MOVE "Y" TO WS-CTT-EOF
               END-READ
           END-PERFORM
           CLOSE CONTROL-TOTAL-FILE.
       615-STORE-LEDGER-TOTAL.
           MOVE "N" TO WS-LGR-FOUND
           PERFORM VARYING LGR-IDX FROM 1 BY 1
               UNTIL LGR-IDX > WS-LEDGER-COUNT
               OR WS-LGR-FOUND = "Y"
               IF WS-LGR-PROGRAM(LGR-IDX) = CTT-PROGRAM
                   AND WS-LGR-TOTAL-ID(LGR-IDX) = CTT-TOTAL-ID
                   MOVE "Y" TO WS-LGR-FOUND
                   MOVE CTT-RECORD-COUNT TO WS-LGR-COUNT(LGR-IDX)
                   MOVE CTT-AMOUNT TO WS-LGR-AMOUNT(LGR-IDX)
               END-IF
           END-PERFORM
           IF WS-LGR-FOUND = "N"
               IF WS-LEDGER-COUNT < 200
                   ADD 1 TO WS-LEDGER-COUNT
                   MOVE CTT-PROGRAM TO WS-LGR-PROGRAM(WS-LEDGER-COUNT)
                   MOVE CTT-TOTAL-ID
                       TO WS-LGR-TOTAL-ID(WS-LEDGER-COUNT)
                   MOVE CTT-RECORD-COUNT
                       TO WS-LGR-COUNT(WS-LEDGER-COUNT)
                   MOVE CTT-AMOUNT TO WS-LGR-AMOUNT(WS-LEDGER-COUNT)
               ELSE
                   DISPLAY "Control totals table full, total "
                       CTT-PROGRAM " " CTT-TOTAL-ID " skipped"
               END-IF
           END-IF.
       620-EVALUATE-RULE.
           MOVE "N" TO WS-RULE-INVOLVED
           IF WS-BLR-LEFT-PROGRAM(BLR-IDX) = WS-STEP-PROGRAM(STP-IDX)
               OR WS-BLR-RIGHT-PROGRAM(BLR-IDX) =
                   WS-STEP-PROGRAM(STP-IDX)
               MOVE "Y" TO WS-RULE-INVOLVED
           END-IF
           IF WS-BLR-LEFT-SIGN(BLR-IDX) NOT = SPACE
               AND WS-BLR-LEFT2-PROGRAM(BLR-IDX) =
                   WS-STEP-PROGRAM(STP-IDX)
               MOVE "Y" TO WS-RULE-INVOLVED
           END-IF
           IF WS-BLR-RIGHT-SIGN(BLR-IDX) NOT = SPACE
               AND WS-BLR-RIGHT2-PROGRAM(BLR-IDX) =
                   WS-STEP-PROGRAM(STP-IDX)
               MOVE "Y" TO WS-RULE-INVOLVED
           END-IF
           IF WS-BLR-ACTIVE(BLR-IDX) = "N"
               MOVE "N" TO WS-RULE-INVOLVED
           END-IF
      * A rule belongs to the last scheduled step it names, so a
      * restart does not also charge the break to the earlier one
           IF WS-RULE-INVOLVED = "Y"
               MOVE WS-BLR-LEFT-PROGRAM(BLR-IDX) TO WS-TERM-PROGRAM
               PERFORM 625-CHECK-LATER-STEP
               MOVE WS-BLR-RIGHT-PROGRAM(BLR-IDX) TO WS-TERM-PROGRAM
               PERFORM 625-CHECK-LATER-STEP
               IF WS-BLR-LEFT-SIGN(BLR-IDX) NOT = SPACE
                   MOVE WS-BLR-LEFT2-PROGRAM(BLR-IDX)
                       TO WS-TERM-PROGRAM
                   PERFORM 625-CHECK-LATER-STEP
               END-IF
               IF WS-BLR-RIGHT-SIGN(BLR-IDX) NOT = SPACE
                   MOVE WS-BLR-RIGHT2-PROGRAM(BLR-IDX)
                       TO WS-TERM-PROGRAM
                   PERFORM 625-CHECK-LATER-STEP
               END-IF
           END-IF
           IF WS-RULE-INVOLVED = "Y"
               MOVE "Y" TO WS-RULE-POSTED
               MOVE 0 TO WS-SIDE-COUNT
               MOVE 0 TO WS-SIDE-AMOUNT
               MOVE WS-BLR-LEFT-PROGRAM(BLR-IDX) TO WS-TERM-PROGRAM
               MOVE WS-BLR-LEFT-TOTAL(BLR-IDX) TO WS-TERM-TOTAL
               MOVE "+" TO WS-TERM-SIGN
               PERFORM 630-ADD-TERM
               IF WS-BLR-LEFT-SIGN(BLR-IDX) NOT = SPACE
                   MOVE WS-BLR-LEFT2-PROGRAM(BLR-IDX)
                       TO WS-TERM-PROGRAM
                   MOVE WS-BLR-LEFT2-TOTAL(BLR-IDX) TO WS-TERM-TOTAL
                   MOVE WS-BLR-LEFT-SIGN(BLR-IDX) TO WS-TERM-SIGN
                   PERFORM 630-ADD-TERM
               END-IF
               MOVE WS-SIDE-COUNT TO WS-BLR-LEFT-COUNT(BLR-IDX)
               MOVE WS-SIDE-AMOUNT TO WS-BLR-LEFT-AMOUNT(BLR-IDX)
               MOVE 0 TO WS-SIDE-COUNT
               MOVE 0 TO WS-SIDE-AMOUNT
               MOVE WS-BLR-RIGHT-PROGRAM(BLR-IDX) TO WS-TERM-PROGRAM
               MOVE WS-BLR-RIGHT-TOTAL(BLR-IDX) TO WS-TERM-TOTAL
               MOVE "+" TO WS-TERM-SIGN
               PERFORM 630-ADD-TERM
               IF WS-BLR-RIGHT-SIGN(BLR-IDX) NOT = SPACE
                   MOVE WS-BLR-RIGHT2-PROGRAM(BLR-IDX)
                       TO WS-TERM-PROGRAM
                   MOVE WS-BLR-RIGHT2-TOTAL(BLR-IDX)
                       TO WS-TERM-TOTAL
                   MOVE WS-BLR-RIGHT-SIGN(BLR-IDX) TO WS-TERM-SIGN
                   PERFORM 630-ADD-TERM
               END-IF
               MOVE WS-SIDE-COUNT TO WS-BLR-RIGHT-COUNT(BLR-IDX)
               MOVE WS-SIDE-AMOUNT TO WS-BLR-RIGHT-AMOUNT(BLR-IDX)
               IF WS-RULE-POSTED = "Y"
                   PERFORM 640-COMPARE-SIDES
               END-IF
           END-IF.
       625-CHECK-LATER-STEP.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-STEP-COUNT
               IF WS-SCAN-IDX > STP-IDX
                   AND WS-STEP-PROGRAM(WS-SCAN-IDX) = WS-TERM-PROGRAM
                   MOVE "N" TO WS-RULE-INVOLVED
               END-IF
           END-PERFORM.
      * Adds one posted total into the side being built; a total
      * not yet posted leaves the rule unchecked for now
       630-ADD-TERM.
           MOVE "N" TO WS-LGR-FOUND
           PERFORM VARYING LGR-IDX FROM 1 BY 1
               UNTIL LGR-IDX > WS-LEDGER-COUNT
               OR WS-LGR-FOUND = "Y"
               IF WS-LGR-PROGRAM(LGR-IDX) = WS-TERM-PROGRAM
                   AND WS-LGR-TOTAL-ID(LGR-IDX) = WS-TERM-TOTAL
                   MOVE "Y" TO WS-LGR-FOUND
                   IF WS-TERM-SIGN = "-"
                       SUBTRACT WS-LGR-COUNT(LGR-IDX)
                           FROM WS-SIDE-COUNT
                       SUBTRACT WS-LGR-AMOUNT(LGR-IDX)
                           FROM WS-SIDE-AMOUNT
                   ELSE
                       ADD WS-LGR-COUNT(LGR-IDX) TO WS-SIDE-COUNT
                       ADD WS-LGR-AMOUNT(LGR-IDX) TO WS-SIDE-AMOUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LGR-FOUND = "N"
               MOVE "N" TO WS-RULE-POSTED
           END-IF.
       640-COMPARE-SIDES.
           COMPUTE WS-BLR-DIFF-COUNT(BLR-IDX) =
               WS-BLR-LEFT-COUNT(BLR-IDX) -
               WS-BLR-RIGHT-COUNT(BLR-IDX)
           COMPUTE WS-BLR-DIFF-AMOUNT(BLR-IDX) =
               WS-BLR-LEFT-AMOUNT(BLR-IDX) -
               WS-BLR-RIGHT-AMOUNT(BLR-IDX)
           MOVE WS-BLR-DIFF-AMOUNT(BLR-IDX) TO WS-ABS-DIFF
           IF WS-ABS-DIFF < 0
               COMPUTE WS-ABS-DIFF = 0 - WS-ABS-DIFF
           END-IF
           MOVE "I" TO WS-BLR-STATUS(BLR-IDX)
           IF WS-BLR-COMPARE(BLR-IDX) NOT = "A"
               AND WS-BLR-DIFF-COUNT(BLR-IDX) NOT = 0
               MOVE "U" TO WS-BLR-STATUS(BLR-IDX)
           END-IF
           IF WS-BLR-COMPARE(BLR-IDX) NOT = "C"
               AND WS-ABS-DIFF > WS-BLR-TOLERANCE(BLR-IDX)
               MOVE "U" TO WS-BLR-STATUS(BLR-IDX)
           END-IF
           IF WS-BLR-STATUS(BLR-IDX) = "U"
               MOVE "Y" TO WS-STEP-UNBALANCED
               DISPLAY "Balancing rule " WS-BLR-RULE-ID(BLR-IDX)
                   " out of balance - " WS-BLR-DESCRIPTION(BLR-IDX)
           END-IF.
      * The lock map names the masters each nightly program
      * rewrites; the standard map is used only when no
      * BATCH-LOCK-MAP.dat exists or it holds no entries.
       700-LOAD-LOCK-MAP.
           MOVE 0 TO WS-LKM-COUNT
           MOVE "N" TO WS-LKM-EOF
           OPEN INPUT LOCK-MAP-FILE
           READ LOCK-MAP-FILE
               AT END MOVE "Y" TO WS-LKM-EOF
           END-READ
           PERFORM UNTIL WS-LKM-EOF = "Y"
               IF LKM-PROGRAM NOT = SPACES
                   AND LKM-FILE-NAME NOT = SPACES
                   IF WS-LKM-COUNT < 50
                       ADD 1 TO WS-LKM-COUNT
                       MOVE LOCK-MAP-RECORD
                           TO WS-LOCK-MAP-ENTRY(WS-LKM-COUNT)
                   ELSE
                       DISPLAY "Lock map table full, entry for "
                           LKM-PROGRAM " skipped"
                   END-IF
               END-IF
               READ LOCK-MAP-FILE
                   AT END MOVE "Y" TO WS-LKM-EOF
               END-READ
           END-PERFORM
           CLOSE LOCK-MAP-FILE
           IF WS-LKM-COUNT = 0
               PERFORM VARYING WS-DFL-IDX FROM 1 BY 1
                   UNTIL WS-DFL-IDX > 7
                   ADD 1 TO WS-LKM-COUNT
                   MOVE WS-DEFAULT-LOCK-ENTRY(WS-DFL-IDX)
                       TO WS-LOCK-MAP-ENTRY(WS-LKM-COUNT)
               END-PERFORM
           END-IF.
      * A lock this program left on the same master (a restart
      * after an abort) is taken over rather than duplicated.
       710-SET-STEP-LOCKS.
           MOVE "N" TO WS-LCK-CHANGED
           PERFORM 730-LOAD-LOCKS
           PERFORM VARYING LKM-IDX FROM 1 BY 1
               UNTIL LKM-IDX > WS-LKM-COUNT
               IF WS-LKM-PROGRAM(LKM-IDX) = WS-STEP-PROGRAM(STP-IDX)
                   PERFORM 715-SET-ONE-LOCK
               END-IF
           END-PERFORM
           IF WS-LCK-CHANGED = "Y"
               PERFORM 740-SAVE-LOCKS
           END-IF.
       715-SET-ONE-LOCK.
           MOVE 0 TO WS-LCK-FOUND
           PERFORM VARYING LCK-IDX FROM 1 BY 1
               UNTIL LCK-IDX > WS-LCK-COUNT
               IF WS-LCK-FILE-NAME(LCK-IDX) =
                   WS-LKM-FILE-NAME(LKM-IDX)
                   AND WS-LCK-PROGRAM(LCK-IDX) =
                   WS-STEP-PROGRAM(STP-IDX)
                   SET WS-LCK-FOUND TO LCK-IDX
               END-IF
           END-PERFORM
           IF WS-LCK-FOUND = 0
               IF WS-LCK-COUNT < 50
                   ADD 1 TO WS-LCK-COUNT
                   MOVE WS-LCK-COUNT TO WS-LCK-FOUND
               ELSE
                   DISPLAY "Batch lock table full - "
                       WS-LKM-FILE-NAME(LKM-IDX) " not locked"
               END-IF
           END-IF
           IF WS-LCK-FOUND > 0
               MOVE WS-LKM-FILE-NAME(LKM-IDX)
                   TO WS-LCK-FILE-NAME(WS-LCK-FOUND)
               MOVE WS-STEP-NO(STP-IDX) TO WS-LCK-STEP-NO(WS-LCK-FOUND)
               MOVE WS-STEP-PROGRAM(STP-IDX)
                   TO WS-LCK-PROGRAM(WS-LCK-FOUND)
               MOVE WS-RUN-DATE TO WS-LCK-RUN-DATE(WS-LCK-FOUND)
               ACCEPT WS-LCK-SET-DATE(WS-LCK-FOUND)
                   FROM DATE YYYYMMDD
               ACCEPT WS-LCK-SET-TIME(WS-LCK-FOUND) FROM TIME
               MOVE "Y" TO WS-LCK-CHANGED
               DISPLAY "Batch-window lock set on "
                   WS-LKM-FILE-NAME(LKM-IDX)
           END-IF.
      * Released whether the step completed or failed; only a run
      * that dies inside a step leaves its locks behind.
       720-RELEASE-STEP-LOCKS.
           PERFORM 730-LOAD-LOCKS
           MOVE 0 TO WS-LCK-KEEP
           MOVE "N" TO WS-LCK-CHANGED
           PERFORM VARYING LCK-IDX FROM 1 BY 1
               UNTIL LCK-IDX > WS-LCK-COUNT
               IF WS-LCK-STEP-NO(LCK-IDX) = WS-STEP-NO(STP-IDX)
                   AND WS-LCK-PROGRAM(LCK-IDX) =
                   WS-STEP-PROGRAM(STP-IDX)
                   MOVE "Y" TO WS-LCK-CHANGED
                   DISPLAY "Batch-window lock released on "
                       WS-LCK-FILE-NAME(LCK-IDX)
               ELSE
                   ADD 1 TO WS-LCK-KEEP
                   MOVE WS-LOCK-ENTRY(LCK-IDX)
                       TO WS-LOCK-ENTRY(WS-LCK-KEEP)
               END-IF
           END-PERFORM
           MOVE WS-LCK-KEEP TO WS-LCK-COUNT
           IF WS-LCK-CHANGED = "Y"
               PERFORM 740-SAVE-LOCKS
           END-IF.
       730-LOAD-LOCKS.
           MOVE 0 TO WS-LCK-COUNT
           MOVE "N" TO WS-LCK-EOF
           OPEN INPUT BATCH-LOCK-FILE
           READ BATCH-LOCK-FILE
               AT END MOVE "Y" TO WS-LCK-EOF
           END-READ
           PERFORM UNTIL WS-LCK-EOF = "Y"
               IF WS-LCK-COUNT < 50
                   ADD 1 TO WS-LCK-COUNT
                   MOVE BATCH-LOCK-RECORD
                       TO WS-LOCK-ENTRY(WS-LCK-COUNT)
               END-IF
               READ BATCH-LOCK-FILE
                   AT END MOVE "Y" TO WS-LCK-EOF
               END-READ
           END-PERFORM
           CLOSE BATCH-LOCK-FILE.
       740-SAVE-LOCKS.
           OPEN OUTPUT BATCH-LOCK-FILE
           PERFORM VARYING LCK-IDX FROM 1 BY 1
               UNTIL LCK-IDX > WS-LCK-COUNT
               MOVE WS-LOCK-ENTRY(LCK-IDX) TO BATCH-LOCK-RECORD
               WRITE BATCH-LOCK-RECORD
           END-PERFORM
           CLOSE BATCH-LOCK-FILE.
      * Operations alerts go on ALERT.dat the way LOGIN raises its
      * security alerts, and ALRTDISP is called straight away so
      * the on-call operator is paged while the night is running.
       800-RAISE-STEP-ALERT.
           ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ALERT-TIME FROM TIME
           OPEN EXTEND ALERT-FILE
           MOVE "OPERATIONS" TO ALT-SITE-ID
           MOVE 0 TO ALT-TEMPERATURE
           COMPUTE ALT-TIMESTAMP =
               WS-ALERT-DATE * 10000 + WS-ALERT-HHMM
           MOVE SPACES TO ALT-MESSAGE
           STRING "STEP " DELIMITED BY SIZE
               WS-STEP-NO(STP-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STEP-PROGRAM(STP-IDX) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-ALERT-TEXT DELIMITED BY SIZE
               INTO ALT-MESSAGE
           END-STRING
           MOVE "O" TO ALT-TYPE
           MOVE SPACE TO ALT-SUPPRESSED
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE
           ADD 1 TO WS-ALERT-COUNT
           DISPLAY "Operations alert raised: " ALT-MESSAGE
           PERFORM 820-DISPATCH-ALERTS.
       810-CHECK-LONG-STEP.
           IF WS-STEP-PRIOR-FOUND(STP-IDX) = "Y"
               AND WS-STEP-ELAPSED-MIN(STP-IDX) >
                   WS-STEP-PRIOR-MIN(STP-IDX) * WS-LONG-STEP-FACTOR
               AND WS-STEP-ELAPSED-MIN(STP-IDX) -
                   WS-STEP-PRIOR-MIN(STP-IDX) >= WS-LONG-STEP-MINUTES
               MOVE WS-STEP-ELAPSED-MIN(STP-IDX) TO WS-ALERT-MINS
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "RAN " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ALERT-MINS) DELIMITED BY SIZE
                   " MIN" DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT
               END-STRING
               PERFORM 800-RAISE-STEP-ALERT
           END-IF.
      * ALRTDISP sees RUN-CONTROL.dat in batch mode and runs
      * without prompts; it is cancelled each time so the next
      * call starts from its files again
       820-DISPATCH-ALERTS.
           CALL "ALRTDISP"
               ON EXCEPTION
                   DISPLAY "*** ALRTDISP is not available - the "
                       "alert is left on ALERT.dat for the next "
                       "dispatch ***"
           END-CALL
           CANCEL "ALRTDISP".
      * KPISUMM runs while RUN-CONTROL.dat still carries the run
      * date, so a restart after midnight reports the same day
       850-KPI-SUMMARY.
           CALL "KPISUMM"
               ON EXCEPTION
                   DISPLAY "*** KPISUMM is not available - no KPI "
                       "summary this run ***"
           END-CALL
           CANCEL "KPISUMM".
