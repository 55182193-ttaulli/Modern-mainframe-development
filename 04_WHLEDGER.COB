      * into a liability ledger by quarterly period, produces the
      * remittance voucher totals filed with the tax authority,
      * and marks periods as remitted so the outstanding
      * liability is always visible. The vouchers on file after
      * every run are posted to CONTROL-TOTALS.dat, where
      * NIGHTRUN ties them to what GLPOST reads.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIABILITY-REPORT-FILE ASSIGN TO
           "WITHHOLDING-LIABILITY.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO
           "RUN-CONTROL.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO
           "CONTROL-TOTALS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD INTEREST-SUMMARY-FILE.
           05 VCH-USER PIC X(20).
       FD LIABILITY-REPORT-FILE.
       01 LIABILITY-REPORT-RECORD PIC X(100).
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RUN-CTL-MODE PIC X(1).
           05 RUN-CTL-USER PIC X(20).
           05 RUN-CTL-RUN-DATE PIC 9(8).
      * Shared run-to-run control totals ledger balanced by
      * NIGHTRUN between steps
       FD CONTROL-TOTAL-FILE.
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
       WORKING-STORAGE SECTION.
       01 WS-MODE PIC X(1) VALUE "A".
       01 WS-SUMMARY-EOF PIC X VALUE "N".
       01 WS-LEDGER-EOF PIC X VALUE "N".
       01 WS-VOUCHER-EOF PIC X VALUE "N".
       01 WS-UNATTENDED PIC X VALUE "N".
       01 WS-CTT-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-CTT-TOTAL-ID PIC X(20) VALUE SPACES.
       01 WS-CTT-DIRECTION PIC X(1) VALUE SPACE.
       01 WS-CTT-COUNT PIC 9(9) VALUE 0.
       01 WS-CTT-AMOUNT PIC S9(13)V99 VALUE 0.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-USERNAME PIC X(20) VALUE SPACES.
       01 WS-PERIOD PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 040-READ-RUN-CONTROL
           DISPLAY "Accrue from interest summary, Remit a period, "
               "or Report only? (A/R/O)"
           ACCEPT WS-MODE
           END-EVALUATE
           PERFORM 400-SAVE-LEDGER
           PERFORM 500-LIABILITY-REPORT
           PERFORM 550-POST-VOUCHER-TOTAL
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
                       IF RUN-CTL-RUN-DATE IS NUMERIC
                           MOVE RUN-CTL-RUN-DATE TO WS-CTT-RUN-DATE
                       END-IF
                   END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.
       150-LOAD-LEDGER.
           OPEN INPUT LEDGER-FILE
           READ LEDGER-FILE
               WRITE LEDGER-RECORD
           END-PERFORM
           CLOSE LEDGER-FILE.
      * Posts one control total to the shared ledger. Nightly runs
      * carry NIGHTRUN's run date so a restart past midnight still
      * balances against the same night.
       450-POST-CONTROL-TOTAL.
           IF WS-CTT-RUN-DATE = 0
               ACCEPT WS-CTT-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           OPEN EXTEND CONTROL-TOTAL-FILE
           MOVE WS-CTT-RUN-DATE TO CTT-RUN-DATE
           MOVE "WHLEDGER" TO CTT-PROGRAM
           MOVE WS-CTT-TOTAL-ID TO CTT-TOTAL-ID
           MOVE WS-CTT-DIRECTION TO CTT-DIRECTION
           MOVE WS-CTT-COUNT TO CTT-RECORD-COUNT
           MOVE WS-CTT-AMOUNT TO CTT-AMOUNT
           IF WS-UNATTENDED = "Y"
               MOVE "B" TO CTT-RUN-TYPE
           ELSE
               MOVE "M" TO CTT-RUN-TYPE
           END-IF
           ACCEPT CTT-POSTED-DATE FROM DATE YYYYMMDD
           ACCEPT CTT-POSTED-TIME FROM TIME
           WRITE CONTROL-TOTAL-RECORD
           CLOSE CONTROL-TOTAL-FILE.
       500-LIABILITY-REPORT.
           OPEN OUTPUT LIABILITY-REPORT-FILE
           MOVE " Withholding Liability By Period"
           CLOSE LIABILITY-REPORT-FILE
           DISPLAY "Liability report written to "
               "WITHHOLDING-LIABILITY.dat".
      * The voucher file is kept from run to run, so the whole
      * file is the total GLPOST reads back
       550-POST-VOUCHER-TOTAL.
           MOVE 0 TO WS-CTT-COUNT
           MOVE 0 TO WS-CTT-AMOUNT
           MOVE "N" TO WS-VOUCHER-EOF
           OPEN INPUT VOUCHER-FILE
           READ VOUCHER-FILE
               AT END MOVE "Y" TO WS-VOUCHER-EOF
           END-READ
           PERFORM UNTIL WS-VOUCHER-EOF = "Y"
               ADD 1 TO WS-CTT-COUNT
               ADD VCH-AMOUNT TO WS-CTT-AMOUNT
               READ VOUCHER-FILE
                   AT END MOVE "Y" TO WS-VOUCHER-EOF
               END-READ
           END-PERFORM
           CLOSE VOUCHER-FILE
           MOVE "VOUCHERS-ON-FILE" TO WS-CTT-TOTAL-ID
           MOVE "O" TO WS-CTT-DIRECTION
           PERFORM 450-POST-CONTROL-TOTAL.
