           SELECT REVERSAL-REPORT-FILE ASSIGN TO
           "PAYROLL-REVERSAL-REPORT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO
           "RUN-CONTROL.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO
           "CONTROL-TOTALS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD YTD-FILE.
           05 RTN-DATE PIC 9(8).
       FD REVERSAL-REPORT-FILE.
       01 REVERSAL-REPORT-RECORD PIC X(100).
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
       01 WS-YTD-EOF PIC X VALUE "N".
       01 WS-APPROVAL-EOF PIC X VALUE "N".
           05 WS-RVL-REASON PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RVL-NOTE PIC X(25).
       01 WS-UNATTENDED PIC X VALUE "N".
      * Control totals posted for NIGHTRUN's balancing
       01 WS-CTT-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-CTT-TOTAL-ID PIC X(20) VALUE SPACES.
       01 WS-CTT-DIRECTION PIC X(1) VALUE SPACE.
       01 WS-CTT-COUNT PIC 9(9) VALUE 0.
       01 WS-CTT-AMOUNT PIC S9(13)V99 VALUE 0.
       01 WS-YTD-READ-COUNT PIC 9(9) VALUE 0.
       01 WS-YTD-READ-AMOUNT PIC S9(13)V99 VALUE 0.
       01 WS-PAID-BEFORE PIC S9(13)V99 VALUE 0.
       01 WS-PAID-AFTER PIC S9(13)V99 VALUE 0.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 040-READ-RUN-CONTROL
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 150-LOAD-YTD
           PERFORM 180-PROCESS-RETURNS
           PERFORM 200-ACCUMULATE-HELD
           PERFORM 300-RUN-PAYMENTS
           PERFORM 400-SAVE-YTD
           MOVE "YTD-EARNED-READ" TO WS-CTT-TOTAL-ID
           MOVE "I" TO WS-CTT-DIRECTION
           MOVE WS-YTD-READ-COUNT TO WS-CTT-COUNT
           MOVE WS-YTD-READ-AMOUNT TO WS-CTT-AMOUNT
           PERFORM 450-POST-CONTROL-TOTAL
           MOVE "YTD-PAID-BEFORE" TO WS-CTT-TOTAL-ID
           MOVE WS-YTD-COUNT TO WS-CTT-COUNT
           MOVE WS-PAID-BEFORE TO WS-CTT-AMOUNT
           PERFORM 450-POST-CONTROL-TOTAL
           MOVE "RETURNS-REVERSED" TO WS-CTT-TOTAL-ID
           MOVE WS-REVERSAL-COUNT TO WS-CTT-COUNT
           MOVE WS-REVERSAL-TOTAL TO WS-CTT-AMOUNT
           PERFORM 450-POST-CONTROL-TOTAL
           MOVE "PAYROLL-WRITTEN" TO WS-CTT-TOTAL-ID
           MOVE "O" TO WS-CTT-DIRECTION
           MOVE WS-PAY-COUNT TO WS-CTT-COUNT
           MOVE WS-PAY-TOTAL TO WS-CTT-AMOUNT
           PERFORM 450-POST-CONTROL-TOTAL
           MOVE "YTD-PAID-AFTER" TO WS-CTT-TOTAL-ID
           MOVE WS-YTD-COUNT TO WS-CTT-COUNT
           MOVE WS-PAID-AFTER TO WS-CTT-AMOUNT
           PERFORM 450-POST-CONTROL-TOTAL
           DISPLAY "Payroll records written: " WS-PAY-COUNT
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
       150-LOAD-YTD.
           OPEN INPUT YTD-FILE
           READ YTD-FILE
               AT END MOVE "Y" TO WS-YTD-EOF
           END-READ
           PERFORM UNTIL WS-YTD-EOF = "Y"
               ADD 1 TO WS-YTD-READ-COUNT
               ADD YTD-COMMISSION-AMOUNT TO WS-YTD-READ-AMOUNT
               IF WS-YTD-COUNT < 500
                   ADD 1 TO WS-YTD-COUNT
                   MOVE YTD-SALES-ID TO WS-YTD-SALES-ID(WS-YTD-COUNT)
                   MOVE YTD-LAST-RATE TO WS-YTD-LAST-RATE(WS-YTD-COUNT)
                   MOVE YTD-LAST-TIER TO WS-YTD-LAST-TIER(WS-YTD-COUNT)
                   MOVE YTD-PAID-AMOUNT TO WS-YTD-PAID(WS-YTD-COUNT)
                   ADD YTD-PAID-AMOUNT TO WS-PAID-BEFORE
                   MOVE 0 TO WS-YTD-HELD(WS-YTD-COUNT)
               ELSE
                   DISPLAY "YTD table full, record skipped for "
               MOVE WS-YTD-LAST-TIER(YTD-IDX) TO YTD-LAST-TIER
               MOVE WS-YTD-PAID(YTD-IDX) TO YTD-PAID-AMOUNT
               WRITE YTD-RECORD
               ADD YTD-PAID-AMOUNT TO WS-PAID-AFTER
           END-PERFORM
           CLOSE YTD-FILE.
      * Posts one control total to the shared ledger. Nightly runs
      * carry NIGHTRUN's run date so a restart past midnight still
      * balances against the same night.
       450-POST-CONTROL-TOTAL.
           IF WS-CTT-RUN-DATE = 0
               ACCEPT WS-CTT-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           OPEN EXTEND CONTROL-TOTAL-FILE
           MOVE WS-CTT-RUN-DATE TO CTT-RUN-DATE
           MOVE "COMPAY" TO CTT-PROGRAM
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
