       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPSEP.
      * Employee separation. One transaction carries the leaver's
      * sales ID, sign-on user name, on-call name and termination
      * date, and every file they appear on is updated together:
      * the rep is set inactive on SALESPERSON-MASTER.dat, a final
      * commission settlement recovers the outstanding draw from
      * the unpaid balance on YTD-COMMISSIONS.dat, the user is
      * deactivated on USERS.dat and their sessions ended, and
      * on-call slots from the termination date on are flagged
      * for reassignment. SEPARATION-CHECKLIST.dat shows what was
      * changed and what still needs someone's attention.
      * Interactive runs enter one separation at a time; an
      * unattended run (RUN-CONTROL B) works the queue on
      * SEPARATIONS.dat and then clears it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SEPARATION-FILE ASSIGN TO
           "SEPARATIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECKLIST-FILE ASSIGN TO
           "SEPARATION-CHECKLIST.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SALESPERSON-MASTER-FILE ASSIGN TO
           "SALESPERSON-MASTER.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SPM-ID.
           SELECT OPTIONAL YTD-FILE ASSIGN TO
           "YTD-COMMISSIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DRAW-FILE ASSIGN TO
           "DRAWS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DETAIL-FILE ASSIGN TO
           "COMMISSION-DETAIL.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL USER-FILE ASSIGN TO
           "USERS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS USR-USERNAME.
           SELECT OPTIONAL SESSION-FILE ASSIGN TO
           "SESSION.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADMIN-AUDIT-FILE ASSIGN TO
           "USER-ADMIN-AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ONCALL-FILE ASSIGN TO
           "ONCALL-SCHEDULE.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PERMISSION-FILE ASSIGN TO
           "PERMISSIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO
           "RUN-CONTROL.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SEPARATION-FILE.
      * One leaver per record. Sales ID or user name may be blank
      * when the person has only one of them. The on-call name is
      * the name used on ONCALL-SCHEDULE.dat; blank means use the
      * name on the salesperson master, else the user name.
       01 SEPARATION-RECORD.
           05 SEP-SALES-ID PIC X(6).
           05 SEP-USERNAME PIC X(20).
           05 SEP-ONCALL-NAME PIC X(25).
           05 SEP-TERM-DATE PIC 9(8).
           05 SEP-REASON PIC X(30).
       FD CHECKLIST-FILE.
       01 CHECKLIST-RECORD PIC X(100).
       FD SALESPERSON-MASTER-FILE.
       01 SALESPERSON-MASTER-RECORD.
           05 SPM-ID PIC X(6).
           05 SPM-NAME PIC X(25).
           05 SPM-TERRITORY PIC X(10).
      * SPM-ACTIVE: A = active, I = inactive
           05 SPM-ACTIVE PIC X(1).
           05 SPM-HIRE-DATE PIC 9(8).
           05 SPM-MANAGER-ID PIC X(6).
           05 SPM-OVERRIDE-RATE PIC 9(2)V9.
           05 SPM-ANNUAL-QUOTA PIC 9(9)V99.
      * Employee tax ID; VENMAINT checks vendor tax IDs against it
           05 SPM-TAX-ID PIC X(9).
       FD YTD-FILE.
       01 YTD-RECORD.
           05 YTD-SALES-ID PIC X(6).
           05 YTD-COMMISSION-AMOUNT PIC S9(9)V99.
           05 YTD-LAST-RATE PIC 9(2)V9.
           05 YTD-LAST-TIER PIC 9(2).
           05 YTD-PAID-AMOUNT PIC S9(9)V99.
       FD DRAW-FILE.
       01 DRAW-RECORD.
           05 DRW-SALES-ID PIC X(6).
           05 DRW-GUARANTEE PIC 9(9)V99.
           05 DRW-OUTSTANDING PIC S9(9)V99.
       FD DETAIL-FILE.
       01 DETAIL-RECORD.
           05 DTL-SALES-ID PIC X(6).
           05 DTL-PRODUCT-LINE PIC X(4).
           05 DTL-UNITS-SOLD PIC 9(4).
           05 DTL-TXN-TYPE PIC X(1).
           05 DTL-TIER PIC 9(2).
           05 DTL-RATE PIC 9(2)V9.
           05 DTL-AMOUNT PIC 9(9)V99.
           05 DTL-YTD-AFTER PIC S9(9)V99.
           05 DTL-SALE-AMOUNT PIC 9(7)V99.
           05 DTL-SALE-DATE PIC 9(8).
       FD USER-FILE.
       01 USER-FILE-RECORD.
           05 USR-USERNAME PIC X(20).
           05 USR-USER-PASSWORD PIC X(20).
           05 USR-FAILED-ATTEMPTS PIC 9.
           05 USR-LOCKED PIC X.
           05 USR-PASSWORD-DATE PIC 9(8).
           05 USR-ROLE PIC X(1).
      * USR-ACTIVE: I = deactivated, anything else = active
           05 USR-ACTIVE PIC X(1).
           05 USR-FORCE-CHANGE PIC X(1).
           05 USR-START-HOUR PIC 9(2).
           05 USR-END-HOUR PIC 9(2).
           05 USR-TERMINALS PIC X(30).
           05 USR-LAST-LOGIN PIC 9(8).
       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SES-USERNAME PIC X(20).
           05 SES-ROLE PIC X(1).
           05 SES-LOGIN-DATE PIC 9(8).
           05 SES-LOGIN-TIME PIC 9(8).
           05 SES-TERMINAL-ID PIC X(10).
           05 SES-IDLE-LIMIT PIC 9(4).
       FD ADMIN-AUDIT-FILE.
       01 ADMIN-AUDIT-RECORD.
           05 ADM-ACTION PIC X(10).
           05 ADM-TARGET-USER PIC X(20).
           05 ADM-ADMIN-USER PIC X(20).
           05 ADM-DATE PIC 9(8).
           05 ADM-TIME PIC 9(8).
           05 ADM-APPROVER PIC X(20).
      * Sales ID of the rep when the user is also on the
      * salesperson master; blank otherwise
           05 ADM-SALES-ID PIC X(6).
       FD ONCALL-FILE.
       01 ONCALL-RECORD.
           05 ONC-SITE-ID PIC X(10).
           05 ONC-FROM-DATE PIC 9(8).
           05 ONC-TO-DATE PIC 9(8).
           05 ONC-START-HOUR PIC 9(2).
           05 ONC-END-HOUR PIC 9(2).
           05 ONC-PRIMARY PIC X(25).
           05 ONC-BACKUP PIC X(25).
      * P = primary gone, B = backup gone, X = both gone
           05 ONC-REASSIGN PIC X(1).
       FD PERMISSION-FILE.
      * Central role-to-function permission matrix maintained by
      * PERMAINT; when the file is absent or empty each program
      * falls back to its historical hardcoded role check
       01 PERMISSION-RECORD.
           05 PRM-ROLE PIC X(1).
           05 PRM-FUNCTION PIC X(12).
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RUN-CTL-MODE PIC X(1).
           05 RUN-CTL-USER PIC X(20).
       WORKING-STORAGE SECTION.
       01 WS-UNATTENDED PIC X VALUE "N".
       01 WS-TODAY PIC 9(8) VALUE 0.
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
       01 WS-MY-TERMINAL PIC X(10) VALUE SPACES.
       01 WS-SESSION-EOF PIC X VALUE "N".
       01 WS-SESSION-FOUND PIC X VALUE "N".
       01 WS-ADMIN-USER PIC X(20) VALUE SPACES.
       01 WS-ROLE PIC X(1) VALUE "V".
           88 IS-ADMIN VALUE "A".
       01 WS-PERM-EOF PIC X VALUE "N".
       01 WS-PERM-COUNT PIC 9(3) VALUE 0.
       01 WS-PERM-TABLE.
           05 WS-PERM-ENTRY OCCURS 100 TIMES INDEXED BY PRM-IDX.
               10 WS-PRM-ROLE PIC X(1).
               10 WS-PRM-FUNCTION PIC X(12).
       01 WS-PERM-FUNCTION PIC X(12) VALUE SPACES.
       01 WS-PERM-OK PIC X VALUE "N".
       01 WS-SEPARATE-ALLOWED PIC X VALUE "N".
      * Each master is held whole so fields this program does not
      * touch are written back unchanged
       01 WS-MASTER-EOF PIC X VALUE "N".
       01 WS-MASTER-COUNT PIC 9(4) VALUE 0.
       01 WS-MASTER-FOUND PIC 9(4) VALUE 0.
       01 WS-MASTER-TABLE.
           05 WS-MST-RECORD PIC X(79) OCCURS 500 TIMES
               INDEXED BY MST-IDX.
       01 WS-YTD-EOF PIC X VALUE "N".
       01 WS-YTD-COUNT PIC 9(4) VALUE 0.
       01 WS-YTD-FOUND PIC 9(4) VALUE 0.
       01 WS-YTD-DIRTY PIC X VALUE "N".
       01 WS-YTD-TABLE.
           05 WS-YTD-RECORD PIC X(33) OCCURS 500 TIMES
               INDEXED BY YTD-IDX.
       01 WS-DRAW-EOF PIC X VALUE "N".
       01 WS-DRAW-COUNT PIC 9(4) VALUE 0.
       01 WS-DRAW-FOUND PIC 9(4) VALUE 0.
       01 WS-DRAW-DIRTY PIC X VALUE "N".
       01 WS-DRAW-TABLE.
           05 WS-DRW-RECORD PIC X(28) OCCURS 500 TIMES
               INDEXED BY DRW-IDX.
       01 WS-USER-FOUND PIC X VALUE "N".
       01 WS-SES-COUNT PIC 9(4) VALUE 0.
       01 WS-SES-DIRTY PIC X VALUE "N".
       01 WS-SES-TABLE.
           05 WS-SES-ENTRY OCCURS 500 TIMES INDEXED BY SES-IDX.
               10 WS-SES-RECORD PIC X(51).
      * K = keep, E = ended by a separation this run
               10 WS-SES-KEEP PIC X(1).
       01 WS-ONCALL-EOF PIC X VALUE "N".
       01 WS-ONCALL-COUNT PIC 9(3) VALUE 0.
       01 WS-ONCALL-DIRTY PIC X VALUE "N".
       01 WS-ONCALL-TABLE.
           05 WS-ONC-RECORD PIC X(81) OCCURS 100 TIMES
               INDEXED BY ONC-IDX.
       01 WS-DONE PIC X VALUE "N".
       01 WS-ANSWER PIC X(1) VALUE SPACES.
       01 WS-SEP-EOF PIC X VALUE "N".
       01 WS-SEP-COUNT PIC 9(4) VALUE 0.
       01 WS-SEP-VALID PIC X VALUE "Y".
       01 WS-ONCALL-NAME PIC X(25) VALUE SPACES.
       01 WS-MATCH-NAME PIC X(25) VALUE SPACES.
       01 WS-UNPAID PIC S9(9)V99 VALUE 0.
       01 WS-RECOVERY PIC S9(9)V99 VALUE 0.
       01 WS-NET-DUE PIC S9(9)V99 VALUE 0.
       01 WS-UNRECOVERED PIC S9(9)V99 VALUE 0.
       01 WS-FORMAT-AMOUNT PIC -,---,---,--9.99.
       01 WS-FORMAT-COUNT PIC ZZZ9.
       01 WS-COUNTER PIC 9(4) VALUE 0.
       01 WS-REPORT-COUNT PIC 9(4) VALUE 0.
       01 WS-CHECK-STATUS PIC X(6) VALUE SPACES.
       01 WS-CHECK-TEXT PIC X(88) VALUE SPACES.
       01 WS-CHECK-LINE.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(1) VALUE "[".
           05 WS-CHK-STATUS PIC X(6).
           05 FILLER PIC X(2) VALUE "] ".
           05 WS-CHK-TEXT PIC X(88).
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 040-READ-RUN-CONTROL
           IF WS-UNATTENDED = "N"
               PERFORM 140-LOAD-PERMISSIONS
               PERFORM 150-LOAD-SESSION
               PERFORM 160-SET-SEPARATE-PERMISSION
           END-IF
           IF WS-UNATTENDED = "N" AND WS-SEPARATE-ALLOWED NOT = "Y"
               DISPLAY "Separation processing requires an admin "
                   "session. Sign on through LOGIN with role A."
           ELSE
               PERFORM 170-LOAD-FILES
               OPEN OUTPUT CHECKLIST-FILE
               OPEN EXTEND DETAIL-FILE
               MOVE SPACES TO CHECKLIST-RECORD
               STRING " Employee Separation Checklist - run "
                   DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   " by " DELIMITED BY SIZE
                   WS-ADMIN-USER DELIMITED BY "  "
                   INTO CHECKLIST-RECORD
               WRITE CHECKLIST-RECORD
               OPEN I-O SALESPERSON-MASTER-FILE
               OPEN I-O USER-FILE
               IF WS-UNATTENDED = "Y"
                   PERFORM 250-BATCH-RUN
               ELSE
                   PERFORM 200-INTERACTIVE-RUN
               END-IF
               CLOSE SALESPERSON-MASTER-FILE
               CLOSE USER-FILE
               CLOSE DETAIL-FILE
               CLOSE CHECKLIST-FILE
               PERFORM 180-SAVE-FILES
               DISPLAY "Separations processed: " WS-SEP-COUNT
               DISPLAY "Checklist written to "
                   "SEPARATION-CHECKLIST.dat"
           END-IF
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
                       MOVE RUN-CTL-USER TO WS-ADMIN-USER
                   END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.
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
                   MOVE SES-USERNAME TO WS-ADMIN-USER
                   MOVE SES-ROLE TO WS-ROLE
               END-IF
           END-IF.
      * The central permission matrix decides who may process
      * separations; without one only admins may.
       160-SET-SEPARATE-PERMISSION.
           IF WS-PERM-COUNT = 0
               IF IS-ADMIN
                   MOVE "Y" TO WS-SEPARATE-ALLOWED
               ELSE
                   MOVE "N" TO WS-SEPARATE-ALLOWED
               END-IF
           ELSE
               MOVE "SEPARATE-EMP" TO WS-PERM-FUNCTION
               PERFORM 145-CHECK-PERMISSION
               MOVE WS-PERM-OK TO WS-SEPARATE-ALLOWED
           END-IF.
       170-LOAD-FILES.
           OPEN INPUT SALESPERSON-MASTER-FILE
           READ SALESPERSON-MASTER-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-MASTER-EOF
           END-READ
           PERFORM UNTIL WS-MASTER-EOF = "Y"
               IF WS-MASTER-COUNT < 500
                   ADD 1 TO WS-MASTER-COUNT
                   MOVE SALESPERSON-MASTER-RECORD
                       TO WS-MST-RECORD(WS-MASTER-COUNT)
               ELSE
                   DISPLAY "Salesperson table full, record skipped "
                       "for " SPM-ID
               END-IF
               READ SALESPERSON-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-MASTER-EOF
               END-READ
           END-PERFORM
           CLOSE SALESPERSON-MASTER-FILE
           OPEN INPUT YTD-FILE
           READ YTD-FILE
               AT END MOVE "Y" TO WS-YTD-EOF
           END-READ
           PERFORM UNTIL WS-YTD-EOF = "Y"
               IF WS-YTD-COUNT < 500
                   ADD 1 TO WS-YTD-COUNT
                   MOVE YTD-RECORD TO WS-YTD-RECORD(WS-YTD-COUNT)
               ELSE
                   DISPLAY "YTD table full, record skipped for "
                       YTD-SALES-ID
               END-IF
               READ YTD-FILE
                   AT END MOVE "Y" TO WS-YTD-EOF
               END-READ
           END-PERFORM
           CLOSE YTD-FILE
           OPEN INPUT DRAW-FILE
           READ DRAW-FILE
               AT END MOVE "Y" TO WS-DRAW-EOF
           END-READ
           PERFORM UNTIL WS-DRAW-EOF = "Y"
               IF WS-DRAW-COUNT < 500
                   ADD 1 TO WS-DRAW-COUNT
                   MOVE DRAW-RECORD TO WS-DRW-RECORD(WS-DRAW-COUNT)
               ELSE
                   DISPLAY "Draw table full, record skipped for "
                       DRW-SALES-ID
               END-IF
               READ DRAW-FILE
                   AT END MOVE "Y" TO WS-DRAW-EOF
               END-READ
           END-PERFORM
           CLOSE DRAW-FILE
           MOVE "N" TO WS-SESSION-EOF
           OPEN INPUT SESSION-FILE
           READ SESSION-FILE
               AT END MOVE "Y" TO WS-SESSION-EOF
           END-READ
           PERFORM UNTIL WS-SESSION-EOF = "Y"
               IF WS-SES-COUNT < 500
                   ADD 1 TO WS-SES-COUNT
                   MOVE SESSION-RECORD TO WS-SES-RECORD(WS-SES-COUNT)
                   MOVE "K" TO WS-SES-KEEP(WS-SES-COUNT)
               ELSE
                   DISPLAY "Session table full, record skipped for "
                       SES-USERNAME
               END-IF
               READ SESSION-FILE
                   AT END MOVE "Y" TO WS-SESSION-EOF
               END-READ
           END-PERFORM
           CLOSE SESSION-FILE
           OPEN INPUT ONCALL-FILE
           READ ONCALL-FILE
               AT END MOVE "Y" TO WS-ONCALL-EOF
           END-READ
           PERFORM UNTIL WS-ONCALL-EOF = "Y"
               IF WS-ONCALL-COUNT < 100
                   ADD 1 TO WS-ONCALL-COUNT
                   MOVE ONCALL-RECORD TO WS-ONC-RECORD(WS-ONCALL-COUNT)
               ELSE
                   DISPLAY "On-call table full, record skipped for "
                       ONC-SITE-ID
               END-IF
               READ ONCALL-FILE
                   AT END MOVE "Y" TO WS-ONCALL-EOF
               END-READ
           END-PERFORM
           CLOSE ONCALL-FILE.
      * Only the files a separation actually changed are written
      * back. The salesperson and user masters are rewritten one
      * record at a time as each separation is processed.
       180-SAVE-FILES.
           IF WS-YTD-DIRTY = "Y"
               OPEN OUTPUT YTD-FILE
               PERFORM VARYING YTD-IDX FROM 1 BY 1
                   UNTIL YTD-IDX > WS-YTD-COUNT
                   MOVE WS-YTD-RECORD(YTD-IDX) TO YTD-RECORD
                   WRITE YTD-RECORD
               END-PERFORM
               CLOSE YTD-FILE
           END-IF
           IF WS-DRAW-DIRTY = "Y"
               OPEN OUTPUT DRAW-FILE
               PERFORM VARYING DRW-IDX FROM 1 BY 1
                   UNTIL DRW-IDX > WS-DRAW-COUNT
                   MOVE WS-DRW-RECORD(DRW-IDX) TO DRAW-RECORD
                   WRITE DRAW-RECORD
               END-PERFORM
               CLOSE DRAW-FILE
           END-IF
           IF WS-SES-DIRTY = "Y"
               OPEN OUTPUT SESSION-FILE
               PERFORM VARYING SES-IDX FROM 1 BY 1
                   UNTIL SES-IDX > WS-SES-COUNT
                   IF WS-SES-KEEP(SES-IDX) = "K"
                       MOVE WS-SES-RECORD(SES-IDX) TO SESSION-RECORD
                       WRITE SESSION-RECORD
                   END-IF
               END-PERFORM
               CLOSE SESSION-FILE
           END-IF
           IF WS-ONCALL-DIRTY = "Y"
               OPEN OUTPUT ONCALL-FILE
               PERFORM VARYING ONC-IDX FROM 1 BY 1
                   UNTIL ONC-IDX > WS-ONCALL-COUNT
                   MOVE WS-ONC-RECORD(ONC-IDX) TO ONCALL-RECORD
                   WRITE ONCALL-RECORD
               END-PERFORM
               CLOSE ONCALL-FILE
           END-IF.
       200-INTERACTIVE-RUN.
           MOVE "N" TO WS-DONE
           PERFORM UNTIL WS-DONE = "Y"
               MOVE SPACES TO SEPARATION-RECORD
               MOVE 0 TO SEP-TERM-DATE
               DISPLAY "Enter the leaver's salesperson ID "
                   "(blank if none)"
               ACCEPT SEP-SALES-ID
               DISPLAY "Enter the leaver's sign-on user name "
                   "(blank if none)"
               ACCEPT SEP-USERNAME
               DISPLAY "Enter the name used on the on-call "
                   "schedule (blank = master or user name)"
               ACCEPT SEP-ONCALL-NAME
               DISPLAY "Enter the termination date (YYYYMMDD)"
               ACCEPT SEP-TERM-DATE
               DISPLAY "Enter the reason for leaving"
               ACCEPT SEP-REASON
               PERFORM 300-PROCESS-SEPARATION
               DISPLAY "Process another separation? (Y/N)"
               ACCEPT WS-ANSWER
               IF FUNCTION UPPER-CASE(WS-ANSWER) NOT = "Y"
                   MOVE "Y" TO WS-DONE
               END-IF
           END-PERFORM.
      * The queue is cleared once worked so a leaver is never
      * processed twice
       250-BATCH-RUN.
           OPEN INPUT SEPARATION-FILE
           READ SEPARATION-FILE
               AT END MOVE "Y" TO WS-SEP-EOF
           END-READ
           PERFORM UNTIL WS-SEP-EOF = "Y"
               PERFORM 300-PROCESS-SEPARATION
               READ SEPARATION-FILE
                   AT END MOVE "Y" TO WS-SEP-EOF
               END-READ
           END-PERFORM
           CLOSE SEPARATION-FILE
           OPEN OUTPUT SEPARATION-FILE
           CLOSE SEPARATION-FILE.
       300-PROCESS-SEPARATION.
           MOVE "Y" TO WS-SEP-VALID
           IF SEP-SALES-ID = SPACES AND SEP-USERNAME = SPACES
               MOVE "N" TO WS-SEP-VALID
               DISPLAY "A salesperson ID or user name is required"
           END-IF
           IF SEP-TERM-DATE IS NOT NUMERIC OR SEP-TERM-DATE = 0
               MOVE "N" TO WS-SEP-VALID
               DISPLAY "A termination date is required"
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(SEP-TERM-DATE) NOT = 0
                   MOVE "N" TO WS-SEP-VALID
                   DISPLAY "Termination date " SEP-TERM-DATE
                       " is not a valid date"
               END-IF
           END-IF
           MOVE SPACES TO CHECKLIST-RECORD
           WRITE CHECKLIST-RECORD
           MOVE SPACES TO CHECKLIST-RECORD
           STRING " Separation: rep " DELIMITED BY SIZE
               SEP-SALES-ID DELIMITED BY SIZE
               "  user " DELIMITED BY SIZE
               SEP-USERNAME DELIMITED BY "  "
               "  terminated " DELIMITED BY SIZE
               SEP-TERM-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SEP-REASON DELIMITED BY SIZE
               INTO CHECKLIST-RECORD
           WRITE CHECKLIST-RECORD
           IF WS-SEP-VALID = "N"
               MOVE "FAILED" TO WS-CHECK-STATUS
               MOVE "Rejected - no ID or no valid termination date"
                   TO WS-CHECK-TEXT
               PERFORM 390-WRITE-CHECK-LINE
           ELSE
               ADD 1 TO WS-SEP-COUNT
               MOVE SEP-ONCALL-NAME TO WS-ONCALL-NAME
               PERFORM 310-SEPARATE-REP
               PERFORM 330-SEPARATE-USER
               PERFORM 340-FLAG-ONCALL
           END-IF.
       310-SEPARATE-REP.
           MOVE 0 TO WS-MASTER-FOUND
           IF SEP-SALES-ID = SPACES
               MOVE "N/A" TO WS-CHECK-STATUS
               MOVE "No salesperson ID - sales files not changed"
                   TO WS-CHECK-TEXT
               PERFORM 390-WRITE-CHECK-LINE
           ELSE
               PERFORM VARYING MST-IDX FROM 1 BY 1
                   UNTIL MST-IDX > WS-MASTER-COUNT
                   MOVE WS-MST-RECORD(MST-IDX)
                       TO SALESPERSON-MASTER-RECORD
                   IF SPM-ID = SEP-SALES-ID
                       MOVE MST-IDX TO WS-MASTER-FOUND
                   END-IF
               END-PERFORM
               IF WS-MASTER-FOUND = 0
                   MOVE "CHECK" TO WS-CHECK-STATUS
                   MOVE SPACES TO WS-CHECK-TEXT
                   STRING "Salesperson " DELIMITED BY SIZE
                       SEP-SALES-ID DELIMITED BY SIZE
                       " is not on SALESPERSON-MASTER.dat"
                       DELIMITED BY SIZE
                       INTO WS-CHECK-TEXT
                   PERFORM 390-WRITE-CHECK-LINE
               ELSE
                   MOVE WS-MST-RECORD(WS-MASTER-FOUND)
                       TO SALESPERSON-MASTER-RECORD
                   IF WS-ONCALL-NAME = SPACES
                       MOVE SPM-NAME TO WS-ONCALL-NAME
                   END-IF
                   MOVE SPACES TO WS-CHECK-TEXT
                   IF SPM-ACTIVE = "I"
                       MOVE "N/A" TO WS-CHECK-STATUS
                       STRING "Salesperson " DELIMITED BY SIZE
                           SPM-ID DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           SPM-NAME DELIMITED BY "  "
                           " was already inactive" DELIMITED BY SIZE
                           INTO WS-CHECK-TEXT
                   ELSE
                       MOVE "I" TO SPM-ACTIVE
                       MOVE SALESPERSON-MASTER-RECORD
                           TO WS-MST-RECORD(WS-MASTER-FOUND)
                       REWRITE SALESPERSON-MASTER-RECORD
                           INVALID KEY
                               DISPLAY "Salesperson " SPM-ID
                                   " could not be rewritten"
                       END-REWRITE
                       MOVE "DONE" TO WS-CHECK-STATUS
                       STRING "Salesperson " DELIMITED BY SIZE
                           SPM-ID DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           SPM-NAME DELIMITED BY "  "
                           " set inactive" DELIMITED BY SIZE
                           INTO WS-CHECK-TEXT
                   END-IF
                   PERFORM 390-WRITE-CHECK-LINE
                   PERFORM 315-CHECK-DIRECT-REPORTS
               END-IF
               PERFORM 320-FINAL-SETTLEMENT
           END-IF.
      * Reps who still report to the leaver keep paying the
      * leaver an override until their manager is changed
       315-CHECK-DIRECT-REPORTS.
           MOVE 0 TO WS-REPORT-COUNT
           PERFORM VARYING MST-IDX FROM 1 BY 1
               UNTIL MST-IDX > WS-MASTER-COUNT
               MOVE WS-MST-RECORD(MST-IDX) TO SALESPERSON-MASTER-RECORD
               IF SPM-MANAGER-ID = SEP-SALES-ID AND SPM-ACTIVE = "A"
                   ADD 1 TO WS-REPORT-COUNT
                   MOVE "TODO" TO WS-CHECK-STATUS
                   MOVE SPACES TO WS-CHECK-TEXT
                   STRING "Salesperson " DELIMITED BY SIZE
                       SPM-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SPM-NAME DELIMITED BY "  "
                       " reports to the leaver - assign a new "
                       DELIMITED BY SIZE
                       "manager" DELIMITED BY SIZE
                       INTO WS-CHECK-TEXT
                   PERFORM 390-WRITE-CHECK-LINE
               END-IF
           END-PERFORM.
      * Unpaid commission is YTD earned less paid. The outstanding
      * draw is recovered from it as far as it will go, the draw
      * guarantee is stopped, and COMPAY pays whatever is left on
      * its next run. A draw the balance cannot cover is left on
      * DRAWS.dat for payroll to collect.
       320-FINAL-SETTLEMENT.
           MOVE 0 TO WS-YTD-FOUND
           PERFORM VARYING YTD-IDX FROM 1 BY 1
               UNTIL YTD-IDX > WS-YTD-COUNT
               MOVE WS-YTD-RECORD(YTD-IDX) TO YTD-RECORD
               IF YTD-SALES-ID = SEP-SALES-ID
                   MOVE YTD-IDX TO WS-YTD-FOUND
               END-IF
           END-PERFORM
           MOVE 0 TO WS-DRAW-FOUND
           PERFORM VARYING DRW-IDX FROM 1 BY 1
               UNTIL DRW-IDX > WS-DRAW-COUNT
               MOVE WS-DRW-RECORD(DRW-IDX) TO DRAW-RECORD
               IF DRW-SALES-ID = SEP-SALES-ID
                   MOVE DRW-IDX TO WS-DRAW-FOUND
               END-IF
           END-PERFORM
           MOVE 0 TO WS-UNPAID
           MOVE 0 TO WS-RECOVERY
           MOVE 0 TO WS-UNRECOVERED
           IF WS-YTD-FOUND > 0
               MOVE WS-YTD-RECORD(WS-YTD-FOUND) TO YTD-RECORD
               COMPUTE WS-UNPAID =
                   YTD-COMMISSION-AMOUNT - YTD-PAID-AMOUNT
           END-IF
           IF WS-DRAW-FOUND > 0
               MOVE WS-DRW-RECORD(WS-DRAW-FOUND) TO DRAW-RECORD
               IF DRW-OUTSTANDING > 0
                   MOVE DRW-OUTSTANDING TO WS-RECOVERY
                   IF WS-UNPAID < WS-RECOVERY
                       MOVE WS-UNPAID TO WS-RECOVERY
                   END-IF
                   IF WS-RECOVERY < 0
                       MOVE 0 TO WS-RECOVERY
                   END-IF
                   COMPUTE WS-UNRECOVERED =
                       DRW-OUTSTANDING - WS-RECOVERY
               END-IF
           END-IF
           IF WS-RECOVERY > 0
               SUBTRACT WS-RECOVERY FROM YTD-COMMISSION-AMOUNT
               MOVE YTD-RECORD TO WS-YTD-RECORD(WS-YTD-FOUND)
               MOVE "Y" TO WS-YTD-DIRTY
               PERFORM 325-WRITE-RECOVERY-DETAIL
           END-IF
           IF WS-DRAW-FOUND > 0
               SUBTRACT WS-RECOVERY FROM DRW-OUTSTANDING
               MOVE 0 TO DRW-GUARANTEE
               MOVE DRAW-RECORD TO WS-DRW-RECORD(WS-DRAW-FOUND)
               MOVE "Y" TO WS-DRAW-DIRTY
               MOVE WS-RECOVERY TO WS-FORMAT-AMOUNT
               MOVE "DONE" TO WS-CHECK-STATUS
               MOVE SPACES TO WS-CHECK-TEXT
               STRING "Draw guarantee stopped; recovered "
                   DELIMITED BY SIZE
                   WS-FORMAT-AMOUNT DELIMITED BY SIZE
                   " from final commission" DELIMITED BY SIZE
                   INTO WS-CHECK-TEXT
               PERFORM 390-WRITE-CHECK-LINE
           ELSE
               MOVE "N/A" TO WS-CHECK-STATUS
               MOVE "No draw on DRAWS.dat" TO WS-CHECK-TEXT
               PERFORM 390-WRITE-CHECK-LINE
           END-IF
           COMPUTE WS-NET-DUE = WS-UNPAID - WS-RECOVERY
           MOVE WS-NET-DUE TO WS-FORMAT-AMOUNT
           MOVE SPACES TO WS-CHECK-TEXT
           IF WS-YTD-FOUND = 0
               MOVE "N/A" TO WS-CHECK-STATUS
               MOVE "No YTD-COMMISSIONS.dat entry - nothing to settle"
                   TO WS-CHECK-TEXT
           ELSE
               IF WS-NET-DUE > 0
                   MOVE "TODO" TO WS-CHECK-STATUS
                   STRING "Final commission due " DELIMITED BY SIZE
                       WS-FORMAT-AMOUNT DELIMITED BY SIZE
                       " - paid on the next COMPAY run"
                       DELIMITED BY SIZE
                       INTO WS-CHECK-TEXT
               ELSE
                   MOVE "DONE" TO WS-CHECK-STATUS
                   STRING "Final commission settled - balance "
                       DELIMITED BY SIZE
                       WS-FORMAT-AMOUNT DELIMITED BY SIZE
                       INTO WS-CHECK-TEXT
               END-IF
           END-IF
           PERFORM 390-WRITE-CHECK-LINE
           IF WS-UNRECOVERED > 0
               MOVE WS-UNRECOVERED TO WS-FORMAT-AMOUNT
               MOVE "TODO" TO WS-CHECK-STATUS
               MOVE SPACES TO WS-CHECK-TEXT
               STRING "Draw of " DELIMITED BY SIZE
                   WS-FORMAT-AMOUNT DELIMITED BY SIZE
                   " not covered by commission - refer to payroll"
                   DELIMITED BY SIZE
                   INTO WS-CHECK-TEXT
               PERFORM 390-WRITE-CHECK-LINE
           END-IF.
       325-WRITE-RECOVERY-DETAIL.
           MOVE SEP-SALES-ID TO DTL-SALES-ID
           MOVE SPACES TO DTL-PRODUCT-LINE
           MOVE 0 TO DTL-UNITS-SOLD
           MOVE "G" TO DTL-TXN-TYPE
           MOVE 0 TO DTL-TIER
           MOVE 0 TO DTL-RATE
           MOVE WS-RECOVERY TO DTL-AMOUNT
           MOVE YTD-COMMISSION-AMOUNT TO DTL-YTD-AFTER
           MOVE 0 TO DTL-SALE-AMOUNT
           MOVE SEP-TERM-DATE TO DTL-SALE-DATE
           WRITE DETAIL-RECORD.
       330-SEPARATE-USER.
           IF SEP-USERNAME = SPACES
               MOVE "N/A" TO WS-CHECK-STATUS
               MOVE "No user name - users and sessions not changed"
                   TO WS-CHECK-TEXT
               PERFORM 390-WRITE-CHECK-LINE
           ELSE
               IF WS-ONCALL-NAME = SPACES
                   MOVE SEP-USERNAME TO WS-ONCALL-NAME
               END-IF
               MOVE "N" TO WS-USER-FOUND
               MOVE SEP-USERNAME TO USR-USERNAME
               READ USER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-USER-FOUND
               END-READ
               MOVE SPACES TO WS-CHECK-TEXT
               IF WS-USER-FOUND = "N"
                   MOVE "CHECK" TO WS-CHECK-STATUS
                   STRING "User " DELIMITED BY SIZE
                       SEP-USERNAME DELIMITED BY "  "
                       " is not on USERS.dat" DELIMITED BY SIZE
                       INTO WS-CHECK-TEXT
               ELSE
                   IF USR-ACTIVE = "I"
                       MOVE "N/A" TO WS-CHECK-STATUS
                       STRING "User " DELIMITED BY SIZE
                           SEP-USERNAME DELIMITED BY "  "
                           " was already deactivated"
                           DELIMITED BY SIZE
                           INTO WS-CHECK-TEXT
                   ELSE
                       MOVE "I" TO USR-ACTIVE
                       REWRITE USER-FILE-RECORD
                           INVALID KEY
                               DISPLAY "User " SEP-USERNAME
                                   " could not be rewritten"
                       END-REWRITE
                       PERFORM 395-WRITE-USER-AUDIT
                       MOVE "DONE" TO WS-CHECK-STATUS
                       STRING "User " DELIMITED BY SIZE
                           SEP-USERNAME DELIMITED BY "  "
                           " deactivated" DELIMITED BY SIZE
                           INTO WS-CHECK-TEXT
                   END-IF
               END-IF
               PERFORM 390-WRITE-CHECK-LINE
               PERFORM 335-END-SESSIONS
           END-IF.
       335-END-SESSIONS.
           MOVE 0 TO WS-COUNTER
           PERFORM VARYING SES-IDX FROM 1 BY 1
               UNTIL SES-IDX > WS-SES-COUNT
               MOVE WS-SES-RECORD(SES-IDX) TO SESSION-RECORD
               IF SES-USERNAME = SEP-USERNAME
                   AND WS-SES-KEEP(SES-IDX) = "K"
                   MOVE "E" TO WS-SES-KEEP(SES-IDX)
                   MOVE "Y" TO WS-SES-DIRTY
                   ADD 1 TO WS-COUNTER
               END-IF
           END-PERFORM
           MOVE WS-COUNTER TO WS-FORMAT-COUNT
           MOVE SPACES TO WS-CHECK-TEXT
           IF WS-COUNTER = 0
               MOVE "N/A" TO WS-CHECK-STATUS
               MOVE "No active sessions" TO WS-CHECK-TEXT
           ELSE
               MOVE "DONE" TO WS-CHECK-STATUS
               STRING "Sessions ended:" DELIMITED BY SIZE
                   WS-FORMAT-COUNT DELIMITED BY SIZE
                   INTO WS-CHECK-TEXT
           END-IF
           PERFORM 390-WRITE-CHECK-LINE.
      * Slots that end on or after the termination date (or never
      * end) are flagged; past slots are history and left alone
       340-FLAG-ONCALL.
           MOVE 0 TO WS-COUNTER
           MOVE FUNCTION UPPER-CASE(WS-ONCALL-NAME) TO WS-MATCH-NAME
           IF WS-MATCH-NAME NOT = SPACES
               PERFORM VARYING ONC-IDX FROM 1 BY 1
                   UNTIL ONC-IDX > WS-ONCALL-COUNT
                   MOVE WS-ONC-RECORD(ONC-IDX) TO ONCALL-RECORD
                   IF ONC-TO-DATE = 0 OR ONC-TO-DATE >= SEP-TERM-DATE
                       PERFORM 345-FLAG-ONE-SLOT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-COUNTER = 0
               MOVE "N/A" TO WS-CHECK-STATUS
               MOVE SPACES TO WS-CHECK-TEXT
               STRING "No current or future on-call slots for "
                   DELIMITED BY SIZE
                   WS-ONCALL-NAME DELIMITED BY "  "
                   INTO WS-CHECK-TEXT
               PERFORM 390-WRITE-CHECK-LINE
           END-IF.
       345-FLAG-ONE-SLOT.
           IF FUNCTION UPPER-CASE(ONC-PRIMARY) = WS-MATCH-NAME
               IF ONC-REASSIGN = "B" OR ONC-REASSIGN = "X"
                   MOVE "X" TO ONC-REASSIGN
               ELSE
                   MOVE "P" TO ONC-REASSIGN
               END-IF
           END-IF
           IF FUNCTION UPPER-CASE(ONC-BACKUP) = WS-MATCH-NAME
               IF ONC-REASSIGN = "P" OR ONC-REASSIGN = "X"
                   MOVE "X" TO ONC-REASSIGN
               ELSE
                   MOVE "B" TO ONC-REASSIGN
               END-IF
           END-IF
           IF FUNCTION UPPER-CASE(ONC-PRIMARY) = WS-MATCH-NAME
               OR FUNCTION UPPER-CASE(ONC-BACKUP) = WS-MATCH-NAME
               MOVE ONCALL-RECORD TO WS-ONC-RECORD(ONC-IDX)
               MOVE "Y" TO WS-ONCALL-DIRTY
               ADD 1 TO WS-COUNTER
               MOVE "TODO" TO WS-CHECK-STATUS
               MOVE SPACES TO WS-CHECK-TEXT
               STRING "On-call slot site " DELIMITED BY SIZE
                   ONC-SITE-ID DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   ONC-FROM-DATE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   ONC-TO-DATE DELIMITED BY SIZE
                   " flagged for reassignment" DELIMITED BY SIZE
                   INTO WS-CHECK-TEXT
               PERFORM 390-WRITE-CHECK-LINE
           END-IF.
       390-WRITE-CHECK-LINE.
           MOVE WS-CHECK-STATUS TO WS-CHK-STATUS
           MOVE WS-CHECK-TEXT TO WS-CHK-TEXT
           MOVE WS-CHECK-LINE TO CHECKLIST-RECORD
           WRITE CHECKLIST-RECORD.
       395-WRITE-USER-AUDIT.
           OPEN EXTEND ADMIN-AUDIT-FILE
           MOVE "SEPARATE" TO ADM-ACTION
           MOVE SEP-USERNAME TO ADM-TARGET-USER
           MOVE WS-ADMIN-USER TO ADM-ADMIN-USER
           MOVE WS-TODAY TO ADM-DATE
           ACCEPT ADM-TIME FROM TIME
           MOVE SPACES TO ADM-APPROVER
           MOVE SEP-SALES-ID TO ADM-SALES-ID
           WRITE ADMIN-AUDIT-RECORD
           CLOSE ADMIN-AUDIT-FILE.
