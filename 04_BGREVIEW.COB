       IDENTIFICATION DIVISION.
       PROGRAM-ID. BGREVIEW.
      * Break-glass session review. Every emergency sign-on taken
      * through LOGIN is entered on BREAK-GLASS.dat and runs under
      * its own session name (BG- and the operator's user name).
      * This report lists each session still open for review with
      * everything logged under that name between sign-on and
      * expiry, drawn from the maintenance, approval and audit
      * logs, plus the operator's sign-on and sign-off on the
      * session's terminal. BREAK-GLASS-REVIEW.dat is the printed
      * review.
      * A session stays open on the register until a second admin
      * signs it off here with a review note. The break-glass
      * operator cannot sign off their own session, and neither
      * can another break-glass session. Without an admin session
      * the report is produced and nothing is signed off.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BREAK-GLASS-FILE ASSIGN TO
           "BREAK-GLASS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SESSION-FILE ASSIGN TO
           "SESSION.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PERMISSION-FILE ASSIGN TO
           "PERMISSIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOGIN-AUDIT-FILE ASSIGN TO
           "LOGIN-AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VENDOR-LOG-FILE ASSIGN TO
           "VENDOR-CHANGE-LOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCOUNT-LOG-FILE ASSIGN TO
           "ACCOUNT-CHANGE-LOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PRODUCT-LOG-FILE ASSIGN TO
           "PRODUCT-CHANGE-LOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTOMER-LOG-FILE ASSIGN TO
           "CUSTOMER-CHANGE-LOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PERM-LOG-FILE ASSIGN TO
           "PERMISSION-CHANGE-LOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADMIN-AUDIT-FILE ASSIGN TO
           "USER-ADMIN-AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DISP-AUDIT-FILE ASSIGN TO
           "INVOICE-DISP-AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DISPOSITION-FILE ASSIGN TO
           "COMMISSION-DISPOSITIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NOTE-FILE ASSIGN TO
           "COMMISSION-DISPUTE-NOTES.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REJECT-LOG-FILE ASSIGN TO
           "COMMISSION-REJECT-LOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PO-LOG-FILE ASSIGN TO
           "PO-CHANGE-LOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLOSE-LOG-FILE ASSIGN TO
           "PERIOD-CLOSE-LOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VOID-LOG-FILE ASSIGN TO
           "PAYMENT-VOID-LOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUDGET-LOG-FILE ASSIGN TO
           "BUDGET-CHANGE-LOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEPT-LOG-FILE ASSIGN TO
           "DEPT-BUDGET-CHANGE-LOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXTRACT-LOG-FILE ASSIGN TO
           "MASK-EXTRACT-LOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVIEW-REPORT-FILE ASSIGN TO
           "BREAK-GLASS-REVIEW.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD BREAK-GLASS-FILE.
       01 BREAK-GLASS-RECORD.
           05 BGL-START-STAMP PIC 9(14).
           05 BGL-OPERATOR PIC X(20).
           05 BGL-SESSION-USER PIC X(20).
           05 BGL-TERMINAL-ID PIC X(10).
           05 BGL-REASON-CODE PIC X(2).
           05 BGL-REASON-TEXT PIC X(40).
           05 BGL-EXPIRY-STAMP PIC 9(14).
           05 BGL-HOURS PIC 9(2).
      * BGL-STATUS: O = open for review, C = signed off
           05 BGL-STATUS PIC X(1).
           05 BGL-REVIEWER PIC X(20).
           05 BGL-REVIEW-STAMP PIC 9(14).
           05 BGL-REVIEW-NOTE PIC X(40).
       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SES-USERNAME PIC X(20).
           05 SES-ROLE PIC X(1).
           05 SES-LOGIN-DATE PIC 9(8).
           05 SES-LOGIN-TIME PIC 9(8).
           05 SES-TERMINAL-ID PIC X(10).
      * Idle limit in minutes carried with the session; consumers
      * reject sessions older than this. Zero means no limit.
           05 SES-IDLE-LIMIT PIC 9(4).
       FD PERMISSION-FILE.
       01 PERMISSION-RECORD.
           05 PRM-ROLE PIC X(1).
           05 PRM-FUNCTION PIC X(12).
       FD LOGIN-AUDIT-FILE.
       01 LOGIN-AUDIT-RECORD.
           05 AUD-USERNAME PIC X(20).
           05 AUD-DATE PIC 9(8).
           05 AUD-TIME PIC 9(8).
           05 AUD-RESULT PIC X(20).
           05 AUD-TERMINAL-ID PIC X(10).
       FD VENDOR-LOG-FILE.
       01 VENDOR-LOG-RECORD.
           05 VCL-VENDOR-NUMBER PIC X(6).
           05 VCL-ACTION PIC X(6).
           05 VCL-FIELD-NAME PIC X(20).
           05 VCL-OLD-VALUE PIC X(30).
           05 VCL-NEW-VALUE PIC X(30).
           05 VCL-TIMESTAMP PIC 9(14).
           05 VCL-USERNAME PIC X(20).
       FD ACCOUNT-LOG-FILE.
       01 ACCOUNT-LOG-RECORD.
           05 ACL-ACCT-NUMBER PIC X(6).
           05 ACL-ACTION PIC X(6).
           05 ACL-FIELD-NAME PIC X(20).
           05 ACL-OLD-VALUE PIC X(30).
           05 ACL-NEW-VALUE PIC X(30).
           05 ACL-TIMESTAMP PIC 9(14).
           05 ACL-USERNAME PIC X(20).
       FD PRODUCT-LOG-FILE.
       01 PRODUCT-LOG-RECORD.
           05 PDL-PRODUCT-CODE PIC X(4).
           05 PDL-ACTION PIC X(6).
           05 PDL-FIELD-NAME PIC X(20).
           05 PDL-OLD-VALUE PIC X(30).
           05 PDL-NEW-VALUE PIC X(30).
           05 PDL-TIMESTAMP PIC 9(14).
           05 PDL-USERNAME PIC X(20).
       FD CUSTOMER-LOG-FILE.
       01 CUSTOMER-LOG-RECORD.
           05 CLG-CUSTOMER-NUMBER PIC 9(7).
           05 CLG-ACTION PIC X(6).
           05 CLG-FIELD-NAME PIC X(20).
           05 CLG-OLD-VALUE PIC X(30).
           05 CLG-NEW-VALUE PIC X(30).
           05 CLG-TIMESTAMP PIC 9(14).
           05 CLG-USERNAME PIC X(20).
       FD PERM-LOG-FILE.
       01 PERM-LOG-RECORD.
           05 PCL-ROLE PIC X(1).
           05 PCL-FUNCTION PIC X(12).
           05 PCL-ACTION PIC X(6).
           05 PCL-TIMESTAMP PIC 9(14).
           05 PCL-USERNAME PIC X(20).
       FD ADMIN-AUDIT-FILE.
       01 ADMIN-AUDIT-RECORD.
           05 ADM-ACTION PIC X(10).
           05 ADM-TARGET-USER PIC X(20).
           05 ADM-ADMIN-USER PIC X(20).
           05 ADM-DATE PIC 9(8).
           05 ADM-TIME PIC 9(8).
           05 ADM-APPROVER PIC X(20).
           05 ADM-SALES-ID PIC X(6).
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
       FD NOTE-FILE.
       01 NOTE-RECORD.
           05 DSN-CASE-NO PIC 9(6).
           05 DSN-DATE PIC 9(8).
           05 DSN-TIME PIC 9(8).
           05 DSN-USER PIC X(20).
           05 DSN-ACTION PIC X(8).
           05 DSN-TEXT PIC X(60).
       FD REJECT-LOG-FILE.
       01 REJECT-LOG-RECORD.
           05 RJL-OLD-SALES-ID PIC X(6).
           05 RJL-NEW-SALES-ID PIC X(6).
           05 RJL-PRODUCT-LINE PIC X(4).
           05 RJL-UNITS-SOLD PIC 9(4).
           05 RJL-ACTION PIC X(6).
           05 RJL-REASON PIC X(40).
           05 RJL-OPERATOR PIC X(20).
           05 RJL-DATE PIC 9(8).
       FD PO-LOG-FILE.
       01 PO-LOG-RECORD.
           05 PCH-PO-NUMBER PIC X(10).
           05 PCH-REQ-NUMBER PIC X(10).
           05 PCH-ACTION PIC X(1).
           05 PCH-OLD-AMOUNT PIC 9(7)V99.
           05 PCH-NEW-AMOUNT PIC 9(7)V99.
           05 PCH-OLD-OPEN PIC 9(7)V99.
           05 PCH-NEW-OPEN PIC 9(7)V99.
           05 PCH-REASON PIC X(30).
           05 PCH-TIMESTAMP PIC 9(14).
           05 PCH-USERNAME PIC X(20).
       FD CLOSE-LOG-FILE.
       01 CLOSE-LOG-RECORD.
           05 PRC-PERIOD PIC 9(6).
           05 PRC-ACTION PIC X(6).
           05 PRC-START-DATE PIC 9(8).
           05 PRC-END-DATE PIC 9(8).
           05 PRC-NEXT-PERIOD PIC 9(6).
           05 PRC-USERNAME PIC X(20).
           05 PRC-DATE PIC 9(8).
           05 PRC-TIME PIC 9(8).
       FD VOID-LOG-FILE.
       01 VOID-LOG-RECORD.
           05 PVL-DATE PIC 9(8).
           05 PVL-TIME PIC 9(8).
           05 PVL-USER PIC X(20).
           05 PVL-PAY-REF PIC X(10).
           05 PVL-VENDOR-NUMBER PIC X(6).
           05 PVL-ORIG-PAY-DATE PIC 9(8).
           05 PVL-AMOUNT PIC 9(9)V99.
           05 PVL-REASON PIC X(1).
           05 PVL-DISCOUNT PIC X(1).
           05 PVL-ITEMS-REOPENED PIC 9(4).
       FD BUDGET-LOG-FILE.
       01 BUDGET-LOG-RECORD.
           05 BCL-REGION-NO PIC 99.
           05 BCL-QUARTER PIC 9(1).
           05 BCL-VERSION PIC X(1).
           05 BCL-OLD-VALUE PIC 9(7).
           05 BCL-NEW-VALUE PIC 9(7).
           05 BCL-TIMESTAMP PIC 9(14).
           05 BCL-USERNAME PIC X(20).
       FD DEPT-LOG-FILE.
       01 DEPT-LOG-RECORD.
           05 DCL-COST-CENTER PIC X(6).
           05 DCL-QUARTER PIC 9(1).
           05 DCL-ACTION PIC X(1).
           05 DCL-OLD-VALUE PIC 9(7).
           05 DCL-NEW-VALUE PIC 9(7).
           05 DCL-TIMESTAMP PIC 9(14).
           05 DCL-USERNAME PIC X(20).
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
       FD REVIEW-REPORT-FILE.
       01 REVIEW-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-EOF PIC X VALUE "N".
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-NOW-STAMP PIC 9(14) VALUE 0.
       01 WS-USERNAME PIC X(20) VALUE SPACES.
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
       01 WS-SIGNOFF-ALLOWED PIC X VALUE "N".
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
      * The break-glass register, rewritten when a session is
      * signed off
       01 WS-BG-COUNT PIC 9(3) VALUE 0.
       01 WS-BG-OPEN-COUNT PIC 9(3) VALUE 0.
       01 WS-BG-CLOSED-COUNT PIC 9(3) VALUE 0.
       01 WS-BG-SIGNED-COUNT PIC 9(3) VALUE 0.
       01 WS-BG-DIRTY PIC X VALUE "N".
       01 WS-BG-TABLE.
           05 WS-BG-ENTRY OCCURS 200 TIMES INDEXED BY BG-IDX.
               10 WS-BGT-START-STAMP PIC 9(14).
               10 WS-BGT-OPERATOR PIC X(20).
               10 WS-BGT-SESSION-USER PIC X(20).
               10 WS-BGT-TERMINAL-ID PIC X(10).
               10 WS-BGT-REASON-CODE PIC X(2).
               10 WS-BGT-REASON-TEXT PIC X(40).
               10 WS-BGT-EXPIRY-STAMP PIC 9(14).
               10 WS-BGT-HOURS PIC 9(2).
               10 WS-BGT-STATUS PIC X(1).
               10 WS-BGT-REVIEWER PIC X(20).
               10 WS-BGT-REVIEW-STAMP PIC 9(14).
               10 WS-BGT-REVIEW-NOTE PIC X(40).
               10 WS-BGT-ACTIONS PIC 9(5).
               10 WS-BGT-START-DATE PIC 9(8).
               10 WS-BGT-EXPIRY-DATE PIC 9(8).
      * One entry per logged action that falls under an open
      * break-glass session
       01 WS-ACT-COUNT PIC 9(5) VALUE 0.
       01 WS-ACT-SKIPPED PIC 9(5) VALUE 0.
       01 WS-ACT-TABLE.
           05 WS-ACT-ENTRY OCCURS 3000 TIMES INDEXED BY ACT-IDX.
               10 WS-ACT-SESSION PIC 9(3).
               10 WS-ACT-STAMP PIC 9(14).
               10 WS-ACT-SOURCE PIC X(12).
               10 WS-ACT-DETAIL PIC X(60).
       01 WS-ACT-SWAP PIC X(89) VALUE SPACES.
       01 WS-SORT-I PIC 9(5) VALUE 0.
       01 WS-SORT-J PIC 9(5) VALUE 0.
      * The action being matched against the open sessions. A log
      * that carries only a date is matched on the date alone.
       01 WS-NEW-USER PIC X(20) VALUE SPACES.
       01 WS-NEW-STAMP PIC 9(14) VALUE 0.
       01 WS-NEW-DATE-ONLY PIC X VALUE "N".
       01 WS-NEW-TERMINAL PIC X(10) VALUE SPACES.
       01 WS-NEW-SOURCE PIC X(12) VALUE SPACES.
       01 WS-NEW-DETAIL PIC X(60) VALUE SPACES.
       01 WS-NEW-DATE PIC 9(8) VALUE 0.
       01 WS-MATCHED PIC 9(3) VALUE 0.
       01 WS-WORK-STAMP PIC 9(14) VALUE 0.
       01 WS-WORK-STAMP-SPLIT REDEFINES WS-WORK-STAMP.
           05 WS-WS-DATE PIC 9(8).
           05 WS-WS-TIME PIC 9(6).
       01 WS-ED-AMOUNT PIC Z,ZZZ,ZZ9.99.
       01 WS-ED-COUNT PIC ZZZZ9.
       01 WS-ANSWER PIC X(1) VALUE SPACES.
       01 WS-REVIEW-NOTE PIC X(40) VALUE SPACES.
       01 WS-ACTIVITY-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-AL-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-AL-TIME PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-AL-SOURCE PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-AL-DETAIL PIC X(60).
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           COMPUTE WS-NOW-STAMP = WS-TODAY * 1000000
               + WS-NOW-TIME / 100
           PERFORM 140-LOAD-PERMISSIONS
           PERFORM 150-LOAD-SESSION
           PERFORM 160-SET-SIGNOFF-PERMISSION
           PERFORM 170-LOAD-REGISTER
           IF WS-BG-OPEN-COUNT > 0
               PERFORM 200-LOAD-LOGIN-AUDIT
               PERFORM 205-LOAD-VENDOR-LOG
               PERFORM 210-LOAD-ACCOUNT-LOG
               PERFORM 215-LOAD-PRODUCT-LOG
               PERFORM 220-LOAD-CUSTOMER-LOG
               PERFORM 225-LOAD-PERM-LOG
               PERFORM 230-LOAD-ADMIN-AUDIT
               PERFORM 235-LOAD-DISP-AUDIT
               PERFORM 240-LOAD-DISPOSITIONS
               PERFORM 245-LOAD-DISPUTE-NOTES
               PERFORM 250-LOAD-REJECT-LOG
               PERFORM 255-LOAD-PO-LOG
               PERFORM 260-LOAD-CLOSE-LOG
               PERFORM 265-LOAD-VOID-LOG
               PERFORM 270-LOAD-BUDGET-LOG
               PERFORM 275-LOAD-DEPT-LOG
               PERFORM 280-LOAD-EXTRACT-LOG
               PERFORM 400-SORT-ACTIVITY
           END-IF
           PERFORM 500-PRINT-REPORT
           DISPLAY "Break-glass sessions open for review: "
               WS-BG-OPEN-COUNT
           DISPLAY "Actions found under open sessions: " WS-ACT-COUNT
           IF WS-ACT-SKIPPED > 0
               DISPLAY "Actions not listed, table full: "
                   WS-ACT-SKIPPED
           END-IF
           DISPLAY "Review written to BREAK-GLASS-REVIEW.dat"
           IF WS-BG-OPEN-COUNT > 0
               IF WS-SIGNOFF-ALLOWED = "Y"
                   PERFORM 600-SIGN-OFF-SESSIONS
               ELSE
                   DISPLAY "Sign-off needs an admin session of your "
                       "own. Sessions remain open."
               END-IF
           END-IF
           IF WS-BG-DIRTY = "Y"
               PERFORM 690-SAVE-REGISTER
               DISPLAY "Sessions signed off: " WS-BG-SIGNED-COUNT
           END-IF
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
                   "Report only."
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
      * Signing off takes an admin, or BG-SIGNOFF in the central
      * permission matrix, and never a break-glass session itself
       160-SET-SIGNOFF-PERMISSION.
           IF WS-PERM-COUNT = 0
               IF IS-ADMIN
                   MOVE "Y" TO WS-SIGNOFF-ALLOWED
               ELSE
                   MOVE "N" TO WS-SIGNOFF-ALLOWED
               END-IF
           ELSE
               MOVE "BG-SIGNOFF" TO WS-PERM-FUNCTION
               PERFORM 145-CHECK-PERMISSION
               MOVE WS-PERM-OK TO WS-SIGNOFF-ALLOWED
           END-IF
           IF WS-USERNAME(1:3) = "BG-"
               MOVE "N" TO WS-SIGNOFF-ALLOWED
           END-IF.
       170-LOAD-REGISTER.
           MOVE "N" TO WS-EOF
           OPEN INPUT BREAK-GLASS-FILE
           READ BREAK-GLASS-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               IF WS-BG-COUNT < 200
                   ADD 1 TO WS-BG-COUNT
                   MOVE BGL-START-STAMP
                       TO WS-BGT-START-STAMP(WS-BG-COUNT)
                   MOVE BGL-OPERATOR TO WS-BGT-OPERATOR(WS-BG-COUNT)
                   MOVE BGL-SESSION-USER
                       TO WS-BGT-SESSION-USER(WS-BG-COUNT)
                   MOVE BGL-TERMINAL-ID
                       TO WS-BGT-TERMINAL-ID(WS-BG-COUNT)
                   MOVE BGL-REASON-CODE
                       TO WS-BGT-REASON-CODE(WS-BG-COUNT)
                   MOVE BGL-REASON-TEXT
                       TO WS-BGT-REASON-TEXT(WS-BG-COUNT)
                   MOVE BGL-EXPIRY-STAMP
                       TO WS-BGT-EXPIRY-STAMP(WS-BG-COUNT)
                   MOVE BGL-HOURS TO WS-BGT-HOURS(WS-BG-COUNT)
                   MOVE BGL-STATUS TO WS-BGT-STATUS(WS-BG-COUNT)
                   MOVE BGL-REVIEWER TO WS-BGT-REVIEWER(WS-BG-COUNT)
                   MOVE BGL-REVIEW-STAMP
                       TO WS-BGT-REVIEW-STAMP(WS-BG-COUNT)
                   MOVE BGL-REVIEW-NOTE
                       TO WS-BGT-REVIEW-NOTE(WS-BG-COUNT)
                   MOVE 0 TO WS-BGT-ACTIONS(WS-BG-COUNT)
                   COMPUTE WS-BGT-START-DATE(WS-BG-COUNT) =
                       BGL-START-STAMP / 1000000
                   COMPUTE WS-BGT-EXPIRY-DATE(WS-BG-COUNT) =
                       BGL-EXPIRY-STAMP / 1000000
                   IF BGL-STATUS = "C"
                       ADD 1 TO WS-BG-CLOSED-COUNT
                   ELSE
                       ADD 1 TO WS-BG-OPEN-COUNT
                   END-IF
               ELSE
                   DISPLAY "Break-glass table full, record skipped"
               END-IF
               READ BREAK-GLASS-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE BREAK-GLASS-FILE.
      * Sign-on and sign-off on the session's terminal, under the
      * operator's own name or the session name
       200-LOAD-LOGIN-AUDIT.
           MOVE "N" TO WS-EOF
           OPEN INPUT LOGIN-AUDIT-FILE
           READ LOGIN-AUDIT-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               MOVE AUD-USERNAME TO WS-NEW-USER
               COMPUTE WS-NEW-STAMP = AUD-DATE * 1000000
                   + AUD-TIME / 100
               MOVE "N" TO WS-NEW-DATE-ONLY
               MOVE AUD-TERMINAL-ID TO WS-NEW-TERMINAL
               MOVE "LOGIN" TO WS-NEW-SOURCE
               MOVE AUD-RESULT TO WS-NEW-DETAIL
               PERFORM 290-MATCH-ACTION
               READ LOGIN-AUDIT-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE LOGIN-AUDIT-FILE
           MOVE SPACES TO WS-NEW-TERMINAL.
       205-LOAD-VENDOR-LOG.
           MOVE "N" TO WS-EOF
           OPEN INPUT VENDOR-LOG-FILE
           READ VENDOR-LOG-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               MOVE VCL-USERNAME TO WS-NEW-USER
               MOVE VCL-TIMESTAMP TO WS-NEW-STAMP
               MOVE "N" TO WS-NEW-DATE-ONLY
               MOVE "VENDOR" TO WS-NEW-SOURCE
               MOVE SPACES TO WS-NEW-DETAIL
               STRING VCL-VENDOR-NUMBER " " VCL-ACTION " "
                   VCL-FIELD-NAME " " VCL-NEW-VALUE
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
               END-STRING
               PERFORM 290-MATCH-ACTION
               READ VENDOR-LOG-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE VENDOR-LOG-FILE.
       210-LOAD-ACCOUNT-LOG.
           MOVE "N" TO WS-EOF
           OPEN INPUT ACCOUNT-LOG-FILE
           READ ACCOUNT-LOG-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               MOVE ACL-USERNAME TO WS-NEW-USER
               MOVE ACL-TIMESTAMP TO WS-NEW-STAMP
               MOVE "N" TO WS-NEW-DATE-ONLY
               MOVE "ACCOUNT" TO WS-NEW-SOURCE
               MOVE SPACES TO WS-NEW-DETAIL
               STRING ACL-ACCT-NUMBER " " ACL-ACTION " "
                   ACL-FIELD-NAME " " ACL-NEW-VALUE
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
               END-STRING
               PERFORM 290-MATCH-ACTION
               READ ACCOUNT-LOG-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-LOG-FILE.
       215-LOAD-PRODUCT-LOG.
           MOVE "N" TO WS-EOF
           OPEN INPUT PRODUCT-LOG-FILE
           READ PRODUCT-LOG-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               MOVE PDL-USERNAME TO WS-NEW-USER
               MOVE PDL-TIMESTAMP TO WS-NEW-STAMP
               MOVE "N" TO WS-NEW-DATE-ONLY
               MOVE "PRODUCT" TO WS-NEW-SOURCE
               MOVE SPACES TO WS-NEW-DETAIL
               STRING PDL-PRODUCT-CODE " " PDL-ACTION " "
                   PDL-FIELD-NAME " " PDL-NEW-VALUE
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
               END-STRING
               PERFORM 290-MATCH-ACTION
               READ PRODUCT-LOG-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-LOG-FILE.
       220-LOAD-CUSTOMER-LOG.
           MOVE "N" TO WS-EOF
           OPEN INPUT CUSTOMER-LOG-FILE
           READ CUSTOMER-LOG-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               MOVE CLG-USERNAME TO WS-NEW-USER
               MOVE CLG-TIMESTAMP TO WS-NEW-STAMP
               MOVE "N" TO WS-NEW-DATE-ONLY
               MOVE "CUSTOMER" TO WS-NEW-SOURCE
               MOVE SPACES TO WS-NEW-DETAIL
               STRING CLG-CUSTOMER-NUMBER " " CLG-ACTION " "
                   CLG-FIELD-NAME " " CLG-NEW-VALUE
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
               END-STRING
               PERFORM 290-MATCH-ACTION
               READ CUSTOMER-LOG-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-LOG-FILE.
       225-LOAD-PERM-LOG.
           MOVE "N" TO WS-EOF
           OPEN INPUT PERM-LOG-FILE
           READ PERM-LOG-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               MOVE PCL-USERNAME TO WS-NEW-USER
               MOVE PCL-TIMESTAMP TO WS-NEW-STAMP
               MOVE "N" TO WS-NEW-DATE-ONLY
               MOVE "PERMISSIONS" TO WS-NEW-SOURCE
               MOVE SPACES TO WS-NEW-DETAIL
               STRING "ROLE " PCL-ROLE " " PCL-ACTION " "
                   PCL-FUNCTION
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
               END-STRING
               PERFORM 290-MATCH-ACTION
               READ PERM-LOG-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE PERM-LOG-FILE.
      * User administration counts for the requesting admin and
      * for the second admin who applied it
       230-LOAD-ADMIN-AUDIT.
           MOVE "N" TO WS-EOF
           OPEN INPUT ADMIN-AUDIT-FILE
           READ ADMIN-AUDIT-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               COMPUTE WS-NEW-STAMP = ADM-DATE * 1000000
                   + ADM-TIME / 100
               MOVE "N" TO WS-NEW-DATE-ONLY
               MOVE "USER-ADMIN" TO WS-NEW-SOURCE
               MOVE SPACES TO WS-NEW-DETAIL
               STRING ADM-ACTION " " ADM-TARGET-USER
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
               END-STRING
               MOVE ADM-ADMIN-USER TO WS-NEW-USER
               PERFORM 290-MATCH-ACTION
               IF ADM-APPROVER NOT = SPACES
                   AND ADM-APPROVER NOT = ADM-ADMIN-USER
                   MOVE SPACES TO WS-NEW-DETAIL
                   STRING ADM-ACTION " " ADM-TARGET-USER
                       " APPLIED" DELIMITED BY SIZE
                       INTO WS-NEW-DETAIL
                   END-STRING
                   MOVE ADM-APPROVER TO WS-NEW-USER
                   PERFORM 290-MATCH-ACTION
               END-IF
               READ ADMIN-AUDIT-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE ADMIN-AUDIT-FILE.
       235-LOAD-DISP-AUDIT.
           MOVE "N" TO WS-EOF
           OPEN INPUT DISP-AUDIT-FILE
           READ DISP-AUDIT-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               MOVE DAU-USER-ID TO WS-NEW-USER
               COMPUTE WS-NEW-STAMP = DAU-DATE * 1000000
                   + DAU-TIME / 100
               MOVE "N" TO WS-NEW-DATE-ONLY
               MOVE "INVOICE-DISP" TO WS-NEW-SOURCE
               MOVE DAU-AMOUNT TO WS-ED-AMOUNT
               MOVE SPACES TO WS-NEW-DETAIL
               STRING DAU-INV-NUMBER " " DAU-VENDOR-NUMBER " "
                   WS-ED-AMOUNT " " DAU-DECISION
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
               END-STRING
               PERFORM 290-MATCH-ACTION
               READ DISP-AUDIT-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE DISP-AUDIT-FILE.
       240-LOAD-DISPOSITIONS.
           MOVE "N" TO WS-EOF
           OPEN INPUT DISPOSITION-FILE
           READ DISPOSITION-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               MOVE DSP-APPROVER TO WS-NEW-USER
               COMPUTE WS-NEW-STAMP = DSP-DATE * 1000000
               MOVE "Y" TO WS-NEW-DATE-ONLY
               MOVE "COMMISSION" TO WS-NEW-SOURCE
               MOVE DSP-COMMISSION-AMOUNT TO WS-ED-AMOUNT
               MOVE SPACES TO WS-NEW-DETAIL
               STRING "REP " DSP-SALES-ID " " DSP-PRODUCT-LINE " "
                   WS-ED-AMOUNT " DECISION " DSP-DECISION
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
               END-STRING
               PERFORM 290-MATCH-ACTION
               READ DISPOSITION-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE DISPOSITION-FILE.
       245-LOAD-DISPUTE-NOTES.
           MOVE "N" TO WS-EOF
           OPEN INPUT NOTE-FILE
           READ NOTE-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               MOVE DSN-USER TO WS-NEW-USER
               COMPUTE WS-NEW-STAMP = DSN-DATE * 1000000
                   + DSN-TIME / 100
               MOVE "N" TO WS-NEW-DATE-ONLY
               MOVE "DISPUTE" TO WS-NEW-SOURCE
               MOVE SPACES TO WS-NEW-DETAIL
               STRING "CASE " DSN-CASE-NO " " DSN-ACTION " "
                   DSN-TEXT
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
               END-STRING
               PERFORM 290-MATCH-ACTION
               READ NOTE-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE NOTE-FILE.
       250-LOAD-REJECT-LOG.
           MOVE "N" TO WS-EOF
           OPEN INPUT REJECT-LOG-FILE
           READ REJECT-LOG-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               MOVE RJL-OPERATOR TO WS-NEW-USER
               COMPUTE WS-NEW-STAMP = RJL-DATE * 1000000
               MOVE "Y" TO WS-NEW-DATE-ONLY
               MOVE "COMM-REJECT" TO WS-NEW-SOURCE
               MOVE SPACES TO WS-NEW-DETAIL
               STRING "REP " RJL-OLD-SALES-ID " " RJL-ACTION " "
                   RJL-NEW-SALES-ID " " RJL-PRODUCT-LINE
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
               END-STRING
               PERFORM 290-MATCH-ACTION
               READ REJECT-LOG-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE REJECT-LOG-FILE.
       255-LOAD-PO-LOG.
           MOVE "N" TO WS-EOF
           OPEN INPUT PO-LOG-FILE
           READ PO-LOG-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               MOVE PCH-USERNAME TO WS-NEW-USER
               MOVE PCH-TIMESTAMP TO WS-NEW-STAMP
               MOVE "N" TO WS-NEW-DATE-ONLY
               MOVE "PURCH-ORDER" TO WS-NEW-SOURCE
               MOVE PCH-NEW-AMOUNT TO WS-ED-AMOUNT
               MOVE SPACES TO WS-NEW-DETAIL
               STRING PCH-PO-NUMBER " " PCH-REQ-NUMBER " "
                   PCH-ACTION " " WS-ED-AMOUNT " " PCH-REASON
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
               END-STRING
               PERFORM 290-MATCH-ACTION
               READ PO-LOG-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE PO-LOG-FILE.
       260-LOAD-CLOSE-LOG.
           MOVE "N" TO WS-EOF
           OPEN INPUT CLOSE-LOG-FILE
           READ CLOSE-LOG-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               MOVE PRC-USERNAME TO WS-NEW-USER
               COMPUTE WS-NEW-STAMP = PRC-DATE * 1000000
                   + PRC-TIME / 100
               MOVE "N" TO WS-NEW-DATE-ONLY
               MOVE "PERIOD-CLOSE" TO WS-NEW-SOURCE
               MOVE SPACES TO WS-NEW-DETAIL
               STRING "PERIOD " PRC-PERIOD " " PRC-ACTION
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
               END-STRING
               PERFORM 290-MATCH-ACTION
               READ CLOSE-LOG-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE CLOSE-LOG-FILE.
       265-LOAD-VOID-LOG.
           MOVE "N" TO WS-EOF
           OPEN INPUT VOID-LOG-FILE
           READ VOID-LOG-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               MOVE PVL-USER TO WS-NEW-USER
               COMPUTE WS-NEW-STAMP = PVL-DATE * 1000000
                   + PVL-TIME / 100
               MOVE "N" TO WS-NEW-DATE-ONLY
               MOVE "PAYMENT-VOID" TO WS-NEW-SOURCE
               MOVE PVL-AMOUNT TO WS-ED-AMOUNT
               MOVE SPACES TO WS-NEW-DETAIL
               STRING PVL-PAY-REF " " PVL-VENDOR-NUMBER " "
                   WS-ED-AMOUNT " REASON " PVL-REASON
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
               END-STRING
               PERFORM 290-MATCH-ACTION
               READ VOID-LOG-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE VOID-LOG-FILE.
       270-LOAD-BUDGET-LOG.
           MOVE "N" TO WS-EOF
           OPEN INPUT BUDGET-LOG-FILE
           READ BUDGET-LOG-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               MOVE BCL-USERNAME TO WS-NEW-USER
               MOVE BCL-TIMESTAMP TO WS-NEW-STAMP
               MOVE "N" TO WS-NEW-DATE-ONLY
               MOVE "BUDGET" TO WS-NEW-SOURCE
               MOVE SPACES TO WS-NEW-DETAIL
               STRING "REGION " BCL-REGION-NO " Q" BCL-QUARTER
                   " " BCL-VERSION " " BCL-OLD-VALUE " TO "
                   BCL-NEW-VALUE
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
               END-STRING
               PERFORM 290-MATCH-ACTION
               READ BUDGET-LOG-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE BUDGET-LOG-FILE.
       275-LOAD-DEPT-LOG.
           MOVE "N" TO WS-EOF
           OPEN INPUT DEPT-LOG-FILE
           READ DEPT-LOG-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               MOVE DCL-USERNAME TO WS-NEW-USER
               MOVE DCL-TIMESTAMP TO WS-NEW-STAMP
               MOVE "N" TO WS-NEW-DATE-ONLY
               MOVE "DEPT-BUDGET" TO WS-NEW-SOURCE
               MOVE SPACES TO WS-NEW-DETAIL
               STRING DCL-COST-CENTER " Q" DCL-QUARTER " "
                   DCL-ACTION " " DCL-OLD-VALUE " TO "
                   DCL-NEW-VALUE
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
               END-STRING
               PERFORM 290-MATCH-ACTION
               READ DEPT-LOG-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE DEPT-LOG-FILE.
       280-LOAD-EXTRACT-LOG.
           MOVE "N" TO WS-EOF
           OPEN INPUT EXTRACT-LOG-FILE
           READ EXTRACT-LOG-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = "Y"
               MOVE MXL-OPERATOR TO WS-NEW-USER
               COMPUTE WS-NEW-STAMP = MXL-DATE * 1000000
                   + MXL-TIME / 100
               MOVE "N" TO WS-NEW-DATE-ONLY
               MOVE "MASK-EXTRACT" TO WS-NEW-SOURCE
               MOVE SPACES TO WS-NEW-DETAIL
               STRING "FOR " MXL-REQUESTED-BY " " MXL-PURPOSE
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
               END-STRING
               PERFORM 290-MATCH-ACTION
               READ EXTRACT-LOG-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE EXTRACT-LOG-FILE.
      * An action belongs to the first open session whose name
      * it was logged under and whose hours it falls inside. A
      * sign-on record also belongs to the session when it is
      * the operator's own on the session's terminal.
       290-MATCH-ACTION.
           MOVE 0 TO WS-MATCHED
           COMPUTE WS-NEW-DATE = WS-NEW-STAMP / 1000000
           PERFORM VARYING BG-IDX FROM 1 BY 1
               UNTIL BG-IDX > WS-BG-COUNT OR WS-MATCHED > 0
               IF WS-BGT-STATUS(BG-IDX) NOT = "C"
                   AND (WS-NEW-USER = WS-BGT-SESSION-USER(BG-IDX)
                   OR (WS-NEW-TERMINAL NOT = SPACES
                   AND WS-NEW-USER = WS-BGT-OPERATOR(BG-IDX)
                   AND WS-NEW-TERMINAL =
                       WS-BGT-TERMINAL-ID(BG-IDX)))
                   IF WS-NEW-DATE-ONLY = "Y"
                       IF WS-NEW-DATE >= WS-BGT-START-DATE(BG-IDX)
                           AND WS-NEW-DATE <=
                               WS-BGT-EXPIRY-DATE(BG-IDX)
                           SET WS-MATCHED TO BG-IDX
                       END-IF
                   ELSE
                       IF WS-NEW-STAMP >= WS-BGT-START-STAMP(BG-IDX)
                           AND WS-NEW-STAMP <=
                           WS-BGT-EXPIRY-STAMP(BG-IDX)
                           SET WS-MATCHED TO BG-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MATCHED > 0
               IF WS-ACT-COUNT < 3000
                   ADD 1 TO WS-ACT-COUNT
                   MOVE WS-MATCHED TO WS-ACT-SESSION(WS-ACT-COUNT)
                   MOVE WS-NEW-STAMP TO WS-ACT-STAMP(WS-ACT-COUNT)
                   MOVE WS-NEW-SOURCE TO WS-ACT-SOURCE(WS-ACT-COUNT)
                   MOVE WS-NEW-DETAIL TO WS-ACT-DETAIL(WS-ACT-COUNT)
                   ADD 1 TO WS-BGT-ACTIONS(WS-MATCHED)
               ELSE
                   ADD 1 TO WS-ACT-SKIPPED
               END-IF
           END-IF.
      * Into session order, and time order within a session
       400-SORT-ACTIVITY.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-ACT-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                   UNTIL WS-SORT-J >= WS-ACT-COUNT
                   IF WS-ACT-SESSION(WS-SORT-J) >
                       WS-ACT-SESSION(WS-SORT-J + 1)
                       OR (WS-ACT-SESSION(WS-SORT-J) =
                           WS-ACT-SESSION(WS-SORT-J + 1)
                       AND WS-ACT-STAMP(WS-SORT-J) >
                           WS-ACT-STAMP(WS-SORT-J + 1))
                       MOVE WS-ACT-ENTRY(WS-SORT-J) TO WS-ACT-SWAP
                       MOVE WS-ACT-ENTRY(WS-SORT-J + 1)
                           TO WS-ACT-ENTRY(WS-SORT-J)
                       MOVE WS-ACT-SWAP
                           TO WS-ACT-ENTRY(WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
       500-PRINT-REPORT.
           OPEN OUTPUT REVIEW-REPORT-FILE
           MOVE SPACES TO REVIEW-REPORT-RECORD
           STRING " Break-Glass Session Review as of " WS-TODAY
               DELIMITED BY SIZE INTO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE SPACES TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           IF WS-BG-OPEN-COUNT = 0
               MOVE " No break-glass sessions are awaiting review."
                   TO REVIEW-REPORT-RECORD
               WRITE REVIEW-REPORT-RECORD
           END-IF
           PERFORM VARYING BG-IDX FROM 1 BY 1
               UNTIL BG-IDX > WS-BG-COUNT
               IF WS-BGT-STATUS(BG-IDX) NOT = "C"
                   PERFORM 510-PRINT-SESSION
               END-IF
           END-PERFORM
           MOVE SPACES TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE WS-BG-OPEN-COUNT TO WS-ED-COUNT
           MOVE SPACES TO REVIEW-REPORT-RECORD
           STRING " Sessions awaiting sign-off: " WS-ED-COUNT
               DELIMITED BY SIZE INTO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE WS-BG-CLOSED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO REVIEW-REPORT-RECORD
           STRING " Sessions already signed off: " WS-ED-COUNT
               DELIMITED BY SIZE INTO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           IF WS-ACT-SKIPPED > 0
               MOVE WS-ACT-SKIPPED TO WS-ED-COUNT
               MOVE SPACES TO REVIEW-REPORT-RECORD
               STRING " *** Actions not listed, table full: "
                   WS-ED-COUNT DELIMITED BY SIZE
                   INTO REVIEW-REPORT-RECORD
               WRITE REVIEW-REPORT-RECORD
           END-IF
           CLOSE REVIEW-REPORT-FILE.
       510-PRINT-SESSION.
           MOVE SPACES TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE WS-BGT-START-STAMP(BG-IDX) TO WS-WORK-STAMP
           MOVE SPACES TO REVIEW-REPORT-RECORD
           STRING " SESSION " WS-WS-DATE " " WS-WS-TIME
               "  OPERATOR " WS-BGT-OPERATOR(BG-IDX)
               " AS " WS-BGT-SESSION-USER(BG-IDX)
               " TERMINAL " WS-BGT-TERMINAL-ID(BG-IDX)
               DELIMITED BY SIZE INTO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE SPACES TO REVIEW-REPORT-RECORD
           STRING "   REASON " WS-BGT-REASON-CODE(BG-IDX) " - "
               WS-BGT-REASON-TEXT(BG-IDX)
               DELIMITED BY SIZE INTO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE WS-BGT-EXPIRY-STAMP(BG-IDX) TO WS-WORK-STAMP
           MOVE SPACES TO REVIEW-REPORT-RECORD
           STRING "   EXPIRES " WS-WS-DATE " " WS-WS-TIME
               "  STATUS OPEN - AWAITING SIGN-OFF BY A SECOND ADMIN"
               DELIMITED BY SIZE INTO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           IF WS-BGT-ACTIONS(BG-IDX) = 0
               MOVE "    No logged activity found under this session."
                   TO REVIEW-REPORT-RECORD
               WRITE REVIEW-REPORT-RECORD
           ELSE
               PERFORM VARYING ACT-IDX FROM 1 BY 1
                   UNTIL ACT-IDX > WS-ACT-COUNT
                   IF WS-ACT-SESSION(ACT-IDX) = BG-IDX
                       MOVE WS-ACT-STAMP(ACT-IDX) TO WS-WORK-STAMP
                       MOVE WS-WS-DATE TO WS-AL-DATE
                       MOVE WS-WS-TIME TO WS-AL-TIME
                       MOVE WS-ACT-SOURCE(ACT-IDX) TO WS-AL-SOURCE
                       MOVE WS-ACT-DETAIL(ACT-IDX) TO WS-AL-DETAIL
                       MOVE WS-ACTIVITY-LINE TO REVIEW-REPORT-RECORD
                       WRITE REVIEW-REPORT-RECORD
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-BGT-ACTIONS(BG-IDX) TO WS-ED-COUNT
           MOVE SPACES TO REVIEW-REPORT-RECORD
           STRING "   Actions logged: " WS-ED-COUNT
               DELIMITED BY SIZE INTO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD.
      * The second admin signs each open session off in turn; a
      * session is left open when the reviewer was its operator
       600-SIGN-OFF-SESSIONS.
           PERFORM VARYING BG-IDX FROM 1 BY 1
               UNTIL BG-IDX > WS-BG-COUNT
               IF WS-BGT-STATUS(BG-IDX) NOT = "C"
                   PERFORM 610-SIGN-OFF-ONE
               END-IF
           END-PERFORM.
       610-SIGN-OFF-ONE.
           DISPLAY " "
           DISPLAY "Break-glass session " WS-BGT-START-STAMP(BG-IDX)
           DISPLAY "  Operator:  " WS-BGT-OPERATOR(BG-IDX)
               " as " WS-BGT-SESSION-USER(BG-IDX)
           DISPLAY "  Reason:    " WS-BGT-REASON-CODE(BG-IDX) " "
               WS-BGT-REASON-TEXT(BG-IDX)
           DISPLAY "  Expires:   " WS-BGT-EXPIRY-STAMP(BG-IDX)
           DISPLAY "  Actions:   " WS-BGT-ACTIONS(BG-IDX)
               " (see BREAK-GLASS-REVIEW.dat)"
           IF WS-BGT-OPERATOR(BG-IDX) = WS-USERNAME
               DISPLAY "You were the operator on this session - a "
                   "second admin must sign it off. Left open."
           ELSE
               IF WS-BGT-EXPIRY-STAMP(BG-IDX) > WS-NOW-STAMP
                   DISPLAY "Note: this session has not yet expired."
               END-IF
               DISPLAY "Sign off this session as reviewed? (Y/N)"
               ACCEPT WS-ANSWER
               MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
               IF WS-ANSWER = "Y"
                   DISPLAY "Enter your review note"
                   ACCEPT WS-REVIEW-NOTE
                   IF WS-REVIEW-NOTE = SPACES
                       DISPLAY "A review note is required. Left "
                           "open."
                   ELSE
                       MOVE "C" TO WS-BGT-STATUS(BG-IDX)
                       MOVE WS-USERNAME TO WS-BGT-REVIEWER(BG-IDX)
                       MOVE WS-NOW-STAMP
                           TO WS-BGT-REVIEW-STAMP(BG-IDX)
                       MOVE WS-REVIEW-NOTE
                           TO WS-BGT-REVIEW-NOTE(BG-IDX)
                       MOVE "Y" TO WS-BG-DIRTY
                       ADD 1 TO WS-BG-SIGNED-COUNT
                       DISPLAY "Session signed off."
                   END-IF
               ELSE
                   DISPLAY "Left open."
               END-IF
           END-IF.
       690-SAVE-REGISTER.
           OPEN OUTPUT BREAK-GLASS-FILE
           PERFORM VARYING BG-IDX FROM 1 BY 1
               UNTIL BG-IDX > WS-BG-COUNT
               MOVE WS-BGT-START-STAMP(BG-IDX) TO BGL-START-STAMP
               MOVE WS-BGT-OPERATOR(BG-IDX) TO BGL-OPERATOR
               MOVE WS-BGT-SESSION-USER(BG-IDX) TO BGL-SESSION-USER
               MOVE WS-BGT-TERMINAL-ID(BG-IDX) TO BGL-TERMINAL-ID
               MOVE WS-BGT-REASON-CODE(BG-IDX) TO BGL-REASON-CODE
               MOVE WS-BGT-REASON-TEXT(BG-IDX) TO BGL-REASON-TEXT
               MOVE WS-BGT-EXPIRY-STAMP(BG-IDX) TO BGL-EXPIRY-STAMP
               MOVE WS-BGT-HOURS(BG-IDX) TO BGL-HOURS
               MOVE WS-BGT-STATUS(BG-IDX) TO BGL-STATUS
               MOVE WS-BGT-REVIEWER(BG-IDX) TO BGL-REVIEWER
               MOVE WS-BGT-REVIEW-STAMP(BG-IDX) TO BGL-REVIEW-STAMP
               MOVE WS-BGT-REVIEW-NOTE(BG-IDX) TO BGL-REVIEW-NOTE
               WRITE BREAK-GLASS-RECORD
           END-PERFORM
           CLOSE BREAK-GLASS-FILE.
