       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMDISP.
      * Commission dispute cases. A manager or commission admin
      * opens a case against one COMMISSION-DETAIL.dat line a rep
      * disputes from the statement, moves it into review, and
      * resolves it as upheld, denied or partial. Every step is
      * noted with the signed-on user on
      * COMMISSION-DISPUTE-NOTES.dat. Upheld and partial cases
      * queue their settlement on COMMISSION-DISPUTE-ADJ.dat,
      * which the next COMMISSIONS batch run posts to YTD and the
      * detail file. Run unattended (RUN-CONTROL B) it writes the
      * monthly aging of open cases for the sales VP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CASE-FILE ASSIGN TO
           "COMMISSION-DISPUTES.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NOTE-FILE ASSIGN TO
           "COMMISSION-DISPUTE-NOTES.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SETTLEMENT-FILE ASSIGN TO
           "COMMISSION-DISPUTE-ADJ.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DETAIL-FILE ASSIGN TO
           "COMMISSION-DETAIL.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-REPORT-FILE ASSIGN TO
           "COMMISSION-DISPUTE-AGING.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SESSION-FILE ASSIGN TO
           "SESSION.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PERMISSION-FILE ASSIGN TO
           "PERMISSIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO
           "RUN-CONTROL.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CASE-FILE.
       01 CASE-RECORD.
           05 DSC-CASE-NO PIC 9(6).
      * The disputed detail line: its position on the detail file
      * and its key fields, so the case still reads correctly if
      * the file is later archived
           05 DSC-DETAIL-SEQ PIC 9(6).
           05 DSC-SALES-ID PIC X(6).
           05 DSC-PRODUCT-LINE PIC X(4).
           05 DSC-UNITS-SOLD PIC 9(4).
           05 DSC-TXN-TYPE PIC X(1).
           05 DSC-SALE-DATE PIC 9(8).
           05 DSC-DETAIL-AMOUNT PIC 9(9)V99.
           05 DSC-CLAIMED-AMOUNT PIC 9(9)V99.
      * DSC-STATUS: O = open, R = in review, U = upheld,
      * D = denied, P = partially upheld
           05 DSC-STATUS PIC X(1).
           05 DSC-OPENED-DATE PIC 9(8).
           05 DSC-OPENED-BY PIC X(20).
           05 DSC-RESOLVED-DATE PIC 9(8).
           05 DSC-RESOLVED-BY PIC X(20).
           05 DSC-SETTLED-AMOUNT PIC 9(9)V99.
           05 DSC-LAST-NOTE PIC X(60).
       FD NOTE-FILE.
       01 NOTE-RECORD.
           05 DSN-CASE-NO PIC 9(6).
           05 DSN-DATE PIC 9(8).
           05 DSN-TIME PIC 9(8).
           05 DSN-USER PIC X(20).
           05 DSN-ACTION PIC X(8).
           05 DSN-TEXT PIC X(60).
       FD SETTLEMENT-FILE.
      * Settlements waiting for the next COMMISSIONS batch run
       01 SETTLEMENT-RECORD.
           05 DSA-CASE-NO PIC 9(6).
           05 DSA-SALES-ID PIC X(6).
           05 DSA-PRODUCT-LINE PIC X(4).
           05 DSA-UNITS-SOLD PIC 9(4).
           05 DSA-SALE-DATE PIC 9(8).
           05 DSA-AMOUNT PIC 9(9)V99.
           05 DSA-RESOLVED-DATE PIC 9(8).
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
       FD AGING-REPORT-FILE.
       01 AGING-REPORT-RECORD PIC X(120).
       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SES-USERNAME PIC X(20).
           05 SES-ROLE PIC X(1).
           05 SES-LOGIN-DATE PIC 9(8).
           05 SES-LOGIN-TIME PIC 9(8).
           05 SES-TERMINAL-ID PIC X(10).
           05 SES-IDLE-LIMIT PIC 9(4).
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
       01 WS-CTL-USER PIC X(20) VALUE SPACES.
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
       01 WS-USERNAME PIC X(20) VALUE SPACES.
       01 WS-ROLE PIC X(1) VALUE "V".
           88 CAN-WORK-DISPUTES VALUE "A".
       01 WS-PERM-EOF PIC X VALUE "N".
       01 WS-PERM-COUNT PIC 9(3) VALUE 0.
       01 WS-PERM-TABLE.
           05 WS-PERM-ENTRY OCCURS 100 TIMES INDEXED BY PRM-IDX.
               10 WS-PRM-ROLE PIC X(1).
               10 WS-PRM-FUNCTION PIC X(12).
       01 WS-PERM-FUNCTION PIC X(12) VALUE SPACES.
       01 WS-PERM-OK PIC X VALUE "N".
       01 WS-DISPUTE-ALLOWED PIC X VALUE "N".
       01 WS-CASE-EOF PIC X VALUE "N".
       01 WS-CASE-COUNT PIC 9(4) VALUE 0.
       01 WS-CASE-FOUND PIC 9(4) VALUE 0.
       01 WS-CASE-DIRTY PIC X VALUE "N".
       01 WS-NEXT-CASE-NO PIC 9(6) VALUE 0.
       01 WS-CASE-TABLE.
           05 WS-CASE-ENTRY OCCURS 500 TIMES INDEXED BY CAS-IDX.
               10 WS-CAS-RECORD PIC X(185).
       01 WS-DETAIL-EOF PIC X VALUE "N".
       01 WS-DETAIL-SEQ PIC 9(6) VALUE 0.
       01 WS-REP-LINE-COUNT PIC 9(3) VALUE 0.
       01 WS-REP-LINE-TABLE.
           05 WS-REP-LINE OCCURS 300 TIMES INDEXED BY RLN-IDX.
               10 WS-RLN-SEQ PIC 9(6).
               10 WS-RLN-PRODUCT-LINE PIC X(4).
               10 WS-RLN-UNITS PIC 9(4).
               10 WS-RLN-TXN-TYPE PIC X(1).
               10 WS-RLN-AMOUNT PIC 9(9)V99.
               10 WS-RLN-SALE-DATE PIC 9(8).
       01 WS-RLN-FOUND PIC 9(3) VALUE 0.
       01 WS-MENU-CHOICE PIC X(1) VALUE SPACES.
       01 WS-DONE PIC X VALUE "N".
       01 WS-ENTRY-SALES-ID PIC X(6) VALUE SPACES.
       01 WS-ENTRY-SEQ PIC 9(6) VALUE 0.
       01 WS-ENTRY-CASE-NO PIC 9(6) VALUE 0.
       01 WS-ENTRY-AMOUNT PIC 9(9)V99 VALUE 0.
       01 WS-ENTRY-DECISION PIC X(1) VALUE SPACES.
       01 WS-NOTE-TEXT PIC X(60) VALUE SPACES.
       01 WS-NOTE-ACTION PIC X(8) VALUE SPACES.
       01 WS-FORMAT-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-FORMAT-CLAIM PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-STATUS-TEXT PIC X(10) VALUE SPACES.
       01 WS-AGE-DAYS PIC 9(5) VALUE 0.
       01 WS-BUCKET-IDX PIC 9(1) VALUE 0.
       01 WS-BUCKET-TABLE.
           05 WS-BUCKET OCCURS 4 TIMES.
               10 WS-BKT-COUNT PIC 9(5).
               10 WS-BKT-AMOUNT PIC 9(11)V99.
       01 WS-BUCKET-NAMES.
           05 FILLER PIC X(12) VALUE "0-30 DAYS".
           05 FILLER PIC X(12) VALUE "31-60 DAYS".
           05 FILLER PIC X(12) VALUE "61-90 DAYS".
           05 FILLER PIC X(12) VALUE "OVER 90 DAYS".
       01 WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05 WS-BUCKET-NAME PIC X(12) OCCURS 4 TIMES.
       01 WS-OPEN-COUNT PIC 9(5) VALUE 0.
       01 WS-OPEN-AMOUNT PIC 9(11)V99 VALUE 0.
       01 WS-FORMAT-TOTAL PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-AGING-LINE.
           05 WS-AGL-CASE-NO PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-AGL-SALES-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-AGL-PRODUCT PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-AGL-SALE-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-AGL-OPENED PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-AGL-AGE PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-AGL-STATUS PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-AGL-CLAIM PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-AGL-OPENED-BY PIC X(20).
       01 WS-AGING-HEADING.
           05 FILLER PIC X(8) VALUE "CASE".
           05 FILLER PIC X(8) VALUE "REP".
           05 FILLER PIC X(6) VALUE "LINE".
           05 FILLER PIC X(10) VALUE "SALE DATE".
           05 FILLER PIC X(10) VALUE "OPENED".
           05 FILLER PIC X(8) VALUE "   DAYS".
           05 FILLER PIC X(12) VALUE "STATUS".
           05 FILLER PIC X(18) VALUE "          CLAIMED".
           05 FILLER PIC X(20) VALUE "OPENED BY".
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 040-READ-RUN-CONTROL
           PERFORM 170-LOAD-CASES
           IF WS-UNATTENDED = "Y"
               PERFORM 700-AGING-REPORT
           ELSE
               PERFORM 140-LOAD-PERMISSIONS
               PERFORM 150-LOAD-SESSION
               PERFORM 160-SET-DISPUTE-PERMISSION
               IF WS-DISPUTE-ALLOWED NOT = "Y"
                   DISPLAY "Your role does not permit commission "
                       "dispute cases. A manager or commission "
                       "admin sign-on is required."
               ELSE
                   PERFORM 200-MENU
               END-IF
           END-IF
           IF WS-CASE-DIRTY = "Y"
               PERFORM 180-SAVE-CASES
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
                       MOVE RUN-CTL-USER TO WS-CTL-USER
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
                   MOVE SES-USERNAME TO WS-USERNAME
                   MOVE SES-ROLE TO WS-ROLE
               END-IF
           END-IF.
      * The central permission matrix decides who may work
      * dispute cases; without one only admins may.
       160-SET-DISPUTE-PERMISSION.
           IF WS-PERM-COUNT = 0
               IF CAN-WORK-DISPUTES
                   MOVE "Y" TO WS-DISPUTE-ALLOWED
               ELSE
                   MOVE "N" TO WS-DISPUTE-ALLOWED
               END-IF
           ELSE
               MOVE "DISPUTE-COMM" TO WS-PERM-FUNCTION
               PERFORM 145-CHECK-PERMISSION
               MOVE WS-PERM-OK TO WS-DISPUTE-ALLOWED
           END-IF.
       170-LOAD-CASES.
           MOVE 0 TO WS-NEXT-CASE-NO
           OPEN INPUT CASE-FILE
           READ CASE-FILE
               AT END MOVE "Y" TO WS-CASE-EOF
           END-READ
           PERFORM UNTIL WS-CASE-EOF = "Y"
               IF WS-CASE-COUNT < 500
                   ADD 1 TO WS-CASE-COUNT
                   MOVE CASE-RECORD TO WS-CAS-RECORD(WS-CASE-COUNT)
                   IF DSC-CASE-NO > WS-NEXT-CASE-NO
                       MOVE DSC-CASE-NO TO WS-NEXT-CASE-NO
                   END-IF
               ELSE
                   DISPLAY "Case table full, record skipped for case "
                       DSC-CASE-NO
               END-IF
               READ CASE-FILE
                   AT END MOVE "Y" TO WS-CASE-EOF
               END-READ
           END-PERFORM
           CLOSE CASE-FILE
           ADD 1 TO WS-NEXT-CASE-NO.
       180-SAVE-CASES.
           OPEN OUTPUT CASE-FILE
           PERFORM VARYING CAS-IDX FROM 1 BY 1
               UNTIL CAS-IDX > WS-CASE-COUNT
               MOVE WS-CAS-RECORD(CAS-IDX) TO CASE-RECORD
               WRITE CASE-RECORD
           END-PERFORM
           CLOSE CASE-FILE.
       200-MENU.
           MOVE "N" TO WS-DONE
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY " "
               DISPLAY "Commission disputes - signed on as "
                   WS-USERNAME
               DISPLAY "  O  Open a case"
               DISPLAY "  R  Move a case into review"
               DISPLAY "  N  Add a note to a case"
               DISPLAY "  S  Resolve a case"
               DISPLAY "  L  List open cases"
               DISPLAY "  A  Write the aging report"
               DISPLAY "  X  Exit"
               ACCEPT WS-MENU-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
                   TO WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "O"
                       PERFORM 300-OPEN-CASE
                   WHEN "R"
                       PERFORM 400-REVIEW-CASE
                   WHEN "N"
                       PERFORM 450-NOTE-CASE
                   WHEN "S"
                       PERFORM 500-RESOLVE-CASE
                   WHEN "L"
                       PERFORM 600-LIST-OPEN
                   WHEN "A"
                       PERFORM 700-AGING-REPORT
                   WHEN "X"
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "Choose O, R, N, S, L, A or X"
               END-EVALUATE
           END-PERFORM.
      * The disputed line is picked from the rep's lines on the
      * detail file by its sequence number on the file
       300-OPEN-CASE.
           IF WS-CASE-COUNT >= 500
               DISPLAY "Case table is full - no new case opened"
           ELSE
               DISPLAY "Enter the salesperson ID"
               ACCEPT WS-ENTRY-SALES-ID
               PERFORM 310-LOAD-REP-DETAIL
               IF WS-REP-LINE-COUNT = 0
                   DISPLAY "No commission detail on file for "
                       WS-ENTRY-SALES-ID
               ELSE
                   DISPLAY "Enter the line number being disputed"
                   ACCEPT WS-ENTRY-SEQ
                   MOVE 0 TO WS-RLN-FOUND
                   PERFORM VARYING RLN-IDX FROM 1 BY 1
                       UNTIL RLN-IDX > WS-REP-LINE-COUNT
                       IF WS-RLN-SEQ(RLN-IDX) = WS-ENTRY-SEQ
                           MOVE RLN-IDX TO WS-RLN-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-RLN-FOUND = 0
                       DISPLAY "Line " WS-ENTRY-SEQ " is not one of "
                           WS-ENTRY-SALES-ID "'s lines"
                   ELSE
                       PERFORM 320-CREATE-CASE
                   END-IF
               END-IF
           END-IF.
       310-LOAD-REP-DETAIL.
           MOVE 0 TO WS-REP-LINE-COUNT
           MOVE 0 TO WS-DETAIL-SEQ
           MOVE "N" TO WS-DETAIL-EOF
           OPEN INPUT DETAIL-FILE
           READ DETAIL-FILE
               AT END MOVE "Y" TO WS-DETAIL-EOF
           END-READ
           PERFORM UNTIL WS-DETAIL-EOF = "Y"
               ADD 1 TO WS-DETAIL-SEQ
               IF DTL-SALES-ID = WS-ENTRY-SALES-ID
                   AND WS-REP-LINE-COUNT < 300
                   ADD 1 TO WS-REP-LINE-COUNT
                   MOVE WS-DETAIL-SEQ
                       TO WS-RLN-SEQ(WS-REP-LINE-COUNT)
                   MOVE DTL-PRODUCT-LINE
                       TO WS-RLN-PRODUCT-LINE(WS-REP-LINE-COUNT)
                   MOVE DTL-UNITS-SOLD
                       TO WS-RLN-UNITS(WS-REP-LINE-COUNT)
                   MOVE DTL-TXN-TYPE
                       TO WS-RLN-TXN-TYPE(WS-REP-LINE-COUNT)
                   MOVE DTL-AMOUNT TO WS-RLN-AMOUNT(WS-REP-LINE-COUNT)
                   MOVE DTL-SALE-DATE
                       TO WS-RLN-SALE-DATE(WS-REP-LINE-COUNT)
                   MOVE DTL-AMOUNT TO WS-FORMAT-AMOUNT
                   DISPLAY WS-DETAIL-SEQ "  " DTL-PRODUCT-LINE "  "
                       DTL-TXN-TYPE "  " DTL-SALE-DATE "  units "
                       DTL-UNITS-SOLD "  " WS-FORMAT-AMOUNT
               END-IF
               READ DETAIL-FILE
                   AT END MOVE "Y" TO WS-DETAIL-EOF
               END-READ
           END-PERFORM
           CLOSE DETAIL-FILE.
       320-CREATE-CASE.
           DISPLAY "Enter the amount the rep says is owed"
           ACCEPT WS-ENTRY-AMOUNT
           DISPLAY "Enter a note describing the dispute"
           MOVE SPACES TO WS-NOTE-TEXT
           ACCEPT WS-NOTE-TEXT
           MOVE SPACES TO CASE-RECORD
           MOVE WS-NEXT-CASE-NO TO DSC-CASE-NO
           MOVE WS-RLN-SEQ(WS-RLN-FOUND) TO DSC-DETAIL-SEQ
           MOVE WS-ENTRY-SALES-ID TO DSC-SALES-ID
           MOVE WS-RLN-PRODUCT-LINE(WS-RLN-FOUND) TO DSC-PRODUCT-LINE
           MOVE WS-RLN-UNITS(WS-RLN-FOUND) TO DSC-UNITS-SOLD
           MOVE WS-RLN-TXN-TYPE(WS-RLN-FOUND) TO DSC-TXN-TYPE
           MOVE WS-RLN-SALE-DATE(WS-RLN-FOUND) TO DSC-SALE-DATE
           MOVE WS-RLN-AMOUNT(WS-RLN-FOUND) TO DSC-DETAIL-AMOUNT
           MOVE WS-ENTRY-AMOUNT TO DSC-CLAIMED-AMOUNT
           MOVE "O" TO DSC-STATUS
           MOVE WS-TODAY TO DSC-OPENED-DATE
           MOVE WS-USERNAME TO DSC-OPENED-BY
           MOVE 0 TO DSC-RESOLVED-DATE
           MOVE SPACES TO DSC-RESOLVED-BY
           MOVE 0 TO DSC-SETTLED-AMOUNT
           MOVE WS-NOTE-TEXT TO DSC-LAST-NOTE
           ADD 1 TO WS-CASE-COUNT
           MOVE CASE-RECORD TO WS-CAS-RECORD(WS-CASE-COUNT)
           MOVE "Y" TO WS-CASE-DIRTY
           MOVE "OPENED" TO WS-NOTE-ACTION
           PERFORM 800-WRITE-NOTE
           DISPLAY "Case " DSC-CASE-NO " opened"
           ADD 1 TO WS-NEXT-CASE-NO.
       400-REVIEW-CASE.
           PERFORM 850-FIND-CASE
           IF WS-CASE-FOUND > 0
               IF DSC-STATUS NOT = "O"
                   DISPLAY "Only an open case can be moved into "
                       "review"
               ELSE
                   DISPLAY "Enter a review note"
                   MOVE SPACES TO WS-NOTE-TEXT
                   ACCEPT WS-NOTE-TEXT
                   MOVE "R" TO DSC-STATUS
                   MOVE WS-NOTE-TEXT TO DSC-LAST-NOTE
                   MOVE CASE-RECORD TO WS-CAS-RECORD(WS-CASE-FOUND)
                   MOVE "Y" TO WS-CASE-DIRTY
                   MOVE "REVIEW" TO WS-NOTE-ACTION
                   PERFORM 800-WRITE-NOTE
                   DISPLAY "Case " DSC-CASE-NO " is in review"
               END-IF
           END-IF.
       450-NOTE-CASE.
           PERFORM 850-FIND-CASE
           IF WS-CASE-FOUND > 0
               DISPLAY "Enter the note"
               MOVE SPACES TO WS-NOTE-TEXT
               ACCEPT WS-NOTE-TEXT
               MOVE WS-NOTE-TEXT TO DSC-LAST-NOTE
               MOVE CASE-RECORD TO WS-CAS-RECORD(WS-CASE-FOUND)
               MOVE "Y" TO WS-CASE-DIRTY
               MOVE "NOTE" TO WS-NOTE-ACTION
               PERFORM 800-WRITE-NOTE
           END-IF.
      * Upheld pays the amount claimed, partial pays the amount
      * agreed, denied pays nothing. Whatever is paid is queued
      * for the next COMMISSIONS batch run.
       500-RESOLVE-CASE.
           PERFORM 850-FIND-CASE
           IF WS-CASE-FOUND > 0
               IF DSC-STATUS NOT = "O" AND DSC-STATUS NOT = "R"
                   DISPLAY "Case " DSC-CASE-NO
                       " is already resolved"
               ELSE
                   MOVE DSC-CLAIMED-AMOUNT TO WS-FORMAT-CLAIM
                   DISPLAY "Amount claimed: " WS-FORMAT-CLAIM
                   DISPLAY "Upheld, denied, or partial? (U/D/P)"
                   ACCEPT WS-ENTRY-DECISION
                   MOVE FUNCTION UPPER-CASE(WS-ENTRY-DECISION)
                       TO WS-ENTRY-DECISION
                   EVALUATE WS-ENTRY-DECISION
                       WHEN "U"
                           MOVE DSC-CLAIMED-AMOUNT TO WS-ENTRY-AMOUNT
                           PERFORM 510-RECORD-RESOLUTION
                       WHEN "D"
                           MOVE 0 TO WS-ENTRY-AMOUNT
                           PERFORM 510-RECORD-RESOLUTION
                       WHEN "P"
                           DISPLAY "Enter the amount to be paid"
                           ACCEPT WS-ENTRY-AMOUNT
                           IF WS-ENTRY-AMOUNT = 0
                               OR WS-ENTRY-AMOUNT >
                                   DSC-CLAIMED-AMOUNT
                               DISPLAY "A partial settlement must be "
                                   "more than zero and no more than "
                                   "the claim"
                           ELSE
                               PERFORM 510-RECORD-RESOLUTION
                           END-IF
                       WHEN OTHER
                           DISPLAY "Case left unresolved"
                   END-EVALUATE
               END-IF
           END-IF.
       510-RECORD-RESOLUTION.
           DISPLAY "Enter the resolution note"
           MOVE SPACES TO WS-NOTE-TEXT
           ACCEPT WS-NOTE-TEXT
           MOVE WS-ENTRY-DECISION TO DSC-STATUS
           MOVE WS-TODAY TO DSC-RESOLVED-DATE
           MOVE WS-USERNAME TO DSC-RESOLVED-BY
           MOVE WS-ENTRY-AMOUNT TO DSC-SETTLED-AMOUNT
           MOVE WS-NOTE-TEXT TO DSC-LAST-NOTE
           MOVE CASE-RECORD TO WS-CAS-RECORD(WS-CASE-FOUND)
           MOVE "Y" TO WS-CASE-DIRTY
           EVALUATE WS-ENTRY-DECISION
               WHEN "U"
                   MOVE "UPHELD" TO WS-NOTE-ACTION
               WHEN "D"
                   MOVE "DENIED" TO WS-NOTE-ACTION
               WHEN OTHER
                   MOVE "PARTIAL" TO WS-NOTE-ACTION
           END-EVALUATE
           PERFORM 800-WRITE-NOTE
           IF WS-ENTRY-AMOUNT > 0
               PERFORM 550-QUEUE-SETTLEMENT
           END-IF
           DISPLAY "Case " DSC-CASE-NO " resolved".
       550-QUEUE-SETTLEMENT.
           OPEN EXTEND SETTLEMENT-FILE
           MOVE DSC-CASE-NO TO DSA-CASE-NO
           MOVE DSC-SALES-ID TO DSA-SALES-ID
           MOVE DSC-PRODUCT-LINE TO DSA-PRODUCT-LINE
           MOVE DSC-UNITS-SOLD TO DSA-UNITS-SOLD
           MOVE DSC-SALE-DATE TO DSA-SALE-DATE
           MOVE WS-ENTRY-AMOUNT TO DSA-AMOUNT
           MOVE WS-TODAY TO DSA-RESOLVED-DATE
           WRITE SETTLEMENT-RECORD
           CLOSE SETTLEMENT-FILE
           MOVE WS-ENTRY-AMOUNT TO WS-FORMAT-AMOUNT
           DISPLAY WS-FORMAT-AMOUNT " will be paid in the next "
               "commission batch run".
       600-LIST-OPEN.
           PERFORM VARYING CAS-IDX FROM 1 BY 1
               UNTIL CAS-IDX > WS-CASE-COUNT
               MOVE WS-CAS-RECORD(CAS-IDX) TO CASE-RECORD
               IF DSC-STATUS = "O" OR DSC-STATUS = "R"
                   PERFORM 860-STATUS-TEXT
                   MOVE DSC-CLAIMED-AMOUNT TO WS-FORMAT-CLAIM
                   DISPLAY DSC-CASE-NO "  " DSC-SALES-ID "  "
                       DSC-PRODUCT-LINE "  " DSC-OPENED-DATE "  "
                       WS-STATUS-TEXT WS-FORMAT-CLAIM
                   DISPLAY "        " DSC-LAST-NOTE
               END-IF
           END-PERFORM.
      * Open and in-review cases aged from the day they were
      * opened, with a summary by age bucket
       700-AGING-REPORT.
           MOVE ZEROS TO WS-BUCKET-TABLE
           MOVE 0 TO WS-OPEN-COUNT
           MOVE 0 TO WS-OPEN-AMOUNT
           OPEN OUTPUT AGING-REPORT-FILE
           MOVE SPACES TO AGING-REPORT-RECORD
           STRING " Open Commission Dispute Cases - aged as of "
               DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           MOVE SPACES TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           MOVE WS-AGING-HEADING TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           PERFORM VARYING CAS-IDX FROM 1 BY 1
               UNTIL CAS-IDX > WS-CASE-COUNT
               MOVE WS-CAS-RECORD(CAS-IDX) TO CASE-RECORD
               IF DSC-STATUS = "O" OR DSC-STATUS = "R"
                   PERFORM 710-AGE-ONE-CASE
               END-IF
           END-PERFORM
           MOVE SPACES TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 4
               MOVE WS-BKT-AMOUNT(WS-BUCKET-IDX) TO WS-FORMAT-TOTAL
               MOVE SPACES TO AGING-REPORT-RECORD
               STRING " " DELIMITED BY SIZE
                   WS-BUCKET-NAME(WS-BUCKET-IDX) DELIMITED BY SIZE
                   " cases " DELIMITED BY SIZE
                   WS-BKT-COUNT(WS-BUCKET-IDX) DELIMITED BY SIZE
                   "  claimed " DELIMITED BY SIZE
                   WS-FORMAT-TOTAL DELIMITED BY SIZE
                   INTO AGING-REPORT-RECORD
               WRITE AGING-REPORT-RECORD
           END-PERFORM
           MOVE WS-OPEN-AMOUNT TO WS-FORMAT-TOTAL
           MOVE SPACES TO AGING-REPORT-RECORD
           STRING " TOTAL OPEN   cases " DELIMITED BY SIZE
               WS-OPEN-COUNT DELIMITED BY SIZE
               "  claimed " DELIMITED BY SIZE
               WS-FORMAT-TOTAL DELIMITED BY SIZE
               INTO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           CLOSE AGING-REPORT-FILE
           DISPLAY "Open dispute cases: " WS-OPEN-COUNT
           DISPLAY "Aging report written to "
               "COMMISSION-DISPUTE-AGING.dat".
       710-AGE-ONE-CASE.
           MOVE 0 TO WS-AGE-DAYS
           IF DSC-OPENED-DATE > 0 AND DSC-OPENED-DATE <= WS-TODAY
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                   FUNCTION INTEGER-OF-DATE(DSC-OPENED-DATE)
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   MOVE 1 TO WS-BUCKET-IDX
               WHEN WS-AGE-DAYS <= 60
                   MOVE 2 TO WS-BUCKET-IDX
               WHEN WS-AGE-DAYS <= 90
                   MOVE 3 TO WS-BUCKET-IDX
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-IDX
           END-EVALUATE
           ADD 1 TO WS-BKT-COUNT(WS-BUCKET-IDX)
           ADD DSC-CLAIMED-AMOUNT TO WS-BKT-AMOUNT(WS-BUCKET-IDX)
           ADD 1 TO WS-OPEN-COUNT
           ADD DSC-CLAIMED-AMOUNT TO WS-OPEN-AMOUNT
           PERFORM 860-STATUS-TEXT
           MOVE SPACES TO WS-AGING-LINE
           MOVE DSC-CASE-NO TO WS-AGL-CASE-NO
           MOVE DSC-SALES-ID TO WS-AGL-SALES-ID
           MOVE DSC-PRODUCT-LINE TO WS-AGL-PRODUCT
           MOVE DSC-SALE-DATE TO WS-AGL-SALE-DATE
           MOVE DSC-OPENED-DATE TO WS-AGL-OPENED
           MOVE WS-AGE-DAYS TO WS-AGL-AGE
           MOVE WS-STATUS-TEXT TO WS-AGL-STATUS
           MOVE DSC-CLAIMED-AMOUNT TO WS-AGL-CLAIM
           MOVE DSC-OPENED-BY TO WS-AGL-OPENED-BY
           MOVE WS-AGING-LINE TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD.
       800-WRITE-NOTE.
           ACCEPT WS-NOW-TIME FROM TIME
           OPEN EXTEND NOTE-FILE
           MOVE DSC-CASE-NO TO DSN-CASE-NO
           MOVE WS-TODAY TO DSN-DATE
           MOVE WS-NOW-TIME TO DSN-TIME
           MOVE WS-USERNAME TO DSN-USER
           MOVE WS-NOTE-ACTION TO DSN-ACTION
           MOVE WS-NOTE-TEXT TO DSN-TEXT
           WRITE NOTE-RECORD
           CLOSE NOTE-FILE.
      * Leaves the case in CASE-RECORD and its slot in
      * WS-CASE-FOUND (0 when not on file)
       850-FIND-CASE.
           DISPLAY "Enter the case number"
           ACCEPT WS-ENTRY-CASE-NO
           MOVE 0 TO WS-CASE-FOUND
           PERFORM VARYING CAS-IDX FROM 1 BY 1
               UNTIL CAS-IDX > WS-CASE-COUNT
               MOVE WS-CAS-RECORD(CAS-IDX) TO CASE-RECORD
               IF DSC-CASE-NO = WS-ENTRY-CASE-NO
                   MOVE CAS-IDX TO WS-CASE-FOUND
               END-IF
           END-PERFORM
           IF WS-CASE-FOUND = 0
               DISPLAY "Case " WS-ENTRY-CASE-NO " is not on file"
           ELSE
               MOVE WS-CAS-RECORD(WS-CASE-FOUND) TO CASE-RECORD
               PERFORM 860-STATUS-TEXT
               MOVE DSC-CLAIMED-AMOUNT TO WS-FORMAT-CLAIM
               DISPLAY "Case " DSC-CASE-NO "  rep " DSC-SALES-ID
                   "  line " DSC-PRODUCT-LINE "  sale "
                   DSC-SALE-DATE "  " WS-STATUS-TEXT
               DISPLAY "Claimed " WS-FORMAT-CLAIM "  last note: "
                   DSC-LAST-NOTE
           END-IF.
       860-STATUS-TEXT.
           EVALUATE DSC-STATUS
               WHEN "O"
                   MOVE "OPEN" TO WS-STATUS-TEXT
               WHEN "R"
                   MOVE "IN REVIEW" TO WS-STATUS-TEXT
               WHEN "U"
                   MOVE "UPHELD" TO WS-STATUS-TEXT
               WHEN "D"
                   MOVE "DENIED" TO WS-STATUS-TEXT
               WHEN "P"
                   MOVE "PARTIAL" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-TEXT
           END-EVALUATE.
