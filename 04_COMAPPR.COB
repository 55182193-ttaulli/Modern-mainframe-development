           SELECT OPTIONAL PERMISSION-FILE ASSIGN TO
           "PERMISSIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DELEGATION-FILE ASSIGN TO
           "APPROVAL-DELEGATIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD APPROVAL-FILE.
           05 DSP-REASON PIC X(30).
           05 DSP-APPROVER PIC X(20).
           05 DSP-DATE PIC 9(8).
      * DSP-FOR-USER: the absent approver the user acted for under
      * a delegation, spaces when the user's own role decided it
           05 DSP-FOR-USER PIC X(20).
       FD DETAIL-FILE.
       01 DETAIL-RECORD.
           05 DTL-SALES-ID PIC X(6).
       01 PERMISSION-RECORD.
           05 PRM-ROLE PIC X(1).
           05 PRM-FUNCTION PIC X(12).
       FD DELEGATION-FILE.
      * Approval delegations maintained by DELEGATE
       01 DELEGATION-RECORD.
           05 DLG-DELEGATOR PIC X(20).
           05 DLG-DELEGATE PIC X(20).
           05 DLG-SCOPE PIC X(1).
           05 DLG-DELEGATOR-ROLE PIC X(1).
           05 DLG-FROM-DATE PIC 9(8).
           05 DLG-TO-DATE PIC 9(8).
           05 DLG-CEILING PIC 9(9)V99.
           05 DLG-STATUS PIC X(1).
           05 DLG-CREATED-BY PIC X(20).
           05 DLG-CREATED-STAMP PIC 9(14).
           05 DLG-REVOKED-BY PIC X(20).
           05 DLG-REVOKED-STAMP PIC 9(14).
       WORKING-STORAGE SECTION.
       01 WS-APPROVAL-EOF PIC X VALUE "N".
       01 WS-PERM-EOF PIC X VALUE "N".
               10 WS-HLD-APPROVAL-CAP PIC 9(9)V99.
       01 WS-FORMAT-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-FORMAT-CAP PIC Z,ZZZ,ZZZ,ZZ9.99.
      * Delegations in force for the signed-on user today from
      * approvers whose role may approve commissions
       01 WS-DELEGATION-EOF PIC X VALUE "N".
       01 WS-DLG-COUNT PIC 9(2) VALUE 0.
       01 WS-DLG-TABLE.
           05 WS-DLG-ENTRY OCCURS 20 TIMES INDEXED BY DLG-IDX.
               10 WS-DLG-DELEGATOR PIC X(20).
               10 WS-DLG-CEILING PIC 9(9)V99.
       01 WS-DLG-ROLE-OK PIC X VALUE "N".
       01 WS-ACTING-FOR PIC X(20) VALUE SPACES.
       01 WS-FORMAT-CEILING PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-YTD-EOF PIC X VALUE "N".
       01 WS-YTD-DIRTY PIC X VALUE "N".
       01 WS-YTD-COUNT PIC 9(4) VALUE 0.
           PERFORM 140-LOAD-PERMISSIONS
           PERFORM 150-LOAD-SESSION
           PERFORM 160-SET-APPROVE-PERMISSION
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 170-LOAD-DELEGATIONS
           IF WS-APPROVE-ALLOWED NOT = "Y" AND WS-DLG-COUNT = 0
               DISPLAY "Your role does not permit commission "
                   "approval dispositions. A manager-level "
                   "sign-on is required."
               PERFORM 145-CHECK-PERMISSION
               MOVE WS-PERM-OK TO WS-APPROVE-ALLOWED
           END-IF.
      * Only delegations naming this user, in force today and
      * not revoked are loaded, so an expired delegation simply
      * stops being honored. The delegator's role at grant time
      * must itself pass the check in 160-SET-APPROVE-PERMISSION.
       170-LOAD-DELEGATIONS.
           MOVE 0 TO WS-DLG-COUNT
           IF WS-USERNAME NOT = SPACES
               OPEN INPUT DELEGATION-FILE
               READ DELEGATION-FILE
                   AT END MOVE "Y" TO WS-DELEGATION-EOF
               END-READ
               PERFORM UNTIL WS-DELEGATION-EOF = "Y"
                   IF DLG-DELEGATE = WS-USERNAME
                       AND DLG-DELEGATOR NOT = WS-USERNAME
                       AND DLG-STATUS = "A"
                       AND (DLG-SCOPE = "C" OR DLG-SCOPE = "B")
                       AND DLG-FROM-DATE <= WS-TODAY
                       AND DLG-TO-DATE >= WS-TODAY
                       PERFORM 175-ADD-DELEGATION
                   END-IF
                   READ DELEGATION-FILE
                       AT END MOVE "Y" TO WS-DELEGATION-EOF
                   END-READ
               END-PERFORM
               CLOSE DELEGATION-FILE
           END-IF.
       175-ADD-DELEGATION.
           MOVE "N" TO WS-DLG-ROLE-OK
           IF WS-PERM-COUNT = 0
               IF DLG-DELEGATOR-ROLE = "A"
                   MOVE "Y" TO WS-DLG-ROLE-OK
               END-IF
           ELSE
               PERFORM VARYING PRM-IDX FROM 1 BY 1
                   UNTIL PRM-IDX > WS-PERM-COUNT
                   IF WS-PRM-ROLE(PRM-IDX) = DLG-DELEGATOR-ROLE
                       AND WS-PRM-FUNCTION(PRM-IDX) = "APPR-COMMISS"
                       MOVE "Y" TO WS-DLG-ROLE-OK
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN WS-DLG-ROLE-OK = "N"
                   DISPLAY "Delegation from " DLG-DELEGATOR
                       " carries no commission authority - "
                       "ignored."
               WHEN WS-DLG-COUNT >= 20
                   DISPLAY "Delegation table full, delegation from "
                       DLG-DELEGATOR " ignored."
               WHEN OTHER
                   ADD 1 TO WS-DLG-COUNT
                   MOVE DLG-DELEGATOR
                       TO WS-DLG-DELEGATOR(WS-DLG-COUNT)
                   MOVE DLG-CEILING TO WS-DLG-CEILING(WS-DLG-COUNT)
                   DISPLAY "Acting for " DLG-DELEGATOR
                       " under delegation through " DLG-TO-DATE
           END-EVALUATE.
       150-LOAD-SESSION.
           MOVE "V" TO WS-ROLE
           DISPLAY "Enter your terminal ID"
           DISPLAY "Rejected:         " WS-REJECTED-COUNT
           DISPLAY "Left pending:     " WS-SKIPPED-COUNT.
       300-DISPOSITION-ONE.
           MOVE SPACES TO WS-ACTING-FOR
           MOVE APR-COMMISSION-AMOUNT TO WS-FORMAT-AMOUNT
           MOVE APR-APPROVAL-CAP TO WS-FORMAT-CAP
           DISPLAY " "
           DISPLAY "Units sold:   " APR-UNITS-SOLD
           DISPLAY "Commission:   " WS-FORMAT-AMOUNT
           DISPLAY "Approval cap: " WS-FORMAT-CAP
           IF WS-APPROVE-ALLOWED NOT = "Y"
               PERFORM 305-FIND-DELEGATION
               IF WS-ACTING-FOR = SPACES
                   PERFORM 306-LEAVE-PENDING
               ELSE
                   DISPLAY "Deciding on behalf of " WS-ACTING-FOR
                   PERFORM 302-ACCEPT-DECISION
               END-IF
           ELSE
               PERFORM 302-ACCEPT-DECISION
           END-IF.
       302-ACCEPT-DECISION.
           MOVE SPACES TO WS-DECISION
           PERFORM UNTIL WS-DECISION = "A" OR WS-DECISION = "R"
               OR (WS-DECISION = "S" AND WS-HOLD-COUNT < 200)
           ELSE
               PERFORM 310-RECORD-DECISION
           END-IF.
      * First delegation whose ceiling, if any, covers the
      * commission amount
       305-FIND-DELEGATION.
           PERFORM VARYING DLG-IDX FROM 1 BY 1
               UNTIL DLG-IDX > WS-DLG-COUNT
               OR WS-ACTING-FOR NOT = SPACES
               IF WS-DLG-CEILING(DLG-IDX) = 0
                   OR APR-COMMISSION-AMOUNT <= WS-DLG-CEILING(DLG-IDX)
                   MOVE WS-DLG-DELEGATOR(DLG-IDX) TO WS-ACTING-FOR
               ELSE
                   MOVE WS-DLG-CEILING(DLG-IDX) TO WS-FORMAT-CEILING
                   DISPLAY "Over the " WS-FORMAT-CEILING
                       " ceiling delegated by "
                       WS-DLG-DELEGATOR(DLG-IDX)
               END-IF
           END-PERFORM.
      * Items no delegation covers stay on the queue for the
      * approver to decide on their return
       306-LEAVE-PENDING.
           IF WS-HOLD-COUNT < 200
               DISPLAY "Not covered by your delegation - left "
                   "pending."
               PERFORM 330-HOLD-PENDING
           ELSE
               DISPLAY "Pending table is full - item for "
                   APR-SALES-ID " could not be held; have the "
                   "approver review the commission detail."
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.
       310-RECORD-DECISION.
           DISPLAY "Enter the reason for this decision"
           ACCEPT WS-REASON
           MOVE WS-DECISION TO DSP-DECISION
           MOVE WS-REASON TO DSP-REASON
           MOVE WS-USERNAME TO DSP-APPROVER
           MOVE WS-ACTING-FOR TO DSP-FOR-USER
           MOVE WS-TODAY TO DSP-DATE
           WRITE DISPOSITION-RECORD
           IF WS-DECISION = "A"
