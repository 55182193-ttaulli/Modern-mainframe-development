           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPEN-ITEM-FILE ASSIGN TO
           "INVOICE-OPEN-ITEMS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS OPN-KEY
           ALTERNATE RECORD KEY IS OPN-VENDOR-NUMBER
               WITH DUPLICATES.
           SELECT OPTIONAL PERMISSION-FILE ASSIGN TO
           "PERMISSIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DELEGATION-FILE ASSIGN TO
           "APPROVAL-DELEGATIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD EXCEPTION-REPORT-FILE.
           05 DAU-USER-ID PIC X(20).
           05 DAU-DATE PIC 9(8).
           05 DAU-TIME PIC 9(8).
      * DAU-FOR-USER: the absent approver the user acted for under
      * a delegation, spaces when the user's own role cleared it
           05 DAU-FOR-USER PIC X(20).
       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SES-USERNAME PIC X(20).
           05 SES-IDLE-LIMIT PIC 9(4).
       FD OPEN-ITEM-FILE.
       01 OPEN-ITEM-RECORD.
           05 OPN-KEY.
               10 OPN-INV-NUMBER PIC X(10).
               10 OPN-VENDOR-NUMBER PIC X(6).
           05 OPN-AMOUNT PIC 9(7)V99.
           05 OPN-INV-DATE PIC 9(8).
           05 OPN-DUE-DATE PIC 9(8).
           05 OPN-TYPE PIC X(1).
           05 OPN-DISC-PCT PIC 9(2)V99.
           05 OPN-DISC-DATE PIC 9(8).
           05 OPN-PO-NUMBER PIC X(10).
           05 OPN-CURRENCY PIC X(3).
           05 OPN-FOREIGN-AMOUNT PIC 9(7)V99.
           05 OPN-APPROVAL-RATE PIC 9(4)V9(6).
       FD PERMISSION-FILE.
      * Central role-to-function permission matrix maintained by
      * PERMAINT; when the file is absent or empty each program
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
       01 WS-EXCEPTION-EOF PIC X VALUE "N".
       01 WS-PERM-EOF PIC X VALUE "N".
               10 WS-PRM-FUNCTION PIC X(12).
       01 WS-PERM-FUNCTION PIC X(12) VALUE SPACES.
       01 WS-PERM-OK PIC X VALUE "N".
       01 WS-USERNAME PIC X(20) VALUE SPACES.
       01 WS-ROLE PIC X(1) VALUE "V".
       01 WS-DECISION PIC X(1) VALUE SPACES.
       01 WS-BAND-LEVEL PIC 9(1) VALUE 0.
       01 WS-ROLE-LEVEL PIC 9(1) VALUE 0.
       01 WS-FORMAT-AMOUNT PIC Z,ZZZ,ZZ9.99.
      * Delegations in force for the signed-on user today; each
      * carries the band level the delegator's role could clear
       01 WS-DELEGATION-EOF PIC X VALUE "N".
       01 WS-DLG-COUNT PIC 9(2) VALUE 0.
       01 WS-DLG-TABLE.
           05 WS-DLG-ENTRY OCCURS 20 TIMES INDEXED BY DLG-IDX.
               10 WS-DLG-DELEGATOR PIC X(20).
               10 WS-DLG-LEVEL PIC 9(1).
               10 WS-DLG-CEILING PIC 9(9)V99.
       01 WS-DLG-ROLE PIC X(1) VALUE SPACES.
       01 WS-DLG-LEVEL-WORK PIC 9(1) VALUE 0.
       01 WS-ACTING-FOR PIC X(20) VALUE SPACES.
       01 WS-FORMAT-CEILING PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-APPROVED-COUNT PIC 9(4) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(4) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(4) VALUE 0.
      * Status a disposition leaves on the open item
       01 WS-NEW-STATUS PIC X(1) VALUE SPACES.
       01 WS-MY-TERMINAL PIC X(10) VALUE SPACES.
       01 WS-SESSION-EOF PIC X VALUE "N".
       01 WS-SESSION-FOUND PIC X VALUE "N".
           PERFORM 140-LOAD-PERMISSIONS
           PERFORM 150-LOAD-SESSION
           PERFORM 160-SET-ROLE-LEVEL
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 190-LOAD-DELEGATIONS
           IF WS-ROLE-LEVEL = 0 AND WS-DLG-COUNT = 0
               DISPLAY "Your role does not permit invoice "
                   "dispositions."
           ELSE
               OPEN I-O OPEN-ITEM-FILE
               PERFORM 200-WORK-QUEUE
               CLOSE OPEN-ITEM-FILE
           END-IF
           GOBACK.
       150-LOAD-SESSION.
                   MOVE "Y" TO WS-PERM-OK
               END-IF
           END-PERFORM.
      * Only delegations naming this user, in force today and
      * not revoked are loaded, so an expired delegation simply
      * stops being honored. The delegator's role at grant time
      * is run through the same role and matrix mapping as
      * 160-SET-ROLE-LEVEL to find the band it may clear.
       190-LOAD-DELEGATIONS.
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
                       AND (DLG-SCOPE = "I" OR DLG-SCOPE = "B")
                       AND DLG-FROM-DATE <= WS-TODAY
                       AND DLG-TO-DATE >= WS-TODAY
                       PERFORM 195-ADD-DELEGATION
                   END-IF
                   READ DELEGATION-FILE
                       AT END MOVE "Y" TO WS-DELEGATION-EOF
                   END-READ
               END-PERFORM
               CLOSE DELEGATION-FILE
           END-IF.
       195-ADD-DELEGATION.
           MOVE DLG-DELEGATOR-ROLE TO WS-DLG-ROLE
           EVALUATE WS-DLG-ROLE
               WHEN "A"
                   MOVE 3 TO WS-DLG-LEVEL-WORK
               WHEN "O"
                   MOVE 1 TO WS-DLG-LEVEL-WORK
               WHEN OTHER
                   MOVE 0 TO WS-DLG-LEVEL-WORK
           END-EVALUATE
           IF WS-PERM-COUNT > 0
               MOVE "N" TO WS-PERM-OK
               PERFORM VARYING PRM-IDX FROM 1 BY 1
                   UNTIL PRM-IDX > WS-PERM-COUNT
                   IF WS-PRM-ROLE(PRM-IDX) = WS-DLG-ROLE
                       AND WS-PRM-FUNCTION(PRM-IDX) = "DISP-INVOICE"
                       MOVE "Y" TO WS-PERM-OK
                   END-IF
               END-PERFORM
               IF WS-PERM-OK = "N"
                   MOVE 0 TO WS-DLG-LEVEL-WORK
               ELSE
                   IF WS-DLG-LEVEL-WORK = 0
                       MOVE 1 TO WS-DLG-LEVEL-WORK
                   END-IF
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-DLG-LEVEL-WORK = 0
                   DISPLAY "Delegation from " DLG-DELEGATOR
                       " carries no invoice authority - ignored."
               WHEN WS-DLG-COUNT >= 20
                   DISPLAY "Delegation table full, delegation from "
                       DLG-DELEGATOR " ignored."
               WHEN OTHER
                   ADD 1 TO WS-DLG-COUNT
                   MOVE DLG-DELEGATOR
                       TO WS-DLG-DELEGATOR(WS-DLG-COUNT)
                   MOVE WS-DLG-LEVEL-WORK
                       TO WS-DLG-LEVEL(WS-DLG-COUNT)
                   MOVE DLG-CEILING TO WS-DLG-CEILING(WS-DLG-COUNT)
                   DISPLAY "Acting for " DLG-DELEGATOR
                       " under delegation through " DLG-TO-DATE
           END-EVALUATE.
       200-WORK-QUEUE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT EXCEPTION-REPORT-FILE
           DISPLAY "Rejected: " WS-REJECTED-COUNT
           DISPLAY "Skipped:  " WS-SKIPPED-COUNT.
       300-DISPOSITION-ONE.
           MOVE SPACES TO WS-ACTING-FOR
           PERFORM 310-SET-BAND-LEVEL
           MOVE EXC-AMOUNT TO WS-FORMAT-AMOUNT
           DISPLAY " "
                   ADD 1 TO WS-SKIPPED-COUNT
                   PERFORM 350-WRITE-DISP-AUDIT-SKIP
               WHEN WS-BAND-LEVEL > WS-ROLE-LEVEL
                   PERFORM 315-FIND-DELEGATION
                   IF WS-ACTING-FOR = SPACES
                       DISPLAY "Your role cannot clear this band - "
                           "skipped."
                       ADD 1 TO WS-SKIPPED-COUNT
                       PERFORM 350-WRITE-DISP-AUDIT-SKIP
                   ELSE
                       DISPLAY "Clearing on behalf of "
                           WS-ACTING-FOR
                       PERFORM 320-ACCEPT-DECISION
                   END-IF
               WHEN OTHER
                   PERFORM 320-ACCEPT-DECISION
           END-EVALUATE.
               WHEN OTHER
                   MOVE 0 TO WS-BAND-LEVEL
           END-EVALUATE.
      * First delegation whose delegator could clear this band
      * and whose ceiling, if any, covers the invoice amount
       315-FIND-DELEGATION.
           PERFORM VARYING DLG-IDX FROM 1 BY 1
               UNTIL DLG-IDX > WS-DLG-COUNT
               OR WS-ACTING-FOR NOT = SPACES
               IF WS-DLG-LEVEL(DLG-IDX) >= WS-BAND-LEVEL
                   IF WS-DLG-CEILING(DLG-IDX) = 0
                       OR EXC-AMOUNT <= WS-DLG-CEILING(DLG-IDX)
                       MOVE WS-DLG-DELEGATOR(DLG-IDX)
                           TO WS-ACTING-FOR
                   ELSE
                       MOVE WS-DLG-CEILING(DLG-IDX)
                           TO WS-FORMAT-CEILING
                       DISPLAY "Over the " WS-FORMAT-CEILING
                           " ceiling delegated by "
                           WS-DLG-DELEGATOR(DLG-IDX)
                   END-IF
               END-IF
           END-PERFORM.
       320-ACCEPT-DECISION.
           MOVE SPACES TO WS-DECISION
           PERFORM UNTIL WS-DECISION = "A" OR WS-DECISION = "R"
               PERFORM 345-WRITE-DISP-AUDIT-REJECT
           END-IF.
       330-MARK-OPEN-ITEM-APPROVED.
           MOVE "A" TO WS-NEW-STATUS
           PERFORM 337-REWRITE-OPEN-ITEM.
       335-MARK-OPEN-ITEM-REJECTED.
           MOVE "R" TO WS-NEW-STATUS
           PERFORM 337-REWRITE-OPEN-ITEM.
      * The disposition is posted to the one open item by key as it
      * is made, so the rest of the open-item file is not rewritten
       337-REWRITE-OPEN-ITEM.
           MOVE EXC-INV-NUMBER TO OPN-INV-NUMBER
           MOVE EXC-VENDOR-NUMBER TO OPN-VENDOR-NUMBER
           READ OPEN-ITEM-FILE
               INVALID KEY
                   DISPLAY "Invoice " EXC-INV-NUMBER
                       " is not on the open items - status not "
                       "updated"
               NOT INVALID KEY
                   MOVE WS-NEW-STATUS TO OPN-STATUS
                   REWRITE OPEN-ITEM-RECORD
                       INVALID KEY
                           DISPLAY "Open item " EXC-INV-NUMBER
                               " could not be rewritten"
                   END-REWRITE
           END-READ.
       340-WRITE-DISP-AUDIT-APPROVE.
           MOVE "APPROVED" TO DAU-DECISION
           PERFORM 360-WRITE-DISP-AUDIT.
           MOVE EXC-AMOUNT TO DAU-AMOUNT
           MOVE EXC-MESSAGE TO DAU-BAND
           MOVE WS-USERNAME TO DAU-USER-ID
           MOVE WS-ACTING-FOR TO DAU-FOR-USER
           MOVE WS-TODAY TO DAU-DATE
           ACCEPT DAU-TIME FROM TIME
           WRITE DISP-AUDIT-RECORD.
