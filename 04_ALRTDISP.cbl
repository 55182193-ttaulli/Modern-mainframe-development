           SELECT OPTIONAL ONCALL-FILE ASSIGN TO
           "ONCALL-SCHEDULE.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO
           "RUN-CONTROL.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SHIFT-REPORT-FILE ASSIGN TO
           "ALERT-SHIFT-REPORT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           05 ALT-TEMPERATURE PIC S9(3).
           05 ALT-TIMESTAMP PIC 9(12).
           05 ALT-MESSAGE PIC X(30).
      * ALT-TYPE: T = temperature, H = humidity, D = door,
      * S = security (LOGIN break-glass, site SECURITY),
      * O = operations (NIGHTRUN step failures, site OPERATIONS)
           05 ALT-TYPE PIC X(1).
      * ALT-SUPPRESSED: S = raised while the site was in a planned
      * maintenance window (MAINTWIN); logged but not dispatched
           05 ALT-SUPPRESSED PIC X(1).
       FD SITE-MASTER-FILE.
       01 SITE-MASTER-RECORD.
           05 SIT-SITE-ID PIC X(10).
           05 AST-CONTACT PIC X(25).
           05 AST-NOTIFIED-STAMP PIC 9(14).
           05 AST-OPERATOR PIC X(20).
      * AST-ACKED: Y = acknowledged, N = open, S = suppressed by
      * a maintenance window - nobody was notified, so it is never
      * escalated or offered for acknowledgement
           05 AST-ACKED PIC X(1).
           05 AST-ACK-STAMP PIC 9(14).
      * Backup contact from the on-call schedule; escalation
      * goes here instead of re-notifying the primary
           05 AST-BACKUP PIC X(25).
      * Alert type carried from ALT-TYPE, and when the alert was
      * first escalated (zero = never), for the response-time
      * report
           05 AST-TYPE PIC X(1).
           05 AST-ESCALATED-STAMP PIC 9(14).
       FD ONCALL-FILE.
      * On-call rotation: who covers which site, for which dates
      * and shift hours. A blank site ID covers every site; an
           05 ONC-END-HOUR PIC 9(2).
           05 ONC-PRIMARY PIC X(25).
           05 ONC-BACKUP PIC X(25).
      * ONC-REASSIGN is set by EMPSEP when someone on the slot has
      * left: P = primary gone, B = backup gone, X = both gone.
      * The slot stays on file until it is reassigned.
           05 ONC-REASSIGN PIC X(1).
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RUN-CTL-MODE PIC X(1).
           05 RUN-CTL-USER PIC X(20).
       FD SHIFT-REPORT-FILE.
       01 SHIFT-REPORT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-OPERATOR PIC X(20) VALUE SPACES.
       01 WS-ESCALATE-MINUTES PIC 9(4) VALUE 0.
       01 WS-ANSWER PIC X(1) VALUE SPACES.
       01 WS-UNATTENDED PIC X VALUE "N".
       01 WS-MASTER-COUNT PIC 9(4) VALUE 0.
       01 WS-MASTER-TABLE.
           05 WS-MASTER-ENTRY OCCURS 200 TIMES INDEXED BY MST-IDX.
               10 WS-AST-ACKED PIC X(1).
               10 WS-AST-ACK-STAMP PIC 9(14).
               10 WS-AST-BACKUP PIC X(25).
               10 WS-AST-TYPE PIC X(1).
               10 WS-AST-ESCALATED-STAMP PIC 9(14).
       01 WS-NOW-DATE PIC 9(8) VALUE 0.
       01 WS-NOW-TIME PIC 9(8) VALUE 0.
       01 WS-NOW-TIME-SPLIT REDEFINES WS-NOW-TIME.
               10 WS-ONC-END-HOUR PIC 9(2).
               10 WS-ONC-PRIMARY PIC X(25).
               10 WS-ONC-BACKUP PIC X(25).
               10 WS-ONC-REASSIGN PIC X(1).
       01 WS-ALERT-STAMP PIC 9(12) VALUE 0.
       01 WS-ALERT-STAMP-SPLIT REDEFINES WS-ALERT-STAMP.
           05 WS-ALS-DATE PIC 9(8).
       01 WS-SHIFT-COVERS PIC X VALUE "N".
       01 WS-NEW-COUNT PIC 9(4) VALUE 0.
       01 WS-ESCALATED-COUNT PIC 9(4) VALUE 0.
       01 WS-SUPPRESSED-COUNT PIC 9(4) VALUE 0.
       01 WS-SITE-LIST-COUNT PIC 9(4) VALUE 0.
       01 WS-SITE-LIST.
           05 WS-SL-ENTRY OCCURS 200 TIMES INDEXED BY SL-IDX.
               10 WS-SL-SITE-ID PIC X(10).
               10 WS-SL-OPEN PIC 9(4).
               10 WS-SL-ACKED PIC 9(4).
               10 WS-SL-SUPPRESSED PIC 9(4).
       01 WS-SL-FOUND PIC 9(4) VALUE 0.
       01 WS-DETAIL-LINE.
           05 WS-DTL-SITE PIC X(10).
           05 WS-DTL-OPEN PIC ZZZ9.
           05 FILLER PIC X(8) VALUE "  ACKED ".
           05 WS-DTL-ACKED PIC ZZZ9.
           05 FILLER PIC X(13) VALUE "  SUPPRESSED ".
           05 WS-DTL-SUPPRESSED PIC ZZZ9.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           COMPUTE WS-NOW-STAMP =
               WS-NOW-DATE * 1000000 +
               WS-NOW-HH * 10000 + WS-NOW-MM * 100
           PERFORM 040-READ-RUN-CONTROL
      * Run from the nightly batch there is nobody to answer: the
      * batch user dispatches, the default escalation time applies
      * and acknowledgement is left to the operator's next run
           IF WS-UNATTENDED = "Y"
               MOVE RUN-CTL-USER TO WS-OPERATOR
               MOVE 0 TO WS-ESCALATE-MINUTES
           ELSE
               DISPLAY "Enter your operator name"
               ACCEPT WS-OPERATOR
               DISPLAY "Escalate unacknowledged alerts after how "
                   "many minutes? (0 for 30)"
               ACCEPT WS-ESCALATE-MINUTES
           END-IF
           IF WS-ESCALATE-MINUTES = 0
               MOVE 30 TO WS-ESCALATE-MINUTES
           END-IF
           PERFORM 160-LOAD-STATUS
           PERFORM 200-DISPATCH-NEW-ALERTS
           PERFORM 300-ESCALATE-OPEN-ALERTS
           IF WS-UNATTENDED = "N"
               PERFORM 400-ACKNOWLEDGE-ALERTS
           END-IF
           PERFORM 500-SAVE-STATUS
           PERFORM 600-SHIFT-REPORT
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
       150-LOAD-MASTER.
           OPEN INPUT SITE-MASTER-FILE
           READ SITE-MASTER-FILE
                       TO WS-ONC-PRIMARY(WS-ONCALL-COUNT)
                   MOVE ONC-BACKUP
                       TO WS-ONC-BACKUP(WS-ONCALL-COUNT)
                   MOVE ONC-REASSIGN
                       TO WS-ONC-REASSIGN(WS-ONCALL-COUNT)
               ELSE
                   DISPLAY "On-call table full, record skipped"
               END-IF
           END-PERFORM
           CLOSE ONCALL-FILE.
      * Finds the rotation entry on duty at the alert timestamp.
      * An entry for the exact site beats a blanket entry. A
      * blanket entry covers the sites only, not the operations
      * team, which is paged from its own OPERATIONS entry.
       157-FIND-ONCALL.
           MOVE 0 TO WS-ONCALL-FOUND
           MOVE "N" TO WS-ONCALL-EXACT
           PERFORM VARYING ONC-IDX FROM 1 BY 1
               UNTIL ONC-IDX > WS-ONCALL-COUNT
               IF (WS-ONC-SITE-ID(ONC-IDX) = ALT-SITE-ID
                   OR (WS-ONC-SITE-ID(ONC-IDX) = SPACES
                   AND ALT-TYPE NOT = "O"))
                   AND WS-ALS-DATE >= WS-ONC-FROM-DATE(ONC-IDX)
                   AND (WS-ONC-TO-DATE(ONC-IDX) = 0
                       OR WS-ALS-DATE <= WS-ONC-TO-DATE(ONC-IDX))
                       TO WS-AST-ACK-STAMP(WS-STATUS-COUNT)
                   MOVE AST-BACKUP
                       TO WS-AST-BACKUP(WS-STATUS-COUNT)
                   MOVE AST-TYPE TO WS-AST-TYPE(WS-STATUS-COUNT)
                   IF AST-ESCALATED-STAMP IS NUMERIC
                       MOVE AST-ESCALATED-STAMP
                           TO WS-AST-ESCALATED-STAMP(WS-STATUS-COUNT)
                   ELSE
                       MOVE 0
                           TO WS-AST-ESCALATED-STAMP(WS-STATUS-COUNT)
                   END-IF
               ELSE
                   DISPLAY "Alert status table full, record skipped"
               END-IF
               MOVE 0 TO WS-STATUS-FOUND
               PERFORM VARYING AST-IDX FROM 1 BY 1
                   UNTIL AST-IDX > WS-STATUS-COUNT
      * The message is part of the match: the nightly run can
      * raise more than one alert for OPERATIONS in a minute
                   IF WS-AST-SITE-ID(AST-IDX) = ALT-SITE-ID
                       AND WS-AST-TIMESTAMP(AST-IDX) = ALT-TIMESTAMP
                       AND WS-AST-MESSAGE(AST-IDX) = ALT-MESSAGE
                       MOVE AST-IDX TO WS-STATUS-FOUND
                   END-IF
               END-PERFORM
               END-READ
           END-PERFORM
           CLOSE ALERT-FILE
           DISPLAY "New alerts dispatched: " WS-NEW-COUNT
           IF WS-SUPPRESSED-COUNT > 0
               DISPLAY "Alerts logged as suppressed: "
                   WS-SUPPRESSED-COUNT
           END-IF.
       250-ASSIGN-NEW-ALERT.
           IF WS-STATUS-COUNT >= 500
               DISPLAY "Alert status table full, alert skipped for "
                   ALT-SITE-ID
           ELSE
               ADD 1 TO WS-STATUS-COUNT
               MOVE ALT-SITE-ID TO WS-AST-SITE-ID(WS-STATUS-COUNT)
               MOVE ALT-TIMESTAMP
                   TO WS-AST-TIMESTAMP(WS-STATUS-COUNT)
               MOVE ALT-MESSAGE TO WS-AST-MESSAGE(WS-STATUS-COUNT)
               MOVE SPACES TO WS-AST-CONTACT(WS-STATUS-COUNT)
               MOVE SPACES TO WS-AST-BACKUP(WS-STATUS-COUNT)
               MOVE ALT-TYPE TO WS-AST-TYPE(WS-STATUS-COUNT)
               MOVE 0 TO WS-AST-ESCALATED-STAMP(WS-STATUS-COUNT)
      * The rotation entry on duty at the alert time wins; the
      * static site contact remains the fallback
               PERFORM 157-FIND-ONCALL
                       TO WS-AST-CONTACT(WS-STATUS-COUNT)
                   MOVE WS-ONC-BACKUP(WS-ONCALL-FOUND)
                       TO WS-AST-BACKUP(WS-STATUS-COUNT)
                   PERFORM 255-SKIP-DEPARTED-ONCALL
               END-IF
               IF WS-AST-CONTACT(WS-STATUS-COUNT) = SPACES
                   PERFORM VARYING MST-IDX FROM 1 BY 1
                       UNTIL MST-IDX > WS-MASTER-COUNT
                       IF WS-MST-SITE-ID(MST-IDX) = ALT-SITE-ID
               MOVE WS-NOW-STAMP
                   TO WS-AST-NOTIFIED-STAMP(WS-STATUS-COUNT)
               MOVE WS-OPERATOR TO WS-AST-OPERATOR(WS-STATUS-COUNT)
               MOVE 0 TO WS-AST-ACK-STAMP(WS-STATUS-COUNT)
      * A suppressed alert keeps the contact who would have been
      * paged, for the record, but nobody is notified
               IF ALT-SUPPRESSED = "S"
                   ADD 1 TO WS-SUPPRESSED-COUNT
                   MOVE "S" TO WS-AST-ACKED(WS-STATUS-COUNT)
                   DISPLAY "Suppressed (maintenance window) for "
                       ALT-SITE-ID ": " ALT-MESSAGE
               ELSE
                   ADD 1 TO WS-NEW-COUNT
                   MOVE "N" TO WS-AST-ACKED(WS-STATUS-COUNT)
                   IF WS-AST-CONTACT(WS-STATUS-COUNT) = SPACES
                       DISPLAY "*** No on-call contact for "
                           ALT-SITE-ID " - check "
                           "ONCALL-SCHEDULE.dat ***"
                   END-IF
                   DISPLAY "Notify " WS-AST-CONTACT(WS-STATUS-COUNT)
                       " for " ALT-SITE-ID ": " ALT-MESSAGE
               END-IF
           END-IF.
      * A slot flagged by a separation still pages whoever is
      * left on it; with nobody left the site contact is used
       255-SKIP-DEPARTED-ONCALL.
           EVALUATE WS-ONC-REASSIGN(WS-ONCALL-FOUND)
               WHEN "P"
                   MOVE WS-ONC-BACKUP(WS-ONCALL-FOUND)
                       TO WS-AST-CONTACT(WS-STATUS-COUNT)
                   MOVE SPACES TO WS-AST-BACKUP(WS-STATUS-COUNT)
               WHEN "B"
                   MOVE SPACES TO WS-AST-BACKUP(WS-STATUS-COUNT)
               WHEN "X"
                   MOVE SPACES TO WS-AST-CONTACT(WS-STATUS-COUNT)
                   MOVE SPACES TO WS-AST-BACKUP(WS-STATUS-COUNT)
           END-EVALUATE
           IF WS-ONC-REASSIGN(WS-ONCALL-FOUND) NOT = SPACES
               DISPLAY "*** On-call slot for "
                   WS-ONC-SITE-ID(WS-ONCALL-FOUND)
                   " needs reassignment - staff have left ***"
           END-IF.
       300-ESCALATE-OPEN-ALERTS.
           PERFORM VARYING AST-IDX FROM 1 BY 1
               UNTIL AST-IDX > WS-STATUS-COUNT
               IF WS-AST-ACKED(AST-IDX) = "N"
                   MOVE WS-AST-NOTIFIED-STAMP(AST-IDX)
                       TO WS-NTF-STAMP
                   COMPUTE WS-AGE-MINUTES =
                       - (WS-NTF-HH * 60) - WS-NTF-MM
                   IF WS-AGE-MINUTES > WS-ESCALATE-MINUTES
                       ADD 1 TO WS-ESCALATED-COUNT
                       IF WS-AST-ESCALATED-STAMP(AST-IDX) = 0
                           MOVE WS-NOW-STAMP
                               TO WS-AST-ESCALATED-STAMP(AST-IDX)
                       END-IF
                       IF WS-AST-BACKUP(AST-IDX) NOT = SPACES
                           AND WS-AST-CONTACT(AST-IDX) NOT =
                               WS-AST-BACKUP(AST-IDX)
       400-ACKNOWLEDGE-ALERTS.
           PERFORM VARYING AST-IDX FROM 1 BY 1
               UNTIL AST-IDX > WS-STATUS-COUNT
               IF WS-AST-ACKED(AST-IDX) = "N"
                   DISPLAY "Open alert: " WS-AST-SITE-ID(AST-IDX)
                       " " WS-AST-TIMESTAMP(AST-IDX) " "
                       WS-AST-MESSAGE(AST-IDX)
               MOVE WS-AST-ACKED(AST-IDX) TO AST-ACKED
               MOVE WS-AST-ACK-STAMP(AST-IDX) TO AST-ACK-STAMP
               MOVE WS-AST-BACKUP(AST-IDX) TO AST-BACKUP
               MOVE WS-AST-TYPE(AST-IDX) TO AST-TYPE
               MOVE WS-AST-ESCALATED-STAMP(AST-IDX)
                   TO AST-ESCALATED-STAMP
               WRITE ALERT-STATUS-RECORD
           END-PERFORM
           CLOSE ALERT-STATUS-FILE.
                       TO WS-SL-SITE-ID(WS-SL-FOUND)
                   MOVE 0 TO WS-SL-OPEN(WS-SL-FOUND)
                   MOVE 0 TO WS-SL-ACKED(WS-SL-FOUND)
                   MOVE 0 TO WS-SL-SUPPRESSED(WS-SL-FOUND)
               END-IF
               IF WS-SL-FOUND > 0
                   EVALUATE WS-AST-ACKED(AST-IDX)
                       WHEN "Y"
                           ADD 1 TO WS-SL-ACKED(WS-SL-FOUND)
                       WHEN "S"
                           ADD 1 TO WS-SL-SUPPRESSED(WS-SL-FOUND)
                       WHEN OTHER
                           ADD 1 TO WS-SL-OPEN(WS-SL-FOUND)
                   END-EVALUATE
               END-IF
           END-PERFORM
           OPEN OUTPUT SHIFT-REPORT-FILE
               MOVE WS-SL-SITE-ID(SL-IDX) TO WS-DTL-SITE
               MOVE WS-SL-OPEN(SL-IDX) TO WS-DTL-OPEN
               MOVE WS-SL-ACKED(SL-IDX) TO WS-DTL-ACKED
               MOVE WS-SL-SUPPRESSED(SL-IDX) TO WS-DTL-SUPPRESSED
               MOVE WS-DETAIL-LINE TO SHIFT-REPORT-RECORD
               WRITE SHIFT-REPORT-RECORD
           END-PERFORM
