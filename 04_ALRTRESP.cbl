       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTRESP.
      * Monthly alert response-time compliance report. Works from
      * ALERT-STATUS.dat as kept by ALRTDISP: the minutes from
      * AST-NOTIFIED-STAMP to AST-ACK-STAMP are the time to
      * acknowledge. Every alert notified in the chosen month is
      * summarised by site, by the on-call contact who held it
      * and by alert type - alerts, acknowledged, median and
      * worst response, percent acknowledged within the target
      * and escalations to the backup - and every alert that
      * missed the target is listed with the person on call for
      * it in ONCALL-SCHEDULE.dat. An alert still unacknowledged
      * counts its age as of the run; alerts suppressed by a
      * maintenance window were never sent and are left out.
      * Prompts for the month and target; when RUN-CONTROL.dat
      * asks for an unattended run it reports the previous month
      * against the default target. The report goes to
      * ALERT-RESPONSE-REPORT.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ALERT-STATUS-FILE ASSIGN TO
           "ALERT-STATUS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ONCALL-FILE ASSIGN TO
           "ONCALL-SCHEDULE.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO
           "RUN-CONTROL.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESPONSE-REPORT-FILE ASSIGN TO
           "ALERT-RESPONSE-REPORT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ALERT-STATUS-FILE.
       01 ALERT-STATUS-RECORD.
           05 AST-SITE-ID PIC X(10).
           05 AST-TIMESTAMP PIC 9(12).
           05 AST-MESSAGE PIC X(30).
           05 AST-CONTACT PIC X(25).
           05 AST-NOTIFIED-STAMP PIC 9(14).
           05 AST-OPERATOR PIC X(20).
      * AST-ACKED: Y = acknowledged, N = open, S = suppressed
           05 AST-ACKED PIC X(1).
           05 AST-ACK-STAMP PIC 9(14).
           05 AST-BACKUP PIC X(25).
           05 AST-TYPE PIC X(1).
           05 AST-ESCALATED-STAMP PIC 9(14).
       FD ONCALL-FILE.
       01 ONCALL-RECORD.
           05 ONC-SITE-ID PIC X(10).
           05 ONC-FROM-DATE PIC 9(8).
           05 ONC-TO-DATE PIC 9(8).
           05 ONC-START-HOUR PIC 9(2).
           05 ONC-END-HOUR PIC 9(2).
           05 ONC-PRIMARY PIC X(25).
           05 ONC-BACKUP PIC X(25).
           05 ONC-REASSIGN PIC X(1).
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RUN-CTL-MODE PIC X(1).
           05 RUN-CTL-USER PIC X(20).
       FD RESPONSE-REPORT-FILE.
       01 RESPONSE-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-EOF PIC X VALUE "N".
       01 WS-ONCALL-EOF PIC X VALUE "N".
       01 WS-UNATTENDED PIC X VALUE "N".
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-TODAY-SPLIT REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY PIC 9(4).
           05 WS-TODAY-MM PIC 9(2).
           05 WS-TODAY-DD PIC 9(2).
       01 WS-NOW-TIME PIC 9(8) VALUE 0.
       01 WS-NOW-TIME-SPLIT REDEFINES WS-NOW-TIME.
           05 WS-NOW-HHMMSS PIC 9(6).
           05 FILLER PIC 9(2).
       01 WS-NOW-STAMP PIC 9(14) VALUE 0.
       01 WS-MONTH-INPUT PIC X(6) VALUE SPACES.
       01 WS-SEL-MONTH PIC 9(6) VALUE 0.
       01 WS-SEL-MONTH-SPLIT REDEFINES WS-SEL-MONTH.
           05 WS-SEL-YYYY PIC 9(4).
           05 WS-SEL-MM PIC 9(2).
       01 WS-MONTH-OK PIC X VALUE "N".
      * Compliance plan target for acknowledging an alert
       01 WS-DEFAULT-TARGET PIC 9(3) VALUE 15.
       01 WS-TARGET-MINUTES PIC 9(3) VALUE 0.
       01 WS-FORMAT-TARGET PIC ZZ9.
      * Minutes between two YYYYMMDDHHMMSS stamps, seconds ignored
       01 WS-FROM-STAMP PIC 9(14) VALUE 0.
       01 WS-FROM-SPLIT REDEFINES WS-FROM-STAMP.
           05 WS-FRM-DATE PIC 9(8).
           05 WS-FRM-HH PIC 9(2).
           05 WS-FRM-MM PIC 9(2).
           05 FILLER PIC 9(2).
       01 WS-TO-STAMP PIC 9(14) VALUE 0.
       01 WS-TO-SPLIT REDEFINES WS-TO-STAMP.
           05 WS-TOS-DATE PIC 9(8).
           05 WS-TOS-HH PIC 9(2).
           05 WS-TOS-MM PIC 9(2).
           05 FILLER PIC 9(2).
       01 WS-ELAPSED-MINUTES PIC S9(8) VALUE 0.
       01 WS-ONCALL-COUNT PIC 9(3) VALUE 0.
       01 WS-ONCALL-FOUND PIC 9(3) VALUE 0.
       01 WS-ONCALL-EXACT PIC X VALUE "N".
       01 WS-SHIFT-COVERS PIC X VALUE "N".
       01 WS-ONCALL-TABLE.
           05 WS-ONCALL-ENTRY OCCURS 100 TIMES INDEXED BY ONC-IDX.
               10 WS-ONC-SITE-ID PIC X(10).
               10 WS-ONC-FROM-DATE PIC 9(8).
               10 WS-ONC-TO-DATE PIC 9(8).
               10 WS-ONC-START-HOUR PIC 9(2).
               10 WS-ONC-END-HOUR PIC 9(2).
               10 WS-ONC-PRIMARY PIC X(25).
      * Alerts notified in the report month
       01 WS-ALERT-COUNT PIC 9(4) VALUE 0.
       01 WS-SUPPRESSED-COUNT PIC 9(4) VALUE 0.
       01 WS-ALERT-TABLE.
           05 WS-ALERT-ENTRY OCCURS 2000 TIMES INDEXED BY ALR-IDX.
               10 WS-ALR-SITE-ID PIC X(10).
               10 WS-ALR-TIMESTAMP PIC 9(12).
               10 WS-ALR-MESSAGE PIC X(30).
               10 WS-ALR-HOLDER PIC X(25).
               10 WS-ALR-TYPE-NAME PIC X(11).
      * WS-ALR-STATE: A = acknowledged, O = still open
               10 WS-ALR-STATE PIC X(1).
               10 WS-ALR-MINUTES PIC 9(6).
               10 WS-ALR-ESCALATED PIC X(1).
       01 WS-TYPE-NAME PIC X(11) VALUE SPACES.
       01 WS-HOLDER PIC X(25) VALUE SPACES.
      * Report groups: S = site, C = contact, T = alert type
       01 WS-GROUP-COUNT PIC 9(4) VALUE 0.
       01 WS-GROUP-FOUND PIC 9(4) VALUE 0.
       01 WS-GROUP-TABLE.
           05 WS-GROUP-ENTRY OCCURS 400 TIMES INDEXED BY GRP-IDX.
               10 WS-GRP-KIND PIC X(1).
               10 WS-GRP-KEY PIC X(25).
       01 WS-NEW-KIND PIC X(1) VALUE SPACE.
       01 WS-NEW-KEY PIC X(25) VALUE SPACES.
       01 WS-PRINT-KIND PIC X(1) VALUE SPACE.
       01 WS-IN-GROUP PIC X VALUE "N".
      * Acknowledged response minutes of one group, sorted to
      * find the median
       01 WS-WORK-COUNT PIC 9(4) VALUE 0.
       01 WS-WORK-TABLE.
           05 WS-WORK-MINUTES PIC 9(6) OCCURS 2000 TIMES
               INDEXED BY WRK-IDX.
       01 WS-SORT-I PIC 9(4) VALUE 0.
       01 WS-SORT-J PIC 9(4) VALUE 0.
       01 WS-SORT-HOLD PIC 9(6) VALUE 0.
       01 WS-MID PIC 9(4) VALUE 0.
       01 WS-STAT-ALERTS PIC 9(4) VALUE 0.
       01 WS-STAT-ACKED PIC 9(4) VALUE 0.
       01 WS-STAT-WITHIN PIC 9(4) VALUE 0.
       01 WS-STAT-ESCALATED PIC 9(4) VALUE 0.
       01 WS-STAT-WORST PIC 9(6) VALUE 0.
       01 WS-STAT-MEDIAN PIC 9(6)V9 VALUE 0.
       01 WS-STAT-PERCENT PIC 9(3)V9 VALUE 0.
       01 WS-MISSED-COUNT PIC 9(4) VALUE 0.
       01 WS-HEADER-LINE.
           05 FILLER PIC X(33)
               VALUE " Alert Response-Time Compliance  ".
           05 FILLER PIC X(6) VALUE "Month ".
           05 WS-HDR-MONTH PIC 9(6).
           05 FILLER PIC X(9) VALUE "  Target ".
           05 WS-HDR-TARGET PIC ZZ9.
           05 FILLER PIC X(10) VALUE " min  Run ".
           05 WS-HDR-DATE PIC 9(8).
       01 WS-SECTION-LINE PIC X(100) VALUE SPACES.
       01 WS-COLUMN-LINE.
           05 FILLER PIC X(28) VALUE SPACES.
           05 FILLER PIC X(47)
               VALUE "ALERTS  ACKED   MEDIAN    WORST  WITHIN  ESCAL".
       01 WS-GROUP-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-GLN-KEY PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-GLN-ALERTS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-GLN-ACKED PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-GLN-MEDIAN PIC ZZZZZ9.9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-GLN-WORST PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-GLN-PERCENT PIC ZZ9.9.
           05 FILLER PIC X(1) VALUE "%".
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-GLN-ESCALATED PIC ZZZZ9.
       01 WS-MISSED-COLUMN-LINE.
           05 FILLER PIC X(51)
               VALUE "  SITE       ALERT STAMP   MESSAGE".
           05 FILLER PIC X(45)
               VALUE "  MINUTES        ON CALL".
       01 WS-MISSED-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-MLN-SITE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-MLN-STAMP PIC 9(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-MLN-MESSAGE PIC X(24).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-MLN-MINUTES PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-MLN-STATE PIC X(4).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-MLN-HOLDER PIC X(25).
       01 WS-TOTAL-LINE.
           05 FILLER PIC X(19) VALUE " Alerts in month   ".
           05 WS-TOT-ALERTS PIC ZZZZ9.
           05 FILLER PIC X(19) VALUE "  Missed target    ".
           05 WS-TOT-MISSED PIC ZZZZ9.
           05 FILLER PIC X(28)
               VALUE "  Suppressed, not counted   ".
           05 WS-TOT-SUPPRESSED PIC ZZZZ9.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 040-READ-RUN-CONTROL
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           COMPUTE WS-NOW-STAMP = WS-TODAY * 1000000 + WS-NOW-HHMMSS
           PERFORM 110-DEFAULT-MONTH
           MOVE WS-DEFAULT-TARGET TO WS-TARGET-MINUTES
           IF WS-UNATTENDED = "N"
               PERFORM 120-ACCEPT-SELECTION
           END-IF
           IF WS-MONTH-OK = "Y"
               PERFORM 200-LOAD-ONCALL
               PERFORM 300-LOAD-ALERTS
               PERFORM 500-PRINT-REPORT
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
                   END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.
       110-DEFAULT-MONTH.
           IF WS-TODAY-MM = 1
               COMPUTE WS-SEL-YYYY = WS-TODAY-YYYY - 1
               MOVE 12 TO WS-SEL-MM
           ELSE
               MOVE WS-TODAY-YYYY TO WS-SEL-YYYY
               COMPUTE WS-SEL-MM = WS-TODAY-MM - 1
           END-IF
           MOVE "Y" TO WS-MONTH-OK.
       120-ACCEPT-SELECTION.
           DISPLAY "Report month YYYYMM (blank for " WS-SEL-MONTH ")"
           ACCEPT WS-MONTH-INPUT
           IF WS-MONTH-INPUT NOT = SPACES
               IF WS-MONTH-INPUT IS NUMERIC
                   MOVE WS-MONTH-INPUT TO WS-SEL-MONTH
                   IF WS-SEL-MM < 1 OR WS-SEL-MM > 12
                       MOVE "N" TO WS-MONTH-OK
                   END-IF
               ELSE
                   MOVE "N" TO WS-MONTH-OK
               END-IF
           END-IF
           IF WS-MONTH-OK = "N"
               DISPLAY "Month must be YYYYMM - report not produced"
           ELSE
               MOVE WS-DEFAULT-TARGET TO WS-FORMAT-TARGET
               DISPLAY "Acknowledgement target in minutes (0 for "
                   FUNCTION TRIM(WS-FORMAT-TARGET) ")"
               ACCEPT WS-TARGET-MINUTES
               IF WS-TARGET-MINUTES = 0
                   MOVE WS-DEFAULT-TARGET TO WS-TARGET-MINUTES
               END-IF
           END-IF.
       200-LOAD-ONCALL.
           OPEN INPUT ONCALL-FILE
           READ ONCALL-FILE
               AT END MOVE "Y" TO WS-ONCALL-EOF
           END-READ
           PERFORM UNTIL WS-ONCALL-EOF = "Y"
               IF WS-ONCALL-COUNT < 100
                   ADD 1 TO WS-ONCALL-COUNT
                   MOVE ONC-SITE-ID
                       TO WS-ONC-SITE-ID(WS-ONCALL-COUNT)
                   MOVE ONC-FROM-DATE
                       TO WS-ONC-FROM-DATE(WS-ONCALL-COUNT)
                   MOVE ONC-TO-DATE
                       TO WS-ONC-TO-DATE(WS-ONCALL-COUNT)
                   MOVE ONC-START-HOUR
                       TO WS-ONC-START-HOUR(WS-ONCALL-COUNT)
                   MOVE ONC-END-HOUR
                       TO WS-ONC-END-HOUR(WS-ONCALL-COUNT)
                   MOVE ONC-PRIMARY
                       TO WS-ONC-PRIMARY(WS-ONCALL-COUNT)
               ELSE
                   DISPLAY "On-call table full, record skipped"
               END-IF
               READ ONCALL-FILE
                   AT END MOVE "Y" TO WS-ONCALL-EOF
               END-READ
           END-PERFORM
           CLOSE ONCALL-FILE.
       300-LOAD-ALERTS.
           OPEN INPUT ALERT-STATUS-FILE
           READ ALERT-STATUS-FILE
               AT END MOVE "Y" TO WS-STATUS-EOF
           END-READ
           PERFORM UNTIL WS-STATUS-EOF = "Y"
               MOVE AST-NOTIFIED-STAMP TO WS-FROM-STAMP
               IF WS-FRM-DATE(1:6) = WS-SEL-MONTH
                   IF AST-ACKED = "S"
                       ADD 1 TO WS-SUPPRESSED-COUNT
                   ELSE
                       PERFORM 310-ADD-ALERT
                   END-IF
               END-IF
               READ ALERT-STATUS-FILE
                   AT END MOVE "Y" TO WS-STATUS-EOF
               END-READ
           END-PERFORM
           CLOSE ALERT-STATUS-FILE.
       310-ADD-ALERT.
           IF WS-ALERT-COUNT >= 2000
               DISPLAY "Alert table full, alert skipped for "
                   AST-SITE-ID
           ELSE
               ADD 1 TO WS-ALERT-COUNT
               SET ALR-IDX TO WS-ALERT-COUNT
               MOVE AST-SITE-ID TO WS-ALR-SITE-ID(ALR-IDX)
               MOVE AST-TIMESTAMP TO WS-ALR-TIMESTAMP(ALR-IDX)
               MOVE AST-MESSAGE TO WS-ALR-MESSAGE(ALR-IDX)
               IF AST-ACKED = "Y"
                   MOVE "A" TO WS-ALR-STATE(ALR-IDX)
                   MOVE AST-ACK-STAMP TO WS-TO-STAMP
               ELSE
                   MOVE "O" TO WS-ALR-STATE(ALR-IDX)
                   MOVE WS-NOW-STAMP TO WS-TO-STAMP
               END-IF
               PERFORM 390-ELAPSED-MINUTES
               IF WS-ELAPSED-MINUTES < 0
                   MOVE 0 TO WS-ELAPSED-MINUTES
               END-IF
               IF WS-ELAPSED-MINUTES > 999999
                   MOVE 999999 TO WS-ELAPSED-MINUTES
               END-IF
               MOVE WS-ELAPSED-MINUTES TO WS-ALR-MINUTES(ALR-IDX)
      * Records written before the escalation stamp was kept
      * show an escalation as the backup now holding the alert
               MOVE "N" TO WS-ALR-ESCALATED(ALR-IDX)
               IF AST-ESCALATED-STAMP IS NUMERIC
                   IF AST-ESCALATED-STAMP > 0
                       MOVE "Y" TO WS-ALR-ESCALATED(ALR-IDX)
                   END-IF
               ELSE
                   IF AST-BACKUP NOT = SPACES
                       AND AST-CONTACT = AST-BACKUP
                       MOVE "Y" TO WS-ALR-ESCALATED(ALR-IDX)
                   END-IF
               END-IF
               PERFORM 320-SET-TYPE-NAME
               MOVE WS-TYPE-NAME TO WS-ALR-TYPE-NAME(ALR-IDX)
               PERFORM 330-FIND-HOLDER
               MOVE WS-HOLDER TO WS-ALR-HOLDER(ALR-IDX)
               MOVE "S" TO WS-NEW-KIND
               MOVE AST-SITE-ID TO WS-NEW-KEY
               PERFORM 350-NOTE-GROUP
               MOVE "C" TO WS-NEW-KIND
               MOVE WS-HOLDER TO WS-NEW-KEY
               PERFORM 350-NOTE-GROUP
               MOVE "T" TO WS-NEW-KIND
               MOVE WS-TYPE-NAME TO WS-NEW-KEY
               PERFORM 350-NOTE-GROUP
           END-IF.
      * Older status records carry no type; it is taken from the
      * alert message instead
       320-SET-TYPE-NAME.
           EVALUATE TRUE
               WHEN AST-TYPE = "H"
                   MOVE "HUMIDITY" TO WS-TYPE-NAME
               WHEN AST-TYPE = "D"
                   MOVE "DOOR" TO WS-TYPE-NAME
               WHEN AST-TYPE = "S"
                   MOVE "SECURITY" TO WS-TYPE-NAME
               WHEN AST-TYPE = "T"
                   MOVE "TEMPERATURE" TO WS-TYPE-NAME
               WHEN AST-TYPE = "O"
                   MOVE "OPERATIONS" TO WS-TYPE-NAME
               WHEN AST-MESSAGE(1:11) = "BREAK-GLASS"
                   MOVE "SECURITY" TO WS-TYPE-NAME
               WHEN AST-MESSAGE(1:13) = "HIGH HUMIDITY"
                   MOVE "HUMIDITY" TO WS-TYPE-NAME
               WHEN AST-MESSAGE(1:9) = "DOOR OPEN"
                   MOVE "DOOR" TO WS-TYPE-NAME
               WHEN OTHER
                   MOVE "TEMPERATURE" TO WS-TYPE-NAME
           END-EVALUATE.
      * The person on call for the site when the alert was sent,
      * found the way ALRTDISP finds them: an entry for the exact
      * site beats a blanket entry, and operations alerts use
      * only the OPERATIONS entry. With no rotation entry the
      * alert went to the site contact, which is still on the
      * status record because only rotation alerts escalate.
       330-FIND-HOLDER.
           MOVE 0 TO WS-ONCALL-FOUND
           MOVE "N" TO WS-ONCALL-EXACT
           PERFORM VARYING ONC-IDX FROM 1 BY 1
               UNTIL ONC-IDX > WS-ONCALL-COUNT
               IF (WS-ONC-SITE-ID(ONC-IDX) = AST-SITE-ID
                   OR (WS-ONC-SITE-ID(ONC-IDX) = SPACES
                   AND AST-TYPE NOT = "O"))
                   AND WS-FRM-DATE >= WS-ONC-FROM-DATE(ONC-IDX)
                   AND (WS-ONC-TO-DATE(ONC-IDX) = 0
                       OR WS-FRM-DATE <= WS-ONC-TO-DATE(ONC-IDX))
                   PERFORM 335-TEST-SHIFT-HOURS
                   IF WS-SHIFT-COVERS = "Y"
                       IF WS-ONC-SITE-ID(ONC-IDX) = AST-SITE-ID
                           MOVE ONC-IDX TO WS-ONCALL-FOUND
                           MOVE "Y" TO WS-ONCALL-EXACT
                       ELSE
                           IF WS-ONCALL-EXACT = "N"
                               MOVE ONC-IDX TO WS-ONCALL-FOUND
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ONCALL-FOUND > 0
               MOVE WS-ONC-PRIMARY(WS-ONCALL-FOUND) TO WS-HOLDER
           ELSE
               MOVE SPACES TO WS-HOLDER
           END-IF
           IF WS-HOLDER = SPACES
               MOVE AST-CONTACT TO WS-HOLDER
           END-IF
           IF WS-HOLDER = SPACES
               MOVE "(NO CONTACT)" TO WS-HOLDER
           END-IF.
       335-TEST-SHIFT-HOURS.
           MOVE "Y" TO WS-SHIFT-COVERS
           IF WS-ONC-START-HOUR(ONC-IDX) = 0
               AND WS-ONC-END-HOUR(ONC-IDX) = 0
               CONTINUE
           ELSE
               IF WS-ONC-START-HOUR(ONC-IDX) <
                   WS-ONC-END-HOUR(ONC-IDX)
                   IF WS-FRM-HH < WS-ONC-START-HOUR(ONC-IDX)
                       OR WS-FRM-HH >= WS-ONC-END-HOUR(ONC-IDX)
                       MOVE "N" TO WS-SHIFT-COVERS
                   END-IF
               ELSE
                   IF WS-FRM-HH < WS-ONC-START-HOUR(ONC-IDX)
                       AND WS-FRM-HH >= WS-ONC-END-HOUR(ONC-IDX)
                       MOVE "N" TO WS-SHIFT-COVERS
                   END-IF
               END-IF
           END-IF.
       350-NOTE-GROUP.
           MOVE 0 TO WS-GROUP-FOUND
           PERFORM VARYING GRP-IDX FROM 1 BY 1
               UNTIL GRP-IDX > WS-GROUP-COUNT
               IF WS-GRP-KIND(GRP-IDX) = WS-NEW-KIND
                   AND WS-GRP-KEY(GRP-IDX) = WS-NEW-KEY
                   MOVE GRP-IDX TO WS-GROUP-FOUND
               END-IF
           END-PERFORM
           IF WS-GROUP-FOUND = 0
               IF WS-GROUP-COUNT < 400
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE WS-NEW-KIND TO WS-GRP-KIND(WS-GROUP-COUNT)
                   MOVE WS-NEW-KEY TO WS-GRP-KEY(WS-GROUP-COUNT)
               ELSE
                   DISPLAY "Report group table full, " WS-NEW-KEY
                       " not summarised"
               END-IF
           END-IF.
       390-ELAPSED-MINUTES.
           COMPUTE WS-ELAPSED-MINUTES =
               (FUNCTION INTEGER-OF-DATE(WS-TOS-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-FRM-DATE)) * 1440
               + (WS-TOS-HH * 60) + WS-TOS-MM
               - (WS-FRM-HH * 60) - WS-FRM-MM.
       500-PRINT-REPORT.
           OPEN OUTPUT RESPONSE-REPORT-FILE
           MOVE WS-SEL-MONTH TO WS-HDR-MONTH
           MOVE WS-TARGET-MINUTES TO WS-HDR-TARGET
           MOVE WS-TODAY TO WS-HDR-DATE
           MOVE WS-HEADER-LINE TO RESPONSE-REPORT-RECORD
           WRITE RESPONSE-REPORT-RECORD
           IF WS-ALERT-COUNT = 0
               MOVE " No alerts notified in the month"
                   TO RESPONSE-REPORT-RECORD
               WRITE RESPONSE-REPORT-RECORD
           ELSE
               MOVE "S" TO WS-PRINT-KIND
               MOVE " BY SITE" TO WS-SECTION-LINE
               PERFORM 510-PRINT-SECTION
               MOVE "C" TO WS-PRINT-KIND
               MOVE " BY ON-CALL CONTACT" TO WS-SECTION-LINE
               PERFORM 510-PRINT-SECTION
               MOVE "T" TO WS-PRINT-KIND
               MOVE " BY ALERT TYPE" TO WS-SECTION-LINE
               PERFORM 510-PRINT-SECTION
               PERFORM 600-PRINT-MISSED
           END-IF
           MOVE SPACES TO RESPONSE-REPORT-RECORD
           WRITE RESPONSE-REPORT-RECORD
           MOVE WS-ALERT-COUNT TO WS-TOT-ALERTS
           MOVE WS-MISSED-COUNT TO WS-TOT-MISSED
           MOVE WS-SUPPRESSED-COUNT TO WS-TOT-SUPPRESSED
           MOVE WS-TOTAL-LINE TO RESPONSE-REPORT-RECORD
           WRITE RESPONSE-REPORT-RECORD
           CLOSE RESPONSE-REPORT-FILE
           DISPLAY "Response-time report written to "
               "ALERT-RESPONSE-REPORT.dat".
       510-PRINT-SECTION.
           MOVE SPACES TO RESPONSE-REPORT-RECORD
           WRITE RESPONSE-REPORT-RECORD
           MOVE WS-SECTION-LINE TO RESPONSE-REPORT-RECORD
           WRITE RESPONSE-REPORT-RECORD
           MOVE WS-COLUMN-LINE TO RESPONSE-REPORT-RECORD
           WRITE RESPONSE-REPORT-RECORD
           PERFORM VARYING GRP-IDX FROM 1 BY 1
               UNTIL GRP-IDX > WS-GROUP-COUNT
               IF WS-GRP-KIND(GRP-IDX) = WS-PRINT-KIND
                   PERFORM 520-GROUP-STATISTICS
                   PERFORM 540-WRITE-GROUP-LINE
               END-IF
           END-PERFORM.
       520-GROUP-STATISTICS.
           MOVE 0 TO WS-STAT-ALERTS
           MOVE 0 TO WS-STAT-ACKED
           MOVE 0 TO WS-STAT-WITHIN
           MOVE 0 TO WS-STAT-ESCALATED
           MOVE 0 TO WS-STAT-WORST
           MOVE 0 TO WS-WORK-COUNT
           PERFORM VARYING ALR-IDX FROM 1 BY 1
               UNTIL ALR-IDX > WS-ALERT-COUNT
               PERFORM 525-TEST-IN-GROUP
               IF WS-IN-GROUP = "Y"
                   ADD 1 TO WS-STAT-ALERTS
                   IF WS-ALR-MINUTES(ALR-IDX) > WS-STAT-WORST
                       MOVE WS-ALR-MINUTES(ALR-IDX) TO WS-STAT-WORST
                   END-IF
                   IF WS-ALR-ESCALATED(ALR-IDX) = "Y"
                       ADD 1 TO WS-STAT-ESCALATED
                   END-IF
                   IF WS-ALR-STATE(ALR-IDX) = "A"
                       ADD 1 TO WS-STAT-ACKED
                       ADD 1 TO WS-WORK-COUNT
                       MOVE WS-ALR-MINUTES(ALR-IDX)
                           TO WS-WORK-MINUTES(WS-WORK-COUNT)
                       IF WS-ALR-MINUTES(ALR-IDX) <= WS-TARGET-MINUTES
                           ADD 1 TO WS-STAT-WITHIN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 530-SORT-WORK
           MOVE 0 TO WS-STAT-MEDIAN
           IF WS-WORK-COUNT > 0
               DIVIDE WS-WORK-COUNT BY 2 GIVING WS-MID
               IF WS-MID * 2 = WS-WORK-COUNT
                   COMPUTE WS-STAT-MEDIAN ROUNDED =
                       (WS-WORK-MINUTES(WS-MID)
                       + WS-WORK-MINUTES(WS-MID + 1)) / 2
               ELSE
                   MOVE WS-WORK-MINUTES(WS-MID + 1) TO WS-STAT-MEDIAN
               END-IF
           END-IF
           COMPUTE WS-STAT-PERCENT ROUNDED =
               WS-STAT-WITHIN * 100 / WS-STAT-ALERTS.
       525-TEST-IN-GROUP.
           MOVE "N" TO WS-IN-GROUP
           EVALUATE WS-PRINT-KIND
               WHEN "S"
                   IF WS-ALR-SITE-ID(ALR-IDX) = WS-GRP-KEY(GRP-IDX)
                       MOVE "Y" TO WS-IN-GROUP
                   END-IF
               WHEN "C"
                   IF WS-ALR-HOLDER(ALR-IDX) = WS-GRP-KEY(GRP-IDX)
                       MOVE "Y" TO WS-IN-GROUP
                   END-IF
               WHEN "T"
                   IF WS-ALR-TYPE-NAME(ALR-IDX) = WS-GRP-KEY(GRP-IDX)
                       MOVE "Y" TO WS-IN-GROUP
                   END-IF
           END-EVALUATE.
      * Insertion sort of the group's acknowledged minutes
       530-SORT-WORK.
           PERFORM VARYING WS-SORT-I FROM 2 BY 1
               UNTIL WS-SORT-I > WS-WORK-COUNT
               MOVE WS-WORK-MINUTES(WS-SORT-I) TO WS-SORT-HOLD
               MOVE WS-SORT-I TO WS-SORT-J
               PERFORM 535-SHIFT-UP
                   UNTIL WS-SORT-J < 2
                   OR WS-WORK-MINUTES(WS-SORT-J - 1) <= WS-SORT-HOLD
               MOVE WS-SORT-HOLD TO WS-WORK-MINUTES(WS-SORT-J)
           END-PERFORM.
       535-SHIFT-UP.
           MOVE WS-WORK-MINUTES(WS-SORT-J - 1)
               TO WS-WORK-MINUTES(WS-SORT-J)
           SUBTRACT 1 FROM WS-SORT-J.
       540-WRITE-GROUP-LINE.
           MOVE WS-GRP-KEY(GRP-IDX) TO WS-GLN-KEY
           MOVE WS-STAT-ALERTS TO WS-GLN-ALERTS
           MOVE WS-STAT-ACKED TO WS-GLN-ACKED
           MOVE WS-STAT-MEDIAN TO WS-GLN-MEDIAN
           MOVE WS-STAT-WORST TO WS-GLN-WORST
           MOVE WS-STAT-PERCENT TO WS-GLN-PERCENT
           MOVE WS-STAT-ESCALATED TO WS-GLN-ESCALATED
           MOVE WS-GROUP-LINE TO RESPONSE-REPORT-RECORD
           WRITE RESPONSE-REPORT-RECORD.
      * Every alert acknowledged after the target, or still open
      * and already past it
       600-PRINT-MISSED.
           MOVE SPACES TO RESPONSE-REPORT-RECORD
           WRITE RESPONSE-REPORT-RECORD
           MOVE " ALERTS THAT MISSED THE TARGET"
               TO RESPONSE-REPORT-RECORD
           WRITE RESPONSE-REPORT-RECORD
           MOVE WS-MISSED-COLUMN-LINE TO RESPONSE-REPORT-RECORD
           WRITE RESPONSE-REPORT-RECORD
           PERFORM VARYING ALR-IDX FROM 1 BY 1
               UNTIL ALR-IDX > WS-ALERT-COUNT
               IF WS-ALR-MINUTES(ALR-IDX) > WS-TARGET-MINUTES
                   ADD 1 TO WS-MISSED-COUNT
                   MOVE WS-ALR-SITE-ID(ALR-IDX) TO WS-MLN-SITE
                   MOVE WS-ALR-TIMESTAMP(ALR-IDX) TO WS-MLN-STAMP
                   MOVE WS-ALR-MESSAGE(ALR-IDX) TO WS-MLN-MESSAGE
                   MOVE WS-ALR-MINUTES(ALR-IDX) TO WS-MLN-MINUTES
                   IF WS-ALR-STATE(ALR-IDX) = "O"
                       MOVE "OPEN" TO WS-MLN-STATE
                   ELSE
                       MOVE SPACES TO WS-MLN-STATE
                   END-IF
                   MOVE WS-ALR-HOLDER(ALR-IDX) TO WS-MLN-HOLDER
                   MOVE WS-MISSED-LINE TO RESPONSE-REPORT-RECORD
                   WRITE RESPONSE-REPORT-RECORD
               END-IF
           END-PERFORM
           IF WS-MISSED-COUNT = 0
               MOVE "  None" TO RESPONSE-REPORT-RECORD
               WRITE RESPONSE-REPORT-RECORD
           END-IF.
