       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCRPT.
      * Monthly temperature excursion report. Reads the excursion
      * events TEMPERATURE writes to TEMP-EXCURSIONS.dat and lists,
      * site by site, every event that started or ended in the
      * chosen month: start and end stamps, minutes out of range,
      * peak reading, the limit crossed and the degree-minutes
      * beyond it, with site totals QA can attach to a product
      * disposition. Prompts for the month and an optional site;
      * when RUN-CONTROL.dat asks for an unattended run it reports
      * the previous month for all sites. The report goes to
      * EXCURSION-REPORT.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXCURSION-FILE ASSIGN TO
           "TEMP-EXCURSIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SITE-MASTER-FILE ASSIGN TO
           "SITE-MASTER.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO
           "RUN-CONTROL.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCURSION-REPORT-FILE ASSIGN TO
           "EXCURSION-REPORT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD EXCURSION-FILE.
       01 EXCURSION-RECORD.
           05 EXR-SITE-ID PIC X(10).
      * EXR-DIRECTION: L = at or below frost, H = at or above heat
           05 EXR-DIRECTION PIC X(1).
           05 EXR-START-STAMP PIC 9(12).
           05 EXR-START-SPLIT REDEFINES EXR-START-STAMP.
               10 EXR-START-YYYYMM PIC 9(6).
               10 FILLER PIC 9(6).
           05 EXR-END-STAMP PIC 9(12).
           05 EXR-END-SPLIT REDEFINES EXR-END-STAMP.
               10 EXR-END-YYYYMM PIC 9(6).
               10 FILLER PIC 9(6).
           05 EXR-DURATION-MIN PIC 9(6).
           05 EXR-PEAK PIC S9(3).
           05 EXR-LIMIT PIC S9(3).
           05 EXR-DEGREE-MIN PIC 9(8).
           05 EXR-HARD-DEGREE-MIN PIC 9(8).
           05 EXR-READINGS PIC 9(5).
      * EXR-STATUS: C = closed, O = still open at end of its run
           05 EXR-STATUS PIC X(1).
       FD SITE-MASTER-FILE.
       01 SITE-MASTER-RECORD.
           05 SIT-SITE-ID PIC X(10).
           05 SIT-DESCRIPTION PIC X(30).
           05 SIT-CONTACT PIC X(25).
           05 SIT-HARD-FREEZE PIC S9(3).
           05 SIT-FROST PIC S9(3).
           05 SIT-HEAT PIC S9(3).
           05 SIT-EXPECTED-MINUTES PIC 9(4).
           05 SIT-HUMIDITY-MAX PIC 9(3).
           05 SIT-DOOR-MINUTES PIC 9(4).
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RUN-CTL-MODE PIC X(1).
           05 RUN-CTL-USER PIC X(20).
       FD EXCURSION-REPORT-FILE.
       01 EXCURSION-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-EXCURSION-EOF PIC X VALUE "N".
       01 WS-MASTER-EOF PIC X VALUE "N".
       01 WS-UNATTENDED PIC X VALUE "N".
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-TODAY-SPLIT REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY PIC 9(4).
           05 WS-TODAY-MM PIC 9(2).
           05 WS-TODAY-DD PIC 9(2).
       01 WS-MONTH-INPUT PIC X(6) VALUE SPACES.
       01 WS-SEL-MONTH PIC 9(6) VALUE 0.
       01 WS-SEL-MONTH-SPLIT REDEFINES WS-SEL-MONTH.
           05 WS-SEL-YYYY PIC 9(4).
           05 WS-SEL-MM PIC 9(2).
       01 WS-SEL-SITE PIC X(10) VALUE SPACES.
       01 WS-MONTH-OK PIC X VALUE "N".
       01 WS-MASTER-COUNT PIC 9(4) VALUE 0.
       01 WS-MASTER-TABLE.
           05 WS-MASTER-ENTRY OCCURS 200 TIMES INDEXED BY MST-IDX.
               10 WS-MST-SITE-ID PIC X(10).
               10 WS-MST-DESCRIPTION PIC X(30).
       01 WS-EVENT-COUNT PIC 9(4) VALUE 0.
       01 WS-EVENT-TABLE.
           05 WS-EVENT-ENTRY OCCURS 1000 TIMES INDEXED BY EVT-IDX.
               10 WS-EVT-SITE-ID PIC X(10).
               10 WS-EVT-DIRECTION PIC X(1).
               10 WS-EVT-START-STAMP PIC 9(12).
               10 WS-EVT-END-STAMP PIC 9(12).
               10 WS-EVT-DURATION-MIN PIC 9(6).
               10 WS-EVT-PEAK PIC S9(3).
               10 WS-EVT-LIMIT PIC S9(3).
               10 WS-EVT-DEGREE-MIN PIC 9(8).
               10 WS-EVT-HARD-DEGREE-MIN PIC 9(8).
               10 WS-EVT-STATUS PIC X(1).
       01 WS-SITE-COUNT PIC 9(4) VALUE 0.
       01 WS-SITE-FOUND PIC 9(4) VALUE 0.
       01 WS-SITE-TABLE.
           05 WS-SITE-ENTRY OCCURS 200 TIMES INDEXED BY SITE-IDX.
               10 WS-SITE-ID PIC X(10).
       01 WS-SITE-EVENTS PIC 9(4) VALUE 0.
       01 WS-SITE-MINUTES PIC 9(7) VALUE 0.
       01 WS-SITE-DEGREE-MIN PIC 9(9) VALUE 0.
       01 WS-SITE-HARD-DEG-MIN PIC 9(9) VALUE 0.
       01 WS-SITE-OPEN PIC 9(3) VALUE 0.
       01 WS-HEADER-LINE.
           05 FILLER PIC X(36)
               VALUE " Temperature Excursion Report  Month".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-HDR-MONTH PIC 9(6).
           05 FILLER PIC X(6) VALUE "  Run ".
           05 WS-HDR-DATE PIC 9(8).
       01 WS-COLUMN-LINE.
           05 FILLER PIC X(34)
               VALUE " DIR   START         END          ".
           05 FILLER PIC X(46)
               VALUE "MINUTES  PEAK  LIMIT   DEG-MIN  HARD-DEG  STAT".
       01 WS-SITE-LINE.
           05 FILLER PIC X(6) VALUE " SITE ".
           05 WS-SLN-SITE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SLN-DESCRIPTION PIC X(30).
       01 WS-DETAIL-LINE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-DIRECTION PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-START PIC 9(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-END PIC 9(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-MINUTES PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-PEAK PIC ZZ9-.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DTL-LIMIT PIC ZZ9-.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-DEGREE-MIN PIC ZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-HARD-DEG-MIN PIC ZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-STATUS PIC X(4).
       01 WS-SITE-TOTAL-LINE.
           05 FILLER PIC X(10) VALUE "   EVENTS ".
           05 WS-STL-EVENTS PIC ZZZ9.
           05 FILLER PIC X(14) VALUE "  MINUTES OUT ".
           05 WS-STL-MINUTES PIC ZZZZZZ9.
           05 FILLER PIC X(10) VALUE "  DEG-MIN ".
           05 WS-STL-DEGREE-MIN PIC ZZZZZZZZ9.
           05 FILLER PIC X(11) VALUE "  HARD-DEG ".
           05 WS-STL-HARD-DEG-MIN PIC ZZZZZZZZ9.
           05 FILLER PIC X(7) VALUE "  OPEN ".
           05 WS-STL-OPEN PIC ZZ9.
       01 WS-TOTAL-LINE.
           05 FILLER PIC X(24) VALUE " Sites with excursions ".
           05 WS-TOT-SITES PIC ZZZ9.
           05 FILLER PIC X(10) VALUE "  Events  ".
           05 WS-TOT-EVENTS PIC ZZZ9.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 040-READ-RUN-CONTROL
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 110-DEFAULT-MONTH
           IF WS-UNATTENDED = "N"
               PERFORM 120-ACCEPT-SELECTION
           END-IF
           IF WS-MONTH-OK = "Y"
               PERFORM 200-LOAD-SITE-MASTER
               PERFORM 300-LOAD-EVENTS
               PERFORM 400-PRINT-REPORT
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
      * The default is the month just ended, which is what a run
      * early in the month is expected to report
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
               DISPLAY "Site ID (blank for all sites)"
               ACCEPT WS-SEL-SITE
           END-IF.
       200-LOAD-SITE-MASTER.
           OPEN INPUT SITE-MASTER-FILE
           READ SITE-MASTER-FILE
               AT END MOVE "Y" TO WS-MASTER-EOF
           END-READ
           PERFORM UNTIL WS-MASTER-EOF = "Y"
               IF WS-MASTER-COUNT < 200
                   ADD 1 TO WS-MASTER-COUNT
                   MOVE SIT-SITE-ID TO WS-MST-SITE-ID(WS-MASTER-COUNT)
                   MOVE SIT-DESCRIPTION
                       TO WS-MST-DESCRIPTION(WS-MASTER-COUNT)
               END-IF
               READ SITE-MASTER-FILE
                   AT END MOVE "Y" TO WS-MASTER-EOF
               END-READ
           END-PERFORM
           CLOSE SITE-MASTER-FILE.
      * An event belongs to the month if it started or ended in
      * it, so one spanning month end shows on both reports
       300-LOAD-EVENTS.
           OPEN INPUT EXCURSION-FILE
           READ EXCURSION-FILE
               AT END MOVE "Y" TO WS-EXCURSION-EOF
           END-READ
           PERFORM UNTIL WS-EXCURSION-EOF = "Y"
               IF (EXR-START-YYYYMM = WS-SEL-MONTH
                   OR EXR-END-YYYYMM = WS-SEL-MONTH)
                   AND (WS-SEL-SITE = SPACES
                   OR EXR-SITE-ID = WS-SEL-SITE)
                   PERFORM 310-ADD-EVENT
               END-IF
               READ EXCURSION-FILE
                   AT END MOVE "Y" TO WS-EXCURSION-EOF
               END-READ
           END-PERFORM
           CLOSE EXCURSION-FILE.
       310-ADD-EVENT.
           IF WS-EVENT-COUNT < 1000
               ADD 1 TO WS-EVENT-COUNT
               MOVE EXR-SITE-ID TO WS-EVT-SITE-ID(WS-EVENT-COUNT)
               MOVE EXR-DIRECTION TO WS-EVT-DIRECTION(WS-EVENT-COUNT)
               MOVE EXR-START-STAMP
                   TO WS-EVT-START-STAMP(WS-EVENT-COUNT)
               MOVE EXR-END-STAMP TO WS-EVT-END-STAMP(WS-EVENT-COUNT)
               MOVE EXR-DURATION-MIN
                   TO WS-EVT-DURATION-MIN(WS-EVENT-COUNT)
               MOVE EXR-PEAK TO WS-EVT-PEAK(WS-EVENT-COUNT)
               MOVE EXR-LIMIT TO WS-EVT-LIMIT(WS-EVENT-COUNT)
               MOVE EXR-DEGREE-MIN
                   TO WS-EVT-DEGREE-MIN(WS-EVENT-COUNT)
               MOVE EXR-HARD-DEGREE-MIN
                   TO WS-EVT-HARD-DEGREE-MIN(WS-EVENT-COUNT)
               MOVE EXR-STATUS TO WS-EVT-STATUS(WS-EVENT-COUNT)
               PERFORM 320-NOTE-SITE
           ELSE
               DISPLAY "Excursion table full, event skipped for "
                   EXR-SITE-ID
           END-IF.
       320-NOTE-SITE.
           MOVE 0 TO WS-SITE-FOUND
           PERFORM VARYING SITE-IDX FROM 1 BY 1
               UNTIL SITE-IDX > WS-SITE-COUNT
               IF WS-SITE-ID(SITE-IDX) = EXR-SITE-ID
                   MOVE SITE-IDX TO WS-SITE-FOUND
               END-IF
           END-PERFORM
           IF WS-SITE-FOUND = 0 AND WS-SITE-COUNT < 200
               ADD 1 TO WS-SITE-COUNT
               MOVE EXR-SITE-ID TO WS-SITE-ID(WS-SITE-COUNT)
           END-IF.
       400-PRINT-REPORT.
           OPEN OUTPUT EXCURSION-REPORT-FILE
           MOVE WS-SEL-MONTH TO WS-HDR-MONTH
           MOVE WS-TODAY TO WS-HDR-DATE
           MOVE WS-HEADER-LINE TO EXCURSION-REPORT-RECORD
           WRITE EXCURSION-REPORT-RECORD
           IF WS-EVENT-COUNT = 0
               MOVE " No excursions recorded for the month"
                   TO EXCURSION-REPORT-RECORD
               WRITE EXCURSION-REPORT-RECORD
           ELSE
               PERFORM VARYING SITE-IDX FROM 1 BY 1
                   UNTIL SITE-IDX > WS-SITE-COUNT
                   PERFORM 410-PRINT-SITE
               END-PERFORM
           END-IF
           MOVE SPACES TO EXCURSION-REPORT-RECORD
           WRITE EXCURSION-REPORT-RECORD
           MOVE WS-SITE-COUNT TO WS-TOT-SITES
           MOVE WS-EVENT-COUNT TO WS-TOT-EVENTS
           MOVE WS-TOTAL-LINE TO EXCURSION-REPORT-RECORD
           WRITE EXCURSION-REPORT-RECORD
           CLOSE EXCURSION-REPORT-FILE
           DISPLAY "Excursion report written to EXCURSION-REPORT.dat".
       410-PRINT-SITE.
           MOVE SPACES TO EXCURSION-REPORT-RECORD
           WRITE EXCURSION-REPORT-RECORD
           MOVE WS-SITE-ID(SITE-IDX) TO WS-SLN-SITE
           MOVE "NOT ON SITE MASTER" TO WS-SLN-DESCRIPTION
           PERFORM VARYING MST-IDX FROM 1 BY 1
               UNTIL MST-IDX > WS-MASTER-COUNT
               IF WS-MST-SITE-ID(MST-IDX) = WS-SITE-ID(SITE-IDX)
                   MOVE WS-MST-DESCRIPTION(MST-IDX)
                       TO WS-SLN-DESCRIPTION
               END-IF
           END-PERFORM
           MOVE WS-SITE-LINE TO EXCURSION-REPORT-RECORD
           WRITE EXCURSION-REPORT-RECORD
           MOVE WS-COLUMN-LINE TO EXCURSION-REPORT-RECORD
           WRITE EXCURSION-REPORT-RECORD
           MOVE 0 TO WS-SITE-EVENTS
           MOVE 0 TO WS-SITE-MINUTES
           MOVE 0 TO WS-SITE-DEGREE-MIN
           MOVE 0 TO WS-SITE-HARD-DEG-MIN
           MOVE 0 TO WS-SITE-OPEN
           PERFORM VARYING EVT-IDX FROM 1 BY 1
               UNTIL EVT-IDX > WS-EVENT-COUNT
               IF WS-EVT-SITE-ID(EVT-IDX) = WS-SITE-ID(SITE-IDX)
                   PERFORM 420-PRINT-EVENT
               END-IF
           END-PERFORM
           MOVE WS-SITE-EVENTS TO WS-STL-EVENTS
           MOVE WS-SITE-MINUTES TO WS-STL-MINUTES
           MOVE WS-SITE-DEGREE-MIN TO WS-STL-DEGREE-MIN
           MOVE WS-SITE-HARD-DEG-MIN TO WS-STL-HARD-DEG-MIN
           MOVE WS-SITE-OPEN TO WS-STL-OPEN
           MOVE WS-SITE-TOTAL-LINE TO EXCURSION-REPORT-RECORD
           WRITE EXCURSION-REPORT-RECORD.
       420-PRINT-EVENT.
           IF WS-EVT-DIRECTION(EVT-IDX) = "L"
               MOVE "LOW" TO WS-DTL-DIRECTION
           ELSE
               MOVE "HIGH" TO WS-DTL-DIRECTION
           END-IF
           MOVE WS-EVT-START-STAMP(EVT-IDX) TO WS-DTL-START
           MOVE WS-EVT-END-STAMP(EVT-IDX) TO WS-DTL-END
           MOVE WS-EVT-DURATION-MIN(EVT-IDX) TO WS-DTL-MINUTES
           MOVE WS-EVT-PEAK(EVT-IDX) TO WS-DTL-PEAK
           MOVE WS-EVT-LIMIT(EVT-IDX) TO WS-DTL-LIMIT
           MOVE WS-EVT-DEGREE-MIN(EVT-IDX) TO WS-DTL-DEGREE-MIN
           MOVE WS-EVT-HARD-DEGREE-MIN(EVT-IDX)
               TO WS-DTL-HARD-DEG-MIN
           IF WS-EVT-STATUS(EVT-IDX) = "O"
               MOVE "OPEN" TO WS-DTL-STATUS
               ADD 1 TO WS-SITE-OPEN
           ELSE
               MOVE SPACES TO WS-DTL-STATUS
           END-IF
           MOVE WS-DETAIL-LINE TO EXCURSION-REPORT-RECORD
           WRITE EXCURSION-REPORT-RECORD
           ADD 1 TO WS-SITE-EVENTS
           ADD WS-EVT-DURATION-MIN(EVT-IDX) TO WS-SITE-MINUTES
           ADD WS-EVT-DEGREE-MIN(EVT-IDX) TO WS-SITE-DEGREE-MIN
           ADD WS-EVT-HARD-DEGREE-MIN(EVT-IDX)
               TO WS-SITE-HARD-DEG-MIN.
