       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETMAIL.
      * Returned-mail posting. Each RETURNED-MAIL.dat record is
      * keyed from a returned envelope: the customer number
      * printed on it, the post office's return reason, and the
      * date it came back. The customer's address on
      * CUSTOMERS-INDEXED.Dat is flagged undeliverable with that
      * date and reason, and the change is written to
      * CUSTOMER-CHANGE-LOG.dat. The mailing programs skip a
      * flagged address until customer maintenance changes or
      * confirms it. A return dated no later than the one already
      * posted is counted but not posted again, so the same
      * batch can be rerun safely. Records that cannot be posted
      * go to RETURNED-MAIL-REJECTS.dat.
      * Return reasons:
      *   MV moved, no forwarding address
      *   UN unknown / no such addressee
      *   IA insufficient or incorrect address
      *   VA vacant
      *   RF refused
      *   OT other
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO
           "RUN-CONTROL.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RETURNED-MAIL-FILE ASSIGN TO
           "RETURNED-MAIL.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-FILE-INDEXED ASSIGN TO
           "CUSTOMERS-INDEXED.Dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS INDEXED-CUSTOMER-NO
           ALTERNATE RECORD KEY IS INDEXED-LAST-NAME
               WITH DUPLICATES.
           SELECT CHANGE-LOG-FILE ASSIGN TO
           "CUSTOMER-CHANGE-LOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECTS-FILE ASSIGN TO
           "RETURNED-MAIL-REJECTS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RUN-CTL-MODE PIC X(1).
           05 RUN-CTL-USER PIC X(20).
       FD RETURNED-MAIL-FILE.
       01 RETURNED-MAIL-RECORD.
           05 RTM-CUSTOMER-NUMBER PIC 9(7).
           05 RTM-REASON PIC X(2).
               88 RTM-REASON-VALID
                   VALUE "MV" "UN" "IA" "VA" "RF" "OT".
      * Date the envelope came back; zero means today
           05 RTM-RETURN-DATE PIC 9(8).
       FD CUSTOMER-FILE-INDEXED.
       01 INDEXED-CUSTOMER-RECORD.
           05 INDEXED-CUSTOMER-NO PIC 9(7).
           05 INDEXED-FIRST-NAME PIC X(20).
           05 INDEXED-LAST-NAME PIC X(20).
           05 INDEXED-ADDRESS-LINE-1 PIC X(30).
           05 INDEXED-ADDRESS-LINE-2 PIC X(30).
           05 INDEXED-CITY PIC X(20).
           05 INDEXED-STATE PIC X(2).
           05 INDEXED-ZIP-CODE PIC X(10).
           05 INDEXED-PHONE-NUMBER PIC X(15).
           05 INDEXED-EMAIL-ADDRESS PIC X(40).
           05 INDEXED-CUSTOMER-STATUS PIC X(1).
           05 INDEXED-STATUS-DATE PIC 9(8).
           05 INDEXED-TAX-ID PIC X(9).
           05 INDEXED-DO-NOT-MAIL PIC X(1).
           05 INDEXED-DO-NOT-CALL PIC X(1).
           05 INDEXED-EMAIL-ONLY PIC X(1).
           05 INDEXED-LANGUAGE PIC X(2).
           05 INDEXED-ADDRESS-STATUS PIC X(1).
           05 INDEXED-RETURN-DATE PIC 9(8).
           05 INDEXED-RETURN-REASON PIC X(2).
           05 INDEXED-CREDIT-HOLD PIC X(1).
           05 INDEXED-HOLD-DATE PIC 9(8).
       FD CHANGE-LOG-FILE.
       01 CHANGE-LOG-RECORD.
           05 CLG-CUSTOMER-NUMBER PIC 9(7).
           05 CLG-ACTION PIC X(6).
           05 CLG-FIELD-NAME PIC X(20).
           05 CLG-OLD-VALUE PIC X(30).
           05 CLG-NEW-VALUE PIC X(30).
           05 CLG-TIMESTAMP PIC 9(14).
           05 CLG-USERNAME PIC X(20).
       FD REJECTS-FILE.
       01 REJECT-RECORD.
           05 REJ-CUSTOMER-NUMBER PIC 9(7).
           05 REJ-RETURN-REASON PIC X(2).
           05 REJ-RETURN-DATE PIC 9(8).
           05 REJ-REASON PIC X(40).
       WORKING-STORAGE SECTION.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-USERNAME PIC X(20) VALUE "RETMAIL".
       01 WS-RETURNS-EOF PIC X VALUE "N".
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
       01 WS-CURRENT-DATE PIC 9(8) VALUE 0.
       01 WS-CURRENT-TIME PIC 9(8) VALUE 0.
       01 WS-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-POSTED-COUNT PIC 9(6) VALUE 0.
       01 WS-REPEAT-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 040-READ-RUN-CONTROL
           OPEN INPUT RETURNED-MAIL-FILE
           OPEN I-O CUSTOMER-FILE-INDEXED
           OPEN EXTEND CHANGE-LOG-FILE
           OPEN OUTPUT REJECTS-FILE
           READ RETURNED-MAIL-FILE
               AT END MOVE "Y" TO WS-RETURNS-EOF
           END-READ
           PERFORM UNTIL WS-RETURNS-EOF = "Y"
               ADD 1 TO WS-READ-COUNT
               PERFORM 200-POST-ONE-RETURN
               READ RETURNED-MAIL-FILE
                   AT END MOVE "Y" TO WS-RETURNS-EOF
               END-READ
           END-PERFORM
           CLOSE RETURNED-MAIL-FILE
           CLOSE CUSTOMER-FILE-INDEXED
           CLOSE CHANGE-LOG-FILE
           CLOSE REJECTS-FILE
           DISPLAY "Returned mail read:       " WS-READ-COUNT
           DISPLAY "Addresses flagged:        " WS-POSTED-COUNT
           DISPLAY "Already posted:           " WS-REPEAT-COUNT
           DISPLAY "Rejected:                 " WS-REJECT-COUNT
           IF WS-REJECT-COUNT > 0
               DISPLAY "Rejects written to RETURNED-MAIL-REJECTS.dat"
           END-IF
           GOBACK.
       040-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           READ RUN-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RUN-CTL-MODE = "B"
                       AND RUN-CTL-USER NOT = SPACES
                       MOVE RUN-CTL-USER TO WS-USERNAME
                   END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.
       200-POST-ONE-RETURN.
           MOVE FUNCTION UPPER-CASE(RTM-REASON) TO RTM-REASON
           IF RTM-RETURN-DATE NOT NUMERIC OR RTM-RETURN-DATE = 0
               MOVE WS-TODAY TO RTM-RETURN-DATE
           END-IF
           IF RTM-CUSTOMER-NUMBER NOT NUMERIC
               OR RTM-CUSTOMER-NUMBER = 0
               MOVE "INVALID CUSTOMER NUMBER" TO WS-REJECT-REASON
               PERFORM 450-REJECT
           ELSE
               IF NOT RTM-REASON-VALID
                   MOVE "INVALID RETURN REASON" TO WS-REJECT-REASON
                   PERFORM 450-REJECT
               ELSE
                   MOVE RTM-CUSTOMER-NUMBER TO INDEXED-CUSTOMER-NO
                   READ CUSTOMER-FILE-INDEXED
                       INVALID KEY
                           MOVE "CUSTOMER NOT FOUND"
                               TO WS-REJECT-REASON
                           PERFORM 450-REJECT
                       NOT INVALID KEY
                           PERFORM 300-FLAG-ADDRESS
                   END-READ
               END-IF
           END-IF.
       300-FLAG-ADDRESS.
           IF INDEXED-ADDRESS-STATUS = "U"
               AND RTM-RETURN-DATE NOT > INDEXED-RETURN-DATE
               ADD 1 TO WS-REPEAT-COUNT
           ELSE
               IF INDEXED-ADDRESS-STATUS = "U"
                   MOVE SPACES TO CLG-OLD-VALUE
                   STRING "UNDELIVERABLE " INDEXED-RETURN-REASON
                       " " INDEXED-RETURN-DATE
                       DELIMITED BY SIZE INTO CLG-OLD-VALUE
               ELSE
                   MOVE "DELIVERABLE" TO CLG-OLD-VALUE
               END-IF
               MOVE "U" TO INDEXED-ADDRESS-STATUS
               MOVE RTM-RETURN-DATE TO INDEXED-RETURN-DATE
               MOVE RTM-REASON TO INDEXED-RETURN-REASON
               REWRITE INDEXED-CUSTOMER-RECORD
                   INVALID KEY
                       MOVE "UNABLE TO UPDATE CUSTOMER"
                           TO WS-REJECT-REASON
                       PERFORM 450-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-POSTED-COUNT
                       MOVE SPACES TO CLG-NEW-VALUE
                       STRING "UNDELIVERABLE " RTM-REASON " "
                           RTM-RETURN-DATE
                           DELIMITED BY SIZE INTO CLG-NEW-VALUE
                       PERFORM 400-LOG-CHANGE
               END-REWRITE
           END-IF.
       400-LOG-CHANGE.
           MOVE INDEXED-CUSTOMER-NO TO CLG-CUSTOMER-NUMBER
           MOVE "RETURN" TO CLG-ACTION
           MOVE "ADDRESS-STATUS" TO CLG-FIELD-NAME
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
      * TIME returns HHMMSSss; drop the hundredths so the
      * 14-digit stamp carries date plus HHMMSS
           COMPUTE CLG-TIMESTAMP =
               WS-CURRENT-DATE * 1000000 + WS-CURRENT-TIME / 100
           MOVE WS-USERNAME TO CLG-USERNAME
           WRITE CHANGE-LOG-RECORD.
       450-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE RTM-CUSTOMER-NUMBER TO REJ-CUSTOMER-NUMBER
           MOVE RTM-REASON TO REJ-RETURN-REASON
           MOVE RTM-RETURN-DATE TO REJ-RETURN-DATE
           MOVE WS-REJECT-REASON TO REJ-REASON
           WRITE REJECT-RECORD.
