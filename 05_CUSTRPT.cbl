           SELECT EXTRACT-FILE ASSIGN TO
           "CUSTOMER-EXTRACT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUPPRESSION-FILE ASSIGN TO
           "MAIL-SUPPRESSION.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE-INDEXED.
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
       FD DIRECTORY-FILE.
       01 DIRECTORY-RECORD PIC X(100).
       FD MAILING-FILE.
      * the running result); COL records choose the output
      * columns. Field names: NUMBER, FIRST-NAME, LAST-NAME,
      * ADDRESS-1, ADDRESS-2, CITY, STATE, ZIP, PHONE, EMAIL,
      * STATUS, DO-NOT-MAIL, DO-NOT-CALL, EMAIL-ONLY, LANGUAGE,
      * ADDRESS-STATUS (U = undeliverable).
      * Comparisons: EQ NE GT LT SW (starts with)
      * NB (not blank) BL (blank).
       01 CRITERIA-RECORD.
           05 CRT-RECORD-TYPE PIC X(3).
       FD EXTRACT-FILE.
      * Wide enough for all twelve columns even untrimmed
       01 EXTRACT-RECORD PIC X(500).
       FD SUPPRESSION-FILE.
      * Customers left out of a mailing or call list because of
      * their contact preferences
       01 SUPPRESSION-RECORD.
           05 SUP-RUN-DATE PIC 9(8).
           05 SUP-PROGRAM PIC X(8).
           05 SUP-MAILING PIC X(12).
           05 SUP-CUSTOMER-NUMBER PIC 9(7).
           05 SUP-ACCT-NUMBER PIC X(6).
           05 SUP-REASON PIC X(20).
       WORKING-STORAGE SECTION.
       01 WS-MODE PIC X(1) VALUE "D".
       01 WS-SCAN-DONE PIC X VALUE "N".
               10 WS-CUS-STATUS PIC X(1).
               10 WS-CUS-HOUSEHOLD PIC 9(4).
               10 WS-CUS-EMITTED PIC X(1).
               10 WS-CUS-SUPPRESS-REASON PIC X(20).
       01 WS-SCAN-I PIC 9(4) VALUE 0.
       01 WS-SCAN-J PIC 9(4) VALUE 0.
       01 WS-MEMBER-NAMES PIC X(41) VALUE SPACES.
       01 WS-FIELD-LEN PIC 9(2) VALUE 0.
       01 WS-EXTRACT-COUNT PIC 9(6) VALUE 0.
       01 WS-FORMAT-NUMBER PIC 9(7).
       01 WS-TODAY PIC 9(8) VALUE 0.
      * M = mailing, P = phone calls, O = other (no suppression)
       01 WS-CONTACT-PURPOSE PIC X(1) VALUE "M".
       01 WS-SUPPRESS-REASON PIC X(20) VALUE SPACES.
       01 WS-SUPPRESSED-COUNT PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "Directory, Mailing extract, Householded "
               "mailing, criteria Extract, or Summary? (D/M/H/E/S)"
           ACCEPT WS-MODE
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           EVALUATE WS-MODE
               WHEN "M"
                   PERFORM 300-MAILING-EXTRACT
           CLOSE DIRECTORY-FILE
           DISPLAY "Directory entries written: " WS-RECORD-COUNT.
       300-MAILING-EXTRACT.
           MOVE "M" TO WS-CONTACT-PURPOSE
           OPEN INPUT CUSTOMER-FILE-INDEXED
           OPEN OUTPUT MAILING-FILE
           OPEN EXTEND SUPPRESSION-FILE
           MOVE 0 TO INDEXED-CUSTOMER-NO
           START CUSTOMER-FILE-INDEXED
               KEY IS >= INDEXED-CUSTOMER-NO
           END-PERFORM
           CLOSE CUSTOMER-FILE-INDEXED
           CLOSE MAILING-FILE
           CLOSE SUPPRESSION-FILE
           DISPLAY "Mailing labels written: " WS-LABEL-COUNT
           DISPLAY "Labels suppressed:      " WS-SUPPRESSED-COUNT.
       350-WRITE-ONE-LABEL.
           IF INDEXED-CUSTOMER-STATUS = "A"
               AND INDEXED-ADDRESS-LINE-1 NOT = SPACES
               AND INDEXED-CITY NOT = SPACES
               AND INDEXED-STATE NOT = SPACES
               AND INDEXED-ZIP-CODE NOT = SPACES
               PERFORM 360-CHECK-CONTACT-PREFS
               IF WS-SUPPRESS-REASON NOT = SPACES
                   MOVE "LABELS" TO SUP-MAILING
                   MOVE INDEXED-CUSTOMER-NO TO SUP-CUSTOMER-NUMBER
                   PERFORM 370-WRITE-SUPPRESSION
               ELSE
                   ADD 1 TO WS-LABEL-COUNT
                   MOVE INDEXED-FIRST-NAME TO WS-NAM-FIRST
                   MOVE INDEXED-LAST-NAME TO WS-NAM-LAST
                   MOVE WS-NAME-LINE TO MAILING-RECORD
                   WRITE MAILING-RECORD
                   MOVE INDEXED-ADDRESS-LINE-1 TO MAILING-RECORD
                   WRITE MAILING-RECORD
                   IF INDEXED-ADDRESS-LINE-2 NOT = SPACES
                       MOVE INDEXED-ADDRESS-LINE-2 TO MAILING-RECORD
                       WRITE MAILING-RECORD
                   END-IF
                   MOVE INDEXED-CITY TO WS-CTY-CITY
                   MOVE INDEXED-STATE TO WS-CTY-STATE
                   MOVE INDEXED-ZIP-CODE TO WS-CTY-ZIP
                   MOVE WS-CITY-LINE TO MAILING-RECORD
                   WRITE MAILING-RECORD
                   MOVE SPACES TO MAILING-RECORD
                   WRITE MAILING-RECORD
               END-IF
           END-IF.
      * Sets the reason the current customer must be left off a
      * list of the kind in WS-CONTACT-PURPOSE; spaces if none.
      * For mail, do-not-mail outranks e-mail-only, which
      * outranks an address flagged undeliverable.
       360-CHECK-CONTACT-PREFS.
           MOVE SPACES TO WS-SUPPRESS-REASON
           EVALUATE WS-CONTACT-PURPOSE
               WHEN "M"
                   IF INDEXED-ADDRESS-STATUS = "U"
                       MOVE "UNDELIVERABLE" TO WS-SUPPRESS-REASON
                   END-IF
                   IF INDEXED-EMAIL-ONLY = "Y"
                       MOVE "E-MAIL ONLY" TO WS-SUPPRESS-REASON
                   END-IF
                   IF INDEXED-DO-NOT-MAIL = "Y"
                       MOVE "DO NOT MAIL" TO WS-SUPPRESS-REASON
                   END-IF
               WHEN "P"
                   IF INDEXED-DO-NOT-CALL = "Y"
                       MOVE "DO NOT CALL" TO WS-SUPPRESS-REASON
                   END-IF
           END-EVALUATE.
       370-WRITE-SUPPRESSION.
           ADD 1 TO WS-SUPPRESSED-COUNT
           MOVE WS-TODAY TO SUP-RUN-DATE
           MOVE "CUSTRPT" TO SUP-PROGRAM
           MOVE SPACES TO SUP-ACCT-NUMBER
           MOVE WS-SUPPRESS-REASON TO SUP-REASON
           WRITE SUPPRESSION-RECORD.
       400-SUMMARY-REPORT.
           OPEN INPUT CUSTOMER-FILE-INDEXED
           MOVE 0 TO INDEXED-CUSTOMER-NO
      * addressed to all members, one label per customer with no
      * household, so a couple with two records gets one copy.
       500-HOUSEHOLD-EXTRACT.
           MOVE "M" TO WS-CONTACT-PURPOSE
           PERFORM 510-LOAD-HOUSEHOLDS
           PERFORM 520-LOAD-CUSTOMERS
           OPEN OUTPUT MAILING-FILE
           OPEN EXTEND SUPPRESSION-FILE
      * Suppressed customers are taken out before any label is
      * built, so they are neither mailed nor named on another
      * member's household label
           PERFORM VARYING CUS-IDX FROM 1 BY 1
               UNTIL CUS-IDX > WS-CUST-COUNT
               IF WS-CUS-SUPPRESS-REASON(CUS-IDX) NOT = SPACES
                   MOVE "Y" TO WS-CUS-EMITTED(CUS-IDX)
                   MOVE 0 TO WS-CUS-HOUSEHOLD(CUS-IDX)
                   IF WS-CUS-STATUS(CUS-IDX) = "A"
                       MOVE WS-CUS-SUPPRESS-REASON(CUS-IDX)
                           TO WS-SUPPRESS-REASON
                       MOVE "HOUSEHOLD" TO SUP-MAILING
                       MOVE WS-CUS-NUMBER(CUS-IDX)
                           TO SUP-CUSTOMER-NUMBER
                       PERFORM 370-WRITE-SUPPRESSION
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING CUS-IDX FROM 1 BY 1
               UNTIL CUS-IDX > WS-CUST-COUNT
               IF WS-CUS-STATUS(CUS-IDX) = "A"
               END-IF
           END-PERFORM
           CLOSE MAILING-FILE
           CLOSE SUPPRESSION-FILE
           DISPLAY "Householded labels written: " WS-LABEL-COUNT
           DISPLAY "Customers suppressed:       " WS-SUPPRESSED-COUNT.
       510-LOAD-HOUSEHOLDS.
           OPEN INPUT HOUSEHOLD-FILE
           READ HOUSEHOLD-FILE
                   TO WS-CUS-STATUS(WS-CUST-COUNT)
               MOVE 0 TO WS-CUS-HOUSEHOLD(WS-CUST-COUNT)
               MOVE "N" TO WS-CUS-EMITTED(WS-CUST-COUNT)
               PERFORM 360-CHECK-CONTACT-PREFS
               MOVE WS-SUPPRESS-REASON
                   TO WS-CUS-SUPPRESS-REASON(WS-CUST-COUNT)
               PERFORM VARYING HH-IDX FROM 1 BY 1
                   UNTIL HH-IDX > WS-HH-COUNT
                   IF WS-HH-CUSTOMER(HH-IDX) = INDEXED-CUSTOMER-NO
      * to need a code change are described in
      * EXTRACT-CRITERIA.dat instead.
       600-CRITERIA-EXTRACT.
           DISPLAY "Is the extract for Mailing, Phone calls, or "
               "Other use? (M/P/O)"
           ACCEPT WS-CONTACT-PURPOSE
           MOVE FUNCTION UPPER-CASE(WS-CONTACT-PURPOSE)
               TO WS-CONTACT-PURPOSE
           IF WS-CONTACT-PURPOSE NOT = "P"
               AND WS-CONTACT-PURPOSE NOT = "O"
               MOVE "M" TO WS-CONTACT-PURPOSE
           END-IF
           PERFORM 610-LOAD-CRITERIA
           IF WS-SEL-COUNT = 0
               DISPLAY "No SEL records in EXTRACT-CRITERIA.dat - "
           MOVE "N" TO WS-SCAN-DONE
           OPEN INPUT CUSTOMER-FILE-INDEXED
           OPEN OUTPUT EXTRACT-FILE
           OPEN EXTEND SUPPRESSION-FILE
           MOVE 0 TO INDEXED-CUSTOMER-NO
           START CUSTOMER-FILE-INDEXED
               KEY IS >= INDEXED-CUSTOMER-NO
                   NOT AT END
                       PERFORM 640-TEST-ONE-CUSTOMER
                       IF WS-RUNNING-RESULT = "Y"
                           PERFORM 360-CHECK-CONTACT-PREFS
                           IF WS-SUPPRESS-REASON NOT = SPACES
                               MOVE "EXTRACT" TO SUP-MAILING
                               MOVE INDEXED-CUSTOMER-NO
                                   TO SUP-CUSTOMER-NUMBER
                               PERFORM 370-WRITE-SUPPRESSION
                           ELSE
                               ADD 1 TO WS-EXTRACT-COUNT
                               PERFORM 680-WRITE-EXTRACT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE-INDEXED
           CLOSE EXTRACT-FILE
           CLOSE SUPPRESSION-FILE
           DISPLAY "Customers extracted: " WS-EXTRACT-COUNT
           DISPLAY "Customers suppressed: " WS-SUPPRESSED-COUNT
           DISPLAY "Extract written to CUSTOMER-EXTRACT.dat".
      * Criteria combine left to right: each SEL record's
      * connector joins its own result onto the running result
                   MOVE INDEXED-EMAIL-ADDRESS TO WS-FIELD-VALUE
               WHEN "STATUS"
                   MOVE INDEXED-CUSTOMER-STATUS TO WS-FIELD-VALUE
               WHEN "DO-NOT-MAIL"
                   MOVE INDEXED-DO-NOT-MAIL TO WS-FIELD-VALUE
               WHEN "DO-NOT-CALL"
                   MOVE INDEXED-DO-NOT-CALL TO WS-FIELD-VALUE
               WHEN "EMAIL-ONLY"
                   MOVE INDEXED-EMAIL-ONLY TO WS-FIELD-VALUE
               WHEN "LANGUAGE"
                   MOVE INDEXED-LANGUAGE TO WS-FIELD-VALUE
               WHEN "ADDRESS-STATUS"
                   MOVE INDEXED-ADDRESS-STATUS TO WS-FIELD-VALUE
               WHEN OTHER
                   DISPLAY "Unknown field name " WS-FIELD-NAME
           END-EVALUATE.
