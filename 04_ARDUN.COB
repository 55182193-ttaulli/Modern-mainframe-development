       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARDUN.
      * Dunning letters and credit hold. Every customer on
      * CUSTOMERS-INDEXED.Dat is checked against the open
      * invoices on AR-OPEN-ITEMS.dat. An invoice 30, 60 or 90
      * days past its due date earns a first reminder, second
      * notice or final notice; each level is sent once per
      * invoice, and ARO-DUN-LEVEL records the highest one sent.
      * A customer gets one letter at the highest new level
      * reached, listing all of their past-due items, on
      * DUNNING-LETTERS.dat with a line per letter on
      * DUNNING-REGISTER.dat. Customers who asked not to be
      * mailed, or to be contacted by e-mail only, or whose
      * address is flagged undeliverable, get no letter; they
      * are listed on MAIL-SUPPRESSION.dat instead.
      * A customer who owes anything 90 days or more past due,
      * after their open credits, is put on credit hold; the
      * hold is released once that balance is cleared. Both are
      * logged to CUSTOMER-CHANGE-LOG.dat. Customer maintenance
      * shows the hold and ARINV warns when billing a held
      * customer.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO
           "RUN-CONTROL.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AR-OPEN-ITEM-FILE ASSIGN TO
           "AR-OPEN-ITEMS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-FILE-INDEXED ASSIGN TO
           "CUSTOMERS-INDEXED.Dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS INDEXED-CUSTOMER-NO
           ALTERNATE RECORD KEY IS INDEXED-LAST-NAME
               WITH DUPLICATES.
           SELECT LETTER-FILE ASSIGN TO
           "DUNNING-LETTERS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO
           "DUNNING-REGISTER.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUPPRESSION-FILE ASSIGN TO
           "MAIL-SUPPRESSION.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHANGE-LOG-FILE ASSIGN TO
           "CUSTOMER-CHANGE-LOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RUN-CTL-MODE PIC X(1).
           05 RUN-CTL-USER PIC X(20).
       FD AR-OPEN-ITEM-FILE.
       01 AR-OPEN-ITEM-RECORD.
           05 ARO-INV-NUMBER PIC X(10).
           05 ARO-CUSTOMER-NUMBER PIC 9(7).
      * ARO-TYPE: I = invoice, C = credit memo, U = unapplied cash
           05 ARO-TYPE PIC X(1).
           05 ARO-AMOUNT PIC 9(7)V99.
           05 ARO-BALANCE PIC 9(7)V99.
           05 ARO-INV-DATE PIC 9(8).
           05 ARO-DUE-DATE PIC 9(8).
           05 ARO-PAID PIC X(1).
           05 ARO-LAST-PAY-DATE PIC 9(8).
           05 ARO-DUN-LEVEL PIC 9(1).
           05 ARO-DESCRIPTION PIC X(30).
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
       FD LETTER-FILE.
       01 LETTER-RECORD PIC X(80).
       FD REGISTER-FILE.
       01 REGISTER-RECORD.
           05 REG-CUSTOMER-NUMBER PIC 9(7).
           05 REG-DUN-LEVEL PIC 9(1).
           05 REG-ITEM-COUNT PIC 9(4).
           05 REG-PAST-DUE PIC 9(9)V99.
           05 REG-LETTER-DATE PIC 9(8).
       FD SUPPRESSION-FILE.
       01 SUPPRESSION-RECORD.
           05 SUP-RUN-DATE PIC 9(8).
           05 SUP-PROGRAM PIC X(8).
           05 SUP-MAILING PIC X(12).
           05 SUP-CUSTOMER-NUMBER PIC 9(7).
           05 SUP-ACCT-NUMBER PIC X(6).
           05 SUP-REASON PIC X(20).
       FD CHANGE-LOG-FILE.
       01 CHANGE-LOG-RECORD.
           05 CLG-CUSTOMER-NUMBER PIC 9(7).
           05 CLG-ACTION PIC X(6).
           05 CLG-FIELD-NAME PIC X(20).
           05 CLG-OLD-VALUE PIC X(30).
           05 CLG-NEW-VALUE PIC X(30).
           05 CLG-TIMESTAMP PIC 9(14).
           05 CLG-USERNAME PIC X(20).
       WORKING-STORAGE SECTION.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-TODAY-DAYS PIC 9(8) VALUE 0.
       01 WS-USERNAME PIC X(20) VALUE "ARDUN".
       01 WS-OPEN-EOF PIC X VALUE "N".
       01 WS-SCAN-DONE PIC X VALUE "N".
       01 WS-OPEN-COUNT PIC 9(4) VALUE 0.
       01 WS-OPEN-TABLE.
           05 WS-OPEN-ENTRY OCCURS 2000 TIMES INDEXED BY OPN-IDX.
               10 WS-ARO-INV-NUMBER PIC X(10).
               10 WS-ARO-CUSTOMER-NUMBER PIC 9(7).
               10 WS-ARO-TYPE PIC X(1).
               10 WS-ARO-AMOUNT PIC 9(7)V99.
               10 WS-ARO-BALANCE PIC 9(7)V99.
               10 WS-ARO-INV-DATE PIC 9(8).
               10 WS-ARO-DUE-DATE PIC 9(8).
               10 WS-ARO-PAID PIC X(1).
               10 WS-ARO-LAST-PAY-DATE PIC 9(8).
               10 WS-ARO-DUN-LEVEL PIC 9(1).
               10 WS-ARO-DESCRIPTION PIC X(30).
       01 WS-DAYS-PAST-DUE PIC S9(8) VALUE 0.
       01 WS-ITEM-LEVEL PIC 9(1) VALUE 0.
       01 WS-LETTER-LEVEL PIC 9(1) VALUE 0.
       01 WS-PAST-DUE-COUNT PIC 9(4) VALUE 0.
       01 WS-PAST-DUE-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-OVER-90-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-CREDIT-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-SUPPRESS-REASON PIC X(20) VALUE SPACES.
       01 WS-NEW-HOLD PIC X(1) VALUE "N".
       01 WS-CURRENT-DATE PIC 9(8) VALUE 0.
       01 WS-CURRENT-TIME PIC 9(8) VALUE 0.
       01 WS-CUSTOMER-COUNT PIC 9(6) VALUE 0.
       01 WS-LETTER-COUNT PIC 9(6) VALUE 0.
       01 WS-SUPPRESSED-COUNT PIC 9(6) VALUE 0.
       01 WS-HELD-COUNT PIC 9(6) VALUE 0.
       01 WS-RELEASED-COUNT PIC 9(6) VALUE 0.
       01 WS-NAME-LINE.
           05 WS-NAM-FIRST PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-NAM-LAST PIC X(20).
       01 WS-CITY-LINE.
           05 WS-CTY-CITY PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CTY-STATE PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CTY-ZIP PIC X(10).
       01 WS-ITEM-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-ITM-INV-NUMBER PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-ITM-DESCRIPTION PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-ITM-DUE-DATE PIC 9(8).
           05 WS-ITM-BALANCE PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ITEM-HEADING.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "INVOICE".
           05 FILLER PIC X(31) VALUE "DESCRIPTION".
           05 FILLER PIC X(8) VALUE "DUE DATE".
           05 FILLER PIC X(14) VALUE "       BALANCE".
       01 WS-FORMAT-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
           PERFORM 040-READ-RUN-CONTROL
           PERFORM 150-LOAD-OPEN-ITEMS
           OPEN I-O CUSTOMER-FILE-INDEXED
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT REGISTER-FILE
           OPEN EXTEND SUPPRESSION-FILE
           OPEN EXTEND CHANGE-LOG-FILE
           MOVE 0 TO INDEXED-CUSTOMER-NO
           START CUSTOMER-FILE-INDEXED
               KEY IS >= INDEXED-CUSTOMER-NO
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ CUSTOMER-FILE-INDEXED NEXT RECORD
                   AT END MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END
                       ADD 1 TO WS-CUSTOMER-COUNT
                       PERFORM 200-REVIEW-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE-INDEXED
           CLOSE LETTER-FILE
           CLOSE REGISTER-FILE
           CLOSE SUPPRESSION-FILE
           CLOSE CHANGE-LOG-FILE
           PERFORM 500-SAVE-OPEN-ITEMS
           DISPLAY "Customers reviewed:       " WS-CUSTOMER-COUNT
           DISPLAY "Dunning letters written:  " WS-LETTER-COUNT
           DISPLAY "Letters suppressed:       " WS-SUPPRESSED-COUNT
           DISPLAY "Placed on credit hold:    " WS-HELD-COUNT
           DISPLAY "Released from hold:       " WS-RELEASED-COUNT
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
       150-LOAD-OPEN-ITEMS.
           OPEN INPUT AR-OPEN-ITEM-FILE
           READ AR-OPEN-ITEM-FILE
               AT END MOVE "Y" TO WS-OPEN-EOF
           END-READ
           PERFORM UNTIL WS-OPEN-EOF = "Y"
               IF WS-OPEN-COUNT < 2000
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE ARO-INV-NUMBER
                       TO WS-ARO-INV-NUMBER(WS-OPEN-COUNT)
                   MOVE ARO-CUSTOMER-NUMBER
                       TO WS-ARO-CUSTOMER-NUMBER(WS-OPEN-COUNT)
                   MOVE ARO-TYPE TO WS-ARO-TYPE(WS-OPEN-COUNT)
                   MOVE ARO-AMOUNT TO WS-ARO-AMOUNT(WS-OPEN-COUNT)
                   MOVE ARO-BALANCE TO WS-ARO-BALANCE(WS-OPEN-COUNT)
                   MOVE ARO-INV-DATE TO WS-ARO-INV-DATE(WS-OPEN-COUNT)
                   MOVE ARO-DUE-DATE TO WS-ARO-DUE-DATE(WS-OPEN-COUNT)
                   MOVE ARO-PAID TO WS-ARO-PAID(WS-OPEN-COUNT)
                   MOVE ARO-LAST-PAY-DATE
                       TO WS-ARO-LAST-PAY-DATE(WS-OPEN-COUNT)
                   MOVE ARO-DUN-LEVEL
                       TO WS-ARO-DUN-LEVEL(WS-OPEN-COUNT)
                   MOVE ARO-DESCRIPTION
                       TO WS-ARO-DESCRIPTION(WS-OPEN-COUNT)
               ELSE
                   DISPLAY "Open item table full, record skipped"
               END-IF
               READ AR-OPEN-ITEM-FILE
                   AT END MOVE "Y" TO WS-OPEN-EOF
               END-READ
           END-PERFORM
           CLOSE AR-OPEN-ITEM-FILE.
       200-REVIEW-CUSTOMER.
           MOVE 0 TO WS-LETTER-LEVEL
           MOVE 0 TO WS-PAST-DUE-COUNT
           MOVE 0 TO WS-PAST-DUE-TOTAL
           MOVE 0 TO WS-OVER-90-TOTAL
           MOVE 0 TO WS-CREDIT-TOTAL
           PERFORM VARYING OPN-IDX FROM 1 BY 1
               UNTIL OPN-IDX > WS-OPEN-COUNT
               IF WS-ARO-CUSTOMER-NUMBER(OPN-IDX) =
                   INDEXED-CUSTOMER-NO
                   AND WS-ARO-PAID(OPN-IDX) = "N"
                   AND WS-ARO-BALANCE(OPN-IDX) > 0
                   IF WS-ARO-TYPE(OPN-IDX) = "I"
                       PERFORM 220-SET-ITEM-LEVEL
                       IF WS-DAYS-PAST-DUE > 0
                           ADD 1 TO WS-PAST-DUE-COUNT
                           ADD WS-ARO-BALANCE(OPN-IDX)
                               TO WS-PAST-DUE-TOTAL
                       END-IF
                       IF WS-ITEM-LEVEL = 3
                           ADD WS-ARO-BALANCE(OPN-IDX)
                               TO WS-OVER-90-TOTAL
                       END-IF
                       IF WS-ITEM-LEVEL > WS-ARO-DUN-LEVEL(OPN-IDX)
                           AND WS-ITEM-LEVEL > WS-LETTER-LEVEL
                           MOVE WS-ITEM-LEVEL TO WS-LETTER-LEVEL
                       END-IF
                   ELSE
                       ADD WS-ARO-BALANCE(OPN-IDX) TO WS-CREDIT-TOTAL
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 300-SET-CREDIT-HOLD
           IF WS-LETTER-LEVEL > 0
               PERFORM 360-CHECK-CONTACT-PREFS
               IF WS-SUPPRESS-REASON = SPACES
                   PERFORM 400-WRITE-LETTER
                   PERFORM 450-WRITE-REGISTER
               ELSE
                   PERFORM 460-WRITE-SUPPRESSION
               END-IF
               PERFORM 470-MARK-ITEMS-DUNNED
           END-IF.
      * Dunning level an open invoice has reached: 1 at 30 days
      * past due, 2 at 60 days, 3 at 90 days or more
       220-SET-ITEM-LEVEL.
           MOVE 0 TO WS-ITEM-LEVEL
           MOVE 0 TO WS-DAYS-PAST-DUE
           IF WS-ARO-DUE-DATE(OPN-IDX) > 0
               COMPUTE WS-DAYS-PAST-DUE = WS-TODAY-DAYS -
                   FUNCTION INTEGER-OF-DATE(WS-ARO-DUE-DATE(OPN-IDX))
               EVALUATE TRUE
                   WHEN WS-DAYS-PAST-DUE >= 90
                       MOVE 3 TO WS-ITEM-LEVEL
                   WHEN WS-DAYS-PAST-DUE >= 60
                       MOVE 2 TO WS-ITEM-LEVEL
                   WHEN WS-DAYS-PAST-DUE >= 30
                       MOVE 1 TO WS-ITEM-LEVEL
               END-EVALUATE
           END-IF.
      * Open credits and unapplied cash offset the 90-day balance
      * before a hold is placed
       300-SET-CREDIT-HOLD.
           IF WS-OVER-90-TOTAL > WS-CREDIT-TOTAL
               MOVE "Y" TO WS-NEW-HOLD
           ELSE
               MOVE "N" TO WS-NEW-HOLD
           END-IF
           IF WS-NEW-HOLD = "Y" AND INDEXED-CREDIT-HOLD NOT = "Y"
               MOVE "HOLD" TO CLG-ACTION
               MOVE "NOT ON HOLD" TO CLG-OLD-VALUE
               MOVE SPACES TO CLG-NEW-VALUE
               STRING "ON HOLD " WS-TODAY
                   DELIMITED BY SIZE INTO CLG-NEW-VALUE
               MOVE "Y" TO INDEXED-CREDIT-HOLD
               MOVE WS-TODAY TO INDEXED-HOLD-DATE
               PERFORM 350-REWRITE-CUSTOMER
               ADD 1 TO WS-HELD-COUNT
           END-IF
           IF WS-NEW-HOLD = "N" AND INDEXED-CREDIT-HOLD = "Y"
               MOVE "RELEAS" TO CLG-ACTION
               MOVE SPACES TO CLG-OLD-VALUE
               STRING "ON HOLD " INDEXED-HOLD-DATE
                   DELIMITED BY SIZE INTO CLG-OLD-VALUE
               MOVE "NOT ON HOLD" TO CLG-NEW-VALUE
               MOVE "N" TO INDEXED-CREDIT-HOLD
               MOVE WS-TODAY TO INDEXED-HOLD-DATE
               PERFORM 350-REWRITE-CUSTOMER
               ADD 1 TO WS-RELEASED-COUNT
           END-IF.
       350-REWRITE-CUSTOMER.
           REWRITE INDEXED-CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "Unable to update credit hold for "
                       INDEXED-CUSTOMER-NO
               NOT INVALID KEY
                   MOVE INDEXED-CUSTOMER-NO TO CLG-CUSTOMER-NUMBER
                   MOVE "CREDIT-HOLD" TO CLG-FIELD-NAME
                   ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-CURRENT-TIME FROM TIME
      * TIME returns HHMMSSss; drop the hundredths so the
      * 14-digit stamp carries date plus HHMMSS
                   COMPUTE CLG-TIMESTAMP =
                       WS-CURRENT-DATE * 1000000
                       + WS-CURRENT-TIME / 100
                   MOVE WS-USERNAME TO CLG-USERNAME
                   WRITE CHANGE-LOG-RECORD
           END-REWRITE.
      * Do-not-mail outranks e-mail-only, which outranks a
      * returned-mail flag, when more than one is set
       360-CHECK-CONTACT-PREFS.
           MOVE SPACES TO WS-SUPPRESS-REASON
           IF INDEXED-ADDRESS-STATUS = "U"
               MOVE "UNDELIVERABLE" TO WS-SUPPRESS-REASON
           END-IF
           IF INDEXED-EMAIL-ONLY = "Y"
               MOVE "E-MAIL ONLY" TO WS-SUPPRESS-REASON
           END-IF
           IF INDEXED-DO-NOT-MAIL = "Y"
               MOVE "DO NOT MAIL" TO WS-SUPPRESS-REASON
           END-IF.
       400-WRITE-LETTER.
           ADD 1 TO WS-LETTER-COUNT
           MOVE INDEXED-FIRST-NAME TO WS-NAM-FIRST
           MOVE INDEXED-LAST-NAME TO WS-NAM-LAST
           MOVE WS-NAME-LINE TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE INDEXED-ADDRESS-LINE-1 TO LETTER-RECORD
           WRITE LETTER-RECORD
           IF INDEXED-ADDRESS-LINE-2 NOT = SPACES
               MOVE INDEXED-ADDRESS-LINE-2 TO LETTER-RECORD
               WRITE LETTER-RECORD
           END-IF
           MOVE INDEXED-CITY TO WS-CTY-CITY
           MOVE INDEXED-STATE TO WS-CTY-STATE
           MOVE INDEXED-ZIP-CODE TO WS-CTY-ZIP
           MOVE WS-CITY-LINE TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           STRING "Customer " INDEXED-CUSTOMER-NO
               "      Date " WS-TODAY
               DELIMITED BY SIZE INTO LETTER-RECORD
           WRITE LETTER-RECORD
           EVALUATE WS-LETTER-LEVEL
               WHEN 1
                   MOVE "REMINDER - YOUR ACCOUNT IS PAST DUE"
                       TO LETTER-RECORD
               WHEN 2
                   MOVE SPACES TO LETTER-RECORD
                   STRING "SECOND NOTICE - YOUR ACCOUNT IS 60 DAYS "
                       "PAST DUE" DELIMITED BY SIZE INTO LETTER-RECORD
               WHEN OTHER
                   MOVE SPACES TO LETTER-RECORD
                   STRING "FINAL NOTICE - YOUR ACCOUNT IS 90 DAYS "
                       "PAST DUE" DELIMITED BY SIZE INTO LETTER-RECORD
           END-EVALUATE
           WRITE LETTER-RECORD
           MOVE "The following items on your account are past due:"
               TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE WS-ITEM-HEADING TO LETTER-RECORD
           WRITE LETTER-RECORD
           PERFORM VARYING OPN-IDX FROM 1 BY 1
               UNTIL OPN-IDX > WS-OPEN-COUNT
               IF WS-ARO-CUSTOMER-NUMBER(OPN-IDX) =
                   INDEXED-CUSTOMER-NO
                   AND WS-ARO-TYPE(OPN-IDX) = "I"
                   AND WS-ARO-PAID(OPN-IDX) = "N"
                   AND WS-ARO-BALANCE(OPN-IDX) > 0
                   PERFORM 220-SET-ITEM-LEVEL
                   IF WS-DAYS-PAST-DUE > 0
                       MOVE WS-ARO-INV-NUMBER(OPN-IDX)
                           TO WS-ITM-INV-NUMBER
                       MOVE WS-ARO-DESCRIPTION(OPN-IDX)
                           TO WS-ITM-DESCRIPTION
                       MOVE WS-ARO-DUE-DATE(OPN-IDX) TO WS-ITM-DUE-DATE
                       MOVE WS-ARO-BALANCE(OPN-IDX) TO WS-ITM-BALANCE
                       MOVE WS-ITEM-LINE TO LETTER-RECORD
                       WRITE LETTER-RECORD
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-PAST-DUE-TOTAL TO WS-FORMAT-TOTAL
           MOVE SPACES TO LETTER-RECORD
           STRING "Total past due: " WS-FORMAT-TOTAL
               DELIMITED BY SIZE INTO LETTER-RECORD
           WRITE LETTER-RECORD
           IF WS-CREDIT-TOTAL > 0
               MOVE WS-CREDIT-TOTAL TO WS-FORMAT-TOTAL
               MOVE SPACES TO LETTER-RECORD
               STRING "Less credits on account: " WS-FORMAT-TOTAL
                   DELIMITED BY SIZE INTO LETTER-RECORD
               WRITE LETTER-RECORD
           END-IF
           IF INDEXED-CREDIT-HOLD = "Y"
               MOVE "Your account has been placed on credit hold."
                   TO LETTER-RECORD
               WRITE LETTER-RECORD
           END-IF
           MOVE SPACES TO LETTER-RECORD
           STRING "Please remit payment or contact us if you have "
               "already paid." DELIMITED BY SIZE INTO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE ALL "-" TO LETTER-RECORD
           WRITE LETTER-RECORD.
       450-WRITE-REGISTER.
           MOVE INDEXED-CUSTOMER-NO TO REG-CUSTOMER-NUMBER
           MOVE WS-LETTER-LEVEL TO REG-DUN-LEVEL
           MOVE WS-PAST-DUE-COUNT TO REG-ITEM-COUNT
           MOVE WS-PAST-DUE-TOTAL TO REG-PAST-DUE
           MOVE WS-TODAY TO REG-LETTER-DATE
           WRITE REGISTER-RECORD.
       460-WRITE-SUPPRESSION.
           ADD 1 TO WS-SUPPRESSED-COUNT
           MOVE WS-TODAY TO SUP-RUN-DATE
           MOVE "ARDUN" TO SUP-PROGRAM
           MOVE "DUNNING" TO SUP-MAILING
           MOVE INDEXED-CUSTOMER-NO TO SUP-CUSTOMER-NUMBER
           MOVE SPACES TO SUP-ACCT-NUMBER
           MOVE WS-SUPPRESS-REASON TO SUP-REASON
           WRITE SUPPRESSION-RECORD.
      * A suppressed letter still counts as sent for that level,
      * so the same notice is not listed again on the next run
       470-MARK-ITEMS-DUNNED.
           PERFORM VARYING OPN-IDX FROM 1 BY 1
               UNTIL OPN-IDX > WS-OPEN-COUNT
               IF WS-ARO-CUSTOMER-NUMBER(OPN-IDX) =
                   INDEXED-CUSTOMER-NO
                   AND WS-ARO-TYPE(OPN-IDX) = "I"
                   AND WS-ARO-PAID(OPN-IDX) = "N"
                   PERFORM 220-SET-ITEM-LEVEL
                   IF WS-ITEM-LEVEL > WS-ARO-DUN-LEVEL(OPN-IDX)
                       MOVE WS-ITEM-LEVEL TO WS-ARO-DUN-LEVEL(OPN-IDX)
                   END-IF
               END-IF
           END-PERFORM.
       500-SAVE-OPEN-ITEMS.
           OPEN OUTPUT AR-OPEN-ITEM-FILE
           PERFORM VARYING OPN-IDX FROM 1 BY 1
               UNTIL OPN-IDX > WS-OPEN-COUNT
               MOVE WS-ARO-INV-NUMBER(OPN-IDX) TO ARO-INV-NUMBER
               MOVE WS-ARO-CUSTOMER-NUMBER(OPN-IDX)
                   TO ARO-CUSTOMER-NUMBER
               MOVE WS-ARO-TYPE(OPN-IDX) TO ARO-TYPE
               MOVE WS-ARO-AMOUNT(OPN-IDX) TO ARO-AMOUNT
               MOVE WS-ARO-BALANCE(OPN-IDX) TO ARO-BALANCE
               MOVE WS-ARO-INV-DATE(OPN-IDX) TO ARO-INV-DATE
               MOVE WS-ARO-DUE-DATE(OPN-IDX) TO ARO-DUE-DATE
               MOVE WS-ARO-PAID(OPN-IDX) TO ARO-PAID
               MOVE WS-ARO-LAST-PAY-DATE(OPN-IDX) TO ARO-LAST-PAY-DATE
               MOVE WS-ARO-DUN-LEVEL(OPN-IDX) TO ARO-DUN-LEVEL
               MOVE WS-ARO-DESCRIPTION(OPN-IDX) TO ARO-DESCRIPTION
               WRITE AR-OPEN-ITEM-RECORD
           END-PERFORM
           CLOSE AR-OPEN-ITEM-FILE.
