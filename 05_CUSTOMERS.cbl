           SELECT OPTIONAL SESSION-FILE ASSIGN TO
           "SESSION.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BATCH-LOCK-FILE ASSIGN TO
           "BATCH-LOCKS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PERMISSION-FILE ASSIGN TO
           "PERMISSIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
      * Date the status last changed; set when records are added,
      * merged, archived, or restored
           05 INDEXED-STATUS-DATE PIC 9(8).
      * Taxpayer ID for year-end interest reporting; blank until
      * the customer's W-9 is on file
           05 INDEXED-TAX-ID PIC X(9).
      * Contact preferences, Y or N. E-mail only means no paper
      * mailings; the mailing programs skip the customer and
      * record why on MAIL-SUPPRESSION.dat.
           05 INDEXED-DO-NOT-MAIL PIC X(1).
           05 INDEXED-DO-NOT-CALL PIC X(1).
           05 INDEXED-EMAIL-ONLY PIC X(1).
      * Preferred language code, e.g. EN, ES; blank = EN
           05 INDEXED-LANGUAGE PIC X(2).
      * U = mail to this address was returned undeliverable;
      * the mailing programs skip it until maintenance changes or
      * confirms the address. Date and reason are of the latest
      * return, posted by RETMAIL.
           05 INDEXED-ADDRESS-STATUS PIC X(1).
           05 INDEXED-RETURN-DATE PIC 9(8).
           05 INDEXED-RETURN-REASON PIC X(2).
      * Y = receivables past due 90 days or more; set and
      * released by ARDUN, with the date it last changed
           05 INDEXED-CREDIT-HOLD PIC X(1).
           05 INDEXED-HOLD-DATE PIC 9(8).
       FD REJECTS-FILE.
       01 REJECT-RECORD.
           05 REJ-CUSTOMER-NUMBER PIC 9(7).
           05 MNT-PHONE-NUMBER PIC X(15).
           05 MNT-EMAIL-ADDRESS PIC X(40).
           05 MNT-STATUS PIC X(1).
           05 MNT-TAX-ID PIC X(9).
      * Contact preferences: Y, N, or blank (blank = N on add,
      * no change on change)
           05 MNT-DO-NOT-MAIL PIC X(1).
           05 MNT-DO-NOT-CALL PIC X(1).
           05 MNT-EMAIL-ONLY PIC X(1).
           05 MNT-LANGUAGE PIC X(2).
      * Y = the address on file was checked and is good for
      * mail; also implied by any change to the address
           05 MNT-ADDRESS-CONFIRMED PIC X(1).
       FD MAINT-CONTROL-FILE.
       01 MAINT-CONTROL-RECORD PIC X(60).
       FD ARCHIVE-FILE.
           05 ARC-EMAIL-ADDRESS PIC X(40).
           05 ARC-STATUS PIC X(1).
           05 ARC-STATUS-DATE PIC 9(8).
           05 ARC-TAX-ID PIC X(9).
           05 ARC-DO-NOT-MAIL PIC X(1).
           05 ARC-DO-NOT-CALL PIC X(1).
           05 ARC-EMAIL-ONLY PIC X(1).
           05 ARC-LANGUAGE PIC X(2).
           05 ARC-ADDRESS-STATUS PIC X(1).
           05 ARC-RETURN-DATE PIC 9(8).
           05 ARC-RETURN-REASON PIC X(2).
           05 ARC-CREDIT-HOLD PIC X(1).
           05 ARC-HOLD-DATE PIC 9(8).
       FD XREF-FILE.
       01 XREF-RECORD.
           05 XRF-CUSTOMER-NUMBER PIC 9(7).
       01 PERMISSION-RECORD.
           05 PRM-ROLE PIC X(1).
           05 PRM-FUNCTION PIC X(12).
       FD BATCH-LOCK-FILE.
      * Masters held by a running nightly step
       01 BATCH-LOCK-RECORD.
           05 LCK-FILE-NAME PIC X(30).
           05 LCK-STEP-NO PIC 9(2).
           05 LCK-PROGRAM PIC X(12).
           05 LCK-RUN-DATE PIC 9(8).
           05 LCK-SET-DATE PIC 9(8).
           05 LCK-SET-TIME PIC 9(8).
       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SES-USERNAME PIC X(20).
       01 WS-PERM-FUNCTION PIC X(12) VALUE SPACES.
       01 WS-PERM-OK PIC X VALUE "N".
       01 WS-MAINT-ALLOWED PIC X VALUE "N".
       01 WS-PREF-ANSWER PIC X(1) VALUE SPACES.
       01 WS-OLD-PREFS.
           05 WS-OLD-DO-NOT-MAIL PIC X(1).
           05 WS-OLD-DO-NOT-CALL PIC X(1).
           05 WS-OLD-EMAIL-ONLY PIC X(1).
           05 WS-OLD-LANGUAGE PIC X(2).
       01 WS-SEARCH-TYPE PIC X(1) VALUE SPACES.
       01 WS-SEARCH-LAST-NAME PIC X(20) VALUE SPACES.
       01 WS-NAME-SEARCH-DONE PIC X VALUE "N".
           05 WS-DUP-ZIP PIC X(10).
           05 WS-DUP-PHONE PIC X(15).
           05 WS-DUP-EMAIL PIC X(40).
           05 WS-DUP-TAX-ID PIC X(9).
           05 WS-DUP-DO-NOT-MAIL PIC X(1).
           05 WS-DUP-DO-NOT-CALL PIC X(1).
           05 WS-DUP-EMAIL-ONLY PIC X(1).
           05 WS-DUP-LANGUAGE PIC X(2).
           05 WS-DUP-CREDIT-HOLD PIC X(1).
           05 WS-DUP-HOLD-DATE PIC 9(8).
       01 WS-HOUSEHOLD-EOF PIC X VALUE "N".
       01 WS-HH-COUNT PIC 9(4) VALUE 0.
       01 WS-HH-TABLE.
           05 WS-SES-MM PIC 9(2).
           05 FILLER PIC 9(4).
       01 WS-SESSION-AGE-MINS PIC S9(8) VALUE 0.
       01 WS-LOCK-EOF PIC X VALUE "N".
       01 WS-MASTER-LOCKED PIC X VALUE "N".
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 060-LOAD-PERMISSIONS
                   IF RECORD-IS-VALID
                       MOVE CUSTOMER-RECORD TO INDEXED-CUSTOMER-RECORD
                       ACCEPT INDEXED-STATUS-DATE FROM DATE YYYYMMDD
                       MOVE SPACES TO INDEXED-TAX-ID
                       MOVE "N" TO INDEXED-DO-NOT-MAIL
                       MOVE "N" TO INDEXED-DO-NOT-CALL
                       MOVE "N" TO INDEXED-EMAIL-ONLY
                       MOVE SPACES TO INDEXED-LANGUAGE
                       MOVE SPACES TO INDEXED-ADDRESS-STATUS
                       MOVE 0 TO INDEXED-RETURN-DATE
                       MOVE SPACES TO INDEXED-RETURN-REASON
                       MOVE SPACES TO INDEXED-CREDIT-HOLD
                       MOVE 0 TO INDEXED-HOLD-DATE
                       WRITE INDEXED-CUSTOMER-RECORD
                           INVALID KEY
                           MOVE "DUPLICATE CUSTOMER NUMBER"
           PERFORM 405-LOAD-SESSION
           OPEN I-O CUSTOMER-FILE-INDEXED
           MOVE "N" TO WS-DONE
           PERFORM 407-CHECK-BATCH-LOCK
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "Inquire, Add, Change, Delete, Merge, "
                   "Restore, account Links, or Quit? "
                       PERFORM 440-INQUIRE-CUSTOMER
                   WHEN "M"
                       IF WS-MAINT-ALLOWED = "Y"
                           PERFORM 407-CHECK-BATCH-LOCK
                           IF WS-MASTER-LOCKED = "N"
                               PERFORM 460-MERGE-CUSTOMER
                           END-IF
                       ELSE
                           DISPLAY "Your role does not permit "
                               "customer maintenance."
                       END-IF
                   WHEN "R"
                       IF WS-MAINT-ALLOWED = "Y"
                           PERFORM 407-CHECK-BATCH-LOCK
                           IF WS-MASTER-LOCKED = "N"
                               PERFORM 470-RESTORE-CUSTOMER
                           END-IF
                       ELSE
                           DISPLAY "Your role does not permit "
                               "customer maintenance."
                       PERFORM 480-XREF-MENU
                   WHEN "A"
                       IF WS-MAINT-ALLOWED = "Y"
                           PERFORM 407-CHECK-BATCH-LOCK
                           IF WS-MASTER-LOCKED = "N"
                               PERFORM 410-ADD-CUSTOMER
                           END-IF
                       ELSE
                           DISPLAY "Your role does not permit "
                               "customer maintenance."
                       END-IF
                   WHEN "C"
                       IF WS-MAINT-ALLOWED = "Y"
                           PERFORM 407-CHECK-BATCH-LOCK
                           IF WS-MASTER-LOCKED = "N"
                               PERFORM 420-CHANGE-CUSTOMER
                           END-IF
                       ELSE
                           DISPLAY "Your role does not permit "
                               "customer maintenance."
                       END-IF
                   WHEN "D"
                       IF WS-MAINT-ALLOWED = "Y"
                           PERFORM 407-CHECK-BATCH-LOCK
                           IF WS-MASTER-LOCKED = "N"
                               PERFORM 430-DELETE-CUSTOMER
                           END-IF
                       ELSE
                           DISPLAY "Your role does not permit "
                               "customer maintenance."
                   "Sign on through LOGIN first."
           END-IF
           PERFORM 408-SET-MAINT-PERMISSION.
      * The nightly run locks a master while a step rewrites it;
      * until the lock is released updates are refused and only
      * inquiry is allowed.
       407-CHECK-BATCH-LOCK.
           MOVE "N" TO WS-MASTER-LOCKED
           MOVE "N" TO WS-LOCK-EOF
           OPEN INPUT BATCH-LOCK-FILE
           READ BATCH-LOCK-FILE
               AT END MOVE "Y" TO WS-LOCK-EOF
           END-READ
           PERFORM UNTIL WS-LOCK-EOF = "Y"
               IF LCK-FILE-NAME = "CUSTOMERS-INDEXED.Dat"
                   AND WS-MASTER-LOCKED = "N"
                   MOVE "Y" TO WS-MASTER-LOCKED
                   DISPLAY "CUSTOMERS-INDEXED.Dat is locked for the "
                       "batch window by nightly step "
                       LCK-STEP-NO " " LCK-PROGRAM
                   DISPLAY "Lock set " LCK-SET-DATE " at "
                       LCK-SET-TIME(1:6) ". Updates to customers are "
                       "refused; inquiry is still available."
               END-IF
               READ BATCH-LOCK-FILE
                   AT END MOVE "Y" TO WS-LOCK-EOF
               END-READ
           END-PERFORM
           CLOSE BATCH-LOCK-FILE.
      * The central permission matrix decides who may maintain
      * customers; without one the historical role check stands.
       408-SET-MAINT-PERMISSION.
                       INDEXED-LAST-NAME
                   DISPLAY "Phone: " INDEXED-PHONE-NUMBER
                   DISPLAY "Status: " INDEXED-CUSTOMER-STATUS
                   DISPLAY "Do not mail: " INDEXED-DO-NOT-MAIL
                       "  Do not call: " INDEXED-DO-NOT-CALL
                       "  E-mail only: " INDEXED-EMAIL-ONLY
                       "  Language: " INDEXED-LANGUAGE
                   IF INDEXED-ADDRESS-STATUS = "U"
                       DISPLAY "*** Address undeliverable - mail "
                           "returned " INDEXED-RETURN-DATE
                           " reason " INDEXED-RETURN-REASON " ***"
                   END-IF
                   IF INDEXED-CREDIT-HOLD = "Y"
                       DISPLAY "*** Credit hold since "
                           INDEXED-HOLD-DATE
                           " - receivables 90+ days past due ***"
                   END-IF
           END-READ.
       410-ADD-CUSTOMER.
           DISPLAY "Enter customer number"
           ACCEPT INDEXED-PHONE-NUMBER
           DISPLAY "Enter email address"
           ACCEPT INDEXED-EMAIL-ADDRESS
           DISPLAY "Enter tax ID (blank if no W-9 on file)"
           ACCEPT INDEXED-TAX-ID
           PERFORM 415-ACCEPT-CONTACT-PREFS
           MOVE SPACES TO INDEXED-ADDRESS-STATUS
           MOVE 0 TO INDEXED-RETURN-DATE
           MOVE SPACES TO INDEXED-RETURN-REASON
           MOVE SPACES TO INDEXED-CREDIT-HOLD
           MOVE 0 TO INDEXED-HOLD-DATE
           MOVE "A" TO INDEXED-CUSTOMER-STATUS
           ACCEPT INDEXED-STATUS-DATE FROM DATE YYYYMMDD
           WRITE INDEXED-CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "Customer not found."
               NOT INVALID KEY
                   IF INDEXED-CREDIT-HOLD = "Y"
                       DISPLAY "*** Credit hold since "
                           INDEXED-HOLD-DATE " ***"
                   END-IF
                   DISPLAY "Enter new first name (blank to skip)"
                   ACCEPT CLG-NEW-VALUE
                   IF CLG-NEW-VALUE NOT = SPACES
                       MOVE "PHONE-NUMBER" TO CLG-FIELD-NAME
                       PERFORM 450-LOG-CHANGE
                   END-IF
                   DISPLAY "Enter new tax ID (blank to skip)"
                   ACCEPT CLG-NEW-VALUE
                   IF CLG-NEW-VALUE NOT = SPACES
                       MOVE INDEXED-TAX-ID TO CLG-OLD-VALUE
                       MOVE CLG-NEW-VALUE TO INDEXED-TAX-ID
                       REWRITE INDEXED-CUSTOMER-RECORD
                       MOVE "CHANGE" TO CLG-ACTION
                       MOVE "TAX-ID" TO CLG-FIELD-NAME
                       PERFORM 450-LOG-CHANGE
                   END-IF
                   IF INDEXED-ADDRESS-STATUS = "U"
                       DISPLAY "*** Mail to this address was returned "
                           INDEXED-RETURN-DATE " reason "
                           INDEXED-RETURN-REASON " ***"
                   END-IF
                   DISPLAY "Change mailing address? (Y/N)"
                   ACCEPT WS-PREF-ANSWER
                   IF WS-PREF-ANSWER = "Y" OR WS-PREF-ANSWER = "y"
                       PERFORM 428-CHANGE-ADDRESS
                   END-IF
                   IF INDEXED-ADDRESS-STATUS = "U"
                       DISPLAY "Is the address now confirmed good "
                           "for mail? (Y/N)"
                       ACCEPT WS-PREF-ANSWER
                       IF WS-PREF-ANSWER = "Y"
                           OR WS-PREF-ANSWER = "y"
                           PERFORM 455-CLEAR-UNDELIVERABLE
                           REWRITE INDEXED-CUSTOMER-RECORD
                       END-IF
                   END-IF
                   DISPLAY "Change contact preferences? (Y/N)"
                   ACCEPT WS-PREF-ANSWER
                   IF WS-PREF-ANSWER = "Y" OR WS-PREF-ANSWER = "y"
                       PERFORM 425-CHANGE-CONTACT-PREFS
                   END-IF
           END-READ.
       415-ACCEPT-CONTACT-PREFS.
           DISPLAY "Do not mail? (Y/N)"
           ACCEPT INDEXED-DO-NOT-MAIL
           DISPLAY "Do not call? (Y/N)"
           ACCEPT INDEXED-DO-NOT-CALL
           DISPLAY "E-mail only, no paper mailings? (Y/N)"
           ACCEPT INDEXED-EMAIL-ONLY
           DISPLAY "Preferred language (EN, ES, ...; blank = EN)"
           ACCEPT INDEXED-LANGUAGE
           PERFORM 417-EDIT-CONTACT-PREFS.
      * Anything other than Y is taken as N. E-mail only is
      * refused without an e-mail address to send to.
       417-EDIT-CONTACT-PREFS.
           MOVE FUNCTION UPPER-CASE(INDEXED-DO-NOT-MAIL)
               TO INDEXED-DO-NOT-MAIL
           MOVE FUNCTION UPPER-CASE(INDEXED-DO-NOT-CALL)
               TO INDEXED-DO-NOT-CALL
           MOVE FUNCTION UPPER-CASE(INDEXED-EMAIL-ONLY)
               TO INDEXED-EMAIL-ONLY
           MOVE FUNCTION UPPER-CASE(INDEXED-LANGUAGE)
               TO INDEXED-LANGUAGE
           IF INDEXED-DO-NOT-MAIL NOT = "Y"
               MOVE "N" TO INDEXED-DO-NOT-MAIL
           END-IF
           IF INDEXED-DO-NOT-CALL NOT = "Y"
               MOVE "N" TO INDEXED-DO-NOT-CALL
           END-IF
           IF INDEXED-EMAIL-ONLY NOT = "Y"
               MOVE "N" TO INDEXED-EMAIL-ONLY
           END-IF
           IF INDEXED-EMAIL-ONLY = "Y"
               AND INDEXED-EMAIL-ADDRESS = SPACES
               DISPLAY "E-mail only needs an e-mail address on "
                   "file; left as N."
               MOVE "N" TO INDEXED-EMAIL-ONLY
           END-IF.
       425-CHANGE-CONTACT-PREFS.
           MOVE INDEXED-DO-NOT-MAIL TO WS-OLD-DO-NOT-MAIL
           MOVE INDEXED-DO-NOT-CALL TO WS-OLD-DO-NOT-CALL
           MOVE INDEXED-EMAIL-ONLY TO WS-OLD-EMAIL-ONLY
           MOVE INDEXED-LANGUAGE TO WS-OLD-LANGUAGE
           DISPLAY "Currently - do not mail: " INDEXED-DO-NOT-MAIL
               "  do not call: " INDEXED-DO-NOT-CALL
               "  e-mail only: " INDEXED-EMAIL-ONLY
               "  language: " INDEXED-LANGUAGE
           PERFORM 415-ACCEPT-CONTACT-PREFS
           REWRITE INDEXED-CUSTOMER-RECORD
           MOVE "CHANGE" TO CLG-ACTION
           IF INDEXED-DO-NOT-MAIL NOT = WS-OLD-DO-NOT-MAIL
               MOVE "DO-NOT-MAIL" TO CLG-FIELD-NAME
               MOVE WS-OLD-DO-NOT-MAIL TO CLG-OLD-VALUE
               MOVE INDEXED-DO-NOT-MAIL TO CLG-NEW-VALUE
               PERFORM 450-LOG-CHANGE
           END-IF
           IF INDEXED-DO-NOT-CALL NOT = WS-OLD-DO-NOT-CALL
               MOVE "DO-NOT-CALL" TO CLG-FIELD-NAME
               MOVE WS-OLD-DO-NOT-CALL TO CLG-OLD-VALUE
               MOVE INDEXED-DO-NOT-CALL TO CLG-NEW-VALUE
               PERFORM 450-LOG-CHANGE
           END-IF
           IF INDEXED-EMAIL-ONLY NOT = WS-OLD-EMAIL-ONLY
               MOVE "EMAIL-ONLY" TO CLG-FIELD-NAME
               MOVE WS-OLD-EMAIL-ONLY TO CLG-OLD-VALUE
               MOVE INDEXED-EMAIL-ONLY TO CLG-NEW-VALUE
               PERFORM 450-LOG-CHANGE
           END-IF
           IF INDEXED-LANGUAGE NOT = WS-OLD-LANGUAGE
               MOVE "LANGUAGE" TO CLG-FIELD-NAME
               MOVE WS-OLD-LANGUAGE TO CLG-OLD-VALUE
               MOVE INDEXED-LANGUAGE TO CLG-NEW-VALUE
               PERFORM 450-LOG-CHANGE
           END-IF.
      * Blank keeps the current value. A changed address is not
      * cleared of an undeliverable flag here; the operator is
      * asked to confirm it afterwards.
       428-CHANGE-ADDRESS.
           DISPLAY "Current address: " INDEXED-ADDRESS-LINE-1
           DISPLAY "                 " INDEXED-ADDRESS-LINE-2
           DISPLAY "                 " INDEXED-CITY " "
               INDEXED-STATE " " INDEXED-ZIP-CODE
           MOVE "CHANGE" TO CLG-ACTION
           DISPLAY "Enter new address line 1 (blank to skip)"
           ACCEPT CLG-NEW-VALUE
           IF CLG-NEW-VALUE NOT = SPACES
               MOVE INDEXED-ADDRESS-LINE-1 TO CLG-OLD-VALUE
               MOVE CLG-NEW-VALUE TO INDEXED-ADDRESS-LINE-1
               MOVE "ADDRESS-LINE-1" TO CLG-FIELD-NAME
               PERFORM 450-LOG-CHANGE
           END-IF
           DISPLAY "Enter new address line 2 (blank to skip)"
           ACCEPT CLG-NEW-VALUE
           IF CLG-NEW-VALUE NOT = SPACES
               MOVE INDEXED-ADDRESS-LINE-2 TO CLG-OLD-VALUE
               MOVE CLG-NEW-VALUE TO INDEXED-ADDRESS-LINE-2
               MOVE "ADDRESS-LINE-2" TO CLG-FIELD-NAME
               PERFORM 450-LOG-CHANGE
           END-IF
           DISPLAY "Enter new city (blank to skip)"
           ACCEPT CLG-NEW-VALUE
           IF CLG-NEW-VALUE NOT = SPACES
               MOVE INDEXED-CITY TO CLG-OLD-VALUE
               MOVE CLG-NEW-VALUE TO INDEXED-CITY
               MOVE "CITY" TO CLG-FIELD-NAME
               PERFORM 450-LOG-CHANGE
           END-IF
           DISPLAY "Enter new state (blank to skip)"
           ACCEPT CLG-NEW-VALUE
           IF CLG-NEW-VALUE NOT = SPACES
               MOVE INDEXED-STATE TO CLG-OLD-VALUE
               MOVE CLG-NEW-VALUE TO INDEXED-STATE
               MOVE "STATE" TO CLG-FIELD-NAME
               PERFORM 450-LOG-CHANGE
           END-IF
           DISPLAY "Enter new ZIP code (blank to skip)"
           ACCEPT CLG-NEW-VALUE
           IF CLG-NEW-VALUE NOT = SPACES
               MOVE INDEXED-ZIP-CODE TO CLG-OLD-VALUE
               MOVE CLG-NEW-VALUE TO INDEXED-ZIP-CODE
               MOVE "ZIP-CODE" TO CLG-FIELD-NAME
               PERFORM 450-LOG-CHANGE
           END-IF
           REWRITE INDEXED-CUSTOMER-RECORD.
       430-DELETE-CUSTOMER.
           DISPLAY "Enter customer number to delete"
           ACCEPT WS-SEARCH-NUMBER
           MOVE WS-USERNAME TO CLG-USERNAME
           WRITE CHANGE-LOG-RECORD
           CLOSE CHANGE-LOG-FILE.
      * Maintenance has changed or confirmed the address, so the
      * mailing programs may use it again. The caller rewrites.
       455-CLEAR-UNDELIVERABLE.
           MOVE SPACES TO INDEXED-ADDRESS-STATUS
           MOVE "CHANGE" TO CLG-ACTION
           MOVE "ADDRESS-STATUS" TO CLG-FIELD-NAME
           MOVE "UNDELIVERABLE" TO CLG-OLD-VALUE
           MOVE "CONFIRMED" TO CLG-NEW-VALUE
           PERFORM 450-LOG-CHANGE.
       406-ACCEPT-SESSION.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
                       MOVE INDEXED-ZIP-CODE TO WS-DUP-ZIP
                       MOVE INDEXED-PHONE-NUMBER TO WS-DUP-PHONE
                       MOVE INDEXED-EMAIL-ADDRESS TO WS-DUP-EMAIL
                       MOVE INDEXED-TAX-ID TO WS-DUP-TAX-ID
                       MOVE INDEXED-DO-NOT-MAIL TO WS-DUP-DO-NOT-MAIL
                       MOVE INDEXED-DO-NOT-CALL TO WS-DUP-DO-NOT-CALL
                       MOVE INDEXED-EMAIL-ONLY TO WS-DUP-EMAIL-ONLY
                       MOVE INDEXED-LANGUAGE TO WS-DUP-LANGUAGE
                       MOVE INDEXED-CREDIT-HOLD TO WS-DUP-CREDIT-HOLD
                       MOVE INDEXED-HOLD-DATE TO WS-DUP-HOLD-DATE
               END-READ
               IF WS-MERGE-OK = "Y"
                   MOVE WS-SURVIVOR-NUMBER TO INDEXED-CUSTOMER-NO
               AND WS-DUP-EMAIL NOT = SPACES
               MOVE WS-DUP-EMAIL TO INDEXED-EMAIL-ADDRESS
           END-IF
           IF INDEXED-TAX-ID = SPACES
               AND WS-DUP-TAX-ID NOT = SPACES
               MOVE WS-DUP-TAX-ID TO INDEXED-TAX-ID
           END-IF
      * A do-not-contact request on either record is kept
           IF WS-DUP-DO-NOT-MAIL = "Y"
               MOVE "Y" TO INDEXED-DO-NOT-MAIL
           END-IF
           IF WS-DUP-DO-NOT-CALL = "Y"
               MOVE "Y" TO INDEXED-DO-NOT-CALL
           END-IF
           IF WS-DUP-EMAIL-ONLY = "Y"
               AND INDEXED-EMAIL-ADDRESS NOT = SPACES
               MOVE "Y" TO INDEXED-EMAIL-ONLY
           END-IF
           IF INDEXED-LANGUAGE = SPACES
               AND WS-DUP-LANGUAGE NOT = SPACES
               MOVE WS-DUP-LANGUAGE TO INDEXED-LANGUAGE
           END-IF
      * A credit hold on either record is kept
           IF WS-DUP-CREDIT-HOLD = "Y"
               AND INDEXED-CREDIT-HOLD NOT = "Y"
               MOVE "Y" TO INDEXED-CREDIT-HOLD
               MOVE WS-DUP-HOLD-DATE TO INDEXED-HOLD-DATE
           END-IF
           REWRITE INDEXED-CUSTOMER-RECORD
           MOVE "MERGE" TO CLG-ACTION
           MOVE "SURVIVOR" TO CLG-FIELD-NAME
           IF MNT-LAST-NAME = SPACES
               MOVE "BLANK LAST NAME" TO WS-REJECT-REASON
               PERFORM 650-BATCH-REJECT
           ELSE
           PERFORM 615-EDIT-CONTACT-PREFS
           IF MNT-EMAIL-ONLY = "Y" AND MNT-EMAIL-ADDRESS = SPACES
               MOVE "N" TO WS-VALID-RECORD
               MOVE "E-MAIL ONLY WITHOUT E-MAIL ADDRESS"
                   TO WS-REJECT-REASON
           END-IF
           IF NOT RECORD-IS-VALID
               PERFORM 650-BATCH-REJECT
           ELSE
               MOVE MNT-CUSTOMER-NUMBER TO INDEXED-CUSTOMER-NO
               MOVE MNT-FIRST-NAME TO INDEXED-FIRST-NAME
               MOVE MNT-ZIP-CODE TO INDEXED-ZIP-CODE
               MOVE MNT-PHONE-NUMBER TO INDEXED-PHONE-NUMBER
               MOVE MNT-EMAIL-ADDRESS TO INDEXED-EMAIL-ADDRESS
               MOVE MNT-TAX-ID TO INDEXED-TAX-ID
               MOVE "N" TO INDEXED-DO-NOT-MAIL
               MOVE "N" TO INDEXED-DO-NOT-CALL
               MOVE "N" TO INDEXED-EMAIL-ONLY
               IF MNT-DO-NOT-MAIL NOT = SPACES
                   MOVE MNT-DO-NOT-MAIL TO INDEXED-DO-NOT-MAIL
               END-IF
               IF MNT-DO-NOT-CALL NOT = SPACES
                   MOVE MNT-DO-NOT-CALL TO INDEXED-DO-NOT-CALL
               END-IF
               IF MNT-EMAIL-ONLY NOT = SPACES
                   MOVE MNT-EMAIL-ONLY TO INDEXED-EMAIL-ONLY
               END-IF
               MOVE MNT-LANGUAGE TO INDEXED-LANGUAGE
               MOVE SPACES TO INDEXED-ADDRESS-STATUS
               MOVE 0 TO INDEXED-RETURN-DATE
               MOVE SPACES TO INDEXED-RETURN-REASON
               MOVE SPACES TO INDEXED-CREDIT-HOLD
               MOVE 0 TO INDEXED-HOLD-DATE
               IF MNT-STATUS = SPACES
                   MOVE "A" TO INDEXED-CUSTOMER-STATUS
               ELSE
                       PERFORM 450-LOG-CHANGE
               END-WRITE
           END-IF
           END-IF
           END-IF.
       630-BATCH-CHANGE.
           MOVE MNT-CUSTOMER-NUMBER TO INDEXED-CUSTOMER-NO
                   MOVE "CUSTOMER NOT FOUND" TO WS-REJECT-REASON
                   PERFORM 650-BATCH-REJECT
               NOT INVALID KEY
                   PERFORM 615-EDIT-CONTACT-PREFS
                   IF MNT-EMAIL-ONLY = "Y"
                       AND MNT-EMAIL-ADDRESS = SPACES
                       AND INDEXED-EMAIL-ADDRESS = SPACES
                       MOVE "N" TO WS-VALID-RECORD
                       MOVE "E-MAIL ONLY WITHOUT E-MAIL ADDRESS"
                           TO WS-REJECT-REASON
                   END-IF
                   IF NOT RECORD-IS-VALID
                       PERFORM 650-BATCH-REJECT
                   ELSE
                       PERFORM 635-APPLY-CHANGED-FIELDS
                       REWRITE INDEXED-CUSTOMER-RECORD
                       ADD 1 TO WS-MNT-APPLIED
                   END-IF
           END-READ.
      * Preference flags on a transaction must be Y, N, or blank
       615-EDIT-CONTACT-PREFS.
           MOVE "Y" TO WS-VALID-RECORD
           MOVE FUNCTION UPPER-CASE(MNT-DO-NOT-MAIL) TO MNT-DO-NOT-MAIL
           MOVE FUNCTION UPPER-CASE(MNT-DO-NOT-CALL) TO MNT-DO-NOT-CALL
           MOVE FUNCTION UPPER-CASE(MNT-EMAIL-ONLY) TO MNT-EMAIL-ONLY
           MOVE FUNCTION UPPER-CASE(MNT-LANGUAGE) TO MNT-LANGUAGE
           IF (MNT-DO-NOT-MAIL NOT = "Y" AND NOT = "N"
                   AND NOT = SPACE)
               OR (MNT-DO-NOT-CALL NOT = "Y" AND NOT = "N"
                   AND NOT = SPACE)
               OR (MNT-EMAIL-ONLY NOT = "Y" AND NOT = "N"
                   AND NOT = SPACE)
               MOVE "N" TO WS-VALID-RECORD
               MOVE "INVALID CONTACT PREFERENCE"
                   TO WS-REJECT-REASON
           END-IF.
       635-APPLY-CHANGED-FIELDS.
           IF MNT-FIRST-NAME NOT = SPACES
               MOVE INDEXED-FIRST-NAME TO CLG-OLD-VALUE
               MOVE "EMAIL-ADDRESS" TO CLG-FIELD-NAME
               PERFORM 450-LOG-CHANGE
           END-IF
           IF MNT-TAX-ID NOT = SPACES
               MOVE INDEXED-TAX-ID TO CLG-OLD-VALUE
               MOVE MNT-TAX-ID TO INDEXED-TAX-ID
               MOVE MNT-TAX-ID TO CLG-NEW-VALUE
               MOVE "CHANGE" TO CLG-ACTION
               MOVE "TAX-ID" TO CLG-FIELD-NAME
               PERFORM 450-LOG-CHANGE
           END-IF
           IF MNT-DO-NOT-MAIL NOT = SPACES
               MOVE INDEXED-DO-NOT-MAIL TO CLG-OLD-VALUE
               MOVE MNT-DO-NOT-MAIL TO INDEXED-DO-NOT-MAIL
               MOVE MNT-DO-NOT-MAIL TO CLG-NEW-VALUE
               MOVE "CHANGE" TO CLG-ACTION
               MOVE "DO-NOT-MAIL" TO CLG-FIELD-NAME
               PERFORM 450-LOG-CHANGE
           END-IF
           IF MNT-DO-NOT-CALL NOT = SPACES
               MOVE INDEXED-DO-NOT-CALL TO CLG-OLD-VALUE
               MOVE MNT-DO-NOT-CALL TO INDEXED-DO-NOT-CALL
               MOVE MNT-DO-NOT-CALL TO CLG-NEW-VALUE
               MOVE "CHANGE" TO CLG-ACTION
               MOVE "DO-NOT-CALL" TO CLG-FIELD-NAME
               PERFORM 450-LOG-CHANGE
           END-IF
           IF MNT-EMAIL-ONLY NOT = SPACES
               MOVE INDEXED-EMAIL-ONLY TO CLG-OLD-VALUE
               MOVE MNT-EMAIL-ONLY TO INDEXED-EMAIL-ONLY
               MOVE MNT-EMAIL-ONLY TO CLG-NEW-VALUE
               MOVE "CHANGE" TO CLG-ACTION
               MOVE "EMAIL-ONLY" TO CLG-FIELD-NAME
               PERFORM 450-LOG-CHANGE
           END-IF
           IF MNT-LANGUAGE NOT = SPACES
               MOVE INDEXED-LANGUAGE TO CLG-OLD-VALUE
               MOVE MNT-LANGUAGE TO INDEXED-LANGUAGE
               MOVE MNT-LANGUAGE TO CLG-NEW-VALUE
               MOVE "CHANGE" TO CLG-ACTION
               MOVE "LANGUAGE" TO CLG-FIELD-NAME
               PERFORM 450-LOG-CHANGE
           END-IF
           IF MNT-STATUS NOT = SPACES
               MOVE INDEXED-CUSTOMER-STATUS TO CLG-OLD-VALUE
               MOVE MNT-STATUS TO INDEXED-CUSTOMER-STATUS
               MOVE "CHANGE" TO CLG-ACTION
               MOVE "STATUS" TO CLG-FIELD-NAME
               PERFORM 450-LOG-CHANGE
           END-IF
           IF INDEXED-ADDRESS-STATUS = "U"
               AND (MNT-ADDRESS-LINE-1 NOT = SPACES
                   OR MNT-ADDRESS-LINE-2 NOT = SPACES
                   OR MNT-CITY NOT = SPACES
                   OR MNT-STATE NOT = SPACES
                   OR MNT-ZIP-CODE NOT = SPACES
                   OR MNT-ADDRESS-CONFIRMED = "Y"
                   OR MNT-ADDRESS-CONFIRMED = "y")
               PERFORM 455-CLEAR-UNDELIVERABLE
           END-IF.
       640-BATCH-DELETE.
           MOVE MNT-CUSTOMER-NUMBER TO INDEXED-CUSTOMER-NO
                           TO ARC-EMAIL-ADDRESS
                       MOVE INDEXED-CUSTOMER-STATUS TO ARC-STATUS
                       MOVE INDEXED-STATUS-DATE TO ARC-STATUS-DATE
                       MOVE INDEXED-TAX-ID TO ARC-TAX-ID
                       MOVE INDEXED-DO-NOT-MAIL TO ARC-DO-NOT-MAIL
                       MOVE INDEXED-DO-NOT-CALL TO ARC-DO-NOT-CALL
                       MOVE INDEXED-EMAIL-ONLY TO ARC-EMAIL-ONLY
                       MOVE INDEXED-LANGUAGE TO ARC-LANGUAGE
                       MOVE INDEXED-ADDRESS-STATUS
                           TO ARC-ADDRESS-STATUS
                       MOVE INDEXED-RETURN-DATE TO ARC-RETURN-DATE
                       MOVE INDEXED-RETURN-REASON
                           TO ARC-RETURN-REASON
                       MOVE INDEXED-CREDIT-HOLD TO ARC-CREDIT-HOLD
                       MOVE INDEXED-HOLD-DATE TO ARC-HOLD-DATE
                       WRITE ARCHIVE-RECORD
                       DELETE CUSTOMER-FILE-INDEXED
                           INVALID KEY
                   MOVE ARC-ZIP-CODE TO INDEXED-ZIP-CODE
                   MOVE ARC-PHONE-NUMBER TO INDEXED-PHONE-NUMBER
                   MOVE ARC-EMAIL-ADDRESS TO INDEXED-EMAIL-ADDRESS
                   MOVE ARC-TAX-ID TO INDEXED-TAX-ID
                   MOVE ARC-DO-NOT-MAIL TO INDEXED-DO-NOT-MAIL
                   MOVE ARC-DO-NOT-CALL TO INDEXED-DO-NOT-CALL
                   MOVE ARC-EMAIL-ONLY TO INDEXED-EMAIL-ONLY
                   MOVE ARC-LANGUAGE TO INDEXED-LANGUAGE
                   MOVE ARC-ADDRESS-STATUS TO INDEXED-ADDRESS-STATUS
                   MOVE ARC-RETURN-DATE TO INDEXED-RETURN-DATE
                   MOVE ARC-RETURN-REASON TO INDEXED-RETURN-REASON
                   MOVE ARC-CREDIT-HOLD TO INDEXED-CREDIT-HOLD
                   MOVE ARC-HOLD-DATE TO INDEXED-HOLD-DATE
               END-IF
               READ ARCHIVE-FILE
                   AT END MOVE "Y" TO WS-ARCHIVE-EOF
