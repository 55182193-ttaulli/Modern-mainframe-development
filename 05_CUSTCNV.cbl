      * HOUSEHOLDS.dat to match, so CUSTOMERS, CUSTRPT, and the
      * maintenance flows keep working past customer 999.
      * Run this exactly once per format change.
      * The rebuilt customer master is written at the current
      * 237-byte layout, the tax ID, contact preferences,
      * returned-mail and credit-hold fields set as CUSTOMERS
      * sets them on a new record.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 NEW-EMAIL-ADDRESS PIC X(40).
           05 NEW-CUSTOMER-STATUS PIC X(1).
           05 NEW-STATUS-DATE PIC 9(8).
           05 NEW-TAX-ID PIC X(9).
           05 NEW-DO-NOT-MAIL PIC X(1).
           05 NEW-DO-NOT-CALL PIC X(1).
           05 NEW-EMAIL-ONLY PIC X(1).
           05 NEW-LANGUAGE PIC X(2).
           05 NEW-ADDRESS-STATUS PIC X(1).
           05 NEW-RETURN-DATE PIC 9(8).
           05 NEW-RETURN-REASON PIC X(2).
           05 NEW-CREDIT-HOLD PIC X(1).
           05 NEW-HOLD-DATE PIC 9(8).
       FD XREF-FILE.
       01 OLD-XREF-RECORD.
           05 OXR-CUSTOMER-NUMBER PIC 9(3).
               MOVE WS-CUS-RECORD(CUS-IDX) TO WS-CUS-WORK
               MOVE WS-CUW-NUMBER TO NEW-CUSTOMER-NO
               MOVE WS-CUW-DETAIL TO NEW-CUSTOMER-RECORD(8:196)
               MOVE SPACES TO NEW-TAX-ID
               MOVE "N" TO NEW-DO-NOT-MAIL
               MOVE "N" TO NEW-DO-NOT-CALL
               MOVE "N" TO NEW-EMAIL-ONLY
               MOVE SPACES TO NEW-LANGUAGE
               MOVE SPACES TO NEW-ADDRESS-STATUS
               MOVE 0 TO NEW-RETURN-DATE
               MOVE SPACES TO NEW-RETURN-REASON
               MOVE SPACES TO NEW-CREDIT-HOLD
               MOVE 0 TO NEW-HOLD-DATE
               WRITE NEW-CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY "Duplicate key on rewrite for "
