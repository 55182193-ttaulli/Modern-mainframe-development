       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO
           "USERS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS USR-USERNAME.
           SELECT OPTIONAL PASSWORD-HISTORY-FILE ASSIGN TO
           "PASSWORD-HISTORY.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       01 WS-PWH-EOF PIC X VALUE "N".
       01 WS-ANSWER PIC X(1) VALUE "N".
       01 WS-USER-COUNT PIC 9(4) VALUE 0.
       01 WS-UT-WORK.
           05 WS-UTW-USERNAME PIC X(20).
           05 WS-UTW-PASSWORD PIC X(20).
               DISPLAY "History entries migrated:  " WS-PWH-COUNT
           END-IF
           GOBACK.
      * Each user record is converted and rewritten in place
       200-MIGRATE-USERS.
           OPEN I-O USER-FILE
           READ USER-FILE
               AT END MOVE "Y" TO WS-USER-EOF
           END-READ
           PERFORM UNTIL WS-USER-EOF = "Y"
               ADD 1 TO WS-USER-COUNT
               MOVE USER-FILE-RECORD TO WS-UT-WORK
               MOVE WS-UTW-PASSWORD TO WS-HASH-INPUT
               PERFORM 400-HASH-PASSWORD
               MOVE WS-HASH-VALUE TO WS-UTW-PASSWORD
               MOVE "Y" TO WS-UTW-FORCE-CHANGE
      * Legacy records predate the sign-on window, terminal,
      * and last-login fields; those positions read back as
      * spaces, so normalize them before the rewrite or LOGIN
      * would compare non-numeric hours against zero
               IF WS-UTW-START-HOUR IS NOT NUMERIC
                   MOVE 0 TO WS-UTW-START-HOUR
                   MOVE SPACES TO WS-UTW-TERMINALS
               END-IF
               IF WS-UTW-END-HOUR IS NOT NUMERIC
                   MOVE 0 TO WS-UTW-END-HOUR
               END-IF
               IF WS-UTW-LAST-LOGIN IS NOT NUMERIC
                   MOVE 0 TO WS-UTW-LAST-LOGIN
               END-IF
               MOVE WS-UT-WORK TO USER-FILE-RECORD
               REWRITE USER-FILE-RECORD
                   INVALID KEY
                       DISPLAY "User " USR-USERNAME
                           " could not be rewritten"
               END-REWRITE
               READ USER-FILE
                   AT END MOVE "Y" TO WS-USER-EOF
               END-READ
           END-PERFORM
           CLOSE USER-FILE.
       300-MIGRATE-HISTORY.
           OPEN INPUT PASSWORD-HISTORY-FILE
