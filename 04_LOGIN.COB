       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO
           "USERS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS USR-USERNAME.
           SELECT OPTIONAL SESSION-FILE ASSIGN TO
           "SESSION.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PASSWORD-HISTORY-FILE ASSIGN TO
           "PASSWORD-HISTORY.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BREAK-GLASS-FILE ASSIGN TO
           "BREAK-GLASS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ALERT-FILE ASSIGN TO
           "ALERT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD USER-FILE.
       01 PASSWORD-HISTORY-RECORD.
           05 PWH-USERNAME PIC X(20).
           05 PWH-PASSWORD PIC X(20).
      * Register of break-glass sessions, one record per grant.
      * BGREVIEW reports the activity under each session and
      * records the second admin's sign-off.
       FD BREAK-GLASS-FILE.
       01 BREAK-GLASS-RECORD.
           05 BGL-START-STAMP PIC 9(14).
           05 BGL-OPERATOR PIC X(20).
           05 BGL-SESSION-USER PIC X(20).
           05 BGL-TERMINAL-ID PIC X(10).
           05 BGL-REASON-CODE PIC X(2).
           05 BGL-REASON-TEXT PIC X(40).
           05 BGL-EXPIRY-STAMP PIC 9(14).
           05 BGL-HOURS PIC 9(2).
      * BGL-STATUS: O = open for review, C = signed off
           05 BGL-STATUS PIC X(1).
           05 BGL-REVIEWER PIC X(20).
           05 BGL-REVIEW-STAMP PIC 9(14).
           05 BGL-REVIEW-NOTE PIC X(40).
      * Break-glass alerts go out through ALRTDISP under the
      * pseudo-site SECURITY; the on-call rotation or site master
      * entry for SECURITY names the security officer
       FD ALERT-FILE.
       01 ALERT-RECORD.
           05 ALT-SITE-ID PIC X(10).
           05 ALT-TEMPERATURE PIC S9(3).
           05 ALT-TIMESTAMP PIC 9(12).
           05 ALT-MESSAGE PIC X(30).
      * ALT-TYPE: T = temperature, H = humidity, D = door,
      * S = security
           05 ALT-TYPE PIC X(1).
      * ALT-SUPPRESSED: S = raised in a site maintenance window
           05 ALT-SUPPRESSED PIC X(1).
       WORKING-STORAGE SECTION.
       01 USERNAME		PIC X(20).
       01 USER-PASSWORD		PIC X(20).
       01 WS-USER-FOUND PIC X VALUE "N".
       01 WS-MAX-FAILED-ATTEMPTS PIC 9 VALUE 3.
       01 WS-PASSWORD-MAX-AGE-DAYS PIC 9(4) VALUE 90.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-PWH-USER-COUNT PIC 9(4) VALUE 0.
       01 WS-PWH-OLDEST PIC 9(4) VALUE 0.
       01 WS-SHIFT-IDX PIC 9(4) VALUE 0.
       01 WS-SIGNON-ALLOWED PIC X VALUE "Y".
       01 WS-NOW-TIME PIC 9(8) VALUE 0.
       01 WS-NOW-TIME-SPLIT REDEFINES WS-NOW-TIME.
           05 WS-TERM-SLOT PIC X(10) OCCURS 3 TIMES.
       01 WS-TERM-IDX PIC 9(1) VALUE 0.
       01 WS-TERM-MATCH PIC X VALUE "N".
      * Break-glass sign-on: a named operator takes admin rights
      * for a fixed number of hours under a distinct session name
      * (BG- and the user name), so every program logs the
      * session's actions apart from the operator's own.
       01 WS-BG-HOURS PIC 9(2) VALUE 4.
       01 WS-BG-PREFIX PIC X(3) VALUE "BG-".
       01 WS-BG-REASON-CODE PIC X(2) VALUE SPACES.
           88 WS-BG-REASON-VALID VALUES "NR" "OU" "SE" "DR".
       01 WS-BG-REASON-TEXT PIC X(40) VALUE SPACES.
       01 WS-BG-SESSION-USER PIC X(20) VALUE SPACES.
       01 WS-BG-ALLOWED PIC X VALUE "N".
       01 WS-BG-DATE PIC 9(8) VALUE 0.
       01 WS-BG-TIME PIC 9(8) VALUE 0.
       01 WS-BG-TIME-SPLIT REDEFINES WS-BG-TIME.
           05 WS-BG-HH PIC 9(2).
           05 WS-BG-MM PIC 9(2).
           05 WS-BG-SS PIC 9(2).
           05 FILLER PIC 9(2).
       01 WS-BG-MINUTES PIC 9(6) VALUE 0.
       01 WS-BG-DAYS PIC 9(4) VALUE 0.
       01 WS-BG-REM-MINS PIC 9(4) VALUE 0.
       01 WS-BG-EXP-HH PIC 9(2) VALUE 0.
       01 WS-BG-EXP-MM PIC 9(2) VALUE 0.
       01 WS-BG-EXP-DATE PIC 9(8) VALUE 0.
       01 WS-BG-START-STAMP PIC 9(14) VALUE 0.
       01 WS-BG-EXPIRY-STAMP PIC 9(14) VALUE 0.
       PROCEDURE DIVISION.
       100-MAIN.
           OPEN EXTEND LOGIN-AUDIT-FILE
           PERFORM 152-LOAD-PASSWORD-HISTORY
           DISPLAY "Sign on, sign off, who is on, or break-glass "
               "emergency sign-on? (S/O/W/B)"
           ACCEPT WS-SIGNON-MODE
           MOVE FUNCTION UPPER-CASE(WS-SIGNON-MODE)
               TO WS-SIGNON-MODE
           DISPLAY "Enter your terminal ID"
           ACCEPT WS-TERMINAL-ID
           PERFORM 200-FIND-USER
           IF WS-USER-FOUND = "N"
               DISPLAY "Incorrect user name."
               MOVE "UNKNOWN USER" TO WS-LOGIN-RESULT
           ELSE
               IF USR-ACTIVE = "I"
                   DISPLAY "Account is deactivated. Contact an admin."
                   MOVE "INACTIVE" TO WS-LOGIN-RESULT
               ELSE
               IF USR-LOCKED = "Y"
                   DISPLAY "Account is locked. Contact an admin."
                   MOVE "LOCKED" TO WS-LOGIN-RESULT
               ELSE
                   MOVE USER-PASSWORD TO WS-HASH-INPUT
                   PERFORM 240-HASH-PASSWORD
                   MOVE WS-HASH-VALUE TO WS-ENTRY-HASH
                   IF WS-ENTRY-HASH = USR-USER-PASSWORD
                       MOVE 0 TO USR-FAILED-ATTEMPTS
                       DISPLAY "Login successful!"
                       DISPLAY "Access level: "
                           USR-ROLE
                       MOVE "SUCCESS" TO WS-LOGIN-RESULT
                       ACCEPT USR-LAST-LOGIN
                           FROM DATE YYYYMMDD
                       IF WS-SIGNON-MODE = "B"
                           PERFORM 300-BREAK-GLASS
                       ELSE
                           PERFORM 260-WRITE-SESSION
                       END-IF
                       IF USR-FORCE-CHANGE = "Y"
                           PERFORM 255-FORCE-PASSWORD-CHANGE
                       ELSE
                           PERFORM 250-CHECK-PASSWORD-AGE
                       END-IF
                   ELSE
                       ADD 1 TO USR-FAILED-ATTEMPTS
                       MOVE "FAILED PASSWORD" TO WS-LOGIN-RESULT
                       IF USR-FAILED-ATTEMPTS
                           >= WS-MAX-FAILED-ATTEMPTS
                           MOVE "Y" TO USR-LOCKED
                           DISPLAY "Incorrect password. Account is now "
                               "locked."
                           MOVE "FAILED-LOCKED OUT" TO WS-LOGIN-RESULT
           PERFORM 180-SAVE-USERS
           PERFORM 185-SAVE-PASSWORD-HISTORY
           CLOSE LOGIN-AUDIT-FILE
      * A signed-on user goes straight to the operations menu,
      * which signs the terminal off when the user leaves it
           IF WS-LOGIN-RESULT = "SUCCESS"
               OR WS-LOGIN-RESULT = "BREAK-GLASS"
               CALL "OPSMENU"
                   ON EXCEPTION
                       DISPLAY "The operations menu is not "
                           "available."
               END-CALL
           END-IF
           GOBACK.
      * Per-user controls checked before the password: the
      * sign-on must fall inside the user's allowed hours and
      * come from one of the user's allowed terminals.
      * A break-glass sign-on is for emergencies outside normal
      * hours, so only the terminal is checked for it.
       205-CHECK-RESTRICTIONS.
           MOVE "Y" TO WS-SIGNON-ALLOWED
           ACCEPT WS-NOW-TIME FROM TIME
           IF (USR-START-HOUR = 0
               AND USR-END-HOUR = 0)
               OR WS-SIGNON-MODE = "B"
               CONTINUE
           ELSE
               IF USR-START-HOUR <
                   USR-END-HOUR
                   IF WS-NOW-HH <
                       USR-START-HOUR
                       OR WS-NOW-HH >=
                           USR-END-HOUR
                       MOVE "N" TO WS-SIGNON-ALLOWED
                   END-IF
               ELSE
      * Window crosses midnight, e.g. 22 through 06
                   IF WS-NOW-HH <
                       USR-START-HOUR
                       AND WS-NOW-HH >=
                           USR-END-HOUR
                       MOVE "N" TO WS-SIGNON-ALLOWED
                   END-IF
               END-IF
               PERFORM 207-CHECK-TERMINAL
           END-IF.
       207-CHECK-TERMINAL.
           MOVE USR-TERMINALS
               TO WS-TERMINAL-LIST
           IF WS-TERMINAL-LIST = SPACES
               CONTINUE
                   MOVE "BAD TERMINAL" TO WS-LOGIN-RESULT
               END-IF
           END-IF.
      * The sign-on outcome - failed count, lock, last sign-on,
      * any password change - is rewritten to the one user record
       180-SAVE-USERS.
           IF WS-USER-FOUND = "Y"
               REWRITE USER-FILE-RECORD
                   INVALID KEY
                       DISPLAY "User record could not be updated."
               END-REWRITE
           END-IF
           CLOSE USER-FILE.
       250-CHECK-PASSWORD-AGE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-PASSWORD-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) -
               FUNCTION INTEGER-OF-DATE(
                   USR-PASSWORD-DATE)
           IF WS-PASSWORD-AGE-DAYS > WS-PASSWORD-MAX-AGE-DAYS
               DISPLAY "Your password has expired. "
                   "You must choose a new one."
           DISPLAY "An administrator requires you to choose a "
               "new password."
           PERFORM 252-CHANGE-PASSWORD
           MOVE "N" TO USR-FORCE-CHANGE.
       252-CHANGE-PASSWORD.
           MOVE "N" TO WS-PASSWORD-OK
           PERFORM UNTIL WS-PASSWORD-OK = "Y"
               PERFORM 245-VALIDATE-NEW-PASSWORD
           END-PERFORM
           MOVE WS-NEW-PW-HASH TO
               USR-USER-PASSWORD
           MOVE WS-TODAY TO USR-PASSWORD-DATE
           PERFORM 247-RECORD-PASSWORD-HISTORY
           DISPLAY "Password changed successfully.".
      * Simple iterative one-way hash over the 20-byte password
      * area. The same routine lives in USERADM, PWMIGRT and
      * MASKEXT and must stay identical in all four.
       240-HASH-PASSWORD.
           MOVE 7261 TO WS-HASH-WORK
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
               END-IF
           END-IF
           IF WS-NEW-PW-HASH =
               USR-USER-PASSWORD
               DISPLAY "Password may not repeat the current one."
               MOVE "N" TO WS-PASSWORD-OK
           END-IF
           IF WS-SESSION-SLOT = 0
               DISPLAY "Session table full - sign-on not recorded."
           ELSE
               IF WS-SIGNON-MODE = "B"
                   MOVE WS-BG-SESSION-USER
                       TO WS-SES-USERNAME(WS-SESSION-SLOT)
                   MOVE "A" TO WS-SES-ROLE(WS-SESSION-SLOT)
                   MOVE WS-BG-DATE
                       TO WS-SES-LOGIN-DATE(WS-SESSION-SLOT)
                   MOVE WS-BG-TIME
                       TO WS-SES-LOGIN-TIME(WS-SESSION-SLOT)
      * Consumers expire a session by its age from sign-on, so
      * the break-glass hours are carried as the idle limit
                   COMPUTE WS-SES-IDLE-LIMIT(WS-SESSION-SLOT) =
                       WS-BG-HOURS * 60
               ELSE
                   MOVE USERNAME TO WS-SES-USERNAME(WS-SESSION-SLOT)
                   MOVE USR-ROLE
                       TO WS-SES-ROLE(WS-SESSION-SLOT)
                   ACCEPT WS-SES-LOGIN-DATE(WS-SESSION-SLOT)
                       FROM DATE YYYYMMDD
                   ACCEPT WS-SES-LOGIN-TIME(WS-SESSION-SLOT)
                       FROM TIME
                   MOVE WS-SESSION-IDLE-LIMIT
                       TO WS-SES-IDLE-LIMIT(WS-SESSION-SLOT)
               END-IF
               MOVE WS-TERMINAL-ID
                   TO WS-SES-TERMINAL-ID(WS-SESSION-SLOT)
               PERFORM 264-SAVE-SESSIONS
           END-IF.
       262-LOAD-SESSIONS.
                       WS-SES-LOGIN-TIME(SES-IDX)
               END-PERFORM
           END-IF.
      * Emergency sign-on. Only operators may break the glass;
      * admins sign on normally and view-only users never get
      * elevated rights. The session runs as an admin under its
      * own name until it expires, is entered on the break-glass
      * register for review, and alerts the security officer.
       300-BREAK-GLASS.
           MOVE "N" TO WS-BG-ALLOWED
           IF USR-ROLE NOT = "O"
               DISPLAY "Break-glass sign-on is for operators only. "
                   "No session was started."
           ELSE
               DISPLAY "Reason code: NR = night run failure, "
                   "OU = system outage, SE = security incident, "
                   "DR = disaster recovery"
               ACCEPT WS-BG-REASON-CODE
               MOVE FUNCTION UPPER-CASE(WS-BG-REASON-CODE)
                   TO WS-BG-REASON-CODE
               DISPLAY "Describe the emergency"
               ACCEPT WS-BG-REASON-TEXT
               IF NOT WS-BG-REASON-VALID
                   DISPLAY "Invalid reason code. No session was "
                       "started."
               ELSE
                   IF WS-BG-REASON-TEXT = SPACES
                       DISPLAY "A description is required. No "
                           "session was started."
                   ELSE
                       MOVE "Y" TO WS-BG-ALLOWED
                   END-IF
               END-IF
           END-IF
           IF WS-BG-ALLOWED = "N"
               MOVE "BREAK-GLASS REFUSED" TO WS-LOGIN-RESULT
           ELSE
               MOVE SPACES TO WS-BG-SESSION-USER
               STRING WS-BG-PREFIX DELIMITED BY SIZE
                   USERNAME DELIMITED BY SPACE
                   INTO WS-BG-SESSION-USER
               END-STRING
               ACCEPT WS-BG-DATE FROM DATE YYYYMMDD
               ACCEPT WS-BG-TIME FROM TIME
               PERFORM 260-WRITE-SESSION
               IF WS-SESSION-SLOT = 0
                   MOVE "BREAK-GLASS REFUSED" TO WS-LOGIN-RESULT
               ELSE
                   MOVE "BREAK-GLASS" TO WS-LOGIN-RESULT
                   PERFORM 310-COMPUTE-BG-EXPIRY
                   PERFORM 320-WRITE-BG-REGISTER
                   PERFORM 330-WRITE-BG-ALERT
                   DISPLAY "*** BREAK-GLASS SESSION STARTED ***"
                   DISPLAY "Admin rights as " WS-BG-SESSION-USER
                       " until " WS-BG-EXPIRY-STAMP
                   DISPLAY "Every action is logged under that name "
                       "and the security officer has been alerted."
                   DISPLAY "The session must be signed off by a "
                       "second admin through BGREVIEW."
               END-IF
           END-IF.
       310-COMPUTE-BG-EXPIRY.
           COMPUTE WS-BG-START-STAMP = WS-BG-DATE * 1000000
               + WS-BG-TIME / 100
           COMPUTE WS-BG-MINUTES = WS-BG-HH * 60 + WS-BG-MM
               + WS-BG-HOURS * 60
           DIVIDE WS-BG-MINUTES BY 1440 GIVING WS-BG-DAYS
               REMAINDER WS-BG-REM-MINS
           DIVIDE WS-BG-REM-MINS BY 60 GIVING WS-BG-EXP-HH
               REMAINDER WS-BG-EXP-MM
           COMPUTE WS-BG-EXP-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BG-DATE) + WS-BG-DAYS)
           COMPUTE WS-BG-EXPIRY-STAMP = WS-BG-EXP-DATE * 1000000
               + WS-BG-EXP-HH * 10000 + WS-BG-EXP-MM * 100
               + WS-BG-SS.
       320-WRITE-BG-REGISTER.
           OPEN EXTEND BREAK-GLASS-FILE
           MOVE SPACES TO BREAK-GLASS-RECORD
           MOVE WS-BG-START-STAMP TO BGL-START-STAMP
           MOVE USERNAME TO BGL-OPERATOR
           MOVE WS-BG-SESSION-USER TO BGL-SESSION-USER
           MOVE WS-TERMINAL-ID TO BGL-TERMINAL-ID
           MOVE WS-BG-REASON-CODE TO BGL-REASON-CODE
           MOVE WS-BG-REASON-TEXT TO BGL-REASON-TEXT
           MOVE WS-BG-EXPIRY-STAMP TO BGL-EXPIRY-STAMP
           MOVE WS-BG-HOURS TO BGL-HOURS
           MOVE "O" TO BGL-STATUS
           MOVE 0 TO BGL-REVIEW-STAMP
           WRITE BREAK-GLASS-RECORD
           CLOSE BREAK-GLASS-FILE.
       330-WRITE-BG-ALERT.
           OPEN EXTEND ALERT-FILE
           MOVE "SECURITY" TO ALT-SITE-ID
           MOVE 0 TO ALT-TEMPERATURE
           COMPUTE ALT-TIMESTAMP = WS-BG-START-STAMP / 100
           MOVE SPACES TO ALT-MESSAGE
           STRING "BREAK-GLASS " DELIMITED BY SIZE
               USERNAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-BG-REASON-CODE DELIMITED BY SIZE
               INTO ALT-MESSAGE
           END-STRING
           MOVE "S" TO ALT-TYPE
           MOVE SPACE TO ALT-SUPPRESSED
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE.
       200-FIND-USER.
           MOVE "N" TO WS-USER-FOUND
           OPEN I-O USER-FILE
           MOVE USERNAME TO USR-USERNAME
           READ USER-FILE
               INVALID KEY
                   MOVE "N" TO WS-USER-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-USER-FOUND
           END-READ.
       270-WRITE-LOGIN-AUDIT.
           MOVE USERNAME TO AUD-USERNAME
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
