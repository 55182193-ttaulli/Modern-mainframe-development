           05 ALT-TIMESTAMP PIC 9(12).
           05 ALT-MESSAGE PIC X(30).
           05 ALT-TYPE PIC X(1).
      * ALT-SUPPRESSED: S = raised in a site maintenance window
           05 ALT-SUPPRESSED PIC X(1).
       WORKING-STORAGE SECTION.
       01 WS-FORECAST-EOF PIC X VALUE "N".
       01 WS-MASTER-EOF PIC X VALUE "N".
           MOVE FCT-LOW-TEMP TO ALT-TEMPERATURE
           COMPUTE ALT-TIMESTAMP = FCT-DATE * 10000
           MOVE "T" TO ALT-TYPE
           MOVE SPACE TO ALT-SUPPRESSED
           WRITE ALERT-RECORD
           DISPLAY "Advance warning for " FCT-SITE-ID
               " low " FCT-LOW-TEMP " on " FCT-DATE.
