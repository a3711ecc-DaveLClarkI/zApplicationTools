      *               NOT JUST A LOG.  RECORDS WRITTEN BEFORE THIS
      *               CHANGE HAVE NO HASH AND ARE REPORTED AS
      *               PRE-CHAIN BY THE VERIFIER.
      * 10/15/2026 DLC ADD THE CHAIN ANCHOR.  THE AUDITPRG RETENTION
      *               JOB LEAVES ONE '*ANCHOR*' RECORD AT KEY ZERO
      *               CARRYING THE LAST ARCHIVED RECORD'S HASH (AND
      *               THE ONE BEFORE IT, FOR THE SAME-INSTANT
      *               COLLISION RULE), SO THE LIVE FILE STILL
      *               VERIFIES END TO END AFTER A PURGE.
      * END OF HISTORY ------------------------------------------------
       01  AUDITLOG-RECORD.
           05  AUDITLOG-KEY.
           05  AUDITLOG-PWR-NAME       PIC  X(08).
           05  AUDITLOG-PWR-NUMB       PIC  X(06).
           05  AUDITLOG-ACTION         PIC  X(08).
      * THE RETENTION ANCHOR -- ALWAYS KEY ZERO, SO ALWAYS FIRST
               88  AUDITLOG-IS-ANCHOR          VALUE '*ANCHOR*'.
           05  AUDITLOG-REC-KEY        PIC  X(32).
           05  AUDITLOG-OLD-VALUE      PIC  X(40).
      * ON THE ANCHOR ONLY -- WHAT THE PURGES HAVE TAKEN OFF THE FILE
           05  AUDITLOG-ANCHOR-INFO REDEFINES AUDITLOG-OLD-VALUE.
               10  AUDITLOG-ANCH-LAST-STAMP
                                       PIC  9(15).
               10  AUDITLOG-ANCH-LAST-TASKN
                                       PIC  9(07).
               10  AUDITLOG-ANCH-PREV2-HASH
                                       PIC  9(09).
               10  AUDITLOG-ANCH-PURGED
                                       PIC  9(09).
           05  AUDITLOG-NEW-VALUE      PIC  X(40).
      * FOLDED OVER THE PREVIOUS RECORD'S HASH PLUS EVERYTHING ABOVE
           05  AUDITLOG-CHAIN-HASH     PIC S9(09)   BINARY.
