      *REMARKS.       IDLE FIELD CARRIES THE TASK PERCENTAGE HERE,
      *REMARKS.       DEFAULT 80; INTERVAL DEFAULT 5 MINUTES; THE
      *REMARKS.       RETENTION TRIMS OLD VITALS EACH PASS, DEFAULT
      *REMARKS.       45 DAYS -- ONLY A BACKSTOP BEHIND THE REGVTRIM
      *REMARKS.       BATCH ROLLUP, WHICH SUMMARIZES THE DETAIL BEFORE
      *REMARKS.       PURGING IT).  RUN FROM A TERMINAL IT SHOWS THE
      *REMARKS.       CURRENT VITALS -- S SAMPLES AND SHOWS, E EXITS.

      * CHANGE HISTORY ------------------------------------------------
      *               SERVICE AT THE START OF EVERY STARTED-MODE
      *               PASS, SO THE TASKWDG PANEL CAN TELL A RUNNING
      *               MONITOR FROM A QUIETLY DEAD ONE.
      * 10/15/2026 DLC DEFAULT VITALS RETENTION RAISED FROM 7 TO 45
      *               DAYS SO THE NEW REGVTRIM JOB ROLLS THE DETAIL
      *               INTO REGVSUM HOURLY SUMMARIES BEFORE IT IS
      *               TRIMMED HERE, AND REGVRPT SEES A WHOLE MONTH.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
         03  ELAPSED-TICKS             PIC S9(15)   PACKED-DECIMAL.
         03  TASK-PCT                  PIC S9(04)   BINARY VALUE +80.
         03  INTERVAL-MINS             PIC S9(04)   BINARY VALUE +5.
         03  RETAIN-DAYS               PIC S9(04)   BINARY VALUE +45.
         03  INTERVAL-HRS              PIC S9(04)   BINARY.
         03  INTERVAL-REM              PIC S9(04)   BINARY.
         03  INTERVAL-HHMMSS           PIC S9(07)   COMP-3.
