      ******************************************************************
      *                                                                *
      *    AUDARCH  --  SEQUENTIAL ARCHIVE OF AUDITLOG RECORDS WRITTEN *
      *                  BY THE AUDITPRG RETENTION JOB, ONE AUDITLOG   *
      *                  RECORD IMAGE PER ARCHIVE RECORD IN STAMP/TASK *
      *                  ORDER.  EACH GENERATION OPENS WITH A COPY OF  *
      *                  THE ANCHOR IT STARTED FROM (IF ANY), SO       *
      *                  AUDITVFY CAN VERIFY ONE GENERATION, SEVERAL   *
      *                  CONCATENATED IN ORDER, OR THE ARCHIVE AND     *
      *                  THE LIVE FILE AS ONE CONTINUOUS CHAIN.        *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  AUDARCH-RECORD.
      * THE PRE-CHAIN FLAG KEEPS A SHORT PRE-CHAIN RECORD FROM READING
      * BACK AS A CHAINED RECORD WITH A ZERO HASH
           05  AUDARCH-TYPE            PIC  X(01).
               88  AUDARCH-ANCHOR              VALUE 'A'.
               88  AUDARCH-PRECHAIN            VALUE 'P'.
               88  AUDARCH-CHAINED             VALUE 'R'.
           05  AUDARCH-IMAGE           PIC  X(177).
