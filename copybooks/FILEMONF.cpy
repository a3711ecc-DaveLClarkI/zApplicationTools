      *                  EACH ONE'S OPEN/ENABLED STATE, ALERTS ON THE  *
      *                  TRANSITION TO UNAVAILABLE (AND ON RECOVERY),  *
      *                  AND KEEPS THE LAST STATE HERE SO A STEADY     *
      *                  CONDITION ALERTS ONLY ONCE.  THE FILESTAT     *
      *                  COLLECTOR SAMPLES THE I/O STATISTICS OF THE   *
      *                  SAME LIST (SEE FILEACTF).                     *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      *               CLOSED-AGAIN CHECK.  RECORDS WRITTEN BEFORE
      *               THIS CHANGE ARE SHORT; FILEMON TOLERATES THE
      *               LENGERR AND TREATS THEM AS NO-ACTION.
      * 10/15/2026 DLC THE LIST ALSO DRIVES THE FILESTAT I/O STATISTICS
      *               COLLECTOR.  LAYOUT UNCHANGED.
      * END OF HISTORY ------------------------------------------------
       01  FILEMONF-RECORD.
           05  FILEMONF-KEY.
