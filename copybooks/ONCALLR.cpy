      ******************************************************************
      *                                                                *
      *    ONCALLR  --  COMMAREA FOR THE ONCALLR ON-CALL RESOLUTION    *
      *                  SERVICE.  THE CALLER SUPPLIES A SUPPORT GROUP *
      *                  AND ONCALLR RETURNS WHO IS ON CALL FOR IT     *
      *                  RIGHT NOW (SEE ONCALLF FOR THE RULES), THEIR  *
      *                  DESTINATION, AND THE BACKUP.  THE CALLER SETS *
      *                  ONCR-FOUND-SW TO 'N' BEFORE THE LINK, SO A    *
      *                  FAILED LINK READS AS NOBODY ON CALL.          *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
         03  ONCR-GROUP                PIC  X(03).
      * RETURNED -- THE MOMENT RESOLVED (CCYYMMDD, HHMM) AND WHETHER IT
      * FELL ON A BUSINESS DAY
         03  ONCR-DATE                 PIC  X(08).
         03  ONCR-TIME                 PIC  X(04).
         03  ONCR-BUSDAY-SW            PIC  X(01).
           88  ONCR-BUSDAY                          VALUE 'Y'.
      * RETURNED -- 'Y' WITH THE WINNING ONCALLF KEY AND ITS PEOPLE
         03  ONCR-FOUND-SW             PIC  X(01).
           88  ONCR-FOUND                           VALUE 'Y'.
         03  ONCR-MATCH-KEY            PIC  X(20).
         03  ONCR-PERSON               PIC  X(20).
         03  ONCR-DEST                 PIC  X(04).
         03  ONCR-DEST-TYPE            PIC  X(01).
         03  ONCR-BACKUP               PIC  X(20).
         03  ONCR-BACKUP-DEST          PIC  X(04).
         03  ONCR-BACKUP-TYPE          PIC  X(01).
