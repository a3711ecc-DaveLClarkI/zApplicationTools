      ******************************************************************
      *                                                                *
      *    BATPARMF  -- BATCH RUN-PARAMETER RECORD, KEYED BY JOB NAME, *
      *                  STEP (THE EXEC'D PROGRAM NAME), AND SYSPARM   *
      *                  TAG.  WHEN A BATCH PROGRAM'S TAG IS NOT       *
      *                  PUNCHED ON THE SYSPARM STRING, THE BATPARM    *
      *                  SUBROUTINE SUPPLIES THE VALUE FROM HERE       *
      *                  INSTEAD, SO STANDING VALUES (RETENTION DAYS,  *
      *                  THRESHOLDS, AND THE LIKE) LIVE IN ONE PLACE   *
      *                  AND ARE NOT RE-KEYED INTO EVERY JOB STREAM.   *
      *                  A JOB NAME OR STEP OF '*' MATCHES ANY JOB OR  *
      *                  ANY STEP (SEE BATPARM FOR THE SEARCH ORDER).  *
      *                  MAINTAINED ONLINE BY BATPARMM.                *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  BATPARMF-RECORD.
           05  BATPARMF-KEY.
               10  BATPARMF-JOB-NAME   PIC  X(08).
               10  BATPARMF-STEP-NAME  PIC  X(08).
      * THE TAG EXACTLY AS THE PROGRAM LOOKS FOR IT, '=' INCLUDED
               10  BATPARMF-TAG        PIC  X(10).
           05  BATPARMF-VALUE          PIC  X(40).
           05  BATPARMF-DESC           PIC  X(30).
