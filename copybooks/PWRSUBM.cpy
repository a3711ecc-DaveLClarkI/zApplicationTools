      ******************************************************************
      *                                                                *
      *    PWRSUBM  --  PARAMETER AREA FOR THE PWRSUBM POWER READER-   *
      *                  SUBMIT SERVICE, THE SUBMIT-SIDE COMPANION OF  *
      *                  PWRQSCAN.  THE CALLER FILLS THE CARD TABLE    *
      *                  WITH A COMPLETE DECK (POWER JECL INCLUDED)    *
      *                  AND ONE CALL PUTS IT ON THE RDR QUEUE,        *
      *                  RETURNING THE JOB NAME AND NUMBER POWER       *
      *                  ASSIGNED.  USED BY THE JOBSUBM SUBMIT PANEL.  *
      *                                                                *
      *        CALL 'PWRSUBM'  USING PWRSUBM-PARMS.                    *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  PWRSUBM-PARMS.
      * NUMBER OF CARDS PASSED
           05  PWRS-CARD-CNT           PIC S9(04)   COMP.
      * SPACE = SUBMITTED, 'E' = SERVICE/INTERFACE TROUBLE
           05  PWRS-STATUS-SW          PIC  X(01).
               88  PWRS-OK                     VALUE ' '.
               88  PWRS-ERROR                  VALUE 'E'.
      * RETURNED -- AS POWER RECORDED THE JOB
           05  PWRS-JOB-NAME           PIC  X(08).
           05  PWRS-JOB-NUMB           PIC  X(06).
           05  PWRS-CARD OCCURS 100 TIMES
                                       PIC  X(80).
