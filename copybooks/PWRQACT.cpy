      ******************************************************************
      *                                                                *
      *    PWRQACT  --  PARAMETER AREA FOR THE PWRQACT POWER QUEUE-    *
      *                  ACTION SERVICE, THE COMPANION OF PWRQSCAN     *
      *                  THAT CHANGES AN ENTRY INSTEAD OF LISTING IT.  *
      *                  THE CALLER NAMES THE QUEUE ENTRY (AS PWRQSCAN *
      *                  RETURNED IT) AND ONE ACTION; THE SERVICE      *
      *                  ISSUES THE POWER COMMAND AND HANDS BACK THE   *
      *                  ENTRY'S CLASS, PRIORITY, AND DISPOSITION AS   *
      *                  THEY STAND AFTERWARD.  USED BY THE PWRQPAN    *
      *                  OPERATIONS PANEL.                             *
      *                                                                *
      *        CALL 'PWRQACT'  USING PWRQACT-PARMS.                    *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  PWRQACT-PARMS.
           05  PWRA-ACTION             PIC  X(01).
               88  PWRA-HOLD                   VALUE 'H'.
               88  PWRA-RELEASE                VALUE 'R'.
               88  PWRA-DELETE                 VALUE 'D'.
               88  PWRA-CHG-CLASS              VALUE 'C'.
               88  PWRA-CHG-PRIORITY           VALUE 'P'.
      * 'R' = RDR QUEUE, 'L' = LST QUEUE
           05  PWRA-QUEUE              PIC  X(01).
           05  PWRA-JOB-NAME           PIC  X(08).
           05  PWRA-JOB-NUMB           PIC  X(06).
      * THE NEW CLASS OR PRIORITY FOR C AND P
           05  PWRA-NEW-CLASS          PIC  X(01).
           05  PWRA-NEW-PRIORITY       PIC  9(01).
      * SPACE = DONE, 'N' = ENTRY NO LONGER QUEUED,
      * 'E' = SERVICE/INTERFACE TROUBLE
           05  PWRA-STATUS-SW          PIC  X(01).
               88  PWRA-OK                     VALUE ' '.
               88  PWRA-NOT-FOUND              VALUE 'N'.
               88  PWRA-ERROR                  VALUE 'E'.
      * RETURNED -- THE ENTRY AFTER THE ACTION (SPACES AFTER A DELETE)
           05  PWRA-OUT-CLASS          PIC  X(01).
           05  PWRA-OUT-PRIORITY       PIC  X(01).
           05  PWRA-OUT-DISP           PIC  X(01).
