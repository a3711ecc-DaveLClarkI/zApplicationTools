      ******************************************************************
      *                                                                *
      *    FILEHNDF  --  ONLINE/BATCH FILE-HANDOFF CONTROL RECORD.     *
      *                  ONE RECORD PER CICS FILE THE NIGHT BATCH      *
      *                  NEEDS CLOSED -- WHICH BATCH CHAIN OWNS THE    *
      *                  CLOSURE AND THE PLANNED CLOSURE WINDOW.  THE  *
      *                  FILEHAND BATCH STEP (THROUGH THE FILEHNDS     *
      *                  SERVER) CLOSES A CHAIN'S FILES BEFORE THE     *
      *                  CHAIN RUNS AND REOPENS THEM AFTER, STAMPING   *
      *                  EACH HANDOFF HERE; FILEMON TREATS A CLOSURE   *
      *                  INSIDE THE WINDOW AS EXPECTED AND ALERTS ONLY *
      *                  WHEN THE WINDOW IS OVERRUN.  MAINTAINED BY    *
      *                  FILEHNDM.                                     *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  FILEHNDF-RECORD.
           05  FILEHNDF-KEY.
               10  FHND-FILE           PIC  X(08).
           05  FHND-DESC               PIC  X(20).
      * THE BATCH CHAIN (THE JOB NAME GIVEN TO FILEHAND) THAT OWNS
      * THE CLOSURE
           05  FHND-CHAIN              PIC  X(08).
      * THE PLANNED CLOSURE WINDOW, LOCAL HHMM -- A FROM LATER THAN
      * THE UNTIL SPANS MIDNIGHT
           05  FHND-WINDOW-FROM        PIC  9(04).
           05  FHND-WINDOW-UNTIL       PIC  9(04).
      * 'B' = HANDED TO BATCH (CLOSED BY FILEHAND), 'O' OR SPACE =
      * ONLINE
           05  FHND-STATE              PIC  X(01).
               88  FHND-WITH-BATCH             VALUE 'B'.
               88  FHND-ONLINE                 VALUE 'O' ' '.
      * THE LAST HANDOFF EACH WAY -- WHEN, AND BY WHICH JOB
           05  FHND-CLOSED-STAMP       PIC S9(15)   PACKED-DECIMAL.
           05  FHND-CLOSED-JOB         PIC  X(08).
           05  FHND-OPENED-STAMP       PIC S9(15)   PACKED-DECIMAL.
           05  FHND-OPENED-JOB         PIC  X(08).
           05  FHND-OPID               PIC  X(03).
           05  FILLER                  PIC  X(17).
