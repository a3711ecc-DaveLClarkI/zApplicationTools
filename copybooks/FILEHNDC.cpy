      ******************************************************************
      *                                                                *
      *    FILEHNDC  --  COMMAREA OF THE FILEHNDS HANDOFF SERVER, AS   *
      *                  LINKED FROM THE FILEHAND BATCH STEP.  THE     *
      *                  CALLER NAMES THE ACTION, THE CHAIN AND ITS    *
      *                  OWN JOB; THE SERVER HANDS BACK ONE ENTRY PER  *
      *                  FILE OF THE CHAIN AND AN OVERALL RETURN CODE. *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
         03  FHNDC-ACTION              PIC  X(01).
           88  FHNDC-CLOSE                          VALUE 'C'.
           88  FHNDC-OPEN                           VALUE 'O'.
         03  FHNDC-CHAIN               PIC  X(08).
         03  FHNDC-JOB                 PIC  X(08).
      * 0 = EVERY FILE IN THE STATE ASKED FOR, 4 = NO FILES ON FILEHNDF
      * FOR THE CHAIN, 8 = AT LEAST ONE FILE IS NOT (OR BAD REQUEST)
         03  FHNDC-RC                  PIC S9(04)   BINARY.
         03  FHNDC-COUNT               PIC S9(04)   BINARY.
         03  FHNDC-ENTRY OCCURS 30 TIMES.
           05  FHNDC-FILE              PIC  X(08).
      * 'C' = CLOSED, 'O' = OPEN AND ENABLED, 'N' = NOT DEFINED TO
      * THE REGION, 'F' = FAILED -- NOT IN THE STATE ASKED FOR
           05  FHNDC-RESULT            PIC  X(01).
             88  FHNDC-FAILED                       VALUE 'F'.
           05  FHNDC-TEXT              PIC  X(20).
