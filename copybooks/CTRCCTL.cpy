      ******************************************************************
      *                                                                *
      *    CTRCCTL  --  COMMAREA TRACE SWITCH.  ONE ITEM IN THE TS     *
      *                  QUEUE 'CTRCCTL ' (THE SAME RUNTIME-SWITCH     *
      *                  CONVENTION AS POPLIST'S POPLTRC), WRITTEN BY  *
      *                  CTRACEV WHEN SUPPORT SWITCHES A TRACE ON FOR  *
      *                  ONE TERMINAL OR ONE OPERATOR.  COMMENT2 READS *
      *                  IT ON EVERY TASK ENTRY; THE FIRST TASK TO     *
      *                  FIND IT PAST ITS EXPIRY DELETES THE QUEUE, SO *
      *                  THE TRACE SWITCHES ITSELF OFF.  NO QUEUE, NO  *
      *                  TRACE.                                        *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  CTRCCTL-RECORD.
           05  CTRCCTL-TYPE            PIC  X(01).
               88  CTRCCTL-BY-TERMINAL         VALUE 'T'.
               88  CTRCCTL-BY-OPERATOR         VALUE 'O'.
      * THE TERMINAL ID, OR THE OPERATOR ID LEFT-JUSTIFIED
           05  CTRCCTL-TARGET          PIC  X(04).
      * CICS ABSTIME THE TRACE WAS SWITCHED ON, AND WHEN IT EXPIRES
           05  CTRCCTL-FROM            PIC S9(15)   PACKED-DECIMAL.
           05  CTRCCTL-UNTIL           PIC S9(15)   PACKED-DECIMAL.
      * WHO SWITCHED IT ON
           05  CTRCCTL-OPID            PIC  X(03).
