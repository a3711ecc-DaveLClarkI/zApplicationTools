      ******************************************************************
      *                                                                *
      *    DUALCTLF  --  DUAL-CONTROL DESIGNATION, KEYED AUTHCHK       *
      *                  FUNCTION CODE.  A FUNCTION ON THIS FILE NEEDS *
      *                  TWO OPERATORS: AUTHCHK ANSWERS THE CALLER     *
      *                  THAT THE FUNCTION IS UNDER DUAL CONTROL, THE  *
      *                  MAINTENANCE TRANSACTION QUEUES THE CHANGE     *
      *                  THROUGH DUALREQ ONTO PENDCHGF INSTEAD OF      *
      *                  APPLYING IT, AND A SECOND OPERATOR APPROVES   *
      *                  OR REJECTS IT IN DUALAPPR.  MAINTAINED ONLINE *
      *                  BY DUALCTLM.                                  *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  DUALCTLF-RECORD.
           05  DUALCTLF-KEY.
               10  DUALCTLF-FUNCTION   PIC  X(08).
      * HOURS A QUEUED CHANGE WAITS FOR APPROVAL BEFORE IT EXPIRES
      * (ZERO = 24)
           05  DUALCTLF-HOURS          PIC  9(03).
           05  DUALCTLF-DESC           PIC  X(30).
