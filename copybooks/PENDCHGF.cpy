      ******************************************************************
      *                                                                *
      *    PENDCHGF  --  PENDING DUAL-CONTROL CHANGE, KEYED BY THE     *
      *                  ABSTIME AND TASK NUMBER OF THE REQUEST.       *
      *                  WRITTEN BY DUALREQ FOR A MAINTENANCE          *
      *                  TRANSACTION WHOSE AUTHCHK FUNCTION IS ON      *
      *                  DUALCTLF; HOLDS THE WHOLE BEFORE AND AFTER    *
      *                  RECORD IMAGES SO DUALAPPR CAN APPLY THE       *
      *                  CHANGE ITSELF (AND REFUSE IT IF THE RECORD    *
      *                  NO LONGER MATCHES THE BEFORE IMAGE).  THE     *
      *                  RECORD STAYS ON FILE AFTER THE DECISION AS    *
      *                  THE HISTORY OF WHO ASKED AND WHO DECIDED.     *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  PENDCHGF-RECORD.
           05  PENDCHGF-KEY.
               10  PENDCHGF-STAMP      PIC S9(15)   PACKED-DECIMAL.
               10  PENDCHGF-TASKN      PIC S9(07)   COMP-3.
           05  PENDCHGF-STATUS         PIC  X(01).
               88  PENDCHGF-PENDING            VALUE 'P'.
               88  PENDCHGF-APPROVED           VALUE 'A'.
               88  PENDCHGF-REJECTED           VALUE 'R'.
               88  PENDCHGF-EXPIRED            VALUE 'X'.
      * THE AUTHCHK FUNCTION AND THE PROGRAM THAT ASKED
           05  PENDCHGF-FUNCTION       PIC  X(08).
           05  PENDCHGF-PGM            PIC  X(08).
           05  PENDCHGF-ACTION         PIC  X(01).
               88  PENDCHGF-ADD                VALUE 'A'.
               88  PENDCHGF-CHANGE             VALUE 'C'.
               88  PENDCHGF-DELETE             VALUE 'D'.
           05  PENDCHGF-DATASET        PIC  X(08).
           05  PENDCHGF-REC-KEY        PIC  X(64).
           05  PENDCHGF-REQ-OPID       PIC  X(03).
           05  PENDCHGF-REQ-USERID     PIC  X(08).
           05  PENDCHGF-REQ-TERMID     PIC  X(04).
           05  PENDCHGF-EXPIRES        PIC S9(15)   PACKED-DECIMAL.
           05  PENDCHGF-REASON         PIC  X(40).
           05  PENDCHGF-DEC-OPID       PIC  X(03).
           05  PENDCHGF-DEC-STAMP      PIC S9(15)   PACKED-DECIMAL.
      * THE AUDITWRT KEY/OLD/NEW THE REQUESTING PROGRAM WOULD HAVE
      * WRITTEN HAD IT APPLIED THE CHANGE ITSELF
           05  PENDCHGF-AUDIT-KEY      PIC  X(32).
           05  PENDCHGF-AUDIT-OLD      PIC  X(40).
           05  PENDCHGF-AUDIT-NEW      PIC  X(40).
           05  PENDCHGF-BEFORE-LEN     PIC S9(04)   BINARY.
           05  PENDCHGF-AFTER-LEN      PIC S9(04)   BINARY.
           05  PENDCHGF-BEFORE         PIC  X(4000).
           05  PENDCHGF-AFTER          PIC  X(4000).
