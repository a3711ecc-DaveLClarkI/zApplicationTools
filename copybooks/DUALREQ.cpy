      ******************************************************************
      *                                                                *
      *    DUALREQ  --  COMMAREA FOR THE DUALREQ DUAL-CONTROL QUEUE    *
      *                  SUBROUTINE.  A MAINTENANCE TRANSACTION TOLD   *
      *                  BY AUTHCHK THAT ITS FUNCTION IS UNDER DUAL    *
      *                  CONTROL LINKS HERE, INSTEAD OF APPLYING THE   *
      *                  CHANGE, WITH THE TARGET FILE AND KEY, THE     *
      *                  WHOLE BEFORE AND AFTER RECORD IMAGES (LENGTH  *
      *                  ZERO FOR NONE) AND THE AUDIT PAYLOAD IT WOULD *
      *                  HAVE WRITTEN.  DUALREQ ASKS THE OPERATOR FOR  *
      *                  A REASON AND QUEUES THE CHANGE ON PENDCHGF    *
      *                  FOR A SECOND OPERATOR TO APPROVE IN DUALAPPR. *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
         03  DREQ-FUNCTION             PIC  X(08).
         03  DREQ-PGM                  PIC  X(08).
         03  DREQ-ACTION               PIC  X(01).
             88  DREQ-ADD                    VALUE 'A'.
             88  DREQ-CHANGE                 VALUE 'C'.
             88  DREQ-DELETE                 VALUE 'D'.
         03  DREQ-DATASET              PIC  X(08).
         03  DREQ-REC-KEY              PIC  X(64).
      * AS ANSWERED BY AUTHCHK (ZERO = 24)
         03  DREQ-HOURS                PIC S9(04)   BINARY.
         03  DREQ-AUDIT-KEY            PIC  X(32).
         03  DREQ-AUDIT-OLD            PIC  X(40).
         03  DREQ-AUDIT-NEW            PIC  X(40).
         03  DREQ-RESULT-SW            PIC  X(01).
             88  DREQ-QUEUED                 VALUE 'Q'.
             88  DREQ-CANCELLED              VALUE 'C'.
             88  DREQ-FAILED                 VALUE 'F'.
         03  DREQ-BEFORE-LEN           PIC S9(04)   BINARY.
         03  DREQ-AFTER-LEN            PIC S9(04)   BINARY.
         03  DREQ-BEFORE               PIC  X(4000).
         03  DREQ-AFTER                PIC  X(4000).
