      ******************************************************************
      *                                                                *
      *    LASTCHG  --  COMMAREA FOR THE LASTCHG CHANGED-SINCE-SEEN    *
      *                  SUBROUTINE.  A MAINTENANCE TRANSACTION THAT   *
      *                  FINDS A RECORD NO LONGER MATCHES WHAT ITS     *
      *                  OPERATOR WAS LAST SHOWN LINKS HERE WITH ITS   *
      *                  OWN PROGRAM NAME, THE AUDIT KEY IT WRITES     *
      *                  FOR THE RECORD, WHEN THE OPERATOR SAW IT, AND *
      *                  THE RECORD'S CURRENT VALUES AS ITS BROWSE     *
      *                  SHOWS THEM.  LASTCHG FINDS THE NEWEST         *
      *                  AUDITLOG RECORD FOR THAT KEY SINCE THEN,      *
      *                  TELLS THE OPERATOR THE UPDATE WAS NOT MADE,   *
      *                  WHO CHANGED THE RECORD AND WHAT IT NOW HOLDS, *
      *                  AND HANDS THE WHO/WHEN BACK.                  *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
         03  LCHG-PGM                  PIC  X(08).
         03  LCHG-REC-KEY              PIC  X(32).
      * WHEN THE OPERATOR WAS LAST SHOWN THE RECORD (ABSTIME)
         03  LCHG-SINCE                PIC S9(15)   PACKED-DECIMAL.
      * THE CALLER'S BROWSE OF THE RECORD AS IT NOW STANDS
         03  LCHG-CURRENT              PIC  X(78).
      * RETURNED -- 'N' WHEN NO AUDITLOG RECORD EXPLAINS THE CHANGE
         03  LCHG-FOUND-SW             PIC  X(01).
             88  LCHG-FOUND                  VALUE 'Y'.
         03  LCHG-OPID                 PIC  X(03).
         03  LCHG-USERID               PIC  X(08).
         03  LCHG-ACTION               PIC  X(08).
         03  LCHG-DATE                 PIC  X(08).
         03  LCHG-TIME                 PIC  X(06).
