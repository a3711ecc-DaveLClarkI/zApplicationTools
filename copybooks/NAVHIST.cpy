      *               OPID + STAMP), SO TWO REGIONS SHARING THE FILE
      *               KEEP THEIR TRAILS APART.  THE FILE AND AIX NEED
      *               A REDEFINE/RELOAD FOR THE NEW KEYS.
      * 10/15/2026 DLC ADD NAVHIST-HOP-TYPE, MARKING A HOP THE NAVRULF
      *               TRANSFER RULES REFUSED (OR, WHILE THE RULES ARE
      *               ONLY BEING LEARNED, WOULD HAVE REFUSED).  THE
      *               FILE NEEDS A REDEFINE FOR THE LONGER RECORD;
      *               OLD RECORDS RELOAD WITH A SPACE (ORDINARY HOP).
      * END OF HISTORY ------------------------------------------------
       01  NAVHIST-RECORD.
           05  NAVHIST-KEY.
           05  NAVHIST-TRNID           PIC  X(04).
           05  NAVHIST-FROM            PIC  X(08).
           05  NAVHIST-TO              PIC  X(08).
      * SPACE = AN ORDINARY HOP (SEE NAVRULF FOR THE OTHER TWO)
           05  NAVHIST-HOP-TYPE        PIC  X(01).
               88  NAVHIST-HOP-REFUSED         VALUE 'R'.
               88  NAVHIST-HOP-UNLISTED        VALUE 'W'.
