      *               RETURNS THE EXTRAS IN THE MAPT-* FIELDS (SEE
      *               COMMWORK).  THE FILE NEEDS A REDEFINE/RELOAD
      *               FOR THE LONGER RECORD.
      * 10/15/2026 DLC THE KEY IS NOW THE MAP ID PLUS A NATIONAL-
      *               LANGUAGE CODE (SPACES = ENGLISH, THE FALLBACK
      *               WHEN A MAP HAS NO TRANSLATION).  A PROGRAM THAT
      *               MOVES A BARE MAP ID TO MAPTITLE-KEY STILL GETS
      *               THE ENGLISH RECORD.  THE FILE NEEDS A REDEFINE/
      *               RELOAD FOR THE LONGER KEY.
      * END OF HISTORY ------------------------------------------------
           05  MAPTITLE-KEY.
               10  MAPTITLE-MAP-ID     PIC  X(08).
      * NATIONAL LANGUAGE OF THE TITLE (SPACES = ENGLISH)
               10  MAPTITLE-LANG       PIC  X(02).
           05  MAPTITLE-VALUE          PIC  X(40).
      * HELP-TOPIC ID HANDED TO THE HELP TRANSACTION (SEE COMMHELP)
           05  MAPTITLE-HELP-TOPIC     PIC  X(08).
