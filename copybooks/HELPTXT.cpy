      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 08/22/2026 DLC ORIGINAL LAYOUT.
      * 10/15/2026 DLC ADD HELPTXT-LANG TO THE KEY AHEAD OF THE LINE
      *               NUMBER -- EACH TOPIC/FIELD CAN CARRY ITS TEXT IN
      *               SEVERAL NATIONAL LANGUAGES (SPACES = ENGLISH,
      *               THE FALLBACK WHEN A TRANSLATION IS MISSING).
      *               THE FILE NEEDS A REDEFINE/RELOAD FOR THE LONGER
      *               KEY (A PRE-CHANGE HELPSEQ DECK LOADS AS ENGLISH).
      * END OF HISTORY ------------------------------------------------
       01  HELPTXT-RECORD.
           05  HELPTXT-KEY.
               10  HELPTXT-TOPIC       PIC  X(08).
               10  HELPTXT-FIELD       PIC  X(08).
               10  HELPTXT-LANG        PIC  X(02).
               10  HELPTXT-LINE-NO     PIC  9(03).
           05  HELPTXT-TEXT            PIC  X(70).
