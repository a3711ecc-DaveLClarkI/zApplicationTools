      *               SO THIS COVER STAYS A TRUE MIRROR.
      * 08/22/2026 DLC ADD JOBD-APPLID, SO THIS COVER STAYS A TRUE
      *               MIRROR.
      * 10/15/2026 DLC ADD JOBD-CLOCK-DATE AND JOBD-DATE-SW, SO THIS
      *               COVER STAYS A TRUE MIRROR.
      * END OF HISTORY ------------------------------------------------
         03  CICSJOB-CICS-INFO.
      * SEE CICSINFO COPYBOOK FOR FIELD DESCRIPTIONS -- THESE ARE
           05  JOBD-CPU-MINUTES          PIC S9(4)    COMP.
           05  JOBD-CPU-SECONDS          PIC S9(4)    COMP.
           05  JOBD-APPLID               PIC  X(08).
           05  JOBD-CLOCK-DATE           PIC  X(08).
           05  JOBD-DATE-SW              PIC  X(01).
               88  JOBD-CLOCK-BASIS             VALUE 'C'.
               88  JOBD-PROCESSING-BASIS        VALUE 'P'.
               88  JOBD-PDATE-MISSING           VALUE 'X'.
