      ******************************************************************
      *                                                                *
      *    SVCTGTF  --  SERVICE-LEVEL TARGET RECORD, ONE PER MEASURE   *
      *                  ON THE SVCLRPT MONTHLY SERVICE REPORT (THE    *
      *                  MEASURE CODES ARE LISTED IN THAT PROGRAM).    *
      *                  WHETHER THE TARGET IS A FLOOR OR A CEILING    *
      *                  GOES WITH THE MEASURE -- AVAILABILITY, BATCH  *
      *                  SUCCESS AND SLA PERCENTAGES MEET IT AT OR     *
      *                  ABOVE, THE REST AT OR BELOW.  A MEASURE WITH  *
      *                  NO RECORD HERE PRINTS WITHOUT A TARGET.       *
      *                  MAINTAINED ONLINE BY SVCTGTM.                 *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  SVCTGTF-RECORD.
           05  SVCTGTF-KEY.
               10  SVCTGTF-MEASURE     PIC  X(08).
      * IN THE MEASURE'S OWN UNITS (PERCENT, COUNT, MINUTES, MS)
           05  SVCTGTF-TARGET          PIC  9(07)V99.
