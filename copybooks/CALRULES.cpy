      *                                                                *
      *    CALRULES  --  BUSINESS-CALENDAR GENERATION RULE, READ BY    *
      *                  CALMAINT'S YEAR GENERATOR.  ONE RECORD PER    *
      *                  RULE, KEYED BY CALENDAR ID (AS IN CALFILE --  *
      *                  BLANK IS THE SHOP CALENDAR) AND SEQUENCE, SO  *
      *                  EACH CALENDAR HAS ITS OWN RULES.  TYPE 'F' IS *
      *                  A FIXED HOLIDAY (MONTH/DAY, OPTIONALLY        *
      *                  SHIFTED TO THE OBSERVED WEEKDAY), TYPE 'W' A  *
      *                  FLOATING HOLIDAY (NTH WEEKDAY OF A MONTH, 9 = *
      *                  LAST), AND TYPE 'Q' THE FISCAL PATTERN (YEAR  *
      *                  START MONTH/DAY PLUS A WEEK PATTERN SUCH AS   *
      *                  445 IN THE FIRST THREE DESCRIPTION BYTES).    *
      *                  FIELDS ARE PLAIN DISPLAY SO THE RULES CAN BE  *
      *                  MAINTAINED WITH ANY FILE UTILITY.             *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL LAYOUT.
      * 10/15/2026 DLC KEY BY CALENDAR ID AHEAD OF THE SEQUENCE (SEE
      *               CALFILE); EXISTING RULES RELOAD WITH EIGHT
      *               LEADING SPACES AS THE SHOP CALENDAR'S.
      * END OF HISTORY ------------------------------------------------
       01  CALRULES-RECORD.
           05  CALRULES-KEY.
               10  CALR-ID             PIC  X(08).
               10  CALR-SEQ            PIC  9(03).
      * F = FIXED DATE, W = NTH WEEKDAY OF MONTH, Q = FISCAL PATTERN
           05  CALR-TYPE               PIC  X(01).
