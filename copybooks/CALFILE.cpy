      ******************************************************************
      *                                                                *
      *    CALFILE  --  BUSINESS-CALENDAR RECORD, ONE PER CALENDAR AND *
      *                  DATE THAT MATTERS (KEYED CALENDAR ID PLUS     *
      *                  CCYYMMDD; A BLANK ID IS THE SHOP CALENDAR,    *
      *                  ANY OTHER NAMES A SECOND CALENDAR SUCH AS A   *
      *                  BANK'S OR A SUBSIDIARY'S).  A RECORD CAN      *
      *                  MARK A BANK HOLIDAY, THE START OF A FISCAL    *
      *                  PERIOD, OR BOTH.  MAINTAINED ONLINE BY        *
      *                  CALMAINT AND ANSWERED FROM BY THE CALQUERY    *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 08/22/2026 DLC ORIGINAL LAYOUT.
      * 10/15/2026 DLC KEY BY CALENDAR ID AHEAD OF THE DATE SO ONE FILE
      *               CARRIES SEVERAL CALENDARS.  THE SHOP CALENDAR IS
      *               THE BLANK ID -- EXISTING RECORDS RELOAD WITH
      *               EIGHT LEADING SPACES WHEN THE CLUSTER IS
      *               REDEFINED WITH THE LONGER KEY.
      * END OF HISTORY ------------------------------------------------
       01  CALFILE-RECORD.
           05  CALFILE-KEY.
      * SPACES = THE SHOP CALENDAR
               10  CAL-ID              PIC  X(08).
               10  CAL-DATE            PIC  X(08).
      * 'Y' = BANK HOLIDAY (NOT A BUSINESS DAY)
           05  CAL-HOLIDAY-SW          PIC  X(01).
