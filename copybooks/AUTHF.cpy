      *                  FUNCTION RECORD NAMES THE GROUP (FIRST THREE  *
      *                  BYTES OF THE DESCRIPTION) WHOSE OWN RECORDS   *
      *                  THEN APPLY TO THE OPERATOR.  MAINTAINED       *
      *                  ONLINE BY AUTHFM; BRKGLASS WRITES SHORT-LIVED *
      *                  EMERGENCY GRANTS THAT CARRY AN EXPIRY.        *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL LAYOUT.
      * 10/15/2026 DLC ADD AUTHF-EXPIRES.  THE FILE IS REDEFINED WITH
      *               THE LONGER RECORD; EXISTING RECORDS RELOAD WITH
      *               SPACES (NEVER EXPIRES).
      * END OF HISTORY ------------------------------------------------
       01  AUTHF-RECORD.
           05  AUTHF-KEY.
      * FREE TEXT; FOR A '*GROUP' MEMBERSHIP RECORD THE FIRST THREE
      * BYTES NAME THE OPERATOR'S GROUP
           05  AUTHF-DESC              PIC  X(20).
      * CCYYMMDD HHMMSS AT WHICH THE GRANT LAPSES -- AUTHCHK TREATS A
      * LAPSED RECORD AS ABSENT.  SPACES (OR LOW-VALUES) NEVER EXPIRES
           05  AUTHF-EXPIRES.
               10  AUTHF-EXP-DATE      PIC  X(08).
               10  AUTHF-EXP-TIME      PIC  X(06).
