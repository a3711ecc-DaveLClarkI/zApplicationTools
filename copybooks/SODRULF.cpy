      ******************************************************************
      *                                                                *
      *    SODRULF  --  SEGREGATION-OF-DUTIES CONFLICT RULE, KEYED     *
      *                  AUTHCHK FUNCTION CODE PLUS THE FUNCTION CODE  *
      *                  NO ONE HOLDING IT MAY ALSO HOLD.  EVERY RULE  *
      *                  IS CARRIED BOTH WAYS ROUND (SODRULM WRITES    *
      *                  AND DELETES THE MIRROR RECORD) SO A GENERIC   *
      *                  BROWSE ON EITHER FUNCTION FINDS IT.  AUTHFM   *
      *                  REFUSES A GRANT THAT WOULD GIVE AN OPERATOR   *
      *                  OR GROUP BOTH SIDES (OR, FOR AN OVERRIDABLE   *
      *                  RULE, DEMANDS A REASON); AUTHCHK DENIES A     *
      *                  FUNCTION WHOSE HOLDER ALSO HOLDS THE OTHER    *
      *                  SIDE OF A RULE THAT CANNOT BE OVERRIDDEN;     *
      *                  SODCNFL REPORTS THE CONFLICTS ON FILE.        *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  SODRULF-RECORD.
           05  SODRULF-KEY.
               10  SODRULF-FUNCTION    PIC  X(08).
               10  SODRULF-CONFLICT    PIC  X(08).
      * 'Y' LETS AUTHFM ACCEPT THE CONFLICTING GRANT WITH A REASON,
      * WHICH IT AUDITS; ANY OTHER VALUE IS A HARD RULE
           05  SODRULF-OVERRIDE-SW     PIC  X(01).
               88  SODRULF-OVERRIDABLE         VALUE 'Y'.
           05  SODRULF-DESC            PIC  X(30).
