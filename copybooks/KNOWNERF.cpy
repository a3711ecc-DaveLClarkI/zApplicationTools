      ******************************************************************
      *                                                                *
      *    KNOWNERF  --  KNOWN-ERROR REMEDIATION RECORD.  THE SAME     *
      *                  UNEXERRF PROGRAM/EIBFN/EIBRESP COMBINATIONS   *
      *                  (AND THE SAME MSGROUTE ALERTS) COME BACK      *
      *                  AGAIN AND AGAIN, AND THE FIX USED TO LIVE IN  *
      *                  ONE ANALYST'S HEAD.  THIS RECORD CARRIES IT:  *
      *                  A SHORT DIAGNOSIS, THE REMEDIATION STEPS, AND *
      *                  WHETHER THE OPERATOR MAY SAFELY RETRY.  THE   *
      *                  KNOWNLK SERVICE FINDS THE BEST MATCH FOR      *
      *                  UNEXERRI AND ALERTCON; UNEXTRND PRINTS IT     *
      *                  UNDER EACH COMBINATION.  MAINTAINED ONLINE BY *
      *                  KNOWNERM.  A REGION WITHOUT THIS FILE SIMPLY  *
      *                  SHOWS NO REMEDIATION.                         *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  KNOWNERF-RECORD.
           05  KNOWNERF-KEY.
      * U = AN UNEXERRF PROGRAM/EIBFN/EIBRESP COMBINATION,
      * A = A MSGROUTE ALERT COMPONENT
               10  KNOWNERF-TYPE       PIC  X(01).
                   88  KNOWNERF-UNEXPECTED     VALUE 'U'.
                   88  KNOWNERF-ALERT          VALUE 'A'.
      * THE PROGRAM (TYPE U) OR THE MSGROUTE COMPONENT (TYPE A)
               10  KNOWNERF-NAME       PIC  X(08).
      * TYPE U ONLY (SPACES FOR TYPE A) -- EIBFN AS FOUR HEX DIGITS
      * (0602 = FILE READ) AND EIBRESP AS FOUR DECIMAL DIGITS (0019 =
      * NOTOPEN).  '*ANY' IN THE NAME, EIBFN, OR EIBRESP MATCHES EVERY
      * VALUE; KNOWNLK TRIES THE MOST SPECIFIC KEY FIRST.
               10  KNOWNERF-FN         PIC  X(04).
               10  KNOWNERF-RESP       PIC  X(04).
           05  KNOWNERF-DIAG           PIC  X(60).
           05  KNOWNERF-STEPS.
               10  KNOWNERF-STEP       PIC  X(60)   OCCURS 3 TIMES.
      * Y = THE OPERATOR MAY SAFELY RETRY THE FAILED WORK AS IS
           05  KNOWNERF-RETRY          PIC  X(01).
               88  KNOWNERF-RETRY-SAFE         VALUE 'Y'.
