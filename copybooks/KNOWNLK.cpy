      ******************************************************************
      *                                                                *
      *    KNOWNLK  --  COMMAREA FOR THE KNOWNLK KNOWN-ERROR LOOKUP    *
      *                  SERVICE.  THE CALLER SUPPLIES THE TYPE AND    *
      *                  WHAT HAPPENED -- THE PROGRAM, RAW EIBFN AND   *
      *                  EIBRESP OF AN UNEXERRF EVENT, OR THE MSGROUTE *
      *                  COMPONENT OF AN ALERT -- AND KNOWNLK RETURNS  *
      *                  THE MOST SPECIFIC MATCHING KNOWNERF ENTRY.    *
      *                  THE CALLER SETS KNWL-FOUND-SW TO 'N' BEFORE   *
      *                  THE LINK, SO A FAILED LINK READS AS NO MATCH. *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
      * U = UNEXERRF EVENT, A = MSGROUTE ALERT (SEE KNOWNERF)
         03  KNWL-TYPE                 PIC  X(01).
           88  KNWL-UNEXPECTED                      VALUE 'U'.
           88  KNWL-ALERT                           VALUE 'A'.
      * THE PROGRAM (TYPE U) OR THE COMPONENT (TYPE A)
         03  KNWL-NAME                 PIC  X(08).
      * TYPE U ONLY -- AS HELD ON UNEXERRF
         03  KNWL-FN                   PIC  X(02).
         03  KNWL-RESP                 PIC S9(08)   BINARY.
      * RETURNED -- THE EIBFN AS FOUR HEX DIGITS (AS KEYED ON KNOWNERF)
         03  KNWL-FN-HEX               PIC  X(04).
      * RETURNED -- 'Y' WITH THE MATCHED KEY AND ITS REMEDIATION
         03  KNWL-FOUND-SW             PIC  X(01).
           88  KNWL-FOUND                           VALUE 'Y'.
         03  KNWL-MATCH-KEY            PIC  X(17).
         03  KNWL-DIAG                 PIC  X(60).
         03  KNWL-STEP                 PIC  X(60)   OCCURS 3 TIMES.
         03  KNWL-RETRY                PIC  X(01).
           88  KNWL-RETRY-SAFE                      VALUE 'Y'.
