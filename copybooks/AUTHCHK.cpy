      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL LAYOUT.
      * 10/15/2026 DLC DUAL-CONTROL ANSWER APPENDED (SEE DUALCTLF).
      * 10/15/2026 DLC CHANGE-FREEZE ANSWER APPENDED (SEE FRZWINF).
      * 10/15/2026 DLC INQUIRY SWITCH APPENDED -- 'I' ASKS FOR THE
      *               ANSWER ONLY (SEE THE NOTE BELOW).
      * END OF HISTORY ------------------------------------------------
         03  AUTH-FUNCTION             PIC  X(08).
         03  AUTH-PGM                  PIC  X(08).
             88  AUTH-DENIED                 VALUE 'N'.
      * THE OPERATOR ID AUTHCHK RESOLVED, RETURNED FOR MESSAGES
         03  AUTH-OPID                 PIC  X(03).
      * 'Y' WHEN AN ALLOWED FUNCTION IS ON DUALCTLF -- THE CALLER
      * QUEUES THE CHANGE THROUGH DUALREQ INSTEAD OF APPLYING IT.
      * ONLY ANSWERED FOR A CALLER WHOSE COMMAREA REACHES THIS FAR
         03  AUTH-DUAL-SW              PIC  X(01).
             88  AUTH-DUAL-CONTROL           VALUE 'Y'.
         03  AUTH-DUAL-HOURS           PIC S9(04)   BINARY.
      * 'Y' WHEN A FRZWINF CHANGE-FREEZE WINDOW COVERED THE FUNCTION.
      * THE ANSWER IS THEN DENIED, OR ALLOWED UNDER A FREEZE OVERRIDE
      * WITH THE CHANGE REFERENCE THE OPERATOR KEYED TO AUTHCHK.
      * ONLY ANSWERED FOR A CALLER WHOSE COMMAREA REACHES THIS FAR
         03  AUTH-FREEZE-SW            PIC  X(01).
             88  AUTH-FROZEN                 VALUE 'Y'.
         03  AUTH-FREEZE-ID            PIC  X(08).
         03  AUTH-CHG-REF              PIC  X(20).
      * 'I' FROM A CALLER THAT ONLY WANTS TO KNOW WHETHER THE OPERATOR
      * COULD USE THE FUNCTION (E.G. SHOPMENU DECIDING WHICH ENTRIES
      * TO SHOW) -- NOTHING IS AUDITED, NO DENIAL IS COUNTED, AND NO
      * CHANGE-FREEZE REFERENCE IS ASKED FOR.  THE REAL CHECK STILL
      * HAPPENS WHEN THE FUNCTION IS USED.  ANY OTHER VALUE (OR A
      * COMMAREA THAT STOPS SHORT OF IT) IS A NORMAL CHECK
         03  AUTH-INQUIRY-SW           PIC  X(01).
             88  AUTH-INQUIRY-ONLY           VALUE 'I'.
