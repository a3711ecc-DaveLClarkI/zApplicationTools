      ******************************************************************
      *                                                                *
      *    RPTDISTF  --  REPORT DISTRIBUTION RECORD, KEYED BY THE      *
      *                  RPTARCH REPORT ID.  NAMES WHO THE REPORT IS   *
      *                  FOR -- OPERATORS, AUTHF OPERATOR GROUPS OR    *
      *                  OPERDIRF DEPARTMENTS -- SO RPTVIEW'S "MY      *
      *                  REPORTS" CAN SHOW EACH RECIPIENT THEIR OWN.   *
      *                  A RESTRICTED REPORT IS REFUSED IN RPTVIEW TO  *
      *                  ANYONE NOT ON ITS LIST; A REPORT WITH NO      *
      *                  RECORD HERE IS OPEN TO ALL, AS BEFORE.  WITH  *
      *                  A NOTICE COMPONENT, RPTARCH SENDS A MESSAGE   *
      *                  UNDER THAT COMPONENT (ROUTED BY MSGRCTL TO    *
      *                  THE RECIPIENTS' DESTINATION) AS EACH NEW RUN  *
      *                  LANDS.  MAINTAINED ONLINE BY RPTDISTM.        *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  RPTDISTF-RECORD.
           05  RPTDISTF-KEY.
               10  RDST-ID             PIC  X(08).
           05  RDST-DESC               PIC  X(20).
      * 'Y' = ONLY THE RECIPIENTS BELOW MAY VIEW IT; ANY OTHER = OPEN
           05  RDST-RESTRICT-SW        PIC  X(01).
               88  RDST-RESTRICTED             VALUE 'Y'.
      * THE MSGROUTE/MSGBATCH COMPONENT A NEW-RUN NOTICE GOES OUT
      * UNDER (SPACES = NO NOTICE)
           05  RDST-NOTIFY-COMP        PIC  X(08).
      * UP TO EIGHT RECIPIENTS -- 'O' AN OPERATOR ID, 'G' AN AUTHF
      * '*GROUP' GROUP, 'D' AN OPERDIRF DEPARTMENT; SPACES = UNUSED
           05  RDST-RECIPIENTS.
               10  RDST-RECIP          OCCURS 8 TIMES.
                   15  RDST-RECIP-TYPE PIC  X(01).
                       88  RDST-RECIP-OPER     VALUE 'O'.
                       88  RDST-RECIP-GROUP    VALUE 'G'.
                       88  RDST-RECIP-DEPT     VALUE 'D'.
                   15  RDST-RECIP-ID   PIC  X(08).
           05  RDST-OPID               PIC  X(03).
           05  FILLER                  PIC  X(20).
