      ******************************************************************
      *                                                                *
      *    OPERDIRF  --  OPERATOR DIRECTORY, KEYED BY OPERATOR ID.     *
      *                  WHO THE 3-BYTE OPID ON AUDITLOG, NAVHIST,     *
      *                  ALERTF, UNEXERRF AND AUTHF ACTUALLY IS --     *
      *                  NAME, SECURITY USER ID, DEPARTMENT (AS ON     *
      *                  DEPTBUDF), SUPERVISOR, PHONE -- AND WHETHER   *
      *                  THEY ARE STILL ACTIVE.  AUTHCHK DENIES EVERY  *
      *                  FUNCTION TO A SUSPENDED OR TERMINATED         *
      *                  OPERATOR WHATEVER AUTHF SAYS; AN OPERATOR     *
      *                  NOT ON FILE IS DECIDED BY AUTHF ALONE.        *
      *                  MAINTAINED ONLINE BY OPERDIRM.                *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  OPERDIRF-RECORD.
           05  OPERDIRF-KEY.
               10  OPERDIRF-OPID       PIC  X(03).
      * A = ACTIVE (SPACE IS TAKEN AS ACTIVE), S = SUSPENDED,
      * T = TERMINATED
           05  OPERDIRF-STAT           PIC  X(01).
               88  OPERDIRF-ACTIVE             VALUE 'A' ' '.
               88  OPERDIRF-SUSPENDED          VALUE 'S'.
               88  OPERDIRF-TERMINATED         VALUE 'T'.
               88  OPERDIRF-VALID-STATUS       VALUE 'A' 'S' 'T'.
           05  OPERDIRF-DEPT           PIC  X(08).
           05  OPERDIRF-SUPV-OPID      PIC  X(03).
           05  OPERDIRF-USERID         PIC  X(08).
           05  OPERDIRF-NAME           PIC  X(30).
           05  OPERDIRF-PHONE          PIC  X(15).
      * CCYYMMDD THE STATUS WAS LAST CHANGED (SET BY OPERDIRM)
           05  OPERDIRF-STAT-DATE      PIC  X(08).
