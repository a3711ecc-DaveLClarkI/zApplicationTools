      ******************************************************************
      *                                                                *
      *    DEPTBUDF  -- DEPARTMENT CHARGEBACK BUDGET RECORD, KEYED     *
      *                  DEPARTMENT (AS CARRIED ON CHGRATEF) PLUS      *
      *                  FISCAL YEAR AND PERIOD (AS CALQUERY'S FP      *
      *                  REQUEST ANSWERS THEM).  JOBDBUDG PRICES THE   *
      *                  PERIOD-TO-DATE COMPLETIONS THE WAY JOBDCHG    *
      *                  DOES AND WARNS THE DEPARTMENT ONCE ITS SPEND  *
      *                  CROSSES THE WARNING PERCENTAGE.  MAINTAINED   *
      *                  ONLINE BY DEPTBUDM.                           *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  DEPTBUDF-RECORD.
           05  DEPTBUDF-KEY.
               10  DEPTBUDF-DEPT       PIC  X(08).
               10  DEPTBUDF-FY         PIC  9(04).
               10  DEPTBUDF-FP         PIC  9(02).
      * THE PERIOD'S BUDGET, IN THE SAME MONEY AS THE CHGRATEF RATES
           05  DEPTBUDF-BUDGET         PIC  9(09)V99.
      * WARN AT THIS PERCENT OF BUDGET (ZERO = THE RUN'S PCT= VALUE)
           05  DEPTBUDF-WARN-PCT       PIC  9(03).
      * THE MSGRCTL COMPONENT THE WARNING IS ROUTED UNDER, SO EACH
      * DEPARTMENT'S DESTINATION IS SET IN MSGRCTL (SPACES =
      * 'JOBDBUDG', THE REPORT'S OWN COMPONENT)
           05  DEPTBUDF-MSG-COMP       PIC  X(08).
