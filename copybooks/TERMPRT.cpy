      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL LAYOUT.
      * 10/15/2026 DLC ADD THE OPTIONAL TRAILING TP-ARCH-KEY, RETURNING
      *               WHERE IN RPTARCHF AN ARCHIVED CAPTURE WAS FILED
      *               SO A CALLER (PROBRPT) CAN POINT AT IT.  A
      *               CALLER WITH THE SHORTER COMMAREA IS UNAFFECTED.
      * 10/15/2026 DLC 'P' WITH TP-PRINTER LEFT BLANK NOW MEANS THE
      *               TERMINAL'S OWN DEFAULT PRINTER FROM TERMINVF.
      * END OF HISTORY ------------------------------------------------
      * 'P' = THE TD DESTINATION IN TP-PRINTER (SPACES = THE TERMINAL'S
      * TERMINVF DEFAULT PRINTER, OR THE ARCHIVE WHEN IT HAS NONE),
      * 'A' = REPORT ARCHIVE
         03  TP-DEST                   PIC  X(01).
             88  TP-TO-PRINTER               VALUE 'P'.
             88  TP-TO-ARCHIVE               VALUE 'A'.
      * 'Y' WHEN THE CAPTURE WAS DELIVERED
         03  TP-RESULT-SW              PIC  X(01).
             88  TP-OK                       VALUE 'Y'.
      * RETURNED FOR AN ARCHIVED CAPTURE -- THE REPORT ID, DATE AND
      * TIME PORTION OF ITS RPTARCHF KEY (SPACES WHEN NOT ARCHIVED).
      * ONLY SET WHEN THE CALLER'S COMMAREA IS LONG ENOUGH TO CARRY IT
         03  TP-ARCH-KEY               PIC  X(22).
