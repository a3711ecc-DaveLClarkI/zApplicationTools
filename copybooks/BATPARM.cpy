      ******************************************************************
      *                                                                *
      *    BATPARM  --  CALLER PARAMETER AREA FOR THE BATPARM BATCH    *
      *                  RUN-PARAMETER SUBROUTINE.  A PROGRAM THAT     *
      *                  READS SYSPARM TAGS CALLS IT TWICE PER TAG:    *
      *                                                                *
      *                  G = GET.  PASS THE JOB, STEP, TAG, AND        *
      *                      WHATEVER VALUE SYSPARM GAVE (SPACES IF    *
      *                      THE TAG WAS NOT PUNCHED).  A SYSPARM      *
      *                      VALUE ALWAYS WINS; OTHERWISE THE BATPARMF *
      *                      VALUE, IF ANY, COMES BACK IN BPRM-VALUE.  *
      *                      BPRM-SOURCE SAYS WHICH.                   *
      *                  S = SHOW THE VALUE IN BPRM-VALUE AS THE ONE   *
      *                      ACTUALLY USED.                            *
      *                  N = SHOW THE NUMBER IN BPRM-NUMBER AS THE     *
      *                      ONE ACTUALLY USED.                        *
      *                                                                *
      *                  S AND N BUILD BPRM-LINE, "TAG= VALUE FROM     *
      *                  WHERE", FOR THE CALLER TO PRINT AT THE TOP OF *
      *                  ITS REPORT.  A CALLER THAT HAD TO FALL BACK   *
      *                  ON ITS OWN DEFAULT SETS BPRM-FROM-DEFAULT     *
      *                  BEFORE THE SHOW.                              *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  BATPARM-PARMS.
           05  BPRM-REQUEST            PIC  X(01).
               88  BPRM-GET                    VALUE 'G'.
               88  BPRM-SHOW                   VALUE 'S'.
               88  BPRM-SHOW-NUMBER            VALUE 'N'.
           05  BPRM-JOB-NAME           PIC  X(08).
           05  BPRM-STEP-NAME          PIC  X(08).
           05  BPRM-TAG                PIC  X(10).
           05  BPRM-VALUE              PIC  X(40).
           05  BPRM-NUMBER             PIC S9(09)   COMP.
      * S = FROM SYSPARM, F = FROM BATPARMF, D = CALLER'S DEFAULT
           05  BPRM-SOURCE             PIC  X(01).
               88  BPRM-FROM-SYSPARM           VALUE 'S'.
               88  BPRM-FROM-FILE              VALUE 'F'.
               88  BPRM-FROM-DEFAULT           VALUE 'D'.
      * WHAT THE GET FOUND (SYSPARM OR FILE), KEPT FOR THE SHOW, AND
      * THE JOB/STEP OF THE BATPARMF RECORD THAT SUPPLIED IT
           05  BPRM-GIVEN              PIC  X(40).
           05  BPRM-FILE-JOB           PIC  X(08).
           05  BPRM-FILE-STEP          PIC  X(08).
           05  BPRM-LINE               PIC  X(100).
