      ******************************************************************
      *                                                                *
      *    FILEJRNC  --  COMMAREA OF THE FILEJRNS ROLLBACK SERVER, AS  *
      *                  LINKED FROM THE FILEJRNR BATCH STEP.  THE     *
      *                  JOURNAL AND THE JOURNALED FILES BELONG TO     *
      *                  CICS, SO EVERY READ AND WRITE OF THEM IS ONE  *
      *                  REQUEST HERE --                               *
      *                    P -- THE FILEJRNF RECORD OF FJRC-FILE JUST  *
      *                         BEFORE FJRC-POS-KEY (HIGH-VALUES AFTER *
      *                         THE FILE NAME STARTS AT ITS NEWEST),   *
      *                         WITH ITS STAMP AS DATE AND TIME; THE   *
      *                         POSITION MOVES TO THAT RECORD          *
      *                    G -- THE LIVE RECORD THE JOURNAL RECORD IN  *
      *                         FJRC-JRNL-RECORD NAMES, AS IT IS NOW   *
      *                    W -- PUT THAT JOURNAL RECORD'S IMAGE BACK   *
      *                         ON THE LIVE FILE, PROVIDED THE RECORD  *
      *                         IS STILL WHAT G RETURNED (OR STILL     *
      *                         ABSENT, IF G FOUND NONE)               *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
         03  FJRC-REQUEST              PIC  X(01).
           88  FJRC-PREV                            VALUE 'P'.
           88  FJRC-GET                             VALUE 'G'.
           88  FJRC-PUT                             VALUE 'W'.
      * 'F' = FOUND OR DONE, 'E' = NO EARLIER JOURNAL RECORD FOR THE
      * FILE, 'N' = NO LIVE RECORD, 'C' = LIVE RECORD CHANGED SINCE
      * G, 'X' = FILE CONTROL FAILED (OR A BAD REQUEST)
         03  FJRC-RESULT               PIC  X(01).
           88  FJRC-FOUND                           VALUE 'F'.
           88  FJRC-END                             VALUE 'E'.
           88  FJRC-NOT-FOUND                       VALUE 'N'.
           88  FJRC-CHANGED                         VALUE 'C'.
           88  FJRC-FAILED                          VALUE 'X'.
         03  FJRC-RESP                 PIC S9(08)   BINARY.
         03  FJRC-FILE                 PIC  X(08).
         03  FJRC-POS-KEY              PIC  X(52).
         03  FJRC-ENT-DATE             PIC  X(08).
         03  FJRC-ENT-TIME             PIC  X(06).
      * THE LIVE RECORD FROM G (LENGTH ZERO WHEN THERE WAS NONE),
      * HANDED BACK UNCHANGED ON W
         03  FJRC-CUR-LEN              PIC S9(04)   BINARY.
         03  FJRC-CUR-IMAGE            PIC  X(4000).
      * ONE FILEJRNF RECORD (SEE THE FILEJRNF COPYBOOK)
         03  FJRC-JRNL-RECORD          PIC  X(4073).
