       CBL XOPTS(EXCI)
       PROCESS RMODE(ANY)
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    FILEJRNR.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       POINT-IN-TIME ROLLBACK OF A WHOLE FILE FROM THE
      *REMARKS.       FILEJRNF BEFORE-IMAGE JOURNAL -- FILEJRNI'S
      *REMARKS.       ONE-RECORD UNDO, DONE FOR EVERY RECORD A BAD
      *REMARKS.       CTLLOAD RUN OR A RUNAWAY VSAMWB SESSION TOUCHED.
      *REMARKS.       THE FILE'S JOURNAL IS WALKED NEWEST-FIRST AND
      *REMARKS.       EVERY RECORD CHANGED AFTER THE CUTOFF (BY THE
      *REMARKS.       OPERATOR/PROGRAM GIVEN) IS PUT BACK TO ITS
      *REMARKS.       EARLIEST BEFORE-IMAGE AFTER THE CUTOFF -- THE
      *REMARKS.       RECORD AS IT STOOD AT THAT POINT.  A RECORD
      *REMARKS.       SOMEONE ELSE ALSO CHANGED SINCE THEN, OR THAT
      *REMARKS.       CHANGES WHILE THE STEP RUNS, IS HELD BACK, NOT
      *REMARKS.       CLOBBERED.  A RECORD ADDED AFTER THE CUTOFF HAS
      *REMARKS.       NO BEFORE-IMAGE AND IS NOT REMOVED.  THE JOURNAL
      *REMARKS.       AND THE FILES BELONG TO CICS, SO THE FILE
      *REMARKS.       CONTROL IS DONE BY THE FILEJRNS SERVER, AND
      *REMARKS.       AUTHCHK, FILEJRNL AND AUDITWRT ARE LINKED THE
      *REMARKS.       SAME WAY, OVER THE EXTERNAL CICS INTERFACE.
      *REMARKS.       SYSPARM TAGS (OR BATPARMF) --
      *REMARKS.         FILE=     THE JOURNALED FILE (REQUIRED)
      *REMARKS.         CUTOFF=   CCYYMMDD OR CCYYMMDDHHMMSS (REQUIRED;
      *REMARKS.                   NO TIME IS MIDNIGHT)
      *REMARKS.         OPID=XXX  PGM=XXXXXXXX -- ONLY THAT OPERATOR'S
      *REMARKS.                   AND/OR PROGRAM'S CHANGES
      *REMARKS.         MODE=PROOF (DEFAULT) ONLY LISTS WHAT WOULD BE
      *REMARKS.                   DONE; MODE=APPLY DOES IT, BEHIND THE
      *REMARKS.                   AUTHCHK GATE (FUNCTION 'FILEJRNL', AS
      *REMARKS.                   FOR FILEJRNI'S RESTORE -- THE STEP
      *REMARKS.                   HAS NO SIGNED-ON OPERATOR, SO THE
      *REMARKS.                   '***' RECORDS DECIDE)
      *REMARKS.         APPLID=   CICS REGION THAT OWNS THE FILE
      *REMARKS.                   (REQUIRED)
      *REMARKS.       THE LISTING GOES THROUGH RPTARCH UNDER REPORT ID
      *REMARKS.       'FILEJRNR'.  AN APPLY IS AUDITED AS A WHOLE
      *REMARKS.       BEFORE ANY RECORD MOVES -- NO AUDIT, NO APPLY --
      *REMARKS.       AND EVERY RESTORE IS AUDITED AS 'ROLLBACK'.  THE
      *REMARKS.       IMAGE A RESTORE REPLACES IS JOURNALED THROUGH
      *REMARKS.       FILEJRNL FIRST, SO A ROLLBACK CAN ITSELF BE
      *REMARKS.       ROLLED BACK; A RECORD THAT CANNOT BE JOURNALED
      *REMARKS.       IS NOT RESTORED.
      *REMARKS.         RC 0 -- EVERY RECORD RESTORED (OR WOULD BE)
      *REMARKS.         RC 4 -- NOTHING CHANGED AFTER THE CUTOFF, OR
      *REMARKS.                 SOME RECORDS HELD BACK
      *REMARKS.         RC 8 -- BAD PARAMETER, NOT AUTHORIZED, THE
      *REMARKS.                 REGION NOT REACHED, NOT AUDITED, OR A
      *REMARKS.                 RECORD COULD NOT BE RESTORED

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC REBUILT AS A SYSPARM-DRIVEN BATCH STEP.  THE FILE
      *               CONTROL MOVES TO THE NEW FILEJRNS SERVER, AND
      *               AUTHCHK, FILEJRNL AND AUDITWRT ARE LINKED OVER
      *               THE EXTERNAL CICS INTERFACE AS NAVRELD DOES.  THE
      *               LISTING GOES TO SYSLST AS WELL AS RPTARCHF.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-7060-H30.
       OBJECT-COMPUTER. IBM-7060-H30.

       SPECIAL-NAMES.
           SYSLST IS PRINTER.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       77  THIS-PGM                    PIC  X(08)   VALUE 'FILEJRNR'.
       77  JRR-RC                      PIC S9(04)   COMP VALUE ZERO.
       77  JRR-FILE                    PIC  X(08).
       77  JRR-CUTOFF                  PIC  X(14).
       77  JRR-OPID                    PIC  X(03).
       77  JRR-PGM                     PIC  X(08).
       77  JRR-MODE                    PIC  X(08).
           88  JRR-PROOF                            VALUE 'PROOF'.
           88  JRR-APPLY                            VALUE 'APPLY'.
       77  JRR-APPLID                  PIC  X(08).
       77  MORE-ENTRIES-SW             PIC  X(01)   VALUE 'Y'.
           88  NO-MORE-ENTRIES                      VALUE 'N'.
      * WHERE THE BACKWARD WALK OF FILEJRNF HAS GOT TO
       77  WALK-POS                    PIC  X(52).
       77  STAMP-ED                    PIC  9(15).
       77  RESP-ED                     PIC  ZZZ9.
      * THE RECORD KEY BEING WORKED AND WHAT ITS JOURNAL HAS SHOWN SO
      * FAR -- THE MATCHING IMAGE SEEN LAST IS THE EARLIEST AFTER THE
      * CUTOFF, SINCE THE WALK RUNS NEWEST-FIRST
       77  CUR-KEY                     PIC  X(32).
       77  CUR-SW                      PIC  X(01)   VALUE 'N'.
           88  CUR-ACTIVE                           VALUE 'Y'.
       77  CAND-SW                     PIC  X(01).
           88  CAND-FOUND                           VALUE 'Y'.
       77  OTHER-SW                    PIC  X(01).
           88  OTHER-SEEN                           VALUE 'Y'.
       77  CONFLICT-SW                 PIC  X(01).
           88  CONFLICT-FOUND                       VALUE 'Y'.
       77  CHANGE-CNT                  PIC S9(04)   COMP.
       77  CAND-DATE                   PIC  X(08).
       77  CAND-TIME                   PIC  X(06).
       77  RESTORE-CNT                 PIC S9(05)   COMP VALUE ZERO.
       77  HELD-CNT                    PIC S9(05)   COMP VALUE ZERO.
       77  FAILED-CNT                  PIC S9(05)   COMP VALUE ZERO.
       77  UNAUDITED-CNT               PIC S9(05)   COMP VALUE ZERO.
       77  CNT-ED1                     PIC  ZZZZ9.
       77  CNT-ED2                     PIC  ZZZZ9.
       77  CNT-ED3                     PIC  ZZZZ9.

      * WORK AREA FOR PULLING THE TAGS OUT OF THE VSE SYSPARM STRING
      * (SAME TAG CONVENTION AS JOBDATA/NAVRELD)
       77  EXT-TAG                     PIC  X(10).
       77  EXT-TAGLEN                  PIC S9(04)   BINARY.
       77  EXT-POS                     PIC S9(04)   BINARY.
       77  EXT-IX                      PIC S9(04)   BINARY.
       77  EXT-END                     PIC S9(04)   BINARY.
       77  EXT-VALUE                   PIC  X(40).

       77  JOBDATA                     PIC  X(8)    VALUE 'JOBDATA'.
       COPY JOBDATA.

       77  BATPARM                     PIC  X(8)    VALUE 'BATPARM'.
       COPY BATPARM.

       77  RPTARCH                     PIC  X(8)    VALUE 'RPTARCH'.
       COPY RPTARCH.

      * THE CUTOFF, AND EACH JOURNAL STAMP, AS CCYYMMDDHHMMSS
       01  CUT-STAMP.
           05  CUT-DATE                PIC  X(08).
           05  CUT-TIME                PIC  X(06).
       01  ENT-STAMP.
           05  ENT-DATE                PIC  X(08).
           05  ENT-TIME                PIC  X(06).
       01  NEXT-STAMP                  PIC  X(14).

      * THE JOURNAL RECORD READ AHEAD INTO THE NEXT KEY, HELD WHILE
      * THE KEY BEFORE IT IS FINISHED, AND THE CHOSEN IMAGE
       01  NEXT-RECORD                 PIC  X(4073).
       01  CAND-RECORD                 PIC  X(4073).

       COPY FILEJRNF.

       01  SRV-AREA.
         COPY FILEJRNC.

       01  AUTH-AREA.
         COPY AUTHCHK.

       01  AUDIT-AREA.
         COPY AUDITWRT.

       01  JRNL-AREA.
         COPY FILEJRNL.

      * EXTERNAL CICS INTERFACE RETURN AREA (DFHXCPLO LAYOUT)
       01  EXCI-RETURN.
           05  EXCI-RESP               PIC  9(08)   COMP.
           05  EXCI-RESP2              PIC  9(08)   COMP.
           05  EXCI-ABCODE             PIC  X(04).
           05  EXCI-MSG-LEN            PIC  9(08)   COMP.
           05  EXCI-MSG-PTR            USAGE IS POINTER.

       01  RPT-HDG1.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(50)
                   VALUE 'F I L E J R N R  -  POINT-IN-TIME ROLLBACK'.
           05  FILLER                  PIC  X(09)   VALUE 'RUN DATE '.
           05  RPT-H-DATE              PIC  X(08).

       01  RPT-HEAD.
           05  RPT-H-MODE              PIC  X(15).
           05  FILLER                  PIC  X(06)   VALUE ' FILE '.
           05  RPT-H-FILE              PIC  X(08).
           05  FILLER                  PIC  X(09)   VALUE ' BACK TO '.
           05  RPT-H-CUT-DATE          PIC  X(08).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  RPT-H-CUT-TIME          PIC  X(06).
           05  FILLER                  PIC  X(10)   VALUE ' OPERATOR '.
           05  RPT-H-OPID              PIC  X(03).
           05  FILLER                  PIC  X(09)   VALUE ' PROGRAM '.
           05  RPT-H-PGM               PIC  X(08).

       01  RPT-COLS.
           05  FILLER                  PIC  X(33)
                   VALUE 'RECORD KEY'.
           05  FILLER                  PIC  X(42)
                   VALUE 'IMAGE OF        ACTION   OPR PROGRAM  CHGS'.
           05  FILLER                  PIC  X(25)
                   VALUE '  RESULT'.

       01  RPT-DETAIL.
           05  RPT-D-KEY               PIC  X(32).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  RPT-D-DATE              PIC  X(08).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  RPT-D-TIME              PIC  X(06).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  RPT-D-ACTION            PIC  X(08).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  RPT-D-OPID              PIC  X(03).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  RPT-D-PGM               PIC  X(08).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  RPT-D-CHANGES           PIC  ZZZ9.
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-D-RESULT            PIC  X(23).

       01  RPT-TOTAL.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  RPT-T-TEXT              PIC  X(90).

       01  RPT-EXCI.
           05  FILLER                  PIC  X(12)   VALUE SPACES.
           05  FILLER                  PIC  X(10)   VALUE 'EXCI RESP='.
           05  RPT-X-RESP              PIC  Z(07)9.
           05  FILLER                  PIC  X(07)   VALUE ' RESP2='.
           05  RPT-X-RESP2             PIC  Z(07)9.
           05  FILLER                  PIC  X(08)   VALUE ' ABCODE='.
           05  RPT-X-ABCODE            PIC  X(04).

       01  RPT-LINE.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(10)
                   VALUE 'FILEJRNR: '.
           05  RPT-MODE                PIC  X(08).
           05  FILLER                  PIC  X(06)   VALUE ' FILE '.
           05  RPT-FILE                PIC  X(08).
           05  FILLER                  PIC  X(04)   VALUE ' RC='.
           05  RPT-RC                  PIC  9(01).
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-VERDICT             PIC  X(50).

       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           SET  RPTA-OPEN              TO TRUE.
           MOVE THIS-PGM               TO RPTA-ID.
           CALL RPTARCH             USING RPTARCH-PARMS.
           CALL JOBDATA             USING JOBDATA-PARMS.
           MOVE JOBD-CLOCK-DATE        TO RPT-H-DATE.
           MOVE RPT-HDG1               TO RPTA-LINE.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.

           PERFORM A10-GET-PARMS THRU A19-EXIT.
           IF  JRR-RC NOT = ZERO
               GO TO A80-REPORT
           END-IF.

           IF  JRR-APPLY
               PERFORM B00-GATE-APPLY THRU B90-EXIT
               IF  JRR-RC NOT = ZERO
                   GO TO A80-REPORT
               END-IF
           END-IF.

           PERFORM C00-ROLLBACK THRU C90-EXIT.

       A80-REPORT.
           MOVE JRR-MODE               TO RPT-MODE.
           MOVE JRR-FILE               TO RPT-FILE.
           MOVE JRR-RC                 TO RPT-RC.
           MOVE SPACES                 TO RPTA-LINE.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.
           MOVE RPT-LINE               TO RPTA-LINE.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.
           MOVE JRR-RC                 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      *    PULL AND CHECK THE TAGS; ANY FAULT ENDS THE RUN RC 8 BEFORE *
      *    THE REGION IS EVEN ASKED                                    *
      ******************************************************************
       A10-GET-PARMS.
           MOVE 'MODE='                TO EXT-TAG.
           MOVE 5                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           MOVE EXT-VALUE(1:8)         TO JRR-MODE.
           IF  JRR-MODE = SPACES
               MOVE 'PROOF'            TO JRR-MODE
               SET  BPRM-FROM-DEFAULT  TO TRUE
           END-IF.
           MOVE JRR-MODE               TO BPRM-VALUE.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.

           MOVE 'FILE='                TO EXT-TAG.
           MOVE 5                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           MOVE EXT-VALUE(1:8)         TO JRR-FILE.
           MOVE JRR-FILE               TO BPRM-VALUE.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.

           MOVE 'CUTOFF='              TO EXT-TAG.
           MOVE 7                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           MOVE EXT-VALUE(1:14)        TO JRR-CUTOFF.
           MOVE JRR-CUTOFF             TO BPRM-VALUE.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.

           MOVE 'OPID='                TO EXT-TAG.
           MOVE 5                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           MOVE EXT-VALUE(1:3)         TO JRR-OPID.
           MOVE JRR-OPID               TO BPRM-VALUE.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.

           MOVE 'PGM='                 TO EXT-TAG.
           MOVE 4                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           MOVE EXT-VALUE(1:8)         TO JRR-PGM.
           MOVE JRR-PGM                TO BPRM-VALUE.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.

           MOVE 'APPLID='              TO EXT-TAG.
           MOVE 7                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           MOVE EXT-VALUE(1:8)         TO JRR-APPLID.
           MOVE JRR-APPLID             TO BPRM-VALUE.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.

           IF  NOT JRR-PROOF
           AND NOT JRR-APPLY
               MOVE 8                  TO JRR-RC
               MOVE 'MODE= MUST BE PROOF OR APPLY' TO RPT-VERDICT
               GO TO A19-EXIT
           END-IF.
           IF  JRR-FILE = SPACES
               MOVE 8                  TO JRR-RC
               MOVE 'FILE= IS REQUIRED' TO RPT-VERDICT
               GO TO A19-EXIT
           END-IF.
           IF  JRR-APPLID = SPACES
               MOVE 8                  TO JRR-RC
               MOVE 'NO APPLID= FOR THE REGION THAT OWNS THE FILE'
                                       TO RPT-VERDICT
               GO TO A19-EXIT
           END-IF.
           MOVE JRR-CUTOFF(1:8)        TO CUT-DATE.
           MOVE JRR-CUTOFF(9:6)        TO CUT-TIME.
           IF  CUT-TIME = SPACES
               MOVE '000000'           TO CUT-TIME
           END-IF.
           IF  CUT-DATE NOT NUMERIC
           OR  CUT-DATE(1:2) < '19'
           OR  CUT-DATE(5:2) < '01'
           OR  CUT-DATE(5:2) > '12'
           OR  CUT-DATE(7:2) < '01'
           OR  CUT-DATE(7:2) > '31'
           OR  CUT-TIME NOT NUMERIC
           OR  CUT-TIME > '235959'
               MOVE 8                  TO JRR-RC
               MOVE 'CUTOFF= MUST BE CCYYMMDD OR CCYYMMDDHHMMSS'
                                       TO RPT-VERDICT
               GO TO A19-EXIT
           END-IF.
       A19-EXIT.
           EXIT.

      ******************************************************************
      *    AN APPLY MUST CLEAR AUTHCHK IN THE OWNING REGION, AND IS    *
      *    AUDITED AS A WHOLE BEFORE ANY RECORD MOVES                  *
      ******************************************************************
       B00-GATE-APPLY.
           MOVE SPACES                 TO AUTH-AREA.
           MOVE 'FILEJRNL'             TO AUTH-FUNCTION.
           MOVE THIS-PGM               TO AUTH-PGM.
           SET  AUTH-DENIED            TO TRUE.
           EXEC CICS LINK
                     PROGRAM    ('AUTHCHK ')
                     APPLID     (JRR-APPLID)
                     COMMAREA   (AUTH-AREA)
                     LENGTH     (LENGTH OF AUTH-AREA)
                     DATALENGTH (LENGTH OF AUTH-AREA)
                     RETCODE    (EXCI-RETURN)
                     SYNCONRETURN
           END-EXEC.
           IF  EXCI-RESP NOT = ZERO
               PERFORM X55-SHOW-EXCI THRU X59-EXIT
               MOVE 8                  TO JRR-RC
               MOVE 'REGION NOT REACHED -- NOTHING DONE'
                                       TO RPT-VERDICT
               GO TO B90-EXIT
           END-IF.
           IF  AUTH-DENIED
               MOVE 8                  TO JRR-RC
               MOVE 'NOT AUTHORIZED (FILEJRNL) -- NOTHING DONE'
                                       TO RPT-VERDICT
               GO TO B90-EXIT
           END-IF.

           MOVE SPACES                 TO AUDIT-AREA.
           MOVE 'FILEJRNR'             TO AUDIT-ACTION.
           STRING JRR-FILE ' ' JOBD-PWR-NAME ' ' JOBD-PWR-NUMB
                                       DELIMITED BY SIZE
               INTO AUDIT-REC-KEY.
           STRING 'BACK TO ' CUT-DATE ' ' CUT-TIME
                                       DELIMITED BY SIZE
               INTO AUDIT-OLD-VALUE.
           STRING 'OPID ' JRR-OPID ' PGM ' JRR-PGM
                                       DELIMITED BY SIZE
               INTO AUDIT-NEW-VALUE.
           PERFORM X60-WRITE-AUDIT THRU X69-EXIT.
           IF  EXCI-RESP NOT = ZERO
               MOVE 8                  TO JRR-RC
               MOVE 'NOT AUDITED (REGION NOT REACHED) -- NOTHING DONE'
                                       TO RPT-VERDICT
           END-IF.
       B90-EXIT.
           EXIT.

      ******************************************************************
      *    ONE ROLLBACK RUN, PROOF OR APPLY.  THE WALK STARTS PAST THE *
      *    FILE'S LAST JOURNAL RECORD AND READS BACKWARD               *
      ******************************************************************
       C00-ROLLBACK.
           IF  JRR-APPLY
               MOVE 'ROLLBACK APPLY'   TO RPT-H-MODE
           ELSE
               MOVE 'ROLLBACK PROOF'   TO RPT-H-MODE
           END-IF.
           MOVE JRR-FILE               TO RPT-H-FILE.
           MOVE CUT-DATE               TO RPT-H-CUT-DATE.
           MOVE CUT-TIME               TO RPT-H-CUT-TIME.
           MOVE JRR-OPID               TO RPT-H-OPID.
           IF  JRR-OPID NOT > SPACES
               MOVE 'ANY'              TO RPT-H-OPID
           END-IF.
           MOVE JRR-PGM                TO RPT-H-PGM.
           IF  JRR-PGM NOT > SPACES
               MOVE 'ANY'              TO RPT-H-PGM
           END-IF.
           MOVE SPACES                 TO RPTA-LINE.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.
           MOVE RPT-HEAD               TO RPTA-LINE.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.
           MOVE SPACES                 TO RPTA-LINE.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.
           MOVE RPT-COLS               TO RPTA-LINE.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.

           MOVE HIGH-VALUES            TO WALK-POS.
           MOVE JRR-FILE               TO WALK-POS(1:8).
           PERFORM D00-READ-ENTRY THRU D90-EXIT
                   UNTIL NO-MORE-ENTRIES.
           IF  CUR-ACTIVE
               PERFORM E00-FINISH-KEY THRU E90-EXIT
           END-IF.

           MOVE RESTORE-CNT            TO CNT-ED1.
           MOVE HELD-CNT               TO CNT-ED2.
           MOVE FAILED-CNT             TO CNT-ED3.
           MOVE SPACES                 TO RPT-T-TEXT.
           IF  JRR-APPLY
               STRING CNT-ED1 ' RESTORED, ' CNT-ED2 ' HELD BACK, '
                      CNT-ED3 ' FAILED'   DELIMITED BY SIZE
                   INTO RPT-T-TEXT
           ELSE
               STRING CNT-ED1 ' WOULD BE RESTORED, '
                      CNT-ED2 ' HELD BACK' DELIMITED BY SIZE
                   INTO RPT-T-TEXT
           END-IF.
           MOVE SPACES                 TO RPTA-LINE.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.
           MOVE RPT-TOTAL              TO RPTA-LINE.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.
           IF  UNAUDITED-CNT > ZERO
               MOVE UNAUDITED-CNT      TO CNT-ED1
               MOVE SPACES             TO RPT-T-TEXT
               STRING CNT-ED1 ' RESTORED BUT NOT AUDITED -- SEE ABOVE'
                                       DELIMITED BY SIZE
                   INTO RPT-T-TEXT
               MOVE RPT-TOTAL          TO RPTA-LINE
               PERFORM X40-PRINT-LINE THRU X49-EXIT
           END-IF.

           IF  JRR-RC NOT = ZERO
               GO TO C90-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN FAILED-CNT > ZERO
               WHEN UNAUDITED-CNT > ZERO
                   MOVE 8              TO JRR-RC
                   MOVE 'NOT EVERY RECORD WAS RESTORED AND AUDITED'
                                       TO RPT-VERDICT
               WHEN RESTORE-CNT = ZERO
               AND  HELD-CNT = ZERO
                   MOVE 4              TO JRR-RC
                   MOVE 'NOTHING CHANGED AFTER THE CUTOFF'
                                       TO RPT-VERDICT
               WHEN HELD-CNT > ZERO
                   MOVE 4              TO JRR-RC
                   MOVE 'SOME RECORDS HELD BACK -- SEE THE LISTING'
                                       TO RPT-VERDICT
               WHEN JRR-APPLY
                   MOVE 'ROLLED BACK'  TO RPT-VERDICT
               WHEN OTHER
                   MOVE 'PROOF ONLY -- RERUN WITH MODE=APPLY'
                                       TO RPT-VERDICT
           END-EVALUATE.
       C90-EXIT.
           EXIT.

      ******************************************************************
      *    ONE JOURNAL RECORD, NEWEST FIRST.  A NEW RECORD KEY         *
      *    FINISHES THE ONE BEFORE IT.  A MATCHING IMAGE AFTER THE     *
      *    CUTOFF BECOMES THE CANDIDATE; ANY OTHER CHANGE AFTER THE    *
      *    CUTOFF THAT IS NEWER THAN THE FINAL CANDIDATE WOULD BE      *
      *    UNDONE WITH IT, SO IT HOLDS THE RECORD BACK                 *
      ******************************************************************
       D00-READ-ENTRY.
           SET  FJRC-PREV              TO TRUE.
           MOVE JRR-FILE               TO FJRC-FILE.
           MOVE WALK-POS               TO FJRC-POS-KEY.
           PERFORM X50-LINK-SERVER THRU X54-EXIT.
           IF  FJRC-END
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO D90-EXIT
           END-IF.
      * A WALK CUT SHORT LEAVES THE KEY IN HAND HALF SEEN -- AN OLDER
      * IMAGE MAY STILL BE UNREAD -- SO IT IS NOT FINISHED
           IF  NOT FJRC-FOUND
               SET  NO-MORE-ENTRIES    TO TRUE
               MOVE 'N'                TO CUR-SW
               MOVE 8                  TO JRR-RC
               MOVE FJRC-RESP          TO RESP-ED
               MOVE SPACES             TO RPT-VERDICT
               STRING 'FILEJRNF BROWSE FAILED, RESP ' RESP-ED
                      ' -- INCOMPLETE'  DELIMITED BY SIZE
                   INTO RPT-VERDICT
               GO TO D90-EXIT
           END-IF.
           MOVE FJRC-POS-KEY           TO WALK-POS.
           MOVE FJRC-JRNL-RECORD       TO FILEJRNF-RECORD.
           MOVE FJRC-ENT-DATE          TO ENT-DATE.
           MOVE FJRC-ENT-TIME          TO ENT-TIME.

           IF  CUR-ACTIVE
           AND FILEJRNF-REC-KEY NOT = CUR-KEY
               MOVE FILEJRNF-RECORD    TO NEXT-RECORD
               MOVE ENT-STAMP          TO NEXT-STAMP
               PERFORM E00-FINISH-KEY THRU E90-EXIT
               MOVE NEXT-RECORD        TO FILEJRNF-RECORD
               MOVE NEXT-STAMP         TO ENT-STAMP
           END-IF.
           IF  NOT CUR-ACTIVE
               MOVE 'Y'                TO CUR-SW
               MOVE FILEJRNF-REC-KEY   TO CUR-KEY
               MOVE 'N'                TO CAND-SW
                                          OTHER-SW
                                          CONFLICT-SW
               MOVE ZERO               TO CHANGE-CNT
           END-IF.

           IF  ENT-STAMP NOT > CUT-STAMP
               GO TO D90-EXIT
           END-IF.
           IF  (JRR-OPID > SPACES
           AND  FILEJRNF-OPID NOT = JRR-OPID)
           OR  (JRR-PGM > SPACES
           AND  FILEJRNF-PGM NOT = JRR-PGM)
               MOVE 'Y'                TO OTHER-SW
               GO TO D90-EXIT
           END-IF.
           IF  OTHER-SEEN
               MOVE 'Y'                TO CONFLICT-SW
           END-IF.
           ADD  1                      TO CHANGE-CNT.
           MOVE 'Y'                    TO CAND-SW.
           MOVE FILEJRNF-RECORD        TO CAND-RECORD.
           MOVE ENT-DATE               TO CAND-DATE.
           MOVE ENT-TIME               TO CAND-TIME.
       D90-EXIT.
           EXIT.

      ******************************************************************
      *    LIST (AND ON APPLY, RESTORE) THE CANDIDATE FOR THE RECORD   *
      *    KEY JUST WALKED                                             *
      ******************************************************************
       E00-FINISH-KEY.
           MOVE 'N'                    TO CUR-SW.
           IF  NOT CAND-FOUND
               GO TO E90-EXIT
           END-IF.
           MOVE CAND-RECORD            TO FILEJRNF-RECORD.
           MOVE FILEJRNF-REC-KEY       TO RPT-D-KEY.
           MOVE CAND-DATE              TO RPT-D-DATE.
           MOVE CAND-TIME              TO RPT-D-TIME.
           MOVE FILEJRNF-ACTION        TO RPT-D-ACTION.
           MOVE FILEJRNF-OPID          TO RPT-D-OPID.
           MOVE FILEJRNF-PGM           TO RPT-D-PGM.
           MOVE CHANGE-CNT             TO RPT-D-CHANGES.
           EVALUATE TRUE
               WHEN CONFLICT-FOUND
                   ADD  1              TO HELD-CNT
                   MOVE 'HELD - OTHERS CHANGED' TO RPT-D-RESULT
               WHEN JRR-PROOF
                   ADD  1              TO RESTORE-CNT
                   MOVE 'WOULD RESTORE'         TO RPT-D-RESULT
               WHEN OTHER
                   PERFORM F00-RESTORE-IMAGE THRU F90-EXIT
           END-EVALUATE.
           MOVE RPT-DETAIL             TO RPTA-LINE.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.
       E90-EXIT.
           EXIT.

      ******************************************************************
      *    PUT THE IMAGE BACK THE WAY FILEJRNI DOES -- READ WHAT IS ON *
      *    FILE NOW, JOURNAL IT, THEN HAVE FILEJRNS REWRITE IT (OR     *
      *    WRITE IT FRESH WHEN IT WAS DELETED) -- AND AUDIT IT.  A     *
      *    RECORD THAT CHANGED BETWEEN THE READ AND THE PUT IS HELD    *
      ******************************************************************
       F00-RESTORE-IMAGE.
           SET  FJRC-GET               TO TRUE.
           MOVE JRR-FILE               TO FJRC-FILE.
           MOVE CAND-RECORD            TO FJRC-JRNL-RECORD.
           PERFORM X50-LINK-SERVER THRU X54-EXIT.
           IF  FJRC-FAILED
               GO TO F80-FAILED
           END-IF.
           IF  FJRC-FOUND
               PERFORM X70-WRITE-JRNL THRU X79-EXIT
               IF  EXCI-RESP NOT = ZERO
                   ADD  1              TO FAILED-CNT
                   MOVE 'NOT JOURNALED - SKIPPED' TO RPT-D-RESULT
                   GO TO F90-EXIT
               END-IF
           END-IF.

           SET  FJRC-PUT               TO TRUE.
           PERFORM X50-LINK-SERVER THRU X54-EXIT.
           IF  FJRC-CHANGED
               ADD  1                  TO HELD-CNT
               MOVE 'HELD - CHANGED MEANWHILE' TO RPT-D-RESULT
               GO TO F90-EXIT
           END-IF.
           IF  NOT FJRC-FOUND
               GO TO F80-FAILED
           END-IF.

           ADD  1                      TO RESTORE-CNT.
           MOVE 'RESTORED'             TO RPT-D-RESULT.
           MOVE SPACES                 TO AUDIT-AREA.
           MOVE 'ROLLBACK'             TO AUDIT-ACTION.
           STRING FILEJRNF-FILE ' ' FILEJRNF-REC-KEY(1:23)
                                       DELIMITED BY SIZE
               INTO AUDIT-REC-KEY.
           MOVE 'IMAGE RESTORED FROM FILEJRNF'
                                       TO AUDIT-OLD-VALUE.
           MOVE FILEJRNF-STAMP         TO STAMP-ED.
           STRING 'IMAGE OF ' STAMP-ED DELIMITED BY SIZE
               INTO AUDIT-NEW-VALUE.
           PERFORM X60-WRITE-AUDIT THRU X69-EXIT.
           IF  EXCI-RESP NOT = ZERO
               ADD  1                  TO UNAUDITED-CNT
               MOVE 'RESTORED - NOT AUDITED' TO RPT-D-RESULT
           END-IF.
           GO TO F90-EXIT.

       F80-FAILED.
           ADD  1                      TO FAILED-CNT.
           MOVE FJRC-RESP              TO RESP-ED.
           MOVE SPACES                 TO RPT-D-RESULT.
           STRING 'FAILED, RESP ' RESP-ED DELIMITED BY SIZE
               INTO RPT-D-RESULT.
       F90-EXIT.
           EXIT.

      ******************************************************************
      *    LOCATE EXT-TAG IN JOBD-SYS-PARM AND RETURN WHATEVER         *
      *    FOLLOWS IT UP TO THE NEXT COMMA/SPACE (SEE JOBDATA)         *
      ******************************************************************
       X10-PARSE-EXT-TAG.
           MOVE ZERO                   TO EXT-POS.
           PERFORM X12-FIND-TAG THRU X12-EXIT
                   VARYING EXT-IX FROM 1 BY 1
                   UNTIL EXT-IX > (101 - EXT-TAGLEN)
                   OR    EXT-POS > ZERO.
           MOVE SPACES                 TO EXT-VALUE.
           IF  EXT-POS = ZERO
               GO TO X10-FALLBACK
           END-IF.
           PERFORM X14-FIND-END THRU X14-EXIT
                   VARYING EXT-END FROM EXT-POS BY 1
                   UNTIL EXT-END > 100
                   OR    JOBD-SYS-PARM(EXT-END:1) = ','
                   OR    JOBD-SYS-PARM(EXT-END:1) = SPACE.
           IF  EXT-END > EXT-POS
               MOVE JOBD-SYS-PARM(EXT-POS:EXT-END - EXT-POS)
                                       TO EXT-VALUE
           END-IF.
      * A TAG NOT PUNCHED ON SYSPARM FALLS BACK TO THE BATPARMF
      * PARAMETER FILE ENTRY FOR THIS JOB AND STEP, IF ANY
       X10-FALLBACK.
           SET  BPRM-GET               TO TRUE.
           MOVE JOBD-JOB-NAME          TO BPRM-JOB-NAME.
           MOVE THIS-PGM               TO BPRM-STEP-NAME.
           MOVE EXT-TAG                TO BPRM-TAG.
           MOVE EXT-VALUE              TO BPRM-VALUE.
           CALL BATPARM             USING BATPARM-PARMS.
           MOVE BPRM-VALUE             TO EXT-VALUE.
       X10-EXIT.
           EXIT.

       X12-FIND-TAG.
           IF  JOBD-SYS-PARM(EXT-IX:EXT-TAGLEN) =
               EXT-TAG(1:EXT-TAGLEN)
               COMPUTE EXT-POS = EXT-IX + EXT-TAGLEN
           END-IF.
       X12-EXIT.
           EXIT.

       X14-FIND-END.
           CONTINUE.
       X14-EXIT.
           EXIT.

      ******************************************************************
      *    FORMAT THE "TAG= VALUE FROM WHERE" LINE FOR THE VALUE JUST  *
      *    SETTLED ON (SEE BATPARM) AND PRINT IT AT THE TOP OF THE RUN *
      ******************************************************************
       X30-SHOW-PARM.
           CALL BATPARM             USING BATPARM-PARMS.
           MOVE BPRM-LINE              TO RPTA-LINE.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.
       X39-EXIT.
           EXIT.

       X40-PRINT-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       X49-EXIT.
           EXIT.

      ******************************************************************
      *    ONE REQUEST TO THE FILEJRNS SERVER IN THE APPLID= REGION    *
      *    (SEE FILEJRNC).  A REGION THAT DOES NOT ANSWER IS A FAILED  *
      *    REQUEST                                                     *
      ******************************************************************
       X50-LINK-SERVER.
           MOVE SPACE                  TO FJRC-RESULT.
           EXEC CICS LINK
                     PROGRAM    ('FILEJRNS')
                     APPLID     (JRR-APPLID)
                     COMMAREA   (SRV-AREA)
                     LENGTH     (LENGTH OF SRV-AREA)
                     DATALENGTH (LENGTH OF SRV-AREA)
                     RETCODE    (EXCI-RETURN)
                     SYNCONRETURN
           END-EXEC.
           IF  EXCI-RESP NOT = ZERO
               PERFORM X55-SHOW-EXCI THRU X59-EXIT
               SET  FJRC-FAILED        TO TRUE
               MOVE ZERO               TO FJRC-RESP
           END-IF.
       X54-EXIT.
           EXIT.

       X55-SHOW-EXCI.
           MOVE EXCI-RESP              TO RPT-X-RESP.
           MOVE EXCI-RESP2             TO RPT-X-RESP2.
           MOVE EXCI-ABCODE            TO RPT-X-ABCODE.
           MOVE RPT-EXCI               TO RPTA-LINE.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.
       X59-EXIT.
           EXIT.

      ******************************************************************
      *    ONE AUDITLOG RECORD THROUGH AUDITWRT IN THE APPLID= REGION  *
      *    (ACTION, KEY AND THE OLD/NEW VALUES SET BY THE CALLER)      *
      ******************************************************************
       X60-WRITE-AUDIT.
           MOVE THIS-PGM               TO AUDIT-PGM.
           EXEC CICS LINK
                     PROGRAM    ('AUDITWRT')
                     APPLID     (JRR-APPLID)
                     COMMAREA   (AUDIT-AREA)
                     LENGTH     (LENGTH OF AUDIT-AREA)
                     DATALENGTH (LENGTH OF AUDIT-AREA)
                     RETCODE    (EXCI-RETURN)
                     SYNCONRETURN
           END-EXEC.
           IF  EXCI-RESP NOT = ZERO
               PERFORM X55-SHOW-EXCI THRU X59-EXIT
           END-IF.
       X69-EXIT.
           EXIT.

      ******************************************************************
      *    JOURNAL THE IMAGE THE ROLLBACK IS ABOUT TO REPLACE THROUGH  *
      *    FILEJRNL IN THE APPLID= REGION                              *
      ******************************************************************
       X70-WRITE-JRNL.
           MOVE FILEJRNF-FILE          TO JRNL-FILE.
           MOVE FILEJRNF-REC-KEY       TO JRNL-REC-KEY.
           MOVE 'ROLLBACK'             TO JRNL-ACTION.
           MOVE THIS-PGM               TO JRNL-PGM.
           MOVE FJRC-CUR-LEN           TO JRNL-REC-LEN.
           MOVE SPACES                 TO JRNL-IMAGE.
           MOVE FJRC-CUR-IMAGE(1:FJRC-CUR-LEN)
                                       TO JRNL-IMAGE(1:FJRC-CUR-LEN).
           EXEC CICS LINK
                     PROGRAM    ('FILEJRNL')
                     APPLID     (JRR-APPLID)
                     COMMAREA   (JRNL-AREA)
                     LENGTH     (LENGTH OF JRNL-AREA)
                     DATALENGTH (LENGTH OF JRNL-AREA)
                     RETCODE    (EXCI-RETURN)
                     SYNCONRETURN
           END-EXEC.
           IF  EXCI-RESP NOT = ZERO
               PERFORM X55-SHOW-EXCI THRU X59-EXIT
           END-IF.
       X79-EXIT.
           EXIT.
