       PROCESS RMODE(ANY)
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    CTLXREF.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       CONTROL-FILE CROSS-REFERENCE VALIDATION, RUN
      *REMARKS.       BEFORE EVERY CTLLOAD PROMOTION.  CHECKS WHAT THE
      *REMARKS.       CONTROL FILES SAY ABOUT EACH OTHER AND ABOUT THE
      *REMARKS.       REGION, AND PRINTS THE DANGLING REFERENCES BY
      *REMARKS.       FILE --
      *REMARKS.         MSGRCTL   DESTINATIONS THAT ARE NOT TD QUEUES
      *REMARKS.         TSQCTL    CONTROL RECORDS NO INSTALLED MONITOR
      *REMARKS.                   READS
      *REMARKS.         WDGTASKF  WATCHED TASKS WITH NO TSQCTL RECORD
      *REMARKS.         RUNBOOKF  JOBS WITH NO RUN IN THE WINDOW
      *REMARKS.                   (JOBDHIST, OR THE JOBDSUM ROLLUP OF
      *REMARKS.                   DETAIL ALREADY TRIMMED)
      *REMARKS.         CHGRATEF  USERS WHO SUBMITTED NOTHING IN THE
      *REMARKS.                   WINDOW (JOBDHIST)
      *REMARKS.         AUTHF     '*GROUP' MEMBERSHIPS IN A GROUP THAT
      *REMARKS.                   HAS NO GRANTS
      *REMARKS.         DAPSYSF   HELP TOPICS WITH NO HELPTXT TEXT
      *REMARKS.         FILEMONF  FILES CICS DOES NOT KNOW
      *REMARKS.       BATCH CANNOT ASK CICS WHAT IS DEFINED, SO THE
      *REMARKS.       QUEUE, MONITOR AND FILE CHECKS USE THE CICSRSCF
      *REMARKS.       INVENTORY THE CICSINV TRANSACTION TAKES -- RUN
      *REMARKS.       IT FIRST.  THE WINDOW IS DAYS=N (SYSPARM TAG OR
      *REMARKS.       BATPARMF, DEFAULT 365).  WRITTEN THROUGH RPTARCH.
      *REMARKS.       RETURN CODE 4 WHEN ANYTHING IS DANGLING, 8 WHEN
      *REMARKS.       A FILE (OR THE INVENTORY) COULD NOT BE READ.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-7060-H30.
       OBJECT-COMPUTER. IBM-7060-H30.

       SPECIAL-NAMES.
           SYSLST IS PRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CICSRSCF             ASSIGN TO CICSRSCF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS CICSRSCF-KEY
                                       FILE STATUS IS CICSRSCF-STATUS.
           SELECT MSGRCTL              ASSIGN TO MSGRCTL
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS MSGRCTL-KEY
                                       FILE STATUS IS MSGRCTL-STATUS.
           SELECT TSQCTL               ASSIGN TO TSQCTL
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS QCTL-REC-KEY
                                       FILE STATUS IS TSQCTL-STATUS.
           SELECT WDGTASKF             ASSIGN TO WDGTASKF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS WDGTASKF-KEY
                                       FILE STATUS IS WDGTASKF-STATUS.
           SELECT RUNBOOKF             ASSIGN TO RUNBOOKF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS RUNBOOKF-KEY
                                       FILE STATUS IS RUNBOOKF-STATUS.
           SELECT CHGRATEF             ASSIGN TO CHGRATEF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS CHGRATEF-KEY
                                       FILE STATUS IS CHGRATEF-STATUS.
           SELECT JOBDHIST             ASSIGN TO JOBDHIST
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS JOBDHIST-KEY
                                       FILE STATUS IS JOBDHIST-STATUS.
           SELECT JOBDSUM              ASSIGN TO JOBDSUM
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS JOBDSUM-KEY
                                       FILE STATUS IS JOBDSUM-STATUS.
           SELECT AUTHF                ASSIGN TO AUTHF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS AUTHF-KEY
                                       FILE STATUS IS AUTHF-STATUS.
           SELECT DAPSYSF              ASSIGN TO DAPSYSF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS MAPTITLE-KEY
                                       FILE STATUS IS DAPSYSF-STATUS.
           SELECT HELPTXT              ASSIGN TO HELPTXT
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS HELPTXT-KEY
                                       FILE STATUS IS HELPTXT-STATUS.
           SELECT FILEMONF             ASSIGN TO FILEMONF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS FILEMONF-KEY
                                       FILE STATUS IS FILEMONF-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  CICSRSCF
           LABEL RECORDS ARE STANDARD.
           COPY CICSRSCF.

       FD  MSGRCTL
           LABEL RECORDS ARE STANDARD.
           COPY MSGRCTL.

      * TSQCTL HOLDS TWO RECORD SHAPES -- THE MONITORS' TSSWCTL
      * CONTROL RECORDS AND TSHOUSE'S SHORTER TSQPOL POLICY RECORDS
      * -- SO IT IS READ AS A GENERIC IMAGE AND TOLD APART BY LENGTH
       FD  TSQCTL
           RECORD IS VARYING IN SIZE FROM 8 TO 200
               DEPENDING ON QCTL-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  QCTL-REC.
           05  QCTL-REC-KEY            PIC  X(08).
           05  FILLER                  PIC  X(192).

       FD  WDGTASKF
           LABEL RECORDS ARE STANDARD.
           COPY WDGTASKF.

       FD  RUNBOOKF
           LABEL RECORDS ARE STANDARD.
           COPY RUNBOOKF.

       FD  CHGRATEF
           LABEL RECORDS ARE STANDARD.
           COPY CHGRATEF.

       FD  JOBDHIST
           LABEL RECORDS ARE STANDARD.
           COPY JOBDHIST.

       FD  JOBDSUM
           LABEL RECORDS ARE STANDARD.
           COPY JOBDSUM.

       FD  AUTHF
           LABEL RECORDS ARE STANDARD.
           COPY AUTHF.

       FD  DAPSYSF
           LABEL RECORDS ARE STANDARD.
       01  MAPTITLE-RECORD.
           COPY MAPTITLE.

       FD  HELPTXT
           LABEL RECORDS ARE STANDARD.
           COPY HELPTXT.

       FD  FILEMONF
           LABEL RECORDS ARE STANDARD.
           COPY FILEMONF.

       WORKING-STORAGE SECTION.
       77  CICSRSCF-STATUS             PIC  X(02).
       77  MSGRCTL-STATUS              PIC  X(02).
       77  TSQCTL-STATUS               PIC  X(02).
       77  WDGTASKF-STATUS             PIC  X(02).
       77  RUNBOOKF-STATUS             PIC  X(02).
       77  CHGRATEF-STATUS             PIC  X(02).
       77  JOBDHIST-STATUS             PIC  X(02).
       77  JOBDSUM-STATUS              PIC  X(02).
       77  AUTHF-STATUS                PIC  X(02).
       77  DAPSYSF-STATUS              PIC  X(02).
       77  HELPTXT-STATUS              PIC  X(02).
       77  FILEMONF-STATUS             PIC  X(02).
       77  QCTL-REC-LEN                PIC S9(04)   COMP.
       77  MORE-RECORDS-SW             PIC  X(01)   VALUE 'Y'.
           88  NO-MORE-RECORDS                      VALUE 'N'.
       77  INVENTORY-SW                PIC  X(01)   VALUE 'N'.
           88  INVENTORY-TAKEN                      VALUE 'Y'.
       77  HISTORY-SW                  PIC  X(01)   VALUE 'N'.
           88  HISTORY-READ                         VALUE 'Y'.
       77  FILE-ERROR-SW               PIC  X(01)   VALUE 'N'.
           88  FILE-ERROR                           VALUE 'Y'.
       77  FOUND-SW                    PIC  X(01).
           88  ENTRY-FOUND                          VALUE 'Y'.
       77  REPORT-DAYS                 PIC S9(04)   COMP VALUE +365.
       77  ADJUSTMENT-DAYS             PIC S9(09)   COMP VALUE ZEROES.
       77  NOW-STAMP                   PIC S9(15)   PACKED-DECIMAL.
       77  CUT-STAMP                   PIC S9(15)   PACKED-DECIMAL.
       77  LOOK-STAMP                  PIC S9(15)   PACKED-DECIMAL.
       77  LOOK-TIME                   PIC  9(06).
       77  CUT-DATE                    PIC  X(08).
       77  INV-STAMP                   PIC S9(15)   PACKED-DECIMAL.
       77  INV-APPLID                  PIC  X(08).
       77  HIST-USER                   PIC  X(08).
       77  LOOK-NAME                   PIC  X(08).
       77  LOOK-QUEUE                  PIC  X(04).
       77  LOOK-KEY                    PIC  X(08).
       77  TX                          PIC S9(04)   COMP.
       77  FX                          PIC S9(04)   COMP.
       77  SECT-COUNT                  PIC S9(05)   COMP.
       77  FIND-COUNT                  PIC S9(07)   COMP VALUE ZERO.
       77  SECT-FILES                  PIC S9(04)   COMP VALUE ZERO.

      * WORK AREA FOR PULLING THE DAYS= TAG OUT OF THE VSE SYSPARM
      * STRING (SAME TAG CONVENTION AS JOBDATA/NAVPURGE)
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

       COPY ABSTIME.

       COPY DTEMAN.

      * THE TSQCTL CONTROL RECORDS AND THE PROGRAM THAT READS EACH --
      * A RECORD NOT LISTED HERE IS READ BY NOTHING
       01  MONITOR-TABLE.
         03  MONITOR-VALUES.
           05  FILLER                  PIC  X(16)
                   VALUE 'SWEEP   TSSWEEP '.
           05  FILLER                  PIC  X(16)
                   VALUE 'FILEMON FILEMON '.
           05  FILLER                  PIC  X(16)
                   VALUE 'IDLEMON IDLEMON '.
           05  FILLER                  PIC  X(16)
                   VALUE 'REGNMON REGNMON '.
           05  FILLER                  PIC  X(16)
                   VALUE 'TASKWDG TASKWDG '.
           05  FILLER                  PIC  X(16)
                   VALUE 'PERFPAN PERFPAN '.
           05  FILLER                  PIC  X(16)
                   VALUE 'JOBDMON JOBDMON '.
           05  FILLER                  PIC  X(16)
                   VALUE 'NAVDRAINNAVDRAIN'.
           05  FILLER                  PIC  X(16)
                   VALUE 'ALERTCONALERTCON'.
           05  FILLER                  PIC  X(16)
                   VALUE 'DENYALRTAUTHCHK '.
           05  FILLER                  PIC  X(16)
                   VALUE 'ABNDBRKRABNDHDLR'.
           05  FILLER                  PIC  X(16)
                   VALUE 'NAVRULESCOMMLNK2'.
         03  MONITOR-ENTRIES REDEFINES MONITOR-VALUES.
           05  MONITOR-ENTRY           OCCURS 12 TIMES.
               10  MONITOR-KEY         PIC  X(08).
               10  MONITOR-PGM         PIC  X(08).
       77  MONITOR-MAX                 PIC S9(04)   COMP VALUE +12.

      * THE TSQCTL CONTROL RECORDS PRESENT (FOR THE WDGTASKF CHECK)
       77  CTLK-COUNT                  PIC S9(04)   COMP VALUE ZERO.
       01  CTLK-TABLE.
           03  CTLK-KEY                PIC  X(08)   OCCURS 200 TIMES.

      * RUNBOOK JOBS AND CHARGEBACK USERS, MARKED OFF BY ONE PASS OF
      * THE JOB HISTORY
       77  RUNB-COUNT                  PIC S9(04)   COMP VALUE ZERO.
       01  RUNB-TABLE.
           03  RUNB-ENTRY OCCURS 500 TIMES.
               05  RUNB-JOB            PIC  X(08).
               05  RUNB-RAN-SW         PIC  X(01).
                   88  RUNB-RAN                 VALUE 'Y'.
       77  USER-COUNT                  PIC S9(04)   COMP VALUE ZERO.
       01  USER-TABLE.
           03  USER-ENTRY OCCURS 500 TIMES.
               05  USER-ID             PIC  X(08).
               05  USER-RAN-SW         PIC  X(01).
                   88  USER-RAN                 VALUE 'Y'.

      * AUTHF '*GROUP' MEMBERSHIPS, AND THE OPERATOR IDS (GROUPS
      * INCLUDED) THAT HOLD AT LEAST ONE GRANT
       77  MEMB-COUNT                  PIC S9(04)   COMP VALUE ZERO.
       01  MEMB-TABLE.
           03  MEMB-ENTRY OCCURS 500 TIMES.
               05  MEMB-OPID           PIC  X(03).
               05  MEMB-GROUP          PIC  X(03).
       77  GRNT-COUNT                  PIC S9(04)   COMP VALUE ZERO.
       01  GRNT-TABLE.
           03  GRNT-OPID               PIC  X(03)   OCCURS 1000 TIMES.

       01  RPT-HDG1.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(18)
                   VALUE 'C T L X R E F  -  '.
           05  FILLER                  PIC  X(32)
                   VALUE 'CONTROL-FILE CROSS-REFERENCE AS '.
           05  FILLER                  PIC  X(03)   VALUE 'OF '.
           05  RPT-H-DATE              PIC  X(09).

       01  RPT-INVENTORY.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(20)
                   VALUE 'CICS INVENTORY OF '.
           05  RPT-I-APPLID            PIC  X(09).
           05  FILLER                  PIC  X(06)   VALUE 'TAKEN '.
           05  RPT-I-DATE              PIC  X(08).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  RPT-I-TIME              PIC  99B99B99.
           05  FILLER                  PIC  X(03)   VALUE ' --'.
           05  RPT-I-FILES             PIC  ZZZZ9.
           05  FILLER                  PIC  X(07)   VALUE ' FILES,'.
           05  RPT-I-TDQS              PIC  ZZZZ9.
           05  FILLER                  PIC  X(11)   VALUE ' TD QUEUES,'.
           05  RPT-I-PGMS              PIC  ZZZZ9.
           05  FILLER                  PIC  X(09)   VALUE ' PROGRAMS'.

       01  RPT-SECTION.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-S-FILE              PIC  X(10).
           05  RPT-S-TITLE             PIC  X(60).

       01  RPT-FINDING.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  RPT-F-KEY               PIC  X(20).
           05  RPT-F-TEXT              PIC  X(70).

       01  RPT-NONE.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  RPT-N-TEXT              PIC  X(70).

       01  RPT-TOTAL.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-TOT-FINDS           PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(36)
                   VALUE ' DANGLING REFERENCE(S) FOUND ACROSS '.
           05  RPT-TOT-FILES           PIC  Z9.
           05  FILLER                  PIC  X(17)
                   VALUE ' CONTROL FILE(S)'.

       01  RPT-VERDICT.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-V-TEXT              PIC  X(70).

       77  RPTARCH                     PIC  X(8)    VALUE 'RPTARCH'.
       COPY RPTARCH.

       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           SET  RPTA-OPEN              TO TRUE.
           MOVE 'CTLXREF'              TO RPTA-ID.
           CALL RPTARCH             USING RPTARCH-PARMS.
           CALL JOBDATA             USING JOBDATA-PARMS.

           PERFORM A10-GET-DAYS THRU A19-EXIT.
           MOVE JOBD-JOB-DATE          TO RPT-H-DATE.
           MOVE RPT-HDG1               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.

      * DAYS-SINCE-1900 TO GREGORIAN ADJUSTMENT, AS IN NAVPURGE
           SET  DTE-REQUEST-GREG-EDIT  TO TRUE.
           MOVE 19000101               TO DTE-GNUM.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
           MOVE DTE-TOTD               TO ADJUSTMENT-DAYS.
           CALL 'ASKTIME'           USING ABS-INPUT.
           MOVE ABS-INPUT              TO NOW-STAMP.
           COMPUTE CUT-STAMP           =  NOW-STAMP
                                       -  (REPORT-DAYS * 86400
                                          * 1000000).
           MOVE CUT-STAMP              TO LOOK-STAMP.
           PERFORM Y10-STAMP-DATE THRU Y19-EXIT.
           MOVE DTE-GNUM               TO CUT-DATE.

           PERFORM B00-OPEN-INVENTORY THRU B09-EXIT.

           PERFORM C00-CHECK-MSGRCTL THRU C09-EXIT.
           PERFORM D00-CHECK-TSQCTL THRU D09-EXIT.
           PERFORM E00-CHECK-WDGTASKF THRU E09-EXIT.
           PERFORM F00-LOAD-RUNBOOKF THRU F09-EXIT.
           PERFORM G00-LOAD-CHGRATEF THRU G09-EXIT.
           PERFORM H00-SCAN-HISTORY THRU H09-EXIT.
           PERFORM F50-CHECK-RUNBOOKF THRU F59-EXIT.
           PERFORM G50-CHECK-CHGRATEF THRU G59-EXIT.
           PERFORM J00-CHECK-AUTHF THRU J09-EXIT.
           PERFORM K00-CHECK-DAPSYSF THRU K09-EXIT.
           PERFORM L00-CHECK-FILEMONF THRU L09-EXIT.
           IF  INVENTORY-TAKEN
               CLOSE CICSRSCF
           END-IF.

           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE FIND-COUNT             TO RPT-TOT-FINDS.
           MOVE SECT-FILES             TO RPT-TOT-FILES.
           MOVE RPT-TOTAL              TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           EVALUATE TRUE
               WHEN FILE-ERROR
                   MOVE 'NOT EVERY CHECK COULD BE MADE -- DO NOT PROMOT
      -                 'E UNTIL IT IS CLEAN'  TO RPT-V-TEXT
                   MOVE 8              TO RETURN-CODE
               WHEN FIND-COUNT > ZERO
                   MOVE 'DANGLING REFERENCES -- CORRECT THEM BEFORE THE
      -                 ' CTLLOAD PROMOTION'   TO RPT-V-TEXT
                   MOVE 4              TO RETURN-CODE
               WHEN OTHER
                   MOVE 'CONTROL FILES ARE CONSISTENT'
                                       TO RPT-V-TEXT
                   MOVE ZEROES         TO RETURN-CODE
           END-EVALUATE.
           MOVE RPT-VERDICT            TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           GOBACK.

      ******************************************************************
      *    PULL THE DAYS= TAG OUT OF THE SYSPARM STRING, OR THE        *
      *    BATPARMF FILE, ELSE DEFAULT TO 365 DAYS                     *
      ******************************************************************
       A10-GET-DAYS.
           MOVE 'DAYS='                TO EXT-TAG.
           MOVE 5                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           EVALUATE TRUE
               WHEN EXT-VALUE(1:4) IS NUMERIC
               AND  EXT-VALUE(5:1) = SPACE
                   MOVE EXT-VALUE(1:4) TO REPORT-DAYS
               WHEN EXT-VALUE(1:3) IS NUMERIC
               AND  EXT-VALUE(4:1) = SPACE
                   MOVE EXT-VALUE(1:3) TO REPORT-DAYS
               WHEN EXT-VALUE(1:2) IS NUMERIC
               AND  EXT-VALUE(3:1) = SPACE
                   MOVE EXT-VALUE(1:2) TO REPORT-DAYS
               WHEN EXT-VALUE(1:1) IS NUMERIC
               AND  EXT-VALUE(2:1) = SPACE
                   MOVE EXT-VALUE(1:1) TO REPORT-DAYS
               WHEN OTHER
                   SET  BPRM-FROM-DEFAULT TO TRUE
           END-EVALUATE.
           IF  REPORT-DAYS < 1
               MOVE 365                TO REPORT-DAYS
               SET  BPRM-FROM-DEFAULT  TO TRUE
           END-IF.
           MOVE REPORT-DAYS            TO BPRM-NUMBER.
           SET  BPRM-SHOW-NUMBER       TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
       A19-EXIT.
           EXIT.

      ******************************************************************
      *    THE CICS INVENTORY -- ITS HEADER SAYS WHEN THE LATEST PASS  *
      *    BEGAN; ANY ENTRY STAMPED EARLIER IS NO LONGER DEFINED       *
      ******************************************************************
       B00-OPEN-INVENTORY.
           OPEN INPUT CICSRSCF.
           IF  CICSRSCF-STATUS NOT = '00'
               GO TO B08-NO-INVENTORY
           END-IF.
           SET  CRSC-HEADER            TO TRUE.
           MOVE 'INVENTRY'             TO CRSC-NAME.
           READ CICSRSCF
               INVALID KEY
                   CLOSE CICSRSCF
                   GO TO B08-NO-INVENTORY
           END-READ.
           SET  INVENTORY-TAKEN        TO TRUE.
           MOVE CRSC-STAMP             TO INV-STAMP.
           MOVE CRSC-APPLID            TO INV-APPLID.
           MOVE CRSC-STAMP             TO LOOK-STAMP.
           PERFORM Y10-STAMP-DATE THRU Y19-EXIT.
           MOVE CRSC-APPLID            TO RPT-I-APPLID.
           MOVE DTE-GNUM               TO RPT-I-DATE.
           MOVE LOOK-TIME              TO RPT-I-TIME.
           MOVE CRSC-FILE-COUNT        TO RPT-I-FILES.
           MOVE CRSC-TDQ-COUNT         TO RPT-I-TDQS.
           MOVE CRSC-PGM-COUNT         TO RPT-I-PGMS.
           MOVE RPT-INVENTORY          TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           GO TO B09-EXIT.

       B08-NO-INVENTORY.
           SET  FILE-ERROR             TO TRUE.
           MOVE 'NO CICS INVENTORY (CICSRSCF) -- RUN CICSINV FIRST; '
                                       TO RPT-N-TEXT.
           MOVE RPT-NONE               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE 'THE QUEUE, MONITOR AND FILE CHECKS ARE SKIPPED'
                                       TO RPT-N-TEXT.
           MOVE RPT-NONE               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       B09-EXIT.
           EXIT.

      ******************************************************************
      *    MSGRCTL -- EACH ROUTING DESTINATION MUST BE A TD QUEUE      *
      ******************************************************************
       C00-CHECK-MSGRCTL.
           MOVE 'MSGRCTL'              TO RPT-S-FILE.
           MOVE 'MESSAGE ROUTING DESTINATIONS THAT ARE NOT TD QUEUES'
                                       TO RPT-S-TITLE.
           PERFORM W00-BEGIN-SECTION THRU W09-EXIT.
           IF  NOT INVENTORY-TAKEN
               PERFORM W40-NO-INVENTORY THRU W49-EXIT
               GO TO C09-EXIT
           END-IF.
           OPEN INPUT MSGRCTL.
           IF  MSGRCTL-STATUS NOT = '00'
               PERFORM W30-NOT-AVAILABLE THRU W39-EXIT
               GO TO C09-EXIT
           END-IF.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           PERFORM C10-READ-MSGRCTL THRU C19-EXIT
                   UNTIL NO-MORE-RECORDS.
           CLOSE MSGRCTL.
           PERFORM W20-END-SECTION THRU W29-EXIT.
       C09-EXIT.
           EXIT.

       C10-READ-MSGRCTL.
           READ MSGRCTL NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO C19-EXIT
           END-IF.
           IF  MSGRCTL-QUEUE1 > SPACES
               MOVE MSGRCTL-QUEUE1     TO LOOK-QUEUE
               PERFORM C20-CHECK-QUEUE THRU C29-EXIT
           END-IF.
           IF  MSGRCTL-QUEUE2 > SPACES
               MOVE MSGRCTL-QUEUE2     TO LOOK-QUEUE
               PERFORM C20-CHECK-QUEUE THRU C29-EXIT
           END-IF.
       C19-EXIT.
           EXIT.

       C20-CHECK-QUEUE.
           SET  CRSC-TDQUEUE           TO TRUE.
           MOVE LOOK-QUEUE             TO CRSC-NAME.
           PERFORM Y20-LOOK-INVENTORY THRU Y29-EXIT.
           IF  ENTRY-FOUND
               GO TO C29-EXIT
           END-IF.
           MOVE SPACES                 TO RPT-FINDING.
           STRING MSGRCTL-COMPONENT ' ' MSGRCTL-SEVERITY
                                       DELIMITED BY SIZE
               INTO RPT-F-KEY.
           STRING 'QUEUE ' LOOK-QUEUE ' IS NOT A TD QUEUE IN '
                  INV-APPLID           DELIMITED BY SIZE
               INTO RPT-F-TEXT.
           PERFORM W10-PRINT-FINDING THRU W19-EXIT.
       C29-EXIT.
           EXIT.

      ******************************************************************
      *    TSQCTL -- EACH MONITOR CONTROL RECORD MUST BELONG TO A      *
      *    MONITOR, AND THAT MONITOR MUST BE INSTALLED IN CICS.  THE   *
      *    CONTROL KEYS ARE KEPT FOR THE WDGTASKF CHECK                *
      ******************************************************************
       D00-CHECK-TSQCTL.
           MOVE 'TSQCTL'               TO RPT-S-FILE.
           MOVE 'CONTROL RECORDS FOR MONITORS THAT ARE NOT INSTALLED'
                                       TO RPT-S-TITLE.
           PERFORM W00-BEGIN-SECTION THRU W09-EXIT.
           OPEN INPUT TSQCTL.
           IF  TSQCTL-STATUS NOT = '00'
               PERFORM W30-NOT-AVAILABLE THRU W39-EXIT
               GO TO D09-EXIT
           END-IF.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           PERFORM D10-READ-TSQCTL THRU D19-EXIT
                   UNTIL NO-MORE-RECORDS.
           CLOSE TSQCTL.
           IF  NOT INVENTORY-TAKEN
               PERFORM W40-NO-INVENTORY THRU W49-EXIT
               GO TO D09-EXIT
           END-IF.
           PERFORM W20-END-SECTION THRU W29-EXIT.
       D09-EXIT.
           EXIT.

       D10-READ-TSQCTL.
           READ TSQCTL NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO D19-EXIT
           END-IF.
      * A TSQPOL POLICY RECORD (16 BYTES) NAMES A QUEUE PATTERN, NOT
      * A MONITOR -- ONLY THE LONGER TSSWCTL RECORDS ARE CHECKED
           IF  QCTL-REC-LEN NOT > 16
               GO TO D19-EXIT
           END-IF.
           IF  CTLK-COUNT < 200
               ADD  1                  TO CTLK-COUNT
               MOVE QCTL-REC-KEY       TO CTLK-KEY(CTLK-COUNT)
           END-IF.
           IF  NOT INVENTORY-TAKEN
               GO TO D19-EXIT
           END-IF.
           MOVE QCTL-REC-KEY           TO LOOK-KEY.
           MOVE 'N'                    TO FOUND-SW.
           PERFORM D20-FIND-MONITOR THRU D29-EXIT
                   VARYING TX FROM 1 BY 1
                   UNTIL TX > MONITOR-MAX
                   OR    ENTRY-FOUND.
           MOVE SPACES                 TO RPT-FINDING.
           MOVE QCTL-REC-KEY           TO RPT-F-KEY.
           IF  NOT ENTRY-FOUND
               MOVE 'NO MONITOR READS THIS CONTROL RECORD'
                                       TO RPT-F-TEXT
               PERFORM W10-PRINT-FINDING THRU W19-EXIT
               GO TO D19-EXIT
           END-IF.
           SET  CRSC-PROGRAM           TO TRUE.
           MOVE LOOK-NAME              TO CRSC-NAME.
           PERFORM Y20-LOOK-INVENTORY THRU Y29-EXIT.
           IF  NOT ENTRY-FOUND
               STRING 'ITS MONITOR ' LOOK-NAME
                      ' IS NOT DEFINED TO ' INV-APPLID
                                       DELIMITED BY SIZE
                   INTO RPT-F-TEXT
               PERFORM W10-PRINT-FINDING THRU W19-EXIT
           END-IF.
       D19-EXIT.
           EXIT.

       D20-FIND-MONITOR.
           IF  MONITOR-KEY(TX) = LOOK-KEY
               MOVE MONITOR-PGM(TX)    TO LOOK-NAME
               MOVE 'Y'                TO FOUND-SW
           END-IF.
       D29-EXIT.
           EXIT.

      ******************************************************************
      *    WDGTASKF -- EVERY WATCHED MONITOR NEEDS ITS TSQCTL CONTROL  *
      *    RECORD (A ZERO-INTERVAL ENTRY IS AN ON-DEMAND JOB THAT IS   *
      *    NOT WATCHED, AND HAS NONE)                                  *
      ******************************************************************
       E00-CHECK-WDGTASKF.
           MOVE 'WDGTASKF'             TO RPT-S-FILE.
           MOVE 'WATCHED TASKS WITH NO TSQCTL CONTROL RECORD'
                                       TO RPT-S-TITLE.
           PERFORM W00-BEGIN-SECTION THRU W09-EXIT.
           IF  TSQCTL-STATUS NOT = '00'
               MOVE 'TSQCTL NOT AVAILABLE -- NOT CHECKED'
                                       TO RPT-N-TEXT
               PERFORM W50-PRINT-NOTE THRU W59-EXIT
               GO TO E09-EXIT
           END-IF.
           OPEN INPUT WDGTASKF.
           IF  WDGTASKF-STATUS NOT = '00'
               PERFORM W30-NOT-AVAILABLE THRU W39-EXIT
               GO TO E09-EXIT
           END-IF.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           PERFORM E10-READ-WDGTASKF THRU E19-EXIT
                   UNTIL NO-MORE-RECORDS.
           CLOSE WDGTASKF.
           PERFORM W20-END-SECTION THRU W29-EXIT.
       E09-EXIT.
           EXIT.

       E10-READ-WDGTASKF.
           READ WDGTASKF NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO E19-EXIT
           END-IF.
           IF  WDG-INTERVAL-MINS NOT > ZERO
               GO TO E19-EXIT
           END-IF.
      * THE CONTROL KEY IS THE TASK NAME, EXCEPT WHERE THE MONITOR
      * TABLE SAYS OTHERWISE (TSSWEEP READS 'SWEEP')
           MOVE WDG-TASK               TO LOOK-KEY.
           MOVE 'N'                    TO FOUND-SW.
           PERFORM E20-FIND-CONTROL-KEY THRU E29-EXIT
                   VARYING TX FROM 1 BY 1
                   UNTIL TX > MONITOR-MAX
                   OR    ENTRY-FOUND.
           MOVE 'N'                    TO FOUND-SW.
           PERFORM E30-FIND-CONTROL THRU E39-EXIT
                   VARYING TX FROM 1 BY 1
                   UNTIL TX > CTLK-COUNT
                   OR    ENTRY-FOUND.
           IF  ENTRY-FOUND
               GO TO E19-EXIT
           END-IF.
           MOVE SPACES                 TO RPT-FINDING.
           MOVE WDG-TASK               TO RPT-F-KEY.
           STRING 'NO TSQCTL ''' LOOK-KEY ''' CONTROL RECORD'
                                       DELIMITED BY SIZE
               INTO RPT-F-TEXT.
           PERFORM W10-PRINT-FINDING THRU W19-EXIT.
       E19-EXIT.
           EXIT.

       E20-FIND-CONTROL-KEY.
           IF  MONITOR-PGM(TX) = WDG-TASK
               MOVE MONITOR-KEY(TX)    TO LOOK-KEY
               MOVE 'Y'                TO FOUND-SW
           END-IF.
       E29-EXIT.
           EXIT.

       E30-FIND-CONTROL.
           IF  CTLK-KEY(TX) = LOOK-KEY
               MOVE 'Y'                TO FOUND-SW
           END-IF.
       E39-EXIT.
           EXIT.

      ******************************************************************
      *    RUNBOOKF -- LOAD THE DOCUMENTED JOBS FOR THE HISTORY PASS   *
      ******************************************************************
       F00-LOAD-RUNBOOKF.
           OPEN INPUT RUNBOOKF.
           IF  RUNBOOKF-STATUS NOT = '00'
               GO TO F09-EXIT
           END-IF.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           PERFORM F10-READ-RUNBOOKF THRU F19-EXIT
                   UNTIL NO-MORE-RECORDS
                   OR    RUNB-COUNT NOT < 500.
           CLOSE RUNBOOKF.
       F09-EXIT.
           EXIT.

       F10-READ-RUNBOOKF.
           READ RUNBOOKF NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO F19-EXIT
           END-IF.
           ADD  1                      TO RUNB-COUNT.
           MOVE RUNBOOKF-JOB-NAME      TO RUNB-JOB(RUNB-COUNT).
           MOVE 'N'                    TO RUNB-RAN-SW(RUNB-COUNT).
       F19-EXIT.
           EXIT.

      ******************************************************************
      *    RUNBOOKF -- A JOB WITH NO RUN INSIDE THE WINDOW             *
      ******************************************************************
       F50-CHECK-RUNBOOKF.
           MOVE 'RUNBOOKF'             TO RPT-S-FILE.
           MOVE SPACES                 TO RPT-S-TITLE.
           STRING 'RUNBOOK JOBS WITH NO RUN SINCE ' CUT-DATE
                                       DELIMITED BY SIZE
               INTO RPT-S-TITLE.
           PERFORM W00-BEGIN-SECTION THRU W09-EXIT.
           IF  RUNBOOKF-STATUS NOT = '00'
               PERFORM W30-NOT-AVAILABLE THRU W39-EXIT
               GO TO F59-EXIT
           END-IF.
           IF  NOT HISTORY-READ
               MOVE 'JOBDHIST NOT AVAILABLE -- NOT CHECKED'
                                       TO RPT-N-TEXT
               PERFORM W50-PRINT-NOTE THRU W59-EXIT
               SET  FILE-ERROR         TO TRUE
               GO TO F59-EXIT
           END-IF.
           PERFORM F60-CHECK-JOB THRU F69-EXIT
                   VARYING TX FROM 1 BY 1
                   UNTIL TX > RUNB-COUNT.
           PERFORM W20-END-SECTION THRU W29-EXIT.
       F59-EXIT.
           EXIT.

       F60-CHECK-JOB.
           IF  RUNB-RAN(TX)
               GO TO F69-EXIT
           END-IF.
           MOVE SPACES                 TO RPT-FINDING.
           MOVE RUNB-JOB(TX)           TO RPT-F-KEY.
           MOVE 'NOT IN JOBDHIST OR JOBDSUM INSIDE THE WINDOW'
                                       TO RPT-F-TEXT.
           PERFORM W10-PRINT-FINDING THRU W19-EXIT.
       F69-EXIT.
           EXIT.

      ******************************************************************
      *    CHGRATEF -- LOAD THE RATED USERS (THE '*DEFAULT' RATE IS    *
      *    A CATCH-ALL, NOT A USER)                                    *
      ******************************************************************
       G00-LOAD-CHGRATEF.
           OPEN INPUT CHGRATEF.
           IF  CHGRATEF-STATUS NOT = '00'
               GO TO G09-EXIT
           END-IF.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           PERFORM G10-READ-CHGRATEF THRU G19-EXIT
                   UNTIL NO-MORE-RECORDS
                   OR    USER-COUNT NOT < 500.
           CLOSE CHGRATEF.
       G09-EXIT.
           EXIT.

       G10-READ-CHGRATEF.
           READ CHGRATEF NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO G19-EXIT
           END-IF.
           IF  CHGRATEF-USER = '*DEFAULT'
               GO TO G19-EXIT
           END-IF.
      * ONE ENTRY PER USER, HOWEVER MANY DATED RATES THEY HAVE
           IF  USER-COUNT > ZERO
           AND USER-ID(USER-COUNT) = CHGRATEF-USER
               GO TO G19-EXIT
           END-IF.
           ADD  1                      TO USER-COUNT.
           MOVE CHGRATEF-USER          TO USER-ID(USER-COUNT).
           MOVE 'N'                    TO USER-RAN-SW(USER-COUNT).
       G19-EXIT.
           EXIT.

      ******************************************************************
      *    CHGRATEF -- A USER WHO SUBMITTED NOTHING INSIDE THE WINDOW  *
      ******************************************************************
       G50-CHECK-CHGRATEF.
           MOVE 'CHGRATEF'             TO RPT-S-FILE.
           MOVE SPACES                 TO RPT-S-TITLE.
           STRING 'RATED USERS WITH NO JOB SUBMITTED SINCE ' CUT-DATE
                                       DELIMITED BY SIZE
               INTO RPT-S-TITLE.
           PERFORM W00-BEGIN-SECTION THRU W09-EXIT.
           IF  CHGRATEF-STATUS NOT = '00'
               PERFORM W30-NOT-AVAILABLE THRU W39-EXIT
               GO TO G59-EXIT
           END-IF.
           IF  NOT HISTORY-READ
               MOVE 'JOBDHIST NOT AVAILABLE -- NOT CHECKED'
                                       TO RPT-N-TEXT
               PERFORM W50-PRINT-NOTE THRU W59-EXIT
               SET  FILE-ERROR         TO TRUE
               GO TO G59-EXIT
           END-IF.
           PERFORM G60-CHECK-USER THRU G69-EXIT
                   VARYING TX FROM 1 BY 1
                   UNTIL TX > USER-COUNT.
           PERFORM W20-END-SECTION THRU W29-EXIT.
       G59-EXIT.
           EXIT.

       G60-CHECK-USER.
           IF  USER-RAN(TX)
               GO TO G69-EXIT
           END-IF.
           MOVE SPACES                 TO RPT-FINDING.
           MOVE USER-ID(TX)            TO RPT-F-KEY.
           MOVE 'NO JOBDHIST SUBMISSION INSIDE THE WINDOW'
                                       TO RPT-F-TEXT.
           PERFORM W10-PRINT-FINDING THRU W19-EXIT.
       G69-EXIT.
           EXIT.

      ******************************************************************
      *    ONE PASS OF THE JOB HISTORY INSIDE THE WINDOW MARKS OFF THE *
      *    RUNBOOK JOBS THAT RAN AND THE USERS WHO SUBMITTED (POWER    *
      *    FROM-USER, ELSE THE SECURITY USER, AS JOBDCHG CHARGES IT);  *
      *    THE JOBDSUM ROLLUP COVERS RUNS JOBDTRIM HAS ALREADY TRIMMED *
      ******************************************************************
       H00-SCAN-HISTORY.
           IF  RUNB-COUNT = ZERO
           AND USER-COUNT = ZERO
               SET  HISTORY-READ       TO TRUE
               GO TO H09-EXIT
           END-IF.
           OPEN INPUT JOBDHIST.
           IF  JOBDHIST-STATUS NOT = '00'
               GO TO H09-EXIT
           END-IF.
           SET  HISTORY-READ           TO TRUE.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           PERFORM H10-READ-JOBDHIST THRU H19-EXIT
                   UNTIL NO-MORE-RECORDS.
           CLOSE JOBDHIST.
           OPEN INPUT JOBDSUM.
           IF  JOBDSUM-STATUS NOT = '00'
               GO TO H09-EXIT
           END-IF.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           PERFORM H30-READ-JOBDSUM THRU H39-EXIT
                   UNTIL NO-MORE-RECORDS.
           CLOSE JOBDSUM.
       H09-EXIT.
           EXIT.

       H10-READ-JOBDHIST.
           READ JOBDHIST NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO H19-EXIT
           END-IF.
           IF  JOBDHIST-JOB-DATE < CUT-DATE
               GO TO H19-EXIT
           END-IF.
           MOVE JOBDHIST-JOB-NAME      TO LOOK-NAME.
           PERFORM H50-MARK-JOB THRU H59-EXIT.
           IF  JOBDHIST-PWR-FUSR > SPACES
               MOVE JOBDHIST-PWR-FUSR  TO HIST-USER
           ELSE
               MOVE JOBDHIST-SEC-USER  TO HIST-USER
           END-IF.
           PERFORM H60-MARK-USER THRU H69-EXIT
                   VARYING TX FROM 1 BY 1
                   UNTIL TX > USER-COUNT.
       H19-EXIT.
           EXIT.

       H30-READ-JOBDSUM.
           READ JOBDSUM NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO H39-EXIT
           END-IF.
           IF  JOBDSUM-MONTH < CUT-DATE(1:6)
               GO TO H39-EXIT
           END-IF.
           MOVE JOBDSUM-JOB-NAME       TO LOOK-NAME.
           PERFORM H50-MARK-JOB THRU H59-EXIT.
       H39-EXIT.
           EXIT.

       H50-MARK-JOB.
           PERFORM H55-MARK-ONE-JOB THRU H55-EXIT
                   VARYING TX FROM 1 BY 1
                   UNTIL TX > RUNB-COUNT.
       H59-EXIT.
           EXIT.

       H55-MARK-ONE-JOB.
           IF  RUNB-JOB(TX) = LOOK-NAME
               MOVE 'Y'                TO RUNB-RAN-SW(TX)
           END-IF.
       H55-EXIT.
           EXIT.

       H60-MARK-USER.
           IF  USER-ID(TX) = HIST-USER
               MOVE 'Y'                TO USER-RAN-SW(TX)
           END-IF.
       H69-EXIT.
           EXIT.

      ******************************************************************
      *    AUTHF -- A '*GROUP' MEMBERSHIP (DESC NAMES THE GROUP) IS    *
      *    DANGLING WHEN THE GROUP ITSELF HOLDS NO GRANT               *
      ******************************************************************
       J00-CHECK-AUTHF.
           MOVE 'AUTHF'                TO RPT-S-FILE.
           MOVE 'GROUP MEMBERSHIPS IN A GROUP WITH NO GRANTS'
                                       TO RPT-S-TITLE.
           PERFORM W00-BEGIN-SECTION THRU W09-EXIT.
           OPEN INPUT AUTHF.
           IF  AUTHF-STATUS NOT = '00'
               PERFORM W30-NOT-AVAILABLE THRU W39-EXIT
               GO TO J09-EXIT
           END-IF.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           PERFORM J10-READ-AUTHF THRU J19-EXIT
                   UNTIL NO-MORE-RECORDS.
           CLOSE AUTHF.
           PERFORM J30-CHECK-MEMBER THRU J39-EXIT
                   VARYING FX FROM 1 BY 1
                   UNTIL FX > MEMB-COUNT.
           PERFORM W20-END-SECTION THRU W29-EXIT.
       J09-EXIT.
           EXIT.

       J10-READ-AUTHF.
           READ AUTHF NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO J19-EXIT
           END-IF.
           IF  AUTHF-FUNCTION = '*GROUP'
               IF  MEMB-COUNT < 500
                   ADD  1              TO MEMB-COUNT
                   MOVE AUTHF-OPID     TO MEMB-OPID(MEMB-COUNT)
                   MOVE AUTHF-DESC(1:3) TO MEMB-GROUP(MEMB-COUNT)
               END-IF
               GO TO J19-EXIT
           END-IF.
           IF  NOT AUTHF-ALLOWED
               GO TO J19-EXIT
           END-IF.
      * THE FILE IS IN OPID ORDER -- ONE ENTRY PER GRANT HOLDER
           IF  GRNT-COUNT > ZERO
           AND GRNT-OPID(GRNT-COUNT) = AUTHF-OPID
               GO TO J19-EXIT
           END-IF.
           IF  GRNT-COUNT < 1000
               ADD  1                  TO GRNT-COUNT
               MOVE AUTHF-OPID         TO GRNT-OPID(GRNT-COUNT)
           END-IF.
       J19-EXIT.
           EXIT.

       J30-CHECK-MEMBER.
           MOVE 'N'                    TO FOUND-SW.
           PERFORM J40-FIND-GRANT THRU J49-EXIT
                   VARYING TX FROM 1 BY 1
                   UNTIL TX > GRNT-COUNT
                   OR    ENTRY-FOUND.
           IF  ENTRY-FOUND
               GO TO J39-EXIT
           END-IF.
           MOVE SPACES                 TO RPT-FINDING.
           STRING MEMB-OPID(FX) ' *GROUP' DELIMITED BY SIZE
               INTO RPT-F-KEY.
           STRING 'GROUP ''' MEMB-GROUP(FX)
                  ''' HAS NO AUTHF GRANTS'
                                       DELIMITED BY SIZE
               INTO RPT-F-TEXT.
           PERFORM W10-PRINT-FINDING THRU W19-EXIT.
       J39-EXIT.
           EXIT.

       J40-FIND-GRANT.
           IF  GRNT-OPID(TX) = MEMB-GROUP(FX)
               MOVE 'Y'                TO FOUND-SW
           END-IF.
       J49-EXIT.
           EXIT.

      ******************************************************************
      *    DAPSYSF -- A HELP TOPIC NAMED ON A MAP TITLE MUST HAVE AT   *
      *    LEAST ONE LINE OF HELPTXT TEXT                              *
      ******************************************************************
       K00-CHECK-DAPSYSF.
           MOVE 'DAPSYSF'              TO RPT-S-FILE.
           MOVE 'HELP TOPICS WITH NO HELPTXT TEXT'
                                       TO RPT-S-TITLE.
           PERFORM W00-BEGIN-SECTION THRU W09-EXIT.
           OPEN INPUT DAPSYSF.
           IF  DAPSYSF-STATUS NOT = '00'
               PERFORM W30-NOT-AVAILABLE THRU W39-EXIT
               GO TO K09-EXIT
           END-IF.
           OPEN INPUT HELPTXT.
           IF  HELPTXT-STATUS NOT = '00'
               CLOSE DAPSYSF
               MOVE 'HELPTXT NOT AVAILABLE -- NOT CHECKED'
                                       TO RPT-N-TEXT
               PERFORM W50-PRINT-NOTE THRU W59-EXIT
               SET  FILE-ERROR         TO TRUE
               GO TO K09-EXIT
           END-IF.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           PERFORM K10-READ-DAPSYSF THRU K19-EXIT
                   UNTIL NO-MORE-RECORDS.
           CLOSE DAPSYSF HELPTXT.
           PERFORM W20-END-SECTION THRU W29-EXIT.
       K09-EXIT.
           EXIT.

       K10-READ-DAPSYSF.
           READ DAPSYSF NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO K19-EXIT
           END-IF.
           IF  MAPTITLE-HELP-TOPIC NOT > SPACES
               GO TO K19-EXIT
           END-IF.
           MOVE LOW-VALUES             TO HELPTXT-KEY.
           MOVE MAPTITLE-HELP-TOPIC    TO HELPTXT-TOPIC.
           MOVE 'N'                    TO FOUND-SW.
           START HELPTXT KEY NOT LESS THAN HELPTXT-KEY
               INVALID KEY
                   GO TO K18-NO-TEXT
           END-START.
           READ HELPTXT NEXT RECORD
               AT END
                   GO TO K18-NO-TEXT
           END-READ.
           IF  HELPTXT-TOPIC = MAPTITLE-HELP-TOPIC
               GO TO K19-EXIT
           END-IF.

       K18-NO-TEXT.
           MOVE SPACES                 TO RPT-FINDING.
           MOVE MAPTITLE-KEY           TO RPT-F-KEY.
           STRING 'HELP TOPIC ''' MAPTITLE-HELP-TOPIC
                  ''' HAS NO HELPTXT TEXT'
                                       DELIMITED BY SIZE
               INTO RPT-F-TEXT.
           PERFORM W10-PRINT-FINDING THRU W19-EXIT.
       K19-EXIT.
           EXIT.

      ******************************************************************
      *    FILEMONF -- EVERY WATCHED FILE MUST BE DEFINED TO CICS      *
      ******************************************************************
       L00-CHECK-FILEMONF.
           MOVE 'FILEMONF'             TO RPT-S-FILE.
           MOVE 'WATCHED FILES THAT CICS DOES NOT KNOW'
                                       TO RPT-S-TITLE.
           PERFORM W00-BEGIN-SECTION THRU W09-EXIT.
           IF  NOT INVENTORY-TAKEN
               PERFORM W40-NO-INVENTORY THRU W49-EXIT
               GO TO L09-EXIT
           END-IF.
           OPEN INPUT FILEMONF.
           IF  FILEMONF-STATUS NOT = '00'
               PERFORM W30-NOT-AVAILABLE THRU W39-EXIT
               GO TO L09-EXIT
           END-IF.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           PERFORM L10-READ-FILEMONF THRU L19-EXIT
                   UNTIL NO-MORE-RECORDS.
           CLOSE FILEMONF.
           PERFORM W20-END-SECTION THRU W29-EXIT.
       L09-EXIT.
           EXIT.

       L10-READ-FILEMONF.
           READ FILEMONF NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO L19-EXIT
           END-IF.
           SET  CRSC-FILE              TO TRUE.
           MOVE FMON-FILE              TO CRSC-NAME.
           PERFORM Y20-LOOK-INVENTORY THRU Y29-EXIT.
           IF  ENTRY-FOUND
               GO TO L19-EXIT
           END-IF.
           MOVE SPACES                 TO RPT-FINDING.
           MOVE FMON-FILE              TO RPT-F-KEY.
           STRING 'NOT DEFINED TO ' INV-APPLID
                                       DELIMITED BY SIZE
               INTO RPT-F-TEXT.
           PERFORM W10-PRINT-FINDING THRU W19-EXIT.
       L19-EXIT.
           EXIT.

      ******************************************************************
      *    REPORT SECTIONS -- ONE PER CONTROL FILE                     *
      ******************************************************************
       W00-BEGIN-SECTION.
           ADD  1                      TO SECT-FILES.
           MOVE ZERO                   TO SECT-COUNT.
           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE RPT-SECTION            TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       W09-EXIT.
           EXIT.

       W10-PRINT-FINDING.
           ADD  1                      TO SECT-COUNT FIND-COUNT.
           MOVE RPT-FINDING            TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       W19-EXIT.
           EXIT.

       W20-END-SECTION.
           IF  SECT-COUNT = ZERO
               MOVE 'NOTHING DANGLING' TO RPT-N-TEXT
               PERFORM W50-PRINT-NOTE THRU W59-EXIT
           END-IF.
       W29-EXIT.
           EXIT.

       W30-NOT-AVAILABLE.
           MOVE SPACES                 TO RPT-N-TEXT.
           STRING RPT-S-FILE           DELIMITED BY SPACE
                  ' NOT AVAILABLE -- NOT CHECKED'
                                       DELIMITED BY SIZE
               INTO RPT-N-TEXT.
           PERFORM W50-PRINT-NOTE THRU W59-EXIT.
           SET  FILE-ERROR             TO TRUE.
       W39-EXIT.
           EXIT.

       W40-NO-INVENTORY.
           MOVE 'NO CICS INVENTORY -- NOT CHECKED' TO RPT-N-TEXT.
           PERFORM W50-PRINT-NOTE THRU W59-EXIT.
       W49-EXIT.
           EXIT.

       W50-PRINT-NOTE.
           MOVE RPT-NONE               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       W59-EXIT.
           EXIT.

      ******************************************************************
      *    LOOK-STAMP (CICS ABSTIME) TO A CCYYMMDD DATE IN DTE-GNUM    *
      *    AND AN HHMMSS TIME OF DAY IN LOOK-TIME                      *
      ******************************************************************
       Y10-STAMP-DATE.
           MOVE LOOK-STAMP             TO ABS-INPUT.
           CALL 'ABSTIME'           USING ABSTIME-PARMS.
           COMPUTE LOOK-TIME           =  ABS-HOURS * 10000
                                       +  ABS-MINUTES * 100
                                       +  ABS-SECONDS.
           SET  DTE-REQUEST-TOTL-DAYS  TO TRUE.
           COMPUTE DTE-TOTD            =  ABS-DAYS + ADJUSTMENT-DAYS.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
       Y19-EXIT.
           EXIT.

      ******************************************************************
      *    IS THE RESOURCE IN CICSRSCF-KEY DEFINED AS OF THE LATEST    *
      *    INVENTORY PASS                                              *
      ******************************************************************
       Y20-LOOK-INVENTORY.
           MOVE 'N'                    TO FOUND-SW.
           READ CICSRSCF
               INVALID KEY
                   GO TO Y29-EXIT
           END-READ.
           IF  CRSC-STAMP NOT < INV-STAMP
               MOVE 'Y'                TO FOUND-SW
           END-IF.
       Y29-EXIT.
           EXIT.

      ******************************************************************
      *    LOCATE EXT-TAG IN JOBD-SYS-PARM AND RETURN WHATEVER         *
      *    FOLLOWS IT UP TO THE NEXT COMMA/SPACE IN EXT-VALUE          *
      *    (SPACES IF THE TAG ISN'T PRESENT AT ALL) -- SAME PARSE      *
      *    JOBDATA USES FOR ITS OWN SYSPARM TAGS                       *
      ******************************************************************
       X10-PARSE-EXT-TAG.
           MOVE ZERO                   TO EXT-POS.
           PERFORM WITH TEST BEFORE
             VARYING EXT-IX FROM 1 BY 1
               UNTIL EXT-IX > (101 - EXT-TAGLEN)
                  OR EXT-POS > ZERO
             IF  JOBD-SYS-PARM(EXT-IX:EXT-TAGLEN) =
                 EXT-TAG(1:EXT-TAGLEN)
                 COMPUTE EXT-POS = EXT-IX + EXT-TAGLEN
             END-IF
           END-PERFORM.
           MOVE SPACES                 TO EXT-VALUE.
           IF  EXT-POS > ZERO
               MOVE EXT-POS            TO EXT-END
               PERFORM WITH TEST BEFORE
                 VARYING EXT-END FROM EXT-POS BY 1
                   UNTIL EXT-END > 100
                      OR JOBD-SYS-PARM(EXT-END:1) = ','
                      OR JOBD-SYS-PARM(EXT-END:1) = SPACE
               END-PERFORM
               IF  EXT-END > EXT-POS
                   MOVE JOBD-SYS-PARM(EXT-POS:EXT-END - EXT-POS)
                                       TO EXT-VALUE
               END-IF
           END-IF.
      * A TAG NOT PUNCHED ON SYSPARM FALLS BACK TO THE BATPARMF
      * PARAMETER FILE ENTRY FOR THIS JOB AND STEP, IF ANY
           SET  BPRM-GET               TO TRUE.
           MOVE JOBD-JOB-NAME          TO BPRM-JOB-NAME.
           MOVE 'CTLXREF'              TO BPRM-STEP-NAME.
           MOVE EXT-TAG                TO BPRM-TAG.
           MOVE EXT-VALUE              TO BPRM-VALUE.
           CALL BATPARM             USING BATPARM-PARMS.
           MOVE BPRM-VALUE             TO EXT-VALUE.
       X10-EXIT.
           EXIT.

      ******************************************************************
      *    FORMAT THE "TAG= VALUE FROM WHERE" LINE FOR THE VALUE JUST  *
      *    SETTLED ON (SEE BATPARM) AND PRINT IT AT THE TOP OF THE RUN *
      ******************************************************************
       X30-SHOW-PARM.
           CALL BATPARM             USING BATPARM-PARMS.
           MOVE BPRM-LINE              TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       X39-EXIT.
           EXIT.
