       PROCESS RMODE(ANY)
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    DEPLRPT.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       PRE-ROLLOUT IMPACT REPORT FOR A COMMAREA LAYOUT
      *REMARKS.       CHANGE.  COMMENT2 DISCARDS ANY SAVED COMMAREA
      *REMARKS.       WHOSE LAYOUT VERSION IS NOT THE PROGRAM'S
      *REMARKS.       THIS-LAYOUT, SO A ROLLOUT THAT BUMPS THE VERSION
      *REMARKS.       EXPIRES EVERY SAVED SESSION OF ITS TRANSACTION.
      *REMARKS.       FOR EACH TRANSACTION WITH A ROLLOUT PENDING ON
      *REMARKS.       THE DEPLOYF REGISTRY (OR ONLY THE ONE NAMED BY
      *REMARKS.       TRANS=XXXX, SYSPARM TAG OR BATPARMF) THIS LISTS,
      *REMARKS.       BY TERMINAL, THE SESSIONS REGISTERED ON TSQXREF
      *REMARKS.       AND ARCHIVED ON TSARCH THAT WILL BE LOST, WHEN
      *REMARKS.       EACH WAS SAVED AND WHO WAS LAST AT THE TERMINAL
      *REMARKS.       (FROM NAVHIST), COUNTS THOSE SAVED IN THE LAST
      *REMARKS.       DAY AS STILL ACTIVE, AND ENDS WITH THE OPERATORS
      *REMARKS.       TO TELL -- OR, IF THE ACTIVE COUNT IS HIGH, THE
      *REMARKS.       REASON TO WAIT FOR THE SESSIONS TO DRAIN.
      *REMARKS.       WRITTEN THROUGH RPTARCH.  RETURN CODE 4 WHEN ANY
      *REMARKS.       SESSION WOULD BE LOST, 8 WHEN A FILE COULD NOT
      *REMARKS.       BE READ.

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
           SELECT DEPLOYF              ASSIGN TO DEPLOYF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS DEPLOYF-KEY
                                       FILE STATUS IS DEPLOYF-STATUS.
           SELECT TSQXREF              ASSIGN TO TSQXREF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS TSQXREF-KEY
                                       FILE STATUS IS TSQXREF-STATUS.
           SELECT TSARCH               ASSIGN TO TSARCH
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS TSARCH-KEY
                                       FILE STATUS IS TSARCH-STATUS.
           SELECT NAVHIST              ASSIGN TO NAVHIST
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS NAVHIST-KEY
                                       FILE STATUS IS NAVHIST-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  DEPLOYF
           LABEL RECORDS ARE STANDARD.
           COPY DEPLOYF.

       FD  TSQXREF
           LABEL RECORDS ARE STANDARD.
       01  TSQXREF-RECORD.
           COPY TSQXREF.

       FD  TSARCH
           LABEL RECORDS ARE STANDARD.
           COPY TSARCH.

       FD  NAVHIST
           LABEL RECORDS ARE STANDARD.
           COPY NAVHIST.

       WORKING-STORAGE SECTION.
       77  DEPLOYF-STATUS              PIC  X(02).
       77  TSQXREF-STATUS              PIC  X(02).
       77  TSARCH-STATUS               PIC  X(02).
       77  NAVHIST-STATUS              PIC  X(02).
       77  MORE-RECORDS-SW             PIC  X(01)   VALUE 'Y'.
           88  NO-MORE-RECORDS                      VALUE 'N'.
       77  MORE-HOPS-SW                PIC  X(01).
           88  NO-MORE-HOPS                         VALUE 'N'.
       77  NAVHIST-SW                  PIC  X(01)   VALUE 'N'.
           88  NAVHIST-OPEN                         VALUE 'Y'.
       77  FOUND-SW                    PIC  X(01).
           88  ENTRY-FOUND                          VALUE 'Y'.
       77  REPORT-TRANS                PIC  X(04)   VALUE SPACES.
       77  ADJUSTMENT-DAYS             PIC S9(09)   COMP VALUE ZEROES.
       77  NOW-STAMP                   PIC S9(15)   PACKED-DECIMAL.
       77  ACTIVE-STAMP                PIC S9(15)   PACKED-DECIMAL.
       77  LOOK-STAMP                  PIC S9(15)   PACKED-DECIMAL.
       77  LOOK-TIME                   PIC  9(06).
       77  SESS-STAMP                  PIC S9(15)   PACKED-DECIMAL.
       77  SESS-QUEUE                  PIC  X(09).
       77  SESS-APPLID                 PIC  X(08).
       77  SESS-WHERE                  PIC  X(10).
       77  LAST-OPID                   PIC  X(03).
       77  LAST-TERMID                 PIC  X(04).
       77  TX                          PIC S9(04)   COMP.
       77  OX                          PIC S9(04)   COMP.
       77  REG-COUNT                   PIC S9(05)   COMP.
       77  ARC-COUNT                   PIC S9(05)   COMP.
       77  ACT-COUNT                   PIC S9(05)   COMP.
       77  TERM-COUNT                  PIC S9(05)   COMP.
       77  TOTAL-REG                   PIC S9(07)   COMP VALUE ZERO.
       77  TOTAL-ARC                   PIC S9(07)   COMP VALUE ZERO.
       77  TOTAL-ACT                   PIC S9(07)   COMP VALUE ZERO.

      * WORK AREA FOR PULLING THE TRANS= TAG OUT OF THE VSE SYSPARM
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

      * A SAVED-COMMAREA QUEUE NAME -- TERMINAL, TRANSACTION, SESSION
      * BYTE (SEE COMMLNK2 T40-SAVE-COMMAREA)
       01  QUEUE-NAME.
           05  QUEUE-TERMID            PIC  X(04).
           05  QUEUE-TRANSID           PIC  X(04).
           05  QUEUE-SESSION           PIC  X(01).

      * THE TRANSACTIONS WITH A ROLLOUT PENDING
       77  PEND-COUNT                  PIC S9(04)   COMP VALUE ZERO.
       01  PEND-TABLE.
           03  PEND-ENTRY OCCURS 200 TIMES.
               05  PEND-TRANSID        PIC  X(04).
               05  PEND-PGM            PIC  X(08).
               05  PEND-APPLID         PIC  X(08).
               05  PEND-CUR            PIC  X(04).
               05  PEND-NEW            PIC  X(04).
               05  PEND-DATE           PIC  X(08).
               05  PEND-DESC           PIC  X(30).

      * THE OPERATORS TO TELL, ACROSS EVERY PENDING ROLLOUT
       77  OPER-COUNT                  PIC S9(04)   COMP VALUE ZERO.
       01  OPER-TABLE.
           03  OPER-ENTRY OCCURS 500 TIMES.
               05  OPER-OPID           PIC  X(03).
               05  OPER-SESSIONS       PIC S9(05)   COMP.
               05  OPER-TRANSID        PIC  X(04).
               05  OPER-TERMID         PIC  X(04).

       01  RPT-HDG1.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(18)
                   VALUE 'D E P L R P T  -  '.
           05  FILLER                  PIC  X(41)
                   VALUE 'SAVED SESSIONS A LAYOUT ROLLOUT EXPIRES, '.
           05  FILLER                  PIC  X(06)   VALUE 'AS OF '.
           05  RPT-H-DATE              PIC  X(09).

       01  RPT-TRANS.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(12)
                   VALUE 'TRANSACTION '.
           05  RPT-T-TRANSID           PIC  X(05).
           05  FILLER                  PIC  X(08)   VALUE 'PROGRAM '.
           05  RPT-T-PGM               PIC  X(09).
           05  FILLER                  PIC  X(07)   VALUE 'REGION '.
           05  RPT-T-APPLID            PIC  X(09).
           05  FILLER                  PIC  X(07)   VALUE 'LAYOUT '.
           05  RPT-T-CUR               PIC  X(04).
           05  FILLER                  PIC  X(04)   VALUE ' TO '.
           05  RPT-T-NEW               PIC  X(04).
           05  FILLER                  PIC  X(04)   VALUE ' ON '.
           05  RPT-T-DATE              PIC  X(08).

       01  RPT-DESC.
           05  FILLER                  PIC  X(17)   VALUE SPACES.
           05  RPT-D-DESC              PIC  X(30).

       01  RPT-HDG2.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(10)   VALUE 'TERMINAL'.
           05  FILLER                  PIC  X(09)   VALUE 'SESSION'.
           05  FILLER                  PIC  X(12)   VALUE 'HELD ON'.
           05  FILLER                  PIC  X(18)   VALUE 'SAVED'.
           05  FILLER                  PIC  X(10)   VALUE 'OPERATOR'.
           05  FILLER                  PIC  X(06)   VALUE 'ACTIVE'.

       01  RPT-DETAIL.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  RPT-S-TERMID            PIC  X(10).
           05  RPT-S-SESSION           PIC  X(09).
           05  RPT-S-WHERE             PIC  X(12).
           05  RPT-S-DATE              PIC  X(08).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  RPT-S-TIME              PIC  99B99B99.
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  RPT-S-OPID              PIC  X(10).
           05  RPT-S-ACTIVE            PIC  X(03).

       01  RPT-SUBTOT.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  RPT-ST-REG              PIC  ZZZZ9.
           05  FILLER                  PIC  X(13)
                   VALUE ' REGISTERED,'.
           05  RPT-ST-ARC              PIC  ZZZZ9.
           05  FILLER                  PIC  X(11)   VALUE ' ARCHIVED,'.
           05  RPT-ST-TERMS            PIC  ZZZZ9.
           05  FILLER                  PIC  X(14)
                   VALUE ' TERMINAL(S),'.
           05  RPT-ST-ACT              PIC  ZZZZ9.
           05  FILLER                  PIC  X(24)
                   VALUE ' SAVED IN THE LAST DAY'.

       01  RPT-ADVICE.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  RPT-A-TEXT              PIC  X(70).

       01  RPT-OPER-HDG.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(60)
                   VALUE 'OPERATORS TO TELL BEFORE THE ROLLOUT'.

       01  RPT-OPER.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  RPT-O-OPID              PIC  X(06).
           05  RPT-O-SESSIONS          PIC  ZZZZ9.
           05  FILLER                  PIC  X(25)
                   VALUE ' SESSION(S), E.G. TRAN '.
           05  RPT-O-TRANSID           PIC  X(09).
           05  FILLER                  PIC  X(09)   VALUE 'TERMINAL '.
           05  RPT-O-TERMID            PIC  X(04).

       01  RPT-NONE.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  RPT-N-TEXT              PIC  X(70).

       01  RPT-TOTAL.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-TOT-PEND            PIC  ZZZ9.
           05  FILLER                  PIC  X(23)
                   VALUE ' ROLLOUT(S) PENDING,'.
           05  RPT-TOT-LOST            PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(25)
                   VALUE ' SESSION(S) WOULD EXPIRE,'.
           05  RPT-TOT-ACT             PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(10)   VALUE ' ACTIVE'.

       01  RPT-NOFILE.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-NF-FILE             PIC  X(09).
           05  FILLER                  PIC  X(40)
                   VALUE 'NOT OPENED -- NOTHING REPORTED'.

       77  RPTARCH                     PIC  X(8)    VALUE 'RPTARCH'.
       COPY RPTARCH.

       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           SET  RPTA-OPEN              TO TRUE.
           MOVE 'DEPLRPT'              TO RPTA-ID.
           CALL RPTARCH             USING RPTARCH-PARMS.
           CALL JOBDATA             USING JOBDATA-PARMS.

           PERFORM A10-GET-TRANS THRU A19-EXIT.
           MOVE JOBD-JOB-DATE          TO RPT-H-DATE.
           MOVE RPT-HDG1               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.

           CALL 'ASKTIME'           USING ABS-INPUT.
           MOVE ABS-INPUT              TO NOW-STAMP.
           COMPUTE ACTIVE-STAMP        =  NOW-STAMP
                                       -  (86400 * 1000000).
      * DAYS-SINCE-1900 TO GREGORIAN ADJUSTMENT, AS IN NAVPURGE
           SET  DTE-REQUEST-GREG-EDIT  TO TRUE.
           MOVE 19000101               TO DTE-GNUM.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
           MOVE DTE-TOTD               TO ADJUSTMENT-DAYS.

           OPEN INPUT DEPLOYF.
           IF  DEPLOYF-STATUS NOT = '00'
               MOVE 'DEPLOYF'          TO RPT-NF-FILE
               GO TO A80-NO-FILE
           END-IF.
           PERFORM B00-LOAD-PENDING THRU B09-EXIT.
           CLOSE DEPLOYF.

           OPEN INPUT TSQXREF.
           IF  TSQXREF-STATUS NOT = '00'
               MOVE 'TSQXREF'          TO RPT-NF-FILE
               GO TO A80-NO-FILE
           END-IF.
           OPEN INPUT TSARCH.
           IF  TSARCH-STATUS NOT = '00'
               CLOSE TSQXREF
               MOVE 'TSARCH'           TO RPT-NF-FILE
               GO TO A80-NO-FILE
           END-IF.
      * WITHOUT NAVHIST THE OPERATOR IS SIMPLY NOT SHOWN
           OPEN INPUT NAVHIST.
           IF  NAVHIST-STATUS = '00'
               SET  NAVHIST-OPEN       TO TRUE
           END-IF.

           PERFORM C00-REPORT-TRANS THRU C09-EXIT
                   VARYING TX FROM 1 BY 1
                   UNTIL TX > PEND-COUNT.
           CLOSE TSQXREF TSARCH.
           IF  NAVHIST-OPEN
               CLOSE NAVHIST
           END-IF.

           IF  PEND-COUNT = ZERO
               MOVE SPACES             TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
               MOVE 'NO LAYOUT ROLLOUT IS PENDING ON DEPLOYF'
                                       TO RPT-N-TEXT
               MOVE RPT-NONE           TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
           END-IF.
           IF  OPER-COUNT > ZERO
               PERFORM D00-PRINT-OPERATORS THRU D09-EXIT
           END-IF.

           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE PEND-COUNT             TO RPT-TOT-PEND.
           COMPUTE RPT-TOT-LOST        =  TOTAL-REG + TOTAL-ARC.
           MOVE TOTAL-ACT              TO RPT-TOT-ACT.
           MOVE RPT-TOTAL              TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           IF  TOTAL-REG + TOTAL-ARC > ZERO
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE ZEROES             TO RETURN-CODE
           END-IF.
           GOBACK.

       A80-NO-FILE.
           MOVE RPT-NOFILE             TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE 8                      TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      *    THE TRANS= TAG NARROWS THE REPORT TO ONE TRANSACTION;       *
      *    ABSENT, EVERY PENDING ROLLOUT IS REPORTED                   *
      ******************************************************************
       A10-GET-TRANS.
           MOVE 'TRANS='               TO EXT-TAG.
           MOVE 6                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           MOVE EXT-VALUE              TO REPORT-TRANS.
           IF  REPORT-TRANS > SPACES
               MOVE REPORT-TRANS       TO BPRM-VALUE
           ELSE
               SET  BPRM-FROM-DEFAULT  TO TRUE
               MOVE 'ALL'              TO BPRM-VALUE
           END-IF.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
       A19-EXIT.
           EXIT.

      ******************************************************************
      *    EVERY REGISTRY RECORD WHOSE NEW LAYOUT VERSION DIFFERS FROM *
      *    THE ONE IN PRODUCTION (AND THE TRANSACTION ASKED FOR)       *
      ******************************************************************
       B00-LOAD-PENDING.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           PERFORM B10-READ-DEPLOYF THRU B19-EXIT
                   UNTIL NO-MORE-RECORDS
                   OR    PEND-COUNT NOT < 200.
       B09-EXIT.
           EXIT.

       B10-READ-DEPLOYF.
           READ DEPLOYF NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO B19-EXIT
           END-IF.
           IF  REPORT-TRANS > SPACES
           AND DEPLOYF-TRANSID NOT = REPORT-TRANS
               GO TO B19-EXIT
           END-IF.
           IF  DEPLOYF-NEW-LAYOUT NOT > SPACES
           OR  DEPLOYF-NEW-LAYOUT = DEPLOYF-CUR-LAYOUT
               GO TO B19-EXIT
           END-IF.
           ADD  1                      TO PEND-COUNT.
           MOVE DEPLOYF-TRANSID        TO PEND-TRANSID(PEND-COUNT).
           MOVE DEPLOYF-PGM            TO PEND-PGM(PEND-COUNT).
           MOVE DEPLOYF-APPLID         TO PEND-APPLID(PEND-COUNT).
           MOVE DEPLOYF-CUR-LAYOUT     TO PEND-CUR(PEND-COUNT).
           MOVE DEPLOYF-NEW-LAYOUT     TO PEND-NEW(PEND-COUNT).
           MOVE DEPLOYF-ROLLOUT-DATE   TO PEND-DATE(PEND-COUNT).
           MOVE DEPLOYF-DESC           TO PEND-DESC(PEND-COUNT).
       B19-EXIT.
           EXIT.

      ******************************************************************
      *    ONE PENDING ROLLOUT -- EVERY SESSION OF THE TRANSACTION     *
      *    WAS SAVED UNDER THE LAYOUT NOW IN PRODUCTION (OR AN OLDER   *
      *    ONE), SO EVERY ONE OF THEM WILL BE DISCARDED                *
      ******************************************************************
       C00-REPORT-TRANS.
           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE PEND-TRANSID(TX)       TO RPT-T-TRANSID.
           MOVE PEND-PGM(TX)           TO RPT-T-PGM.
           MOVE PEND-APPLID(TX)        TO RPT-T-APPLID.
           MOVE PEND-CUR(TX)           TO RPT-T-CUR.
           MOVE PEND-NEW(TX)           TO RPT-T-NEW.
           MOVE PEND-DATE(TX)          TO RPT-T-DATE.
           MOVE RPT-TRANS              TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           IF  PEND-DESC(TX) > SPACES
               MOVE PEND-DESC(TX)      TO RPT-D-DESC
               MOVE RPT-DESC           TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
           END-IF.
           MOVE RPT-HDG2               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.

           MOVE ZERO                   TO REG-COUNT ARC-COUNT
                                          ACT-COUNT TERM-COUNT.
           MOVE SPACES                 TO LAST-TERMID.
           PERFORM C10-SCAN-REGISTRY THRU C19-EXIT.
           MOVE SPACES                 TO LAST-TERMID.
           PERFORM C30-SCAN-ARCHIVE THRU C39-EXIT.
           ADD  REG-COUNT              TO TOTAL-REG.
           ADD  ARC-COUNT              TO TOTAL-ARC.
           ADD  ACT-COUNT              TO TOTAL-ACT.

           IF  REG-COUNT + ARC-COUNT = ZERO
               MOVE 'NO SAVED SESSIONS -- NOTHING WILL BE LOST'
                                       TO RPT-N-TEXT
               MOVE RPT-NONE           TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
               GO TO C09-EXIT
           END-IF.
           MOVE REG-COUNT              TO RPT-ST-REG.
           MOVE ARC-COUNT              TO RPT-ST-ARC.
           MOVE TERM-COUNT             TO RPT-ST-TERMS.
           MOVE ACT-COUNT              TO RPT-ST-ACT.
           MOVE RPT-SUBTOT             TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           IF  ACT-COUNT > ZERO
               MOVE 'SESSIONS STILL ACTIVE -- TELL THE OPERATORS OR WAI
      -             'T FOR THEM TO DRAIN'
                                       TO RPT-A-TEXT
           ELSE
               MOVE 'ONLY IDLE SESSIONS -- THE ROLLOUT CAN PROCEED'
                                       TO RPT-A-TEXT
           END-IF.
           MOVE RPT-ADVICE             TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       C09-EXIT.
           EXIT.

      * THE REGION'S REGISTRY RECORDS, IN TERMINAL ORDER
       C10-SCAN-REGISTRY.
           MOVE LOW-VALUES             TO TSQXREF-KEY.
           MOVE PEND-APPLID(TX)        TO TSQXREF-APPLID.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           START TSQXREF KEY NOT LESS THAN TSQXREF-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM C20-READ-REGISTRY THRU C29-EXIT
                   UNTIL NO-MORE-RECORDS.
       C19-EXIT.
           EXIT.

       C20-READ-REGISTRY.
           READ TSQXREF NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO C29-EXIT
           END-IF.
           IF  TSQXREF-APPLID NOT = PEND-APPLID(TX)
               SET  NO-MORE-RECORDS    TO TRUE
               GO TO C29-EXIT
           END-IF.
           MOVE TSQXREF-QUEUE          TO QUEUE-NAME.
           IF  QUEUE-TRANSID NOT = PEND-TRANSID(TX)
               GO TO C29-EXIT
           END-IF.
           ADD  1                      TO REG-COUNT.
           MOVE TSQXREF-STAMP          TO SESS-STAMP.
           MOVE 'REGISTERED'           TO SESS-WHERE.
           PERFORM E00-PRINT-SESSION THRU E09-EXIT.
       C29-EXIT.
           EXIT.

      * THE ARCHIVE, ONE SESSION PER FIRST SEGMENT, IN TERMINAL ORDER
       C30-SCAN-ARCHIVE.
           MOVE LOW-VALUES             TO TSARCH-KEY.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           START TSARCH KEY NOT LESS THAN TSARCH-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM C40-READ-ARCHIVE THRU C49-EXIT
                   UNTIL NO-MORE-RECORDS.
       C39-EXIT.
           EXIT.

       C40-READ-ARCHIVE.
           READ TSARCH NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO C49-EXIT
           END-IF.
           IF  TSARCH-SEG NOT = 1
               GO TO C49-EXIT
           END-IF.
           MOVE TSARCH-QUEUE           TO QUEUE-NAME.
           IF  QUEUE-TRANSID NOT = PEND-TRANSID(TX)
               GO TO C49-EXIT
           END-IF.
           ADD  1                      TO ARC-COUNT.
           MOVE TSARCH-STAMP           TO SESS-STAMP.
           MOVE 'ARCHIVED'             TO SESS-WHERE.
           PERFORM E00-PRINT-SESSION THRU E09-EXIT.
       C49-EXIT.
           EXIT.

      ******************************************************************
      *    THE OPERATORS TO TELL, WITH ONE OF THEIR SESSIONS TO QUOTE  *
      ******************************************************************
       D00-PRINT-OPERATORS.
           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE RPT-OPER-HDG           TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           PERFORM D10-PRINT-OPERATOR THRU D19-EXIT
                   VARYING OX FROM 1 BY 1
                   UNTIL OX > OPER-COUNT.
       D09-EXIT.
           EXIT.

       D10-PRINT-OPERATOR.
           MOVE OPER-OPID(OX)          TO RPT-O-OPID.
           MOVE OPER-SESSIONS(OX)      TO RPT-O-SESSIONS.
           MOVE OPER-TRANSID(OX)       TO RPT-O-TRANSID.
           MOVE OPER-TERMID(OX)        TO RPT-O-TERMID.
           MOVE RPT-OPER               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       D19-EXIT.
           EXIT.

      ******************************************************************
      *    ONE SESSION THAT WILL BE LOST (QUEUE-NAME, SESS-STAMP AND   *
      *    SESS-WHERE SET)                                             *
      ******************************************************************
       E00-PRINT-SESSION.
           IF  QUEUE-TERMID NOT = LAST-TERMID
               ADD  1                  TO TERM-COUNT
               MOVE QUEUE-TERMID       TO LAST-TERMID
           END-IF.
           MOVE SPACES                 TO RPT-S-ACTIVE.
           IF  SESS-STAMP NOT < ACTIVE-STAMP
               ADD  1                  TO ACT-COUNT
               MOVE 'YES'              TO RPT-S-ACTIVE
           END-IF.
           PERFORM E10-FIND-OPERATOR THRU E19-EXIT.
           MOVE SESS-STAMP             TO LOOK-STAMP.
           PERFORM Y10-STAMP-DATE THRU Y19-EXIT.
           MOVE QUEUE-TERMID           TO RPT-S-TERMID.
           MOVE QUEUE-SESSION          TO RPT-S-SESSION.
           MOVE SESS-WHERE             TO RPT-S-WHERE.
           MOVE DTE-GNUM               TO RPT-S-DATE.
           MOVE LOOK-TIME              TO RPT-S-TIME.
           MOVE LAST-OPID              TO RPT-S-OPID.
           MOVE RPT-DETAIL             TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           IF  LAST-OPID = '???'
               GO TO E09-EXIT
           END-IF.
           MOVE 'N'                    TO FOUND-SW.
           PERFORM E30-COUNT-OPERATOR THRU E39-EXIT
                   VARYING OX FROM 1 BY 1
                   UNTIL OX > OPER-COUNT
                   OR    ENTRY-FOUND.
           IF  NOT ENTRY-FOUND
           AND OPER-COUNT < 500
               ADD  1                  TO OPER-COUNT
               MOVE LAST-OPID          TO OPER-OPID(OPER-COUNT)
               MOVE 1                  TO OPER-SESSIONS(OPER-COUNT)
               MOVE QUEUE-TRANSID      TO OPER-TRANSID(OPER-COUNT)
               MOVE QUEUE-TERMID       TO OPER-TERMID(OPER-COUNT)
           END-IF.
       E09-EXIT.
           EXIT.

      * THE LAST OPERATOR NAVHIST SAW AT THE TERMINAL AND SESSION IN
      * THE DAY BEFORE THE SESSION WAS SAVED
       E10-FIND-OPERATOR.
           MOVE '???'                  TO LAST-OPID.
           IF  NOT NAVHIST-OPEN
               GO TO E19-EXIT
           END-IF.
           MOVE PEND-APPLID(TX)        TO NAVHIST-APPLID.
           MOVE QUEUE-TERMID           TO NAVHIST-TERMID(1:4).
           MOVE QUEUE-SESSION          TO NAVHIST-TERMID(5:1).
           COMPUTE NAVHIST-STAMP       =  SESS-STAMP
                                       -  (86400 * 1000000).
           MOVE NAVHIST-APPLID         TO SESS-APPLID.
           MOVE NAVHIST-TERMID         TO SESS-QUEUE.
           MOVE 'Y'                    TO MORE-HOPS-SW.
           START NAVHIST KEY NOT LESS THAN NAVHIST-KEY
               INVALID KEY
                   SET NO-MORE-HOPS    TO TRUE
           END-START.
           PERFORM E20-READ-HOP THRU E29-EXIT
                   UNTIL NO-MORE-HOPS.
       E19-EXIT.
           EXIT.

       E20-READ-HOP.
           READ NAVHIST NEXT RECORD
               AT END
                   SET NO-MORE-HOPS    TO TRUE
           END-READ.
           IF  NO-MORE-HOPS
               GO TO E29-EXIT
           END-IF.
           IF  NAVHIST-APPLID NOT = SESS-APPLID
           OR  NAVHIST-TERMID NOT = SESS-QUEUE(1:5)
           OR  NAVHIST-STAMP > SESS-STAMP
               SET  NO-MORE-HOPS       TO TRUE
               GO TO E29-EXIT
           END-IF.
           IF  NAVHIST-OPID > SPACES
               MOVE NAVHIST-OPID       TO LAST-OPID
           END-IF.
       E29-EXIT.
           EXIT.

       E30-COUNT-OPERATOR.
           IF  OPER-OPID(OX) = LAST-OPID
               ADD  1                  TO OPER-SESSIONS(OX)
               MOVE 'Y'                TO FOUND-SW
           END-IF.
       E39-EXIT.
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
           MOVE 'DEPLRPT'              TO BPRM-STEP-NAME.
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
