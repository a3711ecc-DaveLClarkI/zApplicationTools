      *REMARKS.       COVERAGE AND ACTIVITY EVIDENCE SUPERVISORS
      *REMARKS.       KEEP ASKING FOR AFTER INCIDENTS.  RUN IT AFTER
      *REMARKS.       NAVPURGE SO THE FILE HOLDS ONLY THE PERIOD OF
      *REMARKS.       INTEREST.  EACH OPERATOR'S NAME IS TAKEN FROM
      *REMARKS.       THE OPERDIRF DIRECTORY (BLANK IF NOT ON IT).
      *REMARKS.       WITH SYSPARM TAG INVEST=YES THE HOPS ARE READ
      *REMARKS.       FROM THE NAVINVF INVESTIGATION FILE (AS RELOADED
      *REMARKS.       BY NAVRELD) INSTEAD OF NAVHIST.

      * CHANGE HISTORY ------------------------------------------------
      * 08/22/2026 DLC ORIGINAL PROGRAM.
      *               REPORT-WRITER LAYER -- SYSLST OUTPUT IS
      *               UNCHANGED, BUT THE RUN IS ALSO STORED IN THE
      *               RPTARCHF ARCHIVE FOR THE RPTVIEW ONLINE VIEWER.
      * 10/15/2026 DLC PRINT THE OPERATOR'S NAME FROM THE NEW OPERDIRF
      *               DIRECTORY NEXT TO THE OPID.  A RUN WITHOUT THE
      *               DIRECTORY PRINTS THE NAMES BLANK.
      * 10/15/2026 DLC INVEST=YES (SYSPARM, OR THE BATPARMF PARAMETER
      *               FILE) READS THE NAVINVF INVESTIGATION FILE
      *               RELOADED FROM THE NAVARCH ARCHIVE BY NAVRELD.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.
                                       ACCESS DYNAMIC
                                       RECORD KEY IS NAVHIST-KEY
                                       FILE STATUS IS NAVHIST-STATUS.
           SELECT NAVINVF              ASSIGN TO NAVINVF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS NAVINVF-KEY
                                       FILE STATUS IS NAVINVF-STATUS.
           SELECT OPERDIRF             ASSIGN TO OPERDIRF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS OPERDIRF-KEY
                                       FILE STATUS IS OPERDIRF-STATUS.

       DATA DIVISION.

           LABEL RECORDS ARE STANDARD.
           COPY NAVHIST.

       FD  NAVINVF
           LABEL RECORDS ARE STANDARD.
           COPY NAVINVF.

       FD  OPERDIRF
           LABEL RECORDS ARE STANDARD.
           COPY OPERDIRF.

       WORKING-STORAGE SECTION.
       77  NAVHIST-STATUS              PIC  X(02).
       77  NAVINVF-STATUS              PIC  X(02).
       77  INVEST-SW                   PIC  X(01)   VALUE 'N'.
           88  INVEST-MODE                          VALUE 'Y'.
       77  OPERDIRF-STATUS             PIC  X(02).
       77  OPERDIRF-OPEN-SW            PIC  X(01)   VALUE 'N'.
           88  OPERDIRF-OPEN                        VALUE 'Y'.
       77  MORE-RECORDS-SW             PIC  X(01)   VALUE 'Y'.
           88  NO-MORE-RECORDS                      VALUE 'N'.
       77  OX                          PIC S9(04)   COMP.
       77  FOUND-SW                    PIC  X(01).
           88  ENTRY-FOUND                          VALUE 'Y'.

      * WORK AREA FOR PULLING THE INVEST= TAG OUT OF THE VSE SYSPARM
      * STRING (SAME TAG CONVENTION AS JOBDATA/NAVAUDIT)
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

       01  OP-TABLE.
       01  RPT-HDG2.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(05)   VALUE 'OP'.
           05  FILLER                  PIC  X(21)   VALUE 'NAME'.
           05  FILLER                  PIC  X(10)   VALUE 'FIRST'.
           05  FILLER                  PIC  X(10)   VALUE 'LAST'.
           05  FILLER                  PIC  X(08)   VALUE 'HOPS'.
       01  RPT-DETAIL.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  RPT-OPID                PIC  X(05).
           05  RPT-NAME                PIC  X(21).
           05  RPT-FIRST               PIC  X(08).
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-LAST                PIC  X(08).
           SET  RPTA-OPEN              TO TRUE.
           MOVE 'NAVOPRPT'              TO RPTA-ID.
           CALL RPTARCH             USING RPTARCH-PARMS.
           CALL JOBDATA             USING JOBDATA-PARMS.
           OPEN INPUT OPERDIRF.
           IF  OPERDIRF-STATUS = '00'
               SET  OPERDIRF-OPEN      TO TRUE
           END-IF.
           MOVE RPT-HDG1        TO RPTA-LINE
           SET  RPTA-WRITE             TO TRUE
           CALL RPTARCH             USING RPTARCH-PARMS.
           PERFORM A10-GET-SOURCE THRU A19-EXIT.
           MOVE RPT-HDG2        TO RPTA-LINE
           SET  RPTA-WRITE             TO TRUE
           CALL RPTARCH             USING RPTARCH-PARMS.

      * THE INVESTIGATION FILE HAS THE NAVHIST LAYOUT AND KEY
           IF  INVEST-MODE
               OPEN INPUT NAVINVF
               MOVE LOW-VALUES         TO NAVINVF-KEY
               START NAVINVF KEY NOT LESS THAN NAVINVF-KEY
                   INVALID KEY
                       SET NO-MORE-RECORDS TO TRUE
               END-START
           ELSE
               OPEN INPUT NAVHIST
               MOVE LOW-VALUES         TO NAVHIST-KEY
               START NAVHIST KEY NOT LESS THAN NAVHIST-KEY
                   INVALID KEY
                       SET NO-MORE-RECORDS TO TRUE
               END-START
           END-IF.

           PERFORM B00-READ-AND-ACCUM THRU B90-EXIT
                   UNTIL NO-MORE-RECORDS.
           IF  INVEST-MODE
               CLOSE NAVINVF
           ELSE
               CLOSE NAVHIST
           END-IF.

           PERFORM C00-PRINT-OPERATOR THRU C90-EXIT
                   VARYING OX FROM 1 BY 1
                   UNTIL OX > OP-COUNT.
           IF  OPERDIRF-OPEN
               CLOSE OPERDIRF
           END-IF.

           MOVE ZEROES                 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      *    INVEST=YES (SYSPARM, OR THE BATPARMF PARAMETER FILE) READS  *
      *    THE NAVINVF INVESTIGATION FILE INSTEAD OF THE LIVE NAVHIST  *
      ******************************************************************
       A10-GET-SOURCE.
           MOVE 'INVEST='              TO EXT-TAG.
           MOVE 7                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           IF  EXT-VALUE(1:1) = 'Y'
               MOVE 'Y'                TO INVEST-SW
               MOVE 'YES'              TO BPRM-VALUE
           ELSE
               IF  EXT-VALUE(1:1) NOT = 'N'
                   SET  BPRM-FROM-DEFAULT TO TRUE
               END-IF
               MOVE 'NO'               TO BPRM-VALUE
           END-IF.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
       A19-EXIT.
           EXIT.

      ******************************************************************
      *    READ ONE HOP AND FOLD IT INTO ITS OPERATOR'S ENTRY          *
      ******************************************************************
       B00-READ-AND-ACCUM.
           IF  INVEST-MODE
               READ NAVINVF NEXT RECORD INTO NAVHIST-RECORD
                   AT END
                       SET NO-MORE-RECORDS TO TRUE
               END-READ
           ELSE
               READ NAVHIST NEXT RECORD
                   AT END
                       SET NO-MORE-RECORDS TO TRUE
               END-READ
           END-IF.
           IF  NO-MORE-RECORDS
               GO TO B90-EXIT
           END-IF.
       C00-PRINT-OPERATOR.
           MOVE SPACES                 TO RPT-DETAIL.
           MOVE OP-ID(OX)              TO RPT-OPID.
           IF  OPERDIRF-OPEN
               MOVE OP-ID(OX)          TO OPERDIRF-OPID
               READ OPERDIRF
                   INVALID KEY
                       MOVE SPACES     TO OPERDIRF-NAME
               END-READ
               MOVE OPERDIRF-NAME      TO RPT-NAME
           END-IF.

           MOVE OP-FIRST-STAMP(OX)     TO ABS-INPUT.
           CALL 'ABSTIME'           USING ABSTIME-PARMS.
           MOVE OP-TERM(OX WX)     TO RPT-TERMS((WX * 5 - 4):4).
       C10-EXIT.
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
           MOVE 'NAVOPRPT'             TO BPRM-STEP-NAME.
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
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       X39-EXIT.
           EXIT.
