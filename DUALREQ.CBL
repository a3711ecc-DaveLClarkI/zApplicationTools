       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    DUALREQ.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       DUAL-CONTROL QUEUE SUBROUTINE.  A MAINTENANCE
      *REMARKS.       TRANSACTION TOLD BY AUTHCHK THAT ITS FUNCTION IS
      *REMARKS.       UNDER DUAL CONTROL (SEE DUALCTLF) LINKS HERE IN
      *REMARKS.       PLACE OF APPLYING THE CHANGE.  THE OPERATOR IS
      *REMARKS.       ASKED FOR A REASON (BLANK CANCELS), AND THE
      *REMARKS.       WHOLE BEFORE AND AFTER IMAGES ARE QUEUED ON
      *REMARKS.       PENDCHGF, STAMPED WITH TIME, TASK, OPERATOR,
      *REMARKS.       USER AND TERMINAL AND AN EXPIRY, FOR A SECOND
      *REMARKS.       OPERATOR TO APPROVE OR REJECT IN DUALAPPR.  THE
      *REMARKS.       REQUEST IS AUDITED VIA AUDITWRT; A FAILED QUEUE
      *REMARKS.       WRITE IS ROUTED AS AN ERROR THROUGH MSGROUTE.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC SCALE THE REQUEST EXPIRY HOURS TO ABSTIME TICKS
      *               AS THE REST OF THE SYSTEM DOES (3600 * 1000000
      *               AN HOUR).
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
      *                                                                *
      *    ENVIRONMENT DIVISION                                        *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.

      ******************************************************************
      *    CONFIGURATION SECTION                                       *
      ******************************************************************
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. IBM-2086-A04-140.
       OBJECT-COMPUTER. IBM-2086-A04-140.

      /*****************************************************************
      *                                                                *
      *    DATA DIVISION                                               *
      *                                                                *
      ******************************************************************
       DATA DIVISION.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  CONTROL-FIELDS.
         03  THIS-PGM                  PIC  X(08)   VALUE 'DUALREQ'.
         03  REQ-ABSTIME               PIC S9(15)   PACKED-DECIMAL.
         03  REQ-HOURS                 PIC S9(04)   BINARY.
         03  OWN-OPID                  PIC  X(03).
         03  OWN-USERID                PIC  X(08).
         03  DREQ-PROMPT               PIC  X(130).
         03  DREQ-PROMPT-LEN           PIC S9(04)   BINARY.
         03  DREQ-IN-LENG              PIC S9(04)   BINARY.
         03  DREQ-IN-REASON            PIC  X(40).

       COPY PENDCHGF.

       01  AUDIT-AREA.
         COPY AUDITWRT.

       01  MSGR-AREA.
         COPY MSGROUTE.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
         COPY DUALREQ.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           IF  EIBCALEN < LENGTH OF DFHCOMMAREA
               EXEC CICS ABEND
                         ABCODE('CALN')
               END-EXEC
           END-IF.

           PERFORM B00-GET-REASON THRU B90-EXIT.
           IF  DREQ-IN-REASON NOT > SPACES
               SET  DREQ-CANCELLED     TO TRUE
               GO TO A90-MAINLINE-EXIT
           END-IF.

           PERFORM C00-QUEUE-CHANGE THRU C90-EXIT.
           IF  EIBRESP = DFHRESP(NORMAL)
               SET  DREQ-QUEUED        TO TRUE
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
           ELSE
               SET  DREQ-FAILED        TO TRUE
               PERFORM Z20-ROUTE-ERROR THRU Z29-EXIT
           END-IF.

       A90-MAINLINE-EXIT.
           EXEC CICS RETURN END-EXEC.
           GOBACK.

      ******************************************************************
      *    THE SECOND OPERATOR DECIDES ON THE REASON GIVEN HERE, SO A  *
      *    CHANGE WITHOUT ONE IS NOT QUEUED                            *
      ******************************************************************
       B00-GET-REASON.
           MOVE SPACES                  TO DREQ-PROMPT.
           MOVE 1                       TO DREQ-PROMPT-LEN.
           STRING 'DUALREQ   '                 DELIMITED BY SIZE
                  DREQ-FUNCTION                DELIMITED BY SPACE
                  ' IS UNDER DUAL CONTROL -- THE CHANGE WILL BE'
                                                DELIMITED BY SIZE
                  ' QUEUED FOR APPROVAL.  REASON(40) (BLANK'
                                                DELIMITED BY SIZE
                  ' CANCELS) ==> '             DELIMITED BY SIZE
               INTO DREQ-PROMPT         WITH POINTER DREQ-PROMPT-LEN.
           SUBTRACT 1                   FROM DREQ-PROMPT-LEN.
           EXEC CICS SEND TEXT
                     FROM     (DREQ-PROMPT)
                     LENGTH   (DREQ-PROMPT-LEN)
                     ERASE
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                  TO DREQ-IN-REASON.
           MOVE LENGTH OF DREQ-IN-REASON TO DREQ-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (DREQ-IN-REASON)
                     LENGTH   (DREQ-IN-LENG)
                     NOHANDLE
           END-EXEC.
       B90-EXIT.
           EXIT.

      ******************************************************************
      *    WRITE THE PENDING CHANGE, STAMPED AND DUE TO EXPIRE         *
      ******************************************************************
       C00-QUEUE-CHANGE.
           EXEC CICS ASKTIME ABSTIME(REQ-ABSTIME) END-EXEC.
           MOVE SPACES                 TO OWN-OPID OWN-USERID.
           EXEC CICS ASSIGN
                     OPID     (OWN-OPID)
                     USERID   (OWN-USERID)
                     NOHANDLE
           END-EXEC.

           MOVE DREQ-HOURS             TO REQ-HOURS.
           IF  REQ-HOURS NOT > ZERO
               MOVE 24                 TO REQ-HOURS
           END-IF.

           MOVE LOW-VALUES             TO PENDCHGF-RECORD.
           MOVE REQ-ABSTIME            TO PENDCHGF-STAMP.
           MOVE EIBTASKN               TO PENDCHGF-TASKN.
           SET  PENDCHGF-PENDING       TO TRUE.
           MOVE DREQ-FUNCTION          TO PENDCHGF-FUNCTION.
           MOVE DREQ-PGM               TO PENDCHGF-PGM.
           MOVE DREQ-ACTION            TO PENDCHGF-ACTION.
           MOVE DREQ-DATASET           TO PENDCHGF-DATASET.
           MOVE DREQ-REC-KEY           TO PENDCHGF-REC-KEY.
           MOVE OWN-OPID               TO PENDCHGF-REQ-OPID.
           MOVE OWN-USERID             TO PENDCHGF-REQ-USERID.
           MOVE EIBTRMID               TO PENDCHGF-REQ-TERMID.
           COMPUTE PENDCHGF-EXPIRES    = REQ-ABSTIME
                                       + REQ-HOURS * 3600 * 1000000.
           MOVE DREQ-IN-REASON         TO PENDCHGF-REASON.
           MOVE SPACES                 TO PENDCHGF-DEC-OPID.
           MOVE ZERO                   TO PENDCHGF-DEC-STAMP.
           MOVE DREQ-AUDIT-KEY         TO PENDCHGF-AUDIT-KEY.
           MOVE DREQ-AUDIT-OLD         TO PENDCHGF-AUDIT-OLD.
           MOVE DREQ-AUDIT-NEW         TO PENDCHGF-AUDIT-NEW.
           MOVE DREQ-BEFORE-LEN        TO PENDCHGF-BEFORE-LEN.
           MOVE DREQ-AFTER-LEN         TO PENDCHGF-AFTER-LEN.
           MOVE DREQ-BEFORE            TO PENDCHGF-BEFORE.
           MOVE DREQ-AFTER             TO PENDCHGF-AFTER.

           EXEC CICS WRITE
                     DATASET  ('PENDCHGF')
                     FROM     (PENDCHGF-RECORD)
                     RIDFLD   (PENDCHGF-KEY)
                     NOHANDLE
           END-EXEC.
       C90-EXIT.
           EXIT.

      ******************************************************************
      *    AUDIT THE REQUEST (THE CHANGE ITSELF IS AUDITED WHEN IT IS  *
      *    APPROVED AND APPLIED)                                       *
      ******************************************************************
       Z10-WRITE-AUDIT.
           MOVE 'DUALREQ'              TO AUDIT-ACTION.
           MOVE DREQ-PGM               TO AUDIT-PGM.
           MOVE DREQ-AUDIT-KEY         TO AUDIT-REC-KEY.
           MOVE SPACES                 TO AUDIT-OLD-VALUE.
           STRING DREQ-FUNCTION ' ' DREQ-ACTION ' ' DREQ-DATASET
                                            DELIMITED BY SIZE
               INTO AUDIT-OLD-VALUE.
           MOVE DREQ-IN-REASON         TO AUDIT-NEW-VALUE.
           EXEC CICS LINK
                     PROGRAM  ('AUDITWRT')
                     COMMAREA (AUDIT-AREA)
                     LENGTH   (LENGTH OF AUDIT-AREA)
                     NOHANDLE
           END-EXEC.
       Z19-EXIT.
           EXIT.

      * A CHANGE THAT SILENTLY FAILS TO QUEUE IS A CHANGE LOST
       Z20-ROUTE-ERROR.
           MOVE THIS-PGM               TO MSGR-COMPONENT.
           MOVE 'E'                    TO MSGR-SEVERITY.
           MOVE SPACES                 TO MSGR-TEXT.
           STRING THIS-PGM ': PENDCHGF WRITE FAILED, FILE='
                                            DELIMITED BY SIZE
                  DREQ-DATASET              DELIMITED BY SIZE
                  ' PGM='                   DELIMITED BY SIZE
                  DREQ-PGM                  DELIMITED BY SIZE
               INTO MSGR-TEXT.
           EXEC CICS LINK
                     PROGRAM  ('MSGROUTE')
                     COMMAREA (MSGR-AREA)
                     LENGTH   (LENGTH OF MSGR-AREA)
                     NOHANDLE
           END-EXEC.
       Z29-EXIT.
           EXIT.
