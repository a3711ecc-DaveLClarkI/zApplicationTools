       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    CTRACEW.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       COMMAREA TRACE WRITER.  LINKED BY COMMLNK2'S
      *REMARKS.       Z70-TRACE-TURN WITH ONE COMMAREA IMAGE OF A
      *REMARKS.       TRACED TURN (SEE CTRCCTL).  EVERY FIELD THE
      *REMARKS.       PROGRAM'S LAYOUTF DICTIONARY RECORD MARKS FOR
      *REMARKS.       MASKING IS BLANKED OUT WITH ASTERISKS BEFORE THE
      *REMARKS.       IMAGE IS FILED ON CTRACEF, SO A SENSITIVE VALUE
      *REMARKS.       NEVER REACHES THE TRACE FILE; A PROGRAM WITH NO
      *REMARKS.       DICTIONARY RECORD HAS ONLY THE TURN ITSELF
      *REMARKS.       FILED, NOT ITS IMAGE.  NOTHING HERE MAY FAIL
      *REMARKS.       THE TRACED TURN -- EVERY ERROR IS IGNORED.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
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
         03  THIS-PGM                  PIC  X(08)   VALUE 'CTRACEW'.
         03  MORE-FIELDS-SW            PIC  X(01).
           88  NO-MORE-FIELDS                       VALUE 'N'.
         03  MASK-LEN                  PIC S9(04)   BINARY.
         03  REC-LEN                   PIC S9(04)   BINARY.
         03  MASK-FILL                 PIC  X(32)   VALUE ALL '*'.

       COPY CTRACEF.

       COPY LAYOUTF.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC  X(4044).

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           IF  EIBCALEN NOT = LENGTH OF CTRACEF-RECORD
               GO TO A90-MAINLINE-EXIT
           END-IF.
           MOVE DFHCOMMAREA            TO CTRACEF-RECORD.
           IF  CTRACEF-LENG < ZERO
           OR  CTRACEF-LENG > LENGTH OF CTRACEF-IMAGE
               MOVE ZERO               TO CTRACEF-LENG
           END-IF.

           PERFORM B00-MASK-IMAGE THRU B90-EXIT.

      * ONLY THE PART OF THE IMAGE ACTUALLY HELD IS WRITTEN
           COMPUTE REC-LEN             =  LENGTH OF CTRACEF-RECORD
                                       -  LENGTH OF CTRACEF-IMAGE
                                       +  CTRACEF-LENG.
           EXEC CICS WRITE
                     DATASET  ('CTRACEF ')
                     FROM     (CTRACEF-RECORD)
                     RIDFLD   (CTRACEF-KEY)
                     LENGTH   (REC-LEN)
                     NOHANDLE
           END-EXEC.
           GO TO A90-MAINLINE-EXIT.

       A90-MAINLINE-EXIT.
           EXEC CICS RETURN END-EXEC.
           GOBACK.

      ******************************************************************
      *    WALK THE PROGRAM'S LAYOUTF DICTIONARY RECORD AND BLANK OUT  *
      *    EVERY MASKED FIELD THE HELD IMAGE REACHES.  NO DICTIONARY,  *
      *    NO IMAGE                                                    *
      ******************************************************************
       B00-MASK-IMAGE.
           SET  CTRACEF-NO-LAYOUT      TO TRUE.
           MOVE 'Y'                    TO MORE-FIELDS-SW.
           MOVE CTRACEF-PGM            TO LAYOUTF-RECNAME.
           MOVE ZERO                   TO LAYOUTF-SEQ.
           EXEC CICS STARTBR
                     DATASET  ('LAYOUTF ')
                     RIDFLD   (LAYOUTF-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM B10-MASK-FIELD THRU B10-EXIT
                       UNTIL NO-MORE-FIELDS
               EXEC CICS ENDBR
                         DATASET  ('LAYOUTF ')
                         NOHANDLE
               END-EXEC
           END-IF.
           IF  CTRACEF-NO-LAYOUT
               MOVE ZERO               TO CTRACEF-LENG
               MOVE SPACES             TO CTRACEF-IMAGE
           END-IF.
       B90-EXIT.
           EXIT.

       B10-MASK-FIELD.
           EXEC CICS READNEXT
                     DATASET  ('LAYOUTF ')
                     INTO     (LAYOUTF-RECORD)
                     RIDFLD   (LAYOUTF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
           OR  LAYOUTF-RECNAME NOT = CTRACEF-PGM
               SET  NO-MORE-FIELDS     TO TRUE
               GO TO B10-EXIT
           END-IF.
           SET  CTRACEF-MASKED         TO TRUE.
           IF  NOT LAYOUTF-MASKED
           OR  LAYOUTF-OFFSET < 1
           OR  LAYOUTF-LENGTH < 1
           OR  LAYOUTF-OFFSET > CTRACEF-LENG
               GO TO B10-EXIT
           END-IF.
      * A FIELD RUNNING PAST THE HELD IMAGE IS BLANKED AS FAR AS IT
      * GOES, A LONG ONE IN 32-BYTE STRIDES
           COMPUTE MASK-LEN = CTRACEF-LENG - LAYOUTF-OFFSET + 1.
           IF  MASK-LEN > LAYOUTF-LENGTH
               MOVE LAYOUTF-LENGTH     TO MASK-LEN
           END-IF.
           PERFORM B20-BLANK-STRIDE THRU B20-EXIT
                   UNTIL MASK-LEN NOT > ZERO.
       B10-EXIT.
           EXIT.

       B20-BLANK-STRIDE.
           IF  MASK-LEN > LENGTH OF MASK-FILL
               MOVE MASK-FILL          TO CTRACEF-IMAGE
                                          (LAYOUTF-OFFSET:32)
               ADD  32                 TO LAYOUTF-OFFSET
               SUBTRACT 32           FROM MASK-LEN
           ELSE
               MOVE MASK-FILL          TO CTRACEF-IMAGE
                                          (LAYOUTF-OFFSET:MASK-LEN)
               MOVE ZERO               TO MASK-LEN
           END-IF.
       B20-EXIT.
           EXIT.
