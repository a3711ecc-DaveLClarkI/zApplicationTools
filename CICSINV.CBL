       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    CICSINV.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       CICS RESOURCE INVENTORY.  BROWSES THE FILES,
      *REMARKS.       TRANSIENT DATA QUEUES AND PROGRAMS DEFINED TO
      *REMARKS.       THE REGION AND RECORDS EACH ON THE CICSRSCF
      *REMARKS.       INVENTORY FILE, THEN STAMPS THE FILE'S HEADER
      *REMARKS.       RECORD WITH THE TIME THE PASS BEGAN -- ANYTHING
      *REMARKS.       STAMPED EARLIER IS NO LONGER DEFINED.  BATCH
      *REMARKS.       CANNOT ASK CICS WHAT IT KNOWS, SO THE CONTROL-
      *REMARKS.       FILE CROSS-REFERENCE JOB (CTLXREF) CHECKS THE
      *REMARKS.       MSGRCTL QUEUES, TSQCTL MONITORS AND FILEMONF
      *REMARKS.       FILES AGAINST THIS INVENTORY INSTEAD; RUN IT
      *REMARKS.       JUST BEFORE CTLXREF.  STARTED OR RUN FROM A
      *REMARKS.       TERMINAL; AT A TERMINAL THE COUNTS ARE SHOWN.

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'CICSINV'.
         03  MORE-ENTRIES-SW           PIC  X(01).
           88  NO-MORE-ENTRIES                      VALUE 'N'.
         03  FILE-ERROR-SW             PIC  X(01)   VALUE 'N'.
           88  INVENTORY-FAILED                     VALUE 'Y'.
         03  PASS-STAMP                PIC S9(15)   PACKED-DECIMAL.
         03  OWN-APPLID                PIC  X(08).
         03  INQ-FILE                  PIC  X(08).
         03  INQ-TDQUEUE               PIC  X(04).
         03  INQ-PROGRAM               PIC  X(08).
         03  FILE-COUNT                PIC S9(08)   BINARY VALUE ZERO.
         03  TDQ-COUNT                 PIC S9(08)   BINARY VALUE ZERO.
         03  PGM-COUNT                 PIC S9(08)   BINARY VALUE ZERO.
         03  FILE-ED                   PIC  Z(4)9.
         03  TDQ-ED                    PIC  Z(4)9.
         03  PGM-ED                    PIC  Z(4)9.
         03  INV-MSG                   PIC  X(120).
         03  INV-MSG-LEN               PIC S9(04)   BINARY.

       COPY CICSRSCF.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           EXEC CICS ASKTIME ABSTIME(PASS-STAMP) END-EXEC.
           MOVE SPACES                 TO OWN-APPLID.
           EXEC CICS ASSIGN
                     APPLID   (OWN-APPLID)
                     NOHANDLE
           END-EXEC.

           PERFORM F00-INVENTORY-FILES THRU F90-EXIT.
           IF  NOT INVENTORY-FAILED
               PERFORM G00-INVENTORY-TDQUEUES THRU G90-EXIT
           END-IF.
           IF  NOT INVENTORY-FAILED
               PERFORM H00-INVENTORY-PROGRAMS THRU H90-EXIT
           END-IF.
      * THE HEADER GOES LAST -- A PASS THAT DID NOT FINISH LEAVES THE
      * PREVIOUS HEADER (AND SO THE PREVIOUS PICTURE) IN FORCE
           IF  NOT INVENTORY-FAILED
               PERFORM J00-WRITE-HEADER THRU J90-EXIT
           END-IF.

           IF  EIBTRMID > SPACES
               PERFORM D00-SHOW-COUNTS THRU D90-EXIT
           END-IF.
           GO TO A90-MAINLINE-EXIT.

       A90-MAINLINE-EXIT.
           EXEC CICS RETURN END-EXEC.
           GOBACK.

      ******************************************************************
      *    TERMINAL MODE -- ONE LINE WITH WHAT THE PASS FOUND          *
      ******************************************************************
       D00-SHOW-COUNTS.
           MOVE FILE-COUNT             TO FILE-ED.
           MOVE TDQ-COUNT              TO TDQ-ED.
           MOVE PGM-COUNT              TO PGM-ED.
           MOVE SPACES                 TO INV-MSG.
           MOVE 1                      TO INV-MSG-LEN.
           IF  INVENTORY-FAILED
               STRING 'CICSINV   CICSRSCF NOT AVAILABLE -- INVENTORY '
                                               DELIMITED BY SIZE
                      'NOT TAKEN'              DELIMITED BY SIZE
                   INTO INV-MSG         WITH POINTER INV-MSG-LEN
           ELSE
               STRING 'CICSINV   INVENTORY TAKEN FOR '
                                               DELIMITED BY SIZE
                      OWN-APPLID               DELIMITED BY SPACE
                      ' -- FILES '             DELIMITED BY SIZE
                      FILE-ED                  DELIMITED BY SIZE
                      '  TD QUEUES '           DELIMITED BY SIZE
                      TDQ-ED                   DELIMITED BY SIZE
                      '  PROGRAMS '            DELIMITED BY SIZE
                      PGM-ED                   DELIMITED BY SIZE
                   INTO INV-MSG         WITH POINTER INV-MSG-LEN
           END-IF.
           SUBTRACT 1                  FROM INV-MSG-LEN.
           EXEC CICS SEND TEXT
                     FROM     (INV-MSG)
                     LENGTH   (INV-MSG-LEN)
                     ERASE
                     FREEKB
                     NOHANDLE
           END-EXEC.
       D90-EXIT.
           EXIT.

      ******************************************************************
      *    EVERY FILE DEFINED TO THE REGION                            *
      ******************************************************************
       F00-INVENTORY-FILES.
           EXEC CICS INQUIRE FILE START
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO F90-EXIT
           END-IF.
           MOVE 'Y'                    TO MORE-ENTRIES-SW.
           PERFORM F10-NEXT-FILE THRU F19-EXIT
                   UNTIL NO-MORE-ENTRIES.
           EXEC CICS INQUIRE FILE END
                     NOHANDLE
           END-EXEC.
       F90-EXIT.
           EXIT.

       F10-NEXT-FILE.
           MOVE SPACES                 TO INQ-FILE.
           EXEC CICS INQUIRE FILE(INQ-FILE) NEXT
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO F19-EXIT
           END-IF.
           ADD  1                      TO FILE-COUNT.
           SET  CRSC-FILE              TO TRUE.
           MOVE INQ-FILE               TO CRSC-NAME.
           PERFORM K00-PUT-ENTRY THRU K90-EXIT.
           IF  INVENTORY-FAILED
               SET  NO-MORE-ENTRIES    TO TRUE
           END-IF.
       F19-EXIT.
           EXIT.

      ******************************************************************
      *    EVERY TRANSIENT DATA QUEUE DEFINED TO THE REGION            *
      ******************************************************************
       G00-INVENTORY-TDQUEUES.
           EXEC CICS INQUIRE TDQUEUE START
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO G90-EXIT
           END-IF.
           MOVE 'Y'                    TO MORE-ENTRIES-SW.
           PERFORM G10-NEXT-TDQUEUE THRU G19-EXIT
                   UNTIL NO-MORE-ENTRIES.
           EXEC CICS INQUIRE TDQUEUE END
                     NOHANDLE
           END-EXEC.
       G90-EXIT.
           EXIT.

       G10-NEXT-TDQUEUE.
           MOVE SPACES                 TO INQ-TDQUEUE.
           EXEC CICS INQUIRE TDQUEUE(INQ-TDQUEUE) NEXT
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO G19-EXIT
           END-IF.
           ADD  1                      TO TDQ-COUNT.
           SET  CRSC-TDQUEUE           TO TRUE.
           MOVE INQ-TDQUEUE            TO CRSC-NAME.
           PERFORM K00-PUT-ENTRY THRU K90-EXIT.
           IF  INVENTORY-FAILED
               SET  NO-MORE-ENTRIES    TO TRUE
           END-IF.
       G19-EXIT.
           EXIT.

      ******************************************************************
      *    EVERY PROGRAM DEFINED TO THE REGION                         *
      ******************************************************************
       H00-INVENTORY-PROGRAMS.
           EXEC CICS INQUIRE PROGRAM START
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO H90-EXIT
           END-IF.
           MOVE 'Y'                    TO MORE-ENTRIES-SW.
           PERFORM H10-NEXT-PROGRAM THRU H19-EXIT
                   UNTIL NO-MORE-ENTRIES.
           EXEC CICS INQUIRE PROGRAM END
                     NOHANDLE
           END-EXEC.
       H90-EXIT.
           EXIT.

       H10-NEXT-PROGRAM.
           MOVE SPACES                 TO INQ-PROGRAM.
           EXEC CICS INQUIRE PROGRAM(INQ-PROGRAM) NEXT
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO H19-EXIT
           END-IF.
           ADD  1                      TO PGM-COUNT.
           SET  CRSC-PROGRAM           TO TRUE.
           MOVE INQ-PROGRAM            TO CRSC-NAME.
           PERFORM K00-PUT-ENTRY THRU K90-EXIT.
           IF  INVENTORY-FAILED
               SET  NO-MORE-ENTRIES    TO TRUE
           END-IF.
       H19-EXIT.
           EXIT.

      ******************************************************************
      *    THE HEADER RECORD -- THE STAMP THIS PASS BEGAN AT AND WHAT  *
      *    IT FOUND                                                    *
      ******************************************************************
       J00-WRITE-HEADER.
           SET  CRSC-HEADER            TO TRUE.
           MOVE 'INVENTRY'             TO CRSC-NAME.
           PERFORM K00-PUT-ENTRY THRU K90-EXIT.
       J90-EXIT.
           EXIT.

      ******************************************************************
      *    ADD OR RESTAMP ONE INVENTORY RECORD (KEY ALREADY SET)       *
      ******************************************************************
       K00-PUT-ENTRY.
           MOVE PASS-STAMP             TO CRSC-STAMP.
           MOVE OWN-APPLID             TO CRSC-APPLID.
           MOVE FILE-COUNT             TO CRSC-FILE-COUNT.
           MOVE TDQ-COUNT              TO CRSC-TDQ-COUNT.
           MOVE PGM-COUNT              TO CRSC-PGM-COUNT.
           EXEC CICS WRITE
                     DATASET  ('CICSRSCF')
                     FROM     (CICSRSCF-RECORD)
                     RIDFLD   (CICSRSCF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               GO TO K90-EXIT
           END-IF.
           IF  EIBRESP NOT = DFHRESP(DUPREC)
               SET  INVENTORY-FAILED   TO TRUE
               GO TO K90-EXIT
           END-IF.
           EXEC CICS READ
                     DATASET  ('CICSRSCF')
                     INTO     (CICSRSCF-RECORD)
                     RIDFLD   (CICSRSCF-KEY)
                     UPDATE
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  INVENTORY-FAILED   TO TRUE
               GO TO K90-EXIT
           END-IF.
           MOVE PASS-STAMP             TO CRSC-STAMP.
           MOVE OWN-APPLID             TO CRSC-APPLID.
           MOVE FILE-COUNT             TO CRSC-FILE-COUNT.
           MOVE TDQ-COUNT              TO CRSC-TDQ-COUNT.
           MOVE PGM-COUNT              TO CRSC-PGM-COUNT.
           EXEC CICS REWRITE
                     DATASET  ('CICSRSCF')
                     FROM     (CICSRSCF-RECORD)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  INVENTORY-FAILED   TO TRUE
           END-IF.
       K90-EXIT.
           EXIT.
