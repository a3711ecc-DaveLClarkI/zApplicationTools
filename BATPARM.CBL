       PROCESS RMODE(ANY)
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    BATPARM.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       BATCH RUN-PARAMETER SUBROUTINE (SEE THE BATPARM
      *REMARKS.       COPYBOOK FOR THE PARAMETER AREA AND REQUEST
      *REMARKS.       CODES).  A SYSPARM TAG THAT WAS NOT PUNCHED IS
      *REMARKS.       LOOKED UP ON THE BATPARMF PARAMETER FILE (KEPT
      *REMARKS.       BY BATPARMM) UNDER THE JOB AND STEP, THEN THE
      *REMARKS.       JOB UNDER ANY STEP, THEN THE STEP UNDER ANY
      *REMARKS.       JOB; AND THE VALUE FINALLY USED IS FORMATTED,
      *REMARKS.       WITH ITS SOURCE, FOR THE CALLER TO PRINT.  THE
      *REMARKS.       PARAMETER FILE IS OPENED ON FIRST CALL AND STAYS
      *REMARKS.       OPEN FOR THE RUN; A JOB WITHOUT ONE RUNS ON
      *REMARKS.       SYSPARM AND PROGRAM DEFAULTS AS BEFORE.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-7060-H30.
       OBJECT-COMPUTER. IBM-7060-H30.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATPARMF             ASSIGN TO BATPARMF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS BATPARMF-KEY
                                       FILE STATUS IS BATPARMF-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  BATPARMF
           LABEL RECORDS ARE STANDARD.
           COPY BATPARMF.

       WORKING-STORAGE SECTION.
       77  BATPARMF-STATUS             PIC  X(02).
       77  FIRST-TIME-SW               PIC  X(01)   VALUE 'Y'.
           88  FIRST-TIME                           VALUE 'Y'.
       77  PARM-OPEN-SW                PIC  X(01)   VALUE 'N'.
           88  PARM-OPEN                            VALUE 'Y'.
       77  PARM-FOUND-SW               PIC  X(01).
           88  PARM-FOUND                           VALUE 'Y'.
       77  NUMBER-EDIT                 PIC  -(09)9.
       77  NUMBER-LEAD                 PIC S9(04)   COMP.

       01  SHOW-LINE.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(14)
                   VALUE 'RUN PARAMETER '.
           05  SHOW-TAG                PIC  X(10).
           05  SHOW-VALUE              PIC  X(24).
           05  SHOW-FROM               PIC  X(42).

       LINKAGE SECTION.

       COPY BATPARM.

       PROCEDURE DIVISION            USING BATPARM-PARMS.

       A00-MAINLINE-ROUTINE.
           IF  FIRST-TIME
               MOVE 'N'                TO FIRST-TIME-SW
      * NO PARAMETER FILE AT ALL JUST MEANS NOTHING IS ON FILE
               OPEN INPUT BATPARMF
               IF  BATPARMF-STATUS = '00'
                   MOVE 'Y'            TO PARM-OPEN-SW
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN BPRM-GET
                   PERFORM B00-GET-PARM THRU B90-EXIT
               WHEN BPRM-SHOW
               WHEN BPRM-SHOW-NUMBER
                   PERFORM C00-SHOW-PARM THRU C90-EXIT
               WHEN OTHER
                   MOVE SPACES         TO BPRM-LINE
           END-EVALUATE.

           GOBACK.

      ******************************************************************
      *    A VALUE PUNCHED ON SYSPARM ALWAYS WINS.  OTHERWISE TRY THE  *
      *    PARAMETER FILE, MOST SPECIFIC KEY FIRST                     *
      ******************************************************************
       B00-GET-PARM.
           MOVE BPRM-VALUE             TO BPRM-GIVEN.
           MOVE SPACES                 TO BPRM-FILE-JOB
                                          BPRM-FILE-STEP.
           IF  BPRM-VALUE NOT = SPACES
               SET  BPRM-FROM-SYSPARM  TO TRUE
               GO TO B90-EXIT
           END-IF.

           SET  BPRM-FROM-DEFAULT      TO TRUE.
           IF  NOT PARM-OPEN
               GO TO B90-EXIT
           END-IF.

           MOVE BPRM-JOB-NAME          TO BATPARMF-JOB-NAME.
           MOVE BPRM-STEP-NAME         TO BATPARMF-STEP-NAME.
           PERFORM B10-READ-PARM THRU B19-EXIT.
           IF  NOT PARM-FOUND
               MOVE BPRM-JOB-NAME      TO BATPARMF-JOB-NAME
               MOVE '*'                TO BATPARMF-STEP-NAME
               PERFORM B10-READ-PARM THRU B19-EXIT
           END-IF.
           IF  NOT PARM-FOUND
               MOVE '*'                TO BATPARMF-JOB-NAME
               MOVE BPRM-STEP-NAME     TO BATPARMF-STEP-NAME
               PERFORM B10-READ-PARM THRU B19-EXIT
           END-IF.
           IF  NOT PARM-FOUND
               GO TO B90-EXIT
           END-IF.

           MOVE BATPARMF-VALUE         TO BPRM-VALUE
                                          BPRM-GIVEN.
           MOVE BATPARMF-JOB-NAME      TO BPRM-FILE-JOB.
           MOVE BATPARMF-STEP-NAME     TO BPRM-FILE-STEP.
           SET  BPRM-FROM-FILE         TO TRUE.
       B90-EXIT.
           EXIT.

       B10-READ-PARM.
           MOVE 'N'                    TO PARM-FOUND-SW.
           MOVE BPRM-TAG               TO BATPARMF-TAG.
           READ BATPARMF
               INVALID KEY
                   GO TO B19-EXIT
           END-READ.
      * A RECORD KEPT WITH A BLANK VALUE IS THE SAME AS NO RECORD
           IF  BATPARMF-STATUS = '00'
           AND BATPARMF-VALUE NOT = SPACES
               MOVE 'Y'                TO PARM-FOUND-SW
           END-IF.
       B19-EXIT.
           EXIT.

      ******************************************************************
      *    FORMAT "TAG= VALUE FROM WHERE" FOR THE VALUE ACTUALLY USED  *
      ******************************************************************
       C00-SHOW-PARM.
           MOVE SPACES                 TO SHOW-VALUE SHOW-FROM.
           MOVE BPRM-TAG               TO SHOW-TAG.
           IF  BPRM-SHOW-NUMBER
               MOVE BPRM-NUMBER        TO NUMBER-EDIT
               MOVE ZERO               TO NUMBER-LEAD
               INSPECT NUMBER-EDIT TALLYING NUMBER-LEAD
                   FOR LEADING SPACES
               MOVE NUMBER-EDIT(NUMBER-LEAD + 1:) TO SHOW-VALUE
           ELSE
               MOVE BPRM-VALUE         TO SHOW-VALUE
           END-IF.

           EVALUATE TRUE
               WHEN BPRM-FROM-SYSPARM
                   MOVE 'FROM SYSPARM' TO SHOW-FROM
               WHEN BPRM-FROM-FILE
                   STRING 'FROM BATPARMF '     DELIMITED BY SIZE
                          BPRM-FILE-JOB        DELIMITED BY SPACE
                          '/'                  DELIMITED BY SIZE
                          BPRM-FILE-STEP       DELIMITED BY SPACE
                       INTO SHOW-FROM
               WHEN BPRM-GIVEN = SPACES
                   MOVE 'PROGRAM DEFAULT'      TO SHOW-FROM
               WHEN OTHER
      * SOMETHING WAS GIVEN BUT THE CALLER COULD NOT USE IT
                   STRING 'PROGRAM DEFAULT ('  DELIMITED BY SIZE
                          BPRM-GIVEN(1:16)     DELIMITED BY SPACE
                          ' NOT USABLE)'       DELIMITED BY SIZE
                       INTO SHOW-FROM
           END-EVALUATE.

           MOVE SHOW-LINE              TO BPRM-LINE.
       C90-EXIT.
           EXIT.
