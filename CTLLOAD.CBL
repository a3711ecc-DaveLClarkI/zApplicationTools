      *               AND A LOAD THAT COULD ONLY APPLY THE FIRST
      *               2000 ENDS WITH RETURN CODE 8 SO THE RERUN
      *               (WHICH CONVERGES) IS NOT FORGOTTEN.
      * 10/15/2026 DLC UNPUNCHED FILE=/MODE= TAGS FALL BACK TO THE NEW
      *               BATPARMF PARAMETER FILE (VIA BATPARM), AND THE
      *               FILE AND MODE ACTUALLY USED ARE PRINTED AT THE
      *               TOP OF THE RUN WITH WHERE EACH CAME FROM.
      * 10/15/2026 DLC CALFILE'S KEY IS NOW 16 BYTES (CALENDAR ID PLUS
      *               DATE).
      * 10/15/2026 DLC DAPSYSF'S KEY IS NOW 10 BYTES (MAP ID PLUS
      *               LANGUAGE).
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.
           05  FILLER                  PIC  X(192).

       FD  DAPSYSF
           RECORD IS VARYING IN SIZE FROM 10 TO 200
               DEPENDING ON CTL-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  DAPS-REC.
           05  DAPS-REC-KEY            PIC  X(10).
           05  FILLER                  PIC  X(190).

       FD  DFHSUPPF
           RECORD IS VARYING IN SIZE FROM 9 TO 200
           05  FILLER                  PIC  X(197).

       FD  CALFILE
           RECORD IS VARYING IN SIZE FROM 16 TO 200
               DEPENDING ON CTL-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  CALF-REC.
           05  CALF-REC-KEY            PIC  X(16).
           05  FILLER                  PIC  X(184).

       FD  CTLUNLD
           LABEL RECORDS ARE STANDARD.
       77  JOBDATA                     PIC  X(8)    VALUE 'JOBDATA'.
       COPY JOBDATA.

       77  BATPARM                     PIC  X(8)    VALUE 'BATPARM'.
       COPY BATPARM.

       01  RPT-HDG1.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(50)
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           MOVE EXT-VALUE(1:8)         TO SEL-FILE.
           PERFORM A10-SET-KEYLEN THRU A19-EXIT.
           IF  SEL-KEYLEN = ZERO
               MOVE 'NONE'             TO BPRM-VALUE
               SET  BPRM-FROM-DEFAULT  TO TRUE
           ELSE
               MOVE SEL-FILE           TO BPRM-VALUE
           END-IF.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
           MOVE 'MODE='                TO EXT-TAG.
           MOVE 5                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           IF  EXT-VALUE(1:4) = 'LOAD'
               MOVE 'Y'                TO LOAD-MODE-SW
               MOVE 'LOAD'             TO BPRM-VALUE
           ELSE
               MOVE 'COMPARE'          TO BPRM-VALUE
               IF  EXT-VALUE NOT = 'COMPARE'
                   SET  BPRM-FROM-DEFAULT TO TRUE
               END-IF
           END-IF.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.

           DISPLAY RPT-HDG1            UPON PRINTER.
           IF  SEL-KEYLEN = ZERO
                   MOVE 9              TO SEL-KEYLEN
               WHEN 'TSQCTL  '
               WHEN 'FILEMONF'
                   MOVE 8              TO SEL-KEYLEN
               WHEN 'DAPSYSF '
                   MOVE 10             TO SEL-KEYLEN
               WHEN 'CALFILE '
                   MOVE 16             TO SEL-KEYLEN
               WHEN 'OPERPROF'
                   MOVE 3              TO SEL-KEYLEN
               WHEN OTHER
                       INVALID KEY CONTINUE
                   END-DELETE
               WHEN 'DAPSYSF '
                   MOVE LOC-DATA(1:10) TO DAPS-REC-KEY
                   DELETE DAPSYSF RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                       INVALID KEY CONTINUE
                   END-DELETE
               WHEN 'CALFILE '
                   MOVE LOC-DATA(1:16) TO CALF-REC-KEY
                   DELETE CALFILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                                       TO EXT-VALUE
               END-IF
           END-IF.
      * A TAG NOT PUNCHED ON SYSPARM FALLS BACK TO THE BATPARMF
      * PARAMETER FILE ENTRY FOR THIS JOB AND STEP, IF ANY
           SET  BPRM-GET               TO TRUE.
           MOVE JOBD-JOB-NAME          TO BPRM-JOB-NAME.
           MOVE 'CTLLOAD'              TO BPRM-STEP-NAME.
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
           DISPLAY BPRM-LINE           UPON PRINTER.
       X39-EXIT.
           EXIT.
