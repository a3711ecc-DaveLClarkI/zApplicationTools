      *REMARKS.       RECURRING ERRORS NOBODY NOTICED ARE THE ONES
      *REMARKS.       THAT TURN INTO THE 2 AM OUTAGE.  SYSPARM TAG
      *REMARKS.       DAYS=NNN LIMITS THE PERIOD (DEFAULT THE WHOLE
      *REMARKS.       FILE).  THE FILE IS NOT PURGED HERE.  UNDER
      *REMARKS.       EACH COMBINATION WITH A KNOWNERF KNOWN-ERROR
      *REMARKS.       ENTRY IT PRINTS THE DIAGNOSIS, THE REMEDIATION
      *REMARKS.       STEPS AND THE RETRY ADVICE, MATCHED IN THE SAME
      *REMARKS.       MOST-SPECIFIC-FIRST ORDER AS KNOWNLK.

      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC AN UNPUNCHED DAYS= TAG FALLS BACK TO THE NEW
      *               BATPARMF PARAMETER FILE (VIA BATPARM), AND THE
      *               PERIOD ACTUALLY USED IS PRINTED AT THE TOP OF
      *               THE RUN WITH WHERE IT CAME FROM.
      * 10/15/2026 DLC PRINT THE EIBFN IN HEX (IT WAS THE RAW BYTES),
      *               AND UNDER EACH COMBINATION THE DIAGNOSIS,
      *               REMEDIATION STEPS AND RETRY ADVICE OF ITS BEST-
      *               MATCHING ENTRY ON THE NEW KNOWNERF KNOWN-ERROR
      *               FILE.  A RUN WITHOUT THE FILE SAYS SO ONCE AND
      *               PRINTS AS BEFORE.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.
                                       ACCESS DYNAMIC
                                       RECORD KEY IS UNEXERRF-KEY
                                       FILE STATUS IS UNEXERRF-STATUS.
           SELECT KNOWNERF             ASSIGN TO KNOWNERF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS KNOWNERF-KEY
                                       FILE STATUS IS KNOWN-STATUS.

       DATA DIVISION.

           LABEL RECORDS ARE STANDARD.
           COPY UNEXERRF.

       FD  KNOWNERF
           LABEL RECORDS ARE STANDARD.
           COPY KNOWNERF.

       WORKING-STORAGE SECTION.
       77  UNEXERRF-STATUS             PIC  X(02).
       77  KNOWN-STATUS                PIC  X(02).
       77  KNOWN-OPEN-SW               PIC  X(01)   VALUE 'N'.
           88  KNOWN-OPEN                           VALUE 'Y'.
       77  KNOWN-FOUND-SW              PIC  X(01).
           88  KNOWN-FOUND                          VALUE 'Y'.
       77  PX                          PIC S9(04)   COMP.
       77  SX                          PIC S9(04)   COMP.
       77  RESP-4                      PIC  9(04).
       77  STEP-ED                     PIC  9(01).
       77  TRY-FN                      PIC  X(04).
       77  TRY-RESP                    PIC  X(04).
       77  MORE-RECORDS-SW             PIC  X(01)   VALUE 'Y'.
           88  NO-MORE-RECORDS                      VALUE 'N'.
       77  FOUND-SW                    PIC  X(01).
       77  JOBDATA                     PIC  X(8)    VALUE 'JOBDATA'.
       COPY JOBDATA.

       77  BATPARM                     PIC  X(8)    VALUE 'BATPARM'.
       COPY BATPARM.

       COPY DTEMAN.

       COPY ABSTIME.

       COPY HEXMAN.

      * THE KNOWN-ERROR WILDCARD PATTERNS, MOST SPECIFIC FIRST (AS IN
      * KNOWNLK) -- ONE BYTE EACH FOR PROGRAM, EIBFN, EIBRESP: X = THE
      * COMBINATION'S OWN VALUE, * = '*ANY'
       01  PATTERN-VALUES.
           05  FILLER                  PIC  X(03)   VALUE 'XXX'.
           05  FILLER                  PIC  X(03)   VALUE 'XX*'.
           05  FILLER                  PIC  X(03)   VALUE 'X*X'.
           05  FILLER                  PIC  X(03)   VALUE '*XX'.
           05  FILLER                  PIC  X(03)   VALUE 'X**'.
           05  FILLER                  PIC  X(03)   VALUE '*X*'.
           05  FILLER                  PIC  X(03)   VALUE '**X'.
       01  PATTERN-TABLE               REDEFINES PATTERN-VALUES.
           05  PATTERN-ENTRY           OCCURS 7 TIMES.
               10  PAT-NAME            PIC  X(01).
               10  PAT-FN              PIC  X(01).
               10  PAT-RESP            PIC  X(01).

       01  COMBO-TABLE.
         03  COMBO-ENTRY OCCURS 200 TIMES.
           05  E-PGM                   PIC  X(08).
           05  FILLER                  PIC  X(07)   VALUE '  OPID '.
           05  RPT-W-OPID              PIC  X(03).

       01  RPT-KNOWN.
           05  FILLER                  PIC  X(08)   VALUE SPACES.
           05  RPT-K-TAG               PIC  X(07).
           05  RPT-K-TEXT              PIC  X(60).
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-K-RETRY             PIC  X(14).

       01  RPT-NO-KNOWN.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(46)   VALUE
                   'KNOWNERF NOT AVAILABLE - NO REMEDIATION SHOWN'.

       01  RPT-TOTAL.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-TOT-COMBOS          PIC  ZZZ9.
           IF  EXT-VALUE(1:3) IS NUMERIC
               MOVE EXT-VALUE(1:3)     TO PERIOD-DAYS
           END-IF.
           IF  PERIOD-DAYS > ZERO
               MOVE PERIOD-DAYS        TO BPRM-NUMBER
               SET  BPRM-SHOW-NUMBER   TO TRUE
           ELSE
               MOVE 'WHOLE FILE'       TO BPRM-VALUE
               SET  BPRM-SHOW          TO TRUE
               SET  BPRM-FROM-DEFAULT  TO TRUE
           END-IF.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.

      * THE CICS ABSTIME EPOCH IS 01 JAN 1900 -- ANCHOR DTEMAN'S
      * DAY ARITHMETIC THERE SO A STAMP'S DAY COUNT CONVERTS TO A

           CLOSE UNEXERRF.

           OPEN INPUT KNOWNERF.
           IF  KNOWN-STATUS = '00'
               SET  KNOWN-OPEN         TO TRUE
           ELSE
               DISPLAY RPT-NO-KNOWN    UPON PRINTER
           END-IF.

           PERFORM D00-PRINT-COMBO THRU D90-EXIT
                   VARYING CX FROM 1 BY 1
                   UNTIL CX > COMBO-COUNT.

           IF  KNOWN-OPEN
               CLOSE KNOWNERF
           END-IF.

           MOVE COMBO-COUNT            TO RPT-TOT-COMBOS.
           MOVE FLAG-COUNT             TO RPT-TOT-FLAGGED.
           DISPLAY RPT-TOTAL           UPON PRINTER.
       D00-PRINT-COMBO.
           MOVE SPACES                 TO RPT-GROUP.
           MOVE E-PGM(CX)              TO RPT-G-PGM.
           SET  HEX-DECODE-FROM-CHAR   TO TRUE.
           MOVE 2                      TO HEX-LENG.
           MOVE SPACES                 TO HEX-CHRT HEX-HEXT.
           MOVE E-FN(CX)               TO HEX-CHRT(1:2).
           CALL 'HEXMAN'            USING HEXMAN-PARMS.
           MOVE HEX-HEXT(1:4)          TO RPT-G-FN TRY-FN.
           MOVE E-RESP(CX)             TO RPT-G-RESP.
           MOVE E-TOTAL(CX)            TO RPT-G-TOTAL.
           MOVE E-DAYS(CX)             TO RPT-G-DAYS.
           MOVE E-LAST-TERM(CX)        TO RPT-W-TERM.
           MOVE E-LAST-OPID(CX)        TO RPT-W-OPID.
           DISPLAY RPT-WHEN            UPON PRINTER.

           IF  KNOWN-OPEN
               PERFORM D20-PRINT-KNOWN THRU D29-EXIT
           END-IF.
       D90-EXIT.
           EXIT.

      ******************************************************************
      *    FIND THE COMBINATION'S BEST KNOWN-ERROR ENTRY AND PRINT ITS *
      *    DIAGNOSIS, STEPS AND RETRY ADVICE UNDER IT                  *
      ******************************************************************
       D20-PRINT-KNOWN.
           MOVE E-RESP(CX)             TO RESP-4.
           MOVE RESP-4                 TO TRY-RESP.
           MOVE 'N'                    TO KNOWN-FOUND-SW.
           PERFORM D30-TRY-PATTERN THRU D39-EXIT
                   VARYING PX FROM 1 BY 1
                   UNTIL PX > 7 OR KNOWN-FOUND.
           IF  NOT KNOWN-FOUND
               GO TO D29-EXIT
           END-IF.
           MOVE SPACES                 TO RPT-KNOWN.
           MOVE 'KNOWN  '              TO RPT-K-TAG.
           MOVE KNOWNERF-DIAG          TO RPT-K-TEXT.
           IF  KNOWNERF-RETRY-SAFE
               MOVE 'RETRY SAFE'       TO RPT-K-RETRY
           ELSE
               MOVE 'DO NOT RETRY'     TO RPT-K-RETRY
           END-IF.
           DISPLAY RPT-KNOWN           UPON PRINTER.
           PERFORM D40-PRINT-STEP THRU D49-EXIT
                   VARYING SX FROM 1 BY 1
                   UNTIL SX > 3.
       D29-EXIT.
           EXIT.

       D30-TRY-PATTERN.
           MOVE 'U'                    TO KNOWNERF-TYPE.
           IF  PAT-NAME(PX) = '*'
               MOVE '*ANY'             TO KNOWNERF-NAME
           ELSE
               MOVE E-PGM(CX)          TO KNOWNERF-NAME
           END-IF.
           IF  PAT-FN(PX) = '*'
               MOVE '*ANY'             TO KNOWNERF-FN
           ELSE
               MOVE TRY-FN             TO KNOWNERF-FN
           END-IF.
           IF  PAT-RESP(PX) = '*'
               MOVE '*ANY'             TO KNOWNERF-RESP
           ELSE
               MOVE TRY-RESP           TO KNOWNERF-RESP
           END-IF.
           READ KNOWNERF
               INVALID KEY
                   GO TO D39-EXIT
           END-READ.
           IF  KNOWN-STATUS = '00'
               SET  KNOWN-FOUND        TO TRUE
           END-IF.
       D39-EXIT.
           EXIT.

       D40-PRINT-STEP.
           IF  KNOWNERF-STEP(SX) NOT > SPACES
               GO TO D49-EXIT
           END-IF.
           MOVE SPACES                 TO RPT-KNOWN.
           MOVE SX                     TO STEP-ED.
           MOVE STEP-ED                TO RPT-K-TAG(3:1).
           MOVE '.'                    TO RPT-K-TAG(4:1).
           MOVE KNOWNERF-STEP(SX)      TO RPT-K-TEXT.
           DISPLAY RPT-KNOWN           UPON PRINTER.
       D49-EXIT.
           EXIT.

      ******************************************************************
      *    LOCATE EXT-TAG IN JOBD-SYS-PARM AND RETURN WHATEVER         *
      *    FOLLOWS IT UP TO THE NEXT COMMA/SPACE (SEE JOBDATA)         *
                                       TO EXT-VALUE
               END-IF
           END-IF.
      * A TAG NOT PUNCHED ON SYSPARM FALLS BACK TO THE BATPARMF
      * PARAMETER FILE ENTRY FOR THIS JOB AND STEP, IF ANY
           SET  BPRM-GET               TO TRUE.
           MOVE JOBD-JOB-NAME          TO BPRM-JOB-NAME.
           MOVE 'UNEXTRND'             TO BPRM-STEP-NAME.
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
