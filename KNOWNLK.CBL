       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    KNOWNLK.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       KNOWN-ERROR LOOKUP SERVICE.  LINKED (SEE THE
      *REMARKS.       KNOWNLK COPYBOOK) BY UNEXERRI AND ALERTCON TO
      *REMARKS.       FIND THE KNOWNERF REMEDIATION FOR THE EVENT OR
      *REMARKS.       ALERT IN FRONT OF THE OPERATOR.  AN UNEXERRF
      *REMARKS.       EVENT IS TRIED MOST SPECIFIC FIRST --
      *REMARKS.       PGM/FN/RESP, PGM/FN/*ANY, PGM/*ANY/RESP,
      *REMARKS.       *ANY/FN/RESP, PGM/*ANY/*ANY, *ANY/FN/*ANY, THEN
      *REMARKS.       *ANY/*ANY/RESP (UNEXTRND TRIES THE SAME ORDER).
      *REMARKS.       AN ALERT IS LOOKED UP BY ITS COMPONENT.  A
      *REMARKS.       REGION WITHOUT THE FILE FINDS NOTHING.

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'KNOWNLK'.
         03  PX                        PIC S9(04)   BINARY.
         03  RESP-ED                   PIC  9(04).
         03  TRY-FN                    PIC  X(04).
         03  TRY-RESP                  PIC  X(04).

      * THE WILDCARD PATTERNS, MOST SPECIFIC FIRST -- ONE BYTE EACH
      * FOR PROGRAM, EIBFN, EIBRESP: X = THE EVENT'S OWN VALUE,
      * * = '*ANY'
       01  PATTERN-VALUES.
         03  FILLER                    PIC  X(03)   VALUE 'XXX'.
         03  FILLER                    PIC  X(03)   VALUE 'XX*'.
         03  FILLER                    PIC  X(03)   VALUE 'X*X'.
         03  FILLER                    PIC  X(03)   VALUE '*XX'.
         03  FILLER                    PIC  X(03)   VALUE 'X**'.
         03  FILLER                    PIC  X(03)   VALUE '*X*'.
         03  FILLER                    PIC  X(03)   VALUE '**X'.
       01  PATTERN-TABLE               REDEFINES PATTERN-VALUES.
         03  PATTERN-ENTRY             OCCURS 7 TIMES.
           05  PAT-NAME                PIC  X(01).
           05  PAT-FN                  PIC  X(01).
           05  PAT-RESP                PIC  X(01).

       COPY KNOWNERF.

       COPY HEXMAN.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
         COPY KNOWNLK.

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

           MOVE 'N'                    TO KNWL-FOUND-SW.
           MOVE SPACES                 TO KNWL-MATCH-KEY
                                          KNWL-DIAG
                                          KNWL-STEP(1)
                                          KNWL-STEP(2)
                                          KNWL-STEP(3)
                                          KNWL-RETRY
                                          KNWL-FN-HEX.

           IF  KNWL-ALERT
               MOVE 'A'                TO KNOWNERF-TYPE
               MOVE KNWL-NAME          TO KNOWNERF-NAME
               MOVE SPACES             TO KNOWNERF-FN
                                          KNOWNERF-RESP
               PERFORM C00-READ-ENTRY THRU C90-EXIT
               GO TO A90-MAINLINE-EXIT
           END-IF.

           IF  NOT KNWL-UNEXPECTED
               GO TO A90-MAINLINE-EXIT
           END-IF.

      * THE EIBFN AS KEYED ON THE FILE -- FOUR HEX DIGITS
           SET  HEX-DECODE-FROM-CHAR   TO TRUE.
           MOVE 2                      TO HEX-LENG.
           MOVE SPACES                 TO HEX-CHRT HEX-HEXT.
           MOVE KNWL-FN                TO HEX-CHRT(1:2).
           CALL 'HEXMAN'            USING HEXMAN-PARMS.
           MOVE HEX-HEXT(1:4)          TO KNWL-FN-HEX TRY-FN.
           MOVE KNWL-RESP              TO RESP-ED.
           MOVE RESP-ED                TO TRY-RESP.

           PERFORM B00-TRY-PATTERN THRU B90-EXIT
                   VARYING PX FROM 1 BY 1
                   UNTIL PX > 7 OR KNWL-FOUND.
           GO TO A90-MAINLINE-EXIT.

       A90-MAINLINE-EXIT.
           EXEC CICS RETURN END-EXEC.
           GOBACK.

      ******************************************************************
      *    BUILD THE KEY FOR ONE WILDCARD PATTERN AND TRY IT           *
      ******************************************************************
       B00-TRY-PATTERN.
           MOVE 'U'                    TO KNOWNERF-TYPE.
           IF  PAT-NAME(PX) = '*'
               MOVE '*ANY'             TO KNOWNERF-NAME
           ELSE
               MOVE KNWL-NAME          TO KNOWNERF-NAME
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
           PERFORM C00-READ-ENTRY THRU C90-EXIT.
       B90-EXIT.
           EXIT.

      ******************************************************************
      *    READ ONE KNOWNERF KEY AND, ON A HIT, HAND BACK ITS          *
      *    REMEDIATION                                                 *
      ******************************************************************
       C00-READ-ENTRY.
           EXEC CICS READ
                     DATASET  ('KNOWNERF')
                     INTO     (KNOWNERF-RECORD)
                     RIDFLD   (KNOWNERF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO C90-EXIT
           END-IF.
           SET  KNWL-FOUND             TO TRUE.
           MOVE KNOWNERF-KEY           TO KNWL-MATCH-KEY.
           MOVE KNOWNERF-DIAG          TO KNWL-DIAG.
           MOVE KNOWNERF-STEP(1)       TO KNWL-STEP(1).
           MOVE KNOWNERF-STEP(2)       TO KNWL-STEP(2).
           MOVE KNOWNERF-STEP(3)       TO KNWL-STEP(3).
           MOVE KNOWNERF-RETRY         TO KNWL-RETRY.
       C90-EXIT.
           EXIT.
