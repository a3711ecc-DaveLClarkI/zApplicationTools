      *REMARKS.       SHOWS IT AT ENTRY UNTIL IT EXPIRES.  V VIEWS
      *REMARKS.       THE STANDING NOTICE, C CANCELS IT.  EVERY
      *REMARKS.       BROADCAST AND CANCEL IS AUDITED VIA AUDITWRT.
      *REMARKS.       M BROADCASTS A TRANSACTION'S TRNSTATF MAINTENANCE
      *REMARKS.       WINDOW (TRANSACTION ID IN THE MESSAGE FIELD) AS
      *REMARKS.       THE NOTICE, WITH THE SAME SCOPE AND EXPIRY.
      *REMARKS.       SCOPES L AND D TARGET BY THE TERMINVF TERMINAL
      *REMARKS.       INVENTORY -- L A BUILDING (AND OPTIONALLY ONE
      *REMARKS.       FLOOR OF IT), D AN OWNING DEPARTMENT, KEYED IN
      *REMARKS.       THE WHERE FIELD AFTER THE MESSAGE.  TERMINALS
      *REMARKS.       THE INVENTORY HAS OUT OF SERVICE ARE SKIPPED.

      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC ADD FUNCTION M -- ANNOUNCE A TRANSACTION'S
      *               TRNSTATF MAINTENANCE WINDOW TO THE TERMINALS,
      *               THE NOTICE TEXT BUILT FROM THE RECORD ITSELF.
      * 10/15/2026 DLC ADD SCOPES L (BUILDING/FLOOR) AND D (OWNING
      *               DEPARTMENT), SELECTED FROM THE NEW TERMINVF
      *               TERMINAL INVENTORY; OUT-OF-SERVICE TERMINALS
      *               ARE LEFT OUT.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
           88  BCST-SEND                              VALUE 'B'.
           88  BCST-VIEW                              VALUE 'V'.
           88  BCST-CANCEL                            VALUE 'C'.
           88  BCST-MAINT                             VALUE 'M'.
           88  BCST-QUIT                              VALUE 'E'.
         03  BCST-MSG                  PIC  X(60)   VALUE 'READY'.
         03  BCST-PROMPT               PIC  X(160).
         03  CNT-ED                    PIC -(4)9.
         03  REC-FOUND-SW              PIC  X(01).
           88  REC-FOUND                            VALUE 'Y'.
         03  MAINT-TEXT                PIC  X(60).
         03  MAINT-PTR                 PIC S9(04)   BINARY.

       01  BCST-INPUT-LINE.
         03  BCST-IN-FUNC              PIC  X(01).
         03  BCST-IN-EXP               PIC  X(04).
         03  FILLER                    PIC  X(01).
         03  BCST-IN-TEXT              PIC  X(60).
         03  FILLER                    PIC  X(01).
         03  BCST-IN-WHERE             PIC  X(12).
         03  BCST-IN-LOC REDEFINES BCST-IN-WHERE.
           05  BCST-IN-BUILDING        PIC  X(08).
           05  FILLER                  PIC  X(01).
           05  BCST-IN-FLOOR           PIC  X(03).
         03  BCST-IN-DEPT REDEFINES BCST-IN-WHERE.
           05  BCST-IN-DEPT-CODE       PIC  X(08).
           05  FILLER                  PIC  X(04).

       01  TERM-TABLE.
         03  TERM-ENTRY OCCURS 200 TIMES.

       COPY BCSTF.

       COPY TRNSTATF.

       COPY NAVHIST.

       COPY TERMINVF.

       01  AUTH-AREA.
         COPY AUTHCHK.

                   MOVE 'OPERBCST TERMINATED' TO BCST-MSG
               WHEN BCST-SEND
               WHEN BCST-CANCEL
               WHEN BCST-MAINT
                   PERFORM Z80-CHECK-AUTH THRU Z89-EXIT
                   IF  NOT AUTH-DENIED
                       EVALUATE TRUE
                           WHEN BCST-SEND
                               PERFORM F00-BROADCAST THRU F90-EXIT
                           WHEN BCST-MAINT
                               PERFORM J00-MAINT-NOTICE THRU J90-EXIT
                           WHEN OTHER
                               PERFORM H00-CANCEL-NOTICE THRU H90-EXIT
                       END-EVALUATE
                   END-IF
               WHEN BCST-VIEW
                   PERFORM I00-VIEW-NOTICE THRU I90-EXIT
               WHEN OTHER
                   MOVE 'INVALID FUNCTION - USE B, M, V, C, OR E'
                                            TO BCST-MSG
           END-EVALUATE.
       C90-EXIT.
           MOVE 1                       TO BCST-PROMPT-LEN.
           STRING 'OPERBCST  '                 DELIMITED BY SIZE
                  BCST-MSG                     DELIMITED BY SIZE
                  '  F(B/M/V/C/E) SCOPE(A/R/L/D) MINS(4) EXP(4)'
                                                DELIMITED BY SIZE
                  ' MSG(60) WHERE(BLDG(8) FLR(3) OR DEPT(8)) ==> '
                                                DELIMITED BY SIZE
               INTO BCST-PROMPT         WITH POINTER BCST-PROMPT-LEN.
           SUBTRACT 1                   FROM BCST-PROMPT-LEN.
           EXEC CICS SEND TEXT
               MOVE 'MESSAGE TEXT REQUIRED'     TO BCST-MSG
               GO TO F90-EXIT
           END-IF.
           IF  (BCST-IN-SCOPE = 'L' OR 'D')
           AND BCST-IN-WHERE(1:8) NOT > SPACES
               MOVE 'SCOPE L OR D NEEDS THE BUILDING OR DEPT IN WHERE'
                                                TO BCST-MSG
               GO TO F90-EXIT
           END-IF.
           EXEC CICS ASKTIME ABSTIME(CURR-ABSTIME) END-EXEC.
           MOVE 240                    TO EXPIRE-MINS.
           IF  BCST-IN-EXP IS NUMERIC

      * THE TARGETS
           MOVE ZERO                   TO TERM-COUNT.
           EVALUATE BCST-IN-SCOPE
               WHEN 'R'
                   PERFORM G00-ACTIVE-TERMINALS THRU G90-EXIT
               WHEN 'L'
               WHEN 'D'
                   PERFORM G60-INVENTORY-TERMINALS THRU G69-EXIT
               WHEN OTHER
                   PERFORM G50-ALL-TERMINALS THRU G59-EXIT
           END-EVALUATE.

           MOVE BCST-IN-TEXT           TO NOTICE-TEXT.
           MOVE ZERO                   TO SENT-COUNT.
       G55-EXIT.
           EXIT.

      ******************************************************************
      *    SCOPES L AND D -- THE IN-SERVICE TERMINALS THE TERMINVF     *
      *    INVENTORY PUTS IN THE BUILDING (AND FLOOR, WHEN ONE IS      *
      *    GIVEN) OR BELONGING TO THE DEPARTMENT                       *
      ******************************************************************
       G60-INVENTORY-TERMINALS.
           MOVE LOW-VALUES             TO TERMINVF-KEY.
           EXEC CICS STARTBR
                     DATASET  ('TERMINVF')
                     RIDFLD   (TERMINVF-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO G69-EXIT
           END-IF.
           MOVE 'Y'                    TO MORE-ENTRIES-SW.
           PERFORM G65-NEXT-INVENTORY THRU G65-EXIT
                   UNTIL NO-MORE-ENTRIES
                   OR    TERM-COUNT NOT < 200.
           EXEC CICS ENDBR
                     DATASET  ('TERMINVF')
                     NOHANDLE
           END-EXEC.
       G69-EXIT.
           EXIT.

       G65-NEXT-INVENTORY.
           EXEC CICS READNEXT
                     DATASET  ('TERMINVF')
                     INTO     (TERMINVF-RECORD)
                     RIDFLD   (TERMINVF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO G65-EXIT
           END-IF.
           IF  TINV-OUT-OF-SERVICE
               GO TO G65-EXIT
           END-IF.
           IF  BCST-IN-SCOPE = 'D'
               IF  TINV-DEPT NOT = BCST-IN-DEPT-CODE
                   GO TO G65-EXIT
               END-IF
           ELSE
               IF  TINV-BUILDING NOT = BCST-IN-BUILDING
                   GO TO G65-EXIT
               END-IF
               IF  BCST-IN-FLOOR > SPACES
               AND TINV-FLOOR NOT = BCST-IN-FLOOR
                   GO TO G65-EXIT
               END-IF
           END-IF.
           ADD  1                      TO TERM-COUNT.
           MOVE TINV-TERMID            TO TERM-ID(TERM-COUNT).
       G65-EXIT.
           EXIT.

      ******************************************************************
      *    CANCEL THE STANDING NOTICE                                  *
      ******************************************************************
       I90-EXIT.
           EXIT.

      ******************************************************************
      *    A TRANSACTION'S MAINTENANCE WINDOW AS THE NOTICE -- THE     *
      *    TEXT IS BUILT FROM ITS TRNSTATF RECORD, THEN BROADCAST      *
      *    EXACTLY AS A TYPED MESSAGE WOULD BE                         *
      ******************************************************************
       J00-MAINT-NOTICE.
           IF  BCST-IN-TEXT(1:4) NOT > SPACES
               MOVE 'TRANSACTION ID REQUIRED IN THE MESSAGE FIELD'
                                                TO BCST-MSG
               GO TO J90-EXIT
           END-IF.
           MOVE BCST-IN-TEXT(1:4)      TO TRNSTATF-TRANSID.
           EXEC CICS READ
                     DATASET  ('TRNSTATF')
                     INTO     (TRNSTATF-RECORD)
                     RIDFLD   (TRNSTATF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
           OR  NOT (TRNSTATF-CLOSED OR TRNSTATF-READ-ONLY)
               MOVE 'NO MAINTENANCE WINDOW FOR THAT TRANSACTION'
                                                TO BCST-MSG
               GO TO J90-EXIT
           END-IF.

           MOVE SPACES                 TO MAINT-TEXT.
           MOVE 1                      TO MAINT-PTR.
           STRING TRNSTATF-TRANSID         DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
               INTO MAINT-TEXT        WITH POINTER MAINT-PTR.
           IF  TRNSTATF-CLOSED
               STRING 'CLOSED '            DELIMITED BY SIZE
                   INTO MAINT-TEXT    WITH POINTER MAINT-PTR
           ELSE
               STRING 'READ-ONLY '         DELIMITED BY SIZE
                   INTO MAINT-TEXT    WITH POINTER MAINT-PTR
           END-IF.
           IF  TRNSTATF-FROM > SPACES
               STRING TRNSTATF-FROM-DATE(5:2) '/'
                      TRNSTATF-FROM-DATE(7:2) ' '
                      TRNSTATF-FROM-TIME(1:2) ':'
                      TRNSTATF-FROM-TIME(3:2) DELIMITED BY SIZE
                   INTO MAINT-TEXT    WITH POINTER MAINT-PTR
           ELSE
               STRING 'NOW'                DELIMITED BY SIZE
                   INTO MAINT-TEXT    WITH POINTER MAINT-PTR
           END-IF.
           IF  TRNSTATF-UNTIL > SPACES
               STRING '-'
                      TRNSTATF-UNTIL-DATE(5:2) '/'
                      TRNSTATF-UNTIL-DATE(7:2) ' '
                      TRNSTATF-UNTIL-TIME(1:2) ':'
                      TRNSTATF-UNTIL-TIME(3:2) DELIMITED BY SIZE
                   INTO MAINT-TEXT    WITH POINTER MAINT-PTR
           END-IF.
           IF  TRNSTATF-TEXT > SPACES
               STRING ' '                  DELIMITED BY SIZE
                      TRNSTATF-TEXT        DELIMITED BY SIZE
                   INTO MAINT-TEXT    WITH POINTER MAINT-PTR
           END-IF.
           MOVE MAINT-TEXT             TO BCST-IN-TEXT.
           PERFORM F00-BROADCAST THRU F90-EXIT.
       J90-EXIT.
           EXIT.

      ******************************************************************
      *    GATE THE BROADCAST THROUGH AUTHCHK (A FAILED LINK LEAVES   *
      *    THE PRE-SET ALLOWED ANSWER IN PLACE)                       *
