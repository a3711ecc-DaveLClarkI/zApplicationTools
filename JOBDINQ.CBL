      *               CONTACT, AND THE RERUN INSTRUCTIONS -- SO THE
      *               NIGHT OPERATOR HAS THE RECOVERY STEPS IN HAND
      *               INSTEAD OF A PHONE TREE.
      * 10/15/2026 DLC CLASSIFY A COMPLETION RECORD'S HIGH RC AS
      *               CLEAN, WARNING, OR FAILED UNDER THE JOB'S
      *               RUNBOOKF RC POLICY (SHOP DEFAULT 0 CLEAN, 4
      *               WARNING) AND SHOW THE CLASS BESIDE THE RC.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
           05  EL-SS                   PIC  99.
         03  PRTY-ED                   PIC  99.
         03  RC-ED                     PIC  9999.
         03  RC-CLEAN-MAX              PIC  9(04).
         03  RC-WARN-MAX               PIC  9(04).
         03  RC-CLASS-TEXT             PIC  X(08).
         03  STEP-LINES                PIC S9(04)   BINARY.
         03  HOLD-KEY                  PIC  X(32).
         03  STEP-KEY.
           MOVE JOBDHIST-ELAPSED-SECONDS TO EL-SS.
           MOVE JOBDHIST-PWR-PRTY      TO PRTY-ED.
           MOVE JOBDHIST-HIGH-RC       TO RC-ED.
           PERFORM H60-CLASSIFY-RC THRU H69-EXIT.

           MOVE SPACES                 TO TEXT-BUFFER.
           MOVE 1                      TO BUF-PTR.
                  'USER INFO ' JOBDHIST-PWR-UINF   NEWLINE
                  'EXEC PGM '  JOBDHIST-EXEC-PGM
                  '  TYPE '    JOBDHIST-REC-TYPE
                  '  HIGH RC ' RC-ED
                  ' '          RC-CLASS-TEXT       NEWLINE
                  'ELAPSED '   ELAPSED-ED          NEWLINE
                  'XRUNID '    JOBDHIST-EXT-RUNID
                  '  XSYS '    JOBDHIST-EXT-SYSTEM NEWLINE
       H55-EXIT.
           EXIT.

      ******************************************************************
      *    A COMPLETION'S HIGH RC JUDGED AGAINST THE JOB'S RUNBOOKF RC *
      *    POLICY -- NO RUNBOOK (OR NO POLICY ON IT) MEANS THE SHOP    *
      *    DEFAULT OF 0 CLEAN, 4 WARNING, ANYTHING HIGHER FAILED       *
      ******************************************************************
       H60-CLASSIFY-RC.
           MOVE SPACES                 TO RC-CLASS-TEXT.
           IF  NOT JOBDHIST-COMPLETION
               GO TO H69-EXIT
           END-IF.
           MOVE 0                      TO RC-CLEAN-MAX.
           MOVE 4                      TO RC-WARN-MAX.
           MOVE JOBDHIST-JOB-NAME      TO RUNBOOKF-JOB-NAME.
           EXEC CICS READ
                     DATASET  ('RUNBOOKF')
                     INTO     (RUNBOOKF-RECORD)
                     RIDFLD   (RUNBOOKF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
           AND RUNBOOKF-RC-CLEAN IS NUMERIC
           AND RUNBOOKF-RC-WARN  IS NUMERIC
               MOVE RUNBOOKF-RC-CLEAN  TO RC-CLEAN-MAX
               MOVE RUNBOOKF-RC-WARN   TO RC-WARN-MAX
           END-IF.
           EVALUATE TRUE
               WHEN JOBDHIST-HIGH-RC > RC-WARN-MAX
                   MOVE 'FAILED'       TO RC-CLASS-TEXT
               WHEN JOBDHIST-HIGH-RC > RC-CLEAN-MAX
                   MOVE 'WARNING'      TO RC-CLASS-TEXT
               WHEN OTHER
                   MOVE 'CLEAN'        TO RC-CLASS-TEXT
           END-EVALUATE.
       H69-EXIT.
           EXIT.

      ******************************************************************
      *    THE JOB'S RUNBOOK, WHEN ONE IS ON FILE -- WHAT TO DO NOW    *
      ******************************************************************
