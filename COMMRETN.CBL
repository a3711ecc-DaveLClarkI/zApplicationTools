      *               DISARM THE ABNDHDLR HANDLER AT NORMAL RETURN
      *               (SEE COMMENT2) -- TASK NUMBERS RECYCLE, SO A
      *               LEFTOVER STASH COULD MISLABEL A LATER ABEND.
      * 10/15/2026 DLC FILE THE RETURN IMAGE OF A TURN COMMENT2 TRACED
      *               THE ENTRY OF (CTRC-TRACING, SEE COMMWORK) THROUGH
      *               COMMLNK2'S Z70-TRACE-TURN, SO CTRACEV CAN SHOW
      *               WHAT THE TURN DID TO THE COMMAREA.
      * END OF HISTORY ------------------------------------------------
      * NOTE -- COMM-SYNCSW (PIC X(01)) IS AN OPTIONAL HEADER FIELD;
      * THE CALLING PROGRAM SETS IT TO 'N' BEFORE FALLING INTO THIS
               END-EXEC
           END-IF.

      * a turn traced at entry (see COMMENT2) files its return image
           IF  CTRC-TRACING
               MOVE 'R'                TO CTRC-PHASE
               PERFORM Z70-TRACE-TURN THRU Z79-EXIT
           END-IF.

      * the turn ended normally -- no abend context to keep
           MOVE EIBTASKN               TO ABN-QUEUE-TASKN.
           EXEC CICS DELETEQ TS
