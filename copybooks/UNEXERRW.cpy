      *               (READ BUFFER, THE POPLIST WINDOW-MODE
      *               TECHNIQUE) INTO THE SCRNSHOT COMPANION FILE
      *               ALONGSIDE THE UNEXERRF EVENT.
      * 10/15/2026 DLC WIDEN THE BASED COMM-HOLDAREA OVERLAY TO THE
      *               COMMTEMP MAXIMUM -- COMMENT2 ADDRESSES A WHOLE
      *               SAVED COMMAREA THROUGH IT, NOT JUST 32 BYTES.
      * END OF HISTORY ------------------------------------------------
       77  UNEX-LENG                   PIC S9(04)   BINARY.
       77  UNEX-MSG                    PIC  X(120).
       COPY UNEXERRF.
       77  SCRN-CAP-LEN                PIC S9(04)   BINARY.
       COPY SCRNSHOT.
       01  COMM-HOLDAREA               PIC  X(32500) BASED.
