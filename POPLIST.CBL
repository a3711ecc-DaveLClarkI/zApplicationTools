      *               RPTARCHF REPORT ARCHIVE -- SEE
      *               C82-POPLIST-PRINT.  CALLER-ASSIGNED ACTION
      *               KEYS STILL WIN THE KEY.
      * 10/15/2026 DLC POPLIST'S OWN PROMPTS (DEFAULT HEADING AND
      *               TRAILER, PAGING AND KEY MESSAGES, FILTER LABEL)
      *               FOLLOW THE OPERATOR'S OPERPROF LANGUAGE -- A
      *               SPANISH SET REPLACES THE ENGLISH ONE FOR 'ES',
      *               AND ANY OTHER LANGUAGE FALLS BACK TO ENGLISH.
      *               THE MAP TITLE ITSELF COMES FROM COMMMAPT IN THE
      *               SAME LANGUAGE.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
             '   Screen captured -- see RPTVIEW...    '.
         03  DFLT-PRTERR               PIC  X(40)   VALUE
             '   Screen capture failed...             '.
      * THE SAME PROMPTS IN SPANISH, PUT IN PLACE OF THE ENGLISH ONES
      * ABOVE FOR AN OPERATOR WHOSE OPERPROF LANGUAGE IS 'ES'
         03  ES-HDR                    PIC  X(40)   VALUE
             '        Lista de Seleccion Emergente    '.
         03  ES-TLR                    PIC  X(40)   VALUE
             ' ENTER=Elegir F3=Salir F1=Ayuda F11=Exp '.
         03  ES-KEYERR                 PIC  X(40)   VALUE
             '   Tecla de atencion no asignada...     '.
         03  ES-FIRST                  PIC  X(40)   VALUE
             '   Esta es la primera pagina...         '.
         03  ES-LAST                   PIC  X(40)   VALUE
             '   Esta es la ultima pagina...          '.
         03  ES-CURERR                 PIC  X(40)   VALUE
             '   El cursor esta fuera de rango...     '.
         03  ES-EMPTY                  PIC  X(40)   VALUE
             '     No hay nada que seleccionar...     '.
         03  ES-ROWERR                 PIC  X(40)   VALUE
             '  Esa fila no esta en esta pagina...    '.
         03  ES-FILTER                 PIC  X(25)   VALUE
             '  Filtro o fila #:      '.
         03  ES-NODETAIL               PIC  X(40)   VALUE
             '   Nada bajo esa entrada...             '.
         03  ES-EXPORTED               PIC  X(40)   VALUE
             '   Lista exportada -- ver RPTVIEW...    '.
         03  ES-PRINTED                PIC  X(40)   VALUE
             '   Pantalla capturada -- ver RPTVIEW... '.
         03  ES-PRTERR                 PIC  X(40)   VALUE
             '   Fallo la captura de pantalla...      '.

       01  HELPSHOW-AREA.
         COPY HELPSHOW.

           COPY POPSTYLE.

      * POPLIST'S OWN PROMPTS IN THE OPERATOR'S LANGUAGE (PROF-LANG,
      * SETTLED BY COMMMAPT) -- ENGLISH WHEN THERE IS NO TRANSLATION
           IF  PROF-LANG = 'ES'
               MOVE ES-HDR              TO DFLT-HDR
               MOVE ES-TLR              TO DFLT-TLR
               MOVE ES-KEYERR           TO DFLT-KEYERR
               MOVE ES-FIRST            TO DFLT-FIRST
               MOVE ES-LAST             TO DFLT-LAST
               MOVE ES-CURERR           TO DFLT-CURERR
               MOVE ES-EMPTY            TO DFLT-EMPTY
               MOVE ES-ROWERR           TO DFLT-ROWERR
               MOVE ES-FILTER           TO DFLT-FILTER
               MOVE ES-NODETAIL         TO DFLT-NODETAIL
               MOVE ES-EXPORTED         TO DFLT-EXPORTED
               MOVE ES-PRINTED          TO DFLT-PRINTED
               MOVE ES-PRTERR           TO DFLT-PRTERR
           END-IF.

           COPY COMM3270.

       B00-VERIFICATION.
