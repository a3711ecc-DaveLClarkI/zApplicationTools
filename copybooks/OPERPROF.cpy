      *                  COPY MEMBER (POPUP BORDER/INTENSITY), THE     *
      *                  COMMSESS SESSION PICKER (DEFAULT SESSION),    *
      *                  AND COMMHELP'S CONSUMERS (HELP-DISPLAY        *
      *                  PREFERENCE), COMMMAPT/HELPSHOW/POPLIST        *
      *                  (NATIONAL LANGUAGE), AND SHOPMENU (HOME       *
      *                  MENU).  MAINTAINED ONLINE BY OPERPRFM.        *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      *               TIMEOUT.  RECORDS WRITTEN BEFORE THIS CHANGE
      *               ARE ONE BYTE SHORT; READERS ACCEPT THE LENGERR
      *               AND TREAT THE MISSING BYTE AS NOT EXEMPT.
      * 10/15/2026 DLC ADD OPERPROF-LANG -- THE OPERATOR'S NATIONAL
      *               LANGUAGE FOR MAP TITLES, HELP TEXT AND POPLIST'S
      *               OWN PROMPTS (SPACES = ENGLISH).  RECORDS WRITTEN
      *               BEFORE THIS CHANGE ARE TWO BYTES SHORT; READERS
      *               ACCEPT THE LENGERR AND TREAT THEM AS ENGLISH.
      * 10/15/2026 DLC ADD OPERPROF-HOME-MENU -- THE MENUF MENU SHOPMENU
      *               OPENS ON FOR THE OPERATOR (SPACES = THE SHOP'S
      *               'MAIN' MENU).  RECORDS WRITTEN BEFORE THIS
      *               CHANGE ARE EIGHT BYTES SHORT; READERS ACCEPT
      *               THE LENGERR AND TREAT THEM AS NO HOME MENU.
      * END OF HISTORY ------------------------------------------------
       01  OPERPROF-RECORD.
           05  OPERPROF-KEY.
      * 'Y' EXEMPTS THE OPERATOR FROM THE IDLEMON IDLE TIMEOUT
           05  OPERPROF-IDLE-EXEMPT    PIC  X(01).
               88  OPERPROF-IS-IDLE-EXEMPT     VALUE 'Y'.
      * NATIONAL-LANGUAGE CODE, E.G. 'ES' (SPACES OR 'EN' = ENGLISH)
           05  OPERPROF-LANG           PIC  X(02).
               88  OPERPROF-LANG-ENGLISH       VALUE SPACES 'EN'.
      * MENUF MENU ID SHOPMENU STARTS ON (SPACES = 'MAIN')
           05  OPERPROF-HOME-MENU      PIC  X(08).
