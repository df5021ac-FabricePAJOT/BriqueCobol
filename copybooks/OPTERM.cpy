      *****************************************************************
      * Operator/terminal identification, captured from the shell
      * environment for the front-desk audit trail. The site code
      * names the building the desk serves (SITE_ID, MAIN when unset)
      * and is carried on every record the desk writes.
      *****************************************************************
       01 WS-OPERATOR-ID             PIC X(8).
       01 WS-TERMINAL-ID             PIC X(8).
       01 WS-SITE-ID                 PIC X(4).
