      * EXCEPTION-REPORT record layout - rejected UserInput values
      * from IF-Example's validation paragraph. The disposition byte
      * tracks each reject through the rework station: pending,
      * reworked or discarded. The site code is the building whose
      * desk or batch rejected the value. A batch arrival carrying a
      * company code that is not on the tenant master, or belongs to
      * a closed tenant, is rejected with the code in the reason text.
      *****************************************************************
       01 REJECT-RECORD.
          05 RJ-INPUT               PIC X(20).
             88 RJ-REASON-BLANK     VALUE 'BL'.
             88 RJ-REASON-NONALPHA  VALUE 'NA'.
             88 RJ-REASON-MIXEDCASE VALUE 'MC'.
             88 RJ-REASON-UNKNOWN-CO VALUE 'UC'.
             88 RJ-REASON-CLOSED-CO VALUE 'CC'.
          05 RJ-REASON-TEXT         PIC X(30).
          05 RJ-OPERATOR-ID         PIC X(8).
          05 RJ-TERMINAL-ID         PIC X(8).
             88 RJ-DISP-PENDING     VALUES 'P' ' '.
             88 RJ-DISP-REWORKED    VALUE 'W'.
             88 RJ-DISP-DISCARDED   VALUE 'D'.
          05 RJ-SITE-ID             PIC X(4).
