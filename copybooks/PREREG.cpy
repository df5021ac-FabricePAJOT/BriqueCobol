      *****************************************************************
      * PRE-REGISTRATION-RECORD layout - one booking per record, sent
      * by the tenants' booking system and loaded into APPOINTS.DAT by
      * Appt-Load. Action A adds an appointment, C cancels one. The
      * date and booked time are carried as characters so a bad value
      * can be rejected rather than abending the load. The site code
      * is the building the visitor is expected at; left blank, the
      * booking goes to the site the load is run for.
      * The file is framed exactly like the name extract: a header
      * record (file date and source system) and a trailer record
      * carrying the expected booking count, so a truncated or stale
      * transfer is refused before anything is applied.
      *****************************************************************
       01 PRE-REGISTRATION-RECORD.
          05 PR-ACTION              PIC X(1).
             88 PR-ADD              VALUE 'A'.
             88 PR-CANCEL           VALUE 'C'.
          05 PR-VISIT-DATE          PIC X(8).
          05 PR-NAME                PIC X(20).
          05 PR-HOST-NAME           PIC X(20).
          05 PR-COMPANY-CODE        PIC X(6).
          05 PR-APPT-TIME           PIC X(4).
          05 PR-SITE-ID             PIC X(4).
       01 PRE-REGISTRATION-HEADER.
          05 PR-HDR-TAG             PIC X(3).
             88 PR-HEADER-RECORD    VALUE 'HDR'.
          05 PR-HDR-DATE            PIC 9(8).
          05 PR-HDR-SOURCE          PIC X(8).
          05 FILLER                 PIC X(44).
       01 PRE-REGISTRATION-TRAILER.
          05 PR-TRL-TAG             PIC X(3).
             88 PR-TRAILER-RECORD   VALUE 'TRL'.
          05 PR-TRL-COUNT           PIC 9(6).
          05 FILLER                 PIC X(54).
