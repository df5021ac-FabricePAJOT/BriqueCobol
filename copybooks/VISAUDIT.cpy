      * audit file by Vis-Maint for every correction, deletion or
      * merge, so security can see who altered a visitor's history,
      * from what to what, and from which terminal.
      * Data-Retention adds one record per run: a retention purge
      * (count of records anonymised), a subject-access extract or an
      * erasure carried out for a named visitor, with who ran it.
      *****************************************************************
       01 VISITOR-AUDIT-RECORD.
          05 VA-DATE                PIC 9(8).
             88 VA-FN-CORRECT       VALUE 'C'.
             88 VA-FN-DELETE        VALUE 'D'.
             88 VA-FN-MERGE         VALUE 'M'.
             88 VA-FN-RETENTION     VALUE 'P'.
             88 VA-FN-SUBJECT-ACCESS VALUE 'S'.
             88 VA-FN-ERASE         VALUE 'E'.
          05 VA-OLD-NAME            PIC X(20).
          05 VA-NEW-NAME            PIC X(20).
          05 VA-OLD-FIRST-SEEN      PIC 9(8).
