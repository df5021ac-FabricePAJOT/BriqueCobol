      *****************************************************************
      * DAILY-STATS-RECORD layout - DAYSTAT.DAT, indexed on date,
      * category, site and item. Day-Stats summarises each closed
      * day once from VISITOR.LOG / VISARCH.YYYYMM and REJECTS.RPT
      * so that the reports read these totals instead of re-reading
      * the logs. The D record (item blank) carries the day totals
      * and marks the day as built - a closed day without one has
      * not been summarised yet. H records are per hour of arrival
      * (item '00' to '23'), O per operator, T per terminal, C per
      * company code (item blank = no company) and V per visitor
      * name; all carry the same counters for their slice of the
      * day. Rejects are only held on the D, O and T records.
      * Every slice is kept per site (a blank site on the log counts
      * as MAIN); the D record with site and item blank carries the
      * all-sites day total and is the built marker, the D record of
      * each site holds that building's share of it.
      *****************************************************************
       01 DAILY-STATS-RECORD.
          05 DS-KEY.
             10 DS-DATE             PIC 9(8).
             10 DS-CATEGORY         PIC X(1).
                88 DS-CAT-DAY       VALUE 'D'.
                88 DS-CAT-HOUR      VALUE 'H'.
                88 DS-CAT-OPERATOR  VALUE 'O'.
                88 DS-CAT-TERMINAL  VALUE 'T'.
                88 DS-CAT-COMPANY   VALUE 'C'.
                88 DS-CAT-VISITOR   VALUE 'V'.
             10 DS-SITE-ID          PIC X(4).
             10 DS-ITEM             PIC X(20).
          05 DS-COUNTS.
             10 DS-ARRIVALS         PIC 9(6).
             10 DS-DEPARTURES       PIC 9(6).
             10 DS-CORRECTED        PIC 9(6).
             10 DS-REJECTS          PIC 9(6).
             10 DS-WALK-INS         PIC 9(6).
             10 DS-PRE-REGISTERED   PIC 9(6).
          05 DS-BUILD-DATE          PIC 9(8).
          05 DS-BUILD-TIME          PIC 9(6).
