      * confirmed (and the host notified) while a true walk-in is
      * flagged as such. The status byte flips to arrived on the
      * first matching check-in so reception can see who showed up.
      * The booked time (zero when none was given) and the actual
      * arrival time feed the end-of-day no-show and late-arrival
      * report; expected visitors still outstanding at the end of
      * the day are marked as no-shows by that run.
      * The site code is the building the visitor is expected at
      * (spaces on records booked before it existed = main building).
      *****************************************************************
       01 APPOINTMENT-RECORD.
          05 AP-APPT-KEY.
          05 AP-STATUS              PIC X(1).
             88 AP-EXPECTED         VALUE 'E'.
             88 AP-ARRIVED          VALUE 'A'.
             88 AP-NO-SHOW          VALUE 'N'.
          05 AP-APPT-TIME           PIC 9(4).
          05 AP-ARRIVAL-TIME        PIC 9(6).
          05 AP-SITE-ID             PIC X(4).
             88 AP-SITE-MAIN        VALUES 'MAIN' SPACES.
