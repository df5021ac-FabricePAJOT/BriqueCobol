      * The event type tells arrivals and departures apart so the
      * on-site roster can pair them up; records written before the
      * field existed carry spaces there and count as arrivals.
      * A departure is either a real check-out at the desk or an
      * automatic closeout written by the nightly overstay run for a
      * visitor still booked in after the building closed; both end
      * the visit, the closeout is kept apart so it is never mistaken
      * for the visitor actually leaving.
      * The site code is the building whose desk logged the event;
      * records written before the field existed carry spaces there
      * and count as the main building. Arrivals and departures are
      * paired by name across sites, so a check-out at the other
      * building still closes the visit.
      *****************************************************************
       01 VISITOR-LOG-RECORD.
          05 VL-NAME               PIC X(20).
          05 VL-TERMINAL-ID          PIC X(8).
          05 VL-EVENT-TYPE           PIC X(1).
             88 VL-EVENT-ARRIVAL    VALUES 'A' ' '.
             88 VL-EVENT-DEPARTURE  VALUES 'D' 'X'.
             88 VL-CHECKED-OUT      VALUE 'D'.
             88 VL-AUTO-CLOSEOUT    VALUE 'X'.
          05 VL-APPOINTMENT-FLAG     PIC X(1).
             88 VL-PRE-REGISTERED   VALUE 'P'.
             88 VL-WALK-IN          VALUE 'W'.
          05 VL-COMPANY-CODE         PIC X(6).
          05 VL-SITE-ID              PIC X(4).
             88 VL-SITE-MAIN        VALUES 'MAIN' SPACES.
