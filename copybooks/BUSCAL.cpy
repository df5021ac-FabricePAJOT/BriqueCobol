      *****************************************************************
      * BUSINESS-CALENDAR-RECORD layout - BUSCAL.DAT, one record per
      * date, keyed on the date. Maintained with Cal-Maint: a year is
      * generated with Saturdays and Sundays closed and every other
      * day a working day, then the public holidays are marked. The
      * period mark flags the first working day of each month and
      * the last one, which is the month-end period-close day; it is
      * set again by Cal-Maint whenever a day of the month changes.
      * Night-Chain decides from it which scheduled steps run
      * tonight, and IF-Batch whether an extract is expected today
      * and how many working days a stale one is behind. A date
      * with no record is taken as a working day from Monday to
      * Friday.
      *****************************************************************
       01 BUSINESS-CALENDAR-RECORD.
          05 BC-DATE                PIC 9(8).
          05 BC-DAY-TYPE            PIC X(1).
             88 BC-WORKING-DAY      VALUE 'W'.
             88 BC-HOLIDAY          VALUE 'H'.
             88 BC-WEEKEND          VALUE 'E'.
          05 BC-PERIOD-MARK         PIC X(1).
             88 BC-FIRST-WORKING    VALUES 'F' 'B'.
             88 BC-PERIOD-CLOSE     VALUES 'L' 'B'.
             88 BC-NO-PERIOD-MARK   VALUE ' '.
          05 BC-DESCRIPTION         PIC X(30).
          05 BC-DATE-CHANGED        PIC 9(8).
          05 BC-CHANGED-BY          PIC X(8).
