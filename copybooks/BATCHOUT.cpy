      *****************************************************************
      * BATCH-OUTPUT-RECORD layout - one per name read from the
      * nightly extract, produced by IF-Batch for the badge print run.
      * The site code is the building the batch was run for.
      *****************************************************************
       01 BATCH-OUTPUT-RECORD.
          05 BO-NAME                PIC X(20).
             88 BO-PRE-REGISTERED   VALUE 'P'.
             88 BO-WALK-IN          VALUES 'W' ' '.
          05 BO-COMPANY-CODE        PIC X(6).
          05 BO-SITE-ID             PIC X(4).
