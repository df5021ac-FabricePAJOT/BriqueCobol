      *****************************************************************
      * TENANT-RECORD layout - one tenant company per record, keyed
      * on the company code carried on the visitor log, appointments
      * and the enriched name extract. Maintained by the billing
      * office with Tenant-Maint; Appt-Maint, Appt-Load and IF-Batch
      * refuse a code that is not on file or is closed, and
      * Tenant-Invoice prices each month's visits from the rate and
      * free allowance held here. A tenant that leaves is closed,
      * never deleted, so its last month can still be invoiced.
      *****************************************************************
       01 TENANT-RECORD.
          05 TN-COMPANY-CODE        PIC X(6).
          05 TN-LEGAL-NAME          PIC X(40).
          05 TN-BILLING-CONTACT     PIC X(30).
          05 TN-VISIT-RATE          PIC 9(5)V99.
          05 TN-FREE-VISITS         PIC 9(5).
          05 TN-STATUS              PIC X(1).
             88 TN-ACTIVE           VALUE 'A'.
             88 TN-CLOSED           VALUE 'C'.
          05 TN-DATE-CHANGED        PIC 9(8).
          05 TN-CHANGED-BY          PIC X(8).
