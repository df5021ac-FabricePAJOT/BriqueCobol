      *****************************************************************
      * AR-INVOICE-RECORD layout - INVOICE.DAT, the fixed-format
      * invoice interface Tenant-Invoice hands to the accounts
      * receivable system each month end. One detail record per
      * tenant invoice: visits logged in the month, the free
      * allowance used, the visits charged, the per-visit rate and
      * the amount. Amounts carry two implied decimals.
      * The file is framed like the other interface files: a header
      * record (run date, source system and the month invoiced) and a
      * trailer record carrying the invoice count, the charged visits
      * and the total amount, so AR can refuse a truncated transfer.
      *****************************************************************
       01 AR-INVOICE-RECORD.
          05 AI-INVOICE-NUMBER      PIC 9(10).
          05 AI-INVOICE-DATE        PIC 9(8).
          05 AI-INVOICE-MONTH       PIC 9(6).
          05 AI-COMPANY-CODE        PIC X(6).
          05 AI-LEGAL-NAME          PIC X(40).
          05 AI-BILLING-CONTACT     PIC X(30).
          05 AI-VISITS              PIC 9(6).
          05 AI-FREE-VISITS         PIC 9(6).
          05 AI-CHARGED-VISITS      PIC 9(6).
          05 AI-VISIT-RATE          PIC 9(5)V99.
          05 AI-AMOUNT              PIC 9(11)V99.
       01 AR-INVOICE-HEADER.
          05 AI-HDR-TAG             PIC X(3).
             88 AI-HEADER-RECORD    VALUE 'HDR'.
          05 AI-HDR-DATE            PIC 9(8).
          05 AI-HDR-SOURCE          PIC X(8).
          05 AI-HDR-MONTH           PIC 9(6).
          05 FILLER                 PIC X(113).
       01 AR-INVOICE-TRAILER.
          05 AI-TRL-TAG             PIC X(3).
             88 AI-TRAILER-RECORD   VALUE 'TRL'.
          05 AI-TRL-COUNT           PIC 9(6).
          05 AI-TRL-VISITS          PIC 9(8).
          05 AI-TRL-AMOUNT          PIC 9(13)V99.
          05 FILLER                 PIC X(106).
