      *****************************************************************
      * HOST-NOTIFY-RECORD layout - outbound host notification feed
      * (HOSTNOTE.DAT) picked up by the mail/SMS gateway. One record
      * is queued for every confirmed pre-registered arrival by
      * IF-Example and IF-Batch; Host-Notify queues a resend record
      * with the same notify key when the gateway has not answered.
      * The notify key is echoed back on the gateway acknowledgement.
      *****************************************************************
       01 HOST-NOTIFY-RECORD.
          05 HN-NOTIFY-KEY.
             10 HN-ARRIVAL-DATE     PIC 9(8).
             10 HN-ARRIVAL-TIME     PIC 9(6).
             10 HN-VISITOR-NAME     PIC X(20).
          05 HN-HOST-NAME           PIC X(20).
          05 HN-COMPANY-CODE        PIC X(6).
          05 HN-TERMINAL-ID         PIC X(8).
          05 HN-PROGRAM-ID          PIC X(8).
          05 HN-RECORD-TYPE         PIC X(1).
             88 HN-FIRST-NOTICE     VALUES 'N' ' '.
             88 HN-RESEND           VALUE 'R'.
          05 HN-QUEUED-DATE         PIC 9(8).
          05 HN-QUEUED-TIME         PIC 9(6).
