      *****************************************************************
      * HOST-ACK-RECORD layout - acknowledgement file (HOSTACK.DAT)
      * returned by the mail/SMS gateway, one record per delivery
      * attempt, carrying the notify key of the HOST-NOTIFY-RECORD it
      * answers. A delivered acknowledgement closes the notification;
      * a failed one leaves it outstanding for Host-Notify to resend.
      *****************************************************************
       01 HOST-ACK-RECORD.
          05 HK-NOTIFY-KEY.
             10 HK-ARRIVAL-DATE     PIC 9(8).
             10 HK-ARRIVAL-TIME     PIC 9(6).
             10 HK-VISITOR-NAME     PIC X(20).
          05 HK-ACK-DATE            PIC 9(8).
          05 HK-ACK-TIME            PIC 9(6).
          05 HK-ACK-STATUS          PIC X(1).
             88 HK-DELIVERED        VALUE 'D'.
             88 HK-FAILED           VALUE 'F'.
          05 HK-ACK-TEXT            PIC X(30).
