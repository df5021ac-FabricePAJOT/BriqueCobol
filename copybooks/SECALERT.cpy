      * desk or turns up in a batch or badge run. Deliberately quiet:
      * the console shows only a neutral message, the detail (reason,
      * operator, terminal, raising program) lives here for security.
      * The review block is filled in by the security review station;
      * alerts written before it existed carry spaces there and count
      * as unreviewed.
      *****************************************************************
       01 SECURITY-ALERT-RECORD.
          05 SA-NAME                PIC X(20).
          05 SA-REASON              PIC X(30).
          05 SA-OPERATOR-ID         PIC X(8).
          05 SA-TERMINAL-ID         PIC X(8).
          05 SA-REVIEW.
             10 SA-REVIEW-STATUS    PIC X(1).
                88 SA-UNREVIEWED    VALUES 'U' ' '.
                88 SA-REVIEWED      VALUE 'R'.
             10 SA-DISPOSITION      PIC X(1).
                88 SA-DISP-ESCORTED VALUE 'E'.
                88 SA-DISP-FALSE-MATCH VALUE 'F'.
                88 SA-DISP-POLICE   VALUE 'P'.
             10 SA-REVIEW-NOTE      PIC X(40).
             10 SA-REVIEWED-BY      PIC X(8).
             10 SA-REVIEW-DATE      PIC 9(8).
             10 SA-REVIEW-TIME      PIC 9(6).
