      * Accounting period control record, keyed by month (YYYYMM).
      * A month with no record is open.  Status O open or C closed,
      * with the operator who last closed it and when, how many times
      * it has been closed, any reopen awaiting approval (requested
      * by, when and why), the operator who approved the last reopen
      * and when, and the snapshot of the month's control totals
      * from the indexed conversion file taken at the last close.
           05  PER-PERIOD                  PIC 9(06).
           05  PER-STATUS                  PIC X(01).
           05  PER-CLOSED-BY               PIC X(10).
           05  PER-CLOSED-TIMESTAMP        PIC 9(14).
           05  PER-CLOSE-COUNT             PIC 9(03).
           05  PER-REOPEN-REQ-BY           PIC X(10).
           05  PER-REOPEN-REQ-TIMESTAMP    PIC 9(14).
           05  PER-REOPEN-REASON           PIC X(30).
           05  PER-REOPENED-BY             PIC X(10).
           05  PER-REOPENED-TIMESTAMP      PIC 9(14).
           05  PER-SNAP-TIMESTAMP          PIC 9(14).
           05  PER-SNAP-CONV-COUNT         PIC 9(08).
           05  PER-SNAP-CORR-COUNT         PIC 9(08).
           05  PER-SNAP-EST-COUNT          PIC 9(08).
           05  PER-SNAP-HUM-COUNT          PIC 9(08).
           05  PER-SNAP-CELSIUS-TOTAL      PIC S9(09)V99.
           05  PER-SNAP-CELSIUS-MIN        PIC S999V99.
           05  PER-SNAP-CELSIUS-MAX        PIC S999V99.
