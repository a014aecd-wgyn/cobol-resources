      * Translation reject: a vendor file line the inbound translator
      * could not map or parse -- when it was translated, the vendor
      * file it came from, its line number in that file, the reason,
      * and the line as received.
           05  XREJ-TIMESTAMP              PIC 9(14).
           05  XREJ-SOURCE-FILE            PIC X(30).
           05  XREJ-LINE-NUMBER            PIC 9(08).
           05  XREJ-REASON                 PIC X(40).
           05  XREJ-LINE                   PIC X(120).
