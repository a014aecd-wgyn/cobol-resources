      * Daily station climatology: one record per station per reading
      * day, built nightly from the conversion log and kept after the
      * log itself has been archived.  The minimum, maximum and mean
      * are in Celsius over every conversion read that day, estimated
      * readings included (the estimated count says how many).  The
      * Celsius total is held so the mean can be checked; the built
      * timestamp is when the record was last rebuilt from the log.
           05  CLIM-KEY.
               10  CLIM-STATION-ID         PIC X(08).
               10  CLIM-DATE               PIC 9(08).
           05  CLIM-MIN-CELSIUS            PIC S999V99.
           05  CLIM-MAX-CELSIUS            PIC S999V99.
           05  CLIM-MEAN-CELSIUS           PIC S999V99.
           05  CLIM-READING-COUNT          PIC 9(06).
           05  CLIM-ESTIMATED-COUNT        PIC 9(06).
           05  CLIM-CELSIUS-TOTAL          PIC S9(09)V99.
           05  CLIM-BUILT-TIMESTAMP        PIC 9(14).
