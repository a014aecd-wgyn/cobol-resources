      * Vendor sensor cross-reference for the inbound translator: the
      * sensor ID as it appears in the vendor logger export, and the
      * station ID it reports for.  A sensor with no entry here is
      * rejected by the translator.
           05  XREF-VENDOR-SENSOR-ID       PIC X(20).
           05  XREF-STATION-ID             PIC X(08).
