      * Anomaly report configuration: the number of degrees Celsius
      * a station's daily mean may differ from its rolling 30-day
      * normal before the station is flagged on the anomaly report.
      * The value is a signed display number, e.g. 5.00.
           05  ANOM-THRESHOLD-CELSIUS      PIC X(08).
