      * Audit record for a single temperature conversion.  The log
      * timestamp is when the reading was processed; the read
      * timestamp is when the sensor took it, as sent by the station.
      * The estimated flag is Y for a reading interpolated by the gap
      * analysis to fill a missing reading, N for one actually sent.
      * The humidity flag is Y when a relative humidity reading was
      * paired with the temperature; the humidity is then carried in
      * percent with the dew point and heat index derived from the
      * pair, both in Celsius.  With no humidity the flag is N and
      * the three values are zero.
           05  LOG-CONV-ID                 PIC X(20).
           05  LOG-TIMESTAMP               PIC 9(14).
           05  LOG-STATION-ID              PIC X(08).
           05  LOG-FAHRENHEIT              PIC S999V99.
           05  LOG-CELSIUS                 PIC S999V99.
           05  LOG-KELVIN                  PIC S999V99.
           05  LOG-READ-TIMESTAMP          PIC 9(14).
           05  LOG-ESTIMATED-FLAG          PIC X(01).
           05  LOG-HUMIDITY-FLAG           PIC X(01).
           05  LOG-HUMIDITY                PIC 999V99.
           05  LOG-DEW-POINT               PIC S999V99.
           05  LOG-HEAT-INDEX              PIC S999V99.
