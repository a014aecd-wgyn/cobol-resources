      * Indexed (VSAM-style) record for a temperature conversion,
      * keyed by conversion ID so a bad historical entry can be looked
      * up and corrected without touching the sequential audit log.
      * Carries the originating station, the time the sensor took
      * the reading, and the effective timestamp of the station
      * calibration applied to it (zero when none was in force).
      * The estimated flag is Y for an interpolated reading.  The
      * humidity flag is Y when a relative humidity reading was paired
      * with the temperature, with the humidity in percent and the
      * derived dew point and heat index in Celsius.
           05  IDX-CONV-ID                 PIC X(20).
           05  IDX-UNIT                    PIC X(01).
           05  IDX-RAW-VALUE               PIC X(10).
           05  IDX-CELSIUS                 PIC S999V99.
           05  IDX-KELVIN                  PIC S999V99.
           05  IDX-CORRECTED-FLAG          PIC X(01).
           05  IDX-STATION-ID              PIC X(08).
           05  IDX-READ-TIMESTAMP          PIC 9(14).
           05  IDX-CAL-EFFECTIVE           PIC 9(14).
           05  IDX-ESTIMATED-FLAG          PIC X(01).
           05  IDX-HUMIDITY-FLAG           PIC X(01).
           05  IDX-HUMIDITY                PIC 999V99.
           05  IDX-DEW-POINT               PIC S999V99.
           05  IDX-HEAT-INDEX              PIC S999V99.
