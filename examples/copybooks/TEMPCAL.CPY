      * Sensor calibration master record, keyed by station ID and the
      * timestamp from which the calibration is in force.  A raw
      * reading in the calibration unit (the station's expected unit)
      * is multiplied by the scale factor and then has the offset
      * added; a zero scale factor means no scaling.  Carries the
      * certificate reference and the operator who recorded it.
           05  CAL-KEY.
               10  CAL-STATION-ID          PIC X(08).
               10  CAL-EFFECTIVE-TIMESTAMP PIC 9(14).
           05  CAL-UNIT                    PIC X(01).
           05  CAL-OFFSET                  PIC S999V99.
           05  CAL-SCALE                   PIC 9V9(4).
           05  CAL-CERTIFICATE             PIC X(12).
           05  CAL-RECORDED-BY             PIC X(10).
           05  CAL-RECORDED-TIMESTAMP      PIC 9(14).
