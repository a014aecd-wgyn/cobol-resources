      * Calibration certificate transaction: the station, the
      * timestamp from which the certificate says the correction
      * applies, the unit it is expressed in (blank for the station's
      * expected unit), the additive offset and optional scale factor
      * as signed display numbers, e.g. -0.80 and 1.0025 (blank scale
      * for none), the certificate reference, and the operator
      * recording it.
           05  CALT-STATION-ID             PIC X(08).
           05  CALT-EFFECTIVE-TIMESTAMP    PIC 9(14).
           05  CALT-UNIT                   PIC X(01).
           05  CALT-OFFSET                 PIC X(08).
           05  CALT-SCALE                  PIC X(08).
           05  CALT-CERTIFICATE            PIC X(12).
           05  CALT-USER                   PIC X(10).
