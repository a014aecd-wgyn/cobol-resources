      * Station master record for a sensor station, keyed by station
      * ID: description, the unit the sensor is expected to report
      * in, an active flag, and the interval in minutes at which the
      * station is expected to report (zero when not monitored for
      * missing readings).
           05  STN-STATION-ID              PIC X(08).
           05  STN-DESCRIPTION             PIC X(30).
           05  STN-EXPECTED-UNIT           PIC X(01).
           05  STN-ACTIVE-FLAG             PIC X(01).
           05  STN-REPORT-INTERVAL         PIC 9(04).
