      * Daily sensor reading: originating station ID, reading
      * timestamp, one unit flag and one raw reading value per record.
      * The record type is T (or blank on older site files) for a
      * temperature reading and H for a relative humidity reading in
      * percent, which is paired with the temperature reading from
      * the same station at the same timestamp.  A humidity record
      * carries a unit flag of % and must immediately precede its
      * temperature reading; tempcons sorts it there.
           05  TR-STATION-ID               PIC X(08).
           05  TR-READ-TIMESTAMP           PIC 9(14).
           05  TR-UNIT                     PIC X(01).
           05  TR-VALUE                    PIC X(10).
           05  TR-REC-TYPE                 PIC X(01).
