      * Record for a reading that failed input or station validation.
      * The reject timestamp is when it was processed; the read
      * timestamp is when the sensor took the reading.  The record
      * type is T for a temperature reading and H for a relative
      * humidity reading, as on the incoming reading record.
           05  REJ-TIMESTAMP               PIC 9(14).
           05  REJ-STATION-ID              PIC X(08).
           05  REJ-UNIT                    PIC X(01).
           05  REJ-RAW-VALUE               PIC X(10).
           05  REJ-REASON                  PIC X(50).
           05  REJ-READ-TIMESTAMP          PIC 9(14).
           05  REJ-REC-TYPE                PIC X(01).
