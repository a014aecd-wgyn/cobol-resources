      * record is written when the run starts (status I, in-flight)
      * and an "E" record with the same run ID when it completes
      * (status C), carrying the run's control counts.  An "S" record
      * with no matching "E" marks a run still in flight.  Readings
      * read balance to conversions plus rejects plus humidity
      * readings paired with a temperature conversion.
           05  RUNC-REC-TYPE               PIC X(01).
           05  RUNC-RUN-ID                 PIC 9(14).
           05  RUNC-TIMESTAMP              PIC 9(14).
           05  RUNC-CONV-COUNT             PIC 9(8).
           05  RUNC-REJ-COUNT              PIC 9(8).
           05  RUNC-STATUS                 PIC X(01).
           05  RUNC-HUMIDITY-COUNT         PIC 9(8).
