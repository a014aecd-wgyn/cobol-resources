      * Station master maintenance transaction: action code A (add),
      * U (update) or D (deactivate), the station fields the action
      * applies, and the ID of the operator making the change for
      * the station change history.  The reporting interval is in
      * minutes; blank leaves it unchanged on an update.
           05  STNT-ACTION                 PIC X(01).
           05  STNT-STATION-ID             PIC X(08).
           05  STNT-DESCRIPTION            PIC X(30).
           05  STNT-EXPECTED-UNIT          PIC X(01).
           05  STNT-ACTIVE-FLAG            PIC X(01).
           05  STNT-USER                   PIC X(10).
           05  STNT-REPORT-INTERVAL        PIC X(04).
