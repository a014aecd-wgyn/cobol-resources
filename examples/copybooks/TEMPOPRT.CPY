      * Operator master maintenance transaction: action code A (add),
      * U (update) or D (deactivate), the operator's user ID, name,
      * active flag and Y/N authority flags, and the ID of the
      * security administrator making the change, followed by the
      * accounting period authority flag.  On an update a
      * blank field leaves the master unchanged.
           05  OPRT-ACTION                 PIC X(01).
           05  OPRT-USER-ID                PIC X(10).
           05  OPRT-NAME                   PIC X(30).
           05  OPRT-ACTIVE-FLAG            PIC X(01).
           05  OPRT-AUTH-STATION           PIC X(01).
           05  OPRT-AUTH-CAPTURE           PIC X(01).
           05  OPRT-AUTH-REVIEW            PIC X(01).
           05  OPRT-AUTH-ALERT             PIC X(01).
           05  OPRT-AUTH-RESUBMIT          PIC X(01).
           05  OPRT-AUTH-CALIBRATE         PIC X(01).
           05  OPRT-AUTH-SECURITY          PIC X(01).
           05  OPRT-CHANGED-BY             PIC X(10).
           05  OPRT-AUTH-PERIOD            PIC X(01).
