      * Operator authority master, keyed by user ID: the operator's
      * name, active flag and one Y/N authority flag per controlled
      * function -- station maintenance, correction capture,
      * correction review, alert acknowledgment, reject resubmission,
      * calibration certificates, operator maintenance and accounting
      * period close and reopen -- with the operator who last changed
      * the entry and when.  An unknown, inactive or unauthorized
      * operator is refused by every maintenance and approval
      * program.
           05  OPER-USER-ID                PIC X(10).
           05  OPER-NAME                   PIC X(30).
           05  OPER-ACTIVE-FLAG            PIC X(01).
           05  OPER-AUTH-STATION           PIC X(01).
           05  OPER-AUTH-CAPTURE           PIC X(01).
           05  OPER-AUTH-REVIEW            PIC X(01).
           05  OPER-AUTH-ALERT             PIC X(01).
           05  OPER-AUTH-RESUBMIT          PIC X(01).
           05  OPER-AUTH-CALIBRATE         PIC X(01).
           05  OPER-AUTH-SECURITY          PIC X(01).
           05  OPER-AUTH-PERIOD            PIC X(01).
           05  FILLER                      PIC X(03).
           05  OPER-CHANGED-BY             PIC X(10).
           05  OPER-CHANGED-TIMESTAMP      PIC 9(14).
