           05  STNH-ACTIVE-FLAG            PIC X(01).
           05  STNH-ACTION                 PIC X(01).
           05  STNH-CHANGED-BY             PIC X(10).
           05  STNH-REPORT-INTERVAL        PIC 9(04).
