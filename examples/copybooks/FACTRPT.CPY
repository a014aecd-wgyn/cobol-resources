      * One printed line of the factorial batch report: the request
      * type (F, C or P), n, r (blank for a factorial), the result
      * and whether it overflowed.
           05  FRPT-TYPE                   PIC X(01).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FRPT-NUMB                   PIC Z(3)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FRPT-R                      PIC X(04).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FRPT-FACT                   PIC Z(30)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FRPT-OVERFLOW               PIC X(3).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FRPT-SOURCE                 PIC X(8).
