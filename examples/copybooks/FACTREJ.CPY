      * One line of the factorial batch reject listing: the request
      * record as read, the number within it that was refused (blank
      * when the whole request was refused) and the reason.
           05  FREJ-REQUEST                PIC X(16).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FREJ-NUMB                   PIC X(04).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FREJ-REASON                 PIC X(40).
