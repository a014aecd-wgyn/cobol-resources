      * One requested factorial value per record, or a range of
      * values when the high number is present: compute FREQ-NUMB
      * through FREQ-NUMB-HIGH inclusive.  The request type is F for
      * n! (the default when blank), C for combinations nCr or P for
      * permutations nPr; for C and P the number (or each number in
      * the range) is n and FREQ-R is r.
           05  FREQ-NUMB                   PIC 9(4).
           05  FILLER                      PIC X(01).
           05  FREQ-NUMB-HIGH              PIC X(04).
           05  FILLER                      PIC X(01).
           05  FREQ-TYPE                   PIC X(01).
           05  FILLER                      PIC X(01).
           05  FREQ-R                      PIC X(04).
