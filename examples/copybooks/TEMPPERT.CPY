      * Accounting period control transaction: action code C (close
      * the month), R (request a reopen of a closed month) or A
      * (approve the pending reopen -- must be a different operator
      * from the one who requested it), the month as YYYYMM, the
      * operator, and the reason, required on a reopen request.
           05  PERT-ACTION                 PIC X(01).
           05  PERT-PERIOD                 PIC X(06).
           05  PERT-USER                   PIC X(10).
           05  PERT-REASON                 PIC X(30).
