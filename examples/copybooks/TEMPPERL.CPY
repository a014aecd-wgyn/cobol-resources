      * Accounting period control log: one record per period control
      * transaction processed -- when, the month, the action (C close,
      * R reopen request, A reopen approval), the operator, the
      * period status before and after, the result (A applied or
      * R rejected) and the reopen reason or the rejection reason.
           05  PERL-TIMESTAMP              PIC 9(14).
           05  PERL-PERIOD                 PIC X(06).
           05  PERL-ACTION                 PIC X(01).
           05  PERL-USER                   PIC X(10).
           05  PERL-STATUS-BEFORE          PIC X(01).
           05  PERL-STATUS-AFTER           PIC X(01).
           05  PERL-RESULT                 PIC X(01).
           05  PERL-REASON                 PIC X(40).
