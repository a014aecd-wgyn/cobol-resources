      * Pending correction awaiting review: the captured correction
      * fields and the operator-supplied maker, plus the review
      * status -- P pending, A approved, R rejected, D applied,
      * E apply error, C not applied because the conversion falls
      * in a closed accounting period -- and the reviewer who
      * decided it.  Only approved items are applied to the indexed
      * conversion file.
           05  PEND-CONV-ID                PIC X(20).
           05  PEND-UNIT                   PIC X(01).
           05  PEND-RAW-VALUE              PIC X(10).
