      * Resubmit transaction for a rejected reading: identifies the
      * reject by its timestamp, unit and original raw value, and
      * carries the operator-corrected unit and value to push back
      * through the conversion flow, with the ID of the operator
      * resubmitting it.
           05  RSUB-TIMESTAMP              PIC 9(14).
           05  RSUB-UNIT                   PIC X(01).
           05  RSUB-OLD-VALUE              PIC X(10).
           05  RSUB-NEW-UNIT               PIC X(01).
           05  RSUB-NEW-VALUE              PIC X(10).
           05  RSUB-USER                   PIC X(10).
