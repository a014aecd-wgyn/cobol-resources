      * Batch stream history record.  A "B" record is written when a
      * stream run begins, with the step it began at and status N
      * for a normal start, R for a restart at a failed step or O for
      * a full rerun forced by the operator.  Each step writes an "S"
      * record when it starts (status I, in flight) and an "E" record
      * when it ends, carrying its start and end times and return
      * code with status C complete, F failed (return code above the
      * step maximum) or N program not found.  A "Z" record with
      * status C or F ends the run, naming the failed step if any.
      * A run with no "Z" record, or one ended F, is restarted; a
      * restart's "B" record names the step it restarted at, so a
      * restart that dies before its first step restarts there again.
           05  STRH-REC-TYPE               PIC X(01).
           05  STRH-RUN-ID                 PIC 9(14).
           05  STRH-STEP-SEQ               PIC 9(03).
           05  STRH-STEP-NAME              PIC X(08).
           05  STRH-PROGRAM                PIC X(08).
           05  STRH-START-TIMESTAMP        PIC 9(14).
           05  STRH-END-TIMESTAMP          PIC 9(14).
           05  STRH-RETURN-CODE            PIC S9(04)
                                           SIGN LEADING SEPARATE.
           05  STRH-STATUS                 PIC X(01).
