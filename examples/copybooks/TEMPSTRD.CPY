      * Batch stream definition: one record per step of the nightly
      * stream, in the order the steps are to run.  The step name
      * identifies the step for restart, the program is the module
      * called for the step, the maximum return code is the highest
      * return code the step may end with before the stream stops
      * (a display number, e.g. 0004), and the parameters are passed
      * to the program as its command line, e.g. BATCH for the
      * temperature batch.
           05  STRD-STEP-NAME              PIC X(08).
           05  FILLER                      PIC X(01).
           05  STRD-PROGRAM                PIC X(08).
           05  FILLER                      PIC X(01).
           05  STRD-MAX-RC                 PIC X(04).
           05  FILLER                      PIC X(01).
           05  STRD-PARAMETERS             PIC X(40).
