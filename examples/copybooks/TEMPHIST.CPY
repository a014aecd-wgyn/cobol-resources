      * Correction-history record: before and after images of an
      * indexed conversion record amended by a correction, with the
      * correction timestamp and the operator-supplied source, or the
      * source CALIBRATE when a backdated calibration certificate
      * caused the conversion to be recalculated.  The calibration
      * effective timestamps identify the calibration applied before
      * and after (zero when none).
           05  HIST-CONV-ID                PIC X(20).
           05  HIST-TIMESTAMP              PIC 9(14).
           05  HIST-SOURCE                 PIC X(10).
           05  HIST-NEW-FAHRENHEIT         PIC S999V99.
           05  HIST-NEW-CELSIUS            PIC S999V99.
           05  HIST-NEW-KELVIN             PIC S999V99.
           05  HIST-OLD-CAL-EFFECTIVE      PIC 9(14).
           05  HIST-NEW-CAL-EFFECTIVE      PIC 9(14).
