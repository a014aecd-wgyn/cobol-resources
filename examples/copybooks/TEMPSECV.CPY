      * Security violation record: a transaction refused because its
      * operator was unknown, inactive or not authorized for the
      * function.  Carries when and by which program it was refused,
      * the function code -- S station maintenance, C correction
      * capture, R correction review, A alert acknowledgment,
      * U reject resubmission, K calibration, O operator
      * maintenance, P accounting period control -- the operator ID
      * as entered, the reason, and the image of the refused
      * transaction.
           05  SECV-TIMESTAMP              PIC 9(14).
           05  SECV-PROGRAM                PIC X(08).
           05  SECV-FUNCTION               PIC X(01).
           05  SECV-USER-ID                PIC X(10).
           05  SECV-REASON                 PIC X(30).
           05  SECV-TRANSACTION            PIC X(80).
