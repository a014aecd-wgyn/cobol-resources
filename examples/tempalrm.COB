       01 WS-Ack-Used PIC 9(4) VALUE 0.
       01 WS-Ack-Sub PIC 9(4) VALUE 0.
       01 WS-Ack-Dropped PIC 9(4) VALUE 0.
       01 WS-Ack-Refused PIC 9(4) VALUE 0.
       01 WS-Auth-Program PIC X(08) VALUE "TEMPALRM".
       01 WS-Auth-Function PIC X(01) VALUE "A".
       01 WS-Auth-Transaction PIC X(80).
       01 WS-Auth-Flag PIC X VALUE "N".
           88 Operator-Authorized value "Y".
       01 WS-Ack-Found PIC X VALUE "N".
           88 Ack-Found value "Y".
       01 WS-Ack-Table.
           if WS-Ack-Status not = "35"
             close Alert-Ack-File
           end-if
           call "TEMPAUTD"
           if WS-Ack-Refused > 0
             display "Error, operator not authorized, refused "
                 WS-Ack-Refused " acknowledgments"
           end-if
           if WS-Ack-Dropped > 0
             display "Error, ack table full, dropped "
                 WS-Ack-Dropped " transactions"
           end-if.

       Store-Ack-Transaction.
           move Alert-Ack-Record to WS-Auth-Transaction
           call "TEMPAUTH" using AACK-User WS-Auth-Function
               WS-Auth-Program WS-Auth-Transaction WS-Auth-Flag
           if not Operator-Authorized
             add 1 to WS-Ack-Refused
           else
             perform Store-Authorized-Ack
           end-if.

       Store-Authorized-Ack.
           if WS-Ack-Used < WS-Ack-Max
             add 1 to WS-Ack-Used
             move AACK-Timestamp to WS-Ack-Timestamp(WS-Ack-Used)
