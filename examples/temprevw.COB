       01 WS-Rejected-Count PIC 9(8) VALUE 0.
       01 WS-Self-Review-Count PIC 9(8) VALUE 0.
       01 WS-Unmatched-Count PIC 9(8) VALUE 0.
       01 WS-Refused-Count PIC 9(8) VALUE 0.
       01 WS-Auth-Program PIC X(08) VALUE "TEMPREVW".
       01 WS-Auth-Function PIC X(01) VALUE "R".
       01 WS-Auth-Transaction PIC X(80).
       01 WS-Auth-Flag PIC X VALUE "N".
           88 Operator-Authorized value "Y".
       01 WS-Still-Pending-Count PIC 9(8) VALUE 0.
       01 WS-Detail-Line.
           05 WS-Detail-Conv-ID PIC X(20).
           if WS-Review-Status not = "35"
             close Review-Trans-File
           end-if
           call "TEMPAUTD"
           if WS-Trans-Dropped > 0
             display "Error, review table full, dropped "
                 WS-Trans-Dropped " transactions"
             move function upper-case(REVW-Action)
                 to WS-Trans-Action(WS-Trans-Used)
             move REVW-Reviewer to WS-Trans-Reviewer(WS-Trans-Used)
             move Review-Trans-Record to WS-Auth-Transaction
             call "TEMPAUTH" using REVW-Reviewer WS-Auth-Function
                 WS-Auth-Program WS-Auth-Transaction WS-Auth-Flag
             if Operator-Authorized
               move "N" to WS-Trans-Used-Flag(WS-Trans-Used)
             else
               move "X" to WS-Trans-Used-Flag(WS-Trans-Used)
             end-if
           else
             add 1 to WS-Trans-Dropped
           end-if.
               move WS-Detail-Line to Review-Report-Line
               write Review-Report-Line
             end-if
             if WS-Trans-Used-Flag(WS-Trans-Sub) = "X"
               add 1 to WS-Refused-Count
               move spaces to WS-Detail-Line
               move WS-Trans-Conv-ID(WS-Trans-Sub)
                   to WS-Detail-Conv-ID
               move WS-Trans-Reviewer(WS-Trans-Sub)
                   to WS-Detail-Reviewer
               move "REFUSED AUTHORITY" to WS-Detail-Disposition
               move WS-Detail-Line to Review-Report-Line
               write Review-Report-Line
             end-if
           end-perform.

       Write-Review-Totals.
           move WS-Unmatched-Count to WS-Total-Count
           move WS-Total-Line to Review-Report-Line
           write Review-Report-Line
           move "  DECISIONS REFUSED FOR AUTHORITY" to WS-Total-Label
           move WS-Refused-Count to WS-Total-Count
           move WS-Total-Line to Review-Report-Line
           write Review-Report-Line
           move "  ITEMS STILL AWAITING REVIEW" to WS-Total-Label
           move WS-Still-Pending-Count to WS-Total-Count
           move WS-Total-Line to Review-Report-Line
