       01 WS-Match-Sub PIC 9(4) VALUE 0.
       01 WS-Match-Found PIC X VALUE "N".
           88 Match-Found value "Y".
       01 WS-Pair-Sub PIC 9(4) VALUE 0.
       01 WS-Temp-Sub PIC 9(4) VALUE 0.
       01 WS-Hum-Sub PIC 9(4) VALUE 0.
       01 WS-Trans-Table.
           05 WS-Trans-Entry occurs 500 times.
              10 WS-Trans-Timestamp PIC 9(14).
              10 WS-Trans-New-Unit PIC X(01).
              10 WS-Trans-New-Value PIC X(10).
              10 WS-Trans-Used-Flag PIC X(01).
              10 WS-Trans-Rec-Type PIC X(01).
              10 WS-Trans-Station-ID PIC X(08).
              10 WS-Trans-Read-Timestamp PIC 9(14).
              10 WS-Trans-Pair-Sub PIC 9(4).
              10 WS-Trans-Post-Result PIC X(01).
       01 WS-Fahrenheit PIC S999V99.
       01 WS-Celsius PIC S999V99.
       01 WS-Kelvin PIC S999V99.
       01 WS-Conv-Valid PIC X(1).
       01 WS-Humidity-Value PIC X(10).
       01 WS-Read-Timestamp PIC 9(14).
       01 WS-Resubmitted-Count PIC 9(8) VALUE 0.
       01 WS-Still-Bad-Count PIC 9(8) VALUE 0.
       01 WS-Skipped-Count PIC 9(8) VALUE 0.
       01 WS-Unmatched-Count PIC 9(8) VALUE 0.
       01 WS-Humidity-Held-Count PIC 9(8) VALUE 0.
       01 WS-Pairs-Posted-Count PIC 9(8) VALUE 0.
       01 WS-Refused-Count PIC 9(8) VALUE 0.
       01 WS-Auth-Program PIC X(08) VALUE "TEMPRSUB".
       01 WS-Auth-Function PIC X(01) VALUE "U".
       01 WS-Auth-Transaction PIC X(80).
       01 WS-Auth-Flag PIC X VALUE "N".
           88 Operator-Authorized value "Y".
       01 WS-Detail-Line.
           05 WS-Detail-Timestamp PIC 9(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Total-Count PIC Z(7)9.
       PROCEDURE DIVISION.
           perform Load-Resubmit-Transactions.
           perform Pair-Humidity-Rejects.
           open output Disposition-Report
           move "REJECT RESUBMISSION DISPOSITION REPORT"
               to Disposition-Report-Line
           if WS-Resubmit-Status not = "35"
             close Resubmit-Trans-File
           end-if
           call "TEMPAUTD"
           if WS-Trans-Dropped > 0
             display "Error, resubmit table full, dropped "
                 WS-Trans-Dropped " transactions"
             move RSUB-New-Unit to WS-Trans-New-Unit(WS-Trans-Used)
             move RSUB-New-Value
                 to WS-Trans-New-Value(WS-Trans-Used)
             move spaces to WS-Trans-Rec-Type(WS-Trans-Used)
             move spaces to WS-Trans-Station-ID(WS-Trans-Used)
             move 0 to WS-Trans-Read-Timestamp(WS-Trans-Used)
             move 0 to WS-Trans-Pair-Sub(WS-Trans-Used)
             move spaces to WS-Trans-Post-Result(WS-Trans-Used)
             move Resubmit-Trans-Record to WS-Auth-Transaction
             call "TEMPAUTH" using RSUB-User WS-Auth-Function
                 WS-Auth-Program WS-Auth-Transaction WS-Auth-Flag
             if Operator-Authorized
               move "N" to WS-Trans-Used-Flag(WS-Trans-Used)
             else
               move "X" to WS-Trans-Used-Flag(WS-Trans-Used)
             end-if
           else
             add 1 to WS-Trans-Dropped
           end-if.

       Pair-Humidity-Rejects.
           open input Temp-Rejected-File
           if WS-Reject-Status not = "00"
             move "Y" to WS-Reject-EOF
           end-if
           perform until Rejects-At-EOF
             read Temp-Rejected-File
               at end
                 move "Y" to WS-Reject-EOF
               not at end
                 perform Claim-Matching-Transaction
             end-read
           end-perform
           if WS-Reject-Status not = "35"
             close Temp-Rejected-File
           end-if
           move "N" to WS-Reject-EOF
           perform varying WS-Trans-Sub from 1 by 1
               until WS-Trans-Sub > WS-Trans-Used
             if WS-Trans-Rec-Type(WS-Trans-Sub) = "H"
               perform Link-Humidity-Pair
             end-if
           end-perform.

       Claim-Matching-Transaction.
           move "N" to WS-Match-Found
           perform varying WS-Match-Sub from 1 by 1
               until WS-Match-Sub > WS-Trans-Used
               or Match-Found
             if WS-Trans-Used-Flag(WS-Match-Sub) = "N"
                 and WS-Trans-Rec-Type(WS-Match-Sub) = spaces
                 and WS-Trans-Timestamp(WS-Match-Sub) = REJ-Timestamp
                 and WS-Trans-Unit(WS-Match-Sub) = REJ-Unit
                 and WS-Trans-Old-Value(WS-Match-Sub) = REJ-Raw-Value
               move "Y" to WS-Match-Found
             end-if
           end-perform
           if Match-Found
             subtract 1 from WS-Match-Sub
             if REJ-Rec-Type = "H"
               move "H" to WS-Trans-Rec-Type(WS-Match-Sub)
             else
               move "T" to WS-Trans-Rec-Type(WS-Match-Sub)
             end-if
             move REJ-Station-ID to WS-Trans-Station-ID(WS-Match-Sub)
             perform Set-Reject-Read-Timestamp
             move WS-Read-Timestamp
                 to WS-Trans-Read-Timestamp(WS-Match-Sub)
           end-if.

       Link-Humidity-Pair.
           perform varying WS-Pair-Sub from 1 by 1
               until WS-Pair-Sub > WS-Trans-Used
               or WS-Trans-Pair-Sub(WS-Trans-Sub) > 0
             if WS-Trans-Rec-Type(WS-Pair-Sub) = "T"
                 and WS-Trans-Pair-Sub(WS-Pair-Sub) = 0
                 and WS-Trans-Station-ID(WS-Pair-Sub)
                     = WS-Trans-Station-ID(WS-Trans-Sub)
                 and WS-Trans-Read-Timestamp(WS-Pair-Sub)
                     = WS-Trans-Read-Timestamp(WS-Trans-Sub)
               move WS-Pair-Sub to WS-Trans-Pair-Sub(WS-Trans-Sub)
               move WS-Trans-Sub to WS-Trans-Pair-Sub(WS-Pair-Sub)
             end-if
           end-perform.

       Set-Reject-Read-Timestamp.
           if REJ-Read-Timestamp numeric and REJ-Read-Timestamp > 0
             move REJ-Read-Timestamp to WS-Read-Timestamp
           else
             move REJ-Timestamp to WS-Read-Timestamp
           end-if.

       Process-Rejected-File.
           open input Temp-Rejected-File
           if WS-Reject-Status = "00"
           move REJ-Raw-Value to WS-Detail-Old-Value
           if Match-Found
             subtract 1 from WS-Match-Sub
             evaluate true
               when WS-Trans-Post-Result(WS-Match-Sub) not = spaces
                 perform Report-Paired-Reject
               when WS-Trans-Pair-Sub(WS-Match-Sub) > 0
                 perform Resubmit-Humidity-Pair
               when REJ-Rec-Type = "H"
                 perform Hold-Humidity-Reject
               when other
                 perform Resubmit-Matched-Reject
             end-evaluate
           else
             add 1 to WS-Skipped-Count
             move "SKIPPED" to WS-Detail-Disposition
           move WS-Trans-New-Unit(WS-Match-Sub) to WS-Detail-New-Unit
           move WS-Trans-New-Value(WS-Match-Sub)
               to WS-Detail-New-Value
           perform Set-Reject-Read-Timestamp
           call "TEMPPOST" using REJ-Station-ID WS-Read-Timestamp
               WS-Trans-New-Unit(WS-Match-Sub)
               WS-Trans-New-Value(WS-Match-Sub)
               WS-Fahrenheit WS-Celsius WS-Kelvin WS-Conv-Valid
             move "STILL BAD" to WS-Detail-Disposition
           end-if.

       Resubmit-Humidity-Pair.
           move "Y" to WS-Trans-Used-Flag(WS-Match-Sub)
           move WS-Trans-New-Unit(WS-Match-Sub) to WS-Detail-New-Unit
           move WS-Trans-New-Value(WS-Match-Sub)
               to WS-Detail-New-Value
           if WS-Trans-Rec-Type(WS-Match-Sub) = "H"
             move WS-Match-Sub to WS-Hum-Sub
             move WS-Trans-Pair-Sub(WS-Match-Sub) to WS-Temp-Sub
           else
             move WS-Match-Sub to WS-Temp-Sub
             move WS-Trans-Pair-Sub(WS-Match-Sub) to WS-Hum-Sub
           end-if
           move WS-Trans-New-Value(WS-Hum-Sub) to WS-Humidity-Value
           call "TEMPPSTH" using WS-Trans-Station-ID(WS-Temp-Sub)
               WS-Trans-Read-Timestamp(WS-Temp-Sub)
               WS-Trans-New-Unit(WS-Temp-Sub)
               WS-Trans-New-Value(WS-Temp-Sub) WS-Humidity-Value
               WS-Fahrenheit WS-Celsius WS-Kelvin WS-Conv-Valid
           if WS-Conv-Valid = "Y"
             add 1 to WS-Pairs-Posted-Count
             move "Y" to WS-Trans-Post-Result(WS-Temp-Sub)
             move "Y" to WS-Trans-Post-Result(WS-Hum-Sub)
           else
             move "N" to WS-Trans-Post-Result(WS-Temp-Sub)
             move "N" to WS-Trans-Post-Result(WS-Hum-Sub)
           end-if
           perform Set-Paired-Disposition.

       Report-Paired-Reject.
           move "Y" to WS-Trans-Used-Flag(WS-Match-Sub)
           move WS-Trans-New-Unit(WS-Match-Sub) to WS-Detail-New-Unit
           move WS-Trans-New-Value(WS-Match-Sub)
               to WS-Detail-New-Value
           perform Set-Paired-Disposition.

       Set-Paired-Disposition.
           if WS-Trans-Post-Result(WS-Match-Sub) = "Y"
             add 1 to WS-Resubmitted-Count
             move "RESUBMITTED" to WS-Detail-Disposition
           else
             add 1 to WS-Still-Bad-Count
             move "STILL BAD" to WS-Detail-Disposition
           end-if.

       Hold-Humidity-Reject.
           move "Y" to WS-Trans-Used-Flag(WS-Match-Sub)
           move WS-Trans-New-Unit(WS-Match-Sub) to WS-Detail-New-Unit
           move WS-Trans-New-Value(WS-Match-Sub)
               to WS-Detail-New-Value
           add 1 to WS-Humidity-Held-Count
           move "HUMIDITY NOT POSTED" to WS-Detail-Disposition.

       Report-Unmatched-Transactions.
           perform varying WS-Trans-Sub from 1 by 1
               until WS-Trans-Sub > WS-Trans-Used
               move WS-Detail-Line to Disposition-Report-Line
               write Disposition-Report-Line
             end-if
             if WS-Trans-Used-Flag(WS-Trans-Sub) = "X"
               add 1 to WS-Refused-Count
               move spaces to WS-Detail-Line
               move WS-Trans-Timestamp(WS-Trans-Sub)
                   to WS-Detail-Timestamp
               move WS-Trans-Unit(WS-Trans-Sub) to WS-Detail-Unit
               move WS-Trans-Old-Value(WS-Trans-Sub)
                   to WS-Detail-Old-Value
               move WS-Trans-New-Unit(WS-Trans-Sub)
                   to WS-Detail-New-Unit
               move WS-Trans-New-Value(WS-Trans-Sub)
                   to WS-Detail-New-Value
               move "REFUSED AUTHORITY" to WS-Detail-Disposition
               move WS-Detail-Line to Disposition-Report-Line
               write Disposition-Report-Line
             end-if
           end-perform.

       Write-Disposition-Totals.
           move WS-Skipped-Count to WS-Total-Count
           move WS-Total-Line to Disposition-Report-Line
           write Disposition-Report-Line
           move "  HUMIDITY PAIRS RESUBMITTED" to WS-Total-Label
           move WS-Pairs-Posted-Count to WS-Total-Count
           move WS-Total-Line to Disposition-Report-Line
           write Disposition-Report-Line
           move "  HUMIDITY REJECTS LEFT ON FILE" to WS-Total-Label
           move WS-Humidity-Held-Count to WS-Total-Count
           move WS-Total-Line to Disposition-Report-Line
           write Disposition-Report-Line
           move "  TRANSACTIONS WITH NO MATCHING REJECT"
               to WS-Total-Label
           move WS-Unmatched-Count to WS-Total-Count
           move WS-Total-Line to Disposition-Report-Line
           write Disposition-Report-Line
           move "  TRANSACTIONS REFUSED FOR AUTHORITY"
               to WS-Total-Label
           move WS-Refused-Count to WS-Total-Count
           move WS-Total-Line to Disposition-Report-Line
           write Disposition-Report-Line
           move "  REJECTS REMOVED FROM REJECT FILE" to WS-Total-Label
           move WS-Resubmitted-Count to WS-Total-Count
           move WS-Total-Line to Disposition-Report-Line
