       01 WS-Alert-Status PIC XX.
       01 WS-Command-Line PIC X(40).
       01 WS-Date-Token PIC X(10).
       01 WS-Estimate-Token PIC X(10).
       01 WS-Actual-Only-Flag PIC X VALUE "N".
           88 Actual-Readings-Only value "Y".
       01 WS-Estimated-Count PIC 9(8) VALUE 0.
       01 WS-Report-Date PIC 9(8).
       01 WS-Report-Date-Text redefines WS-Report-Date PIC X(8).
       01 WS-Run-Date PIC X(8).
       01 WS-Reading-Date PIC X(8).
       01 WS-Station-EOF PIC X VALUE "N".
           88 Stations-At-EOF value "Y".
       01 WS-Log-EOF PIC X VALUE "N".
           05 WS-Total-Label PIC X(40).
           05 WS-Total-Count PIC Z(7)9.
       01 WS-Heading-Line.
           05 FILLER PIC X(50) VALUE
               "STATION ACTIVITY AND HEALTH REPORT -- READINGS OF ".
           05 WS-Heading-Date PIC X(8).
           05 FILLER PIC X(7) VALUE "  (RUN ".
           05 WS-Heading-Run-Date PIC X(8).
           05 FILLER PIC X(1) VALUE ")".
       PROCEDURE DIVISION.
           perform Get-Report-Date.
           perform Load-Station-Table.
           goback.

       Get-Report-Date.
           move function current-date(1:8) to WS-Run-Date
           move function current-date(1:8) to WS-Report-Date
           accept WS-Command-Line from command-line
           unstring WS-Command-Line delimited by " "
               into WS-Date-Token WS-Estimate-Token
           end-unstring
           if function upper-case(WS-Date-Token) = "ACTUAL"
               or function upper-case(WS-Date-Token) = "ALL"
             move WS-Date-Token to WS-Estimate-Token
             move spaces to WS-Date-Token
           end-if
           if WS-Date-Token not = spaces
             if function test-numval(WS-Date-Token) = 0
               move function numval(WS-Date-Token)
               display "Error, invalid report date: " WS-Date-Token
                   ", using current date"
             end-if
           end-if
           evaluate function upper-case(WS-Estimate-Token)
             when "ACTUAL"
               move "Y" to WS-Actual-Only-Flag
             when "ALL"
             when spaces
               continue
             when other
               display "Error, invalid estimate option: "
                   WS-Estimate-Token ", including estimated readings"
           end-evaluate.

       Load-Station-Table.
           open input Station-Master
               at end
                 move "Y" to WS-Log-EOF
               not at end
                 perform Set-Log-Reading-Date
                 if WS-Reading-Date = WS-Report-Date-Text
                     and LOG-Estimated-Flag = "Y"
                   add 1 to WS-Estimated-Count
                 end-if
                 if WS-Reading-Date = WS-Report-Date-Text
                     and (LOG-Estimated-Flag not = "Y"
                     or not Actual-Readings-Only)
                   move LOG-Station-ID to WS-Find-ID
                   perform Find-Station-Entry
                   if Station-Entry-Found
             close Temp-Conversion-Log
           end-if.

       Set-Log-Reading-Date.
           if LOG-Read-Timestamp numeric and LOG-Read-Timestamp > 0
             move LOG-Read-Timestamp(1:8) to WS-Reading-Date
           else
             move LOG-Timestamp(1:8) to WS-Reading-Date
           end-if.

       Tally-Rejected-File.
           open input Temp-Rejected-File
           if WS-Reject-Status not = "00"
               at end
                 move "Y" to WS-Reject-EOF
               not at end
                 perform Set-Reject-Reading-Date
                 if WS-Reading-Date = WS-Report-Date-Text
                   move REJ-Station-ID to WS-Find-ID
                   perform Find-Station-Entry
                   if Station-Entry-Found
             close Temp-Rejected-File
           end-if.

       Set-Reject-Reading-Date.
           if REJ-Read-Timestamp numeric and REJ-Read-Timestamp > 0
             move REJ-Read-Timestamp(1:8) to WS-Reading-Date
           else
             move REJ-Timestamp(1:8) to WS-Reading-Date
           end-if.

       Tally-Alert-File.
           open input Temp-Alert-File
           if WS-Alert-Status not = "00"
       Write-Station-Report.
           open output Station-Report
           move WS-Report-Date-Text to WS-Heading-Date
           move WS-Run-Date to WS-Heading-Run-Date
           move WS-Heading-Line to Station-Report-Line
           write Station-Report-Line
           move spaces to Station-Report-Line
           move WS-Total-Rejects to WS-Total-Count
           move WS-Total-Line to Station-Report-Line
           write Station-Report-Line
           if Actual-Readings-Only
             move "  ESTIMATED READINGS EXCLUDED" to WS-Total-Label
           else
             move "  ESTIMATED READINGS INCLUDED" to WS-Total-Label
           end-if
           move WS-Estimated-Count to WS-Total-Count
           move WS-Total-Line to Station-Report-Line
           write Station-Report-Line
           move "  TOTAL ALERTS RAISED" to WS-Total-Label
           move WS-Total-Alerts to WS-Total-Count
           move WS-Total-Line to Station-Report-Line
