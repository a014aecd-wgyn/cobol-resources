       01 WS-Config-Status PIC XX.
       01 WS-Command-Line PIC X(40).
       01 WS-Month-Token PIC X(10).
       01 WS-Estimate-Token PIC X(10).
       01 WS-Actual-Only-Flag PIC X VALUE "N".
           88 Actual-Readings-Only value "Y".
       01 WS-Estimated-Count PIC 9(8) VALUE 0.
       01 WS-Report-Month PIC 9(6).
       01 WS-Report-Month-Text redefines WS-Report-Month PIC X(6).
       01 WS-Base-Celsius PIC S999V99 VALUE 18.00.
           88 Station-Found value "Y".
       01 WS-Day-Sub PIC 9(4) VALUE 0.
       01 WS-Log-Day PIC 9(2).
       01 WS-Reading-Stamp PIC X(14).
       01 WS-Station-Table.
           05 WS-Station-Entry occurs 100 times.
              10 WS-DD-Station-ID PIC X(08).
           05 WS-Total-Label PIC X(40).
           05 WS-Total-Count PIC Z(7)9.
       01 WS-Heading-Line.
           05 FILLER PIC X(52) VALUE
               "MONTHLY DEGREE-DAY REPORT BY STATION -- READINGS OF ".
           05 WS-Heading-Month PIC X(6).
           05 FILLER PIC X(7) VALUE "  (RUN ".
           05 WS-Heading-Run-Date PIC 9(8).
           05 FILLER PIC X(1) VALUE ")".
       01 WS-Base-Line.
           05 FILLER PIC X(24) VALUE "  BASE CELSIUS        ".
           05 WS-Base-Text PIC +ZZ9.99.
           goback.

       Get-Report-Month.
           move function current-date(1:8) to WS-Run-Date
           move function current-date(1:6) to WS-Report-Month
           accept WS-Command-Line from command-line
           unstring WS-Command-Line delimited by " "
               into WS-Month-Token WS-Estimate-Token
           end-unstring
           if function upper-case(WS-Month-Token) = "ACTUAL"
               or function upper-case(WS-Month-Token) = "ALL"
             move WS-Month-Token to WS-Estimate-Token
             move spaces to WS-Month-Token
           end-if
           if WS-Month-Token not = spaces
             if function test-numval(WS-Month-Token) = 0
               move function numval(WS-Month-Token)
               display "Error, invalid report month: "
                   WS-Month-Token ", using current month"
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

       Load-Base-Temperature.
           open input Degree-Day-Config
               at end
                 move "Y" to WS-Log-EOF
               not at end
                 perform Set-Log-Reading-Stamp
                 if WS-Reading-Stamp(1:6) = WS-Report-Month-Text
                   if LOG-Estimated-Flag = "Y"
                     add 1 to WS-Estimated-Count
                   end-if
                   if LOG-Estimated-Flag not = "Y"
                       or not Actual-Readings-Only
                     add 1 to WS-Scanned-Count
                     perform Accumulate-One-Reading
                   end-if
                 end-if
             end-read
           end-perform
                 WS-Station-Dropped " readings"
           end-if.

       Set-Log-Reading-Stamp.
           if LOG-Read-Timestamp numeric and LOG-Read-Timestamp > 0
             move LOG-Read-Timestamp to WS-Reading-Stamp
           else
             move LOG-Timestamp to WS-Reading-Stamp
           end-if.

       Accumulate-One-Reading.
           perform Find-DD-Station
           if Station-Found
             move WS-Reading-Stamp(7:2) to WS-Log-Day
             if WS-Log-Day >= 1 and WS-Log-Day <= 31
               add LOG-Celsius
                   to WS-DD-Day-Total(WS-Station-Sub WS-Log-Day)
           open output Degree-Day-Report
           open output Degree-Day-Extract
           move WS-Report-Month-Text to WS-Heading-Month
           move WS-Run-Date to WS-Heading-Run-Date
           move WS-Heading-Line to Degree-Day-Report-Line
           write Degree-Day-Report-Line
           move WS-Base-Celsius to WS-Base-Text
           move WS-Station-Used to WS-Total-Count
           move WS-Total-Line to Degree-Day-Report-Line
           write Degree-Day-Report-Line
           if Actual-Readings-Only
             move "  ESTIMATED READINGS EXCLUDED" to WS-Total-Label
           else
             move "  ESTIMATED READINGS INCLUDED" to WS-Total-Label
           end-if
           move WS-Estimated-Count to WS-Total-Count
           move WS-Total-Line to Degree-Day-Report-Line
           write Degree-Day-Report-Line
           close Degree-Day-Extract
           close Degree-Day-Report.

           perform Write-Extract-Detail.

       Write-Extract-Header.
           move spaces to Degree-Day-Extract-Record
           string "H|" WS-Run-Date "|" WS-Report-Month-Text
               delimited by size
