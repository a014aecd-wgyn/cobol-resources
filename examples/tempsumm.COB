       01 WS-Reject-Status PIC XX.
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
       01 WS-Log-EOF PIC X VALUE "N".
           88 Log-At-EOF value "Y".
       01 WS-Reject-EOF PIC X VALUE "N".
       01 WS-Celsius-Max PIC S999V99 VALUE 0.
       01 WS-Celsius-Total PIC S9(12)V99 VALUE 0.
       01 WS-Celsius-Avg PIC S999V99 VALUE 0.
       01 WS-Humidity-Count PIC 9(8) VALUE 0.
       01 WS-Humidity-Min PIC 999V99 VALUE 0.
       01 WS-Humidity-Max PIC 999V99 VALUE 0.
       01 WS-Humidity-Total PIC 9(12)V99 VALUE 0.
       01 WS-Humidity-Avg PIC 999V99 VALUE 0.
       01 WS-Dew-Point-Min PIC S999V99 VALUE 0.
       01 WS-Dew-Point-Max PIC S999V99 VALUE 0.
       01 WS-Dew-Point-Total PIC S9(12)V99 VALUE 0.
       01 WS-Dew-Point-Avg PIC S999V99 VALUE 0.
       01 WS-Heat-Index-Max PIC S999V99 VALUE 0.
       01 WS-Heat-Index-Total PIC S9(12)V99 VALUE 0.
       01 WS-Heat-Index-Avg PIC S999V99 VALUE 0.
       01 WS-First-Log-Flag PIC X VALUE "Y".
           88 First-Log-Record value "Y".
       01 WS-Reason-Max PIC 9(4) VALUE 20.
           05 WS-Temp-Label PIC X(40).
           05 WS-Temp-Value PIC +ZZ9.99.
       01 WS-Heading-Line.
           05 FILLER PIC X(40) VALUE
               "DAILY CONVERSION SUMMARY -- READINGS OF ".
           05 WS-Heading-Date PIC X(8).
           05 FILLER PIC X(7) VALUE "  (RUN ".
           05 WS-Heading-Run-Date PIC X(8).
           05 FILLER PIC X(1) VALUE ")".
       PROCEDURE DIVISION.
           perform Get-Report-Date.
           perform Summarize-Conversion-Log.
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

       Summarize-Conversion-Log.
           open input Temp-Conversion-Log
               at end
                 move "Y" to WS-Log-EOF
               not at end
                 perform Set-Log-Reading-Date
                 if WS-Reading-Date = WS-Report-Date-Text
                   if LOG-Estimated-Flag = "Y"
                     add 1 to WS-Estimated-Count
                   end-if
                   if LOG-Estimated-Flag not = "Y"
                       or not Actual-Readings-Only
                     perform Tally-Log-Record
                   end-if
                 end-if
             end-read
           end-perform
             close Temp-Conversion-Log
           end-if.

       Set-Log-Reading-Date.
           if LOG-Read-Timestamp numeric and LOG-Read-Timestamp > 0
             move LOG-Read-Timestamp(1:8) to WS-Reading-Date
           else
             move LOG-Timestamp(1:8) to WS-Reading-Date
           end-if.

       Tally-Log-Record.
           add 1 to WS-Log-Count
           evaluate LOG-Unit
             if LOG-Celsius > WS-Celsius-Max
               move LOG-Celsius to WS-Celsius-Max
             end-if
           end-if
           if LOG-Humidity-Flag = "Y"
             perform Tally-Humidity
           end-if.

       Tally-Humidity.
           add 1 to WS-Humidity-Count
           add LOG-Humidity to WS-Humidity-Total
           add LOG-Dew-Point to WS-Dew-Point-Total
           add LOG-Heat-Index to WS-Heat-Index-Total
           if WS-Humidity-Count = 1
             move LOG-Humidity to WS-Humidity-Min
             move LOG-Humidity to WS-Humidity-Max
             move LOG-Dew-Point to WS-Dew-Point-Min
             move LOG-Dew-Point to WS-Dew-Point-Max
             move LOG-Heat-Index to WS-Heat-Index-Max
           else
             if LOG-Humidity < WS-Humidity-Min
               move LOG-Humidity to WS-Humidity-Min
             end-if
             if LOG-Humidity > WS-Humidity-Max
               move LOG-Humidity to WS-Humidity-Max
             end-if
             if LOG-Dew-Point < WS-Dew-Point-Min
               move LOG-Dew-Point to WS-Dew-Point-Min
             end-if
             if LOG-Dew-Point > WS-Dew-Point-Max
               move LOG-Dew-Point to WS-Dew-Point-Max
             end-if
             if LOG-Heat-Index > WS-Heat-Index-Max
               move LOG-Heat-Index to WS-Heat-Index-Max
             end-if
           end-if.

       Summarize-Rejected-File.
               at end
                 move "Y" to WS-Reject-EOF
               not at end
                 perform Set-Reject-Reading-Date
                 if WS-Reading-Date = WS-Report-Date-Text
                   perform Tally-Reject-Record
                 end-if
             end-read
             close Temp-Rejected-File
           end-if.

       Set-Reject-Reading-Date.
           if REJ-Read-Timestamp numeric and REJ-Read-Timestamp > 0
             move REJ-Read-Timestamp(1:8) to WS-Reading-Date
           else
             move REJ-Timestamp(1:8) to WS-Reading-Date
           end-if.

       Tally-Reject-Record.
           add 1 to WS-Reject-Count
           move "N" to WS-Reason-Found
       Write-Summary-Report.
           open output Temp-Summary-Report
           move WS-Report-Date-Text to WS-Heading-Date
           move WS-Run-Date to WS-Heading-Run-Date
           move WS-Heading-Line to Summary-Report-Line
           write Summary-Report-Line
           move spaces to Summary-Report-Line
           perform Write-Celsius-Statistics
           move spaces to Summary-Report-Line
           write Summary-Report-Line
           move "HUMIDITY, DEW POINT AND HEAT INDEX"
               to Summary-Report-Line
           write Summary-Report-Line
           perform Write-Humidity-Statistics
           move spaces to Summary-Report-Line
           write Summary-Report-Line
           move "REJECTS BY REASON" to Summary-Report-Line
           write Summary-Report-Line
           perform Write-Reject-Breakdown
             write Summary-Report-Line
           end-if.

       Write-Humidity-Statistics.
           if WS-Humidity-Count = 0
             move "  NO HUMIDITY READINGS ON FILE"
                 to Summary-Report-Line
             write Summary-Report-Line
           else
             compute WS-Humidity-Avg rounded
                 = WS-Humidity-Total / WS-Humidity-Count
             compute WS-Dew-Point-Avg rounded
                 = WS-Dew-Point-Total / WS-Humidity-Count
             compute WS-Heat-Index-Avg rounded
                 = WS-Heat-Index-Total / WS-Humidity-Count
             move "  READINGS WITH HUMIDITY" to WS-Line-Label
             move WS-Humidity-Count to WS-Line-Count
             move WS-Report-Line to Summary-Report-Line
             write Summary-Report-Line
             move "  MINIMUM HUMIDITY PERCENT" to WS-Temp-Label
             move WS-Humidity-Min to WS-Temp-Value
             move WS-Temp-Line to Summary-Report-Line
             write Summary-Report-Line
             move "  MAXIMUM HUMIDITY PERCENT" to WS-Temp-Label
             move WS-Humidity-Max to WS-Temp-Value
             move WS-Temp-Line to Summary-Report-Line
             write Summary-Report-Line
             move "  AVERAGE HUMIDITY PERCENT" to WS-Temp-Label
             move WS-Humidity-Avg to WS-Temp-Value
             move WS-Temp-Line to Summary-Report-Line
             write Summary-Report-Line
             move "  MINIMUM DEW POINT CELSIUS" to WS-Temp-Label
             move WS-Dew-Point-Min to WS-Temp-Value
             move WS-Temp-Line to Summary-Report-Line
             write Summary-Report-Line
             move "  MAXIMUM DEW POINT CELSIUS" to WS-Temp-Label
             move WS-Dew-Point-Max to WS-Temp-Value
             move WS-Temp-Line to Summary-Report-Line
             write Summary-Report-Line
             move "  AVERAGE DEW POINT CELSIUS" to WS-Temp-Label
             move WS-Dew-Point-Avg to WS-Temp-Value
             move WS-Temp-Line to Summary-Report-Line
             write Summary-Report-Line
             move "  MAXIMUM HEAT INDEX CELSIUS" to WS-Temp-Label
             move WS-Heat-Index-Max to WS-Temp-Value
             move WS-Temp-Line to Summary-Report-Line
             write Summary-Report-Line
             move "  AVERAGE HEAT INDEX CELSIUS" to WS-Temp-Label
             move WS-Heat-Index-Avg to WS-Temp-Value
             move WS-Temp-Line to Summary-Report-Line
             write Summary-Report-Line
           end-if.

       Write-Reject-Breakdown.
           if WS-Reason-Used = 0
             move "  NO REJECTS ON FILE" to Summary-Report-Line
           move "  TOTAL READINGS PROCESSED" to WS-Line-Label
           add WS-Log-Count WS-Reject-Count giving WS-Line-Count
           move WS-Report-Line to Summary-Report-Line
           write Summary-Report-Line
           if Actual-Readings-Only
             move "  ESTIMATED READINGS EXCLUDED" to WS-Line-Label
           else
             move "  ESTIMATED READINGS INCLUDED" to WS-Line-Label
           end-if
           move WS-Estimated-Count to WS-Line-Count
           move WS-Report-Line to Summary-Report-Line
           write Summary-Report-Line.

       END PROGRAM tempsumm.
