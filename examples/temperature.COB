           select Temp-Alert-File assign to "TEMPALRT.DAT"
               organization is line sequential
               file status is WS-Alert-Status.

           select Calibration-Master assign to "TEMPCAL.DAT"
               organization is indexed
               access mode is sequential
               record key is CAL-Key
               file status is WS-Cal-Status.

           select Humidity-Config-File assign to "TEMPHUMC.DAT"
               organization is line sequential
               file status is WS-Hum-Config-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  Temp-Readings-File.
       01  Temp-Alert-Record.
           copy TEMPALRT.

       FD  Calibration-Master.
       01  Calibration-Master-Record.
           copy TEMPCAL.

       FD  Humidity-Config-File.
       01  Humidity-Config-Record.
           copy TEMPHUMC.

       WORKING-STORAGE SECTION.
       01 Temperature-Fahrenheit PIC S999V99.
       01 Temperature-Celsius PIC S999V99.
       01 WS-Station-Open-Flag PIC X VALUE "N".
           88 Station-Is-Open value "Y".
       01 WS-Current-Station PIC X(8) VALUE SPACES.
       01 WS-Read-Timestamp PIC 9(14) VALUE 0.
       01 WS-Station-Valid-Flag PIC X VALUE "Y".
           88 Station-Valid value "Y".
       01 WS-Stn-Hist-Status PIC XX.
              10 WS-Limit-Warn-Low PIC S999V99.
              10 WS-Limit-Warn-High PIC S999V99.
       01 WS-Reading-Value PIC S999V99.
       01 WS-Cal-Status PIC XX.
       01 WS-Cal-EOF PIC X VALUE "N".
           88 Cal-At-EOF value "Y".
       01 WS-Cal-Loaded-Flag PIC X VALUE "N".
           88 Cal-Loaded value "Y".
       01 WS-Calibrate-Flag PIC X VALUE "Y".
           88 Calibration-Wanted value "Y".
       01 WS-Cal-Max PIC 9(4) VALUE 500.
       01 WS-Cal-Count PIC 9(4) VALUE 0.
       01 WS-Cal-Sub PIC 9(4) VALUE 0.
       01 WS-Cal-Dropped PIC 9(4) VALUE 0.
       01 WS-Cal-Best PIC 9(4) VALUE 0.
       01 WS-Cal-Found PIC X VALUE "N".
           88 Cal-Found value "Y".
       01 WS-Cal-Effective PIC 9(14) VALUE 0.
       01 WS-Cal-Table.
           05 WS-Cal-Entry occurs 500 times.
              10 WS-Cal-Station-ID PIC X(08).
              10 WS-Cal-Entry-Effective PIC 9(14).
              10 WS-Cal-Unit PIC X(01).
              10 WS-Cal-Offset PIC S999V99.
              10 WS-Cal-Scale PIC 9V9(4).
       01 WS-Post-Mode-Flag PIC X VALUE "N".
           88 Entry-Posting value "Y".
       01 WS-Post-Dup-Flag PIC X VALUE "N".
           88 Post-Duplicate value "Y".
       01 WS-Estimated-Flag PIC X VALUE "N".
           88 Reading-Estimated value "Y".
       01 WS-Hum-Config-Status PIC XX.
       01 WS-Hum-Config-Loaded-Flag PIC X VALUE "N".
           88 Hum-Config-Loaded value "Y".
       01 WS-Heat-Threshold PIC S999V99 VALUE 32.00.
       01 WS-Humidity-Count PIC 9(8) VALUE 0.
       01 WS-Hum-Pending-Flag PIC X VALUE "N".
           88 Humidity-Pending value "Y".
       01 WS-Hum-Paired-Flag PIC X VALUE "N".
           88 Humidity-Paired value "Y".
       01 WS-Hum-Station-ID PIC X(08).
       01 WS-Hum-Read-Timestamp PIC 9(14).
       01 WS-Hum-Unit PIC X(01).
       01 WS-Hum-Raw-Value PIC X(10).
       01 WS-Humidity PIC 999V99 VALUE 0.
       01 WS-Dew-Point PIC S999V99 VALUE 0.
       01 WS-Heat-Index PIC S999V99 VALUE 0.
       01 WS-Dew-Gamma PIC S9(4)V9(8).
       01 WS-Heat-Index-F PIC S9(5)V9(6).
       01 WS-Heat-Adjust PIC S9(5)V9(6).
       01 WS-Heat-Difference PIC S9(5)V9(6).
       01 WS-Heat-Alert-Text PIC -ZZ9.99.
       01 WS-Derive-Valid-Flag PIC X VALUE "Y".
           88 Derive-Valid value "Y".
       01 WS-Checkpoint-Due-Flag PIC X VALUE "N".
           88 Checkpoint-Due value "Y".
       01 WS-Conv-Sequence PIC 9(6) VALUE 0.
       01 WS-Conv-ID PIC X(20).
       01 WS-Random-Seed PIC 9(8).
           88 Conversion-Error value "Y".
       LINKAGE SECTION.
       01 LK-Station-ID PIC X(8).
       01 LK-Read-Timestamp PIC 9(14).
       01 LK-Unit PIC X(1).
       01 LK-Input-Value PIC X(10).
       01 LK-Fahrenheit PIC S999V99.
       01 LK-Celsius PIC S999V99.
       01 LK-Kelvin PIC S999V99.
       01 LK-Valid-Flag PIC X(1).
       01 LK-Cal-Effective PIC 9(14).
       01 LK-Humidity PIC 999V99.
       01 LK-Dew-Point PIC S999V99.
       01 LK-Heat-Index PIC S999V99.
       01 LK-Humidity-Value PIC X(10).
       PROCEDURE DIVISION.
           perform Determine-Run-Mode.
           perform Open-Conversion-Log.
       Temperature-Entry-Point.
           entry "TEMPCONV" using LK-Unit LK-Input-Value LK-Fahrenheit
               LK-Celsius LK-Kelvin LK-Valid-Flag.
           move "N" to WS-Calibrate-Flag
           perform Convert-Linkage-Reading
           move "Y" to WS-Calibrate-Flag
           goback.

       Temperature-Calibrated-Point.
           entry "TEMPCALC" using LK-Station-ID LK-Read-Timestamp
               LK-Unit LK-Input-Value
               LK-Fahrenheit LK-Celsius LK-Kelvin LK-Cal-Effective
               LK-Valid-Flag.
           move LK-Station-ID to WS-Current-Station
           move LK-Read-Timestamp to WS-Read-Timestamp
           perform Convert-Linkage-Reading
           move WS-Cal-Effective to LK-Cal-Effective
           goback.

       Temperature-Post-Point.
           entry "TEMPPOST" using LK-Station-ID LK-Read-Timestamp
               LK-Unit LK-Input-Value
               LK-Fahrenheit LK-Celsius LK-Kelvin LK-Valid-Flag.
           move "N" to WS-Estimated-Flag
           move "N" to WS-Hum-Paired-Flag
           perform Post-Linkage-Reading
           goback.

       Temperature-Post-Humidity-Point.
           entry "TEMPPSTH" using LK-Station-ID LK-Read-Timestamp
               LK-Unit LK-Input-Value LK-Humidity-Value
               LK-Fahrenheit LK-Celsius LK-Kelvin LK-Valid-Flag.
           move "N" to WS-Estimated-Flag
           move LK-Station-ID to WS-Hum-Station-ID
           move LK-Read-Timestamp to WS-Hum-Read-Timestamp
           move "%" to WS-Hum-Unit
           move LK-Humidity-Value to WS-Hum-Raw-Value
           perform Check-Humidity-Value
           if Valid-Input
             move "Y" to WS-Hum-Paired-Flag
             perform Post-Linkage-Reading
           else
             move "N" to LK-Valid-Flag
           end-if
           goback.

       Temperature-Estimate-Point.
           entry "TEMPESTM" using LK-Station-ID LK-Read-Timestamp
               LK-Unit LK-Input-Value
               LK-Fahrenheit LK-Celsius LK-Kelvin LK-Valid-Flag.
           move "Y" to WS-Estimated-Flag
           move "N" to WS-Hum-Paired-Flag
           perform Post-Linkage-Reading
           move "N" to WS-Estimated-Flag
           goback.

       Temperature-Humidity-Point.
           entry "TEMPHUMD" using LK-Fahrenheit LK-Celsius LK-Humidity
               LK-Dew-Point LK-Heat-Index LK-Valid-Flag.
           move LK-Fahrenheit to Temperature-Fahrenheit
           move LK-Celsius to Temperature-Celsius
           move LK-Humidity to WS-Humidity
           perform Derive-Humidity-Values
           if Derive-Valid
             move "Y" to LK-Valid-Flag
             move WS-Dew-Point to LK-Dew-Point
             move WS-Heat-Index to LK-Heat-Index
           else
             move "N" to LK-Valid-Flag
           end-if
           goback.

       Temperature-Done-Point.
           entry "TEMPDONE".
           perform Close-Conversion-Log
           move "N" to WS-Log-Open-Flag
           perform Close-Rejected-File
           move "N" to WS-Reject-Open-Flag
           perform Close-Indexed-File
           move "N" to WS-Indexed-Open-Flag
           perform Close-Station-Master
           perform Close-Alert-File
           move "N" to WS-Alert-Open-Flag
           goback.

       Post-Linkage-Reading.
           move LK-Station-ID to WS-Current-Station
           move LK-Read-Timestamp to WS-Read-Timestamp
           move "Y" to WS-Post-Mode-Flag
           move "N" to WS-Post-Dup-Flag
           if not Log-Is-Open
             move "N" to LK-Valid-Flag
           else
             perform Convert-Linkage-Reading
             if LK-Valid-Flag = "Y" and Humidity-Paired
               perform Derive-Humidity-Values
               if not Derive-Valid
                 move "N" to LK-Valid-Flag
               end-if
             end-if
             if LK-Valid-Flag = "Y"
               perform Check-Plausibility
               perform Write-Conversion-Log
               end-if
             end-if
           end-if
           move "N" to WS-Hum-Paired-Flag
           move "N" to WS-Post-Mode-Flag.

       Convert-Linkage-Reading.
           move LK-Input-Value to Input-Temperature
           if Valid-Input
             evaluate function lower-case(LK-Unit)
               when "f"
                 move WS-Reading-Value to Temperature-Fahrenheit
                 perform Fahrenheit-to-Celsius
                 if not Conversion-Error
                   perform Celsius-to-Kelvin
                 end-if
               when "c"
                 move WS-Reading-Value to Temperature-Celsius
                 perform Celsius-to-Fahrenheit
                 if not Conversion-Error
                   perform Celsius-to-Kelvin
                 end-if
               when "k"
                 move WS-Reading-Value to Temperature-Kelvin
                 perform Kelvin-to-Celsius
                 if not Conversion-Error
                   perform Celsius-to-Fahrenheit
           move 0 to RUNC-Conv-Count
           move 0 to RUNC-Rej-Count
           move "I" to RUNC-Status
           move 0 to RUNC-Humidity-Count
           perform Write-Run-Control-Record.

       Write-Run-End.
           move WS-Converted-Count to RUNC-Conv-Count
           move WS-Rejected-Count to RUNC-Rej-Count
           move "C" to RUNC-Status
           move WS-Humidity-Count to RUNC-Humidity-Count
           perform Write-Run-Control-Record.

       Write-Run-Control-Record.
               not at end
                 add 1 to WS-Read-Count
                 move TR-Station-ID to WS-Current-Station
                 move TR-Read-Timestamp to WS-Read-Timestamp
                 if TR-Rec-Type = "H"
                   perform Hold-Humidity-Reading
                 else
                   perform Match-Held-Humidity
                   perform Validate-Station
                   if Station-Valid
                     move TR-Unit to Input-From-Type
                     move TR-Value to Input-Temperature
                     perform Handle-Conversion
                   end-if
                   if Humidity-Paired
                     move "Temperature at same time was rejected"
                         to WS-Reject-Reason
                     perform Write-Rejected-Humidity
                   end-if
                 end-if
                 add 1 to WS-Record-Count
                 if function mod(WS-Record-Count WS-Checkpoint-Interval)
                     = 0
                   move "Y" to WS-Checkpoint-Due-Flag
                 end-if
                 if Checkpoint-Due and not Humidity-Pending
                   perform Write-Checkpoint
                   move "N" to WS-Checkpoint-Due-Flag
                 end-if
             end-read
           end-perform
           if Humidity-Pending
             perform Reject-Unpaired-Humidity
           end-if
           perform Write-Checkpoint
           close Temp-Readings-File.

       Hold-Humidity-Reading.
           if Humidity-Pending
             perform Reject-Unpaired-Humidity
           end-if
           perform Validate-Station
           if Station-Valid
             move TR-Station-ID to WS-Hum-Station-ID
             move TR-Read-Timestamp to WS-Hum-Read-Timestamp
             move TR-Unit to WS-Hum-Unit
             move TR-Value to WS-Hum-Raw-Value
             perform Check-Humidity-Value
             if Valid-Input
               move "Y" to WS-Hum-Pending-Flag
             else
               perform Write-Rejected-Humidity
             end-if
           end-if.

       Check-Humidity-Value.
           move "Y" to WS-Valid-Flag
           if WS-Hum-Raw-Value = spaces
             move "N" to WS-Valid-Flag
             move "Not a well-formed numeric value"
                 to WS-Reject-Reason
           else
             if function test-numval(WS-Hum-Raw-Value) not = 0
               move "N" to WS-Valid-Flag
               move "Not a well-formed numeric value"
                 to WS-Reject-Reason
             else
               if function numval(WS-Hum-Raw-Value) < 0
                   or function numval(WS-Hum-Raw-Value) > 100
                 move "N" to WS-Valid-Flag
                 move "Humidity outside 0 to 100 percent range"
                     to WS-Reject-Reason
               else
                 compute WS-Humidity rounded
                     = function numval(WS-Hum-Raw-Value)
                 if WS-Humidity = 0
                   move "N" to WS-Valid-Flag
                   move "Humidity of zero percent has no dew point"
                       to WS-Reject-Reason
                 end-if
               end-if
             end-if
           end-if.

       Match-Held-Humidity.
           move "N" to WS-Hum-Paired-Flag
           if Humidity-Pending
             if WS-Hum-Station-ID = TR-Station-ID
                 and WS-Hum-Read-Timestamp = TR-Read-Timestamp
               move "Y" to WS-Hum-Paired-Flag
               move "N" to WS-Hum-Pending-Flag
             else
               perform Reject-Unpaired-Humidity
             end-if
           end-if.

       Reject-Unpaired-Humidity.
           move "No temperature reading at same station and time"
               to WS-Reject-Reason
           perform Write-Rejected-Humidity
           move "N" to WS-Hum-Pending-Flag.

       Write-Rejected-Humidity.
           if not Reject-Is-Open
             display "Error, reject file not open, dropped reject for: "
                 WS-Hum-Raw-Value
           else
             move function current-date(1:14) to REJ-Timestamp
             move WS-Hum-Station-ID to REJ-Station-ID
             move WS-Hum-Unit to REJ-Unit
             move WS-Hum-Raw-Value to REJ-Raw-Value
             move WS-Reject-Reason to REJ-Reason
             move WS-Hum-Read-Timestamp to REJ-Read-Timestamp
             move "H" to REJ-Rec-Type
             write Temp-Reject-Record
             add 1 to WS-Rejected-Count
           end-if
           move "N" to WS-Hum-Paired-Flag.

       Derive-Humidity-Values.
           move "Y" to WS-Derive-Valid-Flag
           if WS-Humidity = 0
             move "N" to WS-Derive-Valid-Flag
           else
             compute WS-Dew-Gamma = function log(WS-Humidity / 100)
                 + (17.62 * Temperature-Celsius)
                 / (243.12 + Temperature-Celsius)
               on size error
                 move "N" to WS-Derive-Valid-Flag
             end-compute
           end-if
           if Derive-Valid
             compute WS-Dew-Point rounded
                 = (243.12 * WS-Dew-Gamma) / (17.62 - WS-Dew-Gamma)
               on size error
                 move "N" to WS-Derive-Valid-Flag
             end-compute
           end-if
           if Derive-Valid
             perform Derive-Heat-Index
           end-if.

       Derive-Heat-Index.
           compute WS-Heat-Index-F = 0.5 * (Temperature-Fahrenheit
               + 61.0 + ((Temperature-Fahrenheit - 68.0) * 1.2)
               + (WS-Humidity * 0.094))
           if (WS-Heat-Index-F + Temperature-Fahrenheit) / 2 >= 80
             compute WS-Heat-Index-F = -42.379
                 + 2.04901523 * Temperature-Fahrenheit
                 + 10.14333127 * WS-Humidity
                 - 0.22475541 * Temperature-Fahrenheit * WS-Humidity
                 - 0.00683783 * Temperature-Fahrenheit
                     * Temperature-Fahrenheit
                 - 0.05481717 * WS-Humidity * WS-Humidity
                 + 0.00122874 * Temperature-Fahrenheit
                     * Temperature-Fahrenheit * WS-Humidity
                 + 0.00085282 * Temperature-Fahrenheit
                     * WS-Humidity * WS-Humidity
                 - 0.00000199 * Temperature-Fahrenheit
                     * Temperature-Fahrenheit
                     * WS-Humidity * WS-Humidity
               on size error
                 move "N" to WS-Derive-Valid-Flag
             end-compute
             if Derive-Valid
               perform Adjust-Heat-Index
             end-if
           end-if
           if Derive-Valid
             compute WS-Heat-Index rounded
                 = (WS-Heat-Index-F - 32.0) / 1.8
               on size error
                 move "N" to WS-Derive-Valid-Flag
             end-compute
           end-if.

       Adjust-Heat-Index.
           if WS-Humidity < 13
               and Temperature-Fahrenheit >= 80
               and Temperature-Fahrenheit <= 112
             compute WS-Heat-Difference = Temperature-Fahrenheit - 95
             if WS-Heat-Difference < 0
               multiply -1 by WS-Heat-Difference
             end-if
             compute WS-Heat-Adjust = ((13 - WS-Humidity) / 4)
                 * function sqrt((17 - WS-Heat-Difference) / 17)
             subtract WS-Heat-Adjust from WS-Heat-Index-F
           end-if
           if WS-Humidity > 85
               and Temperature-Fahrenheit >= 80
               and Temperature-Fahrenheit <= 87
             compute WS-Heat-Adjust = ((WS-Humidity - 85) / 10)
                 * ((87 - Temperature-Fahrenheit) / 5)
             add WS-Heat-Adjust to WS-Heat-Index-F
           end-if.

       Check-Heat-Index.
           if not Hum-Config-Loaded
             perform Load-Humidity-Config
           end-if
           if WS-Heat-Index > WS-Heat-Threshold
             perform Write-Heat-Alert
           end-if.

       Load-Humidity-Config.
           move "Y" to WS-Hum-Config-Loaded-Flag
           open input Humidity-Config-File
           if WS-Hum-Config-Status not = "00"
             display "Warning, no humidity configuration on file, "
                 "status: " WS-Hum-Config-Status
           else
             read Humidity-Config-File
               at end
                 display "Warning, humidity configuration is empty"
               not at end
                 if function test-numval(HUMC-Heat-Threshold) not = 0
                   display "Error, invalid heat index threshold: "
                       HUMC-Heat-Threshold
                 else
                   move function numval(HUMC-Heat-Threshold)
                       to WS-Heat-Threshold
                 end-if
             end-read
             close Humidity-Config-File
           end-if.

       Write-Heat-Alert.
           if not Alert-Is-Open
             display "Error, alert file not open, dropped heat alert "
                 "for: " WS-Current-Station
           else
             move function current-date(1:14) to ALRT-Timestamp
             move WS-Current-Station to ALRT-Station-ID
             move "C" to ALRT-Unit
             move WS-Heat-Index to WS-Heat-Alert-Text
             move WS-Heat-Alert-Text to ALRT-Raw-Value
             move "W" to ALRT-Severity
             move "Heat index above configured threshold"
                 to ALRT-Reason
             move "N" to ALRT-Ack-Flag
             move spaces to ALRT-Ack-User
             move 0 to ALRT-Ack-Timestamp
             write Temp-Alert-Record
           end-if.

       Open-Station-Master.
           open input Station-Master
           if WS-Station-Status = "00"
                 move "N" to WS-Station-Valid-Flag
                 move "Station is inactive" to WS-Reject-Reason
                 perform Write-Rejected-Station
               when TR-Rec-Type not = "H"
                   and function upper-case(
                   WS-Hist-Unit(WS-Stn-Hist-Best))
                   not = function upper-case(TR-Unit)
                 move "N" to WS-Station-Valid-Flag
                       move "N" to WS-Station-Valid-Flag
                       move "Station is inactive" to WS-Reject-Reason
                       perform Write-Rejected-Station
                     when TR-Rec-Type not = "H"
                         and function upper-case(STN-Expected-Unit)
                         not = function upper-case(TR-Unit)
                       move "N" to WS-Station-Valid-Flag
                       move "Unit differs from station expected unit"
             move TR-Unit to REJ-Unit
             move TR-Value to REJ-Raw-Value
             move WS-Reject-Reason to REJ-Reason
             move WS-Read-Timestamp to REJ-Read-Timestamp
             if TR-Rec-Type = "H"
               move "H" to REJ-Rec-Type
             else
               move "T" to REJ-Rec-Type
             end-if
             write Temp-Reject-Record
             add 1 to WS-Rejected-Count
           end-if.
           display "Pick one of: Fahrenheit, Celsius, Kelvin."
           accept Input-From-Type
           display "Enter a temperature."
           accept Input-Temperature
           move function current-date(1:14) to WS-Read-Timestamp.

       Handle-Conversion.
           perform Validate-Input
             move "N" to WS-Conversion-Error-Flag
             evaluate function lower-case(Input-From-Type(1:1))
               when "f"
                 move WS-Reading-Value to Temperature-Fahrenheit
                 perform Fahrenheit-To-Celsius
                 if not Conversion-Error
                   perform Celsius-to-Kelvin
                 end-if
                 perform Report-Conversion-Result
               when "c"
                 move WS-Reading-Value to Temperature-Celsius
                 perform Celsius-to-Fahrenheit
                 if not Conversion-Error
                   perform Celsius-to-Kelvin
                 end-if
                 perform Report-Conversion-Result
               when "k"
                 move WS-Reading-Value to Temperature-Kelvin
                 perform Kelvin-to-Celsius
                 if not Conversion-Error
                   perform Celsius-to-Fahrenheit
           if not Valid-Input
             perform Write-Rejected-Input
           else
             if Limit-Found and not Reading-Estimated
                 and (WS-Reading-Value
                     < WS-Limit-Warn-Low(WS-Limit-Sub)
                 or WS-Reading-Value
             perform Load-Limits-Table
           end-if
           perform Find-Limit-Entry
           move function numval(Input-Temperature) to WS-Reading-Value
           perform Apply-Calibration
           if Valid-Input and Limit-Found
             if WS-Reading-Value < WS-Limit-Hard-Min(WS-Limit-Sub)
               move "N" to WS-Valid-Flag
               move "Below physical minimum for unit"
             end-if
           end-if.

       Apply-Calibration.
           move 0 to WS-Cal-Effective
           if Calibration-Wanted
             if not Cal-Loaded
               perform Load-Calibration-Table
             end-if
             perform Find-Calibration-In-Force
           else
             move "N" to WS-Cal-Found
           end-if
           if Cal-Found
             move WS-Cal-Entry-Effective(WS-Cal-Best)
                 to WS-Cal-Effective
             if WS-Cal-Scale(WS-Cal-Best) = 0
               compute WS-Reading-Value rounded
                   = WS-Reading-Value + WS-Cal-Offset(WS-Cal-Best)
                 on size error
                   move "N" to WS-Valid-Flag
                   move "Calibrated value outside -999.99 to 999.99"
                       to WS-Reject-Reason
               end-compute
             else
               compute WS-Reading-Value rounded
                   = WS-Reading-Value * WS-Cal-Scale(WS-Cal-Best)
                     + WS-Cal-Offset(WS-Cal-Best)
                 on size error
                   move "N" to WS-Valid-Flag
                   move "Calibrated value outside -999.99 to 999.99"
                       to WS-Reject-Reason
               end-compute
             end-if
           end-if.

       Find-Calibration-In-Force.
           move "N" to WS-Cal-Found
           move 0 to WS-Cal-Best
           perform varying WS-Cal-Sub from 1 by 1
               until WS-Cal-Sub > WS-Cal-Count
             if WS-Cal-Station-ID(WS-Cal-Sub) = WS-Current-Station
                 and WS-Cal-Entry-Effective(WS-Cal-Sub)
                     <= WS-Read-Timestamp
               if WS-Cal-Best = 0
                 move WS-Cal-Sub to WS-Cal-Best
               else
                 if WS-Cal-Entry-Effective(WS-Cal-Sub)
                     >= WS-Cal-Entry-Effective(WS-Cal-Best)
                   move WS-Cal-Sub to WS-Cal-Best
                 end-if
               end-if
             end-if
           end-perform
           if WS-Cal-Best > 0
               and WS-Cal-Unit(WS-Cal-Best)
                   = function upper-case(Input-From-Type(1:1))
             move "Y" to WS-Cal-Found
           end-if.

       Load-Calibration-Table.
           move "Y" to WS-Cal-Loaded-Flag
           open input Calibration-Master
           if WS-Cal-Status not = "00"
             move "Y" to WS-Cal-EOF
           end-if
           perform until Cal-At-EOF
             read Calibration-Master
               at end
                 move "Y" to WS-Cal-EOF
               not at end
                 perform Store-Calibration-Entry
             end-read
           end-perform
           if WS-Cal-Status not = "35"
             close Calibration-Master
           end-if
           if WS-Cal-Dropped > 0
             display "Error, calibration table full, dropped "
                 WS-Cal-Dropped " entries"
           end-if.

       Store-Calibration-Entry.
           if WS-Cal-Count < WS-Cal-Max
             add 1 to WS-Cal-Count
             move CAL-Station-ID to WS-Cal-Station-ID(WS-Cal-Count)
             move CAL-Effective-Timestamp
                 to WS-Cal-Entry-Effective(WS-Cal-Count)
             move function upper-case(CAL-Unit)
                 to WS-Cal-Unit(WS-Cal-Count)
             move CAL-Offset to WS-Cal-Offset(WS-Cal-Count)
             move CAL-Scale to WS-Cal-Scale(WS-Cal-Count)
           else
             add 1 to WS-Cal-Dropped
           end-if.

       Find-Limit-Entry.
           move "N" to WS-Limit-Found
           perform varying WS-Limit-Sub from 1 by 1
             move Input-From-Type(1:1) to REJ-Unit
             move Input-Temperature to REJ-Raw-Value
             move WS-Reject-Reason to REJ-Reason
             move WS-Read-Timestamp to REJ-Read-Timestamp
             move "T" to REJ-Rec-Type
             write Temp-Reject-Record
             add 1 to WS-Rejected-Count
           end-if.
             move Input-From-Type(1:1) to REJ-Unit
             move Input-Temperature to REJ-Raw-Value
             move "Unsupported conversion unit" to REJ-Reason
             move WS-Read-Timestamp to REJ-Read-Timestamp
             move "T" to REJ-Rec-Type
             write Temp-Reject-Record
             add 1 to WS-Rejected-Count
           end-if.
           move Temperature-Fahrenheit to LOG-Fahrenheit
           move Temperature-Celsius to LOG-Celsius
           move Temperature-Kelvin to LOG-Kelvin
           move WS-Read-Timestamp to LOG-Read-Timestamp
           move WS-Estimated-Flag to LOG-Estimated-Flag
           if Humidity-Paired
             perform Derive-Humidity-Values
             if not Derive-Valid
               move "Dew point and heat index cannot be derived"
                   to WS-Reject-Reason
               perform Write-Rejected-Humidity
             end-if
           end-if
           if Humidity-Paired
             move "Y" to LOG-Humidity-Flag
             move WS-Humidity to LOG-Humidity
             move WS-Dew-Point to LOG-Dew-Point
             move WS-Heat-Index to LOG-Heat-Index
           else
             move "N" to LOG-Humidity-Flag
             move 0 to LOG-Humidity
             move 0 to LOG-Dew-Point
             move 0 to LOG-Heat-Index
           end-if
           if not Log-Is-Open
             display "Error, conversion log not open, dropped: "
                 Input-Temperature
             write Temp-Log-Record
           end-if
           add 1 to WS-Converted-Count
           if Humidity-Paired
             add 1 to WS-Humidity-Count
             perform Check-Heat-Index
           end-if
           perform Write-Indexed-Conversion
           move "N" to WS-Hum-Paired-Flag.

       Seed-Conv-Sequence.
           move function current-date(9:8) to WS-Random-Seed
             move LOG-Celsius to IDX-Celsius
             move LOG-Kelvin to IDX-Kelvin
             move "N" to IDX-Corrected-Flag
             move WS-Current-Station to IDX-Station-ID
             move WS-Read-Timestamp to IDX-Read-Timestamp
             move WS-Cal-Effective to IDX-Cal-Effective
             move WS-Estimated-Flag to IDX-Estimated-Flag
             move LOG-Humidity-Flag to IDX-Humidity-Flag
             move LOG-Humidity to IDX-Humidity
             move LOG-Dew-Point to IDX-Dew-Point
             move LOG-Heat-Index to IDX-Heat-Index
             write Temp-Indexed-Record
               invalid key
                 if Entry-Posting
                     move LOG-Unit to REJ-Unit
                     move LOG-Raw-Value to REJ-Raw-Value
                     move "Duplicate conversion ID" to REJ-Reason
                     move WS-Read-Timestamp to REJ-Read-Timestamp
                     move "T" to REJ-Rec-Type
                     write Temp-Reject-Record
                     add 1 to WS-Rejected-Count
                   end-if
