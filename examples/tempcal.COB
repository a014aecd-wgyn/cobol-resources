       IDENTIFICATION DIVISION.
       PROGRAM-ID. tempcal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select Cal-Trans-File assign to "TEMPCALT.DAT"
               organization is line sequential
               file status is WS-Trans-Status.

           select Calibration-Master assign to "TEMPCAL.DAT"
               organization is indexed
               access mode is dynamic
               record key is CAL-Key
               file status is WS-Cal-Status.

           select Station-Master assign to "TEMPSTN.DAT"
               organization is indexed
               access mode is random
               record key is STN-Station-ID
               file status is WS-Station-Status.

           select Temp-Conv-Indexed assign to "TEMPIDX.DAT"
               organization is indexed
               access mode is dynamic
               record key is IDX-Conv-ID
               file status is WS-Indexed-Status.

           select Corr-History-File assign to "TEMPHIST.DAT"
               organization is line sequential
               file status is WS-History-Status.

           select Period-Master assign to "TEMPPER.DAT"
               organization is indexed
               access mode is random
               record key is PER-Period
               file status is WS-Period-Status.

           select Temp-Conversion-Log assign to "TEMPLOG.DAT"
               organization is line sequential
               file status is WS-Log-Status.

           select Log-Work-File assign to "TEMPLOG.TMP"
               organization is line sequential
               file status is WS-Work-Status.

           select Calibration-Report assign to "TEMPCAL.RPT"
               organization is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD  Cal-Trans-File.
       01  Cal-Trans-Record.
           copy TEMPCALT.

       FD  Calibration-Master.
       01  Calibration-Master-Record.
           copy TEMPCAL.

       FD  Station-Master.
       01  Station-Master-Record.
           copy TEMPSTN.

       FD  Temp-Conv-Indexed.
       01  Temp-Indexed-Record.
           copy TEMPIDX.

       FD  Corr-History-File.
       01  Corr-History-Record.
           copy TEMPHIST.

       FD  Period-Master.
       01  Period-Master-Record.
           copy TEMPPER.

       FD  Temp-Conversion-Log.
       01  Temp-Log-Record.
           copy TEMPLOG.

       FD  Log-Work-File.
       01  Log-Work-Record PIC X(100).

       FD  Calibration-Report.
       01  Calibration-Report-Line PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Trans-Status PIC XX.
       01 WS-Cal-Status PIC XX.
       01 WS-Station-Status PIC XX.
       01 WS-Indexed-Status PIC XX.
       01 WS-History-Status PIC XX.
       01 WS-Log-Status PIC XX.
       01 WS-Work-Status PIC XX.
       01 WS-History-Open-Flag PIC X VALUE "N".
           88 History-Is-Open value "Y".
       01 WS-Station-Open-Flag PIC X VALUE "N".
           88 Station-Is-Open value "Y".
       01 WS-Cal-Open-Flag PIC X VALUE "N".
           88 Cal-Is-Open value "Y".
       01 WS-Index-Open-Flag PIC X VALUE "N".
           88 Index-Is-Open value "Y".
       01 WS-Log-Work-Flag PIC X VALUE "Y".
           88 Log-Work-Complete value "Y".
       01 WS-Trans-EOF PIC X VALUE "N".
           88 Trans-At-EOF value "Y".
       01 WS-Idx-EOF PIC X VALUE "N".
           88 Index-At-EOF value "Y".
       01 WS-Log-EOF PIC X VALUE "N".
           88 Log-At-EOF value "Y".
       01 WS-Work-EOF PIC X VALUE "N".
           88 Work-At-EOF value "Y".
       01 WS-Trans-Valid-Flag PIC X VALUE "Y".
           88 Trans-Valid value "Y".
       01 WS-Trans-Reason PIC X(46).
       01 WS-Cal-Unit PIC X(01).
       01 WS-Offset-Value PIC S999V99.
       01 WS-Scale-Value PIC 9V9(4).
       01 WS-Offset-Text PIC -ZZ9.99.
       01 WS-Scale-Text PIC 9.9999.
       01 WS-New-Max PIC 9(4) VALUE 200.
       01 WS-New-Used PIC 9(4) VALUE 0.
       01 WS-New-Sub PIC 9(4) VALUE 0.
       01 WS-New-Found PIC 9(4) VALUE 0.
       01 WS-New-Cal-Table.
           05 WS-New-Cal-Entry occurs 200 times.
              10 WS-New-Station-ID PIC X(08).
              10 WS-New-Effective PIC 9(14).
              10 WS-New-Window-End PIC 9(14).
              10 WS-New-Recalc-Count PIC 9(8).
       01 WS-Check-Station PIC X(08).
       01 WS-Check-Timestamp PIC 9(14).
       01 WS-Check-Conv-ID PIC X(20).
       01 WS-Fahrenheit PIC S999V99.
       01 WS-Celsius PIC S999V99.
       01 WS-Kelvin PIC S999V99.
       01 WS-Dew-Point PIC S999V99.
       01 WS-Heat-Index PIC S999V99.
       01 WS-Cal-Effective PIC 9(14).
       01 WS-Conv-Valid PIC X(1).
       01 WS-Old-Fahrenheit PIC S999V99.
       01 WS-Old-Celsius PIC S999V99.
       01 WS-Old-Kelvin PIC S999V99.
       01 WS-Old-Cal-Effective PIC 9(14).
       01 WS-Trans-Count PIC 9(8) VALUE 0.
       01 WS-Applied-Count PIC 9(8) VALUE 0.
       01 WS-Rejected-Count PIC 9(8) VALUE 0.
       01 WS-Auth-Program PIC X(08) VALUE "TEMPCAL".
       01 WS-Auth-Function PIC X(01) VALUE "K".
       01 WS-Auth-Transaction PIC X(80).
       01 WS-Auth-Flag PIC X VALUE "N".
           88 Operator-Authorized value "Y".
       01 WS-Idx-Read-Count PIC 9(8) VALUE 0.
       01 WS-In-Window-Count PIC 9(8) VALUE 0.
       01 WS-Recalc-Count PIC 9(8) VALUE 0.
       01 WS-Unchanged-Count PIC 9(8) VALUE 0.
       01 WS-Recalc-Failed-Count PIC 9(8) VALUE 0.
       01 WS-Closed-Period-Count PIC 9(8) VALUE 0.
       01 WS-Period-Status PIC XX.
       01 WS-Period-Control-Flag PIC X VALUE "N".
           88 Period-Master-Open value "Y".
           88 Period-Control-Ready values "Y" "A".
       01 WS-Period-Closed-Flag PIC X VALUE "N".
           88 Period-Is-Closed value "Y".
       01 WS-Conv-Period PIC X(06).
       01 WS-Log-Read-Count PIC 9(8) VALUE 0.
       01 WS-Log-Updated-Count PIC 9(8) VALUE 0.
       01 WS-Log-Closed-Count PIC 9(8) VALUE 0.
       01 WS-Log-Failed-Count PIC 9(8) VALUE 0.
       01 WS-Log-Work-Count PIC 9(8) VALUE 0.
       01 WS-Detail-Line.
           05 WS-Detail-Station PIC X(08).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Detail-Effective PIC X(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Detail-Status PIC X(08).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Detail-Info PIC X(44).
       01 WS-Window-Line.
           05 WS-Window-Station PIC X(08).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Window-Effective PIC X(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Window-Until PIC X(14).
           05 FILLER PIC X(6) VALUE SPACES.
           05 WS-Window-Count PIC Z(7)9.
       01 WS-Total-Line.
           05 WS-Total-Label PIC X(40).
           05 WS-Total-Count PIC Z(7)9.
       PROCEDURE DIVISION.
           perform Open-History-File
           if not History-Is-Open
             display "Error, calibrations not applied, correction "
                 "history required for audit trail"
             move 8 to return-code
           else
             open output Calibration-Report
             move "CALIBRATION CERTIFICATE AND RECALCULATION REPORT"
                 to Calibration-Report-Line
             write Calibration-Report-Line
             move spaces to Calibration-Report-Line
             write Calibration-Report-Line
             move "STATION   EFFECTIVE       STATUS    DETAIL"
                 to Calibration-Report-Line
             write Calibration-Report-Line
             perform Open-Calibration-Master
             perform Open-Station-Master
             if Cal-Is-Open and Station-Is-Open
               perform Apply-Cal-Trans-File
               perform Find-Window-Ends
             else
               display "Error, calibration run aborted, calibration "
                   "and station masters required"
               move 8 to return-code
             end-if
             if Cal-Is-Open
               close Calibration-Master
             end-if
             if Station-Is-Open
               close Station-Master
             end-if
             if WS-New-Used > 0
               perform Recalculate-Conversions
             end-if
             if WS-Recalc-Count > 0
               perform Update-Conversion-Log
               if Log-Work-Complete
                 perform Rebuild-Conversion-Log
               else
                 display "Error, conversion log not rebuilt, "
                     "TEMPLOG.DAT left unchanged"
                 move 8 to return-code
               end-if
             end-if
             perform Write-Calibration-Totals
             close Calibration-Report
             close Corr-History-File
             if WS-Recalc-Failed-Count > 0
                 or WS-Log-Failed-Count > 0
               move 8 to return-code
             end-if
           end-if
           goback.

       Open-History-File.
           open extend Corr-History-File
           if WS-History-Status = "35"
             open output Corr-History-File
           end-if
           if WS-History-Status = "00"
             move "Y" to WS-History-Open-Flag
           else
             display "Error, could not open correction history, "
                 "status: " WS-History-Status
           end-if.

       Open-Calibration-Master.
           open i-o Calibration-Master
           if WS-Cal-Status = "35"
             open output Calibration-Master
             close Calibration-Master
             open i-o Calibration-Master
           end-if
           if WS-Cal-Status = "00"
             move "Y" to WS-Cal-Open-Flag
           else
             display "Error, could not open calibration master, "
                 "status: " WS-Cal-Status
           end-if.

       Open-Station-Master.
           open input Station-Master
           if WS-Station-Status = "00"
             move "Y" to WS-Station-Open-Flag
           else
             display "Error, could not open station master, status: "
                 WS-Station-Status
           end-if.

       Apply-Cal-Trans-File.
           open input Cal-Trans-File
           if WS-Trans-Status not = "00"
             display "Warning, no calibration transactions on file, "
                 "status: " WS-Trans-Status
             move "Y" to WS-Trans-EOF
           end-if
           perform until Trans-At-EOF
             read Cal-Trans-File
               at end
                 move "Y" to WS-Trans-EOF
               not at end
                 add 1 to WS-Trans-Count
                 perform Validate-Cal-Trans
                 if Trans-Valid
                   perform Add-Calibration
                 end-if
                 if not Trans-Valid
                   add 1 to WS-Rejected-Count
                   perform Report-Rejected-Trans
                 end-if
             end-read
           end-perform
           if WS-Trans-Status not = "35"
             close Cal-Trans-File
           end-if
           call "TEMPAUTD".

       Validate-Cal-Trans.
           move "Y" to WS-Trans-Valid-Flag
           move spaces to WS-Trans-Reason
           move Cal-Trans-Record to WS-Auth-Transaction
           call "TEMPAUTH" using CALT-User WS-Auth-Function
               WS-Auth-Program WS-Auth-Transaction WS-Auth-Flag
           if not Operator-Authorized
             move "N" to WS-Trans-Valid-Flag
             move "Operator not authorized for calibration"
                 to WS-Trans-Reason
           else
             move CALT-Station-ID to STN-Station-ID
             read Station-Master
               invalid key
                 move "N" to WS-Trans-Valid-Flag
                 move "Unknown station ID" to WS-Trans-Reason
             end-read
           end-if
           evaluate true
             when not Trans-Valid
               continue
             when CALT-Effective-Timestamp not numeric
               move "N" to WS-Trans-Valid-Flag
               move "Effective timestamp not numeric"
                   to WS-Trans-Reason
             when function test-date-yyyymmdd(
                 function numval(CALT-Effective-Timestamp(1:8))) not = 0
               move "N" to WS-Trans-Valid-Flag
               move "Effective timestamp not a valid date"
                   to WS-Trans-Reason
             when CALT-Effective-Timestamp(9:2) > "23"
                 or CALT-Effective-Timestamp(11:2) > "59"
                 or CALT-Effective-Timestamp(13:2) > "59"
               move "N" to WS-Trans-Valid-Flag
               move "Effective timestamp not a valid time of day"
                   to WS-Trans-Reason
             when CALT-Certificate = spaces
               move "N" to WS-Trans-Valid-Flag
               move "Certificate reference required"
                   to WS-Trans-Reason
             when WS-New-Used not < WS-New-Max
               move "N" to WS-Trans-Valid-Flag
               move "Too many certificates for one run"
                   to WS-Trans-Reason
           end-evaluate
           if Trans-Valid
             perform Validate-Cal-Values
           end-if.

       Validate-Cal-Values.
           if CALT-Unit = spaces
             move function upper-case(STN-Expected-Unit)
                 to WS-Cal-Unit
           else
             move function upper-case(CALT-Unit) to WS-Cal-Unit
           end-if
           move 0 to WS-Offset-Value
           move 0 to WS-Scale-Value
           evaluate true
             when WS-Cal-Unit
                 not = function upper-case(STN-Expected-Unit)
               move "N" to WS-Trans-Valid-Flag
               move "Unit differs from station expected unit"
                   to WS-Trans-Reason
             when CALT-Offset = spaces
               continue
             when function test-numval(CALT-Offset) not = 0
               move "N" to WS-Trans-Valid-Flag
               move "Offset not a well-formed numeric value"
                   to WS-Trans-Reason
             when function numval(CALT-Offset) < -999.99
                 or function numval(CALT-Offset) > 999.99
               move "N" to WS-Trans-Valid-Flag
               move "Offset outside -999.99 to 999.99 range"
                   to WS-Trans-Reason
             when other
               move function numval(CALT-Offset) to WS-Offset-Value
           end-evaluate
           if Trans-Valid and CALT-Scale not = spaces
             if function test-numval(CALT-Scale) not = 0
               move "N" to WS-Trans-Valid-Flag
               move "Scale not a well-formed numeric value"
                   to WS-Trans-Reason
             else
               if function numval(CALT-Scale) not > 0
                   or function numval(CALT-Scale) not < 10
                 move "N" to WS-Trans-Valid-Flag
                 move "Scale factor not between 0 and 10"
                     to WS-Trans-Reason
               else
                 move function numval(CALT-Scale) to WS-Scale-Value
               end-if
             end-if
           end-if.

       Add-Calibration.
           move spaces to Calibration-Master-Record
           move CALT-Station-ID to CAL-Station-ID
           move CALT-Effective-Timestamp to CAL-Effective-Timestamp
           move WS-Cal-Unit to CAL-Unit
           move WS-Offset-Value to CAL-Offset
           move WS-Scale-Value to CAL-Scale
           move CALT-Certificate to CAL-Certificate
           move CALT-User to CAL-Recorded-By
           move function current-date(1:14) to CAL-Recorded-Timestamp
           write Calibration-Master-Record
             invalid key
               move "N" to WS-Trans-Valid-Flag
               move "Calibration already on file for effective time"
                   to WS-Trans-Reason
             not invalid key
               add 1 to WS-Applied-Count
               add 1 to WS-New-Used
               move CALT-Station-ID to WS-New-Station-ID(WS-New-Used)
               move CALT-Effective-Timestamp
                   to WS-New-Effective(WS-New-Used)
               move 0 to WS-New-Recalc-Count(WS-New-Used)
               perform Report-Applied-Trans
           end-write.

       Report-Applied-Trans.
           move spaces to WS-Detail-Line
           move CALT-Station-ID to WS-Detail-Station
           move CALT-Effective-Timestamp to WS-Detail-Effective
           move "APPLIED" to WS-Detail-Status
           move WS-Offset-Value to WS-Offset-Text
           move WS-Scale-Value to WS-Scale-Text
           string CALT-Certificate delimited by size
               " OFFSET " delimited by size
               WS-Offset-Text delimited by size
               " SCALE " delimited by size
               WS-Scale-Text delimited by size
               into WS-Detail-Info
           end-string
           move WS-Detail-Line to Calibration-Report-Line
           write Calibration-Report-Line.

       Report-Rejected-Trans.
           move spaces to WS-Detail-Line
           move CALT-Station-ID to WS-Detail-Station
           move CALT-Effective-Timestamp to WS-Detail-Effective
           move "REJECTED" to WS-Detail-Status
           move WS-Trans-Reason to WS-Detail-Info
           move WS-Detail-Line to Calibration-Report-Line
           write Calibration-Report-Line.

       Find-Window-Ends.
           perform varying WS-New-Sub from 1 by 1
               until WS-New-Sub > WS-New-Used
             move 99999999999999 to WS-New-Window-End(WS-New-Sub)
             move WS-New-Station-ID(WS-New-Sub) to CAL-Station-ID
             move WS-New-Effective(WS-New-Sub)
                 to CAL-Effective-Timestamp
             start Calibration-Master key is greater than CAL-Key
               invalid key
                 continue
               not invalid key
                 read Calibration-Master next record
                   at end
                     continue
                   not at end
                     if CAL-Station-ID = WS-New-Station-ID(WS-New-Sub)
                       move CAL-Effective-Timestamp
                           to WS-New-Window-End(WS-New-Sub)
                     end-if
                 end-read
             end-start
           end-perform.

       Find-Affecting-Calibration.
           move 0 to WS-New-Found
           perform varying WS-New-Sub from 1 by 1
               until WS-New-Sub > WS-New-Used
               or WS-New-Found > 0
             if WS-New-Station-ID(WS-New-Sub) = WS-Check-Station
                 and WS-Check-Timestamp
                     not < WS-New-Effective(WS-New-Sub)
                 and WS-Check-Timestamp
                     < WS-New-Window-End(WS-New-Sub)
               move WS-New-Sub to WS-New-Found
             end-if
           end-perform.

       Recalculate-Conversions.
           perform Open-Period-Master
           if not Period-Control-Ready
             display "Error, conversions not recalculated, period "
                 "control master required"
             move 8 to return-code
             move "Y" to WS-Idx-EOF
           else
             open i-o Temp-Conv-Indexed
             if WS-Indexed-Status = "00"
               move "Y" to WS-Index-Open-Flag
             else
               display "Error, could not open indexed conversion "
                   "file, status: " WS-Indexed-Status
               move 8 to return-code
               move "Y" to WS-Idx-EOF
             end-if
           end-if
           perform until Index-At-EOF
             read Temp-Conv-Indexed next record
               at end
                 move "Y" to WS-Idx-EOF
               not at end
                 add 1 to WS-Idx-Read-Count
                 if IDX-Read-Timestamp is numeric
                   move IDX-Station-ID to WS-Check-Station
                   move IDX-Read-Timestamp to WS-Check-Timestamp
                   move IDX-Conv-ID to WS-Check-Conv-ID
                   perform Find-Affecting-Calibration
                   if WS-New-Found > 0
                     add 1 to WS-In-Window-Count
                     perform Check-Conversion-Period
                     if Period-Is-Closed
                       add 1 to WS-Closed-Period-Count
                     else
                       perform Recalculate-One-Conversion
                     end-if
                   end-if
                 end-if
             end-read
           end-perform
           if Index-Is-Open
             close Temp-Conv-Indexed
             move "N" to WS-Index-Open-Flag
           end-if
           if Period-Master-Open
             close Period-Master
           end-if
           move "N" to WS-Period-Control-Flag.

       Open-Period-Master.
           open input Period-Master
           evaluate WS-Period-Status
             when "00"
               move "Y" to WS-Period-Control-Flag
             when "35"
               move "A" to WS-Period-Control-Flag
             when other
               display "Error, could not open period control master, "
                   "status: " WS-Period-Status
           end-evaluate.

       Check-Conversion-Period.
           move "N" to WS-Period-Closed-Flag
           if WS-Check-Timestamp > 0
             move WS-Check-Timestamp(1:6) to WS-Conv-Period
           else
             move WS-Check-Conv-ID(1:6) to WS-Conv-Period
           end-if
           if Period-Master-Open and WS-Conv-Period numeric
             move WS-Conv-Period to PER-Period
             read Period-Master
               invalid key
                 continue
               not invalid key
                 if PER-Status = "C"
                   move "Y" to WS-Period-Closed-Flag
                 end-if
             end-read
           end-if.

       Recalculate-One-Conversion.
           move IDX-Fahrenheit to WS-Old-Fahrenheit
           move IDX-Celsius to WS-Old-Celsius
           move IDX-Kelvin to WS-Old-Kelvin
           if IDX-Cal-Effective is numeric
             move IDX-Cal-Effective to WS-Old-Cal-Effective
           else
             move 0 to WS-Old-Cal-Effective
           end-if
           call "TEMPCALC" using IDX-Station-ID IDX-Read-Timestamp
               IDX-Unit IDX-Raw-Value
               WS-Fahrenheit WS-Celsius WS-Kelvin WS-Cal-Effective
               WS-Conv-Valid
           if WS-Conv-Valid = "Y" and IDX-Humidity-Flag = "Y"
             call "TEMPHUMD" using WS-Fahrenheit WS-Celsius
                 IDX-Humidity WS-Dew-Point WS-Heat-Index WS-Conv-Valid
           end-if
           evaluate true
             when WS-Conv-Valid not = "Y"
               add 1 to WS-Recalc-Failed-Count
               move spaces to WS-Detail-Line
               move IDX-Station-ID to WS-Detail-Station
               move IDX-Read-Timestamp to WS-Detail-Effective
               move "FAILED" to WS-Detail-Status
               string IDX-Conv-ID delimited by size
                   " not recalculated" delimited by size
                   into WS-Detail-Info
               end-string
               move WS-Detail-Line to Calibration-Report-Line
               write Calibration-Report-Line
             when WS-Fahrenheit = WS-Old-Fahrenheit
                 and WS-Celsius = WS-Old-Celsius
                 and WS-Kelvin = WS-Old-Kelvin
                 and WS-Cal-Effective = WS-Old-Cal-Effective
               add 1 to WS-Unchanged-Count
             when other
               move WS-Fahrenheit to IDX-Fahrenheit
               move WS-Celsius to IDX-Celsius
               move WS-Kelvin to IDX-Kelvin
               move WS-Cal-Effective to IDX-Cal-Effective
               if IDX-Humidity-Flag = "Y"
                 move WS-Dew-Point to IDX-Dew-Point
                 move WS-Heat-Index to IDX-Heat-Index
               end-if
               move "Y" to IDX-Corrected-Flag
               rewrite Temp-Indexed-Record
                 invalid key
                   display "Error, rewrite failed for ID: "
                       IDX-Conv-ID
                   add 1 to WS-Recalc-Failed-Count
                 not invalid key
                   add 1 to WS-Recalc-Count
                   add 1 to WS-New-Recalc-Count(WS-New-Found)
                   perform Write-Correction-History
               end-rewrite
           end-evaluate.

       Write-Correction-History.
           move IDX-Conv-ID to HIST-Conv-ID
           move function current-date(1:14) to HIST-Timestamp
           move "CALIBRATE" to HIST-Source
           move IDX-Unit to HIST-Old-Unit
           move IDX-Raw-Value to HIST-Old-Raw-Value
           move WS-Old-Fahrenheit to HIST-Old-Fahrenheit
           move WS-Old-Celsius to HIST-Old-Celsius
           move WS-Old-Kelvin to HIST-Old-Kelvin
           move IDX-Unit to HIST-New-Unit
           move IDX-Raw-Value to HIST-New-Raw-Value
           move IDX-Fahrenheit to HIST-New-Fahrenheit
           move IDX-Celsius to HIST-New-Celsius
           move IDX-Kelvin to HIST-New-Kelvin
           move WS-Old-Cal-Effective to HIST-Old-Cal-Effective
           move IDX-Cal-Effective to HIST-New-Cal-Effective
           write Corr-History-Record.

       Update-Conversion-Log.
           perform Open-Period-Master
           if not Period-Control-Ready
             display "Error, conversion log not updated, period "
                 "control master required"
             move "N" to WS-Log-Work-Flag
             move "Y" to WS-Log-EOF
           end-if
           open input Temp-Conversion-Log
           if WS-Log-Status not = "00"
             display "Error, could not open conversion log, status: "
                 WS-Log-Status
             move "N" to WS-Log-Work-Flag
             move "Y" to WS-Log-EOF
           end-if
           open output Log-Work-File
           if WS-Work-Status not = "00"
             display "Error, could not open conversion log work file, "
                 "status: " WS-Work-Status
             move "N" to WS-Log-Work-Flag
             move "Y" to WS-Log-EOF
           end-if
           perform until Log-At-EOF
             read Temp-Conversion-Log
               at end
                 move "Y" to WS-Log-EOF
               not at end
                 add 1 to WS-Log-Read-Count
                 if LOG-Read-Timestamp is numeric
                   move LOG-Station-ID to WS-Check-Station
                   move LOG-Read-Timestamp to WS-Check-Timestamp
                   move LOG-Conv-ID to WS-Check-Conv-ID
                   perform Find-Affecting-Calibration
                   if WS-New-Found > 0
                     perform Check-Conversion-Period
                     if Period-Is-Closed
                       add 1 to WS-Log-Closed-Count
                     else
                       perform Recalculate-Log-Record
                     end-if
                   end-if
                 end-if
                 move spaces to Log-Work-Record
                 move Temp-Log-Record to Log-Work-Record
                 write Log-Work-Record
                 if WS-Work-Status = "00"
                   add 1 to WS-Log-Work-Count
                 else
                   move "N" to WS-Log-Work-Flag
                 end-if
             end-read
           end-perform
           if WS-Work-Status not = "35"
             close Log-Work-File
           end-if
           if WS-Log-Status not = "35"
             close Temp-Conversion-Log
           end-if
           if Period-Master-Open
             close Period-Master
           end-if
           move "N" to WS-Period-Control-Flag
           if WS-Log-Work-Count not = WS-Log-Read-Count
             display "Error, conversion log work file incomplete, "
                 "read: " WS-Log-Read-Count
                 " written: " WS-Log-Work-Count
             move "N" to WS-Log-Work-Flag
           end-if.

       Recalculate-Log-Record.
           call "TEMPCALC" using LOG-Station-ID LOG-Read-Timestamp
               LOG-Unit LOG-Raw-Value
               WS-Fahrenheit WS-Celsius WS-Kelvin WS-Cal-Effective
               WS-Conv-Valid
           if WS-Conv-Valid = "Y" and LOG-Humidity-Flag = "Y"
             call "TEMPHUMD" using WS-Fahrenheit WS-Celsius
                 LOG-Humidity WS-Dew-Point WS-Heat-Index WS-Conv-Valid
           end-if
           evaluate true
             when WS-Conv-Valid not = "Y"
               display "Error, log entry not recalculated for ID: "
                   LOG-Conv-ID
               add 1 to WS-Log-Failed-Count
             when WS-Fahrenheit not = LOG-Fahrenheit
                 or WS-Celsius not = LOG-Celsius
                 or WS-Kelvin not = LOG-Kelvin
                 or (LOG-Humidity-Flag = "Y"
                     and (WS-Dew-Point not = LOG-Dew-Point
                     or WS-Heat-Index not = LOG-Heat-Index))
               move WS-Fahrenheit to LOG-Fahrenheit
               move WS-Celsius to LOG-Celsius
               move WS-Kelvin to LOG-Kelvin
               if LOG-Humidity-Flag = "Y"
                 move WS-Dew-Point to LOG-Dew-Point
                 move WS-Heat-Index to LOG-Heat-Index
               end-if
               add 1 to WS-Log-Updated-Count
           end-evaluate.

       Rebuild-Conversion-Log.
           move "N" to WS-Work-EOF
           open input Log-Work-File
           if WS-Work-Status not = "00"
             display "Error, could not reopen conversion log work "
                 "file, status: " WS-Work-Status
                 ", TEMPLOG.DAT left unchanged"
             move 8 to return-code
           else
             open output Temp-Conversion-Log
             if WS-Log-Status not = "00"
               display "Error, could not rebuild conversion log, "
                   "status: " WS-Log-Status
               move 8 to return-code
             else
               perform until Work-At-EOF
                 read Log-Work-File
                   at end
                     move "Y" to WS-Work-EOF
                   not at end
                     move Log-Work-Record to Temp-Log-Record
                     write Temp-Log-Record
                     if WS-Log-Status not = "00"
                       display "Error, conversion log write failed, "
                           "status: " WS-Log-Status
                       move 8 to return-code
                     end-if
                 end-read
               end-perform
               close Temp-Conversion-Log
             end-if
             close Log-Work-File
           end-if.

       Write-Calibration-Totals.
           if WS-New-Used > 0
             move spaces to Calibration-Report-Line
             write Calibration-Report-Line
             move "STATION   EFFECTIVE       IN FORCE UNTIL    "
                 & "RECALCULATED" to Calibration-Report-Line
             write Calibration-Report-Line
             perform varying WS-New-Sub from 1 by 1
                 until WS-New-Sub > WS-New-Used
               move WS-New-Station-ID(WS-New-Sub) to WS-Window-Station
               move WS-New-Effective(WS-New-Sub) to WS-Window-Effective
               if WS-New-Window-End(WS-New-Sub) = 99999999999999
                 move "CURRENT" to WS-Window-Until
               else
                 move WS-New-Window-End(WS-New-Sub) to WS-Window-Until
               end-if
               move WS-New-Recalc-Count(WS-New-Sub) to WS-Window-Count
               move WS-Window-Line to Calibration-Report-Line
               write Calibration-Report-Line
             end-perform
           end-if
           move spaces to Calibration-Report-Line
           write Calibration-Report-Line
           move "CONTROL TOTALS" to Calibration-Report-Line
           write Calibration-Report-Line
           move spaces to WS-Total-Line
           move "  CERTIFICATES READ" to WS-Total-Label
           move WS-Trans-Count to WS-Total-Count
           move WS-Total-Line to Calibration-Report-Line
           write Calibration-Report-Line
           move "  CERTIFICATES APPLIED" to WS-Total-Label
           move WS-Applied-Count to WS-Total-Count
           move WS-Total-Line to Calibration-Report-Line
           write Calibration-Report-Line
           move "  CERTIFICATES REJECTED" to WS-Total-Label
           move WS-Rejected-Count to WS-Total-Count
           move WS-Total-Line to Calibration-Report-Line
           write Calibration-Report-Line
           move "  INDEX RECORDS READ" to WS-Total-Label
           move WS-Idx-Read-Count to WS-Total-Count
           move WS-Total-Line to Calibration-Report-Line
           write Calibration-Report-Line
           move "  CONVERSIONS IN CALIBRATION WINDOWS" to WS-Total-Label
           move WS-In-Window-Count to WS-Total-Count
           move WS-Total-Line to Calibration-Report-Line
           write Calibration-Report-Line
           move "  CONVERSIONS RECALCULATED" to WS-Total-Label
           move WS-Recalc-Count to WS-Total-Count
           move WS-Total-Line to Calibration-Report-Line
           write Calibration-Report-Line
           move "  CONVERSIONS UNCHANGED" to WS-Total-Label
           move WS-Unchanged-Count to WS-Total-Count
           move WS-Total-Line to Calibration-Report-Line
           write Calibration-Report-Line
           move "  CONVERSIONS IN CLOSED PERIODS" to WS-Total-Label
           move WS-Closed-Period-Count to WS-Total-Count
           move WS-Total-Line to Calibration-Report-Line
           write Calibration-Report-Line
           move "  RECALCULATIONS FAILED" to WS-Total-Label
           move WS-Recalc-Failed-Count to WS-Total-Count
           move WS-Total-Line to Calibration-Report-Line
           write Calibration-Report-Line
           move "  LOG RECORDS READ" to WS-Total-Label
           move WS-Log-Read-Count to WS-Total-Count
           move WS-Total-Line to Calibration-Report-Line
           write Calibration-Report-Line
           move "  LOG RECORDS UPDATED" to WS-Total-Label
           move WS-Log-Updated-Count to WS-Total-Count
           move WS-Total-Line to Calibration-Report-Line
           write Calibration-Report-Line
           move "  LOG RECORDS IN CLOSED PERIODS" to WS-Total-Label
           move WS-Log-Closed-Count to WS-Total-Count
           move WS-Total-Line to Calibration-Report-Line
           write Calibration-Report-Line
           move "  LOG RECORDS NOT RECALCULATED" to WS-Total-Label
           move WS-Log-Failed-Count to WS-Total-Count
           move WS-Total-Line to Calibration-Report-Line
           write Calibration-Report-Line.

       END PROGRAM tempcal.
