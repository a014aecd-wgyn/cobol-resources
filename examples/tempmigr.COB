       IDENTIFICATION DIVISION.
       PROGRAM-ID. tempmigr.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select Old-Conv-Indexed assign to "TEMPIDX.OLD"
               organization is indexed
               access mode is sequential
               record key is OLD-IDX-Conv-ID
               file status is WS-Old-Indexed-Status.

           select Temp-Conv-Indexed assign to "TEMPIDX.DAT"
               organization is indexed
               access mode is sequential
               record key is IDX-Conv-ID
               file status is WS-Indexed-Status.

           select Old-Station-Master assign to "TEMPSTN.OLD"
               organization is indexed
               access mode is sequential
               record key is OLD-STN-Station-ID
               file status is WS-Old-Station-Status.

           select Station-Master assign to "TEMPSTN.DAT"
               organization is indexed
               access mode is sequential
               record key is STN-Station-ID
               file status is WS-Station-Status.

           select Migration-Report assign to "TEMPMIGR.RPT"
               organization is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD  Old-Conv-Indexed.
       01  Old-Indexed-Record.
           05  OLD-IDX-CONV-ID             PIC X(20).
           05  OLD-IDX-UNIT                PIC X(01).
           05  OLD-IDX-RAW-VALUE           PIC X(10).
           05  OLD-IDX-FAHRENHEIT          PIC S999V99.
           05  OLD-IDX-CELSIUS             PIC S999V99.
           05  OLD-IDX-KELVIN              PIC S999V99.
           05  OLD-IDX-CORRECTED-FLAG      PIC X(01).

       FD  Temp-Conv-Indexed.
       01  Temp-Indexed-Record.
           copy TEMPIDX.

       FD  Old-Station-Master.
       01  Old-Station-Record.
           05  OLD-STN-STATION-ID          PIC X(08).
           05  OLD-STN-DESCRIPTION         PIC X(30).
           05  OLD-STN-EXPECTED-UNIT       PIC X(01).
           05  OLD-STN-ACTIVE-FLAG         PIC X(01).

       FD  Station-Master.
       01  Station-Master-Record.
           copy TEMPSTN.

       FD  Migration-Report.
       01  Migration-Report-Line PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Old-Indexed-Status PIC XX.
       01 WS-Indexed-Status PIC XX.
       01 WS-Old-Station-Status PIC XX.
       01 WS-Station-Status PIC XX.
       01 WS-Old-Idx-EOF PIC X VALUE "N".
           88 Old-Index-At-EOF value "Y".
       01 WS-Old-Stn-EOF PIC X VALUE "N".
           88 Old-Stations-At-EOF value "Y".
       01 WS-Idx-Present-Flag PIC X VALUE "N".
           88 Old-Index-Present value "Y".
       01 WS-Stn-Present-Flag PIC X VALUE "N".
           88 Old-Stations-Present value "Y".
       01 WS-Idx-Open-Flag PIC X VALUE "N".
           88 New-Index-Open value "Y".
       01 WS-Stn-Open-Flag PIC X VALUE "N".
           88 New-Stations-Open value "Y".
       01 WS-Idx-In-Count PIC 9(8) VALUE 0.
       01 WS-Idx-Out-Count PIC 9(8) VALUE 0.
       01 WS-Idx-Failed-Count PIC 9(8) VALUE 0.
       01 WS-Stn-In-Count PIC 9(8) VALUE 0.
       01 WS-Stn-Out-Count PIC 9(8) VALUE 0.
       01 WS-Stn-Failed-Count PIC 9(8) VALUE 0.
       01 WS-Balance-Flag PIC X VALUE "Y".
           88 Files-In-Balance value "Y".
       01 WS-Bal-In PIC 9(8) VALUE 0.
       01 WS-Bal-Out PIC 9(8) VALUE 0.
       01 WS-Bal-Failed PIC 9(8) VALUE 0.
       01 WS-Bal-Present-Flag PIC X VALUE "N".
           88 Bal-Old-Present value "Y".
       01 WS-Bal-Open-Flag PIC X VALUE "N".
           88 Bal-New-Open value "Y".
       01 WS-Balance-Line.
           05 WS-Balance-File PIC X(12).
           05 WS-Balance-In PIC Z(7)9.
           05 FILLER PIC X(3) VALUE " = ".
           05 WS-Balance-Out PIC Z(7)9.
           05 FILLER PIC X(3) VALUE " + ".
           05 WS-Balance-Failed PIC Z(7)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Balance-Verdict PIC X(14).
       PROCEDURE DIVISION.
           perform Convert-Indexed-File
           perform Convert-Station-Master
           perform Write-Migration-Report
           if not Files-In-Balance
             move 8 to return-code
           end-if
           goback.

       Convert-Indexed-File.
           open input Old-Conv-Indexed
           evaluate WS-Old-Indexed-Status
             when "00"
               move "Y" to WS-Idx-Present-Flag
             when "35"
               display "Warning, no TEMPIDX.OLD on file, indexed "
                   "conversion file not converted"
             when other
               display "Error, could not open TEMPIDX.OLD, status: "
                   WS-Old-Indexed-Status
               move "N" to WS-Balance-Flag
           end-evaluate
           if Old-Index-Present
             open output Temp-Conv-Indexed
             if WS-Indexed-Status = "00"
               move "Y" to WS-Idx-Open-Flag
             else
               display "Error, could not create TEMPIDX.DAT, status: "
                   WS-Indexed-Status
               move "N" to WS-Balance-Flag
             end-if
           end-if
           if not New-Index-Open
             move "Y" to WS-Old-Idx-EOF
           end-if
           perform until Old-Index-At-EOF
             read Old-Conv-Indexed next record
               at end
                 move "Y" to WS-Old-Idx-EOF
               not at end
                 add 1 to WS-Idx-In-Count
                 perform Convert-One-Conversion
             end-read
           end-perform
           if New-Index-Open
             close Temp-Conv-Indexed
           end-if
           if Old-Index-Present
             close Old-Conv-Indexed
           end-if.

       Convert-One-Conversion.
           move spaces to Temp-Indexed-Record
           move OLD-IDX-Conv-ID to IDX-Conv-ID
           move OLD-IDX-Unit to IDX-Unit
           move OLD-IDX-Raw-Value to IDX-Raw-Value
           move OLD-IDX-Fahrenheit to IDX-Fahrenheit
           move OLD-IDX-Celsius to IDX-Celsius
           move OLD-IDX-Kelvin to IDX-Kelvin
           move OLD-IDX-Corrected-Flag to IDX-Corrected-Flag
           move spaces to IDX-Station-ID
           move 0 to IDX-Read-Timestamp
           move 0 to IDX-Cal-Effective
           move "N" to IDX-Estimated-Flag
           move "N" to IDX-Humidity-Flag
           move 0 to IDX-Humidity
           move 0 to IDX-Dew-Point
           move 0 to IDX-Heat-Index
           write Temp-Indexed-Record
             invalid key
               display "Error, could not convert ID: " IDX-Conv-ID
                   ", status: " WS-Indexed-Status
               add 1 to WS-Idx-Failed-Count
             not invalid key
               add 1 to WS-Idx-Out-Count
           end-write.

       Convert-Station-Master.
           open input Old-Station-Master
           evaluate WS-Old-Station-Status
             when "00"
               move "Y" to WS-Stn-Present-Flag
             when "35"
               display "Warning, no TEMPSTN.OLD on file, station "
                   "master not converted"
             when other
               display "Error, could not open TEMPSTN.OLD, status: "
                   WS-Old-Station-Status
               move "N" to WS-Balance-Flag
           end-evaluate
           if Old-Stations-Present
             open output Station-Master
             if WS-Station-Status = "00"
               move "Y" to WS-Stn-Open-Flag
             else
               display "Error, could not create TEMPSTN.DAT, status: "
                   WS-Station-Status
               move "N" to WS-Balance-Flag
             end-if
           end-if
           if not New-Stations-Open
             move "Y" to WS-Old-Stn-EOF
           end-if
           perform until Old-Stations-At-EOF
             read Old-Station-Master next record
               at end
                 move "Y" to WS-Old-Stn-EOF
               not at end
                 add 1 to WS-Stn-In-Count
                 perform Convert-One-Station
             end-read
           end-perform
           if New-Stations-Open
             close Station-Master
           end-if
           if Old-Stations-Present
             close Old-Station-Master
           end-if.

       Convert-One-Station.
           move spaces to Station-Master-Record
           move OLD-STN-Station-ID to STN-Station-ID
           move OLD-STN-Description to STN-Description
           move OLD-STN-Expected-Unit to STN-Expected-Unit
           move OLD-STN-Active-Flag to STN-Active-Flag
           move 0 to STN-Report-Interval
           write Station-Master-Record
             invalid key
               display "Error, could not convert station: "
                   STN-Station-ID ", status: " WS-Station-Status
               add 1 to WS-Stn-Failed-Count
             not invalid key
               add 1 to WS-Stn-Out-Count
           end-write.

       Write-Migration-Report.
           open output Migration-Report
           move "MASTER FILE RECORD LAYOUT CONVERSION REPORT"
               to Migration-Report-Line
           write Migration-Report-Line
           move spaces to Migration-Report-Line
           write Migration-Report-Line
           move "FILE          IN = CONVERTED +    FAILED"
               to Migration-Report-Line
           write Migration-Report-Line
           move "TEMPIDX" to WS-Balance-File
           move WS-Idx-In-Count to WS-Bal-In
           move WS-Idx-Out-Count to WS-Bal-Out
           move WS-Idx-Failed-Count to WS-Bal-Failed
           move WS-Idx-Present-Flag to WS-Bal-Present-Flag
           move WS-Idx-Open-Flag to WS-Bal-Open-Flag
           perform Check-One-Balance
           move "TEMPSTN" to WS-Balance-File
           move WS-Stn-In-Count to WS-Bal-In
           move WS-Stn-Out-Count to WS-Bal-Out
           move WS-Stn-Failed-Count to WS-Bal-Failed
           move WS-Stn-Present-Flag to WS-Bal-Present-Flag
           move WS-Stn-Open-Flag to WS-Bal-Open-Flag
           perform Check-One-Balance
           move spaces to Migration-Report-Line
           write Migration-Report-Line
           if Files-In-Balance
             move "  CONVERSION COMPLETE" to Migration-Report-Line
           else
             move "  CONVERSION INCOMPLETE -- KEEP THE .OLD FILES"
                 to Migration-Report-Line
           end-if
           write Migration-Report-Line
           close Migration-Report.

       Check-One-Balance.
           move WS-Bal-In to WS-Balance-In
           move WS-Bal-Out to WS-Balance-Out
           move WS-Bal-Failed to WS-Balance-Failed
           evaluate true
             when not Bal-Old-Present
               move "NOT ON FILE" to WS-Balance-Verdict
             when Bal-New-Open
                 and WS-Bal-In = WS-Bal-Out
                 and WS-Bal-Failed = 0
               move "CONVERTED" to WS-Balance-Verdict
             when other
               move "NOT CONVERTED" to WS-Balance-Verdict
               move "N" to WS-Balance-Flag
           end-evaluate
           move WS-Balance-Line to Migration-Report-Line
           write Migration-Report-Line.

       END PROGRAM tempmigr.
