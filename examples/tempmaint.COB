           select Corr-History-File assign to "TEMPHIST.DAT"
               organization is line sequential
               file status is WS-History-Status.

           select Period-Master assign to "TEMPPER.DAT"
               organization is indexed
               access mode is random
               record key is PER-Period
               file status is WS-Period-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  Pending-Corr-File.
       01  Corr-History-Record.
           copy TEMPHIST.

       FD  Period-Master.
       01  Period-Master-Record.
           copy TEMPPER.

       WORKING-STORAGE SECTION.
       01 WS-Pending-Status PIC XX.
       01 WS-Indexed-Status PIC XX.
       01 WS-History-Status PIC XX.
       01 WS-Period-Status PIC XX.
       01 WS-Period-Control-Flag PIC X VALUE "N".
           88 Period-Master-Open value "Y".
           88 Period-Control-Ready values "Y" "A".
       01 WS-Period-Closed-Flag PIC X VALUE "N".
           88 Period-Is-Closed value "Y".
       01 WS-Conv-Period PIC X(06).
       01 WS-History-Open-Flag PIC X VALUE "N".
           88 History-Is-Open value "Y".
       01 WS-Pending-On-File PIC X VALUE "N".
       01 WS-Fahrenheit PIC S999V99.
       01 WS-Celsius PIC S999V99.
       01 WS-Kelvin PIC S999V99.
       01 WS-Dew-Point PIC S999V99.
       01 WS-Heat-Index PIC S999V99.
       01 WS-Conv-Valid PIC X(1).
       01 WS-Old-Unit PIC X(1).
       01 WS-Old-Raw-Value PIC X(10).
       01 WS-Old-Fahrenheit PIC S999V99.
       01 WS-Old-Celsius PIC S999V99.
       01 WS-Old-Kelvin PIC S999V99.
       01 WS-Old-Cal-Effective PIC 9(14).
       01 WS-Read-Timestamp PIC 9(14).
       01 WS-Cal-Effective PIC 9(14).
       01 WS-Applied-Count PIC 9(8) VALUE 0.
       01 WS-Failed-Count PIC 9(8) VALUE 0.
       01 WS-Awaiting-Count PIC 9(8) VALUE 0.
       01 WS-Closed-Count PIC 9(8) VALUE 0.
       PROCEDURE DIVISION.
           perform Open-History-File
           if History-Is-Open
             perform Open-Period-Master
           end-if
           evaluate true
             when not History-Is-Open
               display "Error, corrections not applied, correction "
                   "history required for audit trail"
               move 8 to return-code
             when not Period-Control-Ready
               display "Error, corrections not applied, period "
                   "control master required"
               close Corr-History-File
               move 8 to return-code
             when other
               perform Open-Indexed-File
               perform Process-Pending-File
               perform Rebuild-Pending-File
               close Temp-Conv-Indexed
               close Corr-History-File
               if Period-Master-Open
                 close Period-Master
               end-if
               display "Corrections applied:         "
                   WS-Applied-Count
               display "Corrections failed:          " WS-Failed-Count
               display "Corrections period closed:   "
                   WS-Closed-Count
               display "Corrections awaiting review: "
                   WS-Awaiting-Count
           end-evaluate
           goback.

       Open-Indexed-File.
                 "status: " WS-Indexed-Status
           end-if.

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

       Open-History-File.
           open extend Corr-History-File
           if WS-History-Status = "35"
               add 1 to WS-Failed-Count
               move "E" to PEND-Status
             not invalid key
               perform Check-Conversion-Period
               if Period-Is-Closed
                 display "Error, period " WS-Conv-Period
                     " closed, correction not applied: " PEND-Conv-ID
                 add 1 to WS-Closed-Count
                 move "C" to PEND-Status
               else
                 perform Recalculate-And-Rewrite
               end-if
           end-read.

       Check-Conversion-Period.
           move "N" to WS-Period-Closed-Flag
           if IDX-Read-Timestamp numeric and IDX-Read-Timestamp > 0
             move IDX-Read-Timestamp(1:6) to WS-Conv-Period
           else
             move IDX-Conv-ID(1:6) to WS-Conv-Period
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

       Recalculate-And-Rewrite.
           move IDX-Unit to WS-Old-Unit
           move IDX-Raw-Value to WS-Old-Raw-Value
           move IDX-Fahrenheit to WS-Old-Fahrenheit
           move IDX-Celsius to WS-Old-Celsius
           move IDX-Kelvin to WS-Old-Kelvin
           if IDX-Cal-Effective is numeric
             move IDX-Cal-Effective to WS-Old-Cal-Effective
           else
             move 0 to WS-Old-Cal-Effective
           end-if
           if IDX-Read-Timestamp is numeric
             move IDX-Read-Timestamp to WS-Read-Timestamp
           else
             move 0 to WS-Read-Timestamp
           end-if
           move PEND-Unit to IDX-Unit
           move PEND-Raw-Value to IDX-Raw-Value
           call "TEMPCALC" using IDX-Station-ID WS-Read-Timestamp
               IDX-Unit IDX-Raw-Value
               WS-Fahrenheit WS-Celsius WS-Kelvin WS-Cal-Effective
               WS-Conv-Valid
           if WS-Conv-Valid = "Y" and IDX-Humidity-Flag = "Y"
             call "TEMPHUMD" using WS-Fahrenheit WS-Celsius
                 IDX-Humidity WS-Dew-Point WS-Heat-Index WS-Conv-Valid
           end-if
           if WS-Conv-Valid not = "Y"
             display "Error, invalid correction for ID: " IDX-Conv-ID
             add 1 to WS-Failed-Count
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
             move IDX-Fahrenheit to HIST-New-Fahrenheit
             move IDX-Celsius to HIST-New-Celsius
             move IDX-Kelvin to HIST-New-Kelvin
             move WS-Old-Cal-Effective to HIST-Old-Cal-Effective
             move IDX-Cal-Effective to HIST-New-Cal-Effective
             write Corr-History-Record
           end-if.

