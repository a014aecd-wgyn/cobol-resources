           select Pending-Corr-File assign to "TEMPPEND.DAT"
               organization is line sequential
               file status is WS-Pending-Status.

           select Temp-Conv-Indexed assign to "TEMPIDX.DAT"
               organization is indexed
               access mode is random
               record key is IDX-Conv-ID
               file status is WS-Indexed-Status.

           select Period-Master assign to "TEMPPER.DAT"
               organization is indexed
               access mode is random
               record key is PER-Period
               file status is WS-Period-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  Temp-Correction-File.
       01  Pending-Corr-Record.
           copy TEMPPEND.

       FD  Temp-Conv-Indexed.
       01  Temp-Indexed-Record.
           copy TEMPIDX.

       FD  Period-Master.
       01  Period-Master-Record.
           copy TEMPPER.

       WORKING-STORAGE SECTION.
       01 WS-Correction-Status PIC XX.
       01 WS-Pending-Status PIC XX.
       01 WS-Indexed-Status PIC XX.
       01 WS-Period-Status PIC XX.
       01 WS-Index-Open-Flag PIC X VALUE "N".
           88 Index-Is-Open value "Y".
           88 Index-Control-Ready values "Y" "A".
       01 WS-Period-Control-Flag PIC X VALUE "N".
           88 Period-Master-Open value "Y".
           88 Period-Control-Ready values "Y" "A".
       01 WS-Period-Closed-Flag PIC X VALUE "N".
           88 Period-Is-Closed value "Y".
       01 WS-Conv-Period PIC X(06).
       01 WS-Pending-Open-Flag PIC X VALUE "N".
           88 Pending-Is-Open value "Y".
       01 WS-Corrections-EOF PIC X VALUE "N".
           88 Corrections-At-EOF value "Y".
       01 WS-Captured-Count PIC 9(8) VALUE 0.
       01 WS-Skipped-Count PIC 9(8) VALUE 0.
       01 WS-Refused-Count PIC 9(8) VALUE 0.
       01 WS-Closed-Count PIC 9(8) VALUE 0.
       01 WS-Auth-Program PIC X(08) VALUE "TEMPCAPT".
       01 WS-Auth-Function PIC X(01) VALUE "C".
       01 WS-Auth-Transaction PIC X(80).
       01 WS-Auth-Flag PIC X VALUE "N".
           88 Operator-Authorized value "Y".
       PROCEDURE DIVISION.
           perform Open-Pending-File
           if Pending-Is-Open
             perform Open-Period-Master
             perform Open-Indexed-File
           end-if
           evaluate true
             when not Pending-Is-Open
               display "Error, corrections not captured, pending "
                   "file required for review"
               move 8 to return-code
             when not Period-Control-Ready
               display "Error, corrections not captured, period "
                   "control master required"
               close Pending-Corr-File
               if Index-Is-Open
                 close Temp-Conv-Indexed
               end-if
               move 8 to return-code
             when not Index-Control-Ready
               display "Error, corrections not captured, indexed "
                   "conversion file required for period check"
               close Pending-Corr-File
               if Period-Master-Open
                 close Period-Master
               end-if
               move 8 to return-code
             when other
               perform Capture-Correction-File
           end-evaluate
           goback.

       Capture-Correction-File.
           open input Temp-Correction-File
           if WS-Correction-Status not = "00"
             move "Y" to WS-Corrections-EOF
           end-if
           perform until Corrections-At-EOF
             read Temp-Correction-File
               at end
                 move "Y" to WS-Corrections-EOF
               not at end
                 perform Capture-One-Correction
             end-read
           end-perform
           if WS-Correction-Status not = "35"
             close Temp-Correction-File
           end-if
           close Pending-Corr-File
           if Index-Is-Open
             close Temp-Conv-Indexed
           end-if
           if Period-Master-Open
             close Period-Master
           end-if
           call "TEMPAUTD"
           display "Corrections captured for review: "
               WS-Captured-Count
           display "Corrections skipped:             "
               WS-Skipped-Count
           display "Corrections refused:             "
               WS-Refused-Count
           display "Corrections in closed periods:   "
               WS-Closed-Count.

       Open-Indexed-File.
           open input Temp-Conv-Indexed
           evaluate WS-Indexed-Status
             when "00"
               move "Y" to WS-Index-Open-Flag
             when "35"
               move "A" to WS-Index-Open-Flag
             when other
               display "Error, could not open indexed conversion "
                   "file, status: " WS-Indexed-Status
           end-evaluate.

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

       Open-Pending-File.
           open extend Pending-Corr-File
           if WS-Pending-Status = "35"
                 "source, skipped: " CORR-Conv-ID
             add 1 to WS-Skipped-Count
           else
             move Temp-Correction-Record to WS-Auth-Transaction
             call "TEMPAUTH" using CORR-Source WS-Auth-Function
                 WS-Auth-Program WS-Auth-Transaction WS-Auth-Flag
             if not Operator-Authorized
               display "Error, operator " CORR-Source
                   " not authorized to capture: " CORR-Conv-ID
               add 1 to WS-Refused-Count
             else
               perform Find-Correction-Period
               if Period-Is-Closed
                 display "Error, period " WS-Conv-Period
                     " closed, correction not captured: " CORR-Conv-ID
                 add 1 to WS-Closed-Count
               else
                 perform Write-Pending-Correction
               end-if
             end-if
           end-if.

       Find-Correction-Period.
           move CORR-Conv-ID to IDX-Conv-ID
           move 0 to IDX-Read-Timestamp
           if Index-Is-Open
             read Temp-Conv-Indexed
               invalid key
                 move CORR-Conv-ID to IDX-Conv-ID
                 move 0 to IDX-Read-Timestamp
             end-read
           end-if
           perform Check-Conversion-Period.

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

       Write-Pending-Correction.
           move spaces to Pending-Corr-Record
           move CORR-Conv-ID to PEND-Conv-ID
           move CORR-Unit to PEND-Unit
           move CORR-Raw-Value to PEND-Raw-Value
           move CORR-Source to PEND-Source
           move function current-date(1:14)
               to PEND-Captured-Timestamp
           move "P" to PEND-Status
           move spaces to PEND-Reviewer
           move 0 to PEND-Decision-Timestamp
           write Pending-Corr-Record
           add 1 to WS-Captured-Count.

       END PROGRAM tempcapt.
