       IDENTIFICATION DIVISION.
       PROGRAM-ID. tempperd.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select Period-Trans-File assign to "TEMPPERT.DAT"
               organization is line sequential
               file status is WS-Trans-Status.

           select Period-Master assign to "TEMPPER.DAT"
               organization is indexed
               access mode is random
               record key is PER-Period
               file status is WS-Period-Status.

           select Period-Log-File assign to "TEMPPERL.DAT"
               organization is line sequential
               file status is WS-Log-Status.

           select Temp-Conv-Indexed assign to "TEMPIDX.DAT"
               organization is indexed
               access mode is sequential
               record key is IDX-Conv-ID
               file status is WS-Indexed-Status.

           select Period-Report assign to "TEMPPERD.RPT"
               organization is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD  Period-Trans-File.
       01  Period-Trans-Record.
           copy TEMPPERT.

       FD  Period-Master.
       01  Period-Master-Record.
           copy TEMPPER.

       FD  Period-Log-File.
       01  Period-Log-Record.
           copy TEMPPERL.

       FD  Temp-Conv-Indexed.
       01  Temp-Indexed-Record.
           copy TEMPIDX.

       FD  Period-Report.
       01  Period-Report-Line PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Trans-Status PIC XX.
       01 WS-Period-Status PIC XX.
       01 WS-Log-Status PIC XX.
       01 WS-Indexed-Status PIC XX.
       01 WS-Log-Open-Flag PIC X VALUE "N".
           88 Log-Is-Open value "Y".
       01 WS-Period-Open-Flag PIC X VALUE "N".
           88 Period-Master-Open value "Y".
       01 WS-Trans-EOF PIC X VALUE "N".
           88 Trans-At-EOF value "Y".
       01 WS-Idx-EOF PIC X VALUE "N".
           88 Index-At-EOF value "Y".
       01 WS-Period-Found-Flag PIC X VALUE "N".
           88 Period-On-File value "Y".
       01 WS-Totals-Valid-Flag PIC X VALUE "N".
           88 Totals-Valid value "Y".
       01 WS-Prior-Snapshot-Flag PIC X VALUE "N".
           88 Prior-Snapshot value "Y".
       01 WS-Restated-Flag PIC X VALUE "N".
           88 Totals-Restated value "Y".
       01 WS-Auth-Program PIC X(08) VALUE "TEMPPERD".
       01 WS-Auth-Function PIC X(01) VALUE "P".
       01 WS-Auth-Transaction PIC X(80).
       01 WS-Auth-Flag PIC X VALUE "N".
           88 Operator-Authorized value "Y".
       01 WS-Action PIC X(01).
       01 WS-Period PIC 9(06).
       01 WS-Current-Period PIC 9(06).
       01 WS-Period-Month PIC 99.
       01 WS-Status-Before PIC X(01).
       01 WS-Result PIC X(01).
       01 WS-Reason PIC X(40).
       01 WS-Disposition PIC X(16).
       01 WS-Conv-Period PIC X(06).
       01 WS-Conv-Count PIC 9(08) VALUE 0.
       01 WS-Corr-Count PIC 9(08) VALUE 0.
       01 WS-Est-Count PIC 9(08) VALUE 0.
       01 WS-Hum-Count PIC 9(08) VALUE 0.
       01 WS-Celsius-Total PIC S9(09)V99 VALUE 0.
       01 WS-Celsius-Min PIC S999V99 VALUE 0.
       01 WS-Celsius-Max PIC S999V99 VALUE 0.
       01 WS-Row-Label PIC X(24).
       01 WS-Row-Old PIC S9(09)V99 VALUE 0.
       01 WS-Row-New PIC S9(09)V99 VALUE 0.
       01 WS-Row-Diff PIC S9(09)V99 VALUE 0.
       01 WS-Row-Count-Flag PIC X VALUE "N".
           88 Row-Is-Count value "Y".
       01 WS-Trans-Count PIC 9(8) VALUE 0.
       01 WS-Closed-Count PIC 9(8) VALUE 0.
       01 WS-Requested-Count PIC 9(8) VALUE 0.
       01 WS-Reopened-Count PIC 9(8) VALUE 0.
       01 WS-Rejected-Count PIC 9(8) VALUE 0.
       01 WS-Refused-Count PIC 9(8) VALUE 0.
       01 WS-Restatement-Count PIC 9(8) VALUE 0.
       01 WS-Detail-Line.
           05 WS-Detail-Period PIC X(06).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Detail-Action PIC X(01).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Detail-User PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Detail-Result PIC X(16).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-Detail-Info PIC X(40).
       01 WS-Snapshot-Heading.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Snapshot-Title PIC X(24).
           05 WS-Snapshot-Period PIC X(06).
           05 FILLER PIC X(14) VALUE "  LAST CLOSED ".
           05 WS-Snapshot-Closed PIC 9(14).
           05 FILLER PIC X(4) VALUE " BY ".
           05 WS-Snapshot-By PIC X(10).
       01 WS-Restatement-Heading.
           05 FILLER PIC X(35) VALUE "  TOTAL".
           05 FILLER PIC X(8) VALUE "SNAPSHOT".
           05 FILLER PIC X(9) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "RESTATED".
           05 FILLER PIC X(7) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "DIFFERENCE".
       01 WS-Prior-Snapshot.
           05 WS-Prior-Closed-By PIC X(10).
           05 WS-Prior-Timestamp PIC 9(14).
           05 WS-Prior-Conv-Count PIC 9(08).
           05 WS-Prior-Corr-Count PIC 9(08).
           05 WS-Prior-Est-Count PIC 9(08).
           05 WS-Prior-Hum-Count PIC 9(08).
           05 WS-Prior-Celsius-Total PIC S9(09)V99.
           05 WS-Prior-Celsius-Min PIC S999V99.
           05 WS-Prior-Celsius-Max PIC S999V99.
       01 WS-Amount-Line.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Amount-Label PIC X(24).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Amount-Old PIC -(11)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Amount-New PIC -(11)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Amount-Diff PIC -(11)9.99.
       01 WS-Count-Line.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Count-Label PIC X(24).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Count-Old PIC -(14)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Count-New PIC -(14)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Count-Diff PIC -(14)9.
       01 WS-Total-Line.
           05 WS-Total-Label PIC X(40).
           05 WS-Total-Count PIC Z(7)9.
       PROCEDURE DIVISION.
           move function current-date(1:6) to WS-Current-Period
           perform Open-Log-File
           if not Log-Is-Open
             display "Error, period transactions not applied, period "
                 "control log required for audit trail"
             move 8 to return-code
           else
             perform Open-Period-Master
             open output Period-Report
             move "ACCOUNTING PERIOD CONTROL AND RESTATEMENT REPORT"
                 to Period-Report-Line
             write Period-Report-Line
             move spaces to Period-Report-Line
             write Period-Report-Line
             move "PERIOD  A  USER        RESULT           DETAIL"
                 to Period-Report-Line
             write Period-Report-Line
             if not Period-Master-Open
               move "  PERIOD CONTROL MASTER UNAVAILABLE"
                   to Period-Report-Line
               write Period-Report-Line
               move 8 to return-code
             else
               perform Apply-Period-Trans-File
               close Period-Master
             end-if
             call "TEMPAUTD"
             perform Write-Period-Totals
             close Period-Report
             close Period-Log-File
           end-if
           goback.

       Open-Log-File.
           open extend Period-Log-File
           if WS-Log-Status = "35"
             open output Period-Log-File
           end-if
           if WS-Log-Status = "00"
             move "Y" to WS-Log-Open-Flag
           else
             display "Error, could not open period control log, "
                 "status: " WS-Log-Status
           end-if.

       Open-Period-Master.
           open i-o Period-Master
           if WS-Period-Status = "35"
             open output Period-Master
             close Period-Master
             open i-o Period-Master
           end-if
           if WS-Period-Status = "00"
             move "Y" to WS-Period-Open-Flag
           else
             display "Error, could not open period control master, "
                 "status: " WS-Period-Status
           end-if.

       Apply-Period-Trans-File.
           open input Period-Trans-File
           if WS-Trans-Status not = "00"
             display "Warning, no period transactions on file, "
                 "status: " WS-Trans-Status
             move "Y" to WS-Trans-EOF
           end-if
           perform until Trans-At-EOF
             read Period-Trans-File
               at end
                 move "Y" to WS-Trans-EOF
               not at end
                 add 1 to WS-Trans-Count
                 perform Apply-Period-Trans
             end-read
           end-perform
           if WS-Trans-Status not = "35"
             close Period-Trans-File
           end-if.

       Apply-Period-Trans.
           move function upper-case(PERT-Action) to WS-Action
           move "R" to WS-Result
           move spaces to WS-Reason
           move spaces to WS-Status-Before
           move "N" to WS-Period-Found-Flag
           move "N" to WS-Prior-Snapshot-Flag
           move Period-Trans-Record to WS-Auth-Transaction
           call "TEMPAUTH" using PERT-User WS-Auth-Function
               WS-Auth-Program WS-Auth-Transaction WS-Auth-Flag
           perform Validate-Period
           evaluate true
             when not Operator-Authorized
               add 1 to WS-Refused-Count
               move "Operator not authorized for period"
                   to WS-Reason
               move "REFUSED" to WS-Disposition
             when WS-Reason not = spaces
               continue
             when WS-Action = "C"
               perform Close-Period
             when WS-Action = "R"
               perform Request-Reopen
             when WS-Action = "A"
               perform Approve-Reopen
             when other
               move "Unknown period action" to WS-Reason
           end-evaluate
           if WS-Result = "R" and Operator-Authorized
             add 1 to WS-Rejected-Count
             move "REJECTED" to WS-Disposition
           end-if
           perform Write-Period-Detail
           perform Write-Period-Log
           if WS-Result = "A" and WS-Action = "C"
             if Prior-Snapshot
               perform Write-Restatement
             else
               perform Write-Close-Totals
             end-if
           end-if.

       Validate-Period.
           move 0 to WS-Period
           if PERT-Period not numeric
             move "Period not numeric YYYYMM" to WS-Reason
           else
             move PERT-Period to WS-Period
             move PERT-Period(5:2) to WS-Period-Month
             if WS-Period-Month < 1 or WS-Period-Month > 12
               move "Period month not 01 to 12" to WS-Reason
             else
               move WS-Period to PER-Period
               read Period-Master
                 invalid key
                   move "O" to WS-Status-Before
                 not invalid key
                   move "Y" to WS-Period-Found-Flag
                   move PER-Status to WS-Status-Before
               end-read
             end-if
           end-if.

       Close-Period.
           evaluate true
             when WS-Period not < WS-Current-Period
               move "Period has not yet ended" to WS-Reason
             when WS-Status-Before = "C"
               move "Period already closed" to WS-Reason
             when other
               perform Accumulate-Period-Totals
               if not Totals-Valid
                 move "Indexed conversion file unavailable"
                     to WS-Reason
               else
                 perform Record-Period-Close
               end-if
           end-evaluate.

       Record-Period-Close.
           if not Period-On-File
             move spaces to Period-Master-Record
             move WS-Period to PER-Period
             move 0 to PER-Closed-Timestamp PER-Close-Count
                 PER-Reopen-Req-Timestamp PER-Reopened-Timestamp
           end-if
           if PER-Close-Count not numeric
             move 0 to PER-Close-Count
           end-if
           if PER-Close-Count > 0
             move "Y" to WS-Prior-Snapshot-Flag
             perform Save-Prior-Snapshot
           end-if
           move "C" to PER-Status
           move PERT-User to PER-Closed-By
           move function current-date(1:14) to PER-Closed-Timestamp
           add 1 to PER-Close-Count
           move spaces to PER-Reopen-Req-By
           move 0 to PER-Reopen-Req-Timestamp
           move PER-Closed-Timestamp to PER-Snap-Timestamp
           move WS-Conv-Count to PER-Snap-Conv-Count
           move WS-Corr-Count to PER-Snap-Corr-Count
           move WS-Est-Count to PER-Snap-Est-Count
           move WS-Hum-Count to PER-Snap-Hum-Count
           move WS-Celsius-Total to PER-Snap-Celsius-Total
           move WS-Celsius-Min to PER-Snap-Celsius-Min
           move WS-Celsius-Max to PER-Snap-Celsius-Max
           if Period-On-File
             rewrite Period-Master-Record
               invalid key
                 move "Rewrite of period record failed" to WS-Reason
               not invalid key
                 move "A" to WS-Result
             end-rewrite
           else
             write Period-Master-Record
               invalid key
                 move "Write of period record failed" to WS-Reason
               not invalid key
                 move "A" to WS-Result
             end-write
           end-if
           if WS-Result = "A"
             add 1 to WS-Closed-Count
             move "CLOSED" to WS-Disposition
             if Prior-Snapshot
               add 1 to WS-Restatement-Count
               move "Closed again, restatement printed" to WS-Reason
             else
               move "Control totals snapshot taken" to WS-Reason
             end-if
           end-if.

       Request-Reopen.
           evaluate true
             when WS-Status-Before not = "C"
               move "Period not closed" to WS-Reason
             when PERT-Reason = spaces
               move "Reopen reason required" to WS-Reason
             when PER-Reopen-Req-By not = spaces
               move "Reopen already awaiting approval" to WS-Reason
             when other
               move PERT-User to PER-Reopen-Req-By
               move function current-date(1:14)
                   to PER-Reopen-Req-Timestamp
               move PERT-Reason to PER-Reopen-Reason
               rewrite Period-Master-Record
                 invalid key
                   move "Rewrite of period record failed" to WS-Reason
                 not invalid key
                   move "A" to WS-Result
                   add 1 to WS-Requested-Count
                   move "REOPEN REQUESTED" to WS-Disposition
                   move PERT-Reason to WS-Reason
               end-rewrite
           end-evaluate.

       Approve-Reopen.
           evaluate true
             when WS-Status-Before not = "C"
               move "Period not closed" to WS-Reason
             when PER-Reopen-Req-By = spaces
               move "No reopen awaiting approval" to WS-Reason
             when PER-Reopen-Req-By = PERT-User
               move "Approver must differ from requester"
                   to WS-Reason
             when other
               move "O" to PER-Status
               move PERT-User to PER-Reopened-By
               move function current-date(1:14)
                   to PER-Reopened-Timestamp
               move PER-Reopen-Reason to WS-Reason
               move spaces to PER-Reopen-Req-By
               move 0 to PER-Reopen-Req-Timestamp
               rewrite Period-Master-Record
                 invalid key
                   move "Rewrite of period record failed" to WS-Reason
                 not invalid key
                   move "A" to WS-Result
                   add 1 to WS-Reopened-Count
                   move "REOPENED" to WS-Disposition
               end-rewrite
           end-evaluate.

       Accumulate-Period-Totals.
           move "N" to WS-Totals-Valid-Flag
           move 0 to WS-Conv-Count WS-Corr-Count WS-Est-Count
               WS-Hum-Count WS-Celsius-Total WS-Celsius-Min
               WS-Celsius-Max
           move "N" to WS-Idx-EOF
           open input Temp-Conv-Indexed
           evaluate WS-Indexed-Status
             when "00"
               move "Y" to WS-Totals-Valid-Flag
             when "35"
               move "Y" to WS-Totals-Valid-Flag
               move "Y" to WS-Idx-EOF
             when other
               display "Error, could not open indexed conversion "
                   "file, status: " WS-Indexed-Status
               move "Y" to WS-Idx-EOF
           end-evaluate
           perform until Index-At-EOF
             read Temp-Conv-Indexed next record
               at end
                 move "Y" to WS-Idx-EOF
               not at end
                 perform Tally-Period-Conversion
             end-read
           end-perform
           if WS-Indexed-Status not = "35" and Totals-Valid
             close Temp-Conv-Indexed
           end-if.

       Tally-Period-Conversion.
           if IDX-Read-Timestamp numeric and IDX-Read-Timestamp > 0
             move IDX-Read-Timestamp(1:6) to WS-Conv-Period
           else
             move IDX-Conv-ID(1:6) to WS-Conv-Period
           end-if
           if WS-Conv-Period = PERT-Period
             add 1 to WS-Conv-Count
             if IDX-Corrected-Flag = "Y"
               add 1 to WS-Corr-Count
             end-if
             if IDX-Estimated-Flag = "Y"
               add 1 to WS-Est-Count
             end-if
             if IDX-Humidity-Flag = "Y"
               add 1 to WS-Hum-Count
             end-if
             add IDX-Celsius to WS-Celsius-Total
             if WS-Conv-Count = 1 or IDX-Celsius < WS-Celsius-Min
               move IDX-Celsius to WS-Celsius-Min
             end-if
             if WS-Conv-Count = 1 or IDX-Celsius > WS-Celsius-Max
               move IDX-Celsius to WS-Celsius-Max
             end-if
           end-if.

       Write-Period-Detail.
           move spaces to WS-Detail-Line
           move PERT-Period to WS-Detail-Period
           move WS-Action to WS-Detail-Action
           move PERT-User to WS-Detail-User
           move WS-Disposition to WS-Detail-Result
           move WS-Reason to WS-Detail-Info
           move WS-Detail-Line to Period-Report-Line
           write Period-Report-Line.

       Write-Period-Log.
           move spaces to Period-Log-Record
           move function current-date(1:14) to PERL-Timestamp
           move PERT-Period to PERL-Period
           move WS-Action to PERL-Action
           move PERT-User to PERL-User
           move WS-Status-Before to PERL-Status-Before
           if WS-Result = "A"
             move PER-Status to PERL-Status-After
           else
             move WS-Status-Before to PERL-Status-After
           end-if
           move WS-Result to PERL-Result
           move WS-Reason to PERL-Reason
           write Period-Log-Record.

       Save-Prior-Snapshot.
           move PER-Closed-By to WS-Prior-Closed-By
           move PER-Snap-Timestamp to WS-Prior-Timestamp
           move PER-Snap-Conv-Count to WS-Prior-Conv-Count
           move PER-Snap-Corr-Count to WS-Prior-Corr-Count
           move PER-Snap-Est-Count to WS-Prior-Est-Count
           move PER-Snap-Hum-Count to WS-Prior-Hum-Count
           move PER-Snap-Celsius-Total to WS-Prior-Celsius-Total
           move PER-Snap-Celsius-Min to WS-Prior-Celsius-Min
           move PER-Snap-Celsius-Max to WS-Prior-Celsius-Max.

       Write-Restatement.
           move "RESTATEMENT OF PERIOD" to WS-Snapshot-Title
           move PERT-Period to WS-Snapshot-Period
           move WS-Prior-Timestamp to WS-Snapshot-Closed
           move WS-Prior-Closed-By to WS-Snapshot-By
           move WS-Snapshot-Heading to Period-Report-Line
           write Period-Report-Line
           move WS-Restatement-Heading to Period-Report-Line
           write Period-Report-Line
           move "N" to WS-Restated-Flag
           move "Y" to WS-Row-Count-Flag
           move "CONVERSIONS" to WS-Row-Label
           move WS-Prior-Conv-Count to WS-Row-Old
           move WS-Conv-Count to WS-Row-New
           perform Write-Restatement-Row
           move "CORRECTED CONVERSIONS" to WS-Row-Label
           move WS-Prior-Corr-Count to WS-Row-Old
           move WS-Corr-Count to WS-Row-New
           perform Write-Restatement-Row
           move "ESTIMATED READINGS" to WS-Row-Label
           move WS-Prior-Est-Count to WS-Row-Old
           move WS-Est-Count to WS-Row-New
           perform Write-Restatement-Row
           move "HUMIDITY READINGS" to WS-Row-Label
           move WS-Prior-Hum-Count to WS-Row-Old
           move WS-Hum-Count to WS-Row-New
           perform Write-Restatement-Row
           move "N" to WS-Row-Count-Flag
           move "CELSIUS TOTAL" to WS-Row-Label
           move WS-Prior-Celsius-Total to WS-Row-Old
           move WS-Celsius-Total to WS-Row-New
           perform Write-Restatement-Row
           move "CELSIUS MINIMUM" to WS-Row-Label
           move WS-Prior-Celsius-Min to WS-Row-Old
           move WS-Celsius-Min to WS-Row-New
           perform Write-Restatement-Row
           move "CELSIUS MAXIMUM" to WS-Row-Label
           move WS-Prior-Celsius-Max to WS-Row-Old
           move WS-Celsius-Max to WS-Row-New
           perform Write-Restatement-Row
           if not Totals-Restated
             move "  NO CHANGE SINCE LAST CLOSE" to Period-Report-Line
             write Period-Report-Line
           end-if.

       Write-Restatement-Row.
           compute WS-Row-Diff = WS-Row-New - WS-Row-Old
           if WS-Row-Diff not = 0
             move "Y" to WS-Restated-Flag
           end-if
           if Row-Is-Count
             move WS-Row-Label to WS-Count-Label
             move WS-Row-Old to WS-Count-Old
             move WS-Row-New to WS-Count-New
             move WS-Row-Diff to WS-Count-Diff
             move WS-Count-Line to Period-Report-Line
           else
             move WS-Row-Label to WS-Amount-Label
             move WS-Row-Old to WS-Amount-Old
             move WS-Row-New to WS-Amount-New
             move WS-Row-Diff to WS-Amount-Diff
             move WS-Amount-Line to Period-Report-Line
           end-if
           write Period-Report-Line.

       Write-Close-Totals.
           move WS-Restatement-Heading(1:43) to Period-Report-Line
           write Period-Report-Line
           move spaces to WS-Count-Line
           move "CONVERSIONS" to WS-Count-Label
           move PER-Snap-Conv-Count to WS-Count-Old
           move WS-Count-Line to Period-Report-Line
           write Period-Report-Line
           move "CORRECTED CONVERSIONS" to WS-Count-Label
           move PER-Snap-Corr-Count to WS-Count-Old
           move WS-Count-Line to Period-Report-Line
           write Period-Report-Line
           move "ESTIMATED READINGS" to WS-Count-Label
           move PER-Snap-Est-Count to WS-Count-Old
           move WS-Count-Line to Period-Report-Line
           write Period-Report-Line
           move "HUMIDITY READINGS" to WS-Count-Label
           move PER-Snap-Hum-Count to WS-Count-Old
           move WS-Count-Line to Period-Report-Line
           write Period-Report-Line
           move spaces to WS-Amount-Line
           move "CELSIUS TOTAL" to WS-Amount-Label
           move PER-Snap-Celsius-Total to WS-Amount-Old
           move WS-Amount-Line to Period-Report-Line
           write Period-Report-Line
           move "CELSIUS MINIMUM" to WS-Amount-Label
           move PER-Snap-Celsius-Min to WS-Amount-Old
           move WS-Amount-Line to Period-Report-Line
           write Period-Report-Line
           move "CELSIUS MAXIMUM" to WS-Amount-Label
           move PER-Snap-Celsius-Max to WS-Amount-Old
           move WS-Amount-Line to Period-Report-Line
           write Period-Report-Line.

       Write-Period-Totals.
           move spaces to Period-Report-Line
           write Period-Report-Line
           move "CONTROL TOTALS" to Period-Report-Line
           write Period-Report-Line
           move "  PERIOD TRANSACTIONS READ" to WS-Total-Label
           move WS-Trans-Count to WS-Total-Count
           move WS-Total-Line to Period-Report-Line
           write Period-Report-Line
           move "  PERIODS CLOSED" to WS-Total-Label
           move WS-Closed-Count to WS-Total-Count
           move WS-Total-Line to Period-Report-Line
           write Period-Report-Line
           move "  RESTATEMENTS PRINTED" to WS-Total-Label
           move WS-Restatement-Count to WS-Total-Count
           move WS-Total-Line to Period-Report-Line
           write Period-Report-Line
           move "  REOPENS REQUESTED" to WS-Total-Label
           move WS-Requested-Count to WS-Total-Count
           move WS-Total-Line to Period-Report-Line
           write Period-Report-Line
           move "  REOPENS APPROVED" to WS-Total-Label
           move WS-Reopened-Count to WS-Total-Count
           move WS-Total-Line to Period-Report-Line
           write Period-Report-Line
           move "  TRANSACTIONS REJECTED" to WS-Total-Label
           move WS-Rejected-Count to WS-Total-Count
           move WS-Total-Line to Period-Report-Line
           write Period-Report-Line
           move "  TRANSACTIONS REFUSED FOR AUTHORITY"
               to WS-Total-Label
           move WS-Refused-Count to WS-Total-Count
           move WS-Total-Line to Period-Report-Line
           write Period-Report-Line.

       END PROGRAM tempperd.
