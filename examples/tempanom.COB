       IDENTIFICATION DIVISION.
       PROGRAM-ID. tempanom.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select Climatology-Master assign to "TEMPCLIM.DAT"
               organization is indexed
               access mode is sequential
               record key is CLIM-Key
               file status is WS-Clim-Status.

           select Anomaly-Config assign to "TEMPANOM.CTL"
               organization is line sequential
               file status is WS-Config-Status.

           select Anomaly-Report assign to "TEMPANOM.RPT"
               organization is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD  Climatology-Master.
       01  Climatology-Record.
           copy TEMPCLIM.

       FD  Anomaly-Config.
       01  Anomaly-Config-Record.
           copy TEMPANOM.

       FD  Anomaly-Report.
       01  Anomaly-Report-Line PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Clim-Status PIC XX.
       01 WS-Config-Status PIC XX.
       01 WS-Command-Line PIC X(40).
       01 WS-Date-Token PIC X(10).
       01 WS-Date-Valid PIC X VALUE "Y".
           88 Report-Date-Valid value "Y".
       01 WS-Clim-Open-Flag PIC X VALUE "N".
           88 Climatology-Is-Open value "Y".
       01 WS-Clim-EOF PIC X VALUE "N".
           88 Clim-At-EOF value "Y".
       01 WS-Threshold PIC S999V99 VALUE 5.00.
       01 WS-Run-Date PIC 9(8).
       01 WS-Report-Date PIC 9(8).
       01 WS-Report-Date-Text redefines WS-Report-Date PIC X(8).
       01 WS-Report-Integer PIC 9(8).
       01 WS-Normal-Start-Integer PIC 9(8).
       01 WS-Last-Year-Date PIC 9(8).
       01 WS-Last-Year-Parts redefines WS-Last-Year-Date.
           05 WS-Last-Year-Year PIC 9(4).
           05 WS-Last-Year-Month-Day PIC X(4).
       01 WS-Clim-Integer PIC 9(8).
       01 WS-Current-Station PIC X(08) VALUE SPACES.
       01 WS-Day-Found-Flag PIC X VALUE "N".
           88 Day-Found value "Y".
       01 WS-Last-Year-Flag PIC X VALUE "N".
           88 Last-Year-Found value "Y".
       01 WS-Day-Mean PIC S999V99.
       01 WS-Day-Min PIC S999V99.
       01 WS-Day-Max PIC S999V99.
       01 WS-Day-Count PIC 9(6).
       01 WS-Last-Year-Mean PIC S999V99.
       01 WS-Normal-Total PIC S9(7)V99.
       01 WS-Normal-Days PIC 9(4).
       01 WS-Normal-Mean PIC S999V99.
       01 WS-Normal-Diff PIC S9(4)V99.
       01 WS-Last-Year-Diff PIC S9(4)V99.
       01 WS-Abs-Diff PIC 9(4)V99.
       01 WS-Edit-Celsius PIC -ZZ9.99.
       01 WS-Edit-Diff PIC +++9.99.
       01 WS-Edit-Days PIC Z9.
       01 WS-Records-Read PIC 9(8) VALUE 0.
       01 WS-Stations-Reported PIC 9(8) VALUE 0.
       01 WS-No-Day-Count PIC 9(8) VALUE 0.
       01 WS-No-Normal-Count PIC 9(8) VALUE 0.
       01 WS-No-Last-Year-Count PIC 9(8) VALUE 0.
       01 WS-Flag-High-Count PIC 9(8) VALUE 0.
       01 WS-Flag-Low-Count PIC 9(8) VALUE 0.
       01 WS-Heading-Line.
           05 FILLER PIC X(52) VALUE
               "DAILY ANOMALY REPORT AGAINST ROLLING NORMALS -- DAY ".
           05 WS-Heading-Date PIC 9(8).
           05 FILLER PIC X(7) VALUE "  (RUN ".
           05 WS-Heading-Run-Date PIC 9(8).
           05 FILLER PIC X(1) VALUE ")".
       01 WS-Threshold-Line.
           05 FILLER PIC X(24) VALUE "  FLAG THRESHOLD CELSIUS".
           05 WS-Threshold-Text PIC ZZ9.99.
       01 WS-Column-Heading-1.
           05 FILLER PIC X(40) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "---30-DAY NORMAL--".
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "-- LAST YEAR --".
       01 WS-Column-Heading-2.
           05 FILLER PIC X(09) VALUE "STATION".
           05 FILLER PIC X(08) VALUE "   MEAN".
           05 FILLER PIC X(08) VALUE "    MIN".
           05 FILLER PIC X(08) VALUE "    MAX".
           05 FILLER PIC X(07) VALUE " COUNT".
           05 FILLER PIC X(08) VALUE " NORMAL".
           05 FILLER PIC X(03) VALUE "DY".
           05 FILLER PIC X(08) VALUE "   DIFF".
           05 FILLER PIC X(08) VALUE "   MEAN".
           05 FILLER PIC X(08) VALUE "   DIFF".
           05 FILLER PIC X(04) VALUE "FLAG".
       01 WS-Detail-Line.
           05 WS-Detail-Station-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-Detail-Mean PIC -ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-Detail-Min PIC -ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-Detail-Max PIC -ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-Detail-Count PIC ZZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-Detail-Normal PIC X(07).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-Detail-Normal-Days PIC X(02).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-Detail-Normal-Diff PIC X(07).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-Detail-Last-Year PIC X(07).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-Detail-Last-Year-Diff PIC X(07).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-Detail-Flag PIC X(04).
       01 WS-No-Day-Line.
           05 WS-No-Day-Station-ID PIC X(08).
           05 FILLER PIC X(32) VALUE
               "  NO READINGS ON REPORT DAY".
       01 WS-Total-Line.
           05 WS-Total-Label PIC X(40).
           05 WS-Total-Count PIC Z(7)9.
       PROCEDURE DIVISION.
           perform Get-Report-Date
           if not Report-Date-Valid
             display "Error, usage: tempanom [yyyymmdd], "
                 "anomaly report aborted"
             move 8 to return-code
           else
             perform Load-Anomaly-Threshold
             perform Write-Report-Headings
             open input Climatology-Master
             if WS-Clim-Status = "00"
               move "Y" to WS-Clim-Open-Flag
             else
               display "Error, could not open climatology master, "
                   "status: " WS-Clim-Status
               move "Y" to WS-Clim-EOF
               move 8 to return-code
             end-if
             perform until Clim-At-EOF
               read Climatology-Master next record
                 at end
                   move "Y" to WS-Clim-EOF
                 not at end
                   add 1 to WS-Records-Read
                   if CLIM-Station-ID not = WS-Current-Station
                     perform Report-One-Station
                     perform Start-New-Station
                   end-if
                   perform Accumulate-Climatology-Day
               end-read
             end-perform
             perform Report-One-Station
             if Climatology-Is-Open
               close Climatology-Master
             end-if
             perform Write-Report-Totals
           end-if
           goback.

       Get-Report-Date.
           move function current-date(1:8) to WS-Run-Date
           compute WS-Report-Date = function date-of-integer(
               function integer-of-date(WS-Run-Date) - 1)
           accept WS-Command-Line from command-line
           unstring WS-Command-Line delimited by all " "
               into WS-Date-Token
           end-unstring
           if WS-Date-Token not = spaces
             if WS-Date-Token(1:8) numeric
                 and WS-Date-Token(9:2) = spaces
                 and function test-date-yyyymmdd(
                     function numval(WS-Date-Token(1:8))) = 0
               move WS-Date-Token(1:8) to WS-Report-Date-Text
             else
               display "Error, invalid report date: " WS-Date-Token
               move "N" to WS-Date-Valid
             end-if
           end-if
           compute WS-Report-Integer =
               function integer-of-date(WS-Report-Date)
           compute WS-Normal-Start-Integer = WS-Report-Integer - 30
           move WS-Report-Date to WS-Last-Year-Date
           subtract 1 from WS-Last-Year-Year
           if WS-Last-Year-Month-Day = "0229"
             move "0228" to WS-Last-Year-Month-Day
           end-if.

       Load-Anomaly-Threshold.
           open input Anomaly-Config
           if WS-Config-Status not = "00"
             display "Warning, no anomaly threshold on file, status: "
                 WS-Config-Status ", using default"
           else
             read Anomaly-Config
               at end
                 display "Warning, anomaly config is empty, "
                     "using default threshold"
               not at end
                 if function test-numval(ANOM-Threshold-Celsius) = 0
                   move function numval(ANOM-Threshold-Celsius)
                       to WS-Threshold
                 else
                   display "Error, invalid anomaly threshold: "
                       ANOM-Threshold-Celsius ", using default"
                 end-if
             end-read
             close Anomaly-Config
           end-if.

       Start-New-Station.
           move CLIM-Station-ID to WS-Current-Station
           move "N" to WS-Day-Found-Flag
           move "N" to WS-Last-Year-Flag
           move 0 to WS-Normal-Total
           move 0 to WS-Normal-Days.

       Accumulate-Climatology-Day.
           if CLIM-Date numeric and CLIM-Reading-Count > 0
               and function test-date-yyyymmdd(CLIM-Date) = 0
             compute WS-Clim-Integer =
                 function integer-of-date(CLIM-Date)
             evaluate true
               when CLIM-Date = WS-Report-Date
                 move "Y" to WS-Day-Found-Flag
                 move CLIM-Mean-Celsius to WS-Day-Mean
                 move CLIM-Min-Celsius to WS-Day-Min
                 move CLIM-Max-Celsius to WS-Day-Max
                 move CLIM-Reading-Count to WS-Day-Count
               when WS-Clim-Integer >= WS-Normal-Start-Integer
                   and WS-Clim-Integer < WS-Report-Integer
                 add CLIM-Mean-Celsius to WS-Normal-Total
                 add 1 to WS-Normal-Days
               when CLIM-Date = WS-Last-Year-Date
                 move "Y" to WS-Last-Year-Flag
                 move CLIM-Mean-Celsius to WS-Last-Year-Mean
             end-evaluate
           end-if.

       Report-One-Station.
           evaluate true
             when WS-Current-Station = spaces
               continue
             when Day-Found
               perform Write-Station-Detail
             when WS-Normal-Days > 0
               add 1 to WS-No-Day-Count
               move WS-Current-Station to WS-No-Day-Station-ID
               move WS-No-Day-Line to Anomaly-Report-Line
               write Anomaly-Report-Line
           end-evaluate.

       Write-Station-Detail.
           add 1 to WS-Stations-Reported
           move spaces to WS-Detail-Flag
           move WS-Current-Station to WS-Detail-Station-ID
           move WS-Day-Mean to WS-Detail-Mean
           move WS-Day-Min to WS-Detail-Min
           move WS-Day-Max to WS-Detail-Max
           move WS-Day-Count to WS-Detail-Count
           if WS-Normal-Days = 0
             add 1 to WS-No-Normal-Count
             move "   NONE" to WS-Detail-Normal
             move spaces to WS-Detail-Normal-Days
             move spaces to WS-Detail-Normal-Diff
           else
             compute WS-Normal-Mean rounded
                 = WS-Normal-Total / WS-Normal-Days
             compute WS-Normal-Diff = WS-Day-Mean - WS-Normal-Mean
             move WS-Normal-Mean to WS-Edit-Celsius
             move WS-Edit-Celsius to WS-Detail-Normal
             move WS-Normal-Days to WS-Edit-Days
             move WS-Edit-Days to WS-Detail-Normal-Days
             move WS-Normal-Diff to WS-Edit-Diff
             move WS-Edit-Diff to WS-Detail-Normal-Diff
             if WS-Normal-Diff < 0
               compute WS-Abs-Diff = 0 - WS-Normal-Diff
             else
               move WS-Normal-Diff to WS-Abs-Diff
             end-if
             if WS-Abs-Diff > WS-Threshold
               if WS-Normal-Diff > 0
                 move "HIGH" to WS-Detail-Flag
                 add 1 to WS-Flag-High-Count
               else
                 move "LOW" to WS-Detail-Flag
                 add 1 to WS-Flag-Low-Count
               end-if
             end-if
           end-if
           if Last-Year-Found
             compute WS-Last-Year-Diff = WS-Day-Mean - WS-Last-Year-Mean
             move WS-Last-Year-Mean to WS-Edit-Celsius
             move WS-Edit-Celsius to WS-Detail-Last-Year
             move WS-Last-Year-Diff to WS-Edit-Diff
             move WS-Edit-Diff to WS-Detail-Last-Year-Diff
           else
             add 1 to WS-No-Last-Year-Count
             move "   NONE" to WS-Detail-Last-Year
             move spaces to WS-Detail-Last-Year-Diff
           end-if
           move WS-Detail-Line to Anomaly-Report-Line
           write Anomaly-Report-Line.

       Write-Report-Headings.
           open output Anomaly-Report
           move WS-Report-Date to WS-Heading-Date
           move WS-Run-Date to WS-Heading-Run-Date
           move WS-Heading-Line to Anomaly-Report-Line
           write Anomaly-Report-Line
           move WS-Threshold to WS-Threshold-Text
           move WS-Threshold-Line to Anomaly-Report-Line
           write Anomaly-Report-Line
           move spaces to Anomaly-Report-Line
           write Anomaly-Report-Line
           move WS-Column-Heading-1 to Anomaly-Report-Line
           write Anomaly-Report-Line
           move WS-Column-Heading-2 to Anomaly-Report-Line
           write Anomaly-Report-Line.

       Write-Report-Totals.
           if not Climatology-Is-Open
             move "  CLIMATOLOGY MASTER NOT AVAILABLE"
                 to Anomaly-Report-Line
             write Anomaly-Report-Line
           else
             if WS-Stations-Reported = 0 and WS-No-Day-Count = 0
               move "  NO CLIMATOLOGY FOR REPORT DAY"
                   to Anomaly-Report-Line
               write Anomaly-Report-Line
             end-if
           end-if
           move spaces to Anomaly-Report-Line
           write Anomaly-Report-Line
           move "CONTROL TOTALS" to Anomaly-Report-Line
           write Anomaly-Report-Line
           move "  CLIMATOLOGY RECORDS READ" to WS-Total-Label
           move WS-Records-Read to WS-Total-Count
           move WS-Total-Line to Anomaly-Report-Line
           write Anomaly-Report-Line
           move "  STATIONS REPORTED" to WS-Total-Label
           move WS-Stations-Reported to WS-Total-Count
           move WS-Total-Line to Anomaly-Report-Line
           write Anomaly-Report-Line
           move "  STATIONS FLAGGED HIGH" to WS-Total-Label
           move WS-Flag-High-Count to WS-Total-Count
           move WS-Total-Line to Anomaly-Report-Line
           write Anomaly-Report-Line
           move "  STATIONS FLAGGED LOW" to WS-Total-Label
           move WS-Flag-Low-Count to WS-Total-Count
           move WS-Total-Line to Anomaly-Report-Line
           write Anomaly-Report-Line
           move "  STATIONS WITH NO 30-DAY NORMAL" to WS-Total-Label
           move WS-No-Normal-Count to WS-Total-Count
           move WS-Total-Line to Anomaly-Report-Line
           write Anomaly-Report-Line
           move "  STATIONS WITH NO LAST-YEAR DAY" to WS-Total-Label
           move WS-No-Last-Year-Count to WS-Total-Count
           move WS-Total-Line to Anomaly-Report-Line
           write Anomaly-Report-Line
           move "  STATIONS WITH NO READINGS ON DAY" to WS-Total-Label
           move WS-No-Day-Count to WS-Total-Count
           move WS-Total-Line to Anomaly-Report-Line
           write Anomaly-Report-Line
           close Anomaly-Report.

       END PROGRAM tempanom.
