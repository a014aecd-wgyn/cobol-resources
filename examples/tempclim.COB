       IDENTIFICATION DIVISION.
       PROGRAM-ID. tempclim.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select Temp-Conversion-Log assign to "TEMPLOG.DAT"
               organization is line sequential
               file status is WS-Log-Status.

           select Climatology-Master assign to "TEMPCLIM.DAT"
               organization is indexed
               access mode is random
               record key is CLIM-Key
               file status is WS-Clim-Status.

           select Climatology-Report assign to "TEMPCLIM.RPT"
               organization is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD  Temp-Conversion-Log.
       01  Temp-Log-Record.
           copy TEMPLOG.

       FD  Climatology-Master.
       01  Climatology-Record.
           copy TEMPCLIM.

       FD  Climatology-Report.
       01  Climatology-Report-Line PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Log-Status PIC XX.
       01 WS-Clim-Status PIC XX.
       01 WS-Command-Line PIC X(40).
       01 WS-Date-Token PIC X(10).
       01 WS-Days-Token PIC X(10).
       01 WS-Arguments-Valid PIC X VALUE "Y".
           88 Arguments-Valid value "Y".
       01 WS-Clim-Open-Flag PIC X VALUE "N".
           88 Climatology-Is-Open value "Y".
       01 WS-Run-Date PIC 9(8).
       01 WS-Run-Timestamp PIC 9(14).
       01 WS-End-Date PIC 9(8).
       01 WS-End-Date-Text redefines WS-End-Date PIC X(8).
       01 WS-Start-Date PIC 9(8).
       01 WS-Start-Date-Text redefines WS-Start-Date PIC X(8).
       01 WS-Window-Days PIC 9(4) VALUE 7.
       01 WS-Window-Max PIC 9(4) VALUE 31.
       01 WS-Start-Integer PIC 9(8).
       01 WS-Log-EOF PIC X VALUE "N".
           88 Log-At-EOF value "Y".
       01 WS-Reading-Stamp PIC X(14).
       01 WS-Reading-Date PIC 9(8).
       01 WS-Station-Max PIC 9(4) VALUE 100.
       01 WS-Station-Used PIC 9(4) VALUE 0.
       01 WS-Station-Sub PIC 9(4) VALUE 0.
       01 WS-Station-Dropped PIC 9(8) VALUE 0.
       01 WS-Station-Found PIC X VALUE "N".
           88 Station-Found value "Y".
       01 WS-Day-Sub PIC 9(4) VALUE 0.
       01 WS-Station-Table.
           05 WS-Station-Entry occurs 100 times.
              10 WS-CL-Station-ID PIC X(08).
              10 WS-CL-Day-Entry occurs 31 times.
                 15 WS-CL-Day-Total PIC S9(9)V99.
                 15 WS-CL-Day-Count PIC 9(6).
                 15 WS-CL-Day-Estimated PIC 9(6).
                 15 WS-CL-Day-Min PIC S999V99.
                 15 WS-CL-Day-Max PIC S999V99.
       01 WS-Log-Read-Count PIC 9(8) VALUE 0.
       01 WS-Window-Count PIC 9(8) VALUE 0.
       01 WS-Days-Added PIC 9(8) VALUE 0.
       01 WS-Days-Rebuilt PIC 9(8) VALUE 0.
       01 WS-Days-Kept PIC 9(8) VALUE 0.
       01 WS-Days-Failed PIC 9(8) VALUE 0.
       01 WS-Heading-Line.
           05 FILLER PIC X(43) VALUE
               "DAILY CLIMATOLOGY BUILD -- READING DAYS ".
           05 WS-Heading-Start PIC 9(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 WS-Heading-End PIC 9(8).
           05 FILLER PIC X(7) VALUE "  (RUN ".
           05 WS-Heading-Run-Date PIC 9(8).
           05 FILLER PIC X(1) VALUE ")".
       01 WS-Total-Line.
           05 WS-Total-Label PIC X(40).
           05 WS-Total-Count PIC Z(7)9.
       PROCEDURE DIVISION.
           perform Get-Build-Window
           if not Arguments-Valid
             display "Error, usage: tempclim [yyyymmdd] [days], "
                 "climatology build aborted"
             move 8 to return-code
           else
             perform Open-Climatology-Master
             if not Climatology-Is-Open
               move 8 to return-code
             else
               perform Accumulate-Conversion-Log
               perform Store-Window-Days
               close Climatology-Master
             end-if
             perform Write-Climatology-Report
             if WS-Days-Failed > 0 or WS-Station-Dropped > 0
               move 8 to return-code
             end-if
           end-if
           goback.

       Get-Build-Window.
           move function current-date(1:14) to WS-Run-Timestamp
           move WS-Run-Timestamp(1:8) to WS-Run-Date
           compute WS-End-Date = function date-of-integer(
               function integer-of-date(WS-Run-Date) - 1)
           accept WS-Command-Line from command-line
           unstring WS-Command-Line delimited by all " "
               into WS-Date-Token WS-Days-Token
           end-unstring
           if WS-Date-Token not = spaces
             if WS-Date-Token(1:8) numeric
                 and WS-Date-Token(9:2) = spaces
                 and function test-date-yyyymmdd(
                     function numval(WS-Date-Token(1:8))) = 0
               move WS-Date-Token(1:8) to WS-End-Date-Text
             else
               display "Error, invalid build date: " WS-Date-Token
               move "N" to WS-Arguments-Valid
             end-if
           end-if
           if WS-Days-Token not = spaces
             if function test-numval(WS-Days-Token) = 0
                 and function numval(WS-Days-Token) >= 1
                 and function numval(WS-Days-Token) <= WS-Window-Max
               move function numval(WS-Days-Token) to WS-Window-Days
             else
               display "Error, days must be 1 to " WS-Window-Max
                   ": " WS-Days-Token
               move "N" to WS-Arguments-Valid
             end-if
           end-if
           compute WS-Start-Integer =
               function integer-of-date(WS-End-Date)
               - WS-Window-Days + 1
           compute WS-Start-Date =
               function date-of-integer(WS-Start-Integer).

       Open-Climatology-Master.
           open i-o Climatology-Master
           if WS-Clim-Status = "35"
             open output Climatology-Master
             close Climatology-Master
             open i-o Climatology-Master
           end-if
           if WS-Clim-Status = "00"
             move "Y" to WS-Clim-Open-Flag
           else
             display "Error, could not open climatology master, "
                 "status: " WS-Clim-Status
           end-if.

       Accumulate-Conversion-Log.
           open input Temp-Conversion-Log
           if WS-Log-Status not = "00"
             display "Warning, no conversion log on file, status: "
                 WS-Log-Status
             move "Y" to WS-Log-EOF
           end-if
           perform until Log-At-EOF
             read Temp-Conversion-Log
               at end
                 move "Y" to WS-Log-EOF
               not at end
                 add 1 to WS-Log-Read-Count
                 perform Set-Log-Reading-Stamp
                 if WS-Reading-Stamp(1:8) numeric
                     and WS-Reading-Stamp(1:8) >= WS-Start-Date-Text
                     and WS-Reading-Stamp(1:8) <= WS-End-Date-Text
                     and function test-date-yyyymmdd(
                         function numval(WS-Reading-Stamp(1:8))) = 0
                   add 1 to WS-Window-Count
                   perform Accumulate-One-Reading
                 end-if
             end-read
           end-perform
           if WS-Log-Status not = "35"
             close Temp-Conversion-Log
           end-if
           if WS-Station-Dropped > 0
             display "Error, station table full, dropped "
                 WS-Station-Dropped " readings"
           end-if.

       Set-Log-Reading-Stamp.
           if LOG-Read-Timestamp numeric and LOG-Read-Timestamp > 0
             move LOG-Read-Timestamp to WS-Reading-Stamp
           else
             move LOG-Timestamp to WS-Reading-Stamp
           end-if.

       Accumulate-One-Reading.
           perform Find-Clim-Station
           if Station-Found
             move WS-Reading-Stamp(1:8) to WS-Reading-Date
             compute WS-Day-Sub =
                 function integer-of-date(WS-Reading-Date)
                 - WS-Start-Integer + 1
             if WS-CL-Day-Count(WS-Station-Sub WS-Day-Sub) = 0
               move LOG-Celsius
                   to WS-CL-Day-Min(WS-Station-Sub WS-Day-Sub)
                      WS-CL-Day-Max(WS-Station-Sub WS-Day-Sub)
             end-if
             if LOG-Celsius < WS-CL-Day-Min(WS-Station-Sub WS-Day-Sub)
               move LOG-Celsius
                   to WS-CL-Day-Min(WS-Station-Sub WS-Day-Sub)
             end-if
             if LOG-Celsius > WS-CL-Day-Max(WS-Station-Sub WS-Day-Sub)
               move LOG-Celsius
                   to WS-CL-Day-Max(WS-Station-Sub WS-Day-Sub)
             end-if
             add LOG-Celsius
                 to WS-CL-Day-Total(WS-Station-Sub WS-Day-Sub)
             add 1 to WS-CL-Day-Count(WS-Station-Sub WS-Day-Sub)
             if LOG-Estimated-Flag = "Y"
               add 1 to WS-CL-Day-Estimated(WS-Station-Sub WS-Day-Sub)
             end-if
           end-if.

       Find-Clim-Station.
           move "N" to WS-Station-Found
           perform varying WS-Station-Sub from 1 by 1
               until WS-Station-Sub > WS-Station-Used
               or Station-Found
             if WS-CL-Station-ID(WS-Station-Sub) = LOG-Station-ID
               move "Y" to WS-Station-Found
             end-if
           end-perform
           if Station-Found
             subtract 1 from WS-Station-Sub
           else
             if WS-Station-Used < WS-Station-Max
               add 1 to WS-Station-Used
               move WS-Station-Used to WS-Station-Sub
               move LOG-Station-ID
                   to WS-CL-Station-ID(WS-Station-Sub)
               perform varying WS-Day-Sub from 1 by 1
                   until WS-Day-Sub > WS-Window-Max
                 move 0 to WS-CL-Day-Total(WS-Station-Sub WS-Day-Sub)
                 move 0 to WS-CL-Day-Count(WS-Station-Sub WS-Day-Sub)
                 move 0
                     to WS-CL-Day-Estimated(WS-Station-Sub WS-Day-Sub)
                 move 0 to WS-CL-Day-Min(WS-Station-Sub WS-Day-Sub)
                 move 0 to WS-CL-Day-Max(WS-Station-Sub WS-Day-Sub)
               end-perform
               move "Y" to WS-Station-Found
             else
               add 1 to WS-Station-Dropped
             end-if
           end-if.

       Store-Window-Days.
           perform varying WS-Station-Sub from 1 by 1
               until WS-Station-Sub > WS-Station-Used
             perform varying WS-Day-Sub from 1 by 1
                 until WS-Day-Sub > WS-Window-Days
               if WS-CL-Day-Count(WS-Station-Sub WS-Day-Sub) > 0
                 perform Store-One-Day
               end-if
             end-perform
           end-perform.

       Store-One-Day.
           move WS-CL-Station-ID(WS-Station-Sub) to CLIM-Station-ID
           compute CLIM-Date = function date-of-integer(
               WS-Start-Integer + WS-Day-Sub - 1)
           read Climatology-Master
             invalid key
               perform Build-Climatology-Record
               write Climatology-Record
                 invalid key
                   display "Error, climatology write failed for: "
                       CLIM-Station-ID " " CLIM-Date
                   add 1 to WS-Days-Failed
                 not invalid key
                   add 1 to WS-Days-Added
               end-write
             not invalid key
               if WS-CL-Day-Count(WS-Station-Sub WS-Day-Sub)
                   < CLIM-Reading-Count
                 add 1 to WS-Days-Kept
               else
                 perform Build-Climatology-Record
                 rewrite Climatology-Record
                   invalid key
                     display "Error, climatology rewrite failed for: "
                         CLIM-Station-ID " " CLIM-Date
                     add 1 to WS-Days-Failed
                   not invalid key
                     add 1 to WS-Days-Rebuilt
                 end-rewrite
               end-if
           end-read.

       Build-Climatology-Record.
           move WS-CL-Day-Min(WS-Station-Sub WS-Day-Sub)
               to CLIM-Min-Celsius
           move WS-CL-Day-Max(WS-Station-Sub WS-Day-Sub)
               to CLIM-Max-Celsius
           move WS-CL-Day-Total(WS-Station-Sub WS-Day-Sub)
               to CLIM-Celsius-Total
           move WS-CL-Day-Count(WS-Station-Sub WS-Day-Sub)
               to CLIM-Reading-Count
           move WS-CL-Day-Estimated(WS-Station-Sub WS-Day-Sub)
               to CLIM-Estimated-Count
           compute CLIM-Mean-Celsius rounded
               = CLIM-Celsius-Total / CLIM-Reading-Count
           move WS-Run-Timestamp to CLIM-Built-Timestamp.

       Write-Climatology-Report.
           open output Climatology-Report
           move WS-Start-Date to WS-Heading-Start
           move WS-End-Date to WS-Heading-End
           move WS-Run-Date to WS-Heading-Run-Date
           move WS-Heading-Line to Climatology-Report-Line
           write Climatology-Report-Line
           move spaces to Climatology-Report-Line
           write Climatology-Report-Line
           if not Climatology-Is-Open
             move "  CLIMATOLOGY MASTER NOT AVAILABLE -- NOT BUILT"
                 to Climatology-Report-Line
             write Climatology-Report-Line
             move spaces to Climatology-Report-Line
             write Climatology-Report-Line
           end-if
           move "CONTROL TOTALS" to Climatology-Report-Line
           write Climatology-Report-Line
           move "  CONVERSION LOG RECORDS READ" to WS-Total-Label
           move WS-Log-Read-Count to WS-Total-Count
           move WS-Total-Line to Climatology-Report-Line
           write Climatology-Report-Line
           move "  READINGS IN BUILD WINDOW" to WS-Total-Label
           move WS-Window-Count to WS-Total-Count
           move WS-Total-Line to Climatology-Report-Line
           write Climatology-Report-Line
           move "  STATIONS WITH READINGS" to WS-Total-Label
           move WS-Station-Used to WS-Total-Count
           move WS-Total-Line to Climatology-Report-Line
           write Climatology-Report-Line
           move "  STATION DAYS ADDED" to WS-Total-Label
           move WS-Days-Added to WS-Total-Count
           move WS-Total-Line to Climatology-Report-Line
           write Climatology-Report-Line
           move "  STATION DAYS REBUILT" to WS-Total-Label
           move WS-Days-Rebuilt to WS-Total-Count
           move WS-Total-Line to Climatology-Report-Line
           write Climatology-Report-Line
           move "  STATION DAYS KEPT (LOG ARCHIVED)" to WS-Total-Label
           move WS-Days-Kept to WS-Total-Count
           move WS-Total-Line to Climatology-Report-Line
           write Climatology-Report-Line
           move "  STATION DAYS FAILED" to WS-Total-Label
           move WS-Days-Failed to WS-Total-Count
           move WS-Total-Line to Climatology-Report-Line
           write Climatology-Report-Line
           move "  READINGS DROPPED (STATION TABLE FULL)"
               to WS-Total-Label
           move WS-Station-Dropped to WS-Total-Count
           move WS-Total-Line to Climatology-Report-Line
           write Climatology-Report-Line
           close Climatology-Report.

       END PROGRAM tempclim.
