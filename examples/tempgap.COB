       IDENTIFICATION DIVISION.
       PROGRAM-ID. tempgap.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select Temp-Conversion-Log assign to "TEMPLOG.DAT"
               organization is line sequential
               file status is WS-Log-Status.

           select Sorted-Log-File assign to "TEMPLOG.GPS"
               organization is line sequential
               file status is WS-Sorted-Status.

           select Sort-Work-File assign to "SORTWORK".

           select Station-Master assign to "TEMPSTN.DAT"
               organization is indexed
               access mode is sequential
               record key is STN-Station-ID
               file status is WS-Station-Status.

           select Gap-Report assign to "TEMPGAP.RPT"
               organization is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD  Temp-Conversion-Log.
       01  Temp-Log-Record.
           copy TEMPLOG.

       FD  Sorted-Log-File.
       01  Sorted-Log-Record PIC X(100).

       SD  Sort-Work-File.
       01  Sort-Work-Record.
           05  FILLER                      PIC X(34).
           05  SRT-STATION-ID              PIC X(08).
           05  FILLER                      PIC X(26).
           05  SRT-READ-TIMESTAMP          PIC 9(14).
           05  FILLER                      PIC X(18).

       FD  Station-Master.
       01  Station-Master-Record.
           copy TEMPSTN.

       FD  Gap-Report.
       01  Gap-Report-Line PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Log-Status PIC XX.
       01 WS-Sorted-Status PIC XX.
       01 WS-Station-Status PIC XX.
       01 WS-Command-Line PIC X(40).
       01 WS-Date-Token PIC X(10).
       01 WS-Fill-Token PIC X(10).
       01 WS-Report-Date PIC 9(8).
       01 WS-Report-Date-Text redefines WS-Report-Date PIC X(8).
       01 WS-Run-Date PIC X(8).
       01 WS-Fill-Limit PIC 9(4) VALUE 4.
       01 WS-Log-EOF PIC X VALUE "N".
           88 Log-At-EOF value "Y".
       01 WS-Station-EOF PIC X VALUE "N".
           88 Stations-At-EOF value "Y".
       01 WS-Log-Record-Area.
           copy TEMPLOG replacing leading ==LOG== by ==GLG==.
       01 WS-Station-Max PIC 9(4) VALUE 200.
       01 WS-Station-Used PIC 9(4) VALUE 0.
       01 WS-Station-Sub PIC 9(4) VALUE 0.
       01 WS-Station-Dropped PIC 9(4) VALUE 0.
       01 WS-Station-Found PIC X VALUE "N".
           88 Station-Found value "Y".
       01 WS-Station-Table.
           05 WS-Station-Entry occurs 200 times.
              10 WS-Gap-Station-ID PIC X(08).
              10 WS-Gap-Active-Flag PIC X(01).
              10 WS-Gap-Interval PIC 9(04).
       01 WS-Curr-Station PIC X(8) VALUE SPACES.
       01 WS-Monitored-Flag PIC X VALUE "N".
           88 Station-Monitored value "Y".
       01 WS-Interval-Seconds PIC 9(8) VALUE 0.
       01 WS-Have-Prev PIC X VALUE "N".
           88 Have-Prev-Reading value "Y".
       01 WS-Prev-Timestamp PIC 9(14) VALUE 0.
       01 WS-Prev-Seconds PIC 9(12) VALUE 0.
       01 WS-Prev-Unit PIC X(1) VALUE SPACES.
       01 WS-Prev-Raw-Value PIC X(10) VALUE SPACES.
       01 WS-Prev-Value PIC S999V99 VALUE 0.
       01 WS-Curr-Seconds PIC 9(12) VALUE 0.
       01 WS-Curr-Value PIC S999V99 VALUE 0.
       01 WS-Stamp-Work PIC 9(14).
       01 WS-Stamp-Parts redefines WS-Stamp-Work.
           05 WS-Stamp-Date PIC 9(8).
           05 WS-Stamp-Hour PIC 9(2).
           05 WS-Stamp-Minute PIC 9(2).
           05 WS-Stamp-Second PIC 9(2).
       01 WS-Stamp-Seconds PIC 9(12) VALUE 0.
       01 WS-Stamp-Valid-Flag PIC X VALUE "Y".
           88 Stamp-Valid value "Y".
       01 WS-Stamp-Days PIC 9(8).
       01 WS-Day-Seconds PIC 9(6).
       01 WS-Hour-Seconds PIC 9(6).
       01 WS-End-Seconds PIC 9(12) VALUE 0.
       01 WS-Elapsed-Seconds PIC 9(12) VALUE 0.
       01 WS-Missing-Count PIC 9(6) VALUE 0.
       01 WS-Fill-Sub PIC 9(6) VALUE 0.
       01 WS-Est-Seconds PIC 9(12) VALUE 0.
       01 WS-Est-Timestamp PIC 9(14).
       01 WS-Est-Value PIC S999V99.
       01 WS-Est-Text PIC -(3)9.99.
       01 WS-Est-Raw-Value PIC X(10).
       01 WS-Est-Unit PIC X(1).
       01 WS-Est-Valid PIC X(1).
       01 WS-Fahrenheit PIC S999V99.
       01 WS-Celsius PIC S999V99.
       01 WS-Kelvin PIC S999V99.
       01 WS-Gap-Failed-Count PIC 9(6) VALUE 0.
       01 WS-Posting-Flag PIC X VALUE "N".
           88 Estimates-Posted value "Y".
       01 WS-Scanned-Count PIC 9(8) VALUE 0.
       01 WS-Gap-Count PIC 9(8) VALUE 0.
       01 WS-Filled-Count PIC 9(8) VALUE 0.
       01 WS-Field-Count PIC 9(8) VALUE 0.
       01 WS-Posted-Count PIC 9(8) VALUE 0.
       01 WS-Post-Failed-Count PIC 9(8) VALUE 0.
       01 WS-Detail-Line.
           05 WS-Detail-Station-ID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Detail-From PIC X(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Detail-To PIC X(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Detail-Missing PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Detail-Action PIC X(29).
       01 WS-Total-Line.
           05 WS-Total-Label PIC X(40).
           05 WS-Total-Count PIC Z(7)9.
       01 WS-Heading-Line.
           05 FILLER PIC X(42) VALUE
               "MISSING-READING GAP REPORT -- READINGS OF ".
           05 WS-Heading-Date PIC X(8).
           05 FILLER PIC X(7) VALUE "  (RUN ".
           05 WS-Heading-Run-Date PIC X(8).
           05 FILLER PIC X(1) VALUE ")".
       PROCEDURE DIVISION.
           perform Get-Gap-Arguments
           perform Load-Station-Table
           if WS-Station-Status not = "00"
             display "Error, gap analysis aborted, station master "
                 "required for reporting intervals"
             move 8 to return-code
           else
             sort Sort-Work-File
                 on ascending key SRT-Station-ID SRT-Read-Timestamp
                 using Temp-Conversion-Log
                 giving Sorted-Log-File
             perform Write-Gap-Heading
             open input Sorted-Log-File
             if WS-Sorted-Status not = "00"
               move "Y" to WS-Log-EOF
             end-if
             perform until Log-At-EOF
               read Sorted-Log-File
                 at end
                   move "Y" to WS-Log-EOF
                 not at end
                   move Sorted-Log-Record to WS-Log-Record-Area
                   perform Check-One-Reading
               end-read
             end-perform
             perform Check-Trailing-Gap
             if WS-Sorted-Status not = "35"
               close Sorted-Log-File
             end-if
             perform Write-Gap-Totals
             close Gap-Report
             if Estimates-Posted
               call "TEMPDONE"
             end-if
           end-if
           goback.

       Get-Gap-Arguments.
           move function current-date(1:8) to WS-Run-Date
           move function current-date(1:8) to WS-Report-Date
           accept WS-Command-Line from command-line
           unstring WS-Command-Line delimited by " "
               into WS-Date-Token WS-Fill-Token
           end-unstring
           if WS-Date-Token not = spaces
             if function test-numval(WS-Date-Token) = 0
               move function numval(WS-Date-Token)
                   to WS-Report-Date
             else
               display "Error, invalid report date: " WS-Date-Token
                   ", using current date"
             end-if
           end-if
           if WS-Fill-Token not = spaces
             if function test-numval(WS-Fill-Token) = 0
                 and function numval(WS-Fill-Token) >= 0
               move function numval(WS-Fill-Token)
                   to WS-Fill-Limit
             else
               display "Error, invalid fill limit: "
                   WS-Fill-Token ", using default"
             end-if
           end-if.

       Load-Station-Table.
           open input Station-Master
           if WS-Station-Status not = "00"
             display "Error, could not open station master, status: "
                 WS-Station-Status
             move "Y" to WS-Station-EOF
           end-if
           perform until Stations-At-EOF
             read Station-Master next record
               at end
                 move "Y" to WS-Station-EOF
               not at end
                 perform Store-Station-Entry
             end-read
           end-perform
           if WS-Station-Status not = "35"
             close Station-Master
             move "00" to WS-Station-Status
           end-if
           if WS-Station-Dropped > 0
             display "Error, station table full, dropped "
                 WS-Station-Dropped " stations"
           end-if.

       Store-Station-Entry.
           if WS-Station-Used < WS-Station-Max
             add 1 to WS-Station-Used
             move STN-Station-ID to WS-Gap-Station-ID(WS-Station-Used)
             move STN-Active-Flag to WS-Gap-Active-Flag(WS-Station-Used)
             if STN-Report-Interval numeric
               move STN-Report-Interval
                   to WS-Gap-Interval(WS-Station-Used)
             else
               move 0 to WS-Gap-Interval(WS-Station-Used)
             end-if
           else
             add 1 to WS-Station-Dropped
           end-if.

       Find-Station-Interval.
           move "N" to WS-Monitored-Flag
           move "N" to WS-Station-Found
           perform varying WS-Station-Sub from 1 by 1
               until WS-Station-Sub > WS-Station-Used
               or Station-Found
             if WS-Gap-Station-ID(WS-Station-Sub) = WS-Curr-Station
               move "Y" to WS-Station-Found
             end-if
           end-perform
           if Station-Found
             subtract 1 from WS-Station-Sub
             if WS-Gap-Active-Flag(WS-Station-Sub) = "Y"
                 and WS-Gap-Interval(WS-Station-Sub) > 0
               move "Y" to WS-Monitored-Flag
               compute WS-Interval-Seconds
                   = WS-Gap-Interval(WS-Station-Sub) * 60
             end-if
           end-if.

       Check-One-Reading.
           if GLG-Station-ID not = WS-Curr-Station
             perform Check-Trailing-Gap
             move GLG-Station-ID to WS-Curr-Station
             move "N" to WS-Have-Prev
             perform Find-Station-Interval
           end-if
           if Station-Monitored
               and GLG-Read-Timestamp numeric
               and GLG-Read-Timestamp > 0
             move GLG-Read-Timestamp to WS-Stamp-Work
             perform Stamp-To-Seconds
             if Stamp-Valid
               move WS-Stamp-Seconds to WS-Curr-Seconds
               if WS-Stamp-Date = WS-Report-Date
                 add 1 to WS-Scanned-Count
                 if Have-Prev-Reading
                   perform Check-Reading-Gap
                 end-if
               end-if
               move GLG-Read-Timestamp to WS-Prev-Timestamp
               move WS-Curr-Seconds to WS-Prev-Seconds
               move GLG-Unit to WS-Prev-Unit
               move GLG-Raw-Value to WS-Prev-Raw-Value
               move "Y" to WS-Have-Prev
             end-if
           end-if.

       Check-Reading-Gap.
           compute WS-Elapsed-Seconds
               = WS-Curr-Seconds - WS-Prev-Seconds
           if WS-Elapsed-Seconds * 2 > WS-Interval-Seconds * 3
             add 1 to WS-Gap-Count
             compute WS-Missing-Count rounded
                 = WS-Elapsed-Seconds / WS-Interval-Seconds
             subtract 1 from WS-Missing-Count
             move spaces to WS-Detail-Line
             move WS-Curr-Station to WS-Detail-Station-ID
             move WS-Prev-Timestamp to WS-Detail-From
             move GLG-Read-Timestamp to WS-Detail-To
             move WS-Missing-Count to WS-Detail-Missing
             evaluate true
               when WS-Missing-Count > WS-Fill-Limit
                 add 1 to WS-Field-Count
                 move "FIELD CHECK - GAP TOO LONG" to WS-Detail-Action
               when function upper-case(GLG-Unit)
                   not = function upper-case(WS-Prev-Unit)
                 add 1 to WS-Field-Count
                 move "FIELD CHECK - UNIT CHANGED" to WS-Detail-Action
               when function test-numval(GLG-Raw-Value) not = 0
                   or function test-numval(WS-Prev-Raw-Value) not = 0
                 add 1 to WS-Field-Count
                 move "FIELD CHECK - NOT NUMERIC" to WS-Detail-Action
               when other
                 perform Fill-Reading-Gap
             end-evaluate
             move WS-Detail-Line to Gap-Report-Line
             write Gap-Report-Line
           end-if.

       Fill-Reading-Gap.
           move function numval(WS-Prev-Raw-Value) to WS-Prev-Value
           move function numval(GLG-Raw-Value) to WS-Curr-Value
           move GLG-Unit to WS-Est-Unit
           move 0 to WS-Gap-Failed-Count
           perform varying WS-Fill-Sub from 1 by 1
               until WS-Fill-Sub > WS-Missing-Count
             perform Post-One-Estimate
           end-perform
           if WS-Gap-Failed-Count = 0
             add 1 to WS-Filled-Count
             move "FILLED WITH ESTIMATES" to WS-Detail-Action
           else
             add 1 to WS-Field-Count
             move "PARTLY FILLED - SEE ERRORS" to WS-Detail-Action
           end-if.

       Post-One-Estimate.
           compute WS-Est-Seconds = WS-Prev-Seconds
               + (WS-Elapsed-Seconds * WS-Fill-Sub)
               / (WS-Missing-Count + 1)
           perform Seconds-To-Stamp
           move WS-Stamp-Work to WS-Est-Timestamp
           compute WS-Est-Value rounded = WS-Prev-Value
               + (WS-Curr-Value - WS-Prev-Value) * WS-Fill-Sub
               / (WS-Missing-Count + 1)
           move WS-Est-Value to WS-Est-Text
           move function trim(WS-Est-Text) to WS-Est-Raw-Value
           move "Y" to WS-Posting-Flag
           call "TEMPESTM" using WS-Curr-Station WS-Est-Timestamp
               WS-Est-Unit WS-Est-Raw-Value
               WS-Fahrenheit WS-Celsius WS-Kelvin WS-Est-Valid
           if WS-Est-Valid = "Y"
             add 1 to WS-Posted-Count
           else
             add 1 to WS-Post-Failed-Count
             add 1 to WS-Gap-Failed-Count
             display "Error, estimated reading not posted for station: "
                 WS-Curr-Station " at " WS-Est-Timestamp
           end-if.

       Check-Trailing-Gap.
           if Have-Prev-Reading and Station-Monitored
               and WS-Prev-Timestamp(1:8) = WS-Report-Date-Text
             if WS-Report-Date-Text = WS-Run-Date
               move function current-date(1:14) to WS-Stamp-Work
               perform Stamp-To-Seconds
               move WS-Stamp-Seconds to WS-End-Seconds
             else
               compute WS-End-Seconds
                   = (function integer-of-date(WS-Report-Date) + 1)
                   * 86400
             end-if
             if WS-End-Seconds > WS-Prev-Seconds
               compute WS-Elapsed-Seconds
                   = WS-End-Seconds - WS-Prev-Seconds
               if WS-Elapsed-Seconds * 2 > WS-Interval-Seconds * 3
                 add 1 to WS-Gap-Count
                 add 1 to WS-Field-Count
                 compute WS-Missing-Count
                     = WS-Elapsed-Seconds / WS-Interval-Seconds
                 move spaces to WS-Detail-Line
                 move WS-Curr-Station to WS-Detail-Station-ID
                 move WS-Prev-Timestamp to WS-Detail-From
                 move "NONE" to WS-Detail-To
                 move WS-Missing-Count to WS-Detail-Missing
                 move "FIELD CHECK - SILENT SINCE" to WS-Detail-Action
                 move WS-Detail-Line to Gap-Report-Line
                 write Gap-Report-Line
               end-if
             end-if
           end-if.

       Stamp-To-Seconds.
           move "Y" to WS-Stamp-Valid-Flag
           move 0 to WS-Stamp-Seconds
           if function test-date-yyyymmdd(WS-Stamp-Date) not = 0
               or WS-Stamp-Hour > 23
               or WS-Stamp-Minute > 59
               or WS-Stamp-Second > 59
             move "N" to WS-Stamp-Valid-Flag
           else
             compute WS-Stamp-Seconds
                 = function integer-of-date(WS-Stamp-Date) * 86400
                 + WS-Stamp-Hour * 3600
                 + WS-Stamp-Minute * 60
                 + WS-Stamp-Second
           end-if.

       Seconds-To-Stamp.
           divide WS-Est-Seconds by 86400
               giving WS-Stamp-Days remainder WS-Day-Seconds
           compute WS-Stamp-Date
               = function date-of-integer(WS-Stamp-Days)
           divide WS-Day-Seconds by 3600
               giving WS-Stamp-Hour remainder WS-Hour-Seconds
           divide WS-Hour-Seconds by 60
               giving WS-Stamp-Minute remainder WS-Stamp-Second.

       Write-Gap-Heading.
           open output Gap-Report
           move WS-Report-Date-Text to WS-Heading-Date
           move WS-Run-Date to WS-Heading-Run-Date
           move WS-Heading-Line to Gap-Report-Line
           write Gap-Report-Line
           move spaces to WS-Total-Line
           move "  MAXIMUM READINGS FILLED PER GAP" to WS-Total-Label
           move WS-Fill-Limit to WS-Total-Count
           move WS-Total-Line to Gap-Report-Line
           write Gap-Report-Line
           move spaces to Gap-Report-Line
           write Gap-Report-Line
           move "STATION   LAST READING    NEXT READING    MISSING  "
               & "ACTION" to Gap-Report-Line
           write Gap-Report-Line.

       Write-Gap-Totals.
           if WS-Gap-Count = 0
             move "  NO GAPS FOUND" to Gap-Report-Line
             write Gap-Report-Line
           end-if
           move spaces to Gap-Report-Line
           write Gap-Report-Line
           move "CONTROL TOTALS" to Gap-Report-Line
           write Gap-Report-Line
           move "  READINGS SCANNED" to WS-Total-Label
           move WS-Scanned-Count to WS-Total-Count
           move WS-Total-Line to Gap-Report-Line
           write Gap-Report-Line
           move "  GAPS FOUND" to WS-Total-Label
           move WS-Gap-Count to WS-Total-Count
           move WS-Total-Line to Gap-Report-Line
           write Gap-Report-Line
           move "  GAPS FILLED WITH ESTIMATES" to WS-Total-Label
           move WS-Filled-Count to WS-Total-Count
           move WS-Total-Line to Gap-Report-Line
           write Gap-Report-Line
           move "  GAPS LISTED FOR FIELD CHECK" to WS-Total-Label
           move WS-Field-Count to WS-Total-Count
           move WS-Total-Line to Gap-Report-Line
           write Gap-Report-Line
           move "  ESTIMATED READINGS POSTED" to WS-Total-Label
           move WS-Posted-Count to WS-Total-Count
           move WS-Total-Line to Gap-Report-Line
           write Gap-Report-Line
           move "  ESTIMATED READINGS FAILED" to WS-Total-Label
           move WS-Post-Failed-Count to WS-Total-Count
           move WS-Total-Line to Gap-Report-Line
           write Gap-Report-Line.

       END PROGRAM tempgap.
