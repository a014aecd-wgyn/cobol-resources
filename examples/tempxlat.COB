       IDENTIFICATION DIVISION.
       PROGRAM-ID. tempxlat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select Vendor-File assign to
               dynamic WS-Vendor-File-Name
               organization is line sequential
               file status is WS-Vendor-Status.

           select Xref-File assign to "TEMPXREF.DAT"
               organization is line sequential
               file status is WS-Xref-Status.

           select Xlat-Reject-File assign to "TEMPXREJ.DAT"
               organization is line sequential
               file status is WS-Reject-Status.

           select Readings-Work-File assign to "TEMPXLAT.TMP"
               organization is line sequential
               file status is WS-Work-Status.

           select Sort-Work-File assign to "SORTWORK".

           select Translated-File assign to
               dynamic WS-Output-File-Name
               organization is line sequential
               file status is WS-Output-Status.

           select Site-List-File assign to "TEMPSITE.DAT"
               organization is line sequential
               file status is WS-Site-List-Status.

           select Translation-Report assign to "TEMPXLAT.RPT"
               organization is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD  Vendor-File.
       01  Vendor-Line PIC X(200).

       FD  Xref-File.
       01  Xref-Record.
           copy TEMPXREF.

       FD  Xlat-Reject-File.
       01  Xlat-Reject-Record.
           copy TEMPXREJ.

       FD  Readings-Work-File.
       01  Readings-Work-Record.
           copy TEMPREAD replacing leading ==TR== by ==XW==.

       SD  Sort-Work-File.
       01  Sort-Work-Record.
           05  SRT-STATION-ID              PIC X(08).
           05  SRT-READ-TIMESTAMP          PIC 9(14).
           05  FILLER                      PIC X(11).
           05  SRT-REC-TYPE                PIC X(01).

       FD  Translated-File.
       01  Translated-Record PIC X(34).

       FD  Site-List-File.
       01  Site-List-Record.
           copy TEMPSITE.

       FD  Translation-Report.
       01  Translation-Report-Line PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Vendor-Status PIC XX.
       01 WS-Xref-Status PIC XX.
       01 WS-Reject-Status PIC XX.
       01 WS-Output-Status PIC XX.
       01 WS-Work-Status PIC XX.
       01 WS-Site-List-Status PIC XX.
       01 WS-Command-Line PIC X(80).
       01 WS-Vendor-File-Name PIC X(30).
       01 WS-Output-File-Name PIC X(30).
       01 WS-Run-Timestamp PIC 9(14).
       01 WS-Vendor-EOF PIC X VALUE "N".
           88 Vendor-At-EOF value "Y".
       01 WS-Vendor-Open-Flag PIC X VALUE "N".
           88 Vendor-Is-Open value "Y".
       01 WS-Xref-Open-Flag PIC X VALUE "N".
           88 Xref-Is-Open value "Y".
       01 WS-Xref-EOF PIC X VALUE "N".
           88 Xref-At-EOF value "Y".
       01 WS-Reject-Open-Flag PIC X VALUE "N".
           88 Reject-Is-Open value "Y".
           88 Reject-Open-Failed value "F".
       01 WS-Site-List-EOF PIC X VALUE "N".
           88 Site-List-At-EOF value "Y".
       01 WS-Site-Listed-Flag PIC X VALUE "N".
           88 Output-Already-Listed value "Y".
       01 WS-First-Line-Flag PIC X VALUE "Y".
           88 First-Data-Line value "Y".
       01 WS-Line-Valid-Flag PIC X VALUE "Y".
           88 Line-Valid value "Y".
       01 WS-Balance-Flag PIC X VALUE "Y".
           88 Lines-In-Balance value "Y".
       01 WS-Xref-Max PIC 9(4) VALUE 500.
       01 WS-Xref-Used PIC 9(4) VALUE 0.
       01 WS-Xref-Sub PIC 9(4) VALUE 0.
       01 WS-Xref-Dropped PIC 9(4) VALUE 0.
       01 WS-Xref-Duplicates PIC 9(4) VALUE 0.
       01 WS-Xref-Found PIC X VALUE "N".
           88 Xref-Sensor-Found value "Y".
       01 WS-Xref-Table.
           05 WS-Xref-Entry occurs 500 times.
              10 WS-Xref-Sensor-ID PIC X(20).
              10 WS-Xref-Station-ID PIC X(08).
       01 WS-Field-Count PIC 9(4) VALUE 0.
       01 WS-Field-Sensor PIC X(40).
       01 WS-Field-Stamp PIC X(40).
       01 WS-Field-Value PIC X(40).
       01 WS-Field-Unit PIC X(40).
       01 WS-Field-Extra PIC X(40).
       01 WS-Clean-Field PIC X(40).
       01 WS-Clean-Work PIC X(40).
       01 WS-Reason PIC X(40).
       01 WS-Station-ID PIC X(08).
       01 WS-Unit PIC X(01).
       01 WS-Rec-Type PIC X(01).
       01 WS-Read-Timestamp PIC 9(14).
       01 WS-Stamp-Build.
           05 WS-Stamp-Date PIC X(08).
           05 WS-Stamp-Hour PIC X(02).
           05 WS-Stamp-Minute PIC X(02).
           05 WS-Stamp-Second PIC X(02).
       01 WS-Stamp-Number redefines WS-Stamp-Build PIC 9(14).
       01 WS-Line-Number PIC 9(8) VALUE 0.
       01 WS-Skipped-Count PIC 9(8) VALUE 0.
       01 WS-Written-Count PIC 9(8) VALUE 0.
       01 WS-Temperature-Count PIC 9(8) VALUE 0.
       01 WS-Humidity-Count PIC 9(8) VALUE 0.
       01 WS-Rejected-Count PIC 9(8) VALUE 0.
       01 WS-Unrecorded-Count PIC 9(8) VALUE 0.
       01 WS-Offset-Count PIC 9(4) VALUE 0.
       01 WS-Sensor-Reject-Count PIC 9(8) VALUE 0.
       01 WS-Format-Reject-Count PIC 9(8) VALUE 0.
       01 WS-Stamp-Reject-Count PIC 9(8) VALUE 0.
       01 WS-Unit-Reject-Count PIC 9(8) VALUE 0.
       01 WS-Value-Reject-Count PIC 9(8) VALUE 0.
       01 WS-Name-Line.
           05 WS-Name-Label PIC X(16).
           05 WS-Name-Value PIC X(30).
       01 WS-Total-Line.
           05 WS-Total-Label PIC X(40).
           05 WS-Total-Count PIC Z(7)9.
       PROCEDURE DIVISION.
           move function current-date(1:14) to WS-Run-Timestamp
           accept WS-Command-Line from command-line
           unstring WS-Command-Line delimited by all " "
               into WS-Vendor-File-Name WS-Output-File-Name
           end-unstring
           if WS-Vendor-File-Name = spaces
               or WS-Output-File-Name = spaces
             display "Error, usage: tempxlat vendor-file output-file"
             move 8 to return-code
           else
             perform Load-Sensor-Xref
             if Xref-Is-Open
               perform Translate-Vendor-File
               if Vendor-Is-Open
                 perform Sort-Translated-Readings
               end-if
             end-if
             perform Write-Translation-Report
             if Xref-Is-Open and Vendor-Is-Open and Lines-In-Balance
               perform List-Output-For-Consolidation
             else
               move 8 to return-code
             end-if
           end-if
           goback.

       Load-Sensor-Xref.
           open input Xref-File
           if WS-Xref-Status = "00"
             move "Y" to WS-Xref-Open-Flag
           else
             display "Error, could not open sensor cross-reference, "
                 "status: " WS-Xref-Status
                 ", vendor file not translated"
             move "Y" to WS-Xref-EOF
           end-if
           perform until Xref-At-EOF
             read Xref-File
               at end
                 move "Y" to WS-Xref-EOF
               not at end
                 perform Store-Xref-Entry
             end-read
           end-perform
           if Xref-Is-Open
             close Xref-File
           end-if
           if WS-Xref-Dropped > 0
             display "Error, cross-reference table full, dropped "
                 WS-Xref-Dropped " sensors"
           end-if
           if WS-Xref-Duplicates > 0
             display "Warning, " WS-Xref-Duplicates
                 " duplicate sensors in cross-reference, first used"
           end-if.

       Store-Xref-Entry.
           move function upper-case(XREF-Vendor-Sensor-ID)
               to WS-Clean-Field
           perform Find-Xref-Sensor
           evaluate true
             when XREF-Vendor-Sensor-ID = spaces
               continue
             when Xref-Sensor-Found
               add 1 to WS-Xref-Duplicates
             when WS-Xref-Used < WS-Xref-Max
               add 1 to WS-Xref-Used
               move WS-Clean-Field to WS-Xref-Sensor-ID(WS-Xref-Used)
               move XREF-Station-ID to WS-Xref-Station-ID(WS-Xref-Used)
             when other
               add 1 to WS-Xref-Dropped
           end-evaluate.

       Find-Xref-Sensor.
           move "N" to WS-Xref-Found
           perform varying WS-Xref-Sub from 1 by 1
               until WS-Xref-Sub > WS-Xref-Used
               or Xref-Sensor-Found
             if WS-Xref-Sensor-ID(WS-Xref-Sub) = WS-Clean-Field
               move "Y" to WS-Xref-Found
               move WS-Xref-Station-ID(WS-Xref-Sub) to WS-Station-ID
             end-if
           end-perform.

       Translate-Vendor-File.
           open input Vendor-File
           if WS-Vendor-Status = "00"
             move "Y" to WS-Vendor-Open-Flag
           else
             display "Error, could not open vendor file: "
                 function trim(WS-Vendor-File-Name)
                 ", status: " WS-Vendor-Status
             move "Y" to WS-Vendor-EOF
           end-if
           open output Readings-Work-File
           if WS-Work-Status not = "00"
             display "Error, could not open translation work file, "
                 "status: " WS-Work-Status
             move "N" to WS-Balance-Flag
             move "Y" to WS-Vendor-EOF
           end-if
           perform until Vendor-At-EOF
             read Vendor-File
               at end
                 move "Y" to WS-Vendor-EOF
               not at end
                 add 1 to WS-Line-Number
                 perform Translate-One-Line
             end-read
           end-perform
           close Readings-Work-File
           if Vendor-Is-Open
             close Vendor-File
           end-if
           if Reject-Is-Open
             close Xlat-Reject-File
           end-if.

       Translate-One-Line.
           inspect Vendor-Line replacing all x"0D" by space
           if Vendor-Line = spaces
             add 1 to WS-Skipped-Count
           else
             move "Y" to WS-Line-Valid-Flag
             move spaces to WS-Reason
             perform Split-Vendor-Line
             if Line-Valid and First-Data-Line
                 and WS-Field-Stamp(1:1) not numeric
               add 1 to WS-Skipped-Count
             else
               if Line-Valid
                 perform Map-Vendor-Sensor
               end-if
               if Line-Valid
                 perform Convert-Vendor-Timestamp
               end-if
               if Line-Valid
                 perform Convert-Unit-Word
               end-if
               if Line-Valid
                 perform Check-Vendor-Value
               end-if
               if Line-Valid
                 perform Write-Translated-Reading
               else
                 perform Write-Translation-Reject
               end-if
             end-if
             move "N" to WS-First-Line-Flag
           end-if.

       Split-Vendor-Line.
           move spaces to WS-Field-Sensor WS-Field-Stamp
               WS-Field-Value WS-Field-Unit WS-Field-Extra
           move 0 to WS-Field-Count
           unstring Vendor-Line delimited by ","
               into WS-Field-Sensor WS-Field-Stamp WS-Field-Value
                   WS-Field-Unit WS-Field-Extra
               tallying in WS-Field-Count
           end-unstring
           if WS-Field-Count not = 4
             move "N" to WS-Line-Valid-Flag
             move "Line does not have four fields" to WS-Reason
             add 1 to WS-Format-Reject-Count
           else
             move WS-Field-Sensor to WS-Clean-Field
             perform Clean-Vendor-Field
             move WS-Clean-Field to WS-Field-Sensor
             move WS-Field-Stamp to WS-Clean-Field
             perform Clean-Vendor-Field
             move WS-Clean-Field to WS-Field-Stamp
             move WS-Field-Value to WS-Clean-Field
             perform Clean-Vendor-Field
             move WS-Clean-Field to WS-Field-Value
             move WS-Field-Unit to WS-Clean-Field
             perform Clean-Vendor-Field
             move WS-Clean-Field to WS-Field-Unit
           end-if.

       Clean-Vendor-Field.
           inspect WS-Clean-Field replacing all '"' by space
           move function upper-case(function trim(WS-Clean-Field))
               to WS-Clean-Work
           move WS-Clean-Work to WS-Clean-Field.

       Map-Vendor-Sensor.
           move WS-Field-Sensor to WS-Clean-Field
           perform Find-Xref-Sensor
           if not Xref-Sensor-Found
             move "N" to WS-Line-Valid-Flag
             move "Sensor not in cross-reference" to WS-Reason
             add 1 to WS-Sensor-Reject-Count
           end-if.

       Convert-Vendor-Timestamp.
           move "00" to WS-Stamp-Second
           evaluate true
             when WS-Field-Stamp(5:1) not = "-"
                 or WS-Field-Stamp(8:1) not = "-"
                 or WS-Field-Stamp(14:1) not = ":"
                 or (WS-Field-Stamp(11:1) not = "T"
                     and WS-Field-Stamp(11:1) not = space)
               move "N" to WS-Line-Valid-Flag
               move "Date-time not YYYY-MM-DDTHH:MM:SS"
                   to WS-Reason
             when WS-Field-Stamp(17:1) = ":"
               move WS-Field-Stamp(18:2) to WS-Stamp-Second
               move 0 to WS-Offset-Count
               inspect WS-Field-Stamp(21:) tallying WS-Offset-Count
                   for all "+" all "-" all ":"
               if (WS-Field-Stamp(20:1) not = space
                   and WS-Field-Stamp(20:1) not = "Z"
                   and WS-Field-Stamp(20:1) not = ".")
                   or WS-Offset-Count > 0
                 move "N" to WS-Line-Valid-Flag
                 move "Date-time zone offset not supported"
                     to WS-Reason
               end-if
             when WS-Field-Stamp(17:1) not = space
                 and WS-Field-Stamp(17:1) not = "Z"
               move "N" to WS-Line-Valid-Flag
               move "Date-time zone offset not supported"
                   to WS-Reason
           end-evaluate
           if Line-Valid
             string WS-Field-Stamp(1:4) WS-Field-Stamp(6:2)
                 WS-Field-Stamp(9:2) delimited by size
                 into WS-Stamp-Date
             end-string
             move WS-Field-Stamp(12:2) to WS-Stamp-Hour
             move WS-Field-Stamp(15:2) to WS-Stamp-Minute
             evaluate true
               when WS-Stamp-Build not numeric
                 move "N" to WS-Line-Valid-Flag
                 move "Date-time has non-numeric parts" to WS-Reason
               when function test-date-yyyymmdd(
                   function numval(WS-Stamp-Date)) not = 0
                 move "N" to WS-Line-Valid-Flag
                 move "Date-time not a valid date" to WS-Reason
               when WS-Stamp-Hour > "23" or WS-Stamp-Minute > "59"
                   or WS-Stamp-Second > "59"
                 move "N" to WS-Line-Valid-Flag
                 move "Date-time not a valid time of day"
                     to WS-Reason
               when other
                 move WS-Stamp-Number to WS-Read-Timestamp
             end-evaluate
           end-if
           if not Line-Valid
             add 1 to WS-Stamp-Reject-Count
           end-if.

       Convert-Unit-Word.
           move "T" to WS-Rec-Type
           evaluate WS-Field-Unit
             when "DEGC"
             when "DEG C"
             when "C"
             when "CELSIUS"
               move "C" to WS-Unit
             when "DEGF"
             when "DEG F"
             when "F"
             when "FAHRENHEIT"
               move "F" to WS-Unit
             when "K"
             when "KELVIN"
               move "K" to WS-Unit
             when "%RH"
             when "RH"
             when "%"
               move "%" to WS-Unit
               move "H" to WS-Rec-Type
             when other
               move "N" to WS-Line-Valid-Flag
               move "Unit word not recognized" to WS-Reason
               add 1 to WS-Unit-Reject-Count
           end-evaluate.

       Check-Vendor-Value.
           evaluate true
             when WS-Field-Value = spaces
               move "N" to WS-Line-Valid-Flag
               move "Reading value missing" to WS-Reason
             when WS-Field-Value(11:30) not = spaces
               move "N" to WS-Line-Valid-Flag
               move "Reading value longer than 10 characters"
                   to WS-Reason
             when function test-numval(WS-Field-Value) not = 0
               move "N" to WS-Line-Valid-Flag
               move "Reading value not numeric" to WS-Reason
           end-evaluate
           if not Line-Valid
             add 1 to WS-Value-Reject-Count
           end-if.

       Write-Translated-Reading.
           move spaces to Readings-Work-Record
           move WS-Station-ID to XW-Station-ID
           move WS-Read-Timestamp to XW-Read-Timestamp
           move WS-Unit to XW-Unit
           move WS-Field-Value(1:10) to XW-Value
           move WS-Rec-Type to XW-Rec-Type
           write Readings-Work-Record
           if WS-Work-Status = "00"
             add 1 to WS-Written-Count
             if WS-Rec-Type = "H"
               add 1 to WS-Humidity-Count
             else
               add 1 to WS-Temperature-Count
             end-if
           else
             display "Error, translation work file write failed, "
                 "status: " WS-Work-Status " line: " WS-Line-Number
           end-if.

       Write-Translation-Reject.
           if not Reject-Is-Open and not Reject-Open-Failed
             open extend Xlat-Reject-File
             if WS-Reject-Status = "35"
               open output Xlat-Reject-File
             end-if
             if WS-Reject-Status = "00"
               move "Y" to WS-Reject-Open-Flag
             else
               display "Error, could not open translation rejects, "
                   "status: " WS-Reject-Status
               move "F" to WS-Reject-Open-Flag
               move "N" to WS-Balance-Flag
             end-if
           end-if
           if not Reject-Is-Open
             add 1 to WS-Unrecorded-Count
           else
             move spaces to Xlat-Reject-Record
             move WS-Run-Timestamp to XREJ-Timestamp
             move WS-Vendor-File-Name to XREJ-Source-File
             move WS-Line-Number to XREJ-Line-Number
             move WS-Reason to XREJ-Reason
             move Vendor-Line to XREJ-Line
             write Xlat-Reject-Record
             if WS-Reject-Status = "00"
               add 1 to WS-Rejected-Count
             else
               display "Error, translation reject write failed, "
                   "status: " WS-Reject-Status " line: " WS-Line-Number
               add 1 to WS-Unrecorded-Count
             end-if
           end-if.

       Sort-Translated-Readings.
           sort Sort-Work-File
               on ascending key SRT-Read-Timestamp SRT-Station-ID
                   SRT-Rec-Type
               using Readings-Work-File
               giving Translated-File
           if sort-return not = 0
             display "Error, could not write translated file: "
                 function trim(WS-Output-File-Name)
             move "N" to WS-Balance-Flag
           end-if.

       List-Output-For-Consolidation.
           move "N" to WS-Site-Listed-Flag
           open input Site-List-File
           if WS-Site-List-Status not = "00"
             move "Y" to WS-Site-List-EOF
           end-if
           perform until Site-List-At-EOF
             read Site-List-File
               at end
                 move "Y" to WS-Site-List-EOF
               not at end
                 if SITE-File-Name = WS-Output-File-Name
                   move "Y" to WS-Site-Listed-Flag
                 end-if
             end-read
           end-perform
           if WS-Site-List-Status not = "35"
             close Site-List-File
           end-if
           if not Output-Already-Listed
             open extend Site-List-File
             if WS-Site-List-Status = "35"
               open output Site-List-File
             end-if
             if WS-Site-List-Status = "00"
               move WS-Output-File-Name to SITE-File-Name
               write Site-List-Record
               close Site-List-File
             else
               display "Error, could not add translated file to site "
                   "list, status: " WS-Site-List-Status
               move 8 to return-code
             end-if
           end-if.

       Write-Translation-Report.
           if WS-Line-Number
               not = WS-Skipped-Count + WS-Written-Count
                   + WS-Rejected-Count
             move "N" to WS-Balance-Flag
           end-if
           open output Translation-Report
           move "VENDOR FILE TRANSLATION BALANCING REPORT"
               to Translation-Report-Line
           write Translation-Report-Line
           move spaces to Translation-Report-Line
           write Translation-Report-Line
           move "VENDOR FILE" to WS-Name-Label
           move WS-Vendor-File-Name to WS-Name-Value
           move WS-Name-Line to Translation-Report-Line
           write Translation-Report-Line
           move "OUTPUT FILE" to WS-Name-Label
           move WS-Output-File-Name to WS-Name-Value
           move WS-Name-Line to Translation-Report-Line
           write Translation-Report-Line
           if not Xref-Is-Open
             move "  SENSOR CROSS-REFERENCE NOT FOUND -- NOT TRANSLATED"
                 to Translation-Report-Line
             write Translation-Report-Line
           else
             if not Vendor-Is-Open
               move "  VENDOR FILE NOT FOUND" to Translation-Report-Line
               write Translation-Report-Line
             end-if
           end-if
           move spaces to Translation-Report-Line
           write Translation-Report-Line
           move "CONTROL TOTALS" to Translation-Report-Line
           write Translation-Report-Line
           move "  LINES READ FROM VENDOR FILE" to WS-Total-Label
           move WS-Line-Number to WS-Total-Count
           move WS-Total-Line to Translation-Report-Line
           write Translation-Report-Line
           move "  HEADER AND BLANK LINES SKIPPED" to WS-Total-Label
           move WS-Skipped-Count to WS-Total-Count
           move WS-Total-Line to Translation-Report-Line
           write Translation-Report-Line
           move "  READINGS WRITTEN" to WS-Total-Label
           move WS-Written-Count to WS-Total-Count
           move WS-Total-Line to Translation-Report-Line
           write Translation-Report-Line
           move "    TEMPERATURE READINGS" to WS-Total-Label
           move WS-Temperature-Count to WS-Total-Count
           move WS-Total-Line to Translation-Report-Line
           write Translation-Report-Line
           move "    HUMIDITY READINGS" to WS-Total-Label
           move WS-Humidity-Count to WS-Total-Count
           move WS-Total-Line to Translation-Report-Line
           write Translation-Report-Line
           move "  LINES REJECTED" to WS-Total-Label
           move WS-Rejected-Count to WS-Total-Count
           move WS-Total-Line to Translation-Report-Line
           write Translation-Report-Line
           move "    MALFORMED LINE" to WS-Total-Label
           move WS-Format-Reject-Count to WS-Total-Count
           move WS-Total-Line to Translation-Report-Line
           write Translation-Report-Line
           move "    SENSOR NOT IN CROSS-REFERENCE" to WS-Total-Label
           move WS-Sensor-Reject-Count to WS-Total-Count
           move WS-Total-Line to Translation-Report-Line
           write Translation-Report-Line
           move "    DATE-TIME NOT CONVERTED" to WS-Total-Label
           move WS-Stamp-Reject-Count to WS-Total-Count
           move WS-Total-Line to Translation-Report-Line
           write Translation-Report-Line
           move "    UNIT WORD NOT RECOGNIZED" to WS-Total-Label
           move WS-Unit-Reject-Count to WS-Total-Count
           move WS-Total-Line to Translation-Report-Line
           write Translation-Report-Line
           move "    READING VALUE INVALID" to WS-Total-Label
           move WS-Value-Reject-Count to WS-Total-Count
           move WS-Total-Line to Translation-Report-Line
           write Translation-Report-Line
           move "  REJECTS NOT RECORDED" to WS-Total-Label
           move WS-Unrecorded-Count to WS-Total-Count
           move WS-Total-Line to Translation-Report-Line
           write Translation-Report-Line
           move spaces to Translation-Report-Line
           write Translation-Report-Line
           if Lines-In-Balance
             move "  LINES IN BALANCE" to Translation-Report-Line
           else
             move "  OUT OF BALANCE -- DO NOT CONSOLIDATE"
                 to Translation-Report-Line
           end-if
           write Translation-Report-Line
           close Translation-Report.

       END PROGRAM tempxlat.
