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

       FD  QC-Config-File.
       01  QC-Config-Record.
       01 WS-Stuck-Token PIC X(10).
       01 WS-Report-Date PIC 9(8).
       01 WS-Report-Date-Text redefines WS-Report-Date PIC X(8).
       01 WS-Reading-Date PIC X(8).
       01 WS-Stuck-Limit PIC 9(4) VALUE 4.
       01 WS-Log-EOF PIC X VALUE "N".
           88 Log-At-EOF value "Y".
           perform Load-Delta-Table.
           perform Open-Alert-File.
           sort Sort-Work-File
               on ascending key SRT-Station-ID SRT-Read-Timestamp
               using Temp-Conversion-Log
               giving Sorted-Log-File
           open input Sorted-Log-File
                 move "Y" to WS-Log-EOF
               not at end
                 move Sorted-Log-Record to WS-Log-Record-Area
                 perform Set-Log-Reading-Date
                 if WS-Reading-Date = WS-Report-Date-Text
                     and QLG-Estimated-Flag not = "Y"
                   add 1 to WS-Scanned-Count
                   perform Check-One-Reading
                 end-if
             end-if
           end-if.

       Set-Log-Reading-Date.
           if QLG-Read-Timestamp numeric and QLG-Read-Timestamp > 0
             move QLG-Read-Timestamp(1:8) to WS-Reading-Date
           else
             move QLG-Timestamp(1:8) to WS-Reading-Date
           end-if.

       Load-Delta-Table.
           open input QC-Config-File
           if WS-Config-Status not = "00"
