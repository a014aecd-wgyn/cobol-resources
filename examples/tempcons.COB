       01  Sort-Work-Record.
           05  SRT-STATION-ID              PIC X(08).
           05  SRT-READ-TIMESTAMP          PIC 9(14).
           05  FILLER                      PIC X(11).
           05  SRT-REC-TYPE                PIC X(01).
           05  FILLER                      PIC X(06).

       FD  Temp-Readings-File.
       01  Temp-Reading-Record.
       01 WS-Prev-Key.
           05 WS-Prev-Station-ID PIC X(08).
           05 WS-Prev-Read-Timestamp PIC 9(14).
           05 WS-Prev-Rec-Type PIC X(01).
       01 WS-This-Key.
           05 WS-This-Station-ID PIC X(08).
           05 WS-This-Read-Timestamp PIC 9(14).
           05 WS-This-Rec-Type PIC X(01).
       01 WS-Have-Prev-Key PIC X VALUE "N".
           88 Have-Prev-Key value "Y".
       01 WS-Grand-Total PIC 9(8) VALUE 0.
           move SR-Read-Timestamp to WS-Prev-Timestamp
           move spaces to Readings-Work-Record
           move Site-Readings-Record to Readings-Work-Record
           if SR-Rec-Type = space
             move "T" to Readings-Work-Record(34:1)
           end-if
           write Readings-Work-Record.

       Merge-And-Deduplicate.
           sort Sort-Work-File
               on ascending key SRT-Station-ID SRT-Read-Timestamp
                   SRT-Rec-Type
               using Readings-Work-File
               giving Sorted-Readings-File
           open input Sorted-Readings-File
           move Sorted-Readings-Record(1:8) to WS-This-Station-ID
           move Sorted-Readings-Record(9:14)
               to WS-This-Read-Timestamp
           move Sorted-Readings-Record(34:1) to WS-This-Rec-Type
           if Have-Prev-Key and WS-This-Key = WS-Prev-Key
             add 1 to WS-Duplicate-Count
             move spaces to Duplicate-Record
