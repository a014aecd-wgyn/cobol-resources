           88 Trans-At-EOF value "Y".
       01 WS-Applied-Count PIC 9(8) VALUE 0.
       01 WS-Failed-Count PIC 9(8) VALUE 0.
       01 WS-Refused-Count PIC 9(8) VALUE 0.
       01 WS-Auth-Program PIC X(08) VALUE "STNMAINT".
       01 WS-Auth-Function PIC X(01) VALUE "S".
       01 WS-Auth-Transaction PIC X(80).
       01 WS-Auth-Flag PIC X VALUE "N".
           88 Operator-Authorized value "Y".
       01 WS-Hist-EOF PIC X VALUE "N".
           88 Hist-At-EOF value "Y".
       01 WS-Hist-Max PIC 9(4) VALUE 500.
       01 WS-Hist-Found PIC X VALUE "N".
           88 Hist-Station-Found value "Y".
       01 WS-Hist-Key PIC X(08).
       01 WS-Interval-Valid-Flag PIC X VALUE "Y".
           88 Interval-Valid value "Y".
       01 WS-Report-Interval PIC 9(4) VALUE 0.
       01 WS-Hist-Station-Table.
           05 WS-Hist-Station-ID PIC X(08) occurs 500 times.
       PROCEDURE DIVISION.
             close Station-Trans-File
             close Station-Master
             close Station-History-File
             call "TEMPAUTD"
             display "Station transactions applied: "
                 WS-Applied-Count
             display "Station transactions failed:  "
                 WS-Failed-Count
             display "Station transactions refused: "
                 WS-Refused-Count
           end-if
           goback.

             move STN-Description to STNH-Description
             move STN-Expected-Unit to STNH-Expected-Unit
             move STN-Active-Flag to STNH-Active-Flag
             move STN-Report-Interval to STNH-Report-Interval
             move "B" to STNH-Action
             move STNT-User to STNH-Changed-By
             write Station-History-Record
           move STN-Description to STNH-Description
           move STN-Expected-Unit to STNH-Expected-Unit
           move STN-Active-Flag to STNH-Active-Flag
           move STN-Report-Interval to STNH-Report-Interval
           move function upper-case(STNT-Action) to STNH-Action
           move STNT-User to STNH-Changed-By
           write Station-History-Record
           end-if.

       Apply-Station-Trans.
           move Station-Trans-Record to WS-Auth-Transaction
           call "TEMPAUTH" using STNT-User WS-Auth-Function
               WS-Auth-Program WS-Auth-Transaction WS-Auth-Flag
           if not Operator-Authorized
             display "Error, operator " STNT-User
                 " not authorized for station: " STNT-Station-ID
             add 1 to WS-Refused-Count
           else
             perform Apply-Authorized-Station-Trans
           end-if.

       Apply-Authorized-Station-Trans.
           perform Check-Report-Interval
           if not Interval-Valid
             display "Error, invalid reporting interval: "
                 STNT-Report-Interval " for station: " STNT-Station-ID
             add 1 to WS-Failed-Count
           else
             evaluate function upper-case(STNT-Action)
               when "A"
                 perform Add-Station
               when "U"
                 perform Update-Station
               when "D"
                 perform Deactivate-Station
               when other
                 display "Error, unknown station action: " STNT-Action
                     " for station: " STNT-Station-ID
                 add 1 to WS-Failed-Count
             end-evaluate
           end-if.

       Check-Report-Interval.
           move "Y" to WS-Interval-Valid-Flag
           move 0 to WS-Report-Interval
           if STNT-Report-Interval not = spaces
             if function test-numval(STNT-Report-Interval) not = 0
               move "N" to WS-Interval-Valid-Flag
             else
               if function numval(STNT-Report-Interval) < 0
                   or function numval(STNT-Report-Interval) > 1440
                 move "N" to WS-Interval-Valid-Flag
               else
                 move function numval(STNT-Report-Interval)
                     to WS-Report-Interval
               end-if
             end-if
           end-if.

       Add-Station.
           move STNT-Station-ID to STN-Station-ID
           else
             move STNT-Active-Flag to STN-Active-Flag
           end-if
           move WS-Report-Interval to STN-Report-Interval
           write Station-Master-Record
             invalid key
               display "Error, station already on file: "
                   STNT-Station-ID
               add 1 to WS-Failed-Count
             not invalid key
               if STN-Report-Interval not numeric
                 move 0 to STN-Report-Interval
               end-if
               perform Backfill-Before-Image
               if STNT-Description not = spaces
                 move STNT-Description to STN-Description
               if STNT-Active-Flag not = spaces
                 move STNT-Active-Flag to STN-Active-Flag
               end-if
               if STNT-Report-Interval not = spaces
                 move WS-Report-Interval to STN-Report-Interval
               end-if
               rewrite Station-Master-Record
                 invalid key
                   display "Error, rewrite failed for station: "
                   STNT-Station-ID
               add 1 to WS-Failed-Count
             not invalid key
               if STN-Report-Interval not numeric
                 move 0 to STN-Report-Interval
               end-if
               perform Backfill-Before-Image
               move "N" to STN-Active-Flag
               rewrite Station-Master-Record
