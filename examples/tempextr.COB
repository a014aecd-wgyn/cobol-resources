       01 WS-Fahrenheit-Text PIC +999.99.
       01 WS-Celsius-Text PIC +999.99.
       01 WS-Kelvin-Text PIC +999.99.
       01 WS-Estimated-Text PIC X(1).
       PROCEDURE DIVISION.
           perform Get-Next-Generation
           open input Temp-Conv-Indexed
           move IDX-Fahrenheit to WS-Fahrenheit-Text
           move IDX-Celsius to WS-Celsius-Text
           move IDX-Kelvin to WS-Kelvin-Text
           if IDX-Estimated-Flag = "Y"
             move "Y" to WS-Estimated-Text
           else
             move "N" to WS-Estimated-Text
           end-if
           move spaces to Extract-Record
           string "D|" IDX-Conv-ID "|" IDX-Unit "|"
               delimited by size
               function trim(IDX-Raw-Value) delimited by size
               "|" WS-Fahrenheit-Text "|" WS-Celsius-Text "|"
               WS-Kelvin-Text "|" IDX-Corrected-Flag "|"
               IDX-Station-ID "|" IDX-Read-Timestamp "|"
               WS-Estimated-Text
               delimited by size
               into Extract-Record
           end-string
