           add 1 to WS-Shown-Count
           display " "
           display "CONVERSION " IDX-Conv-ID
           display "  STATION        : " IDX-Station-ID
           display "  READ AT        : " IDX-Read-Timestamp
           display "  UNIT           : " IDX-Unit
           display "  RAW VALUE      : " IDX-Raw-Value
           move IDX-Fahrenheit to WS-Temp-Text
           display "  CELSIUS        : " WS-Temp-Text
           move IDX-Kelvin to WS-Temp-Text
           display "  KELVIN         : " WS-Temp-Text
           display "  CALIBRATION    : " IDX-Cal-Effective
           if IDX-Estimated-Flag = "Y"
             display "  ESTIMATED      : Y"
           else
             display "  ESTIMATED      : N"
           end-if
           if IDX-Humidity-Flag = "Y"
             move IDX-Humidity to WS-Temp-Text
             display "  HUMIDITY %     : " WS-Temp-Text
             move IDX-Dew-Point to WS-Temp-Text
             display "  DEW POINT C    : " WS-Temp-Text
             move IDX-Heat-Index to WS-Temp-Text
             display "  HEAT INDEX C   : " WS-Temp-Text
           end-if
           display "  CORRECTED      : " IDX-Corrected-Flag
           if IDX-Corrected-Flag = "Y"
             perform Show-Correction-History
           move HIST-New-Celsius to WS-Temp-Text
           display " / " WS-Temp-Text with no advancing
           move HIST-New-Kelvin to WS-Temp-Text
           display " / " WS-Temp-Text
           display "    CALIBRATION  : " HIST-Old-Cal-Effective
               " -> " HIST-New-Cal-Effective.

       END PROGRAM tempinq.
