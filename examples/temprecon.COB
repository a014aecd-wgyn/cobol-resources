           copy TEMPLOG.

       FD  Sorted-Log-File.
       01  Sorted-Log-Record PIC X(100).

       SD  Sort-Work-File.
       01  Sort-Work-Record.
           05  SRT-CONV-ID                 PIC X(20).
           05  FILLER                      PIC X(80).

       FD  Temp-Conv-Indexed.
       01  Temp-Indexed-Record.
             string "KELV " delimited by size
                 into WS-Diff-Text with pointer WS-Diff-Pointer
           end-if
           if SLG-Humidity-Flag not = IDX-Humidity-Flag
               or SLG-Humidity not = IDX-Humidity
               or SLG-Dew-Point not = IDX-Dew-Point
               or SLG-Heat-Index not = IDX-Heat-Index
             string "HUM " delimited by size
                 into WS-Diff-Text with pointer WS-Diff-Pointer
           end-if
           if WS-Diff-Text = spaces
             add 1 to WS-Matched-Count
           else
