           select Fact-Report-File assign to "FACTRPT.DAT"
               organization is line sequential.

           select Fact-Reject-File assign to "FACTREJ.DAT"
               organization is line sequential.

           select Fact-Results-Master assign to "FACTMST.DAT"
               organization is indexed
               access mode is random
       01  Fact-Report-Record.
           copy FACTRPT.

       FD  Fact-Reject-File.
       01  Fact-Reject-Record.
           copy FACTREJ.

       FD  Fact-Results-Master.
       01  Fact-Master-Record.
           copy FACTMST.
       01 WS-Fact PIC S9(18).
       01 WS-Overflow-Flag PIC X.
       01 WS-Source-Text PIC X(8).
       01 WS-Request-Type PIC X.
       01 WS-R-Numb PIC 9(4).
       01 WS-N-Minus-R PIC 9(4).
       01 WS-Fact-N PIC S9(18).
       01 WS-Fact-R PIC S9(18).
       01 WS-Fact-N-Minus-R PIC S9(18).
       01 WS-Result PIC S9(31) COMP-3.
       01 WS-Result-Overflow PIC X.
       01 WS-Master-Usable PIC X.
           88 Master-Factorials-Usable value "Y".
       01 WS-All-On-File PIC X.
           88 Factorials-All-On-File value "Y".
       01 WS-Term-Count PIC 9(5).
       01 WS-Term-Sub PIC 9(5).
       01 WS-Term PIC 9(5).
       01 WS-Gcd-A PIC 9(5).
       01 WS-Gcd-B PIC 9(5).
       01 WS-Gcd-Rem PIC 9(5).
       01 WS-Edit-Numb PIC Z(3)9.
       01 WS-Reject-Numb PIC X(04).
       01 WS-Reject-Reason PIC X(40).
       01 WS-Requests-EOF PIC X VALUE "N".
           88 Requests-At-EOF value "Y".
       PROCEDURE DIVISION.
           open input Fact-Request-File
           open output Fact-Report-File
           open output Fact-Reject-File
           perform Open-Results-Master
           perform until Requests-At-EOF
             read Fact-Request-File
           end-perform
           close Fact-Request-File
           close Fact-Report-File
           close Fact-Reject-File
           close Fact-Results-Master
           goback.

           end-if.

       Process-One-Request.
           move function upper-case(FREQ-Type) to WS-Request-Type
           if WS-Request-Type = space
             move "F" to WS-Request-Type
           end-if
           move spaces to WS-Reject-Numb
           evaluate true
             when FREQ-Numb not numeric
               move "REQUEST NUMBER NOT NUMERIC" to WS-Reject-Reason
               perform Write-Reject-Line
             when WS-Request-Type not = "F"
                 and WS-Request-Type not = "C"
                 and WS-Request-Type not = "P"
               move "INVALID REQUEST TYPE" to WS-Reject-Reason
               perform Write-Reject-Line
             when FREQ-Numb-High not = spaces
                 and (function test-numval(FREQ-Numb-High) not = 0
                 or function numval(FREQ-Numb-High) < FREQ-Numb)
               move "INVALID REQUEST RANGE" to WS-Reject-Reason
               perform Write-Reject-Line
             when FREQ-Numb-High not = spaces
                 and function numval(FREQ-Numb-High) not =
                     function integer(function numval(FREQ-Numb-High))
               move "HIGH NUMBER NOT A WHOLE NUMBER" to WS-Reject-Reason
               perform Write-Reject-Line
             when WS-Request-Type = "F" and FREQ-R not = spaces
               move "R OPERAND NOT USED FOR A FACTORIAL"
                   to WS-Reject-Reason
               perform Write-Reject-Line
             when WS-Request-Type not = "F"
                 and (FREQ-R = spaces
                 or function test-numval(FREQ-R) not = 0)
               move "R OPERAND MISSING OR NOT NUMERIC"
                   to WS-Reject-Reason
               perform Write-Reject-Line
             when WS-Request-Type not = "F"
                 and function numval(FREQ-R) < 0
               move "R OPERAND NEGATIVE" to WS-Reject-Reason
               perform Write-Reject-Line
             when WS-Request-Type not = "F"
                 and function numval(FREQ-R) not =
                     function integer(function numval(FREQ-R))
               move "R OPERAND NOT A WHOLE NUMBER" to WS-Reject-Reason
               perform Write-Reject-Line
             when other
               if FREQ-Numb-High = spaces
                 move FREQ-Numb to WS-High-Numb
               else
                 move function numval(FREQ-Numb-High) to WS-High-Numb
               end-if
               if WS-Request-Type = "F"
                 perform Process-One-Number
                     varying WS-Loop-Numb from FREQ-Numb by 1
                     until WS-Loop-Numb > WS-High-Numb
               else
                 move function numval(FREQ-R) to WS-R-Numb
                 perform Process-One-Combinatoric
                     varying WS-Loop-Numb from FREQ-Numb by 1
                     until WS-Loop-Numb > WS-High-Numb
               end-if
           end-evaluate.

       Process-One-Number.
           move WS-Loop-Numb to WS-Numb
           perform Get-Factorial
           move WS-Fact to WS-Result
           move WS-Overflow-Flag to WS-Result-Overflow
           perform Write-Report-Line.

       Get-Factorial.
           move WS-Numb to FM-Numb
           read Fact-Results-Master
             invalid key
               move FM-Fact to WS-Fact
               move FM-Overflow to WS-Overflow-Flag
               move "ON-FILE" to WS-Source-Text
           end-read.

       Compute-And-Store.
           call "FACTCALC" using WS-Numb WS-Fact WS-Overflow-Flag
               display "Error, could not store result for: " WS-Numb
           end-write.

       Process-One-Combinatoric.
           move WS-Loop-Numb to WS-Numb
           if WS-R-Numb > WS-Numb
             move WS-Numb to WS-Edit-Numb
             move WS-Edit-Numb to WS-Reject-Numb
             move "R GREATER THAN N" to WS-Reject-Reason
             perform Write-Reject-Line
           else
             compute WS-N-Minus-R = WS-Numb - WS-R-Numb
             perform Get-Operand-Factorials
             move WS-Loop-Numb to WS-Numb
             move "N" to WS-Result-Overflow
             if Master-Factorials-Usable
               if WS-Request-Type = "C"
                 compute WS-Result =
                     WS-Fact-N / (WS-Fact-R * WS-Fact-N-Minus-R)
               else
                 compute WS-Result = WS-Fact-N / WS-Fact-N-Minus-R
               end-if
               if Factorials-All-On-File
                 move "ON-FILE" to WS-Source-Text
               else
                 move "COMPUTED" to WS-Source-Text
               end-if
             else
               if WS-Request-Type = "C"
                 perform Multiply-Combinations
               else
                 perform Multiply-Permutations
               end-if
               move "PRODUCT" to WS-Source-Text
             end-if
             perform Write-Report-Line
           end-if.

       Get-Operand-Factorials.
           move "Y" to WS-Master-Usable
           move "Y" to WS-All-On-File
           perform Get-Factorial
           move WS-Fact to WS-Fact-N
           perform Check-Operand-Factorial
           if Master-Factorials-Usable
             move WS-N-Minus-R to WS-Numb
             perform Get-Factorial
             move WS-Fact to WS-Fact-N-Minus-R
             perform Check-Operand-Factorial
           end-if
           if Master-Factorials-Usable and WS-Request-Type = "C"
             move WS-R-Numb to WS-Numb
             perform Get-Factorial
             move WS-Fact to WS-Fact-R
             perform Check-Operand-Factorial
           end-if.

       Check-Operand-Factorial.
           if WS-Overflow-Flag = "Y"
             move "N" to WS-Master-Usable
           end-if
           if WS-Source-Text not = "ON-FILE"
             move "N" to WS-All-On-File
           end-if.

       Multiply-Permutations.
           move 1 to WS-Result
           perform varying WS-Term from WS-N-Minus-R by 1
               until WS-Term >= WS-Numb or WS-Result-Overflow = "Y"
             compute WS-Result = WS-Result * (WS-Term + 1)
               on size error
                 move "Y" to WS-Result-Overflow
             end-compute
           end-perform
           if WS-Result-Overflow = "Y"
             move 0 to WS-Result
           end-if.

       Multiply-Combinations.
           move 1 to WS-Result
           if WS-R-Numb < WS-N-Minus-R
             move WS-R-Numb to WS-Term-Count
           else
             move WS-N-Minus-R to WS-Term-Count
           end-if
           perform varying WS-Term-Sub from 1 by 1
               until WS-Term-Sub > WS-Term-Count
               or WS-Result-Overflow = "Y"
             move WS-Term-Sub to WS-Gcd-A
             move function mod(WS-Result, WS-Term-Sub) to WS-Gcd-B
             perform until WS-Gcd-B = 0
               move function mod(WS-Gcd-A, WS-Gcd-B) to WS-Gcd-Rem
               move WS-Gcd-B to WS-Gcd-A
               move WS-Gcd-Rem to WS-Gcd-B
             end-perform
             compute WS-Result = WS-Result / WS-Gcd-A
             compute WS-Term = (WS-Numb - WS-Term-Count + WS-Term-Sub)
                 / (WS-Term-Sub / WS-Gcd-A)
             compute WS-Result = WS-Result * WS-Term
               on size error
                 move "Y" to WS-Result-Overflow
             end-compute
           end-perform
           if WS-Result-Overflow = "Y"
             move 0 to WS-Result
           end-if.

       Write-Report-Line.
           move spaces to Fact-Report-Record
           move WS-Request-Type to FRPT-Type
           move WS-Numb to FRPT-Numb
           if WS-Request-Type = "F"
             move spaces to FRPT-R
           else
             move WS-R-Numb to WS-Edit-Numb
             move WS-Edit-Numb to FRPT-R
           end-if
           move WS-Result to FRPT-Fact
           if WS-Result-Overflow = "Y"
             move "YES" to FRPT-Overflow
           else
             move "NO " to FRPT-Overflow
           move WS-Source-Text to FRPT-Source
           write Fact-Report-Record.

       Write-Reject-Line.
           move spaces to Fact-Reject-Record
           move Fact-Request-Record to FREJ-Request
           move WS-Reject-Numb to FREJ-Numb
           move WS-Reject-Reason to FREJ-Reason
           write Fact-Reject-Record.

       END PROGRAM factbatch.
