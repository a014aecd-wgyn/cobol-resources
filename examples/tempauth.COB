       IDENTIFICATION DIVISION.
       PROGRAM-ID. tempauth.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select Operator-Master assign to "TEMPOPER.DAT"
               organization is indexed
               access mode is random
               record key is OPER-User-ID
               file status is WS-Operator-Status.

           select Violation-File assign to "TEMPSECV.DAT"
               organization is line sequential
               file status is WS-Violation-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  Operator-Master.
       01  Operator-Master-Record.
           copy TEMPOPER.

       FD  Violation-File.
       01  Violation-Record.
           copy TEMPSECV.

       WORKING-STORAGE SECTION.
       01 WS-Operator-Status PIC XX.
       01 WS-Violation-Status PIC XX.
       01 WS-Operator-Open-Flag PIC X VALUE "N".
           88 Operator-Is-Open value "Y".
       01 WS-Violation-Open-Flag PIC X VALUE "N".
           88 Violation-Is-Open value "Y".
       01 WS-Command-Line PIC X(40).
       01 WS-User-Token PIC X(10).
       01 WS-Function-Token PIC X(10).
       01 WS-User-ID PIC X(10).
       01 WS-Function PIC X(01).
       01 WS-Authorized-Flag PIC X VALUE "N".
           88 Operator-Authorized value "Y".
       01 WS-Refusal-Reason PIC X(30).
       01 WS-Function-Flag PIC X(01).
       LINKAGE SECTION.
       01 LK-User-ID PIC X(10).
       01 LK-Function PIC X(01).
       01 LK-Program PIC X(08).
       01 LK-Transaction PIC X(80).
       01 LK-Auth-Flag PIC X(01).
       PROCEDURE DIVISION.
           accept WS-Command-Line from command-line
           unstring WS-Command-Line delimited by " "
               into WS-User-Token WS-Function-Token
           end-unstring
           move WS-User-Token to WS-User-ID
           move function upper-case(WS-Function-Token(1:1))
               to WS-Function
           perform Open-Operator-Master
           perform Check-Operator-Authority
           if Operator-Authorized
             display function trim(WS-User-ID)
                 " is authorized for function " WS-Function
           else
             display function trim(WS-User-ID)
                 " is refused for function " WS-Function ": "
                 function trim(WS-Refusal-Reason)
           end-if
           perform Close-Operator-Master
           goback.

       Authority-Entry-Point.
           entry "TEMPAUTH" using LK-User-ID LK-Function LK-Program
               LK-Transaction LK-Auth-Flag.
           move LK-User-ID to WS-User-ID
           move function upper-case(LK-Function) to WS-Function
           if not Operator-Is-Open
             perform Open-Operator-Master
           end-if
           perform Check-Operator-Authority
           if Operator-Authorized
             move "Y" to LK-Auth-Flag
           else
             move "N" to LK-Auth-Flag
             perform Write-Violation
           end-if
           goback.

       Authority-Done-Point.
           entry "TEMPAUTD".
           perform Close-Operator-Master
           if Violation-Is-Open
             close Violation-File
             move "N" to WS-Violation-Open-Flag
           end-if
           goback.

       Open-Operator-Master.
           open input Operator-Master
           if WS-Operator-Status = "00"
             move "Y" to WS-Operator-Open-Flag
           else
             display "Error, could not open operator master, status: "
                 WS-Operator-Status
           end-if.

       Close-Operator-Master.
           if Operator-Is-Open
             close Operator-Master
             move "N" to WS-Operator-Open-Flag
           end-if.

       Check-Operator-Authority.
           move "N" to WS-Authorized-Flag
           move spaces to WS-Refusal-Reason
           evaluate true
             when WS-User-ID = spaces
               move "NO OPERATOR ID" to WS-Refusal-Reason
             when not Operator-Is-Open
               move "OPERATOR MASTER UNAVAILABLE" to WS-Refusal-Reason
             when other
               move WS-User-ID to OPER-User-ID
               read Operator-Master
                 invalid key
                   move "UNKNOWN OPERATOR" to WS-Refusal-Reason
                 not invalid key
                   perform Check-Function-Flag
               end-read
           end-evaluate.

       Check-Function-Flag.
           evaluate WS-Function
             when "S"
               move OPER-Auth-Station to WS-Function-Flag
             when "C"
               move OPER-Auth-Capture to WS-Function-Flag
             when "R"
               move OPER-Auth-Review to WS-Function-Flag
             when "A"
               move OPER-Auth-Alert to WS-Function-Flag
             when "U"
               move OPER-Auth-Resubmit to WS-Function-Flag
             when "K"
               move OPER-Auth-Calibrate to WS-Function-Flag
             when "O"
               move OPER-Auth-Security to WS-Function-Flag
             when "P"
               move OPER-Auth-Period to WS-Function-Flag
             when other
               move "N" to WS-Function-Flag
           end-evaluate
           evaluate true
             when OPER-Active-Flag not = "Y"
               move "OPERATOR INACTIVE" to WS-Refusal-Reason
             when WS-Function-Flag not = "Y"
               move "NOT AUTHORIZED FOR FUNCTION" to WS-Refusal-Reason
             when other
               move "Y" to WS-Authorized-Flag
           end-evaluate.

       Write-Violation.
           if not Violation-Is-Open
             open extend Violation-File
             if WS-Violation-Status = "35"
               open output Violation-File
             end-if
             if WS-Violation-Status = "00"
               move "Y" to WS-Violation-Open-Flag
             else
               display "Error, could not open security violation "
                   "file, status: " WS-Violation-Status
             end-if
           end-if
           if not Violation-Is-Open
             display "Error, dropped security violation for: "
                 WS-User-ID
           else
             move spaces to Violation-Record
             move function current-date(1:14) to SECV-Timestamp
             move LK-Program to SECV-Program
             move WS-Function to SECV-Function
             move WS-User-ID to SECV-User-ID
             move WS-Refusal-Reason to SECV-Reason
             move LK-Transaction to SECV-Transaction
             write Violation-Record
           end-if.

       END PROGRAM tempauth.
