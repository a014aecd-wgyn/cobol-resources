       IDENTIFICATION DIVISION.
       PROGRAM-ID. opermaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select Operator-Trans-File assign to "TEMPOPRT.DAT"
               organization is line sequential
               file status is WS-Trans-Status.

           select Operator-Master assign to "TEMPOPER.DAT"
               organization is indexed
               access mode is dynamic
               record key is OPER-User-ID
               file status is WS-Operator-Status.

           select Violation-File assign to "TEMPSECV.DAT"
               organization is line sequential
               file status is WS-Violation-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  Operator-Trans-File.
       01  Operator-Trans-Record.
           copy TEMPOPRT.

       FD  Operator-Master.
       01  Operator-Master-Record.
           copy TEMPOPER.

       FD  Violation-File.
       01  Violation-Record.
           copy TEMPSECV.

       WORKING-STORAGE SECTION.
       01 WS-Trans-Status PIC XX.
       01 WS-Operator-Status PIC XX.
       01 WS-Violation-Status PIC XX.
       01 WS-Operator-Open-Flag PIC X VALUE "N".
           88 Operator-Is-Open value "Y".
       01 WS-Violation-Open-Flag PIC X VALUE "N".
           88 Violation-Is-Open value "Y".
       01 WS-Trans-EOF PIC X VALUE "N".
           88 Trans-At-EOF value "Y".
       01 WS-Master-Empty-Flag PIC X VALUE "N".
           88 Master-Is-Empty value "Y".
       01 WS-Authorized-Flag PIC X VALUE "N".
           88 Operator-Authorized value "Y".
       01 WS-Flags-Valid-Flag PIC X VALUE "Y".
           88 Flags-Valid value "Y".
       01 WS-Refusal-Reason PIC X(30).
       01 WS-Action PIC X(01).
       01 WS-Flag-Sub PIC 9(2) VALUE 0.
       01 WS-Trans-Flags PIC X(09).
       01 WS-Applied-Count PIC 9(8) VALUE 0.
       01 WS-Failed-Count PIC 9(8) VALUE 0.
       01 WS-Refused-Count PIC 9(8) VALUE 0.
       PROCEDURE DIVISION.
           perform Open-Operator-Master
           if not Operator-Is-Open
             display "Error, operator transactions not applied, "
                 "operator master required"
             move 8 to return-code
           else
             perform Check-Master-Empty
             open input Operator-Trans-File
             if WS-Trans-Status not = "00"
               display "Warning, no operator transactions on file, "
                   "status: " WS-Trans-Status
               move "Y" to WS-Trans-EOF
             end-if
             perform until Trans-At-EOF
               read Operator-Trans-File
                 at end
                   move "Y" to WS-Trans-EOF
                 not at end
                   perform Apply-Operator-Trans
               end-read
             end-perform
             if WS-Trans-Status not = "35"
               close Operator-Trans-File
             end-if
             close Operator-Master
             if Violation-Is-Open
               close Violation-File
             end-if
             display "Operator transactions applied: "
                 WS-Applied-Count
             display "Operator transactions failed:  "
                 WS-Failed-Count
             display "Operator transactions refused: "
                 WS-Refused-Count
           end-if
           goback.

       Open-Operator-Master.
           open i-o Operator-Master
           if WS-Operator-Status = "35"
             open output Operator-Master
             close Operator-Master
             open i-o Operator-Master
           end-if
           if WS-Operator-Status = "00"
             move "Y" to WS-Operator-Open-Flag
           else
             display "Error, could not open operator master, status: "
                 WS-Operator-Status
           end-if.

       Check-Master-Empty.
           move "N" to WS-Master-Empty-Flag
           move low-values to OPER-User-ID
           start Operator-Master key is not less than OPER-User-ID
             invalid key
               move "Y" to WS-Master-Empty-Flag
           end-start.

       Apply-Operator-Trans.
           move function upper-case(OPRT-Action) to WS-Action
           perform Check-Changed-By-Authority
           if not Operator-Authorized
             display "Error, operator " OPRT-Changed-By
                 " not authorized to maintain operator: "
                 OPRT-User-ID
             add 1 to WS-Refused-Count
             perform Write-Violation
           else
             perform Check-Authority-Flags
             evaluate true
               when OPRT-User-ID = spaces
                 display "Error, operator transaction has no user ID"
                 add 1 to WS-Failed-Count
               when not Flags-Valid
                 display "Error, authority flags must be Y or N for "
                     "operator: " OPRT-User-ID
                 add 1 to WS-Failed-Count
               when WS-Action = "A"
                 perform Add-Operator
               when WS-Action = "U"
                 perform Update-Operator
               when WS-Action = "D"
                 perform Deactivate-Operator
               when other
                 display "Error, unknown operator action: "
                     OPRT-Action " for operator: " OPRT-User-ID
                 add 1 to WS-Failed-Count
             end-evaluate
           end-if.

       Check-Changed-By-Authority.
           move "N" to WS-Authorized-Flag
           move spaces to WS-Refusal-Reason
           evaluate true
             when OPRT-Changed-By = spaces
               move "NO OPERATOR ID" to WS-Refusal-Reason
             when Master-Is-Empty
               if WS-Action = "A"
                   and OPRT-User-ID = OPRT-Changed-By
                   and function upper-case(OPRT-Auth-Security) = "Y"
                   and function upper-case(OPRT-Active-Flag) not = "N"
                 move "Y" to WS-Authorized-Flag
               else
                 move "UNKNOWN OPERATOR" to WS-Refusal-Reason
               end-if
             when OPRT-User-ID = OPRT-Changed-By
               move "CHANGE TO OWN AUTHORITY" to WS-Refusal-Reason
             when other
               move OPRT-Changed-By to OPER-User-ID
               read Operator-Master
                 invalid key
                   move "UNKNOWN OPERATOR" to WS-Refusal-Reason
                 not invalid key
                   evaluate true
                     when OPER-Active-Flag not = "Y"
                       move "OPERATOR INACTIVE" to WS-Refusal-Reason
                     when OPER-Auth-Security not = "Y"
                       move "NOT AUTHORIZED FOR FUNCTION"
                           to WS-Refusal-Reason
                     when other
                       move "Y" to WS-Authorized-Flag
                   end-evaluate
               end-read
           end-evaluate.

       Check-Authority-Flags.
           move "Y" to WS-Flags-Valid-Flag
           move function upper-case(OPRT-Active-Flag)
               to WS-Trans-Flags(1:1)
           move function upper-case(OPRT-Auth-Station)
               to WS-Trans-Flags(2:1)
           move function upper-case(OPRT-Auth-Capture)
               to WS-Trans-Flags(3:1)
           move function upper-case(OPRT-Auth-Review)
               to WS-Trans-Flags(4:1)
           move function upper-case(OPRT-Auth-Alert)
               to WS-Trans-Flags(5:1)
           move function upper-case(OPRT-Auth-Resubmit)
               to WS-Trans-Flags(6:1)
           move function upper-case(OPRT-Auth-Calibrate)
               to WS-Trans-Flags(7:1)
           move function upper-case(OPRT-Auth-Security)
               to WS-Trans-Flags(8:1)
           move function upper-case(OPRT-Auth-Period)
               to WS-Trans-Flags(9:1)
           perform varying WS-Flag-Sub from 1 by 1
               until WS-Flag-Sub > 9
             if WS-Trans-Flags(WS-Flag-Sub:1) not = "Y"
                 and WS-Trans-Flags(WS-Flag-Sub:1) not = "N"
                 and WS-Trans-Flags(WS-Flag-Sub:1) not = space
               move "N" to WS-Flags-Valid-Flag
             end-if
           end-perform.

       Add-Operator.
           move spaces to Operator-Master-Record
           move OPRT-User-ID to OPER-User-ID
           move OPRT-Name to OPER-Name
           if WS-Trans-Flags(1:1) = space
             move "Y" to OPER-Active-Flag
           else
             move WS-Trans-Flags(1:1) to OPER-Active-Flag
           end-if
           move "N" to OPER-Auth-Station OPER-Auth-Capture
               OPER-Auth-Review OPER-Auth-Alert OPER-Auth-Resubmit
               OPER-Auth-Calibrate OPER-Auth-Security OPER-Auth-Period
           perform Move-Authority-Flags
           move OPRT-Changed-By to OPER-Changed-By
           move function current-date(1:14) to OPER-Changed-Timestamp
           write Operator-Master-Record
             invalid key
               display "Error, operator already on file: "
                   OPRT-User-ID
               add 1 to WS-Failed-Count
             not invalid key
               add 1 to WS-Applied-Count
               move "N" to WS-Master-Empty-Flag
           end-write.

       Update-Operator.
           move OPRT-User-ID to OPER-User-ID
           read Operator-Master
             invalid key
               display "Error, no operator on file for ID: "
                   OPRT-User-ID
               add 1 to WS-Failed-Count
             not invalid key
               if OPRT-Name not = spaces
                 move OPRT-Name to OPER-Name
               end-if
               if WS-Trans-Flags(1:1) not = space
                 move WS-Trans-Flags(1:1) to OPER-Active-Flag
               end-if
               perform Move-Authority-Flags
               perform Rewrite-Operator
           end-read.

       Deactivate-Operator.
           move OPRT-User-ID to OPER-User-ID
           read Operator-Master
             invalid key
               display "Error, no operator on file for ID: "
                   OPRT-User-ID
               add 1 to WS-Failed-Count
             not invalid key
               move "N" to OPER-Active-Flag
               perform Rewrite-Operator
           end-read.

       Move-Authority-Flags.
           if WS-Trans-Flags(2:1) not = space
             move WS-Trans-Flags(2:1) to OPER-Auth-Station
           end-if
           if WS-Trans-Flags(3:1) not = space
             move WS-Trans-Flags(3:1) to OPER-Auth-Capture
           end-if
           if WS-Trans-Flags(4:1) not = space
             move WS-Trans-Flags(4:1) to OPER-Auth-Review
           end-if
           if WS-Trans-Flags(5:1) not = space
             move WS-Trans-Flags(5:1) to OPER-Auth-Alert
           end-if
           if WS-Trans-Flags(6:1) not = space
             move WS-Trans-Flags(6:1) to OPER-Auth-Resubmit
           end-if
           if WS-Trans-Flags(7:1) not = space
             move WS-Trans-Flags(7:1) to OPER-Auth-Calibrate
           end-if
           if WS-Trans-Flags(8:1) not = space
             move WS-Trans-Flags(8:1) to OPER-Auth-Security
           end-if
           if WS-Trans-Flags(9:1) not = space
             move WS-Trans-Flags(9:1) to OPER-Auth-Period
           end-if.

       Rewrite-Operator.
           move OPRT-Changed-By to OPER-Changed-By
           move function current-date(1:14) to OPER-Changed-Timestamp
           rewrite Operator-Master-Record
             invalid key
               display "Error, rewrite failed for operator: "
                   OPRT-User-ID
               add 1 to WS-Failed-Count
             not invalid key
               add 1 to WS-Applied-Count
           end-rewrite.

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
                 OPRT-Changed-By
           else
             move spaces to Violation-Record
             move function current-date(1:14) to SECV-Timestamp
             move "OPERMAIN" to SECV-Program
             move "O" to SECV-Function
             move OPRT-Changed-By to SECV-User-ID
             move WS-Refusal-Reason to SECV-Reason
             move Operator-Trans-Record to SECV-Transaction
             write Violation-Record
           end-if.

       END PROGRAM opermaint.
