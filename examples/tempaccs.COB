       IDENTIFICATION DIVISION.
       PROGRAM-ID. tempaccs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select Operator-Master assign to "TEMPOPER.DAT"
               organization is indexed
               access mode is sequential
               record key is OPER-User-ID
               file status is WS-Operator-Status.

           select Violation-File assign to "TEMPSECV.DAT"
               organization is line sequential
               file status is WS-Violation-Status.

           select Access-Report assign to "TEMPACCS.RPT"
               organization is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD  Operator-Master.
       01  Operator-Master-Record.
           copy TEMPOPER.

       FD  Violation-File.
       01  Violation-Record.
           copy TEMPSECV.

       FD  Access-Report.
       01  Access-Report-Line PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Operator-Status PIC XX.
       01 WS-Violation-Status PIC XX.
       01 WS-Operator-EOF PIC X VALUE "N".
           88 Operators-At-EOF value "Y".
       01 WS-Violation-EOF PIC X VALUE "N".
           88 Violations-At-EOF value "Y".
       01 WS-Command-Line PIC X(40).
       01 WS-From-Token PIC X(10).
       01 WS-To-Token PIC X(10).
       01 WS-Run-Date PIC 9(8).
       01 WS-From-Date PIC 9(8).
       01 WS-To-Date PIC 9(8).
       01 WS-Quarter-Month PIC 99.
       01 WS-Violation-Date PIC 9(8).
       01 WS-Operator-Count PIC 9(8) VALUE 0.
       01 WS-Active-Count PIC 9(8) VALUE 0.
       01 WS-Security-Count PIC 9(8) VALUE 0.
       01 WS-Violation-Read-Count PIC 9(8) VALUE 0.
       01 WS-Violation-Count PIC 9(8) VALUE 0.
       01 WS-Unknown-Count PIC 9(8) VALUE 0.
       01 WS-Inactive-Count PIC 9(8) VALUE 0.
       01 WS-Not-Auth-Count PIC 9(8) VALUE 0.
       01 WS-Other-Reason-Count PIC 9(8) VALUE 0.
       01 WS-Period-Line.
           05 FILLER PIC X(12) VALUE "PERIOD FROM ".
           05 WS-Period-From PIC 9(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 WS-Period-To PIC 9(8).
       01 WS-Operator-Line.
           05 WS-Oper-User-ID PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-Oper-Name PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Oper-Active PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Oper-Station PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Oper-Capture PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Oper-Review PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Oper-Alert PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Oper-Resubmit PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Oper-Calibrate PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Oper-Security PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Oper-Period PIC X(1).
       01 WS-Changed-Line.
           05 FILLER PIC X(11) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "CHANGED BY ".
           05 WS-Changed-By PIC X(10).
           05 FILLER PIC X(4) VALUE " AT ".
           05 WS-Changed-Timestamp PIC 9(14).
       01 WS-Violation-Line.
           05 WS-Viol-Timestamp PIC 9(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Viol-Program PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Viol-Function PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Viol-User-ID PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Viol-Reason PIC X(30).
       01 WS-Image-Line.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Image-Text PIC X(78).
       01 WS-Total-Line.
           05 WS-Total-Label PIC X(40).
           05 WS-Total-Count PIC Z(7)9.
       PROCEDURE DIVISION.
           perform Get-Report-Period.
           open output Access-Report
           move "OPERATOR ACCESS AND SECURITY VIOLATION REPORT"
               to Access-Report-Line
           write Access-Report-Line
           move WS-From-Date to WS-Period-From
           move WS-To-Date to WS-Period-To
           move WS-Period-Line to Access-Report-Line
           write Access-Report-Line
           perform List-Operator-Authority.
           perform List-Security-Violations.
           perform Write-Access-Totals.
           close Access-Report
           goback.

       Get-Report-Period.
           move function current-date(1:8) to WS-Run-Date
           compute WS-Quarter-Month = function integer(
               (function numval(WS-Run-Date(5:2)) - 1) / 3) * 3 + 1
           move WS-Run-Date to WS-From-Date
           move WS-Quarter-Month to WS-From-Date(5:2)
           move "01" to WS-From-Date(7:2)
           move WS-Run-Date to WS-To-Date
           accept WS-Command-Line from command-line
           unstring WS-Command-Line delimited by " "
               into WS-From-Token WS-To-Token
           end-unstring
           if WS-From-Token not = spaces
             if function test-numval(WS-From-Token) = 0
                 and function test-date-yyyymmdd(
                     function numval(WS-From-Token)) = 0
               move function numval(WS-From-Token) to WS-From-Date
             else
               display "Error, invalid period start: "
                   WS-From-Token ", using start of quarter"
             end-if
           end-if
           if WS-To-Token not = spaces
             if function test-numval(WS-To-Token) = 0
                 and function test-date-yyyymmdd(
                     function numval(WS-To-Token)) = 0
               move function numval(WS-To-Token) to WS-To-Date
             else
               display "Error, invalid period end: "
                   WS-To-Token ", using today"
             end-if
           end-if
           if WS-From-Date > WS-To-Date
             display "Error, period start after period end, "
                 "using start of quarter through today"
             move WS-Run-Date to WS-From-Date
             move WS-Quarter-Month to WS-From-Date(5:2)
             move "01" to WS-From-Date(7:2)
             move WS-Run-Date to WS-To-Date
           end-if.

       List-Operator-Authority.
           move spaces to Access-Report-Line
           write Access-Report-Line
           move "OPERATOR AUTHORITIES" to Access-Report-Line
           write Access-Report-Line
           move "USER ID    NAME                            "
               & "ACT STN CAP REV ALR RSB CAL SEC PER"
               to Access-Report-Line
           write Access-Report-Line
           open input Operator-Master
           if WS-Operator-Status not = "00"
             display "Error, could not open operator master, status: "
                 WS-Operator-Status
             move "  NO OPERATOR MASTER ON FILE" to Access-Report-Line
             write Access-Report-Line
             move 8 to return-code
           else
             perform until Operators-At-EOF
               read Operator-Master
                 at end
                   move "Y" to WS-Operator-EOF
                 not at end
                   perform Write-Operator-Line
               end-read
             end-perform
             close Operator-Master
             if WS-Operator-Count = 0
               move "  NO OPERATORS ON FILE" to Access-Report-Line
               write Access-Report-Line
             end-if
           end-if.

       Write-Operator-Line.
           add 1 to WS-Operator-Count
           if OPER-Active-Flag = "Y"
             add 1 to WS-Active-Count
           end-if
           if OPER-Auth-Security = "Y"
             add 1 to WS-Security-Count
           end-if
           move OPER-User-ID to WS-Oper-User-ID
           move OPER-Name to WS-Oper-Name
           move OPER-Active-Flag to WS-Oper-Active
           move OPER-Auth-Station to WS-Oper-Station
           move OPER-Auth-Capture to WS-Oper-Capture
           move OPER-Auth-Review to WS-Oper-Review
           move OPER-Auth-Alert to WS-Oper-Alert
           move OPER-Auth-Resubmit to WS-Oper-Resubmit
           move OPER-Auth-Calibrate to WS-Oper-Calibrate
           move OPER-Auth-Security to WS-Oper-Security
           move OPER-Auth-Period to WS-Oper-Period
           move WS-Operator-Line to Access-Report-Line
           write Access-Report-Line
           move OPER-Changed-By to WS-Changed-By
           move OPER-Changed-Timestamp to WS-Changed-Timestamp
           move WS-Changed-Line to Access-Report-Line
           write Access-Report-Line.

       List-Security-Violations.
           move spaces to Access-Report-Line
           write Access-Report-Line
           move "SECURITY VIOLATIONS" to Access-Report-Line
           write Access-Report-Line
           move "TIMESTAMP       PROGRAM   F  USER ID     REASON"
               to Access-Report-Line
           write Access-Report-Line
           open input Violation-File
           if WS-Violation-Status not = "00"
             move "Y" to WS-Violation-EOF
           end-if
           perform until Violations-At-EOF
             read Violation-File
               at end
                 move "Y" to WS-Violation-EOF
               not at end
                 add 1 to WS-Violation-Read-Count
                 move SECV-Timestamp(1:8) to WS-Violation-Date
                 if WS-Violation-Date not < WS-From-Date
                     and WS-Violation-Date not > WS-To-Date
                   perform Write-Violation-Line
                 end-if
             end-read
           end-perform
           if WS-Violation-Status not = "35"
             close Violation-File
           end-if
           if WS-Violation-Count = 0
             move "  NO SECURITY VIOLATIONS IN PERIOD"
                 to Access-Report-Line
             write Access-Report-Line
           end-if.

       Write-Violation-Line.
           add 1 to WS-Violation-Count
           evaluate SECV-Reason
             when "UNKNOWN OPERATOR"
               add 1 to WS-Unknown-Count
             when "OPERATOR INACTIVE"
               add 1 to WS-Inactive-Count
             when "NOT AUTHORIZED FOR FUNCTION"
               add 1 to WS-Not-Auth-Count
             when other
               add 1 to WS-Other-Reason-Count
           end-evaluate
           move SECV-Timestamp to WS-Viol-Timestamp
           move SECV-Program to WS-Viol-Program
           move SECV-Function to WS-Viol-Function
           move SECV-User-ID to WS-Viol-User-ID
           move SECV-Reason to WS-Viol-Reason
           move WS-Violation-Line to Access-Report-Line
           write Access-Report-Line
           move SECV-Transaction to WS-Image-Text
           move WS-Image-Line to Access-Report-Line
           write Access-Report-Line.

       Write-Access-Totals.
           move spaces to Access-Report-Line
           write Access-Report-Line
           move "CONTROL TOTALS" to Access-Report-Line
           write Access-Report-Line
           move "  OPERATORS ON FILE" to WS-Total-Label
           move WS-Operator-Count to WS-Total-Count
           move WS-Total-Line to Access-Report-Line
           write Access-Report-Line
           move "  ACTIVE OPERATORS" to WS-Total-Label
           move WS-Active-Count to WS-Total-Count
           move WS-Total-Line to Access-Report-Line
           write Access-Report-Line
           move "  OPERATORS WITH OPERATOR MAINTENANCE"
               to WS-Total-Label
           move WS-Security-Count to WS-Total-Count
           move WS-Total-Line to Access-Report-Line
           write Access-Report-Line
           move "  VIOLATIONS ON FILE" to WS-Total-Label
           move WS-Violation-Read-Count to WS-Total-Count
           move WS-Total-Line to Access-Report-Line
           write Access-Report-Line
           move "  VIOLATIONS IN PERIOD" to WS-Total-Label
           move WS-Violation-Count to WS-Total-Count
           move WS-Total-Line to Access-Report-Line
           write Access-Report-Line
           move "    UNKNOWN OPERATOR" to WS-Total-Label
           move WS-Unknown-Count to WS-Total-Count
           move WS-Total-Line to Access-Report-Line
           write Access-Report-Line
           move "    OPERATOR INACTIVE" to WS-Total-Label
           move WS-Inactive-Count to WS-Total-Count
           move WS-Total-Line to Access-Report-Line
           write Access-Report-Line
           move "    NOT AUTHORIZED FOR FUNCTION" to WS-Total-Label
           move WS-Not-Auth-Count to WS-Total-Count
           move WS-Total-Line to Access-Report-Line
           write Access-Report-Line
           move "    OTHER REASONS" to WS-Total-Label
           move WS-Other-Reason-Count to WS-Total-Count
           move WS-Total-Line to Access-Report-Line
           write Access-Report-Line.

       END PROGRAM tempaccs.
