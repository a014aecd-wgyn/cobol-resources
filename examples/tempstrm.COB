       IDENTIFICATION DIVISION.
       PROGRAM-ID. tempstrm.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select Stream-Definition-File assign to "TEMPSTRD.DAT"
               organization is line sequential
               file status is WS-Definition-Status.

           select Stream-History-File assign to "TEMPSTRH.DAT"
               organization is line sequential
               file status is WS-History-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  Stream-Definition-File.
       01  Stream-Definition-Record.
           copy TEMPSTRD.

       FD  Stream-History-File.
       01  Stream-History-Record.
           copy TEMPSTRH.

       WORKING-STORAGE SECTION.
       01 WS-Definition-Status PIC XX.
       01 WS-History-Status PIC XX.
       01 WS-Definition-EOF PIC X VALUE "N".
           88 Definition-At-EOF value "Y".
       01 WS-History-EOF PIC X VALUE "N".
           88 History-At-EOF value "Y".
       01 WS-Command-Line PIC X(40).
       01 WS-Option-Token PIC X(10).
       01 WS-Full-Rerun-Flag PIC X VALUE "N".
           88 Full-Rerun-Forced value "Y".
       01 WS-Definition-Valid-Flag PIC X VALUE "Y".
           88 Definition-Valid value "Y".
       01 WS-Step-Max PIC 9(4) VALUE 50.
       01 WS-Step-Count PIC 9(4) VALUE 0.
       01 WS-Step-Sub PIC 9(4) VALUE 0.
       01 WS-Start-Sub PIC 9(4) VALUE 1.
       01 WS-Find-Sub PIC 9(4) VALUE 0.
       01 WS-Step-Table.
           05 WS-Step-Entry occurs 50 times.
              10 WS-Step-Name PIC X(08).
              10 WS-Step-Program PIC X(08).
              10 WS-Step-Max-RC PIC 9(04).
              10 WS-Step-Parameters PIC X(40).
       01 WS-Last-Run-ID PIC 9(14) VALUE 0.
       01 WS-Last-Step-Name PIC X(08) VALUE SPACES.
       01 WS-Last-Step-Ended-Flag PIC X VALUE "N".
           88 Last-Step-Ended value "Y".
       01 WS-Last-Run-Complete-Flag PIC X VALUE "Y".
           88 Last-Run-Complete value "Y".
       01 WS-Start-Mode PIC X(01) VALUE "N".
       01 WS-Run-ID PIC 9(14).
       01 WS-Step-Start PIC 9(14).
       01 WS-Step-End PIC 9(14).
       01 WS-Step-RC PIC S9(4) VALUE 0.
       01 WS-Step-Status PIC X(01).
       01 WS-Program-Found-Flag PIC X VALUE "Y".
           88 Program-Found value "Y".
       01 WS-Stream-Failed-Flag PIC X VALUE "N".
           88 Stream-Failed value "Y".
       01 WS-Failed-Step-Name PIC X(08) VALUE SPACES.
       01 WS-Failed-Step-RC PIC S9(4) VALUE 0.
       01 WS-Steps-Run PIC 9(4) VALUE 0.
       01 WS-Steps-Skipped PIC 9(4) VALUE 0.
       01 WS-RC-Text PIC -(4)9.
       PROCEDURE DIVISION.
           perform Get-Run-Option
           perform Load-Stream-Definition
           if Definition-Valid
             perform Find-Last-Stream-Run
             perform Determine-Start-Step
           end-if
           if not Definition-Valid
             display "Error, stream not run"
             move 8 to return-code
           else
             move function current-date(1:14) to WS-Run-ID
             perform Write-Stream-Begin
             perform varying WS-Step-Sub from WS-Start-Sub by 1
                 until WS-Step-Sub > WS-Step-Count
                 or Stream-Failed
               perform Run-One-Step
             end-perform
             perform Write-Stream-End
             display "Steps run:     " WS-Steps-Run
             display "Steps skipped: " WS-Steps-Skipped
             if Stream-Failed
               display "Stream failed at step " WS-Failed-Step-Name
                   ", resubmit to restart at that step"
               move 8 to return-code
             else
               display "Stream completed"
               move 0 to return-code
             end-if
           end-if
           goback.

       Get-Run-Option.
           accept WS-Command-Line from command-line
           unstring WS-Command-Line delimited by " "
               into WS-Option-Token
           end-unstring
           evaluate function upper-case(WS-Option-Token)
             when "FULL"
               move "Y" to WS-Full-Rerun-Flag
             when spaces
               continue
             when other
               display "Error, invalid stream option: " WS-Option-Token
               move "N" to WS-Definition-Valid-Flag
           end-evaluate.

       Load-Stream-Definition.
           open input Stream-Definition-File
           if WS-Definition-Status not = "00"
             display "Error, could not open stream definition, "
                 "status: " WS-Definition-Status
             move "N" to WS-Definition-Valid-Flag
             move "Y" to WS-Definition-EOF
           end-if
           perform until Definition-At-EOF
             read Stream-Definition-File
               at end
                 move "Y" to WS-Definition-EOF
               not at end
                 perform Store-Stream-Step
             end-read
           end-perform
           if WS-Definition-Status not = "35"
             close Stream-Definition-File
           end-if
           if WS-Step-Count = 0
             display "Error, stream definition has no steps"
             move "N" to WS-Definition-Valid-Flag
           end-if.

       Store-Stream-Step.
           evaluate true
             when STRD-Step-Name = spaces
               display "Error, stream step with no step name"
               move "N" to WS-Definition-Valid-Flag
             when STRD-Program = spaces
               display "Error, no program for step: " STRD-Step-Name
               move "N" to WS-Definition-Valid-Flag
             when STRD-Max-RC not numeric
               display "Error, invalid maximum return code for step: "
                   STRD-Step-Name
               move "N" to WS-Definition-Valid-Flag
             when WS-Step-Count >= WS-Step-Max
               display "Error, stream table full, dropped step: "
                   STRD-Step-Name
               move "N" to WS-Definition-Valid-Flag
             when other
               perform Find-Step-By-Name
               if WS-Find-Sub > 0
                 display "Error, duplicate step name: " STRD-Step-Name
                 move "N" to WS-Definition-Valid-Flag
               else
                 add 1 to WS-Step-Count
                 move STRD-Step-Name to WS-Step-Name(WS-Step-Count)
                 move STRD-Program to WS-Step-Program(WS-Step-Count)
                 move STRD-Max-RC to WS-Step-Max-RC(WS-Step-Count)
                 move STRD-Parameters
                     to WS-Step-Parameters(WS-Step-Count)
               end-if
           end-evaluate.

       Find-Step-By-Name.
           move 0 to WS-Find-Sub
           perform varying WS-Step-Sub from 1 by 1
               until WS-Step-Sub > WS-Step-Count
               or WS-Find-Sub > 0
             if WS-Step-Name(WS-Step-Sub) = STRD-Step-Name
               move WS-Step-Sub to WS-Find-Sub
             end-if
           end-perform.

       Find-Last-Stream-Run.
           open input Stream-History-File
           if WS-History-Status not = "00"
             move "Y" to WS-History-EOF
           end-if
           perform until History-At-EOF
             read Stream-History-File
               at end
                 move "Y" to WS-History-EOF
               not at end
                 perform Note-History-Record
             end-read
           end-perform
           if WS-History-Status not = "35"
             close Stream-History-File
           end-if.

       Note-History-Record.
           evaluate STRH-Rec-Type
             when "B"
               move STRH-Run-ID to WS-Last-Run-ID
               if STRH-Status = "R"
                 move STRH-Step-Name to WS-Last-Step-Name
               else
                 move spaces to WS-Last-Step-Name
               end-if
               move "N" to WS-Last-Step-Ended-Flag
               move "N" to WS-Last-Run-Complete-Flag
             when "S"
               if STRH-Run-ID = WS-Last-Run-ID
                 move STRH-Step-Name to WS-Last-Step-Name
                 move "N" to WS-Last-Step-Ended-Flag
               end-if
             when "E"
               if STRH-Run-ID = WS-Last-Run-ID
                   and STRH-Status = "C"
                 move "Y" to WS-Last-Step-Ended-Flag
               end-if
             when "Z"
               if STRH-Run-ID = WS-Last-Run-ID
                   and STRH-Status = "C"
                 move "Y" to WS-Last-Run-Complete-Flag
               end-if
           end-evaluate.

       Determine-Start-Step.
           move 1 to WS-Start-Sub
           move "N" to WS-Start-Mode
           evaluate true
             when Full-Rerun-Forced
               move "O" to WS-Start-Mode
               if not Last-Run-Complete
                 display "Full rerun forced, ignoring incomplete run "
                     WS-Last-Run-ID
               end-if
             when Last-Run-Complete
               continue
             when WS-Last-Step-Name = spaces
               display "Prior run " WS-Last-Run-ID
                   " ran no steps, starting from the top"
             when other
               move WS-Last-Step-Name to STRD-Step-Name
               perform Find-Step-By-Name
               if WS-Find-Sub = 0
                 display "Error, restart step " WS-Last-Step-Name
                     " is not in the stream definition, "
                     "resubmit with FULL"
                 move "N" to WS-Definition-Valid-Flag
               else
                 move "R" to WS-Start-Mode
                 move WS-Find-Sub to WS-Start-Sub
                 if Last-Step-Ended
                   add 1 to WS-Start-Sub
                 end-if
                 compute WS-Steps-Skipped = WS-Start-Sub - 1
                 display "Restarting run " WS-Last-Run-ID
                     " at step " WS-Start-Sub
               end-if
           end-evaluate.

       Write-Stream-Begin.
           move spaces to Stream-History-Record
           move "B" to STRH-Rec-Type
           move WS-Run-ID to STRH-Run-ID
           move WS-Start-Sub to STRH-Step-Seq
           if WS-Start-Sub <= WS-Step-Count
             move WS-Step-Name(WS-Start-Sub) to STRH-Step-Name
             move WS-Step-Program(WS-Start-Sub) to STRH-Program
           end-if
           move WS-Run-ID to STRH-Start-Timestamp
           move 0 to STRH-End-Timestamp
           move 0 to STRH-Return-Code
           move WS-Start-Mode to STRH-Status
           perform Write-Stream-History-Record.

       Run-One-Step.
           move function current-date(1:14) to WS-Step-Start
           move spaces to Stream-History-Record
           move "S" to STRH-Rec-Type
           move WS-Run-ID to STRH-Run-ID
           move WS-Step-Sub to STRH-Step-Seq
           move WS-Step-Name(WS-Step-Sub) to STRH-Step-Name
           move WS-Step-Program(WS-Step-Sub) to STRH-Program
           move WS-Step-Start to STRH-Start-Timestamp
           move 0 to STRH-End-Timestamp
           move 0 to STRH-Return-Code
           move "I" to STRH-Status
           perform Write-Stream-History-Record
           display "Step " WS-Step-Name(WS-Step-Sub) " "
               function trim(WS-Step-Program(WS-Step-Sub))
               " started " WS-Step-Start
           display WS-Step-Parameters(WS-Step-Sub) upon command-line
           move "Y" to WS-Program-Found-Flag
           move 0 to return-code
           call WS-Step-Program(WS-Step-Sub)
             on exception
               move "N" to WS-Program-Found-Flag
           end-call
           move return-code to WS-Step-RC
           move 0 to return-code
           if Program-Found
             cancel WS-Step-Program(WS-Step-Sub)
           end-if
           cancel "temperature"
           cancel "tempauth"
           cancel "factorial"
           move function current-date(1:14) to WS-Step-End
           add 1 to WS-Steps-Run
           evaluate true
             when not Program-Found
               move "N" to WS-Step-Status
               display "Error, program not found for step "
                   WS-Step-Name(WS-Step-Sub) ": "
                   WS-Step-Program(WS-Step-Sub)
             when WS-Step-RC < 0
             when WS-Step-RC > WS-Step-Max-RC(WS-Step-Sub)
               move "F" to WS-Step-Status
             when other
               move "C" to WS-Step-Status
           end-evaluate
           move WS-Step-RC to WS-RC-Text
           display "Step " WS-Step-Name(WS-Step-Sub) " ended "
               WS-Step-End " RC " WS-RC-Text
           if WS-Step-Status not = "C"
             move "Y" to WS-Stream-Failed-Flag
             move WS-Step-Name(WS-Step-Sub) to WS-Failed-Step-Name
             move WS-Step-RC to WS-Failed-Step-RC
           end-if
           move spaces to Stream-History-Record
           move "E" to STRH-Rec-Type
           move WS-Run-ID to STRH-Run-ID
           move WS-Step-Sub to STRH-Step-Seq
           move WS-Step-Name(WS-Step-Sub) to STRH-Step-Name
           move WS-Step-Program(WS-Step-Sub) to STRH-Program
           move WS-Step-Start to STRH-Start-Timestamp
           move WS-Step-End to STRH-End-Timestamp
           move WS-Step-RC to STRH-Return-Code
           move WS-Step-Status to STRH-Status
           perform Write-Stream-History-Record.

       Write-Stream-End.
           move spaces to Stream-History-Record
           move "Z" to STRH-Rec-Type
           move WS-Run-ID to STRH-Run-ID
           move WS-Step-Count to STRH-Step-Seq
           move WS-Run-ID to STRH-Start-Timestamp
           move function current-date(1:14) to STRH-End-Timestamp
           if Stream-Failed
             move WS-Failed-Step-Name to STRH-Step-Name
             move WS-Failed-Step-RC to STRH-Return-Code
             move "F" to STRH-Status
           else
             move 0 to STRH-Return-Code
             move "C" to STRH-Status
           end-if
           perform Write-Stream-History-Record.

       Write-Stream-History-Record.
           open extend Stream-History-File
           if WS-History-Status = "35"
             open output Stream-History-File
           end-if
           if WS-History-Status not = "00"
             display "Error, could not open stream history, status: "
                 WS-History-Status
           else
             write Stream-History-Record
             close Stream-History-File
           end-if.

       END PROGRAM tempstrm.
