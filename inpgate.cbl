 Program-Id. Input-Gate.
 Environment Division.
 Input-Output Section.
 File-Control.
    Select Gate-Control-File Assign to "GATECTL.DAT"
        Organization is Line Sequential
        File Status is WS-Control-Status.
    Select Gated-Input-File Assign to Dynamic WS-Gate-File-Name
        Organization is Line Sequential
        File Status is WS-Gated-Status.
    Select Job-Run-Report Assign to "JOBRPT.DAT"
        Organization is Line Sequential
        File Status is WS-Report-Status.
 Data Division.
 File Section.
 FD  Gate-Control-File.
 01  Gate-Control-Record.
    03  GC-File-Name     Pic X(12).
    03  Filler           Pic X(2).
    03  GC-Required-Flag Pic X.
       88  Mandatory-Input   Value "M".
       88  Optional-Input    Value "O".
    03  Filler           Pic X(2).
    03  GC-Max-Age-Days  Pic 9(3).
    03  Filler           Pic X(2).
    03  GC-Header-Flag   Pic X.
       88  Header-Expected   Value "Y".
 FD  Gated-Input-File.
 01  Gated-Input-Record.
    03  GI-Record-Type   Pic X(3).
       88  Header-Record     Value "HDR".
    03  GI-File-Date     Pic X(8).
    03  Filler           Pic X(69).
 FD  Job-Run-Report.
 01  Job-Run-Report-Record Pic X(90).
 Working-Storage Section.
 01   WS-Control-Status          Pic XX.
 01   WS-Gated-Status            Pic XX.
 01   WS-Report-Status           Pic XX.
 01   WS-Control-File-Switch     Pic X value "N".
    88  End-Of-Control-File       Value "Y".
 01   WS-Gate-File-Name          Pic X(12).
 01   WS-File-Details.
    03  FD-File-Size      Pic X(8) Comp-X.
    03  FD-File-Day       Pic X Comp-X.
    03  FD-File-Month     Pic X Comp-X.
    03  FD-File-Year      Pic XX Comp-X.
    03  FD-File-Hour      Pic X Comp-X.
    03  FD-File-Minute    Pic X Comp-X.
    03  FD-File-Second    Pic X Comp-X.
    03  FD-File-Hundredth Pic X Comp-X.
 01   WS-Run-Date                Pic 9(8).
 01   WS-Run-Date-Int            Pic 9(8).
 01   WS-File-Date               Pic 9(8).
 01   WS-File-Date-Int           Pic 9(8).
 01   WS-File-Age                Pic S9(5).
 01   WS-Check-Switch            Pic X value "P".
    88  Check-Passed              Value "P".
    88  Check-Failed              Value "F".
 01   WS-Check-Reason            Pic X(30).
 01   WS-Inputs-Checked          Pic 9(4) value 0.
 01   WS-Inputs-Passed           Pic 9(4) value 0.
 01   WS-Warning-Count           Pic 9(4) value 0.
 01   WS-Failure-Count           Pic 9(4) value 0.
 01   WS-Gate-Return-Code        Pic 9(4) value 0.
 01   WS-Heading-Line.
    03  Filler            Pic X(23)
        value "INPUT GATE CHECK - RUN ".
    03  HL-Run-Date       Pic 9(8).
 01   WS-Gate-Line.
    03  GL-Stamp          Pic X(14).
    03  Filler            Pic X(2)  value spaces.
    03  GL-File-Name      Pic X(12).
    03  Filler            Pic X(2)  value spaces.
    03  GL-Required       Pic X(9).
    03  Filler            Pic X(2)  value spaces.
    03  GL-File-Date      Pic X(8).
    03  Filler            Pic X(2)  value spaces.
    03  GL-Disposition    Pic X(7).
    03  Filler            Pic X(2)  value spaces.
    03  GL-Reason         Pic X(30).
 01   WS-Result-Line.
    03  RS-Stamp          Pic X(14).
    03  Filler            Pic X(2)  value spaces.
    03  Filler            Pic X(12) value "INPUT GATE".
    03  Filler            Pic X(2)  value spaces.
    03  RS-Result         Pic X(20).
    03  Filler            Pic X(2)  value spaces.
    03  Filler            Pic X(8)  value "CHECKED ".
    03  RS-Checked        Pic ZZZ9.
    03  Filler            Pic X(8)  value " WARNED ".
    03  RS-Warned         Pic ZZZ9.
    03  Filler            Pic X(8)  value " FAILED ".
    03  RS-Failed         Pic ZZZ9.
 Procedure Division.
 Start-of-program.
    Accept WS-Run-Date from Date YYYYMMDD.
    Compute WS-Run-Date-Int
        = Function Integer-Of-Date (WS-Run-Date).
    Move Zero to WS-Inputs-Checked.
    Move Zero to WS-Inputs-Passed.
    Move Zero to WS-Warning-Count.
    Move Zero to WS-Failure-Count.
    Move "N" to WS-Control-File-Switch.
    Open Extend Job-Run-Report.
    If WS-Report-Status = "35"
        Open Output Job-Run-Report
    End-If.
    Move WS-Run-Date to HL-Run-Date.
    Write Job-Run-Report-Record from WS-Heading-Line.
    Open Input Gate-Control-File.
    If WS-Control-Status not = "00"
        Display "** CANNOT OPEN INPUT GATE CONTROL GATECTL.DAT"
                " - STATUS " WS-Control-Status " **"
        Move Spaces to WS-Gate-Line
        Move Function Current-Date (1:14) to GL-Stamp
        Move "GATECTL.DAT" to GL-File-Name
        Move "FAILED" to GL-Disposition
        Move "CONTROL FILE NOT FOUND" to GL-Reason
        Write Job-Run-Report-Record from WS-Gate-Line
        Add 1 to WS-Failure-Count
    Else
        Perform Until End-Of-Control-File
            Read Gate-Control-File
                At End
                    Set End-Of-Control-File to True
                Not At End
                    If GC-File-Name not = Spaces
                        Perform Check-Gated-Input
                    End-If
            End-Read
        End-Perform
        Close Gate-Control-File
    End-If.
    Move Function Current-Date (1:14) to RS-Stamp.
    Move WS-Inputs-Checked to RS-Checked.
    Move WS-Warning-Count  to RS-Warned.
    Move WS-Failure-Count  to RS-Failed.
    Evaluate True
        When WS-Failure-Count > Zero
            Move "FAILED - CHAIN HELD" to RS-Result
            Move 16 to WS-Gate-Return-Code
        When WS-Warning-Count > Zero
            Move "PASSED WITH WARNINGS" to RS-Result
            Move 4 to WS-Gate-Return-Code
        When Other
            Move "PASSED" to RS-Result
            Move Zero to WS-Gate-Return-Code
    End-Evaluate.
    Write Job-Run-Report-Record from WS-Result-Line.
    Close Job-Run-Report.
    Display "INPUTS CHECKED:          " WS-Inputs-Checked.
    Display "INPUTS PASSED:           " WS-Inputs-Passed.
    Display "OPTIONAL INPUT WARNINGS: " WS-Warning-Count.
    Display "MANDATORY FAILURES:      " WS-Failure-Count.
    If WS-Failure-Count > Zero
        Display "** INPUT GATE FAILED - SEE JOBRPT.DAT **"
    End-If.
    Move WS-Gate-Return-Code to Return-Code.
    Goback.

 Check-Gated-Input.
    Add 1 to WS-Inputs-Checked.
    Set Check-Passed to True.
    Move Spaces to WS-Check-Reason.
    Move Spaces to WS-Gate-Line.
    Move GC-File-Name to WS-Gate-File-Name.
    Move GC-File-Name to GL-File-Name.
    If Optional-Input
        Move "OPTIONAL" to GL-Required
    Else
        Move "MANDATORY" to GL-Required
    End-If.
    If GC-Max-Age-Days not Numeric
        Move Zero to GC-Max-Age-Days
    End-If.
    Call "CBL_CHECK_FILE_EXIST" Using WS-Gate-File-Name
                                      WS-File-Details.
    If Return-Code not = Zero
        Set Check-Failed to True
        Move "FILE NOT FOUND" to WS-Check-Reason
    Else
        Compute WS-File-Date = FD-File-Year * 10000
                             + FD-File-Month * 100
                             + FD-File-Day
        Move WS-File-Date to GL-File-Date
        Perform Check-File-Age
        If Check-Passed
            If FD-File-Size = Zero
                Set Check-Failed to True
                Move "FILE IS EMPTY" to WS-Check-Reason
            Else
                If Header-Expected
                    Perform Check-Header-Date
                End-If
            End-If
        End-If
    End-If.
    Move Zero to Return-Code.
    Evaluate True
        When Check-Passed
            Move "OK" to GL-Disposition
            Add 1 to WS-Inputs-Passed
        When Optional-Input
            Move "WARNING" to GL-Disposition
            Add 1 to WS-Warning-Count
        When Other
            Move "FAILED" to GL-Disposition
            Add 1 to WS-Failure-Count
    End-Evaluate.
    Move WS-Check-Reason to GL-Reason.
    Move Function Current-Date (1:14) to GL-Stamp.
    Write Job-Run-Report-Record from WS-Gate-Line.

 Check-File-Age.
    Compute WS-File-Date-Int
        = Function Integer-Of-Date (WS-File-Date).
    Compute WS-File-Age = WS-Run-Date-Int - WS-File-Date-Int.
    If WS-File-Age < 0
        Set Check-Failed to True
        Move "FILE DATE IS IN THE FUTURE" to WS-Check-Reason
    Else
        If WS-File-Age > GC-Max-Age-Days
            Set Check-Failed to True
            Move "FILE OLDER THAN ALLOWED AGE" to WS-Check-Reason
        End-If
    End-If.

 Check-Header-Date.
    Open Input Gated-Input-File.
    If WS-Gated-Status not = "00"
        Set Check-Failed to True
        String "CANNOT OPEN - STATUS " Delimited by Size
               WS-Gated-Status Delimited by Size
               Into WS-Check-Reason
    Else
        Read Gated-Input-File
            At End
                Set Check-Failed to True
                Move "FILE IS EMPTY" to WS-Check-Reason
            Not At End
                Perform Check-Header-Record
        End-Read
        Close Gated-Input-File
    End-If.

 Check-Header-Record.
    If not Header-Record
        Set Check-Failed to True
        Move "NO HEADER RECORD" to WS-Check-Reason
    Else
        If GI-File-Date not Numeric
            Set Check-Failed to True
            Move "HEADER DATE NOT NUMERIC" to WS-Check-Reason
        Else
            Move GI-File-Date to WS-File-Date
            Move WS-File-Date to GL-File-Date
            Compute WS-File-Date-Int
                = Function Integer-Of-Date (WS-File-Date)
            Compute WS-File-Age = WS-Run-Date-Int - WS-File-Date-Int
            If WS-File-Age < 0
                Set Check-Failed to True
                Move "HEADER DATE IS IN THE FUTURE" to WS-Check-Reason
            Else
                If WS-File-Age > GC-Max-Age-Days
                    Set Check-Failed to True
                    Move "HEADER DATE OLDER THAN ALLOWED"
                        to WS-Check-Reason
                End-If
            End-If
        End-If
    End-If.
