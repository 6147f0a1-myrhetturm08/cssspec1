    03  Filler  Pic X(30) value "Inspect-sample".
    03  Filler  Pic X(30) value "Crm-Ack-Match".
    03  Filler  Pic X(30) value "Error-Correction".
    03  Filler  Pic X(30) value "Dialer-Extract".
    03  Filler  Pic X(30) value "Vendor-Scorecard".
 01   WS-Step-Name-Table Redefines WS-Step-Names.
    03  SP-Step-Name  Pic X(30) Occurs 9 Times.
 01   WS-Step-Count              Pic 9(2) value 9.
 01   WS-Step-Index              Pic 9(2).
 01   WS-Resume-Step             Pic 9(2) value 1.
 01   WS-Run-Date                Pic 9(8).
 01   WS-Step-Return-Code        Pic 9(4).
 01   WS-Steps-Run               Pic 9(2) value 0.
 01   WS-Steps-Skipped           Pic 9(2) value 0.
 01   WS-Gate-Return-Code        Pic 9(4).
 01   WS-Report-Line.
    03  RP-Stamp          Pic X(14).
    03  Filler            Pic X(2)  value spaces.
        Display "RESUMING CYCLE " WS-Run-Date
                " AT STEP " WS-Resume-Step
                " " SP-Step-Name (WS-Resume-Step)
    Else
        Perform Run-Input-Gate
    End-If.
    Perform Run-Job-Step
        Varying WS-Step-Index from WS-Resume-Step by 1
        End-If
    End-If.

 Run-Input-Gate.
    Move Zero to Return-Code.
    Call "Input-Gate".
    Move Return-Code to WS-Gate-Return-Code.
    Move Zero to Return-Code.
    Move Function Current-Date (1:14) to RP-Stamp.
    Move Zero to RP-Step-Number.
    Move "Input-Gate" to RP-Step-Name.
    Evaluate True
        When WS-Gate-Return-Code > 4
            Move Spaces to RP-Step-Status
            String "NOT STARTED RC=" Delimited by Size
                   WS-Gate-Return-Code Delimited by Size
                   Into RP-Step-Status
        When WS-Gate-Return-Code = 4
            Move "PASSED WITH WARNINGS" to RP-Step-Status
        When Other
            Move "PASSED" to RP-Step-Status
    End-Evaluate.
    Open Extend Job-Run-Report.
    If WS-Report-Status = "35"
        Open Output Job-Run-Report
    End-If.
    Write Job-Run-Report-Record from WS-Report-Line.
    Close Job-Run-Report.
    If WS-Gate-Return-Code > 4
        Display "** INPUT GATE FAILED WITH RETURN CODE "
                WS-Gate-Return-Code " **"
        Display "** CHAIN NOT STARTED - SEE JOBRPT.DAT, CORRECT"
                " INPUTS AND RERUN DRIVER **"
        Move WS-Gate-Return-Code to Return-Code
        Stop Run
    End-If.

 Run-Job-Step.
    Add 1 to WS-Steps-Run.
    Move "STARTED" to RP-Step-Status.
