    03  RL-Reinject-Count  Pic 9(9).
    03  Filler             Pic X(2).
    03  RL-Balance-Flag    Pic X(14).
    03  Filler             Pic X(2).
    03  RL-Reassigned-Count Pic 9(9).
 FD  Trend-Config-File.
 01  Trend-Config-Record.
    03  TC-Threshold-Pct Pic 9(3).
    03  Filler           Pic X(2).
    03  TC-Period        Pic X(7).
 FD  Trend-Report.
 01  Trend-Report-Record   Pic X(125).
 Working-Storage Section.
 01   WS-Run-Log-Status          Pic XX.
 01   WS-Config-Status           Pic XX.
 01   WS-Runs-Read               Pic 9(6) value 0.
 01   WS-Alert-Count             Pic 9(6) value 0.
 01   WS-Unbalanced-Count        Pic 9(6) value 0.
 01   WS-Run-Reassigned-Count    Pic 9(9) value 0.
 01   WS-Reassigned-Total        Pic 9(9) value 0.
 01   WS-Period-Key              Pic X(8).
 01   WS-Week-Number             Pic 9(7).
 01   WS-Period-Table.
       05  PD-Read-Count     Pic 9(9).
       05  PD-Rejected-Count Pic 9(9).
       05  PD-Alert-Count    Pic 9(6).
       05  PD-Reassigned-Count Pic 9(9).
 01   WS-Period-Count            Pic 9(3) value 0.
 01   WS-Period-Index            Pic 9(3).
 01   WS-Period-Found-Switch     Pic X value "N".
    03  Filler  Pic X(10) value "DURATION".
    03  Filler  Pic X(11) value "      READ".
    03  Filler  Pic X(11) value "  REJECTED".
    03  Filler  Pic X(11) value " REASSIGNED".
    03  Filler  Pic X(9)  value "  REJ PCT".
    03  Filler  Pic X(8)  value "  TREND".
    03  Filler  Pic X(14) value "  FLAGS".
    03  Filler            Pic X(2)  value spaces.
    03  DT-Rejected-Count Pic ZZZZZZZZ9.
    03  Filler            Pic X(2)  value spaces.
    03  DT-Reassigned-Count Pic ZZZZZZZZ9.
    03  Filler            Pic X(2)  value spaces.
    03  DT-Reject-Rate    Pic ZZ9.9.
    03  Filler            Pic X(3)  value spaces.
    03  DT-Trend          Pic X(5).
    03  Filler  Pic X(12) value "    REJECTED".
    03  Filler  Pic X(13) value "  AVG REJ PCT".
    03  Filler  Pic X(8)  value "  ALERTS".
    03  Filler  Pic X(12) value "  REASSIGNED".
 01   WS-Summary-Line.
    03  SM-Period-Key     Pic X(8).
    03  Filler            Pic X(2)  value spaces.
    03  SM-Avg-Rate       Pic ZZ9.9.
    03  Filler            Pic X(4)  value spaces.
    03  SM-Alert-Count    Pic ZZZZZ9.
    03  Filler            Pic X(3)  value spaces.
    03  SM-Reassigned-Count Pic ZZZZZZZZ9.
 01   WS-Blank-Line              Pic X(1) value space.
 Procedure Division.
 Start-of-program.
    Display "RUNS REPORTED:      " WS-Runs-Read.
    Display "THRESHOLD ALERTS:   " WS-Alert-Count.
    Display "OUT OF BALANCE:     " WS-Unbalanced-Count.
    Display "REASSIGNED HELD:    " WS-Reassigned-Total.
    Stop Run.

 Read-Trend-Config.
    Perform Compute-Run-Rates.
    Move RL-Read-Count     to DT-Read-Count.
    Move RL-Rejected-Count to DT-Rejected-Count.
    If RL-Reassigned-Count is Numeric
        Move RL-Reassigned-Count to WS-Run-Reassigned-Count
    Else
        Move Zero to WS-Run-Reassigned-Count
    End-If.
    Move WS-Run-Reassigned-Count to DT-Reassigned-Count.
    Add WS-Run-Reassigned-Count to WS-Reassigned-Total.
    Move WS-Reject-Rate    to DT-Reject-Rate.
    If First-Run-On-Log
        Move "-" to DT-Trend
        Move Zero to PD-Read-Count (WS-Period-Index)
        Move Zero to PD-Rejected-Count (WS-Period-Index)
        Move Zero to PD-Alert-Count (WS-Period-Index)
        Move Zero to PD-Reassigned-Count (WS-Period-Index)
    End-If.

 Tally-Period-Totals.
        Add RL-Rejected-Count
            to PD-Rejected-Count (WS-Period-Index)
    End-If.
    Add WS-Run-Reassigned-Count
        to PD-Reassigned-Count (WS-Period-Index).

 Tally-Period-Alert.
    Perform Find-Period-Entry.
            Move Zero to SM-Avg-Rate
        End-If
        Move PD-Alert-Count (WS-Period-Index)    to SM-Alert-Count
        Move PD-Reassigned-Count (WS-Period-Index)
            to SM-Reassigned-Count
        Write Trend-Report-Record from WS-Summary-Line
    End-Perform.
