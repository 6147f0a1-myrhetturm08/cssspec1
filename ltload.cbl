 Program-Id. Line-Type-Load.
 Environment Division.
 Input-Output Section.
 File-Control.
    Select Carrier-Block-File Assign to "CARRBLK.DAT"
        Organization is Line Sequential
        File Status is WS-Carrier-Block-Status.
    Select Npa-Nxx-Reference Assign to "NPANXX.DAT"
        Organization is Line Sequential.
 Data Division.
 File Section.
 FD  Carrier-Block-File.
 01  Carrier-Block-Record.
    03  CB-Area-Code     Pic XXX.
    03  CB-Prefix-Num    Pic XXX.
    03  CB-Block-Id      Pic X.
    03  Filler           Pic X(2).
    03  CB-Carrier-Ocn   Pic X(4).
    03  Filler           Pic X(2).
    03  CB-Carrier-Name  Pic X(30).
    03  Filler           Pic X(2).
    03  CB-Service-Type  Pic X(10).
       88  Wireless-Service  Value "WIRELESS" "PCS" "CELLULAR".
       88  Landline-Service  Value "ILEC" "CLEC" "RBOC" "LANDLINE".
       88  Voip-Service      Value "VOIP" "IPES".
 FD  Npa-Nxx-Reference.
 01  Npa-Nxx-Record.
    03  NX-Area-Code     Pic XXX.
    03  NX-Prefix-Num    Pic XXX.
    03  Filler           Pic X(2).
    03  NX-Line-Type     Pic X.
    03  Filler           Pic X(2).
    03  NX-Load-Date     Pic 9(8).
 Working-Storage Section.
 01   WS-Carrier-Block-Status    Pic XX.
 01   WS-Carrier-Block-Switch    Pic X value "N".
    88  End-Of-Carrier-Blocks     Value "Y".
 01   WS-Block-Table.
    03  WS-Block-Entry Occurs 1 to 500000 Times
            Depending on WS-Block-Count
            Ascending Key is BT-Exchange-Key
            Indexed by Bt-Idx.
       05  BT-Exchange-Key.
          07  BT-Area-Code   Pic XXX.
          07  BT-Prefix-Num  Pic XXX.
       05  BT-Line-Type      Pic X.
 01   WS-Block-Count             Pic 9(6) value 0.
 01   WS-Block-Index             Pic 9(6).
 01   WS-Current-Exchange.
    03  WS-Current-Area-Code   Pic XXX.
    03  WS-Current-Prefix-Num  Pic XXX.
 01   WS-Current-Line-Type       Pic X.
 01   WS-Run-Date                Pic 9(8).
 01   WS-Blocks-Read             Pic 9(7) value 0.
 01   WS-Blocks-Rejected         Pic 9(7) value 0.
 01   WS-Exchanges-Written       Pic 9(7) value 0.
 01   WS-Wireless-Count          Pic 9(7) value 0.
 01   WS-Landline-Count          Pic 9(7) value 0.
 01   WS-Voip-Count              Pic 9(7) value 0.
 01   WS-Unknown-Count           Pic 9(7) value 0.
 01   WS-Mixed-Count             Pic 9(7) value 0.
 Procedure Division.
 Start-of-program.
    Accept WS-Run-Date from Date YYYYMMDD.
    Open Input Carrier-Block-File.
    If WS-Carrier-Block-Status not = "00"
        Display "** CANNOT OPEN CARRIER BLOCK DATA CARRBLK.DAT"
                " - STATUS " WS-Carrier-Block-Status " **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Move 16 to Return-Code
        Stop Run
    End-If.
    Perform Until End-Of-Carrier-Blocks
        Read Carrier-Block-File
            At End
                Set End-Of-Carrier-Blocks to True
            Not At End
                Perform Add-Block-Entry
        End-Read
    End-Perform.
    Close Carrier-Block-File.
    If WS-Block-Count = 0
        Display "** NO VALID CARRIER BLOCKS IN CARRBLK.DAT"
                " - NPANXX.DAT NOT REPLACED **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Move 16 to Return-Code
        Stop Run
    End-If.
    Sort WS-Block-Entry Ascending BT-Exchange-Key.
    Open Output Npa-Nxx-Reference.
    Perform Varying WS-Block-Index from 1 by 1
            Until WS-Block-Index > WS-Block-Count
        If WS-Block-Index = 1
                or BT-Exchange-Key (WS-Block-Index)
                    not = WS-Current-Exchange
            If WS-Block-Index > 1
                Perform Write-Exchange-Record
            End-If
            Move BT-Exchange-Key (WS-Block-Index)
                to WS-Current-Exchange
            Move BT-Line-Type (WS-Block-Index)
                to WS-Current-Line-Type
        Else
            If BT-Line-Type (WS-Block-Index)
                    not = WS-Current-Line-Type
                    and WS-Current-Line-Type not = "U"
                Move "U" to WS-Current-Line-Type
                Add 1 to WS-Mixed-Count
            End-If
        End-If
    End-Perform.
    Perform Write-Exchange-Record.
    Close Npa-Nxx-Reference.
    Display "CARRIER BLOCKS READ:     " WS-Blocks-Read.
    Display "BLOCKS REJECTED:         " WS-Blocks-Rejected.
    Display "EXCHANGES WRITTEN:       " WS-Exchanges-Written.
    Display "  WIRELESS:              " WS-Wireless-Count.
    Display "  LANDLINE:              " WS-Landline-Count.
    Display "  VOIP:                  " WS-Voip-Count.
    Display "  UNKNOWN:               " WS-Unknown-Count.
    Display "  MIXED (SET UNKNOWN):   " WS-Mixed-Count.
    Stop Run.

 Add-Block-Entry.
    Add 1 to WS-Blocks-Read.
    If CB-Area-Code is not Numeric or CB-Prefix-Num is not Numeric
        Display "** CARRIER BLOCK REJECTED - BAD NPA-NXX: "
                CB-Area-Code CB-Prefix-Num " **"
        Add 1 to WS-Blocks-Rejected
    Else
        If WS-Block-Count = 500000
            Display "** CARRIER BLOCK TABLE FULL"
                    " - INCREASE TABLE SIZE **"
            Display "** RUN STOPPED - NOTIFY OPERATIONS **"
            Close Carrier-Block-File
            Move 16 to Return-Code
            Stop Run
        End-If
        Add 1 to WS-Block-Count
        Move CB-Area-Code  to BT-Area-Code (WS-Block-Count)
        Move CB-Prefix-Num to BT-Prefix-Num (WS-Block-Count)
        Evaluate True
            When Wireless-Service
                Move "W" to BT-Line-Type (WS-Block-Count)
            When Landline-Service
                Move "L" to BT-Line-Type (WS-Block-Count)
            When Voip-Service
                Move "V" to BT-Line-Type (WS-Block-Count)
            When Other
                Move "U" to BT-Line-Type (WS-Block-Count)
        End-Evaluate
    End-If.

 Write-Exchange-Record.
    Move Spaces to Npa-Nxx-Record.
    Move WS-Current-Area-Code  to NX-Area-Code.
    Move WS-Current-Prefix-Num to NX-Prefix-Num.
    Move WS-Current-Line-Type  to NX-Line-Type.
    Move WS-Run-Date           to NX-Load-Date.
    Write Npa-Nxx-Record.
    Add 1 to WS-Exchanges-Written.
    Evaluate WS-Current-Line-Type
        When "W"
            Add 1 to WS-Wireless-Count
        When "L"
            Add 1 to WS-Landline-Count
        When "V"
            Add 1 to WS-Voip-Count
        When Other
            Add 1 to WS-Unknown-Count
    End-Evaluate.
