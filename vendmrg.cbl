    03  CM-Country-Code  Pic X(3).
    03  CM-Customer-Name Pic X(30).
    03  CM-Source-Code   Pic X(10).
    03  CM-Phone-List.
       05  CM-Phone-Count      Pic 9.
       05  CM-Phone-Entry Occurs 3 Times.
          07  CM-Phone-Type       Pic X.
          07  CM-Phone-Number.
             09  CM-Phone-Area    Pic XXX.
             09  CM-Phone-Prefix  Pic XXX.
             09  CM-Phone-Last    Pic X(4).
          07  CM-Phone-Ext        Pic 9(5).
          07  CM-Phone-Preferred  Pic X.
          07  CM-Phone-Status     Pic X.
 01  Customer-Control-Record.
    03  CC-Record-Type   Pic X(3).
    03  CC-File-Date     Pic 9(8).
    03  IN-Country-Code  Pic X(3).
    03  IN-Customer-Name Pic X(30).
    03  IN-Source-Code   Pic X(10).
    03  IN-Phone-Type    Pic X.
       88  Valid-Phone-Type  Value "H" "M" "W".
    03  Filler           Pic X(12).
 01   WS-Input-Control Redefines WS-Input-Record.
    03  IN-Record-Type   Pic X(3).
       88  In-Header-Record  Value "HDR".
       05  MG-Customer-Name  Pic X(30).
       05  MG-Source-Code    Pic X(10).
       05  MG-Source-Rank    Pic 9(2).
       05  MG-Phone-Type     Pic X.
       05  MG-Written-Flag   Pic X.
 01   WS-Merge-Count             Pic 9(6) value 0.
 01   WS-Merge-Index             Pic 9(6).
 01   WS-Group-Xref.
    03  WS-Group-Xref-Entry Occurs 1 to 100000 Times
            Depending on WS-Merge-Count
            Ascending Key is GX-Customer-Id GX-Merge-Index
            Indexed by Gx-Idx.
       05  GX-Customer-Id    Pic 9(9).
       05  GX-Merge-Index    Pic 9(6).
 01   WS-Group-Position          Pic 9(6).
 01   WS-Group-Scan              Pic 9(6).
 01   WS-Group-Member            Pic 9(6).
 01   WS-Phone-Index             Pic 9.
 01   WS-Overflow-Count          Pic 9(9) value 0.
 01   WS-Merge-Match-Switch      Pic X value "N".
    88  Merge-Entry-Found         Value "Y".
 01   WS-Source-Tally-Table.
    03  CL-Winner-Source  Pic X(10).
    03  Filler            Pic X(7)  value "  OVER ".
    03  CL-Loser-Source   Pic X(10).
 01   WS-Overflow-Line.
    03  Filler            Pic X(1)  value "(".
    03  OL-Area-Code      Pic XXX.
    03  Filler            Pic X(2)  value ") ".
    03  OL-Prefix-Num     Pic XXX.
    03  Filler            Pic X(1)  value "-".
    03  OL-Last-Four      Pic X(4).
    03  Filler            Pic X(11) value "  CUSTOMER ".
    03  OL-Customer-Id    Pic 9(9).
    03  Filler            Pic X(28)
        value "  NOT CARRIED - NO FREE SLOT".
 01   WS-Summary-Heading.
    03  Filler            Pic X(12) value "SOURCE".
    03  Filler            Pic X(11) value "      READ".
    Display "VENDOR FILES MERGED:    " WS-Files-Merged.
    Display "MASTER RECORDS WRITTEN: " WS-Written-Count.
    Display "KEY COLLISIONS SETTLED: " WS-Collision-Count.
    Display "NUMBERS NOT CARRIED:    " WS-Overflow-Count.
    Stop Run.

 Load-Precedence-Table.
    Move IN-Customer-Name to MG-Customer-Name (WS-Merge-Index).
    Move WS-Feed-Source   to MG-Source-Code (WS-Merge-Index).
    Move WS-Feed-Rank     to MG-Source-Rank (WS-Merge-Index).
    If Valid-Phone-Type
        Move IN-Phone-Type to MG-Phone-Type (WS-Merge-Index)
    Else
        Move "H" to MG-Phone-Type (WS-Merge-Index)
    End-If.
    Move "N"              to MG-Written-Flag (WS-Merge-Index).

 Audit-Collision-New-Wins.
    Move MG-Area-Code (WS-Merge-Index)  to CL-Area-Code.
    Move "MERGE" to CC-Source-System.
    Move Zero to CC-Record-Count.
    Write Customer-Control-Record.
    Perform Build-Group-Xref.
    Perform Varying WS-Merge-Index from 1 by 1
            Until WS-Merge-Index > WS-Merge-Count
        If MG-Written-Flag (WS-Merge-Index) not = "Y"
            Perform Write-Customer-Group
        End-If
    End-Perform.
    Move Spaces to Customer-Control-Record.
    Move "TRL" to CC-Record-Type.
    Write Customer-Control-Record.
    Close Customer-Master.

 Build-Group-Xref.
    Perform Varying WS-Group-Scan from 1 by 1
            Until WS-Group-Scan > WS-Merge-Count
        If MG-Customer-Id (WS-Group-Scan) is Numeric
            Move MG-Customer-Id (WS-Group-Scan)
                to GX-Customer-Id (WS-Group-Scan)
        Else
            Move Zero to GX-Customer-Id (WS-Group-Scan)
        End-If
        Move WS-Group-Scan to GX-Merge-Index (WS-Group-Scan)
    End-Perform.
    If WS-Merge-Count > 0
        Sort WS-Group-Xref-Entry Ascending GX-Customer-Id
                                           GX-Merge-Index
    End-If.

 Write-Customer-Group.
    Move Spaces to Customer-Record.
    Move Zero to CM-Phone-Count.
    Move MG-Customer-Id (WS-Merge-Index)   to CM-Customer-Id.
    Move MG-Country-Code (WS-Merge-Index)  to CM-Country-Code.
    Move MG-Customer-Name (WS-Merge-Index) to CM-Customer-Name.
    Move MG-Source-Code (WS-Merge-Index)   to CM-Source-Code.
    Move WS-Merge-Index to WS-Group-Member.
    Perform Add-Group-Number.
    If MG-Customer-Id (WS-Merge-Index) is Numeric
            and MG-Customer-Id (WS-Merge-Index) > Zero
        Perform Collect-Group-Members
    End-If.
    Move CM-Phone-Area (1)   to CM-Area-Code.
    Move CM-Phone-Prefix (1) to CM-Prefix-Num.
    Move CM-Phone-Last (1)   to CM-Last-Four.
    Move CM-Phone-Ext (1)    to CM-Extension.
    Write Customer-Record.
    Add 1 to WS-Written-Count.

 Collect-Group-Members.
    Set Gx-Idx to 1.
    Search All WS-Group-Xref-Entry
        At End
            Continue
        When GX-Customer-Id (Gx-Idx) = MG-Customer-Id (WS-Merge-Index)
                and GX-Merge-Index (Gx-Idx) = WS-Merge-Index
            Set WS-Group-Position to Gx-Idx
    End-Search.
    Perform Varying WS-Group-Scan from WS-Group-Position by 1
            Until WS-Group-Scan > WS-Merge-Count
                or GX-Customer-Id (WS-Group-Scan)
                    not = MG-Customer-Id (WS-Merge-Index)
        Move GX-Merge-Index (WS-Group-Scan) to WS-Group-Member
        If MG-Written-Flag (WS-Group-Member) not = "Y"
            If CM-Phone-Count < 3
                Perform Add-Group-Number
            Else
                Perform Audit-Group-Overflow
            End-If
        End-If
    End-Perform.

 Add-Group-Number.
    Add 1 to CM-Phone-Count.
    Move CM-Phone-Count to WS-Phone-Index.
    Move MG-Phone-Type (WS-Group-Member)
        to CM-Phone-Type (WS-Phone-Index).
    Move MG-Area-Code (WS-Group-Member)
        to CM-Phone-Area (WS-Phone-Index).
    Move MG-Prefix-Num (WS-Group-Member)
        to CM-Phone-Prefix (WS-Phone-Index).
    Move MG-Last-Four (WS-Group-Member)
        to CM-Phone-Last (WS-Phone-Index).
    Move MG-Extension (WS-Group-Member)
        to CM-Phone-Ext (WS-Phone-Index).
    If WS-Phone-Index = 1
        Move "Y" to CM-Phone-Preferred (WS-Phone-Index)
    Else
        Move "N" to CM-Phone-Preferred (WS-Phone-Index)
    End-If.
    Perform Tally-Kept-Record.
    If MG-Area-Code (WS-Group-Member) (1:1) = "0"
            or MG-Area-Code (WS-Group-Member) (1:1) = "1"
            or MG-Prefix-Num (WS-Group-Member) = "555"
            or MG-Prefix-Num (WS-Group-Member) = "000"
        Move "I" to CM-Phone-Status (WS-Phone-Index)
    Else
        Move "V" to CM-Phone-Status (WS-Phone-Index)
    End-If.
    Move "Y" to MG-Written-Flag (WS-Group-Member).

 Audit-Group-Overflow.
    Move MG-Area-Code (WS-Group-Member)   to OL-Area-Code.
    Move MG-Prefix-Num (WS-Group-Member)  to OL-Prefix-Num.
    Move MG-Last-Four (WS-Group-Member)   to OL-Last-Four.
    Move MG-Customer-Id (WS-Group-Member) to OL-Customer-Id.
    Write Merge-Audit-Record from WS-Overflow-Line.
    Add 1 to WS-Overflow-Count.
    Perform Tally-Overflow-Record.
    Move "Y" to MG-Written-Flag (WS-Group-Member).

 Tally-Kept-Record.
    Perform Varying WS-Tally-Index from 1 by 1
            Until WS-Tally-Index > WS-Tally-Count
        If TS-Source-Code (WS-Tally-Index)
                = MG-Source-Code (WS-Group-Member)
            Add 1 to TS-Kept-Count (WS-Tally-Index)
        End-If
    End-Perform.

 Tally-Overflow-Record.
    Perform Varying WS-Tally-Index from 1 by 1
            Until WS-Tally-Index > WS-Tally-Count
        If TS-Source-Code (WS-Tally-Index)
                = MG-Source-Code (WS-Group-Member)
            Add 1 to TS-Lost-Count (WS-Tally-Index)
        End-If
    End-Perform.

 Write-Audit-Summary.
    Write Merge-Audit-Record from WS-Summary-Heading.
    Perform Varying WS-Tally-Index from 1 by 1
