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
       88  Header-Record     Value "HDR".
 01   WS-Customer-File-Switch    Pic X value "N".
    88  End-Of-Customer-File      Value "Y".
 01   WS-Customer-Table.
    03  WS-Customer-Entry Occurs 30000 Times.
       05  CT-Phone-Key.
          07  CT-Area-Code   Pic XXX.
          07  CT-Prefix-Num  Pic XXX.
          07  CT-Last-Four   Pic X(4).
       05  CT-Customer-Id    Pic 9(9).
       05  CT-Customer-Name  Pic X(30).
       05  CT-Phone-Type     Pic X.
       05  CT-Reported-Flag  Pic X.
 01   WS-Entry-Count        Pic 9(5) value 0.
 01   WS-Dup-Xref.
    03  WS-Dup-Xref-Entry Occurs 1 to 30000 Times
            Depending on WS-Entry-Count
            Ascending Key is DX-Phone-Key
            Indexed by Dx-Idx.
 01   WS-Xref-Scan          Pic 9(5).
 01   WS-Share-Count        Pic 9(4).
 01   WS-Dup-Number-Count   Pic 9(6) value 0.
 01   WS-Customer-Count     Pic 9(5) value 0.
 01   WS-Phone-Index        Pic 9.
 01   WS-Detail-Line.
    03  Filler            Pic X(5) value spaces.
    03  DL-Customer-Id    Pic 9(9).
    03  Filler            Pic X(2) value spaces.
    03  DL-Customer-Name  Pic X(30).
    03  Filler            Pic X(2) value spaces.
    03  DL-Phone-Type     Pic X(6).
 01   WS-Header-Line.
    03  Filler            Pic X(1) value "(".
    03  HL-Area-Code      Pic XXX.
        End-If
    End-Perform.
    Close Duplicate-Report.
    Display "CUSTOMERS LOADED:     " WS-Customer-Count.
    Display "NUMBERS LOADED:       " WS-Entry-Count.
    Display "DUPLICATED NUMBERS:   " WS-Dup-Number-Count.
    Goback.

    End-Perform.

 Add-Customer-Entry.
    Add 1 to WS-Customer-Count.
    Perform Normalize-Phone-List.
    Perform Add-Number-Entry
        Varying WS-Phone-Index from 1 by 1
        Until WS-Phone-Index > CM-Phone-Count.

 Add-Number-Entry.
    If WS-Entry-Count = 30000
        Display "** CUSTOMER TABLE FULL - INCREASE TABLE SIZE **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Close Customer-Master
        Stop Run
    End-If.
    Add 1 to WS-Entry-Count.
    Move CM-Phone-Area (WS-Phone-Index)
        to CT-Area-Code (WS-Entry-Count).
    Move CM-Phone-Prefix (WS-Phone-Index)
        to CT-Prefix-Num (WS-Entry-Count).
    Move CM-Phone-Last (WS-Phone-Index)
        to CT-Last-Four (WS-Entry-Count).
    Move CM-Phone-Type (WS-Phone-Index)
        to CT-Phone-Type (WS-Entry-Count).
    Move CM-Customer-Id to CT-Customer-Id (WS-Entry-Count).
    Move CM-Customer-Name to CT-Customer-Name (WS-Entry-Count).
    Move "N" to CT-Reported-Flag (WS-Entry-Count).
                to DL-Customer-Id
            Move CT-Customer-Name (WS-Scan-Index)
                to DL-Customer-Name
            Evaluate CT-Phone-Type (WS-Scan-Index)
                When "M"
                    Move "MOBILE" to DL-Phone-Type
                When "W"
                    Move "WORK" to DL-Phone-Type
                When Other
                    Move "HOME" to DL-Phone-Type
            End-Evaluate
            Write Duplicate-Report-Record from WS-Detail-Line
            Move "Y" to CT-Reported-Flag (WS-Scan-Index)
        End-If
    End-Perform.

 Normalize-Phone-List.
    If CM-Phone-Count not Numeric or CM-Phone-Count = Zero
        Move Spaces to CM-Phone-List
        Move 1 to CM-Phone-Count
        Move "H"           to CM-Phone-Type (1)
        Move CM-Area-Code  to CM-Phone-Area (1)
        Move CM-Prefix-Num to CM-Phone-Prefix (1)
        Move CM-Last-Four  to CM-Phone-Last (1)
        Move CM-Extension  to CM-Phone-Ext (1)
        Move "Y"           to CM-Phone-Preferred (1)
        Move "V"           to CM-Phone-Status (1)
    Else
        If CM-Phone-Count > 3
            Move 3 to CM-Phone-Count
        End-If
    End-If.
