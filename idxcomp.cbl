        Organization is Indexed
        Access Mode is Sequential
        Record Key is CI-Customer-Id
        Alternate Record Key is CI-Phone-Key-1 With Duplicates
        Alternate Record Key is CI-Phone-Key-2 With Duplicates
        Alternate Record Key is CI-Phone-Key-3 With Duplicates
        File Status is WS-Index-File-Status.
    Select Customer-Master Assign to "CUSTMAST.DAT"
        Organization is Line Sequential
    03  CI-Country-Code  Pic X(3).
    03  CI-Customer-Name Pic X(30).
    03  CI-Source-Code   Pic X(10).
    03  CI-Phone-List.
       05  CI-Phone-Count      Pic 9.
       05  CI-Phone-Slot-1.
          07  CI-Phone-Type-1    Pic X.
          07  CI-Phone-Key-1     Pic X(10).
          07  Filler             Pic X(7).
       05  CI-Phone-Slot-2.
          07  CI-Phone-Type-2    Pic X.
          07  CI-Phone-Key-2     Pic X(10).
          07  Filler             Pic X(7).
       05  CI-Phone-Slot-3.
          07  CI-Phone-Type-3    Pic X.
          07  CI-Phone-Key-3     Pic X(10).
          07  Filler             Pic X(7).
    03  CI-Phone-Table Redefines CI-Phone-List.
       05  Filler              Pic 9.
       05  CI-Phone-Entry Occurs 3 Times.
          07  CI-Phone-Type       Pic X.
          07  CI-Phone-Number.
             09  CI-Phone-Area    Pic XXX.
             09  CI-Phone-Prefix  Pic XXX.
             09  CI-Phone-Last    Pic X(4).
          07  CI-Phone-Ext        Pic 9(5).
          07  CI-Phone-Preferred  Pic X.
          07  CI-Phone-Status     Pic X.
 FD  Customer-Master.
 01  Customer-Record.
    03  CM-Customer-Id   Pic 9(9).
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
       05  MA-Extension      Pic 9(5).
       05  MA-Country-Code   Pic X(3).
       05  MA-Customer-Name  Pic X(30).
       05  MA-Phone-List     Pic X(55).
       05  MA-Matched-Flag   Pic X.
 01   WS-Master-Count            Pic 9(6) value 0.
 01   WS-Master-Index            Pic 9(6).
    03  Filler            Pic X(2)  value spaces.
    03  DL-Customer-Name  Pic X(30).
    03  Filler            Pic X(2)  value spaces.
    03  DL-Mismatch       Pic X(26).
 01   WS-Summary-Line.
    03  SL-Caption        Pic X(24).
    03  SL-Count          Pic ZZZZZZZZ9.
    Move CM-Extension     to MA-Extension (WS-Master-Count).
    Move CM-Country-Code  to MA-Country-Code (WS-Master-Count).
    Move CM-Customer-Name to MA-Customer-Name (WS-Master-Count).
    Perform Normalize-Phone-List.
    Move CM-Phone-List    to MA-Phone-List (WS-Master-Count).
    Move "N"              to MA-Matched-Flag (WS-Master-Count).

 Build-Master-Xref.
    If MA-Customer-Name (WS-Master-Index) not = CI-Customer-Name
        Move "NAME" to WS-Mismatch-Fields (16:4)
    End-If.
    If MA-Phone-List (WS-Master-Index) not = CI-Phone-List
        Move "PHONES" to WS-Mismatch-Fields (21:6)
    End-If.
    If WS-Mismatch-Fields = Spaces
        Add 1 to WS-Matched-Count
    Else
    Move "FIELD MISMATCHES:" to SL-Caption.
    Move WS-Mismatch-Count to SL-Count.
    Write Reconcile-Report-Record from WS-Summary-Line.

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
