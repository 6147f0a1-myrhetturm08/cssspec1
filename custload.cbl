        Organization is Indexed
        Access Mode is Random
        Record Key is CI-Customer-Id
        Alternate Record Key is CI-Phone-Key-1 With Duplicates
        Alternate Record Key is CI-Phone-Key-2 With Duplicates
        Alternate Record Key is CI-Phone-Key-3 With Duplicates
        File Status is WS-Index-File-Status.
 Data Division.
 File Section.
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
 Working-Storage Section.
 01   WS-Customer-File-Switch    Pic X value "N".
    88  End-Of-Customer-File      Value "Y".
    Move CM-Country-Code  to CI-Country-Code.
    Move CM-Customer-Name to CI-Customer-Name.
    Move CM-Source-Code   to CI-Source-Code.
    Perform Normalize-Phone-List.
    Move CM-Phone-List    to CI-Phone-List.
    Write Customer-Index-Record.
    If WS-Index-File-Status = "00" or "02"
        Add 1 to WS-Loaded-Count
    Else
        If WS-Index-File-Status = "22"
            Stop Run
        End-If
    End-If.

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
