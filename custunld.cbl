        Organization is Indexed
        Access Mode is Sequential
        Record Key is CI-Customer-Id
        Alternate Record Key is CI-Phone-Key-1 With Duplicates
        Alternate Record Key is CI-Phone-Key-2 With Duplicates
        Alternate Record Key is CI-Phone-Key-3 With Duplicates
        File Status is WS-Index-File-Status.
    Select Customer-Master Assign to "CUSTMAST.DAT"
        Organization is Line Sequential.
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
    03  CC-File-Date     Pic 9(8).
            Move CI-Country-Code  to CM-Country-Code
            Move CI-Customer-Name to CM-Customer-Name
            Move CI-Source-Code   to CM-Source-Code
            Move CI-Phone-List    to CM-Phone-List
            Write Customer-Record
            Add 1 to WS-Unloaded-Count
    End-Read.
