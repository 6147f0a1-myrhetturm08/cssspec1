    Select Crm-Dead-Letter-File Assign to "CRMDEAD.DAT"
        Organization is Line Sequential
        File Status is WS-Dead-Letter-Status.
    Select Merge-Xref-File Assign to "MRGXREF.DAT"
        Organization is Line Sequential
        File Status is WS-Xref-Status.
 Data Division.
 File Section.
 FD  Crm-Interface-File.
    03  CRM-Call-Consent      Pic X.
    03  CRM-Text-Consent      Pic X.
    03  CRM-Mail-Consent      Pic X.
    03  CRM-Line-Type         Pic X.
    03  CRM-Phone-Type        Pic X.
    03  CRM-Secondary Occurs 2 Times.
       05  CRM-Sec-Phone-Type    Pic X.
       05  CRM-Sec-Area-Code     Pic XXX.
       05  CRM-Sec-Prefix-Num    Pic XXX.
       05  CRM-Sec-Last-Four     Pic X(4).
       05  CRM-Sec-Line-Type     Pic X.
       05  CRM-Sec-Call-Consent  Pic X.
       05  CRM-Sec-Text-Consent  Pic X.
 FD  Crm-Ack-File.
 01  Crm-Ack-Record.
    03  CA-Customer-Id   Pic 9(9).
    03  CR-Call-Consent      Pic X.
    03  CR-Text-Consent      Pic X.
    03  CR-Mail-Consent      Pic X.
    03  CR-Line-Type         Pic X.
    03  CR-Phone-Type        Pic X.
    03  CR-Secondary Occurs 2 Times.
       05  CR-Sec-Phone-Type    Pic X.
       05  CR-Sec-Area-Code     Pic XXX.
       05  CR-Sec-Prefix-Num    Pic XXX.
       05  CR-Sec-Last-Four     Pic X(4).
       05  CR-Sec-Line-Type     Pic X.
       05  CR-Sec-Call-Consent  Pic X.
       05  CR-Sec-Text-Consent  Pic X.
 FD  Crm-Dead-Letter-File.
 01  Crm-Dead-Letter-Record.
    03  DD-Customer-Id   Pic 9(9).
    03  DD-Last-Reason   Pic X(20).
    03  Filler           Pic X(2).
    03  DD-Dead-Date     Pic 9(8).
 FD  Merge-Xref-File.
 01  Merge-Xref-Record.
    03  MX-Old-Customer-Id  Pic 9(9).
    03  Filler              Pic X(2).
    03  MX-Survivor-Id      Pic 9(9).
    03  Filler              Pic X(2).
    03  MX-Merge-Date       Pic 9(8).
    03  Filler              Pic X(2).
    03  MX-Run-Id           Pic X(14).
 Working-Storage Section.
 01   WS-Interface-File-Switch   Pic X value "N".
    88  End-Of-Interface-File     Value "Y".
 01   WS-Ack-Count          Pic 9(5) value 0.
 01   WS-Ack-Index          Pic 9(5).
 01   WS-Dead-Letter-Status Pic XX.
 01   WS-Xref-Status        Pic XX.
 01   WS-Xref-File-Switch   Pic X value "N".
    88  End-Of-Xref-File     Value "Y".
 01   WS-Xref-Table.
    03  WS-Xref-Entry Occurs 1 to 100000 Times
            Depending on WS-Xref-Count
            Ascending Key is XT-Old-Customer-Id
            Indexed by Xt-Idx.
       05  XT-Old-Customer-Id  Pic 9(9).
       05  XT-Survivor-Id      Pic 9(9).
 01   WS-Xref-Count         Pic 9(6) value 0.
 01   WS-Remapped-Count     Pic 9(6) value 0.
 01   WS-Retry-Limit        Pic 9(2) value 3.
 01   WS-Fail-Reason        Pic X(20).
 01   WS-Run-Date           Pic 9(8).
 Procedure Division.
 Start-of-program.
    Accept WS-Run-Date from Date YYYYMMDD.
    Perform Load-Xref-Table.
    Open Input Crm-Ack-File.
    Perform Load-Ack-Table.
    Close Crm-Ack-File.
    Display "ACCEPTED BY CRM:       " WS-Accepted-Count.
    Display "REJECTED BY CRM:       " WS-Rejected-Count.
    Display "NOT ACKNOWLEDGED:      " WS-Missing-Count.
    Display "ACKS UNDER MERGED IDS: " WS-Remapped-Count.
    Display "QUEUED FOR RESEND:     " WS-Resend-Out-Count.
    Display "DEAD-LETTERED:         " WS-Dead-Letter-Count.
    Goback.
    Move CA-Last-Four   to AT-Last-Four (WS-Ack-Count).
    Move CA-Load-Status to AT-Load-Status (WS-Ack-Count).
    Move CA-Reason      to AT-Reason (WS-Ack-Count).
    If WS-Xref-Count > 0
        Set Xt-Idx to 1
        Search All WS-Xref-Entry
            At End
                Continue
            When XT-Old-Customer-Id (Xt-Idx) = CA-Customer-Id
                Move XT-Survivor-Id (Xt-Idx)
                    to AT-Customer-Id (WS-Ack-Count)
                Add 1 to WS-Remapped-Count
        End-Search
    End-If.

 Load-Xref-Table.
    Open Input Merge-Xref-File.
    If WS-Xref-Status = "00"
        Perform Until End-Of-Xref-File
            Read Merge-Xref-File
                At End
                    Set End-Of-Xref-File to True
                Not At End
                    Perform Add-Xref-Entry
            End-Read
        End-Perform
        Close Merge-Xref-File
        If WS-Xref-Count > 0
            Sort WS-Xref-Entry Ascending XT-Old-Customer-Id
        End-If
    End-If.

 Add-Xref-Entry.
    If WS-Xref-Count = 100000
        Display "** MERGE XREF TABLE FULL - INCREASE TABLE SIZE **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Close Merge-Xref-File
        Move 16 to Return-Code
        Stop Run
    End-If.
    Add 1 to WS-Xref-Count.
    Move MX-Old-Customer-Id to XT-Old-Customer-Id (WS-Xref-Count).
    Move MX-Survivor-Id     to XT-Survivor-Id (WS-Xref-Count).

 Match-Interface-Record.
    Read Crm-Interface-File
