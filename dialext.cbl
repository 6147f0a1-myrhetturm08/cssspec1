 Program-Id. Dialer-Extract.
 Environment Division.
 Input-Output Section.
 File-Control.
    Select Campaign-Control-File Assign to "CAMPCTL.DAT"
        Organization is Line Sequential
        File Status is WS-Campaign-Status.
    Select Crm-Interface-File Assign to "CRMIFACE.DAT"
        Organization is Line Sequential
        File Status is WS-Interface-Status.
    Select Crm-Ack-File Assign to "CRMACK.DAT"
        Organization is Line Sequential
        File Status is WS-Ack-Status.
    Select Merge-Xref-File Assign to "MRGXREF.DAT"
        Organization is Line Sequential
        File Status is WS-Xref-Status.
    Select Area-Code-Reference Assign to "AREACODE.DAT"
        Organization is Line Sequential
        File Status is WS-Area-Ref-Status.
    Select Consent-File Assign to "CONSENT.DAT"
        Organization is Line Sequential
        File Status is WS-Consent-Status.
    Select Dial-Rollover-File Assign to "DIALROLL.DAT"
        Organization is Line Sequential
        File Status is WS-Rollover-Status.
    Select Dialer-Extract-File Assign to Dynamic WS-Dial-File-Name
        Organization is Line Sequential
        File Status is WS-Dial-File-Status.
    Select Dial-Summary-Report Assign to "DIALSUM.DAT"
        Organization is Line Sequential.
 Data Division.
 File Section.
 FD  Campaign-Control-File.
 01  Campaign-Control-Record.
    03  CP-Zone-Name     Pic X(12).
    03  Filler           Pic X(2).
    03  CP-File-Name     Pic X(12).
    03  Filler           Pic X(2).
    03  CP-Window-Start  Pic 9(4).
    03  Filler           Pic X.
    03  CP-Window-End    Pic 9(4).
    03  Filler           Pic X(2).
    03  CP-Offset-Hours  Pic S9(2) Sign Leading Separate.
    03  Filler           Pic X(2).
    03  CP-Daily-Cap     Pic 9(6).
 FD  Crm-Interface-File.
 01  Crm-Interface-Record.
    03  CRM-Customer-Id       Pic 9(9).
    03  CRM-Formatted-Number  Pic X(25).
    03  CRM-Area-Code         Pic XXX.
    03  CRM-Prefix-Num        Pic XXX.
    03  CRM-Last-Four         Pic X(4).
    03  CRM-Customer-Name     Pic X(30).
    03  CRM-Retry-Count       Pic 9(2).
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
    03  CA-Area-Code     Pic XXX.
    03  CA-Prefix-Num    Pic XXX.
    03  CA-Last-Four     Pic X(4).
    03  CA-Load-Status   Pic X.
       88  Ack-Accepted      Value "A".
       88  Ack-Rejected      Value "R".
    03  CA-Reason        Pic X(20).
 FD  Merge-Xref-File.
 01  Merge-Xref-Record.
    03  MX-Old-Customer-Id  Pic 9(9).
    03  Filler              Pic X(2).
    03  MX-Survivor-Id      Pic 9(9).
    03  Filler              Pic X(2).
    03  MX-Merge-Date       Pic 9(8).
    03  Filler              Pic X(2).
    03  MX-Run-Id           Pic X(14).
 FD  Area-Code-Reference.
 01  Area-Code-Reference-Record.
    03  AC-Area-Code     Pic XXX.
    03  Filler           Pic X(2).
    03  AC-State         Pic X(20).
    03  Filler           Pic X(2).
    03  AC-Time-Zone     Pic X(12).
 FD  Consent-File.
 01  Consent-Record.
    03  CN-Customer-Id   Pic 9(9).
    03  CN-Call-Consent  Pic X.
    03  CN-Text-Consent  Pic X.
    03  CN-Mail-Consent  Pic X.
    03  CN-Update-Date   Pic 9(8).
    03  CN-Phone-Key     Pic X(10).
 FD  Dial-Rollover-File.
 01  Dial-Rollover-Record.
    03  DR-Customer-Id   Pic 9(9).
    03  DR-Area-Code     Pic XXX.
    03  DR-Prefix-Num    Pic XXX.
    03  DR-Last-Four     Pic X(4).
    03  DR-Customer-Name Pic X(30).
    03  DR-Line-Type     Pic X.
    03  DR-First-Date    Pic 9(8).
    03  DR-Zone-Name     Pic X(12).
 FD  Dialer-Extract-File.
 01  Dialer-Extract-Record.
    03  DX-Sequence      Pic 9(6).
    03  Filler           Pic X(2).
    03  DX-Customer-Id   Pic 9(9).
    03  Filler           Pic X(2).
    03  DX-Area-Code     Pic XXX.
    03  DX-Prefix-Num    Pic XXX.
    03  DX-Last-Four     Pic X(4).
    03  Filler           Pic X(2).
    03  DX-Customer-Name Pic X(30).
    03  Filler           Pic X(2).
    03  DX-Line-Type     Pic X.
    03  Filler           Pic X(2).
    03  DX-Window-Start  Pic 9(4).
    03  Filler           Pic X.
    03  DX-Window-End    Pic 9(4).
    03  Filler           Pic X(2).
    03  DX-Carry-Flag    Pic X.
    03  Filler           Pic X(2).
    03  DX-First-Date    Pic 9(8).
    03  Filler           Pic X(2).
    03  DX-Extract-Date  Pic 9(8).
 FD  Dial-Summary-Report.
 01  Dial-Summary-Record   Pic X(90).
 Working-Storage Section.
 01   WS-Campaign-Status         Pic XX.
 01   WS-Interface-Status        Pic XX.
 01   WS-Ack-Status              Pic XX.
 01   WS-Xref-Status             Pic XX.
 01   WS-Area-Ref-Status         Pic XX.
 01   WS-Consent-Status          Pic XX.
 01   WS-Rollover-Status         Pic XX.
 01   WS-Dial-File-Status        Pic XX.
 01   WS-Campaign-File-Switch    Pic X value "N".
    88  End-Of-Campaign-File      Value "Y".
 01   WS-Interface-File-Switch   Pic X value "N".
    88  End-Of-Interface-File     Value "Y".
 01   WS-Ack-File-Switch         Pic X value "N".
    88  End-Of-Ack-File           Value "Y".
 01   WS-Xref-File-Switch        Pic X value "N".
    88  End-Of-Xref-File          Value "Y".
 01   WS-Area-Ref-Switch         Pic X value "N".
    88  End-Of-Area-Ref           Value "Y".
 01   WS-Consent-File-Switch     Pic X value "N".
    88  End-Of-Consent-File       Value "Y".
 01   WS-Rollover-File-Switch    Pic X value "N".
    88  End-Of-Rollover-File      Value "Y".
 01   WS-Campaign-Table.
    03  WS-Campaign-Entry Occurs 1 to 20 Times
            Depending on WS-Campaign-Count
            Indexed by Cz-Idx.
       05  CZ-Center-Start   Pic 9(4).
       05  CZ-Center-End     Pic 9(4).
       05  CZ-Zone-Name      Pic X(12).
       05  CZ-File-Name      Pic X(12).
       05  CZ-Daily-Cap      Pic 9(6).
       05  CZ-Available      Pic 9(7).
       05  CZ-Sent           Pic 9(7).
       05  CZ-Rolled         Pic 9(7).
 01   WS-Campaign-Count          Pic 9(2) value 0.
 01   WS-Campaign-Index          Pic 9(2).
 01   WS-Campaign-Switch         Pic X value "N".
    88  Campaign-Zone-Found       Value "Y".
 01   WS-Window-Minutes          Pic S9(5).
 01   WS-Window-Time             Pic 9(4).
 01   WS-Window-Work.
    03  WW-Hours         Pic 99.
    03  WW-Minutes       Pic 99.
 01   WS-Offset-Minutes          Pic S9(5).
 01   WS-Area-Ref-Table.
    03  WS-Area-Ref-Entry Occurs 1 to 1000 Times
            Depending on WS-Area-Ref-Count
            Ascending Key is AR-Area-Code
            Indexed by Ar-Idx.
       05  AR-Area-Code   Pic XXX.
       05  AR-Time-Zone   Pic X(12).
 01   WS-Area-Ref-Count          Pic 9(4) value 0.
 01   WS-Lookup-Zone             Pic X(12).
 01   WS-Xref-Table.
    03  WS-Xref-Entry Occurs 1 to 100000 Times
            Depending on WS-Xref-Count
            Ascending Key is XT-Old-Customer-Id
            Indexed by Xt-Idx.
       05  XT-Old-Customer-Id  Pic 9(9).
       05  XT-Survivor-Id      Pic 9(9).
 01   WS-Xref-Count              Pic 9(6) value 0.
 01   WS-Ack-Table.
    03  WS-Ack-Entry Occurs 1 to 200000 Times
            Depending on WS-Ack-Count
            Ascending Key is AT-Customer-Id
            Indexed by At-Idx.
       05  AT-Customer-Id    Pic 9(9).
 01   WS-Ack-Count               Pic 9(6) value 0.
 01   WS-Ack-Customer-Id         Pic 9(9).
 01   WS-Ack-Match-Switch        Pic X value "N".
    88  Ack-Accepted-Found        Value "Y".
 01   WS-Consent-Table.
    03  WS-Consent-Entry Occurs 1 to 100000 Times
            Depending on WS-Consent-Entry-Count
            Ascending Key is CS-Customer-Id CS-Phone-Key
            Indexed by Cs-Idx.
       05  CS-Customer-Id   Pic 9(9).
       05  CS-Phone-Key     Pic X(10).
       05  CS-Call-Consent  Pic X.
 01   WS-Consent-Entry-Count     Pic 9(6) value 0.
 01   WS-Consent-Match-Switch    Pic X value "N".
    88  Consent-Entry-Found       Value "Y".
 01   WS-Consent-Phone-Key       Pic X(10).
 01   WS-Call-Consent            Pic X.
 01   WS-Dial-Table.
    03  WS-Dial-Entry Occurs 1 to 200000 Times
            Depending on WS-Dial-Count
            Indexed by De-Idx.
       05  DE-Sort-Key.
          07  DE-Zone-Index     Pic 9(2).
          07  DE-Priority       Pic X.
          07  DE-First-Date     Pic 9(8).
          07  DE-Phone-Key.
             09  DE-Area-Code   Pic XXX.
             09  DE-Prefix-Num  Pic XXX.
             09  DE-Last-Four   Pic X(4).
       05  DE-Customer-Id       Pic 9(9).
       05  DE-Customer-Name     Pic X(30).
       05  DE-Line-Type         Pic X.
 01   WS-Dial-Count              Pic 9(6) value 0.
 01   WS-Dial-Index              Pic 9(6).
 01   WS-Prior-Index             Pic 9(6).
 01   WS-Dropped-Zone            Pic 9(2) value 99.
 01   WS-Candidate.
    03  WC-Customer-Id   Pic 9(9).
    03  WC-Phone-Key.
       05  WC-Area-Code  Pic XXX.
       05  WC-Prefix-Num Pic XXX.
       05  WC-Last-Four  Pic X(4).
    03  WC-Customer-Name Pic X(30).
    03  WC-Line-Type     Pic X.
    03  WC-Priority      Pic X.
    03  WC-First-Date    Pic 9(8).
 01   WS-Dial-File-Name          Pic X(12).
 01   WS-Dial-Sequence           Pic 9(6).
 01   WS-Run-Date                Pic 9(8).
 01   WS-Export-Count            Pic 9(7) value 0.
 01   WS-Not-Accepted-Count      Pic 9(7) value 0.
 01   WS-Carried-In-Count        Pic 9(7) value 0.
 01   WS-Superseded-Count        Pic 9(7) value 0.
 01   WS-No-Consent-Count        Pic 9(7) value 0.
 01   WS-No-Zone-Count           Pic 9(7) value 0.
 01   WS-Sent-Count              Pic 9(7) value 0.
 01   WS-Rolled-Count            Pic 9(7) value 0.
 01   WS-Summary-Heading-1.
    03  Filler            Pic X(28)
        value "DIALER EXTRACT SUMMARY - RUN".
    03  Filler            Pic X     value space.
    03  SH-Run-Date       Pic 9(8).
 01   WS-Summary-Heading-2.
    03  Filler            Pic X(14) value "TIME ZONE".
    03  Filler            Pic X(14) value "FILE".
    03  Filler            Pic X(11) value "WINDOW".
    03  Filler            Pic X(10) value "       CAP".
    03  Filler            Pic X(10) value " AVAILABLE".
    03  Filler            Pic X(10) value "      SENT".
    03  Filler            Pic X(10) value "    ROLLED".
 01   WS-Summary-Line.
    03  SL-Zone-Name      Pic X(12).
    03  Filler            Pic X(2)  value spaces.
    03  SL-File-Name      Pic X(12).
    03  Filler            Pic X(2)  value spaces.
    03  SL-Window-Start   Pic 9(4).
    03  Filler            Pic X     value "-".
    03  SL-Window-End     Pic 9(4).
    03  Filler            Pic X(2)  value spaces.
    03  SL-Daily-Cap      Pic ZZZZZZZZZ9.
    03  SL-Available      Pic ZZZZZZZZZ9.
    03  SL-Sent           Pic ZZZZZZZZZ9.
    03  SL-Rolled         Pic ZZZZZZZZZ9.
 01   WS-Balance-Line.
    03  BL-Label          Pic X(32).
    03  BL-Count          Pic ZZZZZZZZ9.
 Procedure Division.
 Start-of-program.
    Accept WS-Run-Date from Date YYYYMMDD.
    Perform Load-Campaign-Control.
    Perform Load-Area-Code-Reference.
    Perform Load-Consent-List.
    Perform Load-Xref-Table.
    Perform Load-Ack-Table.
    Perform Load-Rollover-Records.
    Perform Load-Export-Records.
    If WS-Dial-Count > 0
        Perform Drop-Superseded-Rollovers
        Sort WS-Dial-Entry Ascending DE-Sort-Key
    End-If.
    Open Output Dial-Rollover-File.
    Move 1 to WS-Dial-Index.
    Perform Varying WS-Campaign-Index from 1 by 1
            Until WS-Campaign-Index > WS-Campaign-Count
        Perform Write-Zone-Extract
    End-Perform.
    Close Dial-Rollover-File.
    Perform Write-Dial-Summary.
    Display "CRM EXPORT RECORDS:      " WS-Export-Count.
    Display "NOT ACCEPTED BY CRM:     " WS-Not-Accepted-Count.
    Display "CARRIED IN FROM PRIOR:   " WS-Carried-In-Count.
    Display "SUPERSEDED BY NEWER:     " WS-Superseded-Count.
    Display "CALL CONSENT WITHDRAWN:  " WS-No-Consent-Count.
    Display "NO CAMPAIGN FOR ZONE:    " WS-No-Zone-Count.
    Display "SENT TO DIALER:          " WS-Sent-Count.
    Display "ROLLED TO NEXT DAY:      " WS-Rolled-Count.
    Goback.

 Load-Campaign-Control.
    Open Input Campaign-Control-File.
    If WS-Campaign-Status not = "00"
        Display "** CANNOT OPEN CAMPAIGN CONTROL CAMPCTL.DAT"
                " - STATUS " WS-Campaign-Status " **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Move 16 to Return-Code
        Stop Run
    End-If.
    Perform Until End-Of-Campaign-File
        Read Campaign-Control-File
            At End
                Set End-Of-Campaign-File to True
            Not At End
                Perform Add-Campaign-Entry
        End-Read
    End-Perform.
    Close Campaign-Control-File.
    If WS-Campaign-Count = 0
        Display "** NO ZONES ON CAMPAIGN CONTROL CAMPCTL.DAT **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Move 16 to Return-Code
        Stop Run
    End-If.
    Sort WS-Campaign-Entry Ascending CZ-Center-Start.

 Add-Campaign-Entry.
    If CP-Window-Start not Numeric or CP-Window-End not Numeric
            or CP-Offset-Hours not Numeric
        Display "** CAMPAIGN ZONE " CP-Zone-Name
                " HAS A BAD WINDOW OR OFFSET **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Close Campaign-Control-File
        Move 16 to Return-Code
        Stop Run
    End-If.
    If WS-Campaign-Count = 20
        Display "** CAMPAIGN TABLE FULL - INCREASE TABLE SIZE **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Close Campaign-Control-File
        Move 16 to Return-Code
        Stop Run
    End-If.
    Add 1 to WS-Campaign-Count.
    Move CP-Zone-Name to CZ-Zone-Name (WS-Campaign-Count).
    Move CP-File-Name to CZ-File-Name (WS-Campaign-Count).
    If CP-Daily-Cap is Numeric
        Move CP-Daily-Cap to CZ-Daily-Cap (WS-Campaign-Count)
    Else
        Move Zero to CZ-Daily-Cap (WS-Campaign-Count)
    End-If.
    Compute WS-Offset-Minutes = CP-Offset-Hours * 60.
    Move CP-Window-Start to WS-Window-Time.
    Perform Convert-Window-Time.
    Move WS-Window-Time to CZ-Center-Start (WS-Campaign-Count).
    Move CP-Window-End to WS-Window-Time.
    Perform Convert-Window-Time.
    Move WS-Window-Time to CZ-Center-End (WS-Campaign-Count).
    Move Zero to CZ-Available (WS-Campaign-Count).
    Move Zero to CZ-Sent (WS-Campaign-Count).
    Move Zero to CZ-Rolled (WS-Campaign-Count).

 Convert-Window-Time.
    Move WS-Window-Time to WS-Window-Work.
    Compute WS-Window-Minutes
        = WW-Hours * 60 + WW-Minutes - WS-Offset-Minutes.
    If WS-Window-Minutes < 0
        Add 1440 to WS-Window-Minutes
    End-If.
    If WS-Window-Minutes > 1439
        Subtract 1440 from WS-Window-Minutes
    End-If.
    Divide WS-Window-Minutes by 60
        Giving WW-Hours Remainder WW-Minutes.
    Move WS-Window-Work to WS-Window-Time.

 Load-Area-Code-Reference.
    Open Input Area-Code-Reference.
    If WS-Area-Ref-Status not = "00"
        Display "** CANNOT OPEN AREA CODE REFERENCE AREACODE.DAT"
                " - STATUS " WS-Area-Ref-Status " **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Move 16 to Return-Code
        Stop Run
    End-If.
    Perform Until End-Of-Area-Ref
        Read Area-Code-Reference
            At End
                Set End-Of-Area-Ref to True
            Not At End
                Perform Add-Area-Ref-Entry
        End-Read
    End-Perform.
    Close Area-Code-Reference.
    If WS-Area-Ref-Count > 0
        Sort WS-Area-Ref-Entry Ascending AR-Area-Code
    End-If.

 Add-Area-Ref-Entry.
    If WS-Area-Ref-Count = 1000
        Display "** AREA CODE TABLE FULL - INCREASE TABLE SIZE **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Close Area-Code-Reference
        Move 16 to Return-Code
        Stop Run
    End-If.
    Add 1 to WS-Area-Ref-Count.
    Move AC-Area-Code to AR-Area-Code (WS-Area-Ref-Count).
    Move AC-Time-Zone to AR-Time-Zone (WS-Area-Ref-Count).

 Load-Consent-List.
    Open Input Consent-File.
    If WS-Consent-Status = "00"
        Perform Until End-Of-Consent-File
            Read Consent-File
                At End
                    Set End-Of-Consent-File to True
                Not At End
                    Perform Add-Consent-Entry
            End-Read
        End-Perform
        Close Consent-File
        If WS-Consent-Entry-Count > 0
            Sort WS-Consent-Entry Ascending CS-Customer-Id
                                        CS-Phone-Key
        End-If
    End-If.

 Add-Consent-Entry.
    If WS-Consent-Entry-Count = 100000
        Display "** CONSENT TABLE FULL - INCREASE TABLE SIZE **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Close Consent-File
        Move 16 to Return-Code
        Stop Run
    End-If.
    Add 1 to WS-Consent-Entry-Count.
    Move CN-Customer-Id
        to CS-Customer-Id (WS-Consent-Entry-Count).
    Move CN-Phone-Key
        to CS-Phone-Key (WS-Consent-Entry-Count).
    Move CN-Call-Consent
        to CS-Call-Consent (WS-Consent-Entry-Count).

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

 Load-Ack-Table.
    Open Input Crm-Ack-File.
    If WS-Ack-Status not = "00"
        Display "** CANNOT OPEN CRM ACKNOWLEDGEMENTS CRMACK.DAT"
                " - STATUS " WS-Ack-Status " **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Move 16 to Return-Code
        Stop Run
    End-If.
    Perform Until End-Of-Ack-File
        Read Crm-Ack-File
            At End
                Set End-Of-Ack-File to True
            Not At End
                If Ack-Accepted
                    Perform Add-Ack-Entry
                End-If
        End-Read
    End-Perform.
    Close Crm-Ack-File.
    If WS-Ack-Count > 0
        Sort WS-Ack-Entry Ascending AT-Customer-Id
    End-If.

 Add-Ack-Entry.
    If WS-Ack-Count = 200000
        Display "** ACK TABLE FULL - INCREASE TABLE SIZE **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Close Crm-Ack-File
        Move 16 to Return-Code
        Stop Run
    End-If.
    Add 1 to WS-Ack-Count.
    Move CA-Customer-Id to AT-Customer-Id (WS-Ack-Count).
    If WS-Xref-Count > 0
        Set Xt-Idx to 1
        Search All WS-Xref-Entry
            At End
                Continue
            When XT-Old-Customer-Id (Xt-Idx) = CA-Customer-Id
                Move XT-Survivor-Id (Xt-Idx)
                    to AT-Customer-Id (WS-Ack-Count)
        End-Search
    End-If.

 Load-Rollover-Records.
    Open Input Dial-Rollover-File.
    If WS-Rollover-Status = "00"
        Perform Until End-Of-Rollover-File
            Read Dial-Rollover-File
                At End
                    Set End-Of-Rollover-File to True
                Not At End
                    Perform Add-Rollover-Record
            End-Read
        End-Perform
        Close Dial-Rollover-File
    End-If.

 Add-Rollover-Record.
    Add 1 to WS-Carried-In-Count.
    Move DR-Customer-Id   to WC-Customer-Id.
    Move DR-Area-Code     to WC-Area-Code.
    Move DR-Prefix-Num    to WC-Prefix-Num.
    Move DR-Last-Four     to WC-Last-Four.
    Move DR-Customer-Name to WC-Customer-Name.
    Move DR-Line-Type     to WC-Line-Type.
    Move "1"              to WC-Priority.
    If DR-First-Date is Numeric
        Move DR-First-Date to WC-First-Date
    Else
        Move WS-Run-Date   to WC-First-Date
    End-If.
    Perform Screen-Dial-Candidate.

 Load-Export-Records.
    Open Input Crm-Interface-File.
    If WS-Interface-Status not = "00"
        Display "** CANNOT OPEN CRM EXPORT CRMIFACE.DAT"
                " - STATUS " WS-Interface-Status " **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Move 16 to Return-Code
        Stop Run
    End-If.
    Perform Until End-Of-Interface-File
        Read Crm-Interface-File
            At End
                Set End-Of-Interface-File to True
            Not At End
                Perform Add-Export-Record
        End-Read
    End-Perform.
    Close Crm-Interface-File.

 Add-Export-Record.
    Add 1 to WS-Export-Count.
    Move CRM-Customer-Id to WS-Ack-Customer-Id.
    Perform Check-Ack-Accepted.
    If not Ack-Accepted-Found
        Add 1 to WS-Not-Accepted-Count
    Else
        Move CRM-Customer-Id   to WC-Customer-Id
        Move CRM-Area-Code     to WC-Area-Code
        Move CRM-Prefix-Num    to WC-Prefix-Num
        Move CRM-Last-Four     to WC-Last-Four
        Move CRM-Customer-Name to WC-Customer-Name
        Move CRM-Line-Type     to WC-Line-Type
        Move "2"               to WC-Priority
        Move WS-Run-Date       to WC-First-Date
        Perform Screen-Dial-Candidate
    End-If.

 Check-Ack-Accepted.
    Move "N" to WS-Ack-Match-Switch.
    If WS-Ack-Count > 0
        Set At-Idx to 1
        Search All WS-Ack-Entry
            At End
                Continue
            When AT-Customer-Id (At-Idx) = WS-Ack-Customer-Id
                Set Ack-Accepted-Found to True
        End-Search
    End-If.

 Screen-Dial-Candidate.
    Perform Look-Up-Call-Consent.
    If WS-Call-Consent = "N"
        Add 1 to WS-No-Consent-Count
    Else
        Perform Find-Campaign-Zone
        If not Campaign-Zone-Found
            Add 1 to WS-No-Zone-Count
        Else
            Perform Add-Dial-Entry
        End-If
    End-If.

 Look-Up-Call-Consent.
    Move "Y" to WS-Call-Consent.
    Move "N" to WS-Consent-Match-Switch.
    Move WC-Phone-Key to WS-Consent-Phone-Key.
    Perform Search-Consent-Table.
    If not Consent-Entry-Found
        Move Spaces to WS-Consent-Phone-Key
        Perform Search-Consent-Table
    End-If.

 Search-Consent-Table.
    If WS-Consent-Entry-Count > 0
        Set Cs-Idx to 1
        Search All WS-Consent-Entry
            At End
                Continue
            When CS-Customer-Id (Cs-Idx) = WC-Customer-Id
                    and CS-Phone-Key (Cs-Idx) = WS-Consent-Phone-Key
                Set Consent-Entry-Found to True
                Move CS-Call-Consent (Cs-Idx) to WS-Call-Consent
        End-Search
    End-If.

 Find-Campaign-Zone.
    Move "UNKNOWN" to WS-Lookup-Zone.
    If WS-Area-Ref-Count > 0
        Set Ar-Idx to 1
        Search All WS-Area-Ref-Entry
            At End
                Continue
            When AR-Area-Code (Ar-Idx) = WC-Area-Code
                Move AR-Time-Zone (Ar-Idx) to WS-Lookup-Zone
        End-Search
    End-If.
    Move "N" to WS-Campaign-Switch.
    Perform Varying WS-Campaign-Index from 1 by 1
            Until WS-Campaign-Index > WS-Campaign-Count
                or Campaign-Zone-Found
        If CZ-Zone-Name (WS-Campaign-Index) = WS-Lookup-Zone
            Set Campaign-Zone-Found to True
        End-If
    End-Perform.
    If Campaign-Zone-Found
        Subtract 1 from WS-Campaign-Index
    End-If.

 Add-Dial-Entry.
    If WS-Dial-Count = 200000
        Display "** DIALER TABLE FULL - INCREASE TABLE SIZE **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Move 16 to Return-Code
        Stop Run
    End-If.
    Add 1 to WS-Dial-Count.
    Move WS-Campaign-Index to DE-Zone-Index (WS-Dial-Count).
    Move WC-Priority      to DE-Priority (WS-Dial-Count).
    Move WC-First-Date    to DE-First-Date (WS-Dial-Count).
    Move WC-Phone-Key     to DE-Phone-Key (WS-Dial-Count).
    Move WC-Customer-Id   to DE-Customer-Id (WS-Dial-Count).
    Move WC-Customer-Name to DE-Customer-Name (WS-Dial-Count).
    Move WC-Line-Type     to DE-Line-Type (WS-Dial-Count).

 Drop-Superseded-Rollovers.
    Sort WS-Dial-Entry Ascending DE-Customer-Id DE-Priority.
    Perform Varying WS-Dial-Index from 2 by 1
            Until WS-Dial-Index > WS-Dial-Count
        Compute WS-Prior-Index = WS-Dial-Index - 1
        If DE-Customer-Id (WS-Dial-Index)
                = DE-Customer-Id (WS-Prior-Index)
                and DE-Zone-Index (WS-Prior-Index)
                    not = WS-Dropped-Zone
            Move DE-Priority (WS-Prior-Index)
                to DE-Priority (WS-Dial-Index)
            Move DE-First-Date (WS-Prior-Index)
                to DE-First-Date (WS-Dial-Index)
            Move WS-Dropped-Zone to DE-Zone-Index (WS-Prior-Index)
            Add 1 to WS-Superseded-Count
        End-If
    End-Perform.

 Write-Zone-Extract.
    Move CZ-File-Name (WS-Campaign-Index) to WS-Dial-File-Name.
    Open Output Dialer-Extract-File.
    If WS-Dial-File-Status not = "00"
        Display "** CANNOT OPEN DIALER FILE " WS-Dial-File-Name
                " - STATUS " WS-Dial-File-Status " **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Close Dial-Rollover-File
        Move 16 to Return-Code
        Stop Run
    End-If.
    Move Zero to WS-Dial-Sequence.
    Perform Until WS-Dial-Index > WS-Dial-Count
            or DE-Zone-Index (WS-Dial-Index) > WS-Campaign-Index
        Add 1 to CZ-Available (WS-Campaign-Index)
        If CZ-Daily-Cap (WS-Campaign-Index) = Zero
                or WS-Dial-Sequence < CZ-Daily-Cap (WS-Campaign-Index)
            Perform Write-Dialer-Record
        Else
            Perform Write-Rollover-Record
        End-If
        Add 1 to WS-Dial-Index
    End-Perform.
    Close Dialer-Extract-File.

 Write-Dialer-Record.
    Add 1 to WS-Dial-Sequence.
    Move Spaces to Dialer-Extract-Record.
    Move WS-Dial-Sequence to DX-Sequence.
    Move DE-Customer-Id (WS-Dial-Index)   to DX-Customer-Id.
    Move DE-Area-Code (WS-Dial-Index)     to DX-Area-Code.
    Move DE-Prefix-Num (WS-Dial-Index)    to DX-Prefix-Num.
    Move DE-Last-Four (WS-Dial-Index)     to DX-Last-Four.
    Move DE-Customer-Name (WS-Dial-Index) to DX-Customer-Name.
    Move DE-Line-Type (WS-Dial-Index)     to DX-Line-Type.
    Move CZ-Center-Start (WS-Campaign-Index) to DX-Window-Start.
    Move CZ-Center-End (WS-Campaign-Index)   to DX-Window-End.
    If DE-Priority (WS-Dial-Index) = "1"
        Move "C" to DX-Carry-Flag
    End-If.
    Move DE-First-Date (WS-Dial-Index)    to DX-First-Date.
    Move WS-Run-Date                      to DX-Extract-Date.
    Write Dialer-Extract-Record.
    Add 1 to CZ-Sent (WS-Campaign-Index).
    Add 1 to WS-Sent-Count.

 Write-Rollover-Record.
    Move Spaces to Dial-Rollover-Record.
    Move DE-Customer-Id (WS-Dial-Index)   to DR-Customer-Id.
    Move DE-Area-Code (WS-Dial-Index)     to DR-Area-Code.
    Move DE-Prefix-Num (WS-Dial-Index)    to DR-Prefix-Num.
    Move DE-Last-Four (WS-Dial-Index)     to DR-Last-Four.
    Move DE-Customer-Name (WS-Dial-Index) to DR-Customer-Name.
    Move DE-Line-Type (WS-Dial-Index)     to DR-Line-Type.
    Move DE-First-Date (WS-Dial-Index)    to DR-First-Date.
    Move CZ-Zone-Name (WS-Campaign-Index) to DR-Zone-Name.
    Write Dial-Rollover-Record.
    Add 1 to CZ-Rolled (WS-Campaign-Index).
    Add 1 to WS-Rolled-Count.

 Write-Dial-Summary.
    Open Output Dial-Summary-Report.
    Move WS-Run-Date to SH-Run-Date.
    Write Dial-Summary-Record from WS-Summary-Heading-1.
    Write Dial-Summary-Record from WS-Summary-Heading-2.
    Perform Varying WS-Campaign-Index from 1 by 1
            Until WS-Campaign-Index > WS-Campaign-Count
        Move CZ-Zone-Name (WS-Campaign-Index)    to SL-Zone-Name
        Move CZ-File-Name (WS-Campaign-Index)    to SL-File-Name
        Move CZ-Center-Start (WS-Campaign-Index) to SL-Window-Start
        Move CZ-Center-End (WS-Campaign-Index)   to SL-Window-End
        Move CZ-Daily-Cap (WS-Campaign-Index)    to SL-Daily-Cap
        Move CZ-Available (WS-Campaign-Index)    to SL-Available
        Move CZ-Sent (WS-Campaign-Index)         to SL-Sent
        Move CZ-Rolled (WS-Campaign-Index)       to SL-Rolled
        Write Dial-Summary-Record from WS-Summary-Line
    End-Perform.
    Move Spaces to Dial-Summary-Record.
    Write Dial-Summary-Record.
    Move "CRM EXPORT RECORDS" to BL-Label.
    Move WS-Export-Count to BL-Count.
    Write Dial-Summary-Record from WS-Balance-Line.
    Move "CARRIED IN FROM PRIOR DAY" to BL-Label.
    Move WS-Carried-In-Count to BL-Count.
    Write Dial-Summary-Record from WS-Balance-Line.
    Move "  NOT ACCEPTED BY CRM" to BL-Label.
    Move WS-Not-Accepted-Count to BL-Count.
    Write Dial-Summary-Record from WS-Balance-Line.
    Move "  SUPERSEDED BY NEWER RECORD" to BL-Label.
    Move WS-Superseded-Count to BL-Count.
    Write Dial-Summary-Record from WS-Balance-Line.
    Move "  CALL CONSENT WITHDRAWN" to BL-Label.
    Move WS-No-Consent-Count to BL-Count.
    Write Dial-Summary-Record from WS-Balance-Line.
    Move "  NO CAMPAIGN FOR TIME ZONE" to BL-Label.
    Move WS-No-Zone-Count to BL-Count.
    Write Dial-Summary-Record from WS-Balance-Line.
    Move "  SENT TO DIALER" to BL-Label.
    Move WS-Sent-Count to BL-Count.
    Write Dial-Summary-Record from WS-Balance-Line.
    Move "  ROLLED TO NEXT DAY" to BL-Label.
    Move WS-Rolled-Count to BL-Count.
    Write Dial-Summary-Record from WS-Balance-Line.
    Move Spaces to Dial-Summary-Record.
    If WS-Export-Count + WS-Carried-In-Count
            = WS-Not-Accepted-Count + WS-Superseded-Count
              + WS-No-Consent-Count + WS-No-Zone-Count
              + WS-Sent-Count + WS-Rolled-Count
        Move "EXTRACT BALANCED TO CRM EXPORT" to Dial-Summary-Record
    Else
        Move "** EXTRACT OUT OF BALANCE WITH CRM EXPORT **"
            to Dial-Summary-Record
        Display "** DIALER EXTRACT OUT OF BALANCE WITH CRM EXPORT **"
    End-If.
    Write Dial-Summary-Record.
    Close Dial-Summary-Report.
