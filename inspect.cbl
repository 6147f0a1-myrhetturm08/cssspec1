    Select Consent-File Assign to "CONSENT.DAT"
        Organization is Line Sequential
        File Status is WS-Consent-Status.
    Select Npa-Nxx-Reference Assign to "NPANXX.DAT"
        Organization is Line Sequential
        File Status is WS-Npa-Nxx-Status.
    Select Line-Type-Report Assign to "LINERPT.DAT"
        Organization is Line Sequential.
    Select Text-Exception-Report Assign to "TXTEXCP.DAT"
        Organization is Line Sequential.
    Select Reassigned-Number-File Assign to "REASSIGN.DAT"
        Organization is Line Sequential
        File Status is WS-Reassigned-Status.
    Select Reassigned-Report Assign to "RNDRPT.DAT"
        Organization is Line Sequential.
    Select Reverify-File Assign to "REVERIFY.DAT"
        Organization is Line Sequential
        File Status is WS-Reverify-Status.
 Data Division.
 File Section.
 FD  Customer-Master.
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
 FD  Crm-Resend-File.
 01  Crm-Resend-Record.
    03  CR-Customer-Id       Pic 9(9).
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
 FD  Dnc-List.
 01  Dnc-List-Record.
    03  DNC-Area-Code    Pic XXX.
    03  DS-Customer-Name Pic X(30).
    03  Filler           Pic X(2).
    03  DS-Reason        Pic X(30).
    03  Filler           Pic X(2).
    03  DS-Customer-Id   Pic 9(9).
 FD  Reinject-File.
 01  Reinject-Record.
    03  RJ-Customer-Id   Pic 9(9).
    03  SN-Country-Code  Pic X(3).
    03  SN-Customer-Name Pic X(30).
    03  SN-Source-Code   Pic X(10).
    03  SN-Phone-List.
       05  SN-Phone-Count      Pic 9.
       05  SN-Phone-Entry Occurs 3 Times.
          07  SN-Phone-Type       Pic X.
          07  SN-Phone-Number.
             09  SN-Phone-Area    Pic XXX.
             09  SN-Phone-Prefix  Pic XXX.
             09  SN-Phone-Last    Pic X(4).
          07  SN-Phone-Ext        Pic 9(5).
          07  SN-Phone-Preferred  Pic X.
          07  SN-Phone-Status     Pic X.
 FD  Change-Report.
 01  Change-Report-Record.
    03  CH-Action        Pic X(6).
    03  CN-Text-Consent  Pic X.
    03  CN-Mail-Consent  Pic X.
    03  CN-Update-Date   Pic 9(8).
    03  CN-Phone-Key     Pic X(10).
 FD  Npa-Nxx-Reference.
 01  Npa-Nxx-Record.
    03  NX-Area-Code     Pic XXX.
    03  NX-Prefix-Num    Pic XXX.
    03  Filler           Pic X(2).
    03  NX-Line-Type     Pic X.
    03  Filler           Pic X(2).
    03  NX-Load-Date     Pic 9(8).
 FD  Line-Type-Report.
 01  Line-Type-Report-Record  Pic X(80).
 FD  Text-Exception-Report.
 01  Text-Exception-Record.
    03  TX-Customer-Id   Pic 9(9).
    03  Filler           Pic X(2).
    03  TX-Area-Code     Pic XXX.
    03  TX-Prefix-Num    Pic XXX.
    03  TX-Last-Four     Pic X(4).
    03  Filler           Pic X(2).
    03  TX-Line-Type     Pic X(8).
    03  Filler           Pic X(2).
    03  TX-Customer-Name Pic X(30).
    03  Filler           Pic X(2).
    03  TX-Source-Code   Pic X(10).
 FD  Reassigned-Number-File.
 01  Reassigned-Number-Record.
    03  RN-Phone-Key     Pic X(10).
    03  Filler           Pic X(2).
    03  RN-Disconnect-Date Pic 9(8).
    03  Filler           Pic X(2).
    03  RN-Load-Date     Pic 9(8).
 FD  Reassigned-Report.
 01  Reassigned-Report-Record.
    03  RD-Area-Code     Pic XXX.
    03  RD-Prefix-Num    Pic XXX.
    03  RD-Last-Four     Pic X(4).
    03  Filler           Pic X(2).
    03  RD-Customer-Name Pic X(30).
    03  Filler           Pic X(2).
    03  RD-Reason        Pic X(30).
    03  Filler           Pic X(2).
    03  RD-Customer-Id   Pic 9(9).
    03  Filler           Pic X(2).
    03  RD-Consent-Date  Pic 9(8).
    03  Filler           Pic X(2).
    03  RD-Disconnect-Date Pic 9(8).
 FD  Reverify-File.
 01  Reverify-Record.
    03  RV-Customer-Id   Pic 9(9).
    03  Filler           Pic X(2).
    03  RV-Phone-Key     Pic X(10).
    03  Filler           Pic X(2).
    03  RV-Queued-Date   Pic 9(8).
    03  Filler           Pic X(2).
    03  RV-Consent-Date  Pic 9(8).
    03  Filler           Pic X(2).
    03  RV-Disconnect-Date Pic 9(8).
    03  Filler           Pic X(2).
    03  RV-Customer-Name Pic X(30).
    03  Filler           Pic X(2).
    03  RV-Source-Code   Pic X(10).
 FD  Run-Log.
 01  Run-Log-Record.
    03  RL-Run-Id          Pic X(14).
    03  RL-Reinject-Count  Pic 9(9).
    03  Filler             Pic X(2).
    03  RL-Balance-Flag    Pic X(14).
    03  Filler             Pic X(2).
    03  RL-Reassigned-Count Pic 9(9).
 Working-Storage Section.
 01   Phone-number.
    03  Area-code       Pic XXX.
    03  Country-Code    Pic X(3).
 01   Customer-Id           Pic 9(9).
 01   Customer-Name         Pic X(30).
 01   Source-Code           Pic X(10).
 01   WS-Phone-List.
    03  PL-Phone-Count      Pic 9.
    03  PL-Phone-Entry Occurs 3 Times.
       05  PL-Phone-Type       Pic X.
       05  PL-Phone-Number.
          07  PL-Phone-Area    Pic XXX.
          07  PL-Phone-Prefix  Pic XXX.
          07  PL-Phone-Last    Pic X(4).
       05  PL-Phone-Ext        Pic 9(5).
       05  PL-Phone-Preferred  Pic X.
       05  PL-Phone-Status     Pic X.
 01   WS-Phone-Type         Pic X.
 01   WS-Phone-Index        Pic 9.
 01   WS-Preferred-Slot     Pic 9.
 01   WS-Preferred-Switch   Pic X value "N".
    88  Preferred-Slot-Found   Value "Y".
 01   WS-Send-Order.
    03  WS-Send-Slot        Pic 9 Occurs 3 Times.
 01   WS-Send-Count         Pic 9.
 01   WS-Send-Index         Pic 9.
 01   WS-Primary-Switch     Pic X value "N".
    88  Primary-Number-Set     Value "Y".
 01   WS-Suppress-Switch    Pic X value "N".
    88  Number-Suppressed      Value "Y".
 01   WS-Secondary-Slot     Pic 9.
 01   WS-Normalize-Field    Pic X(30).
 01   WS-Extension-Edit     Pic ZZZZZ.
 01   Formatted-Number      Pic X(25).
 01   WS-Rejected-Count          Pic 9(9) value 0.
 01   WS-Spam-Count              Pic 9(9) value 0.
 01   WS-Crm-Count               Pic 9(9) value 0.
 01   WS-Secondary-Count         Pic 9(9) value 0.
 01   WS-Crm-Resend-Status       Pic XX.
 01   WS-Resend-File-Switch      Pic X value "N".
    88  End-Of-Resend-File        Value "Y".
 01   WS-Consent-Table.
    03  WS-Consent-Entry Occurs 1 to 100000 Times
            Depending on WS-Consent-Entry-Count
            Ascending Key is CS-Customer-Id CS-Phone-Key
            Indexed by Cs-Idx.
       05  CS-Customer-Id   Pic 9(9).
       05  CS-Phone-Key     Pic X(10).
       05  CS-Call-Consent  Pic X.
       05  CS-Text-Consent  Pic X.
       05  CS-Mail-Consent  Pic X.
       05  CS-Update-Date   Pic 9(8).
 01   WS-Consent-Entry-Count     Pic 9(6) value 0.
 01   WS-Consent-Match-Switch    Pic X value "N".
    88  Consent-Entry-Found       Value "Y".
 01   WS-Consent-Phone-Key.
    03  CK-Area-Code     Pic XXX.
    03  CK-Prefix-Num    Pic XXX.
    03  CK-Last-Four     Pic X(4).
 01   WS-Customer-Consent.
    03  WS-Call-Consent  Pic X value "Y".
    03  WS-Text-Consent  Pic X value "Y".
    03  WS-Mail-Consent  Pic X value "Y".
 01   WS-Consent-Suppressed      Pic 9(9) value 0.
 01   WS-Consent-Date            Pic 9(8) value 0.
 01   WS-Reassigned-Status       Pic XX.
 01   WS-Reassigned-File-Switch  Pic X value "N".
    88  End-Of-Reassigned-File    Value "Y".
 01   WS-Reassigned-Table.
    03  WS-Reassigned-Entry Occurs 1 to 500000 Times
            Depending on WS-Reassigned-Entry-Count
            Ascending Key is RT-Phone-Key
            Indexed by Rt-Idx.
       05  RT-Phone-Key       Pic X(10).
       05  RT-Disconnect-Date Pic 9(8).
 01   WS-Reassigned-Entry-Count  Pic 9(6) value 0.
 01   WS-Reassigned-Match-Switch Pic X value "N".
    88  Reassigned-Number-Found   Value "Y".
 01   WS-Disconnect-Date         Pic 9(8) value 0.
 01   WS-Reassigned-Count        Pic 9(9) value 0.
 01   WS-Reverify-Status         Pic XX.
 01   WS-Reverify-File-Switch    Pic X value "N".
    88  End-Of-Reverify-File      Value "Y".
 01   WS-Reverify-Table.
    03  WS-Reverify-Entry Occurs 1 to 100000 Times
            Depending on WS-Reverify-Entry-Count
            Ascending Key is VQ-Customer-Id VQ-Phone-Key
            Indexed by Vq-Idx.
       05  VQ-Customer-Id   Pic 9(9).
       05  VQ-Phone-Key     Pic X(10).
 01   WS-Reverify-Entry-Count    Pic 9(6) value 0.
 01   WS-Reverify-Match-Switch   Pic X value "N".
    88  Reverify-Already-Queued   Value "Y".
 01   WS-Reverify-Queued         Pic 9(9) value 0.
 01   WS-Dnc-List-Status         Pic XX.
 01   WS-Dnc-File-Switch         Pic X value "N".
    88  End-Of-Dnc-List           Value "Y".
       05  ST-Country-Code   Pic X(3).
       05  ST-Customer-Name  Pic X(30).
       05  ST-Source-Code    Pic X(10).
       05  ST-Phone-List     Pic X(55).
       05  ST-Matched-Flag   Pic X.
 01   WS-Snapshot-Count          Pic 9(6) value 0.
 01   WS-Snapshot-Index          Pic 9(6).
    03  ZL-Zone-Count     Pic ZZZZZZZZ9.
    03  Filler            Pic X(2)  value spaces.
    03  Filler            Pic X(9)  value "0800-2100".
 01   WS-Npa-Nxx-Status          Pic XX.
 01   WS-Npa-Nxx-File-Switch     Pic X value "N".
    88  End-Of-Npa-Nxx-File       Value "Y".
 01   WS-Npa-Nxx-Table.
    03  WS-Npa-Nxx-Entry Occurs 1 to 200000 Times
            Depending on WS-Npa-Nxx-Count
            Ascending Key is NT-Exchange-Key
            Indexed by Nt-Idx.
       05  NT-Exchange-Key.
          07  NT-Area-Code   Pic XXX.
          07  NT-Prefix-Num  Pic XXX.
       05  NT-Line-Type      Pic X.
 01   WS-Npa-Nxx-Count           Pic 9(6) value 0.
 01   WS-Exchange-Search-Key.
    03  EK-Area-Code     Pic XXX.
    03  EK-Prefix-Num    Pic XXX.
 01   WS-Line-Type               Pic X value "U".
    88  Wireless-Line             Value "W".
    88  Landline-Line             Value "L".
    88  Voip-Line                 Value "V".
 01   WS-Line-Tally-Table.
    03  WS-Line-Tally-Entry Occurs 50 Times.
       05  LT-Source-Code     Pic X(10).
       05  LT-Wireless-Count  Pic 9(9).
       05  LT-Landline-Count  Pic 9(9).
       05  LT-Voip-Count      Pic 9(9).
       05  LT-Unknown-Count   Pic 9(9).
       05  LT-Text-Off-Count  Pic 9(9).
 01   WS-Line-Tally-Count        Pic 9(2) value 0.
 01   WS-Line-Tally-Index        Pic 9(2).
 01   WS-Line-Tally-Switch       Pic X value "N".
    88  Line-Tally-Found          Value "Y".
 01   WS-Text-Off-Count          Pic 9(9) value 0.
 01   WS-Text-Exception-Count    Pic 9(9) value 0.
 01   WS-Line-Heading-1.
    03  Filler            Pic X(35)
        value "LINE TYPE BREAKDOWN BY SOURCE - RUN".
    03  Filler            Pic X     value space.
    03  LH-Run-Date       Pic 9(8).
 01   WS-Line-Heading-2.
    03  Filler            Pic X(10) value "SOURCE".
    03  Filler            Pic X(11) value "   WIRELESS".
    03  Filler            Pic X(11) value "   LANDLINE".
    03  Filler            Pic X(11) value "       VOIP".
    03  Filler            Pic X(11) value "    UNKNOWN".
    03  Filler            Pic X(11) value "   TEXT OFF".
 01   WS-Line-Detail.
    03  LD-Source-Code    Pic X(10).
    03  Filler            Pic X(2)  value spaces.
    03  LD-Wireless-Count Pic ZZZZZZZZ9.
    03  Filler            Pic X(2)  value spaces.
    03  LD-Landline-Count Pic ZZZZZZZZ9.
    03  Filler            Pic X(2)  value spaces.
    03  LD-Voip-Count     Pic ZZZZZZZZ9.
    03  Filler            Pic X(2)  value spaces.
    03  LD-Unknown-Count  Pic ZZZZZZZZ9.
    03  Filler            Pic X(2)  value spaces.
    03  LD-Text-Off-Count Pic ZZZZZZZZ9.
 01   WS-Line-Totals.
    03  LS-Wireless-Count  Pic 9(9) value 0.
    03  LS-Landline-Count  Pic 9(9) value 0.
    03  LS-Voip-Count      Pic 9(9) value 0.
    03  LS-Unknown-Count   Pic 9(9) value 0.
    03  LS-Text-Off-Count  Pic 9(9) value 0.
 01   WS-Phone-Number-Switch     Pic X value "Y".
    88  Phone-Number-Valid        Value "Y".
    88  Phone-Number-Invalid      Value "N".
    Perform Load-Dnc-List.
    Perform Load-Consent-List.
    Perform Load-Area-Code-Reference.
    Perform Load-Npa-Nxx-Reference.
    Perform Load-Reassigned-List.
    Perform Load-Reverify-Queue.
    Open Input Customer-Master.
    If Restart-Key-Found
        Open Extend Formatted-Number-File
        Open Extend Crm-Interface-File
        Open Extend Dnc-Suppression-Report
        Open Extend Change-Report
        Open Extend Text-Exception-Report
        Open Extend Reassigned-Report
    Else
        Open Output Formatted-Number-File
        Open Output Error-Report
        Open Output Crm-Interface-File
        Open Output Dnc-Suppression-Report
        Open Output Change-Report
        Open Output Text-Exception-Report
        Open Output Reassigned-Report
    End-If.
    Open Extend Reverify-File.
    If WS-Reverify-Status = "35"
        Open Output Reverify-File
    End-If.
    If not Restart-Key-Found
        Perform Merge-Resend-Records
    Close Crm-Interface-File.
    Close Dnc-Suppression-Report.
    Close Change-Report.
    Close Text-Exception-Report.
    Close Reassigned-Report.
    Close Reverify-File.
    Perform Write-Time-Zone-Report.
    Perform Write-Line-Type-Report.
    Perform Write-Run-Log.
    Perform Clear-Restart-Checkpoint.
    Perform Verify-Master-Controls.
    Display "RECORDS FORMATTED: " CCOUNT.
    Display "DNC SUPPRESSED:    " WS-Dnc-Count.
    Display "CONSENT SUPPRESSED:" WS-Consent-Suppressed.
    Display "REASSIGNED HELD:   " WS-Reassigned-Count.
    Display "REVERIFY QUEUED:   " WS-Reverify-Queued.
    Display "REINJECTED:        " WS-Reinject-Count.
    Display "CRM NEW RECORDS:   " WS-Crm-Count.
    Display "CRM RESENT:        " WS-Resent-Count.
    Display "CRM SECONDARIES:   " WS-Secondary-Count.
    Display "TEXT TURNED OFF:   " WS-Text-Off-Count.
    Display "TEXT EXCEPTIONS:   " WS-Text-Exception-Count.
    If Delta-Mode
        Display "UNCHANGED SKIPPED: " WS-Unchanged-Count
    End-If.
                        Move CM-Extension  to Extension
                        Move CM-Country-Code to Country-Code
                        Move CM-Customer-Name to Customer-Name
                        Move CM-Source-Code to Source-Code
                        Move CM-Phone-List to WS-Phone-List
                        Perform Normalize-Phone-List
                    End-If
                End-If
        End-Read
        Close Crm-Interface-File
        Close Dnc-Suppression-Report
        Close Change-Report
        Close Text-Exception-Report
        Close Reassigned-Report
        Close Reverify-File
        Move 16 to Return-Code
        Stop Run
    End-If.
    Move WS-Dnc-Count      to RL-Dnc-Count.
    Move WS-Unchanged-Count to RL-Unchanged-Count.
    Move WS-Reinject-Count to RL-Reinject-Count.
    Move WS-Reassigned-Count to RL-Reassigned-Count.
    If WS-Records-Read + WS-Reinject-Count
            = WS-Skipped-Count + CCOUNT + WS-Rejected-Count
              + WS-Unchanged-Count

 Process-Customer-Record.
    Move Spaces to Error-Report-Record.
    Perform Validate-Phone-List.
    If WS-Send-Count = Zero
        Move WS-Preferred-Slot to WS-Phone-Index
        Perform Load-Phone-Entry
        Perform Validate-Phone-Entry
        Move Customer-Id to ER-Customer-Id
        Move Area-code  to ER-Area-Code
        Move Prefix-num to ER-Prefix-Num
        Write Error-Report-Record
        Add 1 to WS-Rejected-Count
    Else
        Move Customer-Name to WS-Normalize-Field
        Perform Normalize-Text
        Move WS-Normalize-Field to Customer-Name
        Move Spaces to Crm-Interface-Record
        Move "N" to WS-Primary-Switch
        Move Zero to WS-Secondary-Slot
        Perform Varying WS-Send-Index from 1 by 1
                Until WS-Send-Index > WS-Send-Count
            Move WS-Send-Slot (WS-Send-Index) to WS-Phone-Index
            Perform Export-Phone-Entry
        End-Perform
        If Primary-Number-Set
            Write Crm-Interface-Record
            Add 1 to WS-Crm-Count
        End-If
        Add 1 to CCOUNT
        If Function Mod (CCOUNT, WS-Checkpoint-Interval) = 0
                and not Reinject-Phase
            Perform Write-Restart-Checkpoint
        End-If
    End-If.

 Validate-Phone-List.
    Move Zero to WS-Send-Count.
    Move "N" to WS-Preferred-Switch.
    Perform Varying WS-Phone-Index from 1 by 1
            Until WS-Phone-Index > PL-Phone-Count
                or Preferred-Slot-Found
        If PL-Phone-Preferred (WS-Phone-Index) = "Y"
            Set Preferred-Slot-Found to True
        End-If
    End-Perform.
    If Preferred-Slot-Found
        Subtract 1 from WS-Phone-Index
        Move WS-Phone-Index to WS-Preferred-Slot
    Else
        Move 1 to WS-Preferred-Slot
    End-If.
    Move WS-Preferred-Slot to WS-Phone-Index.
    Perform Check-Phone-Entry.
    Perform Varying WS-Phone-Index from 1 by 1
            Until WS-Phone-Index > PL-Phone-Count
        If WS-Phone-Index not = WS-Preferred-Slot
            Perform Check-Phone-Entry
        End-If
    End-Perform.

 Check-Phone-Entry.
    Perform Load-Phone-Entry.
    Perform Validate-Phone-Entry.
    Perform Flag-Suspicious-Number.
    If Phone-Number-Valid
        Add 1 to WS-Send-Count
        Move WS-Phone-Index to WS-Send-Slot (WS-Send-Count)
    End-If.

 Load-Phone-Entry.
    Move PL-Phone-Type (WS-Phone-Index)   to WS-Phone-Type.
    Move PL-Phone-Area (WS-Phone-Index)   to Area-code.
    Move PL-Phone-Prefix (WS-Phone-Index) to Prefix-num.
    Move PL-Phone-Last (WS-Phone-Index)   to Last-four.
    If PL-Phone-Ext (WS-Phone-Index) is Numeric
        Move PL-Phone-Ext (WS-Phone-Index) to Extension
    Else
        Move Zero to Extension
    End-If.

 Validate-Phone-Entry.
    Perform Validate-Phone-Number.
    If Phone-Number-Valid and PL-Phone-Status (WS-Phone-Index) = "I"
        Set Phone-Number-Invalid to True
        Move "NUMBER FLAGGED INVALID" to ER-Reason
    End-If.

 Export-Phone-Entry.
    Perform Load-Phone-Entry.
    Perform Format-Phone-Number.
    Perform Mask-Phone-Number.
    Display Formatted-Number.
    Write Formatted-Number-Record from Formatted-Number.
    Perform Check-Number-Suppression.
    Perform Tally-Line-Type.
    If not Number-Suppressed
        If Primary-Number-Set
            Perform Add-Secondary-Entry
            If CRM-Sec-Text-Consent (WS-Secondary-Slot)
                    not = WS-Text-Consent
                Add 1 to LT-Text-Off-Count (WS-Line-Tally-Index)
                Perform Write-Text-Exception
            End-If
        Else
            Perform Build-Primary-Entry
            If CRM-Text-Consent not = WS-Text-Consent
                Add 1 to LT-Text-Off-Count (WS-Line-Tally-Index)
                Perform Write-Text-Exception
            End-If
        End-If
    End-If.
    If Country-Code not = Spaces and Country-Code not = "000"
        Perform Format-International
    End-If.

 Format-Phone-Number.
    Move Spaces to Formatted-Number.
    Move "(XXX) YYY-ZZZZ" to Formatted-Number (1:14).
    Inspect Formatted-Number (1:14)
        Replacing All "XXX" by Area-code
                All "YYY" by Prefix-num
                All "ZZZZ" by Last-four.
    If Extension not = 0
        Move Extension to WS-Extension-Edit
        String Formatted-Number (1:14)      Delimited by Size
               " ext. "                      Delimited by Size
               Function Trim (WS-Extension-Edit) Delimited by Size
               Into Formatted-Number
    End-If.

 Check-Number-Suppression.
    Move "N" to WS-Suppress-Switch.
    Perform Check-Dnc-List.
    Perform Look-Up-Consent.
    Perform Look-Up-Line-Type.
    If Dnc-Number-Found or WS-Customer-Consent = "NNN"
        Set Number-Suppressed to True
        Move Spaces to Dnc-Suppression-Record
        Move Area-code     to DS-Area-Code
        Move Prefix-num    to DS-Prefix-Num
        Move Last-four     to DS-Last-Four
        Move Customer-Name to DS-Customer-Name
        Move Customer-Id   to DS-Customer-Id
        If Dnc-Number-Found
            Move "ON DO-NOT-CALL REGISTRY" to DS-Reason
            Add 1 to WS-Dnc-Count
        Else
            Move "ALL CONSENT WITHDRAWN" to DS-Reason
            Add 1 to WS-Consent-Suppressed
        End-If
        Write Dnc-Suppression-Record
    Else
        Perform Check-Reassigned-Number
        If Reassigned-Number-Found
                and WS-Disconnect-Date > WS-Consent-Date
            Set Number-Suppressed to True
            Perform Write-Reassigned-Suppression
            Perform Queue-Reverification
        End-If
    End-If.

 Build-Primary-Entry.
    Set Primary-Number-Set to True.
    Move Customer-Id      to CRM-Customer-Id.
    Move Formatted-Number to CRM-Formatted-Number.
    Move Area-code       to CRM-Area-Code.
    Move Prefix-num      to CRM-Prefix-Num.
    Move Last-four       to CRM-Last-Four.
    Move Customer-Name   to CRM-Customer-Name.
    Move Zero            to CRM-Retry-Count.
    Move WS-Call-Consent to CRM-Call-Consent.
    Move WS-Text-Consent to CRM-Text-Consent.
    Move WS-Mail-Consent to CRM-Mail-Consent.
    Move WS-Phone-Type   to CRM-Phone-Type.
    Perform Apply-Line-Type.

 Add-Secondary-Entry.
    Add 1 to WS-Secondary-Slot.
    Add 1 to WS-Secondary-Count.
    Move WS-Phone-Type
        to CRM-Sec-Phone-Type (WS-Secondary-Slot).
    Move Area-code  to CRM-Sec-Area-Code (WS-Secondary-Slot).
    Move Prefix-num to CRM-Sec-Prefix-Num (WS-Secondary-Slot).
    Move Last-four  to CRM-Sec-Last-Four (WS-Secondary-Slot).
    Move WS-Line-Type
        to CRM-Sec-Line-Type (WS-Secondary-Slot).
    Move WS-Call-Consent
        to CRM-Sec-Call-Consent (WS-Secondary-Slot).
    Move WS-Text-Consent
        to CRM-Sec-Text-Consent (WS-Secondary-Slot).
    If not Wireless-Line
            and CRM-Sec-Text-Consent (WS-Secondary-Slot) not = "N"
        Move "N" to CRM-Sec-Text-Consent (WS-Secondary-Slot)
        Add 1 to WS-Text-Off-Count
    End-If.

 Normalize-Phone-List.
    If PL-Phone-Count not Numeric or PL-Phone-Count = Zero
        Move Spaces to WS-Phone-List
        Move 1 to PL-Phone-Count
        Move "H"        to PL-Phone-Type (1)
        Move Area-code  to PL-Phone-Area (1)
        Move Prefix-num to PL-Phone-Prefix (1)
        Move Last-four  to PL-Phone-Last (1)
        Move Extension  to PL-Phone-Ext (1)
        Move "Y"        to PL-Phone-Preferred (1)
        Move "V"        to PL-Phone-Status (1)
    Else
        If PL-Phone-Count > 3
            Move 3 to PL-Phone-Count
        End-If
    End-If.

    Move SN-Country-Code  to ST-Country-Code (WS-Snapshot-Count).
    Move SN-Customer-Name to ST-Customer-Name (WS-Snapshot-Count).
    Move SN-Source-Code   to ST-Source-Code (WS-Snapshot-Count).
    Move SN-Phone-List    to ST-Phone-List (WS-Snapshot-Count).
    Move "N"              to ST-Matched-Flag (WS-Snapshot-Count).

 Find-Snapshot-Entry.
                    = Country-Code
                and ST-Customer-Name (WS-Snapshot-Index)
                    = Customer-Name
                and ST-Phone-List (WS-Snapshot-Index)
                    = CM-Phone-List
            Move "N" to WS-Select-Switch
        Else
            Move Spaces to Change-Report-Record
    Move RJ-Extension     to Extension.
    Move RJ-Country-Code  to Country-Code.
    Move RJ-Customer-Name to Customer-Name.
    Move "REINJECT"       to Source-Code.
    Move Zero             to PL-Phone-Count.
    Perform Normalize-Phone-List.
    Perform Process-Customer-Record.

 Clear-Reinject-File.

 Copy-Resend-Record.
    Move CR-Customer-Id   to Customer-Id.
    Move CR-Customer-Name to Customer-Name.
    Move "RESEND"         to Source-Code.
    Perform Load-Resend-Numbers.
    Move Spaces to Crm-Interface-Record.
    Move "N" to WS-Primary-Switch.
    Move Zero to WS-Secondary-Slot.
    Perform Varying WS-Phone-Index from 1 by 1
            Until WS-Phone-Index > PL-Phone-Count
        Perform Load-Phone-Entry
        Perform Check-Number-Suppression
        Perform Tally-Line-Type
        If not Number-Suppressed
            If Primary-Number-Set
                Perform Add-Secondary-Entry
                If CRM-Sec-Text-Consent (WS-Secondary-Slot)
                        not = WS-Text-Consent
                    Add 1 to LT-Text-Off-Count (WS-Line-Tally-Index)
                    Perform Write-Text-Exception
                End-If
            Else
                If WS-Phone-Index = 1
                    Move CR-Formatted-Number to Formatted-Number
                Else
                    Perform Format-Phone-Number
                End-If
                Perform Build-Primary-Entry
                If CRM-Text-Consent not = WS-Text-Consent
                    Add 1 to LT-Text-Off-Count (WS-Line-Tally-Index)
                    Perform Write-Text-Exception
                End-If
            End-If
        End-If
    End-Perform.
    If Primary-Number-Set
        If CR-Retry-Count is Numeric
            Move CR-Retry-Count  to CRM-Retry-Count
        Else
            Move Zero            to CRM-Retry-Count
        End-If
        Write Crm-Interface-Record
        Add 1 to WS-Resent-Count
    End-If.

 Load-Resend-Numbers.
    Move Spaces to WS-Phone-List.
    Move 1 to PL-Phone-Count.
    If CR-Phone-Type = Space
        Move "H" to PL-Phone-Type (1)
    Else
        Move CR-Phone-Type to PL-Phone-Type (1)
    End-If.
    Move CR-Area-Code   to PL-Phone-Area (1).
    Move CR-Prefix-Num  to PL-Phone-Prefix (1).
    Move CR-Last-Four   to PL-Phone-Last (1).
    Move Zero           to PL-Phone-Ext (1).
    Perform Varying WS-Send-Index from 1 by 1
            Until WS-Send-Index > 2
        If CR-Sec-Area-Code (WS-Send-Index) not = Spaces
            Add 1 to PL-Phone-Count
            Move CR-Sec-Phone-Type (WS-Send-Index)
                to PL-Phone-Type (PL-Phone-Count)
            Move CR-Sec-Area-Code (WS-Send-Index)
                to PL-Phone-Area (PL-Phone-Count)
            Move CR-Sec-Prefix-Num (WS-Send-Index)
                to PL-Phone-Prefix (PL-Phone-Count)
            Move CR-Sec-Last-Four (WS-Send-Index)
                to PL-Phone-Last (PL-Phone-Count)
            Move Zero to PL-Phone-Ext (PL-Phone-Count)
        End-If
    End-Perform.

 Clear-Resend-File.
    Open Output Crm-Resend-File.
        Close Consent-File
        If WS-Consent-Entry-Count > 0
            Sort WS-Consent-Entry Ascending CS-Customer-Id
                                        CS-Phone-Key
        End-If
    End-If.

        to CS-Text-Consent (WS-Consent-Entry-Count).
    Move CN-Mail-Consent
        to CS-Mail-Consent (WS-Consent-Entry-Count).
    Move CN-Phone-Key
        to CS-Phone-Key (WS-Consent-Entry-Count).
    If CN-Update-Date is Numeric
        Move CN-Update-Date
            to CS-Update-Date (WS-Consent-Entry-Count)
    Else
        Move Zero to CS-Update-Date (WS-Consent-Entry-Count)
    End-If.

 Look-Up-Consent.
    Move "YYY" to WS-Customer-Consent.
    Move Zero to WS-Consent-Date.
    Move "N" to WS-Consent-Match-Switch.
    Move Area-code  to CK-Area-Code.
    Move Prefix-num to CK-Prefix-Num.
    Move Last-four  to CK-Last-Four.
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
            When CS-Customer-Id (Cs-Idx) = Customer-Id
                    and CS-Phone-Key (Cs-Idx) = WS-Consent-Phone-Key
                Set Consent-Entry-Found to True
                Move CS-Call-Consent (Cs-Idx)
                    to WS-Call-Consent
                Move CS-Text-Consent (Cs-Idx)
                    to WS-Text-Consent
                Move CS-Mail-Consent (Cs-Idx)
                    to WS-Mail-Consent
                Move CS-Update-Date (Cs-Idx)
                    to WS-Consent-Date
        End-Search
    End-If.

    Inspect WS-Normalize-Field
        Converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                To "abcdefghijklmnopqrstuvwxyz".

 Load-Npa-Nxx-Reference.
    Open Input Npa-Nxx-Reference.
    If WS-Npa-Nxx-Status not = "00"
        Display "** CANNOT OPEN NPA-NXX REFERENCE NPANXX.DAT"
                " - STATUS " WS-Npa-Nxx-Status " **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Move 16 to Return-Code
        Stop Run
    End-If.
    Perform Until End-Of-Npa-Nxx-File
        Read Npa-Nxx-Reference
            At End
                Set End-Of-Npa-Nxx-File to True
            Not At End
                Perform Add-Npa-Nxx-Entry
        End-Read
    End-Perform.
    Close Npa-Nxx-Reference.
    If WS-Npa-Nxx-Count > 0
        Sort WS-Npa-Nxx-Entry Ascending NT-Exchange-Key
    End-If.

 Add-Npa-Nxx-Entry.
    If WS-Npa-Nxx-Count = 200000
        Display "** NPA-NXX TABLE FULL - INCREASE TABLE SIZE **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Close Npa-Nxx-Reference
        Move 16 to Return-Code
        Stop Run
    End-If.
    Add 1 to WS-Npa-Nxx-Count.
    Move NX-Area-Code  to NT-Area-Code (WS-Npa-Nxx-Count).
    Move NX-Prefix-Num to NT-Prefix-Num (WS-Npa-Nxx-Count).
    Move NX-Line-Type  to NT-Line-Type (WS-Npa-Nxx-Count).

 Look-Up-Line-Type.
    Move "U" to WS-Line-Type.
    If WS-Npa-Nxx-Count > 0
        Move Area-code  to EK-Area-Code
        Move Prefix-num to EK-Prefix-Num
        Set Nt-Idx to 1
        Search All WS-Npa-Nxx-Entry
            At End
                Continue
            When NT-Exchange-Key (Nt-Idx) = WS-Exchange-Search-Key
                Move NT-Line-Type (Nt-Idx) to WS-Line-Type
        End-Search
    End-If.
    If not Wireless-Line and not Landline-Line and not Voip-Line
        Move "U" to WS-Line-Type
    End-If.

 Apply-Line-Type.
    Move WS-Line-Type to CRM-Line-Type.
    If not Wireless-Line and CRM-Text-Consent not = "N"
        Move "N" to CRM-Text-Consent
        Add 1 to WS-Text-Off-Count
    End-If.

 Tally-Line-Type.
    Move "N" to WS-Line-Tally-Switch.
    Perform Varying WS-Line-Tally-Index from 1 by 1
            Until WS-Line-Tally-Index > WS-Line-Tally-Count
                or Line-Tally-Found
        If LT-Source-Code (WS-Line-Tally-Index) = Source-Code
            Set Line-Tally-Found to True
        End-If
    End-Perform.
    If Line-Tally-Found
        Subtract 1 from WS-Line-Tally-Index
    Else
        If WS-Line-Tally-Count = 50
            Display "** LINE TYPE SOURCE TABLE FULL"
                    " - INCREASE TABLE SIZE **"
            Display "** RUN STOPPED - NOTIFY OPERATIONS **"
            Move 16 to Return-Code
            Stop Run
        End-If
        Add 1 to WS-Line-Tally-Count
        Move WS-Line-Tally-Count to WS-Line-Tally-Index
        Move Source-Code to LT-Source-Code (WS-Line-Tally-Index)
        Move Zero to LT-Wireless-Count (WS-Line-Tally-Index)
        Move Zero to LT-Landline-Count (WS-Line-Tally-Index)
        Move Zero to LT-Voip-Count (WS-Line-Tally-Index)
        Move Zero to LT-Unknown-Count (WS-Line-Tally-Index)
        Move Zero to LT-Text-Off-Count (WS-Line-Tally-Index)
    End-If.
    Evaluate True
        When Wireless-Line
            Add 1 to LT-Wireless-Count (WS-Line-Tally-Index)
        When Landline-Line
            Add 1 to LT-Landline-Count (WS-Line-Tally-Index)
        When Voip-Line
            Add 1 to LT-Voip-Count (WS-Line-Tally-Index)
        When Other
            Add 1 to LT-Unknown-Count (WS-Line-Tally-Index)
    End-Evaluate.

 Write-Text-Exception.
    Move Spaces to Text-Exception-Record.
    Move Customer-Id   to TX-Customer-Id.
    Move Area-code     to TX-Area-Code.
    Move Prefix-num    to TX-Prefix-Num.
    Move Last-four     to TX-Last-Four.
    Evaluate True
        When Landline-Line
            Move "LANDLINE" to TX-Line-Type
        When Voip-Line
            Move "VOIP" to TX-Line-Type
        When Other
            Move "UNKNOWN" to TX-Line-Type
    End-Evaluate.
    Move Customer-Name to TX-Customer-Name.
    Move Source-Code   to TX-Source-Code.
    Write Text-Exception-Record.
    Add 1 to WS-Text-Exception-Count.

 Write-Line-Type-Report.
    Open Output Line-Type-Report.
    Move WS-Run-Date to LH-Run-Date.
    Write Line-Type-Report-Record from WS-Line-Heading-1.
    Write Line-Type-Report-Record from WS-Line-Heading-2.
    Perform Varying WS-Line-Tally-Index from 1 by 1
            Until WS-Line-Tally-Index > WS-Line-Tally-Count
        Move LT-Source-Code (WS-Line-Tally-Index)
            to LD-Source-Code
        Move LT-Wireless-Count (WS-Line-Tally-Index)
            to LD-Wireless-Count
        Move LT-Landline-Count (WS-Line-Tally-Index)
            to LD-Landline-Count
        Move LT-Voip-Count (WS-Line-Tally-Index)
            to LD-Voip-Count
        Move LT-Unknown-Count (WS-Line-Tally-Index)
            to LD-Unknown-Count
        Move LT-Text-Off-Count (WS-Line-Tally-Index)
            to LD-Text-Off-Count
        Write Line-Type-Report-Record from WS-Line-Detail
        Add LT-Wireless-Count (WS-Line-Tally-Index)
            to LS-Wireless-Count
        Add LT-Landline-Count (WS-Line-Tally-Index)
            to LS-Landline-Count
        Add LT-Voip-Count (WS-Line-Tally-Index)
            to LS-Voip-Count
        Add LT-Unknown-Count (WS-Line-Tally-Index)
            to LS-Unknown-Count
        Add LT-Text-Off-Count (WS-Line-Tally-Index)
            to LS-Text-Off-Count
    End-Perform.
    Move "TOTAL"            to LD-Source-Code.
    Move LS-Wireless-Count  to LD-Wireless-Count.
    Move LS-Landline-Count  to LD-Landline-Count.
    Move LS-Voip-Count      to LD-Voip-Count.
    Move LS-Unknown-Count   to LD-Unknown-Count.
    Move LS-Text-Off-Count  to LD-Text-Off-Count.
    Write Line-Type-Report-Record from WS-Line-Detail.
    Close Line-Type-Report.

 Load-Reassigned-List.
    Open Input Reassigned-Number-File.
    If WS-Reassigned-Status not = "00"
        Display "** CANNOT OPEN REASSIGNED NUMBERS REASSIGN.DAT"
                " - STATUS " WS-Reassigned-Status " **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Move 16 to Return-Code
        Stop Run
    End-If.
    Perform Until End-Of-Reassigned-File
        Read Reassigned-Number-File
            At End
                Set End-Of-Reassigned-File to True
            Not At End
                If RN-Disconnect-Date is Numeric
                    Perform Add-Reassigned-Entry
                End-If
        End-Read
    End-Perform.
    Close Reassigned-Number-File.
    If WS-Reassigned-Entry-Count > 0
        Sort WS-Reassigned-Entry Ascending RT-Phone-Key
    End-If.

 Add-Reassigned-Entry.
    If WS-Reassigned-Entry-Count = 500000
        Display "** REASSIGNED NUMBER TABLE FULL"
                " - INCREASE TABLE SIZE **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Close Reassigned-Number-File
        Move 16 to Return-Code
        Stop Run
    End-If.
    Add 1 to WS-Reassigned-Entry-Count.
    Move RN-Phone-Key
        to RT-Phone-Key (WS-Reassigned-Entry-Count).
    Move RN-Disconnect-Date
        to RT-Disconnect-Date (WS-Reassigned-Entry-Count).

 Check-Reassigned-Number.
    Move "N" to WS-Reassigned-Match-Switch.
    Move Zero to WS-Disconnect-Date.
    If WS-Reassigned-Entry-Count > 0
        Move Area-code  to CK-Area-Code
        Move Prefix-num to CK-Prefix-Num
        Move Last-four  to CK-Last-Four
        Set Rt-Idx to 1
        Search All WS-Reassigned-Entry
            At End
                Continue
            When RT-Phone-Key (Rt-Idx) = WS-Consent-Phone-Key
                Set Reassigned-Number-Found to True
                Move RT-Disconnect-Date (Rt-Idx)
                    to WS-Disconnect-Date
        End-Search
    End-If.

 Write-Reassigned-Suppression.
    Move Spaces to Reassigned-Report-Record.
    Move Area-code          to RD-Area-Code.
    Move Prefix-num         to RD-Prefix-Num.
    Move Last-four          to RD-Last-Four.
    Move Customer-Name      to RD-Customer-Name.
    Move "DISCONNECTED AFTER CONSENT" to RD-Reason.
    Move Customer-Id        to RD-Customer-Id.
    Move WS-Consent-Date    to RD-Consent-Date.
    Move WS-Disconnect-Date to RD-Disconnect-Date.
    Write Reassigned-Report-Record.
    Add 1 to WS-Reassigned-Count.

 Load-Reverify-Queue.
    Open Input Reverify-File.
    If WS-Reverify-Status = "00"
        Perform Until End-Of-Reverify-File
            Read Reverify-File
                At End
                    Set End-Of-Reverify-File to True
                Not At End
                    Perform Add-Reverify-Entry
            End-Read
        End-Perform
        Close Reverify-File
        If WS-Reverify-Entry-Count > 0
            Sort WS-Reverify-Entry Ascending VQ-Customer-Id
                                         VQ-Phone-Key
        End-If
    End-If.

 Add-Reverify-Entry.
    If WS-Reverify-Entry-Count = 100000
        Display "** REVERIFY TABLE FULL - INCREASE TABLE SIZE **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Close Reverify-File
        Move 16 to Return-Code
        Stop Run
    End-If.
    Add 1 to WS-Reverify-Entry-Count.
    Move RV-Customer-Id to VQ-Customer-Id (WS-Reverify-Entry-Count).
    Move RV-Phone-Key   to VQ-Phone-Key (WS-Reverify-Entry-Count).

 Queue-Reverification.
    Move "N" to WS-Reverify-Match-Switch.
    Move Area-code  to CK-Area-Code.
    Move Prefix-num to CK-Prefix-Num.
    Move Last-four  to CK-Last-Four.
    If WS-Reverify-Entry-Count > 0
        Set Vq-Idx to 1
        Search All WS-Reverify-Entry
            At End
                Continue
            When VQ-Customer-Id (Vq-Idx) = Customer-Id
                    and VQ-Phone-Key (Vq-Idx) = WS-Consent-Phone-Key
                Set Reverify-Already-Queued to True
        End-Search
    End-If.
    If not Reverify-Already-Queued
        Move Spaces to Reverify-Record
        Move Customer-Id          to RV-Customer-Id
        Move WS-Consent-Phone-Key to RV-Phone-Key
        Move WS-Run-Date          to RV-Queued-Date
        Move WS-Consent-Date      to RV-Consent-Date
        Move WS-Disconnect-Date   to RV-Disconnect-Date
        Move Customer-Name        to RV-Customer-Name
        Move Source-Code          to RV-Source-Code
        Write Reverify-Record
        Add 1 to WS-Reverify-Queued
        Perform Add-Queued-Reverify-Entry
    End-If.

 Add-Queued-Reverify-Entry.
    If WS-Reverify-Entry-Count = 100000
        Display "** REVERIFY TABLE FULL - INCREASE TABLE SIZE **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Move 16 to Return-Code
        Stop Run
    End-If.
    Add 1 to WS-Reverify-Entry-Count.
    Move Customer-Id
        to VQ-Customer-Id (WS-Reverify-Entry-Count).
    Move WS-Consent-Phone-Key
        to VQ-Phone-Key (WS-Reverify-Entry-Count).
    Sort WS-Reverify-Entry Ascending VQ-Customer-Id
                                 VQ-Phone-Key.
