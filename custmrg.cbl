 Program-Id. Customer-Merge.
 Environment Division.
 Input-Output Section.
 File-Control.
    Select Merge-Decision-File Assign to "MRGDEC.DAT"
        Organization is Line Sequential
        File Status is WS-Decision-Status.
    Select Customer-Index-File Assign to "CUSTIDX.DAT"
        Organization is Indexed
        Access Mode is Random
        Record Key is CI-Customer-Id
        Alternate Record Key is CI-Phone-Key-1 With Duplicates
        Alternate Record Key is CI-Phone-Key-2 With Duplicates
        Alternate Record Key is CI-Phone-Key-3 With Duplicates
        File Status is WS-Index-File-Status.
    Select Maint-Journal Assign to "MNTJRNL.DAT"
        Organization is Line Sequential
        File Status is WS-Journal-Status.
    Select Consent-File Assign to "CONSENT.DAT"
        Organization is Line Sequential
        File Status is WS-Consent-Status.
    Select Reject-Aging-File Assign to "ERRAGE.DAT"
        Organization is Line Sequential
        File Status is WS-Aging-File-Status.
    Select Crm-Resend-File Assign to "CRMRESND.DAT"
        Organization is Line Sequential
        File Status is WS-Crm-Resend-Status.
    Select Merge-Xref-File Assign to "MRGXREF.DAT"
        Organization is Line Sequential
        File Status is WS-Xref-Status.
    Select Operator-Authority-File Assign to "OPERAUTH.DAT"
        Organization is Line Sequential
        File Status is WS-Authority-Status.
    Select Merge-Report Assign to "MRGRPT.DAT"
        Organization is Line Sequential.
 Data Division.
 File Section.
 FD  Merge-Decision-File.
 01  Merge-Decision-Record.
    03  MD-Survivor-Id   Pic 9(9).
    03  Filler           Pic X(2).
    03  MD-Absorbed-List.
       05  MD-Absorbed-Entry Occurs 5 Times.
          07  MD-Absorbed-Id  Pic 9(9).
          07  Filler          Pic X.
    03  Filler           Pic X(2).
    03  MD-Operator-Id   Pic X(8).
    03  Filler           Pic X(2).
    03  MD-Approver-Id   Pic X(8).
 FD  Customer-Index-File.
 01  Customer-Index-Record.
    03  CI-Customer-Id   Pic 9(9).
    03  CI-Phone-Key.
       05  CI-Area-Code   Pic XXX.
       05  CI-Prefix-Num  Pic XXX.
       05  CI-Last-Four   Pic X(4).
    03  CI-Extension     Pic 9(5).
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
 FD  Maint-Journal.
 01  Maint-Journal-Record.
    03  JR-Run-Id        Pic X(14).
    03  Filler           Pic X(2).
    03  JR-Txn-Seq       Pic 9(6).
    03  Filler           Pic X(2).
    03  JR-Timestamp     Pic X(14).
    03  Filler           Pic X(2).
    03  JR-Action-Code   Pic X.
    03  Filler           Pic X(2).
    03  JR-Before-Image  Pic X(122).
    03  Filler           Pic X(2).
    03  JR-After-Image   Pic X(122).
    03  Filler           Pic X(2).
    03  JR-Operator-Id   Pic X(8).
    03  Filler           Pic X(2).
    03  JR-Approver-Id   Pic X(8).
 FD  Consent-File.
 01  Consent-Record.
    03  CN-Customer-Id   Pic 9(9).
    03  CN-Call-Consent  Pic X.
    03  CN-Text-Consent  Pic X.
    03  CN-Mail-Consent  Pic X.
    03  CN-Update-Date   Pic 9(8).
    03  CN-Phone-Key     Pic X(10).
 FD  Reject-Aging-File.
 01  Reject-Aging-Record.
    03  EA-Customer-Id   Pic 9(9).
    03  EA-Aging-Detail  Pic X(86).
 FD  Crm-Resend-File.
 01  Crm-Resend-Record.
    03  CR-Customer-Id       Pic 9(9).
    03  CR-Resend-Detail     Pic X(100).
 FD  Merge-Xref-File.
 01  Merge-Xref-Record.
    03  MX-Old-Customer-Id  Pic 9(9).
    03  Filler              Pic X(2).
    03  MX-Survivor-Id      Pic 9(9).
    03  Filler              Pic X(2).
    03  MX-Merge-Date       Pic 9(8).
    03  Filler              Pic X(2).
    03  MX-Run-Id           Pic X(14).
 FD  Operator-Authority-File.
 01  Operator-Authority-Record.
    03  OA-Operator-Id   Pic X(8).
    03  Filler           Pic X(2).
    03  OA-Add-Flag      Pic X.
    03  OA-Change-Flag   Pic X.
    03  OA-Delete-Flag   Pic X.
    03  Filler           Pic X(2).
    03  OA-Approve-Flag  Pic X.
 FD  Merge-Report.
 01  Merge-Report-Record  Pic X(80).
 Working-Storage Section.
 01   WS-Decision-Status         Pic XX.
 01   WS-Index-File-Status       Pic XX.
 01   WS-Journal-Status          Pic XX.
 01   WS-Consent-Status          Pic XX.
 01   WS-Aging-File-Status       Pic XX.
 01   WS-Crm-Resend-Status       Pic XX.
 01   WS-Xref-Status             Pic XX.
 01   WS-Authority-Status        Pic XX.
 01   WS-Decision-Switch         Pic X value "N".
    88  End-Of-Decision-File      Value "Y".
 01   WS-Consent-File-Switch     Pic X value "N".
    88  End-Of-Consent-File       Value "Y".
 01   WS-Aging-File-Switch       Pic X value "N".
    88  End-Of-Aging-File         Value "Y".
 01   WS-Resend-File-Switch      Pic X value "N".
    88  End-Of-Resend-File        Value "Y".
 01   WS-Xref-File-Switch        Pic X value "N".
    88  End-Of-Xref-File          Value "Y".
 01   WS-Authority-File-Switch   Pic X value "N".
    88  End-Of-Authority-File     Value "Y".
 01   WS-Operator-Found-Switch   Pic X value "N".
    88  Operator-Entry-Found      Value "Y".
 01   WS-Operator-Table.
    03  WS-Operator-Entry Occurs 500 Times.
       05  OT-Operator-Id   Pic X(8).
       05  OT-Delete-Flag   Pic X.
       05  OT-Approve-Flag  Pic X.
 01   WS-Operator-Count          Pic 9(3) value 0.
 01   WS-Operator-Index          Pic 9(3).
 01   WS-Check-Operator-Id       Pic X(8).
 01   WS-Check-Switch            Pic X value "Y".
    88  Decision-Valid            Value "Y".
    88  Decision-Invalid          Value "N".
 01   WS-Check-Reason            Pic X(40).
 01   WS-Consent-Table.
    03  WS-Consent-Entry Occurs 100000 Times.
       05  CS-Customer-Id   Pic 9(9).
       05  CS-Call-Consent  Pic X.
       05  CS-Text-Consent  Pic X.
       05  CS-Mail-Consent  Pic X.
       05  CS-Update-Date   Pic 9(8).
       05  CS-Phone-Key     Pic X(10).
 01   WS-Consent-Count           Pic 9(6) value 0.
 01   WS-Consent-Index           Pic 9(6).
 01   WS-Survivor-Consent-Index  Pic 9(6).
 01   WS-Absorbed-Consent-Index  Pic 9(6).
 01   WS-Find-Consent-Id         Pic 9(9).
 01   WS-Find-Consent-Index      Pic 9(6).
 01   WS-Find-Phone-Key          Pic X(10).
 01   WS-Aging-Table.
    03  WS-Aging-Entry Occurs 10000 Times.
       05  AG-Customer-Id    Pic 9(9).
       05  AG-Aging-Detail   Pic X(86).
 01   WS-Aging-Count             Pic 9(5) value 0.
 01   WS-Aging-Index             Pic 9(5).
 01   WS-Survivor-Aging-Switch   Pic X value "N".
    88  Survivor-Aging-Found      Value "Y".
 01   WS-Resend-Table.
    03  WS-Resend-Entry Occurs 10000 Times.
       05  RS-Customer-Id    Pic 9(9).
       05  RS-Resend-Detail  Pic X(100).
 01   WS-Resend-Count            Pic 9(5) value 0.
 01   WS-Resend-Index            Pic 9(5).
 01   WS-Survivor-Resend-Switch  Pic X value "N".
    88  Survivor-Resend-Found     Value "Y".
 01   WS-Xref-Table.
    03  WS-Xref-Entry Occurs 100000 Times.
       05  XT-Old-Customer-Id  Pic 9(9).
       05  XT-Survivor-Id      Pic 9(9).
       05  XT-Merge-Date       Pic 9(8).
       05  XT-Run-Id           Pic X(14).
 01   WS-Xref-Count              Pic 9(6) value 0.
 01   WS-Xref-Index              Pic 9(6).
 01   WS-Xref-Find-Switch        Pic X value "N".
    88  Xref-Entry-Found          Value "Y".
 01   WS-Run-Id                  Pic X(14).
 01   WS-Run-Date                Pic 9(8).
 01   WS-Txn-Seq                 Pic 9(6) value 0.
 01   WS-Absorbed-Index          Pic 9.
 01   WS-Absorbed-Id             Pic 9(9).
 01   WS-Before-Image            Pic X(122).
 01   WS-After-Image             Pic X(122).
 01   WS-Journal-Action          Pic X.
 01   WS-Absorbed-Phone-List.
    03  AP-Phone-Count      Pic 9.
    03  AP-Phone-Entry Occurs 3 Times.
       05  AP-Phone-Type       Pic X.
       05  AP-Phone-Number     Pic X(10).
       05  AP-Phone-Ext        Pic 9(5).
       05  AP-Phone-Preferred  Pic X.
       05  AP-Phone-Status     Pic X.
 01   WS-Absorbed-Phone-Index    Pic 9.
 01   WS-Phone-Index             Pic 9.
 01   WS-Phone-Slot              Pic 9.
 01   WS-Phone-Found-Switch      Pic X value "N".
    88  Phone-On-Survivor         Value "Y".
 01   WS-Survivor-Changed-Switch Pic X value "N".
    88  Survivor-Changed          Value "Y".
 01   WS-Phones-Carried-Count    Pic 9(6) value 0.
 01   WS-Phones-Dropped-Count    Pic 9(6) value 0.
 01   WS-Decisions-Read          Pic 9(6) value 0.
 01   WS-Decisions-Rejected      Pic 9(6) value 0.
 01   WS-Merged-Count            Pic 9(6) value 0.
 01   WS-Absorb-Rejected-Count   Pic 9(6) value 0.
 01   WS-Consent-Combined-Count  Pic 9(6) value 0.
 01   WS-Aging-Repointed-Count   Pic 9(6) value 0.
 01   WS-Aging-Dropped-Count     Pic 9(6) value 0.
 01   WS-Resend-Repointed-Count  Pic 9(6) value 0.
 01   WS-Resend-Dropped-Count    Pic 9(6) value 0.
 01   WS-Report-Heading.
    03  Filler            Pic X(20) value "CUSTOMER MERGE RUN: ".
    03  RH-Run-Id         Pic X(14).
 01   WS-Detail-Line.
    03  DL-Survivor-Id    Pic 9(9).
    03  Filler            Pic X(2)  value spaces.
    03  DL-Absorbed-Id    Pic 9(9).
    03  Filler            Pic X(2)  value spaces.
    03  DL-Disposition    Pic X(44).
 Procedure Division.
 Start-of-program.
    Move Function Current-Date (1:14) to WS-Run-Id.
    Move WS-Run-Id (1:8) to WS-Run-Date.
    Perform Load-Operator-Authority.
    Open Input Merge-Decision-File.
    If WS-Decision-Status not = "00"
        Display "** CANNOT OPEN MERGE DECISIONS MRGDEC.DAT"
                " - STATUS " WS-Decision-Status " **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Move 16 to Return-Code
        Stop Run
    End-If.
    Open I-O Customer-Index-File.
    If WS-Index-File-Status not = "00"
        Display "** CANNOT OPEN CUSTOMER INDEX - STATUS "
                WS-Index-File-Status " **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Close Merge-Decision-File
        Move 16 to Return-Code
        Stop Run
    End-If.
    Perform Load-Consent-Table.
    Perform Load-Aging-Table.
    Perform Load-Resend-Table.
    Perform Load-Xref-Table.
    Open Extend Maint-Journal.
    If WS-Journal-Status = "35"
        Open Output Maint-Journal
    End-If.
    Open Output Merge-Report.
    Move WS-Run-Id to RH-Run-Id.
    Write Merge-Report-Record from WS-Report-Heading.
    Perform Until End-Of-Decision-File
        Read Merge-Decision-File
            At End
                Set End-Of-Decision-File to True
            Not At End
                Perform Apply-Merge-Decision
        End-Read
    End-Perform.
    Close Merge-Decision-File.
    Close Customer-Index-File.
    Close Maint-Journal.
    Close Merge-Report.
    Perform Rewrite-Consent-File.
    Perform Rewrite-Aging-File.
    Perform Rewrite-Resend-File.
    Perform Rewrite-Xref-File.
    Display "MERGE RUN ID:            " WS-Run-Id.
    Display "DECISIONS READ:          " WS-Decisions-Read.
    Display "DECISIONS REJECTED:      " WS-Decisions-Rejected.
    Display "CUSTOMERS ABSORBED:      " WS-Merged-Count.
    Display "ABSORBS REJECTED:        " WS-Absorb-Rejected-Count.
    Display "CONSENT ROWS COMBINED:   " WS-Consent-Combined-Count.
    Display "NUMBERS CARRIED OVER:    " WS-Phones-Carried-Count.
    Display "NUMBERS NOT CARRIED:     " WS-Phones-Dropped-Count.
    Display "REJECT AGING RE-POINTED: " WS-Aging-Repointed-Count.
    Display "REJECT AGING DROPPED:    " WS-Aging-Dropped-Count.
    Display "CRM RESENDS RE-POINTED:  " WS-Resend-Repointed-Count.
    Display "CRM RESENDS DROPPED:     " WS-Resend-Dropped-Count.
    Stop Run.

 Apply-Merge-Decision.
    Add 1 to WS-Decisions-Read.
    Perform Check-Decision-Authority.
    If Decision-Valid
        Perform Validate-Survivor
    End-If.
    If Decision-Invalid
        Add 1 to WS-Decisions-Rejected
        Move Spaces to WS-Detail-Line
        If MD-Survivor-Id is Numeric
            Move MD-Survivor-Id to DL-Survivor-Id
        End-If
        Move WS-Check-Reason to DL-Disposition
        Write Merge-Report-Record from WS-Detail-Line
    Else
        Perform Absorb-Customer
            Varying WS-Absorbed-Index from 1 by 1
            Until WS-Absorbed-Index > 5
    End-If.

 Check-Decision-Authority.
    Set Decision-Valid to True.
    Move Spaces to WS-Check-Reason.
    Move MD-Operator-Id to WS-Check-Operator-Id.
    If WS-Check-Operator-Id = Spaces
        Set Decision-Invalid to True
        Move "MISSING OPERATOR ID" to WS-Check-Reason
    Else
        Perform Find-Operator-Entry
        If not Operator-Entry-Found
            Set Decision-Invalid to True
            Move "OPERATOR NOT AUTHORIZED" to WS-Check-Reason
        Else
            If OT-Delete-Flag (WS-Operator-Index) not = "Y"
                Set Decision-Invalid to True
                Move "MERGE NOT AUTHORIZED" to WS-Check-Reason
            End-If
        End-If
    End-If.
    If Decision-Valid
        Perform Check-Decision-Approver
    End-If.

 Check-Decision-Approver.
    Move MD-Approver-Id to WS-Check-Operator-Id.
    If WS-Check-Operator-Id = Spaces
        Set Decision-Invalid to True
        Move "MISSING APPROVER ID" to WS-Check-Reason
    Else
        If WS-Check-Operator-Id = MD-Operator-Id
            Set Decision-Invalid to True
            Move "APPROVER SAME AS OPERATOR" to WS-Check-Reason
        Else
            Perform Find-Operator-Entry
            If not Operator-Entry-Found
                Set Decision-Invalid to True
                Move "APPROVER NOT AUTHORIZED" to WS-Check-Reason
            Else
                If OT-Approve-Flag (WS-Operator-Index) not = "Y"
                    Set Decision-Invalid to True
                    Move "APPROVER NOT AUTHORIZED" to WS-Check-Reason
                End-If
            End-If
        End-If
    End-If.

 Find-Operator-Entry.
    Move "N" to WS-Operator-Found-Switch.
    Perform Varying WS-Operator-Index from 1 by 1
            Until WS-Operator-Index > WS-Operator-Count
                or Operator-Entry-Found
        If OT-Operator-Id (WS-Operator-Index) = WS-Check-Operator-Id
            Set Operator-Entry-Found to True
        End-If
    End-Perform.
    If Operator-Entry-Found
        Subtract 1 from WS-Operator-Index
    End-If.

 Validate-Survivor.
    Set Decision-Valid to True.
    Move Spaces to WS-Check-Reason.
    If MD-Survivor-Id not Numeric or MD-Survivor-Id = Zero
        Set Decision-Invalid to True
        Move "MISSING SURVIVOR ID" to WS-Check-Reason
    Else
        Move MD-Survivor-Id to CI-Customer-Id
        Read Customer-Index-File
            Invalid Key
                Continue
        End-Read
        If WS-Index-File-Status = "23"
            Set Decision-Invalid to True
            Move "SURVIVOR NOT ON FILE" to WS-Check-Reason
        Else
            If WS-Index-File-Status not = "00"
                Perform Index-Error-Stop
            End-If
        End-If
    End-If.
    If Decision-Valid
        Move MD-Survivor-Id to WS-Absorbed-Id
        Perform Find-Xref-Entry
        If Xref-Entry-Found
            Move Zero to XT-Old-Customer-Id (WS-Xref-Index)
        End-If
    End-If.

 Absorb-Customer.
    If MD-Absorbed-Id (WS-Absorbed-Index) is Numeric
            and MD-Absorbed-Id (WS-Absorbed-Index) not = Zero
        Move MD-Absorbed-Id (WS-Absorbed-Index) to WS-Absorbed-Id
        Move Spaces to WS-Detail-Line
        Move MD-Survivor-Id to DL-Survivor-Id
        Move WS-Absorbed-Id to DL-Absorbed-Id
        Perform Delete-Absorbed-Customer
        If Decision-Valid
            Add 1 to WS-Merged-Count
            Move "MERGED - INDEX RECORD DELETED"
                to DL-Disposition
            Write Merge-Report-Record from WS-Detail-Line
            Perform Fold-Absorbed-Numbers
            Perform Combine-Consent
            Perform Repoint-Aging-Entries
            Perform Repoint-Resend-Entries
            Perform Record-Merge-Xref
        Else
            Add 1 to WS-Absorb-Rejected-Count
            Move WS-Check-Reason to DL-Disposition
            Write Merge-Report-Record from WS-Detail-Line
            Set Decision-Valid to True
        End-If
    End-If.

 Delete-Absorbed-Customer.
    If WS-Absorbed-Id = MD-Survivor-Id
        Set Decision-Invalid to True
        Move "ABSORBED ID IS THE SURVIVOR" to WS-Check-Reason
    Else
        Move WS-Absorbed-Id to CI-Customer-Id
        Read Customer-Index-File
            Invalid Key
                Continue
        End-Read
        If WS-Index-File-Status = "23"
            Set Decision-Invalid to True
            Move "ABSORBED ID NOT ON FILE" to WS-Check-Reason
        Else
            If WS-Index-File-Status not = "00"
                Perform Index-Error-Stop
            End-If
        End-If
    End-If.
    If Decision-Valid
        Move Customer-Index-Record to WS-Before-Image
        Perform Normalize-Phone-List
        Move CI-Phone-List to WS-Absorbed-Phone-List
        Delete Customer-Index-File
        If WS-Index-File-Status not = "00"
            Perform Index-Error-Stop
        End-If
        Add 1 to WS-Txn-Seq
        Move "D"    to WS-Journal-Action
        Move Spaces to WS-After-Image
        Perform Write-Maint-Journal
    End-If.

 Fold-Absorbed-Numbers.
    Move MD-Survivor-Id to CI-Customer-Id.
    Read Customer-Index-File
        Invalid Key
            Continue
    End-Read.
    If WS-Index-File-Status not = "00"
        Perform Index-Error-Stop
    End-If.
    Move Customer-Index-Record to WS-Before-Image.
    Perform Normalize-Phone-List.
    Move "N" to WS-Survivor-Changed-Switch.
    Perform Varying WS-Absorbed-Phone-Index from 1 by 1
            Until WS-Absorbed-Phone-Index > AP-Phone-Count
        Perform Fold-One-Number
    End-Perform.
    If Survivor-Changed
        Rewrite Customer-Index-Record
        If WS-Index-File-Status not = "00" and not = "02"
            Perform Index-Error-Stop
        End-If
        Move Customer-Index-Record to WS-After-Image
        Add 1 to WS-Txn-Seq
        Move "C" to WS-Journal-Action
        Perform Write-Maint-Journal
    End-If.

 Fold-One-Number.
    Move "N" to WS-Phone-Found-Switch.
    Perform Varying WS-Phone-Index from 1 by 1
            Until WS-Phone-Index > CI-Phone-Count
                or Phone-On-Survivor
        If CI-Phone-Number (WS-Phone-Index)
                = AP-Phone-Number (WS-Absorbed-Phone-Index)
            Set Phone-On-Survivor to True
        End-If
    End-Perform.
    If not Phone-On-Survivor
        If CI-Phone-Count = 3
            Add 1 to WS-Phones-Dropped-Count
            Move Spaces to DL-Disposition
            String "NUMBER " Delimited by Size
                   AP-Phone-Number (WS-Absorbed-Phone-Index)
                       Delimited by Size
                   " NOT CARRIED - NO FREE SLOT"
                       Delimited by Size
                   Into DL-Disposition
            Write Merge-Report-Record from WS-Detail-Line
        Else
            Add 1 to CI-Phone-Count
            Move CI-Phone-Count to WS-Phone-Slot
            Move AP-Phone-Entry (WS-Absorbed-Phone-Index)
                to CI-Phone-Entry (WS-Phone-Slot)
            Move "N" to CI-Phone-Preferred (WS-Phone-Slot)
            Set Survivor-Changed to True
            Add 1 to WS-Phones-Carried-Count
            Move Spaces to DL-Disposition
            String "NUMBER " Delimited by Size
                   AP-Phone-Number (WS-Absorbed-Phone-Index)
                       Delimited by Size
                   " CARRIED TO SURVIVOR" Delimited by Size
                   Into DL-Disposition
            Write Merge-Report-Record from WS-Detail-Line
        End-If
    End-If.

 Normalize-Phone-List.
    If CI-Phone-Count not Numeric or CI-Phone-Count = Zero
        Move Spaces to CI-Phone-List
        Move 1 to CI-Phone-Count
        Move "H"           to CI-Phone-Type (1)
        Move CI-Area-Code  to CI-Phone-Area (1)
        Move CI-Prefix-Num to CI-Phone-Prefix (1)
        Move CI-Last-Four  to CI-Phone-Last (1)
        Move CI-Extension  to CI-Phone-Ext (1)
        Move "Y"           to CI-Phone-Preferred (1)
        Move "V"           to CI-Phone-Status (1)
    End-If.

 Write-Maint-Journal.
    Move Spaces to Maint-Journal-Record.
    Move WS-Run-Id       to JR-Run-Id.
    Move WS-Txn-Seq      to JR-Txn-Seq.
    Move Function Current-Date (1:14) to JR-Timestamp.
    Move WS-Journal-Action to JR-Action-Code.
    Move WS-Before-Image to JR-Before-Image.
    Move WS-After-Image  to JR-After-Image.
    Move MD-Operator-Id  to JR-Operator-Id.
    Move MD-Approver-Id  to JR-Approver-Id.
    Write Maint-Journal-Record.

 Combine-Consent.
    Perform Varying WS-Absorbed-Consent-Index from 1 by 1
            Until WS-Absorbed-Consent-Index > WS-Consent-Count
        If CS-Customer-Id (WS-Absorbed-Consent-Index)
                = WS-Absorbed-Id
            Perform Combine-Consent-Row
        End-If
    End-Perform.

 Combine-Consent-Row.
    Move MD-Survivor-Id to WS-Find-Consent-Id.
    Move CS-Phone-Key (WS-Absorbed-Consent-Index)
        to WS-Find-Phone-Key.
    Perform Find-Consent-Entry.
    Move WS-Find-Consent-Index to WS-Survivor-Consent-Index.
    If WS-Survivor-Consent-Index = Zero
        Move MD-Survivor-Id
            to CS-Customer-Id (WS-Absorbed-Consent-Index)
    Else
        If CS-Call-Consent (WS-Absorbed-Consent-Index) = "N"
            Move "N"
                to CS-Call-Consent (WS-Survivor-Consent-Index)
        End-If
        If CS-Text-Consent (WS-Absorbed-Consent-Index) = "N"
            Move "N"
                to CS-Text-Consent (WS-Survivor-Consent-Index)
        End-If
        If CS-Mail-Consent (WS-Absorbed-Consent-Index) = "N"
            Move "N"
                to CS-Mail-Consent (WS-Survivor-Consent-Index)
        End-If
        If CS-Update-Date (WS-Absorbed-Consent-Index)
                < CS-Update-Date (WS-Survivor-Consent-Index)
            Move CS-Update-Date (WS-Absorbed-Consent-Index)
                to CS-Update-Date (WS-Survivor-Consent-Index)
        End-If
        Move Zero to CS-Customer-Id (WS-Absorbed-Consent-Index)
    End-If.
    Add 1 to WS-Consent-Combined-Count.
    Move "CONSENT COMBINED INTO SURVIVOR" to DL-Disposition.
    Write Merge-Report-Record from WS-Detail-Line.

 Find-Consent-Entry.
    Move Zero to WS-Find-Consent-Index.
    Perform Varying WS-Consent-Index from 1 by 1
            Until WS-Consent-Index > WS-Consent-Count
                or WS-Find-Consent-Index > Zero
        If CS-Customer-Id (WS-Consent-Index) = WS-Find-Consent-Id
                and CS-Phone-Key (WS-Consent-Index)
                    = WS-Find-Phone-Key
            Move WS-Consent-Index to WS-Find-Consent-Index
        End-If
    End-Perform.

 Repoint-Aging-Entries.
    Move "N" to WS-Survivor-Aging-Switch.
    Perform Varying WS-Aging-Index from 1 by 1
            Until WS-Aging-Index > WS-Aging-Count
                or Survivor-Aging-Found
        If AG-Customer-Id (WS-Aging-Index) = MD-Survivor-Id
            Set Survivor-Aging-Found to True
        End-If
    End-Perform.
    Perform Varying WS-Aging-Index from 1 by 1
            Until WS-Aging-Index > WS-Aging-Count
        If AG-Customer-Id (WS-Aging-Index) = WS-Absorbed-Id
            If Survivor-Aging-Found
                Move Zero to AG-Customer-Id (WS-Aging-Index)
                Add 1 to WS-Aging-Dropped-Count
                Move "REJECT AGING DROPPED - SURVIVOR OPEN"
                    to DL-Disposition
            Else
                Move MD-Survivor-Id
                    to AG-Customer-Id (WS-Aging-Index)
                Set Survivor-Aging-Found to True
                Add 1 to WS-Aging-Repointed-Count
                Move "REJECT AGING RE-POINTED TO SURVIVOR"
                    to DL-Disposition
            End-If
            Write Merge-Report-Record from WS-Detail-Line
        End-If
    End-Perform.

 Repoint-Resend-Entries.
    Move "N" to WS-Survivor-Resend-Switch.
    Perform Varying WS-Resend-Index from 1 by 1
            Until WS-Resend-Index > WS-Resend-Count
                or Survivor-Resend-Found
        If RS-Customer-Id (WS-Resend-Index) = MD-Survivor-Id
            Set Survivor-Resend-Found to True
        End-If
    End-Perform.
    Perform Varying WS-Resend-Index from 1 by 1
            Until WS-Resend-Index > WS-Resend-Count
        If RS-Customer-Id (WS-Resend-Index) = WS-Absorbed-Id
            If Survivor-Resend-Found
                Move Zero to RS-Customer-Id (WS-Resend-Index)
                Add 1 to WS-Resend-Dropped-Count
                Move "CRM RESEND DROPPED - SURVIVOR QUEUED"
                    to DL-Disposition
            Else
                Move MD-Survivor-Id
                    to RS-Customer-Id (WS-Resend-Index)
                Set Survivor-Resend-Found to True
                Add 1 to WS-Resend-Repointed-Count
                Move "CRM RESEND RE-POINTED TO SURVIVOR"
                    to DL-Disposition
            End-If
            Write Merge-Report-Record from WS-Detail-Line
        End-If
    End-Perform.

 Record-Merge-Xref.
    Perform Varying WS-Xref-Index from 1 by 1
            Until WS-Xref-Index > WS-Xref-Count
        If XT-Survivor-Id (WS-Xref-Index) = WS-Absorbed-Id
            Move MD-Survivor-Id to XT-Survivor-Id (WS-Xref-Index)
        End-If
    End-Perform.
    Perform Find-Xref-Entry.
    If not Xref-Entry-Found
        Perform Check-Xref-Table-Full
        Add 1 to WS-Xref-Count
        Move WS-Xref-Count to WS-Xref-Index
    End-If.
    Move WS-Absorbed-Id to XT-Old-Customer-Id (WS-Xref-Index).
    Move MD-Survivor-Id to XT-Survivor-Id (WS-Xref-Index).
    Move WS-Run-Date    to XT-Merge-Date (WS-Xref-Index).
    Move WS-Run-Id      to XT-Run-Id (WS-Xref-Index).

 Find-Xref-Entry.
    Move "N" to WS-Xref-Find-Switch.
    Perform Varying WS-Xref-Index from 1 by 1
            Until WS-Xref-Index > WS-Xref-Count
                or Xref-Entry-Found
        If XT-Old-Customer-Id (WS-Xref-Index) = WS-Absorbed-Id
            Set Xref-Entry-Found to True
        End-If
    End-Perform.
    If Xref-Entry-Found
        Subtract 1 from WS-Xref-Index
    End-If.

 Check-Xref-Table-Full.
    If WS-Xref-Count = 100000
        Display "** MERGE XREF TABLE FULL - INCREASE TABLE SIZE **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Move 16 to Return-Code
        Stop Run
    End-If.

 Load-Consent-Table.
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
    End-If.

 Add-Consent-Entry.
    If WS-Consent-Count = 100000
        Display "** CONSENT TABLE FULL - INCREASE TABLE SIZE **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Close Consent-File
        Move 16 to Return-Code
        Stop Run
    End-If.
    Add 1 to WS-Consent-Count.
    Move CN-Customer-Id  to CS-Customer-Id (WS-Consent-Count).
    Move CN-Call-Consent to CS-Call-Consent (WS-Consent-Count).
    Move CN-Text-Consent to CS-Text-Consent (WS-Consent-Count).
    Move CN-Mail-Consent to CS-Mail-Consent (WS-Consent-Count).
    Move CN-Update-Date  to CS-Update-Date (WS-Consent-Count).
    Move CN-Phone-Key    to CS-Phone-Key (WS-Consent-Count).

 Load-Aging-Table.
    Open Input Reject-Aging-File.
    If WS-Aging-File-Status = "00"
        Perform Until End-Of-Aging-File
            Read Reject-Aging-File
                At End
                    Set End-Of-Aging-File to True
                Not At End
                    Perform Add-Aging-Entry
            End-Read
        End-Perform
        Close Reject-Aging-File
    End-If.

 Add-Aging-Entry.
    If WS-Aging-Count = 10000
        Display "** REJECT AGING TABLE FULL"
                " - INCREASE TABLE SIZE **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Close Reject-Aging-File
        Move 16 to Return-Code
        Stop Run
    End-If.
    Add 1 to WS-Aging-Count.
    Move EA-Customer-Id  to AG-Customer-Id (WS-Aging-Count).
    Move EA-Aging-Detail to AG-Aging-Detail (WS-Aging-Count).

 Load-Resend-Table.
    Open Input Crm-Resend-File.
    If WS-Crm-Resend-Status = "00"
        Perform Until End-Of-Resend-File
            Read Crm-Resend-File
                At End
                    Set End-Of-Resend-File to True
                Not At End
                    Perform Add-Resend-Entry
            End-Read
        End-Perform
        Close Crm-Resend-File
    End-If.

 Add-Resend-Entry.
    If WS-Resend-Count = 10000
        Display "** CRM RESEND TABLE FULL - INCREASE TABLE SIZE **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Close Crm-Resend-File
        Move 16 to Return-Code
        Stop Run
    End-If.
    Add 1 to WS-Resend-Count.
    Move CR-Customer-Id   to RS-Customer-Id (WS-Resend-Count).
    Move CR-Resend-Detail to RS-Resend-Detail (WS-Resend-Count).

 Load-Xref-Table.
    Open Input Merge-Xref-File.
    If WS-Xref-Status = "00"
        Perform Until End-Of-Xref-File
            Read Merge-Xref-File
                At End
                    Set End-Of-Xref-File to True
                Not At End
                    Perform Check-Xref-Table-Full
                    Add 1 to WS-Xref-Count
                    Move MX-Old-Customer-Id
                        to XT-Old-Customer-Id (WS-Xref-Count)
                    Move MX-Survivor-Id
                        to XT-Survivor-Id (WS-Xref-Count)
                    Move MX-Merge-Date
                        to XT-Merge-Date (WS-Xref-Count)
                    Move MX-Run-Id
                        to XT-Run-Id (WS-Xref-Count)
            End-Read
        End-Perform
        Close Merge-Xref-File
    End-If.

 Rewrite-Consent-File.
    Open Output Consent-File.
    Perform Varying WS-Consent-Index from 1 by 1
            Until WS-Consent-Index > WS-Consent-Count
        If CS-Customer-Id (WS-Consent-Index) not = Zero
            Move CS-Customer-Id (WS-Consent-Index)
                to CN-Customer-Id
            Move CS-Call-Consent (WS-Consent-Index)
                to CN-Call-Consent
            Move CS-Text-Consent (WS-Consent-Index)
                to CN-Text-Consent
            Move CS-Mail-Consent (WS-Consent-Index)
                to CN-Mail-Consent
            Move CS-Update-Date (WS-Consent-Index)
                to CN-Update-Date
            Move CS-Phone-Key (WS-Consent-Index)
                to CN-Phone-Key
            Write Consent-Record
        End-If
    End-Perform.
    Close Consent-File.

 Rewrite-Aging-File.
    Open Output Reject-Aging-File.
    Perform Varying WS-Aging-Index from 1 by 1
            Until WS-Aging-Index > WS-Aging-Count
        If AG-Customer-Id (WS-Aging-Index) not = Zero
            Move AG-Customer-Id (WS-Aging-Index)
                to EA-Customer-Id
            Move AG-Aging-Detail (WS-Aging-Index)
                to EA-Aging-Detail
            Write Reject-Aging-Record
        End-If
    End-Perform.
    Close Reject-Aging-File.

 Rewrite-Resend-File.
    Open Output Crm-Resend-File.
    Perform Varying WS-Resend-Index from 1 by 1
            Until WS-Resend-Index > WS-Resend-Count
        If RS-Customer-Id (WS-Resend-Index) not = Zero
            Move RS-Customer-Id (WS-Resend-Index)
                to CR-Customer-Id
            Move RS-Resend-Detail (WS-Resend-Index)
                to CR-Resend-Detail
            Write Crm-Resend-Record
        End-If
    End-Perform.
    Close Crm-Resend-File.

 Rewrite-Xref-File.
    Open Output Merge-Xref-File.
    Perform Varying WS-Xref-Index from 1 by 1
            Until WS-Xref-Index > WS-Xref-Count
        If XT-Old-Customer-Id (WS-Xref-Index) not = Zero
            Move Spaces to Merge-Xref-Record
            Move XT-Old-Customer-Id (WS-Xref-Index)
                to MX-Old-Customer-Id
            Move XT-Survivor-Id (WS-Xref-Index)
                to MX-Survivor-Id
            Move XT-Merge-Date (WS-Xref-Index)
                to MX-Merge-Date
            Move XT-Run-Id (WS-Xref-Index)
                to MX-Run-Id
            Write Merge-Xref-Record
        End-If
    End-Perform.
    Close Merge-Xref-File.

 Index-Error-Stop.
    Display "** CUSTOMER INDEX I-O FAILED - STATUS "
            WS-Index-File-Status " **"
    Display "** RUN STOPPED - NOTIFY OPERATIONS **"
    Close Merge-Decision-File.
    Close Customer-Index-File.
    Close Maint-Journal.
    Close Merge-Report.
    Move 16 to Return-Code.
    Stop Run.

 Load-Operator-Authority.
    Open Input Operator-Authority-File.
    If WS-Authority-Status not = "00"
        Display "** CANNOT OPEN OPERATOR AUTHORITY OPERAUTH.DAT"
                " - STATUS " WS-Authority-Status " **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Move 16 to Return-Code
        Stop Run
    End-If.
    Perform Until End-Of-Authority-File
        Read Operator-Authority-File
            At End
                Set End-Of-Authority-File to True
            Not At End
                If OA-Operator-Id not = Spaces
                    Perform Add-Operator-Entry
                End-If
        End-Read
    End-Perform.
    Close Operator-Authority-File.

 Add-Operator-Entry.
    If WS-Operator-Count = 500
        Display "** OPERATOR TABLE FULL - INCREASE TABLE SIZE **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Close Operator-Authority-File
        Move 16 to Return-Code
        Stop Run
    End-If.
    Add 1 to WS-Operator-Count.
    Move OA-Operator-Id  to OT-Operator-Id (WS-Operator-Count).
    Move OA-Delete-Flag  to OT-Delete-Flag (WS-Operator-Count).
    Move OA-Approve-Flag to OT-Approve-Flag (WS-Operator-Count).
