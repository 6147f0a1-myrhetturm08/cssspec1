 Program-Id. Vendor-Scorecard.
 Environment Division.
 Input-Output Section.
 File-Control.
    Select Scorecard-Config-File Assign to "SCORECFG.DAT"
        Organization is Line Sequential
        File Status is WS-Config-Status.
    Select Vendor-History-File Assign to "VNDHIST.DAT"
        Organization is Line Sequential
        File Status is WS-History-Status.
    Select Customer-Master Assign to "CUSTMAST.DAT"
        Organization is Line Sequential
        File Status is WS-Master-Status.
    Select Intake-Count-File Assign to "INTKCNT.DAT"
        Organization is Line Sequential
        File Status is WS-Intake-Count-Status.
    Select Intake-Reject-File Assign to "INTKERR.DAT"
        Organization is Line Sequential
        File Status is WS-Intake-Status.
    Select Error-Report Assign to "ERRRPT.DAT"
        Organization is Line Sequential
        File Status is WS-Error-Status.
    Select Merge-Audit-Report Assign to "MRGAUD.DAT"
        Organization is Line Sequential
        File Status is WS-Audit-Status.
    Select Duplicate-Report Assign to "DUPRPT.DAT"
        Organization is Line Sequential
        File Status is WS-Duplicate-Status.
    Select Dnc-Suppression-Report Assign to "DNCRPT.DAT"
        Organization is Line Sequential
        File Status is WS-Dnc-Status.
    Select Crm-Exception-Report Assign to "CRMEXCP.DAT"
        Organization is Line Sequential
        File Status is WS-Exception-Status.
    Select Crm-Dead-Letter-File Assign to "CRMDEAD.DAT"
        Organization is Line Sequential
        File Status is WS-Dead-Letter-Status.
    Select Scorecard-Report Assign to "VENDSCR.DAT"
        Organization is Line Sequential.
 Data Division.
 File Section.
 FD  Scorecard-Config-File.
 01  Scorecard-Config-Record.
    03  SG-Threshold-Pct Pic 9(3).
 FD  Vendor-History-File.
 01  Vendor-History-Record.
    03  VH-Record-Type   Pic X(3).
       88  Source-History-Row  Value "SRC".
       88  Reason-History-Row  Value "RSN".
       88  Control-History-Row Value "CTL".
    03  Filler           Pic X(2).
    03  VH-Period        Pic X(6).
    03  Filler           Pic X(2).
    03  VH-Source-Code   Pic X(10).
    03  Filler           Pic X(2).
    03  VH-Received      Pic 9(9).
    03  Filler           Pic X(2).
    03  VH-Intake-Rejects Pic 9(9).
    03  Filler           Pic X(2).
    03  VH-Valid-Rejects Pic 9(9).
    03  Filler           Pic X(2).
    03  VH-Merge-Lost    Pic 9(9).
    03  Filler           Pic X(2).
    03  VH-Duplicates    Pic 9(9).
    03  Filler           Pic X(2).
    03  VH-Dnc-Hits      Pic 9(9).
    03  Filler           Pic X(2).
    03  VH-Crm-Rejects   Pic 9(9).
    03  Filler           Pic X(2).
    03  VH-Dead-Letters  Pic 9(9).
    03  Filler           Pic X(2).
    03  VH-Number-Rejects Pic 9(9).
 01  Vendor-Reason-Record.
    03  VR-Record-Type   Pic X(3).
    03  Filler           Pic X(2).
    03  VR-Period        Pic X(6).
    03  Filler           Pic X(2).
    03  VR-Source-Code   Pic X(10).
    03  Filler           Pic X(2).
    03  VR-Reason        Pic X(30).
    03  Filler           Pic X(2).
    03  VR-Count         Pic 9(9).
 01  Vendor-Control-Record.
    03  VC-Record-Type   Pic X(3).
    03  Filler           Pic X(2).
    03  VC-Last-Run-Date   Pic 9(8).
    03  Filler           Pic X(2).
    03  VC-Last-Audit-Date Pic 9(8).
    03  Filler           Pic X(2).
    03  VC-Last-Dead-Date  Pic 9(8).
 FD  Customer-Master.
 01  Customer-Record.
    03  CM-Customer-Id   Pic 9(9).
    03  CM-Area-Code     Pic XXX.
    03  CM-Prefix-Num    Pic XXX.
    03  CM-Last-Four     Pic X(4).
    03  CM-Extension     Pic 9(5).
    03  CM-Country-Code  Pic X(3).
    03  CM-Customer-Name Pic X(30).
    03  CM-Source-Code   Pic X(10).
    03  CM-Phone-List    Pic X(55).
 01  Customer-Control-Record.
    03  CC-Record-Type   Pic X(3).
       88  Header-Record     Value "HDR".
       88  Trailer-Record    Value "TRL".
    03  CC-File-Date     Pic 9(8).
    03  CC-Source-System Pic X(10).
    03  CC-Record-Count  Pic 9(9).
    03  Filler           Pic X(18).
 FD  Intake-Count-File.
 01  Intake-Count-Record.
    03  IK-Source-Code   Pic X(10).
    03  Filler           Pic X(2).
    03  IK-Run-Date      Pic 9(8).
    03  Filler           Pic X(2).
    03  IK-Records-Read  Pic 9(9).
 FD  Intake-Reject-File.
 01  Intake-Reject-Record.
    03  IR-Raw-Number    Pic X(25).
    03  Filler           Pic X(2).
    03  IR-Customer-Name Pic X(30).
    03  Filler           Pic X(2).
    03  IR-Reason        Pic X(30).
    03  Filler           Pic X(2).
    03  IR-Reject-Level  Pic X.
       88  Number-Level-Reject Value "N".
    03  Filler           Pic X(2).
    03  IR-Customer-Id   Pic 9(9).
 FD  Error-Report.
 01  Error-Report-Record.
    03  ER-Customer-Id   Pic 9(9).
    03  Filler           Pic X(2).
    03  ER-Area-Code     Pic XXX.
    03  ER-Prefix-Num    Pic XXX.
    03  ER-Last-Four     Pic X(4).
    03  Filler           Pic X(2).
    03  ER-Reason        Pic X(30).
    03  Filler           Pic X(2).
    03  ER-Extension     Pic 9(5).
    03  ER-Country-Code  Pic X(3).
    03  ER-Customer-Name Pic X(30).
 FD  Merge-Audit-Report.
 01  Merge-Audit-Record.
    03  MA-Heading-Text  Pic X(25).
       88  Merge-Audit-Heading Value "VENDOR MERGE AUDIT - RUN ".
    03  MA-Heading-Date  Pic X(8).
    03  Filler           Pic X(47).
 01  Merge-Summary-Record.
    03  MS-Source-Code   Pic X(10).
       88  Merge-Summary-Heading Value "SOURCE".
    03  Filler           Pic X(2).
    03  MS-Read-Count    Pic ZZZZZZZZ9.
    03  Filler           Pic X(2).
    03  MS-Won-Count     Pic ZZZZZZZZ9.
    03  Filler           Pic X(2).
    03  MS-Lost-Count    Pic ZZZZZZZZ9.
    03  Filler           Pic X(2).
    03  MS-Kept-Count    Pic ZZZZZZZZ9.
    03  Filler           Pic X(26).
 FD  Duplicate-Report.
 01  Duplicate-Report-Record.
    03  DR-Indent        Pic X(5).
    03  DR-Customer-Id   Pic X(9).
    03  Filler           Pic X(46).
 FD  Dnc-Suppression-Report.
 01  Dnc-Suppression-Record.
    03  DS-Area-Code     Pic XXX.
    03  DS-Prefix-Num    Pic XXX.
    03  DS-Last-Four     Pic X(4).
    03  Filler           Pic X(2).
    03  DS-Customer-Name Pic X(30).
    03  Filler           Pic X(2).
    03  DS-Reason        Pic X(30).
       88  Dnc-Registry-Hit    Value "ON DO-NOT-CALL REGISTRY".
    03  Filler           Pic X(2).
    03  DS-Customer-Id   Pic 9(9).
 FD  Crm-Exception-Report.
 01  Crm-Exception-Record.
    03  CE-Customer-Id   Pic 9(9).
    03  Filler           Pic X(2).
    03  CE-Area-Code     Pic XXX.
    03  CE-Prefix-Num    Pic XXX.
    03  CE-Last-Four     Pic X(4).
    03  Filler           Pic X(2).
    03  CE-Customer-Name Pic X(30).
    03  Filler           Pic X(2).
    03  CE-Disposition.
       05  CE-Disposition-Type Pic X(17).
          88  Crm-Rejection     Value "REJECTED BY CRM: ".
       05  Filler              Pic X(23).
 FD  Crm-Dead-Letter-File.
 01  Crm-Dead-Letter-Record.
    03  DD-Customer-Id   Pic 9(9).
    03  Filler           Pic X(2).
    03  DD-Area-Code     Pic XXX.
    03  DD-Prefix-Num    Pic XXX.
    03  DD-Last-Four     Pic X(4).
    03  Filler           Pic X(2).
    03  DD-Customer-Name Pic X(30).
    03  Filler           Pic X(2).
    03  DD-Retry-Count   Pic 9(2).
    03  Filler           Pic X(2).
    03  DD-Last-Reason   Pic X(20).
    03  Filler           Pic X(2).
    03  DD-Dead-Date     Pic 9(8).
 FD  Scorecard-Report.
 01  Scorecard-Report-Record Pic X(142).
 Working-Storage Section.
 01   WS-Config-Status           Pic XX.
 01   WS-History-Status          Pic XX.
 01   WS-Master-Status           Pic XX.
 01   WS-Intake-Count-Status     Pic XX.
 01   WS-Intake-Status           Pic XX.
 01   WS-Error-Status            Pic XX.
 01   WS-Audit-Status            Pic XX.
 01   WS-Duplicate-Status        Pic XX.
 01   WS-Dnc-Status              Pic XX.
 01   WS-Exception-Status        Pic XX.
 01   WS-Dead-Letter-Status      Pic XX.
 01   WS-Input-File-Switch       Pic X value "N".
    88  End-Of-Input-File         Value "Y".
 01   WS-Audit-Counted-Switch    Pic X value "N".
    88  Merge-Audit-Is-New        Value "Y".
 01   WS-Audit-Summary-Switch    Pic X value "N".
    88  In-Audit-Summary          Value "Y".
 01   WS-Intake-Counted-Switch   Pic X value "N".
    88  Intake-Counts-Are-New     Value "Y".
 01   WS-Audit-Read-Count        Pic 9(9).
 01   WS-Audit-Lost-Count        Pic 9(9).
 01   WS-Threshold-Pct           Pic 9(3) value 90.
 01   WS-Run-Date                Pic 9(8).
 01   WS-Run-Date-Parts Redefines WS-Run-Date.
    03  RD-Period.
       05  RD-Year       Pic 9(4).
       05  RD-Month      Pic 99.
    03  RD-Day           Pic 99.
 01   WS-Prior-Period.
    03  PP-Year          Pic 9(4).
    03  PP-Month         Pic 99.
 01   WS-Last-Run-Date           Pic 9(8) value 0.
 01   WS-Last-Audit-Date         Pic 9(8) value 0.
 01   WS-Last-Dead-Date          Pic 9(8) value 0.
 01   WS-New-Dead-Date           Pic 9(8) value 0.
 01   WS-Source-Lookup-Table.
    03  WS-Source-Lookup-Entry Occurs 1 to 200000 Times
            Depending on WS-Source-Lookup-Count
            Ascending Key is SC-Customer-Id
            Indexed by Sc-Idx.
       05  SC-Customer-Id    Pic 9(9).
       05  SC-Source-Code    Pic X(10).
 01   WS-Source-Lookup-Count     Pic 9(6) value 0.
 01   WS-Lookup-Customer-Id      Pic 9(9).
 01   WS-Tally-Source            Pic X(10).
 01   WS-Tally-Reason            Pic X(30).
 01   WS-Current-Table.
    03  WS-Current-Entry Occurs 50 Times.
       05  CT-Source-Code    Pic X(10).
       05  CT-Received       Pic 9(9).
       05  CT-Intake-Rejects Pic 9(9).
       05  CT-Number-Rejects Pic 9(9).
       05  CT-Valid-Rejects  Pic 9(9).
       05  CT-Merge-Lost     Pic 9(9).
       05  CT-Duplicates     Pic 9(9).
       05  CT-Dnc-Hits       Pic 9(9).
       05  CT-Crm-Rejects    Pic 9(9).
       05  CT-Dead-Letters   Pic 9(9).
 01   WS-Current-Count           Pic 9(2) value 0.
 01   WS-Current-Index           Pic 9(2).
 01   WS-Current-Found-Switch    Pic X value "N".
    88  Current-Entry-Found       Value "Y".
 01   WS-Current-Reason-Table.
    03  WS-Current-Reason-Entry Occurs 500 Times.
       05  CR-Source-Code    Pic X(10).
       05  CR-Reason         Pic X(30).
       05  CR-Count          Pic 9(9).
 01   WS-Current-Reason-Count    Pic 9(3) value 0.
 01   WS-Reason-Index            Pic 9(3).
 01   WS-Reason-Found-Switch     Pic X value "N".
    88  Reason-Entry-Found        Value "Y".
 01   WS-History-Table.
    03  WS-History-Entry Occurs 2000 Times.
       05  HT-Source-Row     Pic X(122).
 01   WS-History-Count           Pic 9(4) value 0.
 01   WS-History-Index           Pic 9(4).
 01   WS-History-Row.
    03  HR-Record-Type    Pic X(3).
    03  Filler            Pic X(2).
    03  HR-Period         Pic X(6).
    03  Filler            Pic X(2).
    03  HR-Source-Code    Pic X(10).
    03  Filler            Pic X(2).
    03  HR-Received       Pic 9(9).
    03  Filler            Pic X(2).
    03  HR-Intake-Rejects Pic 9(9).
    03  Filler            Pic X(2).
    03  HR-Valid-Rejects  Pic 9(9).
    03  Filler            Pic X(2).
    03  HR-Merge-Lost     Pic 9(9).
    03  Filler            Pic X(2).
    03  HR-Duplicates     Pic 9(9).
    03  Filler            Pic X(2).
    03  HR-Dnc-Hits       Pic 9(9).
    03  Filler            Pic X(2).
    03  HR-Crm-Rejects    Pic 9(9).
    03  Filler            Pic X(2).
    03  HR-Dead-Letters   Pic 9(9).
    03  Filler            Pic X(2).
    03  HR-Number-Rejects Pic 9(9).
 01   WS-Problem-Count           Pic 9(10).
 01   WS-Received-Count          Pic 9(9).
 01   WS-Quality-Pct             Pic 9(3)V9.
 01   WS-Prior-Pct               Pic 9(3)V9.
 01   WS-Prior-Found-Switch      Pic X value "N".
    88  Prior-Period-Found        Value "Y".
 01   WS-Customers-Counted       Pic 9(7) value 0.
 01   WS-Received-Counted        Pic 9(9) value 0.
 01   WS-Intake-Rejects-Counted  Pic 9(7) value 0.
 01   WS-Number-Rejects-Counted  Pic 9(7) value 0.
 01   WS-Valid-Rejects-Counted   Pic 9(7) value 0.
 01   WS-Merge-Lost-Counted      Pic 9(7) value 0.
 01   WS-Duplicates-Counted      Pic 9(7) value 0.
 01   WS-Dnc-Hits-Counted        Pic 9(7) value 0.
 01   WS-Crm-Rejects-Counted     Pic 9(7) value 0.
 01   WS-Dead-Letters-Counted    Pic 9(7) value 0.
 01   WS-Below-Threshold-Count   Pic 9(3) value 0.
 01   WS-Report-Heading-1.
    03  Filler            Pic X(39)
        value "VENDOR DATA-QUALITY SCORECARD - PERIOD ".
    03  RH-Period         Pic X(6).
    03  Filler            Pic X(13) value "  THRESHOLD ".
    03  RH-Threshold      Pic ZZ9.
    03  Filler            Pic X(4)  value " PCT".
 01   WS-Report-Heading-2.
    03  Filler  Pic X(12) value "SOURCE".
    03  Filler  Pic X(10) value "  RECEIVED".
    03  Filler  Pic X(9)  value "   INTAKE".
    03  Filler  Pic X(9)  value "  NUM REJ".
    03  Filler  Pic X(9)  value "    VALID".
    03  Filler  Pic X(9)  value "   MERGED".
    03  Filler  Pic X(9)  value "     DUPS".
    03  Filler  Pic X(9)  value "      DNC".
    03  Filler  Pic X(9)  value "  CRM REJ".
    03  Filler  Pic X(9)  value "     DEAD".
    03  Filler  Pic X(9)  value "  QUALITY".
    03  Filler  Pic X(9)  value "    PRIOR".
    03  Filler  Pic X(10) value "  TREND".
    03  Filler  Pic X(20) value "FLAGS".
 01   WS-Detail-Line.
    03  DT-Source-Code    Pic X(10).
    03  Filler            Pic X(2)  value spaces.
    03  DT-Received       Pic ZZZZZZZZZ9.
    03  DT-Intake-Rejects Pic ZZZZZZZZ9.
    03  DT-Number-Rejects Pic ZZZZZZZZ9.
    03  DT-Valid-Rejects  Pic ZZZZZZZZ9.
    03  DT-Merge-Lost     Pic ZZZZZZZZ9.
    03  DT-Duplicates     Pic ZZZZZZZZ9.
    03  DT-Dnc-Hits       Pic ZZZZZZZZ9.
    03  DT-Crm-Rejects    Pic ZZZZZZZZ9.
    03  DT-Dead-Letters   Pic ZZZZZZZZ9.
    03  Filler            Pic X(4)  value spaces.
    03  DT-Quality-Pct    Pic ZZ9.9.
    03  Filler            Pic X(4)  value spaces.
    03  DT-Prior-Pct      Pic ZZ9.9.
    03  DT-Prior-Text Redefines DT-Prior-Pct Pic X(5).
    03  Filler            Pic X(2)  value spaces.
    03  DT-Trend          Pic X(5).
    03  Filler            Pic X(3)  value spaces.
    03  DT-Flags          Pic X(20).
 01   WS-Reason-Heading          Pic X(34)
        value "VALIDATION REJECTS BY REASON:".
 01   WS-Reason-Line.
    03  Filler            Pic X(5)  value spaces.
    03  RL-Source-Code    Pic X(10).
    03  Filler            Pic X(2)  value spaces.
    03  RL-Reason         Pic X(30).
    03  Filler            Pic X(2)  value spaces.
    03  RL-Count          Pic ZZZZZZZZ9.
 01   WS-Blank-Line              Pic X(1) value space.
 Procedure Division.
 Start-of-program.
    Accept WS-Run-Date from Date YYYYMMDD.
    Move RD-Year to PP-Year.
    Move RD-Month to PP-Month.
    If PP-Month = 1
        Subtract 1 from PP-Year
        Move 12 to PP-Month
    Else
        Subtract 1 from PP-Month
    End-If.
    Perform Read-Scorecard-Config.
    Perform Load-Vendor-History.
    If WS-Last-Run-Date = WS-Run-Date
        Display "NIGHTLY COUNTS ALREADY ADDED FOR " WS-Run-Date
                " - SCORECARD REPORTED ONLY"
    Else
        Perform Load-Customer-Sources
        Perform Count-Intake-Received
        Perform Count-Intake-Rejects
        Perform Count-Validation-Rejects
        Perform Count-Merge-Collisions
        Perform Count-Duplicates
        Perform Count-Dnc-Hits
        Perform Count-Crm-Rejects
        Perform Count-Dead-Letters
        Move WS-Run-Date to WS-Last-Run-Date
        Perform Rewrite-Vendor-History
    End-If.
    Perform Write-Scorecard-Report.
    Display "CUSTOMER SOURCES LOADED:  " WS-Customers-Counted.
    Display "RECORDS RECEIVED COUNTED: " WS-Received-Counted.
    Display "INTAKE REJECTS COUNTED:   " WS-Intake-Rejects-Counted.
    Display "NUMBER REJECTS COUNTED:   " WS-Number-Rejects-Counted.
    Display "VALIDATION REJECTS:       " WS-Valid-Rejects-Counted.
    Display "MERGE RECORDS LOST:       " WS-Merge-Lost-Counted.
    Display "DUPLICATES COUNTED:       " WS-Duplicates-Counted.
    Display "DNC HITS COUNTED:         " WS-Dnc-Hits-Counted.
    Display "CRM REJECTS COUNTED:      " WS-Crm-Rejects-Counted.
    Display "DEAD LETTERS COUNTED:     " WS-Dead-Letters-Counted.
    Display "SOURCES BELOW THRESHOLD:  " WS-Below-Threshold-Count.
    Goback.

 Read-Scorecard-Config.
    Open Input Scorecard-Config-File.
    If WS-Config-Status = "00"
        Read Scorecard-Config-File
            At End
                Continue
            Not At End
                If SG-Threshold-Pct is Numeric
                        and SG-Threshold-Pct > 0
                        and SG-Threshold-Pct not > 100
                    Move SG-Threshold-Pct to WS-Threshold-Pct
                End-If
        End-Read
        Close Scorecard-Config-File
    End-If.

 Load-Vendor-History.
    Open Input Vendor-History-File.
    If WS-History-Status = "00"
        Move "N" to WS-Input-File-Switch
        Perform Until End-Of-Input-File
            Read Vendor-History-File
                At End
                    Set End-Of-Input-File to True
                Not At End
                    Perform Load-History-Row
            End-Read
        End-Perform
        Close Vendor-History-File
    End-If.

 Load-History-Row.
    Evaluate True
        When Control-History-Row
            If VC-Last-Run-Date is Numeric
                Move VC-Last-Run-Date to WS-Last-Run-Date
            End-If
            If VC-Last-Audit-Date is Numeric
                Move VC-Last-Audit-Date to WS-Last-Audit-Date
            End-If
            If VC-Last-Dead-Date is Numeric
                Move VC-Last-Dead-Date to WS-Last-Dead-Date
            End-If
        When Source-History-Row and VH-Period = RD-Period
            Move VH-Source-Code to WS-Tally-Source
            Perform Find-Current-Entry
            Move VH-Received       to CT-Received (WS-Current-Index)
            Move VH-Intake-Rejects
                to CT-Intake-Rejects (WS-Current-Index)
            If VH-Number-Rejects is Numeric
                Move VH-Number-Rejects
                    to CT-Number-Rejects (WS-Current-Index)
            End-If
            Move VH-Valid-Rejects
                to CT-Valid-Rejects (WS-Current-Index)
            Move VH-Merge-Lost     to CT-Merge-Lost (WS-Current-Index)
            Move VH-Duplicates     to CT-Duplicates (WS-Current-Index)
            Move VH-Dnc-Hits       to CT-Dnc-Hits (WS-Current-Index)
            Move VH-Crm-Rejects    to CT-Crm-Rejects (WS-Current-Index)
            Move VH-Dead-Letters
                to CT-Dead-Letters (WS-Current-Index)
        When Reason-History-Row and VR-Period = RD-Period
            Move VR-Source-Code to WS-Tally-Source
            Move VR-Reason      to WS-Tally-Reason
            Perform Find-Current-Reason
            Move VR-Count to CR-Count (WS-Reason-Index)
        When Source-History-Row or Reason-History-Row
            If WS-History-Count = 2000
                Display "** VENDOR HISTORY TABLE FULL - INCREASE"
                        " TABLE SIZE **"
                Display "** RUN STOPPED - NOTIFY OPERATIONS **"
                Close Vendor-History-File
                Move 16 to Return-Code
                Stop Run
            End-If
            Add 1 to WS-History-Count
            Move Vendor-History-Record
                to HT-Source-Row (WS-History-Count)
        When Other
            Continue
    End-Evaluate.

 Find-Current-Entry.
    If WS-Tally-Source = Spaces
        Move "NO SOURCE" to WS-Tally-Source
    End-If.
    Move "N" to WS-Current-Found-Switch.
    Perform Varying WS-Current-Index from 1 by 1
            Until WS-Current-Index > WS-Current-Count
                or Current-Entry-Found
        If CT-Source-Code (WS-Current-Index) = WS-Tally-Source
            Set Current-Entry-Found to True
        End-If
    End-Perform.
    If Current-Entry-Found
        Subtract 1 from WS-Current-Index
    Else
        If WS-Current-Count = 50
            Display "** SOURCE TABLE FULL - INCREASE TABLE SIZE **"
            Display "** RUN STOPPED - NOTIFY OPERATIONS **"
            Move 16 to Return-Code
            Stop Run
        End-If
        Add 1 to WS-Current-Count
        Move WS-Current-Count to WS-Current-Index
        Move WS-Tally-Source to CT-Source-Code (WS-Current-Index)
        Move Zero to CT-Received (WS-Current-Index)
        Move Zero to CT-Intake-Rejects (WS-Current-Index)
        Move Zero to CT-Number-Rejects (WS-Current-Index)
        Move Zero to CT-Valid-Rejects (WS-Current-Index)
        Move Zero to CT-Merge-Lost (WS-Current-Index)
        Move Zero to CT-Duplicates (WS-Current-Index)
        Move Zero to CT-Dnc-Hits (WS-Current-Index)
        Move Zero to CT-Crm-Rejects (WS-Current-Index)
        Move Zero to CT-Dead-Letters (WS-Current-Index)
    End-If.

 Find-Current-Reason.
    Move "N" to WS-Reason-Found-Switch.
    Perform Varying WS-Reason-Index from 1 by 1
            Until WS-Reason-Index > WS-Current-Reason-Count
                or Reason-Entry-Found
        If CR-Source-Code (WS-Reason-Index) = WS-Tally-Source
                and CR-Reason (WS-Reason-Index) = WS-Tally-Reason
            Set Reason-Entry-Found to True
        End-If
    End-Perform.
    If Reason-Entry-Found
        Subtract 1 from WS-Reason-Index
    Else
        If WS-Current-Reason-Count = 500
            Display "** REASON TABLE FULL - INCREASE TABLE SIZE **"
            Display "** RUN STOPPED - NOTIFY OPERATIONS **"
            Move 16 to Return-Code
            Stop Run
        End-If
        Add 1 to WS-Current-Reason-Count
        Move WS-Current-Reason-Count to WS-Reason-Index
        Move WS-Tally-Source to CR-Source-Code (WS-Reason-Index)
        Move WS-Tally-Reason to CR-Reason (WS-Reason-Index)
        Move Zero to CR-Count (WS-Reason-Index)
    End-If.

 Load-Customer-Sources.
    Open Input Customer-Master.
    If WS-Master-Status not = "00"
        Display "** CANNOT OPEN CUSTOMER MASTER CUSTMAST.DAT"
                " - STATUS " WS-Master-Status " **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Move 16 to Return-Code
        Stop Run
    End-If.
    Move "N" to WS-Input-File-Switch.
    Perform Until End-Of-Input-File
        Read Customer-Master
            At End
                Set End-Of-Input-File to True
            Not At End
                If not Header-Record and not Trailer-Record
                        and CM-Customer-Id is Numeric
                    Perform Add-Customer-Source
                End-If
        End-Read
    End-Perform.
    Close Customer-Master.
    If WS-Source-Lookup-Count > 0
        Sort WS-Source-Lookup-Entry Ascending SC-Customer-Id
    End-If.

 Add-Customer-Source.
    If WS-Source-Lookup-Count = 200000
        Display "** CUSTOMER SOURCE TABLE FULL - INCREASE TABLE"
                " SIZE **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Close Customer-Master
        Move 16 to Return-Code
        Stop Run
    End-If.
    Add 1 to WS-Source-Lookup-Count.
    Move CM-Customer-Id to SC-Customer-Id (WS-Source-Lookup-Count).
    If CM-Source-Code = Spaces
        Move "NO SOURCE" to SC-Source-Code (WS-Source-Lookup-Count)
    Else
        Move CM-Source-Code
            to SC-Source-Code (WS-Source-Lookup-Count)
    End-If.
    Add 1 to WS-Customers-Counted.

 Find-Customer-Source.
    Move "UNMATCHED" to WS-Tally-Source.
    If WS-Source-Lookup-Count > 0
        Search All WS-Source-Lookup-Entry
            At End
                Continue
            When SC-Customer-Id (Sc-Idx) = WS-Lookup-Customer-Id
                Move SC-Source-Code (Sc-Idx) to WS-Tally-Source
        End-Search
    End-If.
    Perform Find-Current-Entry.

 Count-Intake-Received.
    Move "N" to WS-Intake-Counted-Switch.
    Open Input Intake-Count-File.
    If WS-Intake-Count-Status = "00"
        Move "N" to WS-Input-File-Switch
        Perform Until End-Of-Input-File
            Read Intake-Count-File
                At End
                    Set End-Of-Input-File to True
                Not At End
                    If IK-Run-Date is Numeric
                            and IK-Run-Date > WS-Last-Run-Date
                            and IK-Records-Read is Numeric
                        Perform Tally-Intake-Received
                    End-If
            End-Read
        End-Perform
        Close Intake-Count-File
    End-If.

 Tally-Intake-Received.
    Set Intake-Counts-Are-New to True.
    Move IK-Source-Code to WS-Tally-Source.
    Perform Find-Current-Entry.
    Add IK-Records-Read to CT-Received (WS-Current-Index).
    Add IK-Records-Read to WS-Received-Counted.

 Count-Intake-Rejects.
    If Intake-Counts-Are-New
        Open Input Intake-Reject-File
        If WS-Intake-Status = "00"
            Move "N" to WS-Input-File-Switch
            Perform Until End-Of-Input-File
                Read Intake-Reject-File
                    At End
                        Set End-Of-Input-File to True
                    Not At End
                        Perform Tally-Intake-Reject
                End-Read
            End-Perform
            Close Intake-Reject-File
        End-If
    End-If.

 Tally-Intake-Reject.
    If Number-Level-Reject
        If IR-Customer-Id is Numeric
            Move IR-Customer-Id to WS-Lookup-Customer-Id
        Else
            Move Zero to WS-Lookup-Customer-Id
        End-If
        Perform Find-Customer-Source
        Add 1 to CT-Number-Rejects (WS-Current-Index)
        Add 1 to WS-Number-Rejects-Counted
    Else
        Move "INTAKE" to WS-Tally-Source
        Perform Find-Current-Entry
        Add 1 to CT-Intake-Rejects (WS-Current-Index)
        Add 1 to WS-Intake-Rejects-Counted
    End-If.

 Count-Validation-Rejects.
    Open Input Error-Report.
    If WS-Error-Status = "00"
        Move "N" to WS-Input-File-Switch
        Perform Until End-Of-Input-File
            Read Error-Report
                At End
                    Set End-Of-Input-File to True
                Not At End
                    Perform Tally-Validation-Reject
            End-Read
        End-Perform
        Close Error-Report
    End-If.

 Tally-Validation-Reject.
    If ER-Customer-Id is Numeric
        Move ER-Customer-Id to WS-Lookup-Customer-Id
    Else
        Move Zero to WS-Lookup-Customer-Id
    End-If.
    Perform Find-Customer-Source.
    Add 1 to CT-Valid-Rejects (WS-Current-Index).
    Add 1 to WS-Valid-Rejects-Counted.
    Move ER-Reason to WS-Tally-Reason.
    If WS-Tally-Reason = Spaces
        Move "NO REASON GIVEN" to WS-Tally-Reason
    End-If.
    Perform Find-Current-Reason.
    Add 1 to CR-Count (WS-Reason-Index).

 Count-Merge-Collisions.
    Move "N" to WS-Audit-Counted-Switch.
    Move "N" to WS-Audit-Summary-Switch.
    Open Input Merge-Audit-Report.
    If WS-Audit-Status = "00"
        Move "N" to WS-Input-File-Switch
        Perform Until End-Of-Input-File
            Read Merge-Audit-Report
                At End
                    Set End-Of-Input-File to True
                Not At End
                    Perform Tally-Merge-Audit-Line
            End-Read
        End-Perform
        Close Merge-Audit-Report
    End-If.

 Tally-Merge-Audit-Line.
    If Merge-Audit-Heading
        If MA-Heading-Date is Numeric
                and MA-Heading-Date > WS-Last-Audit-Date
            Set Merge-Audit-Is-New to True
            Move MA-Heading-Date to WS-Last-Audit-Date
        End-If
    Else
        If Merge-Summary-Heading
            Set In-Audit-Summary to True
        Else
            If In-Audit-Summary and Merge-Audit-Is-New
                Perform Tally-Merge-Summary
            End-If
        End-If
    End-If.

 Tally-Merge-Summary.
    Move MS-Read-Count to WS-Audit-Read-Count.
    Move MS-Lost-Count to WS-Audit-Lost-Count.
    Move MS-Source-Code to WS-Tally-Source.
    Perform Find-Current-Entry.
    Add WS-Audit-Read-Count to CT-Received (WS-Current-Index).
    Add WS-Audit-Read-Count to WS-Received-Counted.
    Add WS-Audit-Lost-Count to CT-Merge-Lost (WS-Current-Index).
    Add WS-Audit-Lost-Count to WS-Merge-Lost-Counted.

 Count-Duplicates.
    Open Input Duplicate-Report.
    If WS-Duplicate-Status = "00"
        Move "N" to WS-Input-File-Switch
        Perform Until End-Of-Input-File
            Read Duplicate-Report
                At End
                    Set End-Of-Input-File to True
                Not At End
                    If DR-Indent = Spaces
                            and DR-Customer-Id is Numeric
                        Move DR-Customer-Id to WS-Lookup-Customer-Id
                        Perform Find-Customer-Source
                        Add 1 to CT-Duplicates (WS-Current-Index)
                        Add 1 to WS-Duplicates-Counted
                    End-If
            End-Read
        End-Perform
        Close Duplicate-Report
    End-If.

 Count-Dnc-Hits.
    Open Input Dnc-Suppression-Report.
    If WS-Dnc-Status = "00"
        Move "N" to WS-Input-File-Switch
        Perform Until End-Of-Input-File
            Read Dnc-Suppression-Report
                At End
                    Set End-Of-Input-File to True
                Not At End
                    If Dnc-Registry-Hit
                        Perform Tally-Dnc-Hit
                    End-If
            End-Read
        End-Perform
        Close Dnc-Suppression-Report
    End-If.

 Tally-Dnc-Hit.
    If DS-Customer-Id is Numeric
        Move DS-Customer-Id to WS-Lookup-Customer-Id
    Else
        Move Zero to WS-Lookup-Customer-Id
    End-If.
    Perform Find-Customer-Source.
    Add 1 to CT-Dnc-Hits (WS-Current-Index).
    Add 1 to WS-Dnc-Hits-Counted.

 Count-Crm-Rejects.
    Open Input Crm-Exception-Report.
    If WS-Exception-Status = "00"
        Move "N" to WS-Input-File-Switch
        Perform Until End-Of-Input-File
            Read Crm-Exception-Report
                At End
                    Set End-Of-Input-File to True
                Not At End
                    If Crm-Rejection and CE-Customer-Id is Numeric
                        Move CE-Customer-Id to WS-Lookup-Customer-Id
                        Perform Find-Customer-Source
                        Add 1 to CT-Crm-Rejects (WS-Current-Index)
                        Add 1 to WS-Crm-Rejects-Counted
                    End-If
            End-Read
        End-Perform
        Close Crm-Exception-Report
    End-If.

 Count-Dead-Letters.
    Move WS-Last-Dead-Date to WS-New-Dead-Date.
    Open Input Crm-Dead-Letter-File.
    If WS-Dead-Letter-Status = "00"
        Move "N" to WS-Input-File-Switch
        Perform Until End-Of-Input-File
            Read Crm-Dead-Letter-File
                At End
                    Set End-Of-Input-File to True
                Not At End
                    If DD-Dead-Date is Numeric
                            and DD-Dead-Date > WS-Last-Dead-Date
                            and DD-Customer-Id is Numeric
                        Perform Tally-Dead-Letter
                    End-If
            End-Read
        End-Perform
        Close Crm-Dead-Letter-File
    End-If.
    Move WS-New-Dead-Date to WS-Last-Dead-Date.

 Tally-Dead-Letter.
    Move DD-Customer-Id to WS-Lookup-Customer-Id.
    Perform Find-Customer-Source.
    Add 1 to CT-Dead-Letters (WS-Current-Index).
    Add 1 to WS-Dead-Letters-Counted.
    If DD-Dead-Date > WS-New-Dead-Date
        Move DD-Dead-Date to WS-New-Dead-Date
    End-If.

 Rewrite-Vendor-History.
    Open Output Vendor-History-File.
    If WS-History-Status not = "00"
        Display "** CANNOT REWRITE VENDOR HISTORY VNDHIST.DAT"
                " - STATUS " WS-History-Status " **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Move 16 to Return-Code
        Stop Run
    End-If.
    Move Spaces to Vendor-Control-Record.
    Move "CTL"              to VC-Record-Type.
    Move WS-Last-Run-Date   to VC-Last-Run-Date.
    Move WS-Last-Audit-Date to VC-Last-Audit-Date.
    Move WS-Last-Dead-Date  to VC-Last-Dead-Date.
    Write Vendor-Control-Record.
    Perform Varying WS-History-Index from 1 by 1
            Until WS-History-Index > WS-History-Count
        Write Vendor-History-Record
            from HT-Source-Row (WS-History-Index)
    End-Perform.
    Perform Varying WS-Current-Index from 1 by 1
            Until WS-Current-Index > WS-Current-Count
        Move Spaces to Vendor-History-Record
        Move "SRC"     to VH-Record-Type
        Move RD-Period to VH-Period
        Move CT-Source-Code (WS-Current-Index)    to VH-Source-Code
        Move CT-Received (WS-Current-Index)       to VH-Received
        Move CT-Intake-Rejects (WS-Current-Index)
            to VH-Intake-Rejects
        Move CT-Number-Rejects (WS-Current-Index)
            to VH-Number-Rejects
        Move CT-Valid-Rejects (WS-Current-Index)  to VH-Valid-Rejects
        Move CT-Merge-Lost (WS-Current-Index)     to VH-Merge-Lost
        Move CT-Duplicates (WS-Current-Index)     to VH-Duplicates
        Move CT-Dnc-Hits (WS-Current-Index)       to VH-Dnc-Hits
        Move CT-Crm-Rejects (WS-Current-Index)    to VH-Crm-Rejects
        Move CT-Dead-Letters (WS-Current-Index)   to VH-Dead-Letters
        Write Vendor-History-Record
    End-Perform.
    Perform Varying WS-Reason-Index from 1 by 1
            Until WS-Reason-Index > WS-Current-Reason-Count
        Move Spaces to Vendor-Reason-Record
        Move "RSN"     to VR-Record-Type
        Move RD-Period to VR-Period
        Move CR-Source-Code (WS-Reason-Index) to VR-Source-Code
        Move CR-Reason (WS-Reason-Index)      to VR-Reason
        Move CR-Count (WS-Reason-Index)       to VR-Count
        Write Vendor-Reason-Record
    End-Perform.
    Close Vendor-History-File.

 Write-Scorecard-Report.
    Open Output Scorecard-Report.
    Move RD-Period        to RH-Period.
    Move WS-Threshold-Pct to RH-Threshold.
    Write Scorecard-Report-Record from WS-Report-Heading-1.
    Write Scorecard-Report-Record from WS-Report-Heading-2.
    Perform Varying WS-Current-Index from 1 by 1
            Until WS-Current-Index > WS-Current-Count
        Perform Write-Source-Score
    End-Perform.
    If WS-Current-Reason-Count > 0
        Write Scorecard-Report-Record from WS-Blank-Line
        Write Scorecard-Report-Record from WS-Reason-Heading
        Perform Varying WS-Reason-Index from 1 by 1
                Until WS-Reason-Index > WS-Current-Reason-Count
            Move CR-Source-Code (WS-Reason-Index) to RL-Source-Code
            Move CR-Reason (WS-Reason-Index)      to RL-Reason
            Move CR-Count (WS-Reason-Index)       to RL-Count
            Write Scorecard-Report-Record from WS-Reason-Line
        End-Perform
    End-If.
    Close Scorecard-Report.

 Write-Source-Score.
    Move Spaces to DT-Flags.
    Move CT-Source-Code (WS-Current-Index)    to DT-Source-Code.
    Move CT-Received (WS-Current-Index)       to DT-Received.
    Move CT-Intake-Rejects (WS-Current-Index) to DT-Intake-Rejects.
    Move CT-Number-Rejects (WS-Current-Index) to DT-Number-Rejects.
    Move CT-Valid-Rejects (WS-Current-Index)  to DT-Valid-Rejects.
    Move CT-Merge-Lost (WS-Current-Index)     to DT-Merge-Lost.
    Move CT-Duplicates (WS-Current-Index)     to DT-Duplicates.
    Move CT-Dnc-Hits (WS-Current-Index)       to DT-Dnc-Hits.
    Move CT-Crm-Rejects (WS-Current-Index)    to DT-Crm-Rejects.
    Move CT-Dead-Letters (WS-Current-Index)   to DT-Dead-Letters.
    Perform Find-Prior-Period.
    Move CT-Received (WS-Current-Index)       to WS-Received-Count.
    Compute WS-Problem-Count
        = CT-Intake-Rejects (WS-Current-Index)
        + CT-Valid-Rejects (WS-Current-Index)
        + CT-Merge-Lost (WS-Current-Index)
        + CT-Duplicates (WS-Current-Index)
        + CT-Dnc-Hits (WS-Current-Index)
        + CT-Crm-Rejects (WS-Current-Index)
        + CT-Dead-Letters (WS-Current-Index).
    Perform Compute-Quality-Pct.
    Move WS-Quality-Pct to DT-Quality-Pct.
    If WS-Received-Count = Zero
        Move "NO RECORDS RECEIVED" to DT-Flags
        Move "-" to DT-Trend
    Else
        If Prior-Period-Found
            Move WS-Prior-Pct to DT-Prior-Pct
            If WS-Quality-Pct > WS-Prior-Pct
                Move "UP" to DT-Trend
            Else
                If WS-Quality-Pct < WS-Prior-Pct
                    Move "DOWN" to DT-Trend
                Else
                    Move "FLAT" to DT-Trend
                End-If
            End-If
        Else
            Move "NEW" to DT-Trend
        End-If
        If WS-Quality-Pct < WS-Threshold-Pct
            Move "BELOW THRESHOLD" to DT-Flags
            Add 1 to WS-Below-Threshold-Count
        End-If
    End-If.
    If not Prior-Period-Found or WS-Received-Count = Zero
        Move Spaces to DT-Prior-Text
    End-If.
    Write Scorecard-Report-Record from WS-Detail-Line.

 Compute-Quality-Pct.
    Move Zero to WS-Quality-Pct.
    If WS-Received-Count > Zero
            and WS-Problem-Count < WS-Received-Count
        Compute WS-Quality-Pct Rounded
            = (WS-Received-Count - WS-Problem-Count) * 100
            / WS-Received-Count
    End-If.

 Find-Prior-Period.
    Move "N" to WS-Prior-Found-Switch.
    Move Zero to WS-Prior-Pct.
    Perform Varying WS-History-Index from 1 by 1
            Until WS-History-Index > WS-History-Count
                or Prior-Period-Found
        Move HT-Source-Row (WS-History-Index) to WS-History-Row
        If HR-Record-Type = "SRC"
                and HR-Period = WS-Prior-Period
                and HR-Source-Code = CT-Source-Code (WS-Current-Index)
            Set Prior-Period-Found to True
        End-If
    End-Perform.
    If Prior-Period-Found and HR-Received > Zero
        Move HR-Received to WS-Received-Count
        Compute WS-Problem-Count
            = HR-Intake-Rejects + HR-Valid-Rejects + HR-Merge-Lost
            + HR-Duplicates + HR-Dnc-Hits + HR-Crm-Rejects
            + HR-Dead-Letters
        Perform Compute-Quality-Pct
        Move WS-Quality-Pct to WS-Prior-Pct
    Else
        Move "N" to WS-Prior-Found-Switch
    End-If.
