 Program-Id. Phone-Lookup.
 Environment Division.
 Input-Output Section.
 File-Control.
    Select Lookup-Request-File Assign to "LOOKREQ.DAT"
        Organization is Line Sequential
        File Status is WS-Request-Status.
    Select Customer-Index-File Assign to "CUSTIDX.DAT"
        Organization is Indexed
        Access Mode is Dynamic
        Record Key is CI-Customer-Id
        Alternate Record Key is CI-Phone-Key-1 With Duplicates
        Alternate Record Key is CI-Phone-Key-2 With Duplicates
        Alternate Record Key is CI-Phone-Key-3 With Duplicates
        File Status is WS-Index-File-Status.
    Select Consent-File Assign to "CONSENT.DAT"
        Organization is Line Sequential
        File Status is WS-Consent-Status.
    Select Dnc-List Assign to "DNCLIST.DAT"
        Organization is Line Sequential
        File Status is WS-Dnc-List-Status.
    Select Reject-Aging-File Assign to "ERRAGE.DAT"
        Organization is Line Sequential
        File Status is WS-Aging-File-Status.
    Select Crm-Dead-Letter-File Assign to "CRMDEAD.DAT"
        Organization is Line Sequential
        File Status is WS-Dead-Letter-Status.
    Select Area-Code-Reference Assign to "AREACODE.DAT"
        Organization is Line Sequential
        File Status is WS-Area-Ref-Status.
    Select Lookup-Report Assign to "LOOKRPT.DAT"
        Organization is Line Sequential.
 Data Division.
 File Section.
 FD  Lookup-Request-File.
 01  Lookup-Request-Record.
    03  LQ-Request-Type  Pic X.
       88  Id-Request        Value "I".
       88  Phone-Request     Value "P".
    03  Filler           Pic X.
    03  LQ-Customer-Id   Pic 9(9).
    03  Filler           Pic X.
    03  LQ-Phone-Key.
       05  LQ-Area-Code   Pic XXX.
       05  LQ-Prefix-Num  Pic XXX.
       05  LQ-Last-Four   Pic X(4).
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
 FD  Consent-File.
 01  Consent-Record.
    03  CN-Customer-Id   Pic 9(9).
    03  CN-Call-Consent  Pic X.
    03  CN-Text-Consent  Pic X.
    03  CN-Mail-Consent  Pic X.
    03  CN-Update-Date   Pic 9(8).
    03  CN-Phone-Key     Pic X(10).
 FD  Dnc-List.
 01  Dnc-List-Record.
    03  DNC-Area-Code    Pic XXX.
    03  DNC-Prefix-Num   Pic XXX.
    03  DNC-Last-Four    Pic X(4).
 FD  Reject-Aging-File.
 01  Reject-Aging-Record.
    03  EA-Customer-Id   Pic 9(9).
    03  EA-Area-Code     Pic XXX.
    03  EA-Prefix-Num    Pic XXX.
    03  EA-Last-Four     Pic X(4).
    03  EA-Extension     Pic 9(5).
    03  EA-Country-Code  Pic X(3).
    03  EA-Customer-Name Pic X(30).
    03  EA-Reason        Pic X(30).
    03  EA-First-Date    Pic 9(8).
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
 FD  Area-Code-Reference.
 01  Area-Code-Reference-Record.
    03  AC-Area-Code     Pic XXX.
    03  Filler           Pic X(2).
    03  AC-State         Pic X(20).
    03  Filler           Pic X(2).
    03  AC-Time-Zone     Pic X(12).
 FD  Lookup-Report.
 01  Lookup-Report-Record  Pic X(100).
 Working-Storage Section.
 01   WS-Request-Status          Pic XX.
 01   WS-Index-File-Status       Pic XX.
 01   WS-Consent-Status          Pic XX.
 01   WS-Dnc-List-Status         Pic XX.
 01   WS-Aging-File-Status       Pic XX.
 01   WS-Dead-Letter-Status      Pic XX.
 01   WS-Area-Ref-Status         Pic XX.
 01   WS-Request-Switch          Pic X value "N".
    88  End-Of-Request-File       Value "Y".
 01   WS-Consent-File-Switch     Pic X value "N".
    88  End-Of-Consent-File       Value "Y".
 01   WS-Dnc-File-Switch         Pic X value "N".
    88  End-Of-Dnc-List           Value "Y".
 01   WS-Aging-File-Switch       Pic X value "N".
    88  End-Of-Aging-File         Value "Y".
 01   WS-Dead-Letter-Switch      Pic X value "N".
    88  End-Of-Dead-Letter-File   Value "Y".
 01   WS-Area-Ref-Switch         Pic X value "N".
    88  End-Of-Area-Ref           Value "Y".
 01   WS-Phone-Scan-Switch       Pic X value "N".
    88  End-Of-Phone-Matches      Value "Y".
 01   WS-Customer-Found-Switch   Pic X value "N".
    88  Customer-Found            Value "Y".
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
 01   WS-Consent-Phone-Key       Pic X(10).
 01   WS-Dnc-Table.
    03  WS-Dnc-Entry Occurs 1 to 50000 Times
            Depending on WS-Dnc-Entry-Count
            Ascending Key is DT-Phone-Key
            Indexed by Dnc-Idx.
       05  DT-Phone-Key.
          07  DT-Area-Code   Pic XXX.
          07  DT-Prefix-Num  Pic XXX.
          07  DT-Last-Four   Pic X(4).
 01   WS-Dnc-Entry-Count         Pic 9(5) value 0.
 01   WS-Dnc-Search-Key.
    03  DK-Area-Code     Pic XXX.
    03  DK-Prefix-Num    Pic XXX.
    03  DK-Last-Four     Pic X(4).
 01   WS-Dnc-Match-Switch        Pic X value "N".
    88  Dnc-Number-Found          Value "Y".
 01   WS-Aging-Table.
    03  WS-Aging-Entry Occurs 10000 Times.
       05  AG-Customer-Id    Pic 9(9).
       05  AG-Reason         Pic X(30).
       05  AG-First-Date     Pic 9(8).
 01   WS-Aging-Count             Pic 9(5) value 0.
 01   WS-Aging-Index             Pic 9(5).
 01   WS-Aging-Match-Switch      Pic X value "N".
    88  Aging-Entry-Found         Value "Y".
 01   WS-Dead-Letter-Table.
    03  WS-Dead-Letter-Entry Occurs 50000 Times.
       05  DE-Customer-Id    Pic 9(9).
       05  DE-Last-Reason    Pic X(20).
       05  DE-Dead-Date      Pic 9(8).
 01   WS-Dead-Letter-Count       Pic 9(5) value 0.
 01   WS-Dead-Letter-Index       Pic 9(5).
 01   WS-Dead-Letter-Found       Pic 9(5) value 0.
 01   WS-Area-Ref-Table.
    03  WS-Area-Ref-Entry Occurs 500 Times.
       05  AR-Area-Code   Pic XXX.
       05  AR-Time-Zone   Pic X(12).
 01   WS-Area-Ref-Count          Pic 9(3) value 0.
 01   WS-Area-Ref-Index          Pic 9(3).
 01   WS-Lookup-Zone             Pic X(12).
 01   WS-Run-Date                Pic 9(8).
 01   WS-Request-Number          Pic 9(6) value 0.
 01   WS-Id-Request-Count        Pic 9(6) value 0.
 01   WS-Phone-Request-Count     Pic 9(6) value 0.
 01   WS-Invalid-Request-Count   Pic 9(6) value 0.
 01   WS-Not-Found-Count         Pic 9(6) value 0.
 01   WS-Customers-Returned      Pic 9(6) value 0.
 01   WS-Phone-Match-Count       Pic 9(4).
 01   WS-Phone-Match-Table.
    03  WS-Phone-Match-Entry Occurs 100 Times.
       05  PM-Customer-Id    Pic 9(9).
 01   WS-Match-Index             Pic 9(4).
 01   WS-Match-Switch            Pic X value "N".
    88  Match-Already-Listed      Value "Y".
 01   WS-Key-Slot                Pic 9.
 01   WS-Phone-Index             Pic 9.
 01   WS-Extension-Edit          Pic ZZZZZ.
 01   WS-Report-Heading.
    03  Filler            Pic X(30)
        value "CUSTOMER LOOKUP REPORT - RUN ".
    03  RH-Run-Date       Pic 9(8).
 01   WS-Request-Line.
    03  Filler            Pic X(8)  value "REQUEST ".
    03  RQ-Request-Number Pic ZZZZZ9.
    03  Filler            Pic X(2)  value spaces.
    03  RQ-Request-Text   Pic X(60).
 01   WS-Customer-Line.
    03  Filler            Pic X(4)  value spaces.
    03  CL-Customer-Id    Pic 9(9).
    03  Filler            Pic X(2)  value spaces.
    03  CL-Formatted-Phone Pic X(14).
    03  Filler            Pic X(1)  value spaces.
    03  CL-Extension      Pic X(9).
    03  Filler            Pic X(1)  value spaces.
    03  CL-Country-Code   Pic X(3).
    03  Filler            Pic X(2)  value spaces.
    03  CL-Customer-Name  Pic X(30).
    03  Filler            Pic X(2)  value spaces.
    03  CL-Source-Code    Pic X(10).
 01   WS-Number-Line.
    03  Filler            Pic X(6)  value spaces.
    03  NL-Phone-Type     Pic X(6).
    03  Filler            Pic X(1)  value spaces.
    03  NL-Formatted-Phone Pic X(14).
    03  Filler            Pic X(1)  value spaces.
    03  NL-Extension      Pic X(9).
    03  Filler            Pic X(2)  value spaces.
    03  NL-Preferred      Pic X(9).
    03  Filler            Pic X(2)  value spaces.
    03  NL-Status         Pic X(7).
    03  Filler            Pic X(2)  value spaces.
    03  NL-Match-Note     Pic X(14).
 01   WS-Consent-Line.
    03  Filler            Pic X(8)  value spaces.
    03  Filler            Pic X(13) value "CONSENT CALL ".
    03  SL-Call-Consent   Pic X.
    03  Filler            Pic X(6)  value " TEXT ".
    03  SL-Text-Consent   Pic X.
    03  Filler            Pic X(6)  value " MAIL ".
    03  SL-Mail-Consent   Pic X.
    03  Filler            Pic X(2)  value spaces.
    03  SL-Consent-Note   Pic X(24).
    03  Filler            Pic X(2)  value spaces.
    03  Filler            Pic X(4)  value "DNC ".
    03  SL-Dnc-Status     Pic X(3).
    03  Filler            Pic X(7)  value "  ZONE ".
    03  SL-Time-Zone      Pic X(12).
 01   WS-Status-Line.
    03  Filler            Pic X(8)  value spaces.
    03  SL-Status-Caption Pic X(17).
    03  SL-Status-Text    Pic X(70).
 01   WS-Message-Line.
    03  Filler            Pic X(4)  value spaces.
    03  ML-Message        Pic X(60).
 01   WS-Blank-Line              Pic X(1) value space.
 Procedure Division.
 Start-of-program.
    Accept WS-Run-Date from Date YYYYMMDD.
    Perform Load-Consent-List.
    Perform Load-Dnc-List.
    Perform Load-Reject-Aging.
    Perform Load-Dead-Letters.
    Perform Load-Area-Code-Reference.
    Open Input Lookup-Request-File.
    If WS-Request-Status not = "00"
        Display "** CANNOT OPEN LOOKUP REQUESTS LOOKREQ.DAT"
                " - STATUS " WS-Request-Status " **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Move 16 to Return-Code
        Stop Run
    End-If.
    Open Input Customer-Index-File.
    If WS-Index-File-Status not = "00"
        Display "** CANNOT OPEN CUSTOMER INDEX - STATUS "
                WS-Index-File-Status " **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Close Lookup-Request-File
        Move 16 to Return-Code
        Stop Run
    End-If.
    Open Output Lookup-Report.
    Move WS-Run-Date to RH-Run-Date.
    Write Lookup-Report-Record from WS-Report-Heading.
    Perform Until End-Of-Request-File
        Read Lookup-Request-File
            At End
                Set End-Of-Request-File to True
            Not At End
                Perform Process-Lookup-Request
        End-Read
    End-Perform.
    Close Lookup-Request-File.
    Close Customer-Index-File.
    Close Lookup-Report.
    Display "LOOKUP REQUESTS READ:    " WS-Request-Number.
    Display "  BY CUSTOMER ID:        " WS-Id-Request-Count.
    Display "  BY PHONE NUMBER:       " WS-Phone-Request-Count.
    Display "  INVALID REQUESTS:      " WS-Invalid-Request-Count.
    Display "CUSTOMERS RETURNED:      " WS-Customers-Returned.
    Display "REQUESTS NOT ON FILE:    " WS-Not-Found-Count.
    Stop Run.

 Process-Lookup-Request.
    Add 1 to WS-Request-Number.
    Write Lookup-Report-Record from WS-Blank-Line.
    Move WS-Request-Number to RQ-Request-Number.
    Move Spaces to RQ-Request-Text.
    If Id-Request
            and LQ-Customer-Id is Numeric
            and LQ-Customer-Id > Zero
        Add 1 to WS-Id-Request-Count
        String "BY CUSTOMER ID " Delimited by Size
               LQ-Customer-Id Delimited by Size
               Into RQ-Request-Text
        Write Lookup-Report-Record from WS-Request-Line
        Perform Look-Up-By-Customer-Id
    Else
        If Phone-Request and LQ-Phone-Key is Numeric
            Add 1 to WS-Phone-Request-Count
            String "BY PHONE (" Delimited by Size
                   LQ-Area-Code Delimited by Size
                   ") " Delimited by Size
                   LQ-Prefix-Num Delimited by Size
                   "-" Delimited by Size
                   LQ-Last-Four Delimited by Size
                   Into RQ-Request-Text
            Write Lookup-Report-Record from WS-Request-Line
            Perform Look-Up-By-Phone
        Else
            Add 1 to WS-Invalid-Request-Count
            Move "INVALID REQUEST - " to RQ-Request-Text
            Move Lookup-Request-Record to RQ-Request-Text (19:)
            Write Lookup-Report-Record from WS-Request-Line
        End-If
    End-If.

 Look-Up-By-Customer-Id.
    Move LQ-Customer-Id to CI-Customer-Id.
    Read Customer-Index-File
        Invalid Key
            Continue
    End-Read.
    If WS-Index-File-Status = "00"
        Perform Report-Customer-Status
    Else
        If WS-Index-File-Status = "23"
            Add 1 to WS-Not-Found-Count
            Move "NO CUSTOMER ON FILE WITH THIS ID" to ML-Message
            Write Lookup-Report-Record from WS-Message-Line
        Else
            Perform Index-Error-Stop
        End-If
    End-If.

 Look-Up-By-Phone.
    Move Zero to WS-Phone-Match-Count.
    Perform Scan-Phone-Key
        Varying WS-Key-Slot from 1 by 1
        Until WS-Key-Slot > 3.
    Perform Varying WS-Match-Index from 1 by 1
            Until WS-Match-Index > WS-Phone-Match-Count
        Move PM-Customer-Id (WS-Match-Index) to CI-Customer-Id
        Read Customer-Index-File
            Key is CI-Customer-Id
            Invalid Key
                Continue
        End-Read
        If WS-Index-File-Status not = "00"
            Perform Index-Error-Stop
        End-If
        Perform Report-Customer-Status
    End-Perform.
    If WS-Phone-Match-Count = Zero
        Add 1 to WS-Not-Found-Count
        Move "NO CUSTOMER ON FILE WITH THIS NUMBER" to ML-Message
        Write Lookup-Report-Record from WS-Message-Line
        Move LQ-Phone-Key to WS-Dnc-Search-Key
        Perform Report-Number-Status
    Else
        If WS-Phone-Match-Count > 1
            Move Spaces to ML-Message
            String "NUMBER SHARED BY " Delimited by Size
                   WS-Phone-Match-Count Delimited by Size
                   " CUSTOMER IDS" Delimited by Size
                   Into ML-Message
            Write Lookup-Report-Record from WS-Message-Line
        End-If
    End-If.

 Scan-Phone-Key.
    Move "N" to WS-Phone-Scan-Switch.
    Evaluate WS-Key-Slot
        When 1
            Move LQ-Phone-Key to CI-Phone-Key-1
            Start Customer-Index-File Key = CI-Phone-Key-1
                Invalid Key
                    Set End-Of-Phone-Matches to True
            End-Start
        When 2
            Move LQ-Phone-Key to CI-Phone-Key-2
            Start Customer-Index-File Key = CI-Phone-Key-2
                Invalid Key
                    Set End-Of-Phone-Matches to True
            End-Start
        When Other
            Move LQ-Phone-Key to CI-Phone-Key-3
            Start Customer-Index-File Key = CI-Phone-Key-3
                Invalid Key
                    Set End-Of-Phone-Matches to True
            End-Start
    End-Evaluate.
    If not End-Of-Phone-Matches and WS-Index-File-Status not = "00"
        Perform Index-Error-Stop
    End-If.
    Perform Until End-Of-Phone-Matches
        Read Customer-Index-File Next Record
            At End
                Set End-Of-Phone-Matches to True
            Not At End
                If CI-Phone-Number (WS-Key-Slot) = LQ-Phone-Key
                    Perform Add-Phone-Match
                Else
                    Set End-Of-Phone-Matches to True
                End-If
        End-Read
    End-Perform.

 Add-Phone-Match.
    Move "N" to WS-Match-Switch.
    Perform Varying WS-Match-Index from 1 by 1
            Until WS-Match-Index > WS-Phone-Match-Count
                or Match-Already-Listed
        If PM-Customer-Id (WS-Match-Index) = CI-Customer-Id
            Set Match-Already-Listed to True
        End-If
    End-Perform.
    If not Match-Already-Listed
        If WS-Phone-Match-Count = 100
            Display "** PHONE MATCH TABLE FULL"
                    " - INCREASE TABLE SIZE **"
            Display "** RUN STOPPED - NOTIFY OPERATIONS **"
            Close Lookup-Request-File
            Close Customer-Index-File
            Close Lookup-Report
            Move 16 to Return-Code
            Stop Run
        End-If
        Add 1 to WS-Phone-Match-Count
        Move CI-Customer-Id to PM-Customer-Id (WS-Phone-Match-Count)
    End-If.

 Report-Customer-Status.
    Add 1 to WS-Customers-Returned.
    Move Spaces to WS-Customer-Line.
    Move CI-Customer-Id to CL-Customer-Id.
    Move "(XXX) YYY-ZZZZ" to CL-Formatted-Phone.
    Inspect CL-Formatted-Phone
        Replacing All "XXX" by CI-Area-Code
                All "YYY" by CI-Prefix-Num
                All "ZZZZ" by CI-Last-Four.
    If CI-Extension is Numeric and CI-Extension not = Zero
        Move CI-Extension to WS-Extension-Edit
        String "EXT " Delimited by Size
               Function Trim (WS-Extension-Edit) Delimited by Size
               Into CL-Extension
    End-If.
    Move CI-Country-Code  to CL-Country-Code.
    Move CI-Customer-Name to CL-Customer-Name.
    Move CI-Source-Code   to CL-Source-Code.
    Write Lookup-Report-Record from WS-Customer-Line.
    Perform Normalize-Phone-List.
    Perform Report-Phone-Entry
        Varying WS-Phone-Index from 1 by 1
        Until WS-Phone-Index > CI-Phone-Count.
    Perform Report-Aging-Status.
    Perform Report-Dead-Letter-Status.

 Report-Phone-Entry.
    Move Spaces to WS-Number-Line.
    Evaluate CI-Phone-Type (WS-Phone-Index)
        When "M"
            Move "MOBILE" to NL-Phone-Type
        When "W"
            Move "WORK" to NL-Phone-Type
        When Other
            Move "HOME" to NL-Phone-Type
    End-Evaluate.
    Move "(XXX) YYY-ZZZZ" to NL-Formatted-Phone.
    Inspect NL-Formatted-Phone
        Replacing All "XXX" by CI-Phone-Area (WS-Phone-Index)
                All "YYY" by CI-Phone-Prefix (WS-Phone-Index)
                All "ZZZZ" by CI-Phone-Last (WS-Phone-Index).
    If CI-Phone-Ext (WS-Phone-Index) is Numeric
            and CI-Phone-Ext (WS-Phone-Index) not = Zero
        Move CI-Phone-Ext (WS-Phone-Index) to WS-Extension-Edit
        String "EXT " Delimited by Size
               Function Trim (WS-Extension-Edit) Delimited by Size
               Into NL-Extension
    End-If.
    If CI-Phone-Preferred (WS-Phone-Index) = "Y"
        Move "PREFERRED" to NL-Preferred
    End-If.
    If CI-Phone-Status (WS-Phone-Index) = "I"
        Move "INVALID" to NL-Status
    Else
        Move "VALID" to NL-Status
    End-If.
    If Phone-Request
            and CI-Phone-Number (WS-Phone-Index) = LQ-Phone-Key
        Move "<< REQUESTED" to NL-Match-Note
    End-If.
    Write Lookup-Report-Record from WS-Number-Line.
    Move CI-Phone-Number (WS-Phone-Index) to WS-Dnc-Search-Key.
    Perform Look-Up-Consent.
    Perform Report-Number-Status.

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
    Else
        If CI-Phone-Count > 3
            Move 3 to CI-Phone-Count
        End-If
    End-If.

 Report-Number-Status.
    If not Customer-Found
        Move "-" to SL-Call-Consent
        Move "-" to SL-Text-Consent
        Move "-" to SL-Mail-Consent
        Move Spaces to SL-Consent-Note
    End-If.
    Perform Check-Dnc-List.
    If Dnc-Number-Found
        Move "YES" to SL-Dnc-Status
    Else
        Move "NO" to SL-Dnc-Status
    End-If.
    Perform Look-Up-Time-Zone.
    Move WS-Lookup-Zone to SL-Time-Zone.
    Write Lookup-Report-Record from WS-Consent-Line.
    Move "N" to WS-Customer-Found-Switch.

 Look-Up-Consent.
    Set Customer-Found to True.
    Move "N" to WS-Consent-Match-Switch.
    Move "Y" to SL-Call-Consent.
    Move "Y" to SL-Text-Consent.
    Move "Y" to SL-Mail-Consent.
    Move "NO CONSENT RECORD" to SL-Consent-Note.
    Move WS-Dnc-Search-Key to WS-Consent-Phone-Key.
    Perform Search-Consent-Table.
    If Consent-Entry-Found
        Move Spaces to SL-Consent-Note
        String "NUMBER UPDATED " Delimited by Size
               CS-Update-Date (Cs-Idx) Delimited by Size
               Into SL-Consent-Note
    Else
        Move Spaces to WS-Consent-Phone-Key
        Perform Search-Consent-Table
        If Consent-Entry-Found
            Move Spaces to SL-Consent-Note
            String "UPDATED " Delimited by Size
                   CS-Update-Date (Cs-Idx) Delimited by Size
                   Into SL-Consent-Note
        End-If
    End-If.

 Search-Consent-Table.
    If WS-Consent-Entry-Count > 0
        Set Cs-Idx to 1
        Search All WS-Consent-Entry
            At End
                Continue
            When CS-Customer-Id (Cs-Idx) = CI-Customer-Id
                    and CS-Phone-Key (Cs-Idx) = WS-Consent-Phone-Key
                Set Consent-Entry-Found to True
                Move CS-Call-Consent (Cs-Idx) to SL-Call-Consent
                Move CS-Text-Consent (Cs-Idx) to SL-Text-Consent
                Move CS-Mail-Consent (Cs-Idx) to SL-Mail-Consent
        End-Search
    End-If.

 Look-Up-Time-Zone.
    Move "UNKNOWN" to WS-Lookup-Zone.
    Perform Varying WS-Area-Ref-Index from 1 by 1
            Until WS-Area-Ref-Index > WS-Area-Ref-Count
        If AR-Area-Code (WS-Area-Ref-Index) = DK-Area-Code
            Move AR-Time-Zone (WS-Area-Ref-Index)
                to WS-Lookup-Zone
        End-If
    End-Perform.

 Report-Aging-Status.
    Move Spaces to WS-Status-Line.
    Move "REJECT AGING:" to SL-Status-Caption.
    Move "N" to WS-Aging-Match-Switch.
    Perform Varying WS-Aging-Index from 1 by 1
            Until WS-Aging-Index > WS-Aging-Count
                or Aging-Entry-Found
        If AG-Customer-Id (WS-Aging-Index) = CI-Customer-Id
            Set Aging-Entry-Found to True
        End-If
    End-Perform.
    If Aging-Entry-Found
        Subtract 1 from WS-Aging-Index
        String "OPEN SINCE " Delimited by Size
               AG-First-Date (WS-Aging-Index) Delimited by Size
               " - " Delimited by Size
               AG-Reason (WS-Aging-Index) Delimited by Size
               Into SL-Status-Text
    Else
        Move "NONE" to SL-Status-Text
    End-If.
    Write Lookup-Report-Record from WS-Status-Line.

 Report-Dead-Letter-Status.
    Move Spaces to WS-Status-Line.
    Move "CRM DEAD LETTER:" to SL-Status-Caption.
    Move Zero to WS-Dead-Letter-Found.
    Perform Varying WS-Dead-Letter-Index from 1 by 1
            Until WS-Dead-Letter-Index > WS-Dead-Letter-Count
        If DE-Customer-Id (WS-Dead-Letter-Index) = CI-Customer-Id
            Move WS-Dead-Letter-Index to WS-Dead-Letter-Found
        End-If
    End-Perform.
    If WS-Dead-Letter-Found > Zero
        String "DEAD-LETTERED " Delimited by Size
               DE-Dead-Date (WS-Dead-Letter-Found) Delimited by Size
               " - " Delimited by Size
               DE-Last-Reason (WS-Dead-Letter-Found)
                   Delimited by Size
               Into SL-Status-Text
    Else
        Move "NONE" to SL-Status-Text
    End-If.
    Write Lookup-Report-Record from WS-Status-Line.

 Check-Dnc-List.
    Move "N" to WS-Dnc-Match-Switch.
    If WS-Dnc-Entry-Count > 0
        Set Dnc-Idx to 1
        Search All WS-Dnc-Entry
            At End
                Continue
            When DT-Phone-Key (Dnc-Idx) = WS-Dnc-Search-Key
                Set Dnc-Number-Found to True
        End-Search
    End-If.

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
    Move CN-Call-Consent
        to CS-Call-Consent (WS-Consent-Entry-Count).
    Move CN-Text-Consent
        to CS-Text-Consent (WS-Consent-Entry-Count).
    Move CN-Mail-Consent
        to CS-Mail-Consent (WS-Consent-Entry-Count).
    Move CN-Update-Date
        to CS-Update-Date (WS-Consent-Entry-Count).
    Move CN-Phone-Key
        to CS-Phone-Key (WS-Consent-Entry-Count).

 Load-Dnc-List.
    Open Input Dnc-List.
    If WS-Dnc-List-Status not = "00"
        Display "** CANNOT OPEN DO-NOT-CALL LIST DNCLIST.DAT"
                " - STATUS " WS-Dnc-List-Status " **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Move 16 to Return-Code
        Stop Run
    End-If.
    Perform Until End-Of-Dnc-List
        Read Dnc-List
            At End
                Set End-Of-Dnc-List to True
            Not At End
                Perform Add-Dnc-Entry
        End-Read
    End-Perform.
    Close Dnc-List.
    If WS-Dnc-Entry-Count > 0
        Sort WS-Dnc-Entry Ascending DT-Phone-Key
    End-If.

 Add-Dnc-Entry.
    If WS-Dnc-Entry-Count = 50000
        Display "** DO-NOT-CALL TABLE FULL - INCREASE TABLE SIZE **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Close Dnc-List
        Move 16 to Return-Code
        Stop Run
    End-If.
    Add 1 to WS-Dnc-Entry-Count.
    Move DNC-Area-Code  to DT-Area-Code (WS-Dnc-Entry-Count).
    Move DNC-Prefix-Num to DT-Prefix-Num (WS-Dnc-Entry-Count).
    Move DNC-Last-Four  to DT-Last-Four (WS-Dnc-Entry-Count).

 Load-Reject-Aging.
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
    Move EA-Customer-Id to AG-Customer-Id (WS-Aging-Count).
    Move EA-Reason      to AG-Reason (WS-Aging-Count).
    Move EA-First-Date  to AG-First-Date (WS-Aging-Count).

 Load-Dead-Letters.
    Open Input Crm-Dead-Letter-File.
    If WS-Dead-Letter-Status = "00"
        Perform Until End-Of-Dead-Letter-File
            Read Crm-Dead-Letter-File
                At End
                    Set End-Of-Dead-Letter-File to True
                Not At End
                    Perform Add-Dead-Letter-Entry
            End-Read
        End-Perform
        Close Crm-Dead-Letter-File
    End-If.

 Add-Dead-Letter-Entry.
    If WS-Dead-Letter-Count = 50000
        Display "** DEAD LETTER TABLE FULL - INCREASE TABLE SIZE **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Close Crm-Dead-Letter-File
        Move 16 to Return-Code
        Stop Run
    End-If.
    Add 1 to WS-Dead-Letter-Count.
    Move DD-Customer-Id to DE-Customer-Id (WS-Dead-Letter-Count).
    Move DD-Last-Reason to DE-Last-Reason (WS-Dead-Letter-Count).
    Move DD-Dead-Date   to DE-Dead-Date (WS-Dead-Letter-Count).

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

 Add-Area-Ref-Entry.
    If WS-Area-Ref-Count = 500
        Display "** AREA CODE TABLE FULL - INCREASE TABLE SIZE **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Close Area-Code-Reference
        Move 16 to Return-Code
        Stop Run
    End-If.
    Add 1 to WS-Area-Ref-Count.
    Move AC-Area-Code to AR-Area-Code (WS-Area-Ref-Count).
    Move AC-Time-Zone to AR-Time-Zone (WS-Area-Ref-Count).

 Index-Error-Stop.
    Display "** CUSTOMER INDEX I-O FAILED - STATUS "
            WS-Index-File-Status " **"
    Display "** RUN STOPPED - NOTIFY OPERATIONS **"
    Close Lookup-Request-File.
    Close Customer-Index-File.
    Close Lookup-Report.
    Move 16 to Return-Code.
    Stop Run.
