    03  CX-Call-Consent  Pic X.
    03  CX-Text-Consent  Pic X.
    03  CX-Mail-Consent  Pic X.
    03  Filler           Pic X(2).
    03  CX-Phone-Key     Pic X(10).
 FD  Consent-File.
 01  Consent-Record.
    03  CN-Customer-Id   Pic 9(9).
    03  CN-Text-Consent  Pic X.
    03  CN-Mail-Consent  Pic X.
    03  CN-Update-Date   Pic 9(8).
    03  CN-Phone-Key     Pic X(10).
 FD  Consent-Report.
 01  Consent-Report-Record.
    03  CP-Customer-Id   Pic 9(9).
    03  CP-Mail-Consent  Pic X.
    03  Filler           Pic X(2).
    03  CP-Disposition   Pic X(30).
    03  Filler           Pic X(2).
    03  CP-Phone-Key     Pic X(10).
 Working-Storage Section.
 01   WS-Transaction-Status      Pic XX.
 01   WS-Consent-Status          Pic XX.
       05  CS-Text-Consent  Pic X.
       05  CS-Mail-Consent  Pic X.
       05  CS-Update-Date   Pic 9(8).
       05  CS-Phone-Key     Pic X(10).
 01   WS-Consent-Count           Pic 9(6) value 0.
 01   WS-Consent-Index           Pic 9(6).
 01   WS-Find-Index              Pic 9(6).
    Move CN-Text-Consent to CS-Text-Consent (WS-Consent-Count).
    Move CN-Mail-Consent to CS-Mail-Consent (WS-Consent-Count).
    Move CN-Update-Date  to CS-Update-Date (WS-Consent-Count).
    Move CN-Phone-Key    to CS-Phone-Key (WS-Consent-Count).

 Check-Consent-Table-Full.
    If WS-Consent-Count = 100000
                    and CX-Mail-Consent not = Space)
            Set Transaction-Invalid to True
            Move "INVALID CONSENT FLAG" to WS-Check-Reason
        Else
            If CX-Phone-Key not = Spaces
                    and CX-Phone-Key not Numeric
                Set Transaction-Invalid to True
                Move "INVALID PHONE NUMBER" to WS-Check-Reason
            End-If
        End-If
    End-If.

            Until WS-Find-Index > WS-Consent-Count
                or Consent-Entry-Found
        If CS-Customer-Id (WS-Find-Index) = CX-Customer-Id
                and CS-Phone-Key (WS-Find-Index) = CX-Phone-Key
            Set Consent-Entry-Found to True
        End-If
    End-Perform.
    Add 1 to WS-Consent-Count.
    Move WS-Consent-Count to WS-Find-Index.
    Move CX-Customer-Id to CS-Customer-Id (WS-Find-Index).
    Move CX-Phone-Key   to CS-Phone-Key (WS-Find-Index).
    Move "Y" to CS-Call-Consent (WS-Find-Index).
    Move "Y" to CS-Text-Consent (WS-Find-Index).
    Move "Y" to CS-Mail-Consent (WS-Find-Index).
    Move CX-Text-Consent to CP-Text-Consent.
    Move CX-Mail-Consent to CP-Mail-Consent.
    Move WS-Check-Reason to CP-Disposition.
    Move CX-Phone-Key    to CP-Phone-Key.
    Write Consent-Report-Record.

 Rewrite-Consent-File.
            to CN-Mail-Consent
        Move CS-Update-Date (WS-Consent-Index)
            to CN-Update-Date
        Move CS-Phone-Key (WS-Consent-Index)
            to CN-Phone-Key
        Write Consent-Record
    End-Perform.
    Close Consent-File.
