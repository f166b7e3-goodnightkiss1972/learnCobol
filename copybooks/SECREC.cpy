000010*----------------------------------------------------------*
000020* SECREC -- SECURITY VIOLATION LOG RECORD.  ONE RECORD PER  *
000030*           SECURITY EVENT: A SIGN-ON, A FAILED SIGN-ON, AN *
000040*           ATTEMPT TO PICK A MENU FUNCTION THE OPERATOR IS *
000050*           NOT AUTHORIZED FOR, A PASSWORD CHANGE, OR AN    *
000060*           OPERATOR ADMINISTRATION ACTION.  APPENDED TO    *
000070*           THE SECLOG FILE AND NEVER REWRITTEN.            *
000080*----------------------------------------------------------*
000090* 2026-09-03  DM  NEW COPYBOOK.                              *
000095* 2026-10-15  DM  ADD EVENT SGNO, A SUCCESSFUL SIGN-ON.      *
000100*----------------------------------------------------------*
000110 01  SECURITY-LOG-RECORD.
000120     05  SEC-DATE                PIC 9(08).
000130     05  SEC-TIME                PIC 9(08).
000140     05  SEC-OPERATOR-ID         PIC X(08).
000150     05  SEC-EVENT-CODE          PIC X(04).
000155         88  SEC-EVENT-SIGNON           VALUE "SGNO".
000160         88  SEC-EVENT-SIGNON-FAIL      VALUE "SGNF".
000170         88  SEC-EVENT-UNAUTH-FUNC      VALUE "FUNC".
000180         88  SEC-EVENT-PWD-CHANGE       VALUE "PWDC".
