000170*                      BY HAND. RECORDS WRITTEN BEFORE THIS    *
000180*                      CHANGE MUST BE RE-ADDED THROUGH AN      *
000190*                      AUTHMNTN TRANSACTION FILE.              *
000191*   2026-10-15  DL100  ADDED THE APPROVER ENTITLEMENTS         *
000192*                      FOR THE /APPROVE ENDPOINTS -            *
000193*                      "APPROVE" ALONE, OR "ACCT+APPR" FOR     *
000194*                      A CLIENT THAT ALSO CALLS THE ACCOUNT    *
000195*                      ENDPOINTS. "ALL" TAKES IN APPROVING.    *
000200*===============================================================*
000210 01  AUTH-CLIENT-RECORD.
000220     05  AUTH-CLIENT-KEY             PIC X(16).
000270         88  AUTH-CLIENT-REVOKED         VALUE "R".
000280     05  AUTH-CLIENT-ENDPOINTS       PIC X(10).
000290         88  AUTH-CLIENT-ALL-ENDPOINTS   VALUE "ALL".
000292         88  AUTH-CLIENT-ACCT-APPROVER   VALUE "ACCT+APPR".
000294         88  AUTH-CLIENT-APPROVER        VALUES "ALL", "APPROVE",
000296                                                "ACCT+APPR".
000300     05  AUTH-CLIENT-EXPIRY-DATE     PIC 9(08).
000310         88  AUTH-CLIENT-NO-EXPIRY       VALUE ZERO.
