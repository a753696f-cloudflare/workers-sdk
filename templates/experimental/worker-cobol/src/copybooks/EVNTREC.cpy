000010*===============================================================*
000020* EVNTREC.CPY                                                    *
000030*                                                                *
000040* RECORD LAYOUT FOR THE WRKEVNT ACCOUNT EVENT OUTBOX. ACCTLKUP   *
000050* WRITES ONE RECORD, STATUS PENDING, FOR EACH EVENT AN ACCOUNT'S *
000060* WRKSUBS SUBSCRIPTION ASKS FOR: THE BALANCE GOING NEGATIVE (N), *
000070* THE BALANCE DROPPING BELOW THE ALERT THRESHOLD (L), A CREDIT   *
000080* ABOVE THE LARGE-CREDIT AMOUNT (C), A POSTING REFUSED WITH      *
000090* RETURN CODE 25, 26 OR 27 (R), AND THE ACCOUNT BEING FROZEN (F) *
000100* OR CLOSED (X). THE KEY LEADS WITH THE SUBSCRIBER'S CLIENT ID SO*
000110* THE FILE READS GROUPED PER CLIENT, THEN THE CALLER'S TIMESTAMP *
000120* AND A SEQUENCE NUMBER FOR EVENTS RAISED ON THE SAME TIMESTAMP. *
000130*                                                                *
000140* THE NIGHTLY ACCTEVNT RUN SENDS PENDING EVENTS TO THE MESSAGING *
000150* GATEWAY (STATUS SENT) AND APPLIES THE GATEWAY'S ANSWERS - A    *
000160* DELIVERED EVENT IS MARKED DELIVERED, A FAILED ONE GOES BACK TO *
000170* PENDING TO BE TRIED AGAIN UNTIL ITS ATTEMPTS RUN OUT, WHEN IT  *
000180* IS PARKED FOR THE DESK. THE AMOUNT IS THE POSTING AMOUNT (ZERO *
000190* FOR A STATUS CHANGE), THE BALANCE IS THE BALANCE AFTER THE     *
000200* POSTING (OR AS IT STOOD, FOR A REFUSAL), AND THE THRESHOLD IS  *
000210* THE ALERT LEVEL OR LARGE-CREDIT AMOUNT THAT WAS CROSSED.       *
000220*                                                                *
000230* MODIFICATION HISTORY                                          *
000240*   2026-10-15  DL100  INITIAL VERSION.                         *
000250*===============================================================*
000260 01  EVNT-RECORD.
000270     05  EVNT-KEY.
000280         10  EVNT-CLIENT-ID          PIC X(16).
000290         10  EVNT-TIMESTAMP          PIC X(17).
000300         10  EVNT-SEQUENCE-NO        PIC 9(03).
000310     05  EVNT-ACCT-NUMBER            PIC X(10).
000320     05  EVNT-TYPE                   PIC X(01).
000330         88  EVNT-NEGATIVE               VALUE "N".
000340         88  EVNT-LOW-BALANCE            VALUE "L".
000350         88  EVNT-LARGE-CREDIT           VALUE "C".
000360         88  EVNT-REFUSED                VALUE "R".
000370         88  EVNT-FROZEN                 VALUE "F".
000380         88  EVNT-CLOSED                 VALUE "X".
000390     05  EVNT-STATUS                 PIC X(01).
000400         88  EVNT-PENDING                VALUE "P".
000410         88  EVNT-SENT                   VALUE "S".
000420         88  EVNT-DELIVERED              VALUE "D".
000430         88  EVNT-PARKED                 VALUE "K".
000440     05  EVNT-FUNCTION-CODE          PIC X(01).
000450     05  EVNT-DC-CODE                PIC X(01).
000460     05  EVNT-AMOUNT                 PIC S9(9)V99
000470                                     SIGN LEADING SEPARATE.
000480     05  EVNT-BALANCE                PIC S9(9)V99
000490                                     SIGN LEADING SEPARATE.
000500     05  EVNT-THRESHOLD              PIC 9(9)V99.
000510     05  EVNT-REFUSAL-CODE           PIC X(02).
000520     05  EVNT-RAISED-BY              PIC X(16).
000530     05  EVNT-ATTEMPTS               PIC 9(02).
000540     05  EVNT-LAST-TRIED             PIC X(17).
000550     05  EVNT-FAIL-REASON            PIC X(30).
