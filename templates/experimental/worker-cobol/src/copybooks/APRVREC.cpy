000010*===============================================================*
000020* APRVREC.CPY                                                    *
000030*                                                                *
000040* RECORD LAYOUT FOR THE WRKAPRV PENDING-APPROVAL FILE, KEYED ON  *
000050* THE APPROVAL ID. UNDER DUAL CONTROL WORKER DOES NOT CALL       *
000060* ACCTLKUP FOR A POSTING OR TRANSFER OVER THE APPROVAL LIMIT, A  *
000070* BALANCE RESTATEMENT OR A CLOSURE - IT WRITES THE REQUEST HERE  *
000080* EXACTLY AS SUBMITTED (METHOD, PATH AND BODY) AND ANSWERS 202   *
000090* WITH THE APPROVAL ID. A SECOND CLIENT ENTITLED TO APPROVE      *
000100* THEN APPROVES OR REJECTS IT THROUGH /APPROVE/ID; AN APPROVAL   *
000110* REPLAYS THE HELD REQUEST AND KEEPS ITS HTTP STATUS AND         *
000120* MESSAGE AS THE RESULT. THE NIGHTLY ACCTAPRV RUN EXPIRES ITEMS  *
000130* LEFT PENDING TOO LONG AND REPORTS THE FILE. A DECIDED ITEM     *
000140* STAYS ON FILE WITH ITS STATUS SO THE TRAIL IS KEPT.            *
000150*                                                                *
000160* THE APPROVAL ID IS "A" PLUS FIFTEEN DIGITS OF THE ARRIVAL      *
000170* TIMESTAMP, SO THE FILE READS IN ORDER OF SUBMISSION. THE       *
000180* FUNCTION CODE AND AMOUNT ARE COPIED OUT OF THE HELD REQUEST    *
000190* FOR THE REPORT: THE POSTING OR TRANSFER AMOUNT, OR THE NEW     *
000200* BALANCE OF A RESTATEMENT. THE AMOUNT IS ZERO FOR A CLOSURE.    *
000210*                                                                *
000220* MODIFICATION HISTORY                                          *
000230*   2026-10-15  DL100  INITIAL VERSION.                         *
000240*===============================================================*
000250 01  APRV-RECORD.
000260     05  APRV-ID                     PIC X(16).
000270     05  APRV-STATUS                 PIC X(01).
000280         88  APRV-PENDING                VALUE "P".
000290         88  APRV-APPROVED               VALUE "A".
000300         88  APRV-REJECTED               VALUE "R".
000310         88  APRV-EXPIRED                VALUE "E".
000320     05  APRV-FUNCTION-CODE          PIC X(01).
000330         88  APRV-FUNC-POSTING           VALUE "T".
000340         88  APRV-FUNC-TRANSFER          VALUE "X".
000350         88  APRV-FUNC-RESTATE           VALUE "U".
000360         88  APRV-FUNC-CLOSE             VALUE "D".
000370     05  APRV-ACCT-NUMBER            PIC X(10).
000380     05  APRV-AMOUNT                 PIC S9(9)V99
000390                                     SIGN LEADING SEPARATE.
000400     05  APRV-MAKER-ID               PIC X(16).
000410     05  APRV-MAKER-TIMESTAMP        PIC X(17).
000420     05  APRV-REQ-METHOD             PIC X(10).
000430     05  APRV-REQ-PATH               PIC X(80).
000440     05  APRV-REQ-BODY               PIC X(256).
000450     05  APRV-CHECKER-ID             PIC X(16).
000460     05  APRV-DECIDED-TIMESTAMP      PIC X(17).
000470     05  APRV-RESULT-STATUS          PIC X(03).
000480     05  APRV-RESULT-MESSAGE         PIC X(60).
