000500*                      (THE BACK-OUT ITSELF FAILED - THE      *
000510*                      DEBIT IS APPLIED WITH NO MATCHING      *
000520*                      CREDIT AND NEEDS MANUAL REPAIR).       *
000521*   2026-10-15  DL100  ADDED FUNCTION "R" (REVERSE) - UNDO A  *
000522*                      POSTING NAMED BY ACCOUNT AND ITS       *
000523*                      ORIGINAL REFERENCE WITH THE EXACT      *
000524*                      OPPOSITE MOVEMENT. A TRANSFER LEG IS   *
000525*                      ONLY REVERSED WITH SCOPE "T", WHICH    *
000526*                      REVERSES BOTH LEGS OR NEITHER. RETURN  *
000527*                      CODES 30 (NO SUCH POSTING ON THE       *
000528*                      ACCOUNT), 31 (ALREADY REVERSED), 32    *
000529*                      (A TRANSFER LEG NAMED ON ITS OWN) AND  *
000530*                      33 (NOT REVERSIBLE - A REVERSAL LINE,  *
000531*                      A BACKED-OUT TRANSFER, OR AN AMBIGUOUS *
000532*                      REFERENCE).                            *
000533*   2026-10-15  DL100  POSTING CHECKS NOW WORK FROM THE       *
000534*                      AVAILABLE BALANCE (BALANCE PLUS        *
000535*                      OVERDRAFT LESS ACTIVE WRKHOLD HOLDS).  *
000536*                      RETURN CODE 29 MEANS THE HOLDS ARE     *
000537*                      WHAT BLOCK THE DEBIT. A LOOKUP NOW     *
000538*                      HANDS BACK THE HELD AMOUNT AND THE     *
000539*                      AVAILABLE BALANCE BESIDE THE LEDGER    *
000540*                      BALANCE.                               *
000541*   2026-10-15  DL100  ADDED THE POSTING SOURCE FOR FUNCTION    *
000542*                      "T". THE CALLER SAYS WHICH FEEDER IT IS  *
000543*                      AND ACCTLKUP WRITES IT ON THE WRKTRAN    *
000544*                      LINE; TRANSFER AND REVERSAL LINES ARE    *
000545*                      STAMPED "X" AND "R" BY ACCTLKUP ITSELF.  *
000546*   2026-10-15  DL100  ADDED THE CALLER'S CLIENT ID. THE        *
000547*                      MAINTENANCE FUNCTIONS WRITE IT, WITH THE *
000548*                      TIMESTAMP, ON THE WRKACCT BEFORE/AFTER   *
000549*                      CHANGE RECORD. RETURN CODE 90 ON A       *
000550*                      MAINTENANCE CALL MEANS THE CHANGE WAS    *
000551*                      APPLIED BUT ITS CHANGE RECORD WAS NOT    *
000552*                      WRITTEN.                                 *
000553*   2026-10-15  DL100  ADDED FUNCTION "F" (FREEZE) - SET THE    *
000554*                      ACCOUNT FROZEN ON THE MASTER, LOGGED TO  *
000555*                      WRKACHG LIKE ANY MAINTENANCE. AN ACCOUNT *
000556*                      ALREADY FROZEN COMES BACK RC 25, A       *
000557*                      CLOSED ONE RC 27, BOTH UNCHANGED.        *
000558*   2026-10-15  DL100  ADDED THE EVENT SWITCH. ACCTLKUP         *
000559*                      SETS IT TO "Y" WHEN A POSTING,           *
000560*                      TRANSFER, REFUSAL, FREEZE OR             *
000561*                      CLOSURE PUT AN EVENT ON THE WRKEVNT      *
000562*                      OUTBOX AND TO "L" WHEN AN EVENT WAS      *
000563*                      DUE BUT COULD NOT BE WRITTEN. THE        *
000564*                      CALL ITSELF IS NEVER FAILED FOR AN       *
000565*                      EVENT.                                   *
000566*   2026-10-15  DL100  FUNCTION "T" WITH A BLANK CLIENT         *
000567*                      REFERENCE NOW POSTS UNDER A SYSTEM       *
000568*                      REFERENCE - "P" PLUS THE TIMESTAMP TO    *
000569*                      THE SECOND AND A DIGIT - AND HANDS IT    *
000570*                      BACK IN ACCTLNK-CLIENT-REF, SO THE       *
000571*                      POSTING CAN BE REVERSED. THE "P" LEAD    *
000572*                      IS RESERVED; CALLERS MUST CLEAR THE      *
000573*                      REFERENCE BEFORE EACH UNREFERENCED CALL. *
000574*===============================================================*
000575 01  ACCTLNK-PARMS.
000576     05  ACCTLNK-FUNCTION-CODE       PIC X(01) VALUE "L".
000577         88  ACCTLNK-FUNC-LOOKUP         VALUE "L".
000578         88  ACCTLNK-FUNC-PING           VALUE "H".
000580         88  ACCTLNK-FUNC-ADD            VALUE "A".
000590         88  ACCTLNK-FUNC-UPDATE         VALUE "U".
000600         88  ACCTLNK-FUNC-DELETE         VALUE "D".
000610         88  ACCTLNK-FUNC-POST-TRAN      VALUE "T".
000620         88  ACCTLNK-FUNC-BROWSE         VALUE "B".
000630         88  ACCTLNK-FUNC-TRANSFER       VALUE "X".
000633         88  ACCTLNK-FUNC-REVERSE        VALUE "R".
000636         88  ACCTLNK-FUNC-FREEZE         VALUE "F".
000640         88  ACCTLNK-FUNC-MAINTENANCE    VALUES "A", "U", "D".
000650     05  ACCTLNK-ACCT-NUMBER         PIC X(10) VALUE SPACES.
000660     05  ACCTLNK-ACCT-NAME           PIC X(30) VALUE SPACES.
000760         88  ACCTLNK-RC-OVER-LIMIT       VALUE "26".
000770         88  ACCTLNK-RC-CLOSED           VALUE "27".
000780         88  ACCTLNK-RC-DUP-REF          VALUE "28".
000781         88  ACCTLNK-RC-FUNDS-HELD       VALUE "29".
000782         88  ACCTLNK-RC-ORIG-NOT-FOUND   VALUE "30".
000783         88  ACCTLNK-RC-ALREADY-REVERSED VALUE "31".
000784         88  ACCTLNK-RC-XFER-LEG         VALUE "32".
000785         88  ACCTLNK-RC-NOT-REVERSIBLE   VALUE "33".
000790         88  ACCTLNK-RC-XFER-REVERSED    VALUE "91".
000800         88  ACCTLNK-RC-XFER-HALF        VALUE "92".
000810         88  ACCTLNK-RC-NO-HISTORY       VALUE "90".
000960     05  ACCTLNK-XFER-TO-ACCT        PIC X(10) VALUE SPACES.
000970     05  ACCTLNK-XFER-REFERENCE      PIC X(16) VALUE SPACES.
000980     05  ACCTLNK-CLIENT-REF          PIC X(16) VALUE SPACES.
000990     05  ACCTLNK-ORIG-REFERENCE      PIC X(16) VALUE SPACES.
001000     05  ACCTLNK-RVSL-SCOPE          PIC X(01) VALUE SPACE.
001010         88  ACCTLNK-RVSL-POSTING        VALUES " ", "P".
001020         88  ACCTLNK-RVSL-TRANSFER       VALUE "T".
001030     05  ACCTLNK-RVSL-REFERENCE      PIC X(16) VALUE SPACES.
001040     05  ACCTLNK-HELD-AMOUNT         PIC S9(9)V99 VALUE ZEROS.
001050     05  ACCTLNK-AVAIL-BALANCE       PIC S9(9)V99 VALUE ZEROS.
001060     05  ACCTLNK-TRAN-SOURCE         PIC X(01) VALUE SPACE.
001070         88  ACCTLNK-SRC-ONLINE          VALUE "O".
001080         88  ACCTLNK-SRC-BULK            VALUE "B".
001090         88  ACCTLNK-SRC-STANDING-ORDER  VALUE "S".
001100         88  ACCTLNK-SRC-INTEREST        VALUE "I".
001110     05  ACCTLNK-CLIENT-ID           PIC X(16) VALUE SPACES.
001120     05  ACCTLNK-EVENT-SWITCH        PIC X(01) VALUE "N".
001130         88  ACCTLNK-EVENT-RAISED        VALUE "Y".
001140         88  ACCTLNK-EVENT-LOST          VALUE "L".
001150         88  ACCTLNK-NO-EVENT            VALUE "N".
