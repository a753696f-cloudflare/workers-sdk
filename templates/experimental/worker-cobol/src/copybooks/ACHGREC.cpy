000010*===============================================================*
000020* ACHGREC.CPY                                                    *
000030*                                                                *
000040* RECORD LAYOUT FOR THE WRKACHG ACCOUNT MASTER CHANGE LOG.       *
000050* ACCTLKUP APPENDS ONE LINE FOR EVERY MAINTENANCE FUNCTION IT    *
000060* APPLIES TO WRKACCT (ADD, UPDATE, CLOSE), CARRYING THE MASTER   *
000070* RECORD AS IT WAS BEFORE THE CHANGE AND AS IT WAS LEFT, WITH    *
000080* THE CALLER'S TIMESTAMP AND CLIENT ID. AN ADD HAS NO BEFORE     *
000090* IMAGE - ITS BEFORE FLAG IS "N" AND THE FIELDS ARE BLANK/ZERO.  *
000100* THE NIGHTLY ACCTCHG RUN REPORTS THE DAY'S CHANGES AND TIES     *
000110* ACCTPROV'S RESTATED BREAKS BACK TO THE LINE THAT CAUSED THEM.  *
000120* BALANCES CARRY A LEADING SEPARATE SIGN SO THE FILE STAYS       *
000130* READABLE.                                                      *
000140*                                                                *
000150* MODIFICATION HISTORY                                          *
000160*   2026-10-15  DL100  INITIAL VERSION.                         *
000170*   2026-10-15  DL100  ADDED FUNCTION "F" - A FREEZE SET BY     *
000180*                      THE ACCTSCRN SCREENING RUN.              *
000190*===============================================================*
000200 01  ACHG-RECORD.
000210     05  ACHG-TIMESTAMP              PIC X(17).
000220     05  FILLER                      PIC X(01) VALUE SPACE.
000230     05  ACHG-CLIENT-ID              PIC X(16).
000240     05  FILLER                      PIC X(01) VALUE SPACE.
000250     05  ACHG-FUNCTION-CODE          PIC X(01).
000260         88  ACHG-FUNC-ADD               VALUE "A".
000270         88  ACHG-FUNC-UPDATE            VALUE "U".
000280         88  ACHG-FUNC-CLOSE             VALUE "D".
000290         88  ACHG-FUNC-FREEZE            VALUE "F".
000300     05  FILLER                      PIC X(01) VALUE SPACE.
000310     05  ACHG-ACCT-NUMBER            PIC X(10).
000320     05  FILLER                      PIC X(01) VALUE SPACE.
000330     05  ACHG-BEFORE-IMAGE.
000340         10  ACHG-BEFORE-FLAG        PIC X(01).
000350             88  ACHG-BEFORE-PRESENT     VALUE "Y".
000360         10  FILLER                  PIC X(01).
000370         10  ACHG-BEFORE-NAME        PIC X(30).
000380         10  FILLER                  PIC X(01).
000390         10  ACHG-BEFORE-BALANCE     PIC S9(9)V99
000400                                     SIGN LEADING SEPARATE.
000410         10  FILLER                  PIC X(01).
000420         10  ACHG-BEFORE-STATUS      PIC X(01).
000430         10  FILLER                  PIC X(01).
000440         10  ACHG-BEFORE-OD-LIMIT    PIC 9(9)V99.
000450         10  FILLER                  PIC X(01).
000460         10  ACHG-BEFORE-OPEN-DATE   PIC 9(08).
000470     05  FILLER                      PIC X(01) VALUE SPACE.
000480     05  ACHG-AFTER-IMAGE.
000490         10  ACHG-AFTER-FLAG         PIC X(01).
000500             88  ACHG-AFTER-PRESENT      VALUE "Y".
000510         10  FILLER                  PIC X(01).
000520         10  ACHG-AFTER-NAME         PIC X(30).
000530         10  FILLER                  PIC X(01).
000540         10  ACHG-AFTER-BALANCE      PIC S9(9)V99
000550                                     SIGN LEADING SEPARATE.
000560         10  FILLER                  PIC X(01).
000570         10  ACHG-AFTER-STATUS       PIC X(01).
000580         10  FILLER                  PIC X(01).
000590         10  ACHG-AFTER-OD-LIMIT     PIC 9(9)V99.
000600         10  FILLER                  PIC X(01).
000610         10  ACHG-AFTER-OPEN-DATE    PIC 9(08).
