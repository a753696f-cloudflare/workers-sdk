000010*===============================================================*
000020* HOLDREC.CPY                                                    *
000030*                                                                *
000040* RECORD LAYOUT FOR THE WRKHOLD FUNDS-HOLD FILE, KEYED ON        *
000050* ACCOUNT NUMBER PLUS HOLD ID. WORKER PLACES, RELEASES AND       *
000060* LISTS HOLDS THROUGH THE /ACCT/NNNNNNNNNN/HOLD ENDPOINTS;       *
000070* ACCTLKUP TAKES THE ACTIVE HOLDS OFF THE BALANCE BEFORE IT      *
000080* LETS A DEBIT THROUGH; THE NIGHTLY ACCTHOLD RUN EXPIRES THE     *
000090* HOLDS PAST THEIR EXPIRY DATE AND PRINTS THE HOLD REGISTER.     *
000100* A RELEASED OR EXPIRED HOLD STAYS ON FILE WITH ITS STATUS SO    *
000110* THE REGISTER KEEPS THE TRAIL. AN EXPIRY DATE OF ZERO MEANS     *
000120* THE HOLD STANDS UNTIL IT IS RELEASED.                          *
000130*                                                                *
000140* MODIFICATION HISTORY                                          *
000150*   2026-10-15  DL100  INITIAL VERSION.                         *
000160*===============================================================*
000170 01  HOLD-RECORD.
000180     05  HOLD-KEY.
000190         10  HOLD-ACCT-NUMBER        PIC X(10).
000200         10  HOLD-ID                 PIC X(10).
000210     05  HOLD-AMOUNT                 PIC S9(9)V99
000220                                     SIGN LEADING SEPARATE.
000230     05  HOLD-REASON-CODE            PIC X(02).
000240         88  HOLD-REASON-CARD            VALUE "CS".
000250         88  HOLD-REASON-LEGAL           VALUE "LG".
000260         88  HOLD-REASON-CHEQUE          VALUE "UC".
000270         88  HOLD-REASON-OTHER           VALUE "OT".
000280         88  HOLD-REASON-VALID           VALUES "CS", "LG",
000290                                                "UC", "OT".
000300     05  HOLD-PLACED-DATE            PIC 9(08).
000310     05  HOLD-EXPIRY-DATE            PIC 9(08).
000320     05  HOLD-PLACED-BY              PIC X(16).
000330     05  HOLD-STATUS                 PIC X(01).
000340         88  HOLD-ACTIVE                 VALUE "A".
000350         88  HOLD-RELEASED               VALUE "R".
000360         88  HOLD-EXPIRED                VALUE "E".
000370     05  HOLD-CLOSED-DATE            PIC 9(08).
