000010*===============================================================*
000020* BULKREC.CPY                                                    *
000030*                                                                *
000040* RECORD LAYOUTS FOR THE WRKBULK INBOUND BULK PAYMENT FILE A     *
000050* CORPORATE CLIENT SENDS FOR A PAYROLL OR SUPPLIER RUN. ONE      *
000060* HEADER (CLIENT ID, THE CLIENT'S FILE REFERENCE AND THE VALUE   *
000070* DATE), ANY NUMBER OF DETAILS (ACCOUNT, D/C, AMOUNT AND THE     *
000080* CLIENT REFERENCE THAT STOPS A RE-SENT LINE POSTING TWICE),     *
000090* AND ONE TRAILER CARRYING THE DETAIL COUNT AND THE HASH TOTAL   *
000100* OF THE DETAIL AMOUNTS. THE THREE 01 LEVELS SHARE THE RECORD    *
000110* AREA; BULK-REC-TYPE SAYS WHICH ONE IS IN HAND. ACCTBULK        *
000120* WRITES THE LINES IT COULD NOT POST BACK OUT IN THE SAME        *
000130* LAYOUT AS THE WRKBRTN RETURN FILE, WITH THE REASON FILLED IN,  *
000140* SO THE CLIENT CAN CORRECT AND RE-SEND THEM AS THEY STAND.      *
000150*                                                                *
000160* MODIFICATION HISTORY                                          *
000170*   2026-10-15  DL100  INITIAL VERSION.                         *
000180*===============================================================*
000190 01  BULK-HEADER-RECORD.
000200     05  BULK-REC-TYPE               PIC X(01).
000210         88  BULK-HEADER                 VALUE "H".
000220         88  BULK-DETAIL                 VALUE "D".
000230         88  BULK-TRAILER                VALUE "T".
000240     05  BULK-HDR-CLIENT-ID          PIC X(16).
000250     05  BULK-HDR-FILE-REF           PIC X(16).
000260     05  BULK-HDR-VALUE-DATE         PIC 9(08).
000270     05  FILLER                      PIC X(39).
000280 01  BULK-DETAIL-RECORD.
000290     05  FILLER                      PIC X(01).
000300     05  BULK-DTL-ACCT-NUMBER        PIC X(10).
000310     05  BULK-DTL-DC-CODE            PIC X(01).
000320         88  BULK-DTL-DEBIT              VALUE "D".
000330         88  BULK-DTL-CREDIT             VALUE "C".
000340         88  BULK-DTL-DC-VALID           VALUES "D", "C".
000350     05  BULK-DTL-AMOUNT             PIC 9(09)V99.
000360     05  BULK-DTL-CLIENT-REF         PIC X(16).
000370     05  BULK-DTL-RETURN-REASON      PIC X(10).
000380     05  FILLER                      PIC X(31).
000390 01  BULK-TRAILER-RECORD.
000400     05  FILLER                      PIC X(01).
000410     05  BULK-TRL-RECORD-COUNT       PIC 9(07).
000420     05  BULK-TRL-HASH-TOTAL         PIC 9(11)V99.
000430     05  FILLER                      PIC X(59).
