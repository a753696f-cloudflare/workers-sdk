000010*===============================================================*
000020* BACKREC.CPY                                                    *
000030*                                                                *
000040* RECORD LAYOUTS FOR THE WRKBACK ACKNOWLEDGEMENT FILE ACCTBULK   *
000050* SENDS BACK FOR EVERY WRKBULK BULK PAYMENT FILE. THE HEADER     *
000060* ECHOES THE CLIENT'S HEADER AND SAYS WHETHER THE FILE WAS       *
000070* ACCEPTED OR REJECTED WHOLE (AND WHY). AN ACCEPTED FILE GETS    *
000080* ONE DETAIL PER PAYMENT LINE WITH ITS RESULT, THE ACCTLKUP      *
000090* RETURN CODE AND THE RESULTING BALANCE, THEN A TRAILER WITH     *
000100* THE LINE COUNTS AND THE AMOUNT POSTED. THE THREE 01 LEVELS     *
000110* SHARE THE RECORD AREA; BACK-REC-TYPE SAYS WHICH IS IN HAND.    *
000120*                                                                *
000130* MODIFICATION HISTORY                                          *
000140*   2026-10-15  DL100  INITIAL VERSION.                         *
000150*===============================================================*
000160 01  BACK-HEADER-RECORD.
000170     05  BACK-REC-TYPE               PIC X(01).
000180         88  BACK-HEADER                 VALUE "H".
000190         88  BACK-DETAIL                 VALUE "D".
000200         88  BACK-TRAILER                VALUE "T".
000210     05  BACK-HDR-CLIENT-ID          PIC X(16).
000220     05  BACK-HDR-FILE-REF           PIC X(16).
000230     05  BACK-HDR-VALUE-DATE         PIC X(08).
000240     05  BACK-HDR-RUN-DATE           PIC 9(08).
000250     05  BACK-HDR-FILE-STATUS        PIC X(01).
000260         88  BACK-FILE-ACCEPTED          VALUE "A".
000270         88  BACK-FILE-REJECTED          VALUE "R".
000280     05  BACK-HDR-REJECT-REASON      PIC X(40).
000290     05  FILLER                      PIC X(10).
000300 01  BACK-DETAIL-RECORD.
000310     05  FILLER                      PIC X(01).
000320     05  BACK-DTL-LINE-NUMBER        PIC 9(07).
000330     05  BACK-DTL-ACCT-NUMBER        PIC X(10).
000340     05  BACK-DTL-DC-CODE            PIC X(01).
000350     05  BACK-DTL-AMOUNT             PIC X(11).
000360     05  BACK-DTL-CLIENT-REF         PIC X(16).
000370     05  BACK-DTL-RESULT             PIC X(10).
000380         88  BACK-RESULT-POSTED          VALUE "POSTED".
000390         88  BACK-RESULT-DUPLICATE       VALUE "DUPLICATE".
000400         88  BACK-RESULT-FROZEN          VALUE "FROZEN".
000410         88  BACK-RESULT-OVER-LIMIT      VALUE "OVERLIMIT".
000420         88  BACK-RESULT-FUNDS-HELD      VALUE "HELD".
000430         88  BACK-RESULT-CLOSED          VALUE "CLOSED".
000440         88  BACK-RESULT-NOT-FOUND       VALUE "NOTFOUND".
000450         88  BACK-RESULT-INVALID         VALUE "INVALID".
000460         88  BACK-RESULT-FAILED          VALUE "FAILED".
000470     05  BACK-DTL-RETURN-CODE        PIC X(02).
000480     05  BACK-DTL-NEW-BALANCE        PIC S9(9)V99
000490                                     SIGN LEADING SEPARATE.
000500     05  FILLER                      PIC X(30).
000510 01  BACK-TRAILER-RECORD.
000520     05  FILLER                      PIC X(01).
000530     05  BACK-TRL-LINES-READ         PIC 9(07).
000540     05  BACK-TRL-LINES-POSTED       PIC 9(07).
000550     05  BACK-TRL-LINES-DUPLICATE    PIC 9(07).
000560     05  BACK-TRL-LINES-RETURNED     PIC 9(07).
000570     05  BACK-TRL-POSTED-TOTAL       PIC 9(11)V99.
000580     05  FILLER                      PIC X(58).
