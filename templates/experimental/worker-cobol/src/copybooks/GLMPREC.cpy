000010*===============================================================*
000020* GLMPREC.CPY                                                    *
000030*                                                                *
000040* RECORD LAYOUT FOR THE WRKGLMAP GENERAL-LEDGER MAPPING FILE,    *
000050* MAINTAINED BY FINANCE. ONE LINE PER POSTING SOURCE CLASS AND   *
000060* DEBIT/CREDIT CODE, GIVING THE GL ACCOUNT THE JOURNAL DEBITS    *
000070* AND THE GL ACCOUNT IT CREDITS FOR THAT KIND OF POSTING. THE    *
000080* CLASSES ARE THE WRKTRAN POSTING SOURCES (O ONLINE /TRAN, B     *
000090* BULK FILE, S STANDING ORDER, I INTEREST, X TRANSFER, R         *
000100* REVERSAL) PLUS U - THE SUSPENSE PAIR A POSTING FALLS TO WHEN   *
000110* NO OTHER LINE MAPS IT. WRKGLEXT WILL NOT RUN WITHOUT BOTH U    *
000120* LINES. A LINE STARTING WITH AN ASTERISK IS A COMMENT.          *
000130*                                                                *
000140* MODIFICATION HISTORY                                          *
000150*   2026-10-15  DL100  INITIAL VERSION.                         *
000160*===============================================================*
000170 01  GLMAP-RECORD.
000180     05  GLMAP-CLASS                 PIC X(01).
000190         88  GLMAP-COMMENT               VALUE "*".
000200         88  GLMAP-SUSPENSE              VALUE "U".
000210         88  GLMAP-CLASS-VALID           VALUES "O", "B", "S",
000220                                                "I", "X", "R",
000230                                                "U".
000240     05  FILLER                      PIC X(01).
000250     05  GLMAP-DC-CODE               PIC X(01).
000260         88  GLMAP-DC-VALID              VALUES "D", "C".
000270     05  FILLER                      PIC X(01).
000280     05  GLMAP-DEBIT-GL              PIC X(10).
000290     05  FILLER                      PIC X(01).
000300     05  GLMAP-CREDIT-GL             PIC X(10).
000310     05  FILLER                      PIC X(01).
000320     05  GLMAP-DESCRIPTION           PIC X(30).
