000010*===============================================================*
000020* GLJNREC.CPY                                                    *
000030*                                                                *
000040* RECORD LAYOUTS FOR THE WRKGLJNL GENERAL-LEDGER JOURNAL FILE    *
000050* WRKGLEXT WRITES EACH NIGHT FOR THE LEDGER SYSTEM. ONE BATCH    *
000060* PER BUSINESS DATE: A HEADER, A DEBIT AND A CREDIT LINE FOR     *
000070* EACH MAPPING LINE THAT CARRIED POSTINGS (THE SUSPENSE PAIR     *
000080* INCLUDED), AND A TRAILER WITH THE LINE COUNT, THE DEBIT AND    *
000090* CREDIT TOTALS AND THE NET, WHICH IS ALWAYS ZERO IN A BATCH     *
000100* THE LEDGER MAY LOAD. THE THREE 01 LEVELS SHARE THE RECORD      *
000110* AREA; GLJN-REC-TYPE SAYS WHICH ONE IS IN HAND.                 *
000120*                                                                *
000130* MODIFICATION HISTORY                                          *
000140*   2026-10-15  DL100  INITIAL VERSION.                         *
000150*===============================================================*
000160 01  GLJN-HEADER-RECORD.
000170     05  GLJN-REC-TYPE               PIC X(01).
000180         88  GLJN-HEADER                 VALUE "H".
000190         88  GLJN-DETAIL                 VALUE "D".
000200         88  GLJN-TRAILER                VALUE "T".
000210     05  GLJN-HDR-BATCH-ID           PIC X(12).
000220     05  GLJN-HDR-BUSINESS-DATE      PIC 9(08).
000230     05  GLJN-HDR-CREATED            PIC X(17).
000240     05  FILLER                      PIC X(62).
000250 01  GLJN-DETAIL-RECORD.
000260     05  FILLER                      PIC X(01).
000270     05  GLJN-DTL-LINE-NUMBER        PIC 9(05).
000280     05  GLJN-DTL-GL-ACCOUNT         PIC X(10).
000290     05  GLJN-DTL-DC-CODE            PIC X(01).
000300     05  GLJN-DTL-AMOUNT             PIC 9(11)V99.
000310     05  GLJN-DTL-CLASS              PIC X(01).
000320     05  GLJN-DTL-POSTINGS           PIC 9(07).
000330     05  GLJN-DTL-DESCRIPTION        PIC X(30).
000340     05  FILLER                      PIC X(32).
000350 01  GLJN-TRAILER-RECORD.
000360     05  FILLER                      PIC X(01).
000370     05  GLJN-TRL-LINE-COUNT         PIC 9(05).
000380     05  GLJN-TRL-TOTAL-DEBITS       PIC 9(13)V99.
000390     05  GLJN-TRL-TOTAL-CREDITS      PIC 9(13)V99.
000400     05  GLJN-TRL-NET                PIC S9(13)V99
000410                                     SIGN LEADING SEPARATE.
000420     05  FILLER                      PIC X(48).
