000010*===============================================================*
000020* BILXREC.CPY                                                    *
000030*                                                                *
000040* RECORD LAYOUTS FOR THE WRKBILLX API BILLING EXTRACT THE        *
000050* MONTHLY WRKBILL RUN WRITES FOR ACCOUNTS RECEIVABLE. ONE BATCH  *
000060* PER RUN: A HEADER WITH THE FIRST AND LAST DATES OF THE CALLS   *
000070* BILLED, A DETAIL LINE FOR EACH CLIENT AND ENDPOINT CATEGORY    *
000080* THE CLIENT CALLED (CALLS MADE, SUCCESSFUL CALLS COVERED BY     *
000090* THE INCLUDED VOLUME, AND THE CHARGE), AND A TRAILER WITH THE   *
000100* LINE COUNT, THE NUMBER OF CLIENTS AND THE TOTAL CHARGED. ONLY  *
000110* CLIENTS ON WRKAUTH ARE BILLED; ANONYMOUS AND UNKNOWN TRAFFIC   *
000120* APPEARS ON THE STATEMENT REPORT ONLY. THE THREE 01 LEVELS      *
000130* SHARE THE RECORD AREA; BILX-REC-TYPE SAYS WHICH ONE IS IN      *
000140* HAND.                                                          *
000150*                                                                *
000160* MODIFICATION HISTORY                                          *
000170*   2026-10-15  DL100  INITIAL VERSION.                         *
000180*===============================================================*
000190 01  BILX-HEADER-RECORD.
000200     05  BILX-REC-TYPE               PIC X(01).
000210         88  BILX-HEADER                 VALUE "H".
000220         88  BILX-DETAIL                 VALUE "D".
000230         88  BILX-TRAILER                VALUE "T".
000240     05  BILX-HDR-PERIOD-FROM        PIC 9(08).
000250     05  BILX-HDR-PERIOD-TO          PIC 9(08).
000260     05  BILX-HDR-BUSINESS-DATE      PIC 9(08).
000270     05  BILX-HDR-CREATED            PIC X(17).
000280     05  FILLER                      PIC X(48).
000290 01  BILX-DETAIL-RECORD.
000300     05  FILLER                      PIC X(01).
000310     05  BILX-DTL-CLIENT-ID          PIC X(16).
000320     05  BILX-DTL-CLIENT-NAME        PIC X(30).
000330     05  BILX-DTL-CATEGORY           PIC X(07).
000340     05  BILX-DTL-CALLS              PIC 9(07).
000350     05  BILX-DTL-INCLUDED           PIC 9(07).
000360     05  BILX-DTL-AMOUNT             PIC 9(09)V99.
000370     05  FILLER                      PIC X(11).
000380 01  BILX-TRAILER-RECORD.
000390     05  FILLER                      PIC X(01).
000400     05  BILX-TRL-LINE-COUNT         PIC 9(05).
000410     05  BILX-TRL-CLIENT-COUNT       PIC 9(05).
000420     05  BILX-TRL-TOTAL-AMOUNT       PIC 9(11)V99.
000430     05  FILLER                      PIC X(66).
