000010*===============================================================*
000020* EVDLREC.CPY                                                    *
000030*                                                                *
000040* RECORD LAYOUTS FOR THE WRKEVDLV DELIVERY FILE THE NIGHTLY      *
000050* ACCTEVNT RUN HANDS TO THE MESSAGING GATEWAY. EVERY RECORD IS   *
000060* 200 BYTES, TYPED BY ITS FIRST BYTE: ONE HEADER, THEN FOR EACH  *
000070* CLIENT WITH EVENTS TO SEND A CLIENT RECORD FOLLOWED BY ONE     *
000080* DETAIL RECORD PER EVENT, THEN ONE TRAILER WITH THE COUNTS. THE *
000090* EVENT ID IS THE WRKEVNT KEY AND IS WHAT THE GATEWAY QUOTES BACK*
000100* ON THE WRKEVACK ACKNOWLEDGEMENT FILE (SEE EVAKREC). THE MESSAGE*
000110* TEXT IS READY TO SEND AS IT STANDS.                            *
000120*                                                                *
000130* MODIFICATION HISTORY                                          *
000140*   2026-10-15  DL100  INITIAL VERSION.                         *
000150*===============================================================*
000160 01  EVDL-HEADER-RECORD.
000170     05  EVDL-REC-TYPE               PIC X(01).
000180         88  EVDL-HEADER                 VALUE "H".
000190         88  EVDL-CLIENT                 VALUE "C".
000200         88  EVDL-DETAIL                 VALUE "D".
000210         88  EVDL-TRAILER                VALUE "T".
000220     05  EVDL-HDR-BUSINESS-DATE      PIC 9(08).
000230     05  EVDL-HDR-CREATED            PIC X(17).
000240     05  FILLER                      PIC X(174).
000250 01  EVDL-CLIENT-RECORD.
000260     05  FILLER                      PIC X(01).
000270     05  EVDL-CLI-CLIENT-ID          PIC X(16).
000280     05  FILLER                      PIC X(183).
000290 01  EVDL-DETAIL-RECORD.
000300     05  FILLER                      PIC X(01).
000310     05  EVDL-DTL-EVENT-ID           PIC X(36).
000320     05  EVDL-DTL-ACCT-NUMBER        PIC X(10).
000330     05  EVDL-DTL-EVENT-TYPE         PIC X(01).
000340     05  EVDL-DTL-CHANNEL            PIC X(01).
000350     05  EVDL-DTL-ADDRESS            PIC X(60).
000360     05  EVDL-DTL-TEXT               PIC X(80).
000370     05  FILLER                      PIC X(11).
000380 01  EVDL-TRAILER-RECORD.
000390     05  FILLER                      PIC X(01).
000400     05  EVDL-TRL-CLIENT-COUNT       PIC 9(05).
000410     05  EVDL-TRL-EVENT-COUNT        PIC 9(07).
000420     05  FILLER                      PIC X(187).
