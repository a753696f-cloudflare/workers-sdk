000010*===============================================================*
000020* SCRLREC.CPY                                                    *
000030*                                                                *
000040* RECORD LAYOUT FOR THE WRKSCRUL SCREENING RULE FILE, MAINTAINED *
000050* BY THE FRAUD TEAM AND READ BY THE NIGHTLY ACCTSCRN RUN. ONE    *
000060* LINE PER RULE. THE RULE TYPE SAYS WHAT THE RULE LOOKS FOR:     *
000070*   V  VELOCITY - AT LEAST COUNT MATCHING POSTINGS ON ONE        *
000080*      ACCOUNT WITHIN MINUTES OF EACH OTHER.                     *
000090*   N  NEW ACCOUNT - MATCHING POSTINGS OF AT LEAST AMOUNT ON AN  *
000100*      ACCOUNT OPENED WITHIN DAYS OF THE BUSINESS DATE.          *
000110*   A  ROUND AMOUNT - MATCHING POSTINGS THAT ARE A WHOLE NUMBER  *
000120*      OF UNITS AND FALL WITHIN AMOUNT BELOW THE WRKCFG EXPOSURE *
000130*      THRESHOLD.                                                *
000140*   R  REFUSALS - AT LEAST COUNT WRKAUDIT LINES WITH THE GIVEN   *
000150*      HTTP STATUS FROM ONE CLIENT ID.                           *
000160* FOR V, N AND A THE D/C AND SOURCE CODES NARROW THE POSTINGS    *
000170* LOOKED AT (BLANK MATCHES ANY), AMOUNT IS A FLOOR FOR V AND N,  *
000180* AND AN ACCOUNT ALERTS WHEN COUNT (AT LEAST ONE) POSTINGS       *
000190* MATCH. SEVERITY S FREEZES THE ACCOUNT ON THE MASTER AS WELL AS *
000200* RAISING THE ALERT; A REFUSAL RULE NAMES A CLIENT, NOT AN       *
000210* ACCOUNT, SO IT ONLY EVER ALERTS. A LINE STARTING WITH AN       *
000220* ASTERISK IS A COMMENT.                                         *
000230*                                                                *
000240* MODIFICATION HISTORY                                          *
000250*   2026-10-15  DL100  INITIAL VERSION.                         *
000260*===============================================================*
000270 01  SCRUL-RECORD.
000280     05  SCRUL-RULE-ID               PIC X(08).
000290     05  FILLER                      PIC X(01).
000300     05  SCRUL-RULE-TYPE             PIC X(01).
000310         88  SCRUL-VELOCITY              VALUE "V".
000320         88  SCRUL-NEW-ACCOUNT           VALUE "N".
000330         88  SCRUL-ROUND-AMOUNT          VALUE "A".
000340         88  SCRUL-REFUSALS              VALUE "R".
000350         88  SCRUL-TYPE-VALID            VALUES "V", "N", "A",
000360                                                "R".
000370     05  FILLER                      PIC X(01).
000380     05  SCRUL-SEVERITY              PIC X(01).
000390         88  SCRUL-SEVERE                VALUE "S".
000400         88  SCRUL-SEVERITY-VALID        VALUES "S", "A".
000410     05  FILLER                      PIC X(01).
000420     05  SCRUL-DC-CODE               PIC X(01).
000430         88  SCRUL-DC-VALID              VALUES " ", "D", "C".
000440     05  FILLER                      PIC X(01).
000450     05  SCRUL-SOURCE-CODE           PIC X(01).
000460         88  SCRUL-SOURCE-VALID          VALUES " ", "O", "B",
000470                                                "S", "I", "X",
000480                                                "R".
000490     05  FILLER                      PIC X(01).
000500     05  SCRUL-HTTP-STATUS           PIC X(03).
000510     05  FILLER                      PIC X(01).
000520     05  SCRUL-COUNT                 PIC 9(05).
000530     05  FILLER                      PIC X(01).
000540     05  SCRUL-MINUTES               PIC 9(05).
000550     05  FILLER                      PIC X(01).
000560     05  SCRUL-DAYS                  PIC 9(03).
000570     05  FILLER                      PIC X(01).
000580     05  SCRUL-AMOUNT                PIC 9(9)V99.
000590     05  FILLER                      PIC X(01).
000600     05  SCRUL-UNIT                  PIC 9(9)V99.
000610     05  FILLER                      PIC X(01).
000620     05  SCRUL-DESCRIPTION           PIC X(30).
