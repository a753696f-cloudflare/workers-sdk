000010*===============================================================*
000020* SUBSREC.CPY                                                    *
000030*                                                                *
000040* RECORD LAYOUT FOR THE WRKSUBS EVENT SUBSCRIPTION FILE, KEYED ON*
000050* THE ACCOUNT NUMBER - ONE RECORD FOR EACH ACCOUNT WHOSE HOLDER  *
000060* WANTS TO BE TOLD WHEN SOMETHING HAPPENS TO IT. THE HOLDER IS   *
000070* NAMED BY THE CLIENT ID THE MESSAGING GATEWAY KNOWS THEM BY, AND*
000080* IS REACHED ON THE CHANNEL AND ADDRESS GIVEN. EACH EVENT FLAG IS*
000090* "Y" OR "N". THE LOW-BALANCE ALERT FIRES WHEN A POSTING TAKES   *
000100* THE BALANCE FROM AT OR ABOVE THE ALERT THRESHOLD TO BELOW IT;  *
000110* THE LARGE-CREDIT ALERT FIRES ON A CREDIT ABOVE THE LARGE-CREDIT*
000120* AMOUNT. ACCTLKUP READS THIS FILE TO DECIDE WHICH EVENTS TO PUT *
000130* ON THE WRKEVNT OUTBOX; A PAUSED SUBSCRIPTION RAISES NONE.      *
000140* MAINTAINED ONLY THROUGH THE ACCTSUBM RUN.                      *
000150*                                                                *
000160* MODIFICATION HISTORY                                          *
000170*   2026-10-15  DL100  INITIAL VERSION.                         *
000180*===============================================================*
000190 01  SUBS-RECORD.
000200     05  SUBS-ACCT-NUMBER            PIC X(10).
000210     05  SUBS-CLIENT-ID              PIC X(16).
000220     05  SUBS-CHANNEL                PIC X(01).
000230         88  SUBS-CHANNEL-SMS            VALUE "S".
000240         88  SUBS-CHANNEL-EMAIL          VALUE "E".
000250         88  SUBS-CHANNEL-VALID          VALUES "S", "E".
000260     05  SUBS-ADDRESS                PIC X(60).
000270     05  SUBS-STATUS                 PIC X(01).
000280         88  SUBS-ACTIVE                 VALUE "A".
000290         88  SUBS-PAUSED                 VALUE "P".
000300     05  SUBS-EVENT-FLAGS.
000310         10  SUBS-WANT-NEGATIVE      PIC X(01).
000320             88  SUBS-WANTS-NEGATIVE     VALUE "Y".
000330         10  SUBS-WANT-LOW-BALANCE   PIC X(01).
000340             88  SUBS-WANTS-LOW-BALANCE  VALUE "Y".
000350         10  SUBS-WANT-LARGE-CREDIT  PIC X(01).
000360             88  SUBS-WANTS-LARGE-CREDIT VALUE "Y".
000370         10  SUBS-WANT-REFUSED       PIC X(01).
000380             88  SUBS-WANTS-REFUSED      VALUE "Y".
000390         10  SUBS-WANT-STATUS        PIC X(01).
000400             88  SUBS-WANTS-STATUS       VALUE "Y".
000410     05  SUBS-LOW-THRESHOLD          PIC 9(9)V99.
000420     05  SUBS-LARGE-CREDIT           PIC 9(9)V99.
000430     05  SUBS-UPDATED-DATE           PIC 9(08).
