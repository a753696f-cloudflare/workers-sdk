000010*===============================================================*
000020* ALRTREC.CPY                                                    *
000030*                                                                *
000040* RECORD LAYOUT FOR THE WRKALERT SCREENING ALERT FILE WRITTEN BY *
000050* THE NIGHTLY ACCTSCRN RUN - ONE LINE PER RULE THAT FIRED ON AN  *
000060* ACCOUNT (SUBJECT TYPE A) OR ON A CLIENT ID (SUBJECT TYPE C),   *
000070* WITH HOW MANY POSTINGS OR AUDIT LINES TRIPPED IT, THE AMOUNT   *
000080* OF THOSE POSTINGS AND THE FIRST AND LAST OF THEIR TIMESTAMPS.  *
000090* THE ACTION SAYS WHAT BECAME OF A SEVERE ACCOUNT ALERT: FROZEN, *
000100* ALREADY (THE ACCOUNT WAS ALREADY FROZEN), CLOSED, FRZFAIL (THE *
000110* FREEZE WAS NOT APPLIED) OR NOTFROZN (TOO MANY SEVERE ALERTS IN *
000120* THE RUN TO HOLD FOR FREEZING). AN ALERT-ONLY RULE, AND ANY     *
000130* CLIENT ALERT, CARRIES "ALERT". THE AMOUNT CARRIES A LEADING    *
000140* SEPARATE SIGN SO THE FILE STAYS READABLE.                      *
000150*                                                                *
000160* MODIFICATION HISTORY                                          *
000170*   2026-10-15  DL100  INITIAL VERSION.                         *
000180*===============================================================*
000190 01  ALERT-RECORD.
000200     05  ALERT-BUSINESS-DATE         PIC 9(08).
000210     05  FILLER                      PIC X(01) VALUE SPACE.
000220     05  ALERT-RUN-TIMESTAMP         PIC X(17).
000230     05  FILLER                      PIC X(01) VALUE SPACE.
000240     05  ALERT-RULE-ID               PIC X(08).
000250     05  FILLER                      PIC X(01) VALUE SPACE.
000260     05  ALERT-RULE-TYPE             PIC X(01).
000270     05  FILLER                      PIC X(01) VALUE SPACE.
000280     05  ALERT-SEVERITY              PIC X(01).
000290     05  FILLER                      PIC X(01) VALUE SPACE.
000300     05  ALERT-SUBJECT-TYPE          PIC X(01).
000310         88  ALERT-SUBJECT-ACCOUNT       VALUE "A".
000320         88  ALERT-SUBJECT-CLIENT        VALUE "C".
000330     05  FILLER                      PIC X(01) VALUE SPACE.
000340     05  ALERT-SUBJECT               PIC X(16).
000350     05  FILLER                      PIC X(01) VALUE SPACE.
000360     05  ALERT-HIT-COUNT             PIC 9(05).
000370     05  FILLER                      PIC X(01) VALUE SPACE.
000380     05  ALERT-HIT-AMOUNT            PIC S9(11)V99
000390                                     SIGN LEADING SEPARATE.
000400     05  FILLER                      PIC X(01) VALUE SPACE.
000410     05  ALERT-FIRST-TIMESTAMP       PIC X(17).
000420     05  FILLER                      PIC X(01) VALUE SPACE.
000430     05  ALERT-LAST-TIMESTAMP        PIC X(17).
000440     05  FILLER                      PIC X(01) VALUE SPACE.
000450     05  ALERT-ACTION                PIC X(08).
000460     05  FILLER                      PIC X(01) VALUE SPACE.
000470     05  ALERT-DESCRIPTION           PIC X(30).
