000030 AUTHOR. DL100-DEVELOPMENT-TEAM.
000040 INSTALLATION. CLOUDFLARE-WORKERS-COBOL.
000050 DATE-WRITTEN. 2026-09-02.
000060 DATE-COMPILED. 2026-10-15.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*-----------------------------------------------------------*
000220*                    ACCTINTR, AUTHMNTN, WRKCUT) APPEAR      *
000230*                    WHEN THEY RAN BUT ARE NEVER FLAGGED     *
000240*                    MISSING.                                *
000241* 2026-10-15  DL100  ACCTHOLD (NIGHTLY FUNDS-HOLD EXPIRY     *
000242*                    AND HOLD REGISTER) ADDED TO THE         *
000243*                    EXPECTED NIGHTLY JOBS.                  *
000244* 2026-10-15  DL100  WRKGLEXT (NIGHTLY GENERAL-LEDGER        *
000245*                    JOURNAL EXTRACT) ADDED TO THE EXPECTED  *
000246*                    NIGHTLY JOBS.                           *
000247* 2026-10-15  DL100  ACCTCHG (NIGHTLY ACCOUNT CHANGE REPORT  *
000248*                    AND RESTATEMENT TIE-OUT) ADDED TO THE   *
000249*                    EXPECTED NIGHTLY JOBS.                  *
000250* 2026-10-15  DL100  ACCTSCRN (NIGHTLY SUSPICIOUS-ACTIVITY   *
000251*                    SCREENING) ADDED TO THE EXPECTED JOBS.  *
000252* 2026-10-15  DL100  ACCTAPRV (NIGHTLY DUAL-CONTROL APPROVAL *
000253*                    EXPIRY AND REGISTER) ADDED TO THE       *
000254*                    EXPECTED NIGHTLY JOBS.                  *
000255* 2026-10-15  DL100  ACCTEVNT (NIGHTLY ACCOUNT EVENT         *
000256*                    DISPATCH TO THE MESSAGING GATEWAY)      *
000257*                    ADDED TO THE EXPECTED NIGHTLY JOBS.     *
000258*-----------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 INPUT-OUTPUT SECTION.
000690     05  FILLER                  PIC X(08) VALUE "stndpost".
000700     05  FILLER                  PIC X(08) VALUE "acctprov".
000710     05  FILLER                  PIC X(08) VALUE "wrkrplex".
000711     05  FILLER                  PIC X(08) VALUE "accthold".
000712     05  FILLER                  PIC X(08) VALUE "wrkglext".
000713     05  FILLER                  PIC X(08) VALUE "acctchg".
000714     05  FILLER                  PIC X(08) VALUE "acctscrn".
000715     05  FILLER                  PIC X(08) VALUE "acctaprv".
000716     05  FILLER                  PIC X(08) VALUE "acctevnt".
000720 01  WS-EXPECTED-TABLE REDEFINES WS-EXPECTED-JOBS-INIT.
000730     05  WS-EXPECTED-JOB         PIC X(08) OCCURS 12 TIMES.
000740 01  WS-SEEN-FLAGS               VALUE SPACES.
000750     05  WS-SEEN-FLAG            PIC X(01) OCCURS 12 TIMES.
000760 77  WS-JOB-IDX                  PIC 9(02) COMP VALUE ZERO.
000770*-----------------------------------------------------------*
000780* RUN COUNTS AND REPORT EDIT FIELDS.                         *
002120     END-EVALUATE.
002130     PERFORM 3200-TICK-EXPECTED-PARA THRU 3200-EXIT
002140         VARYING WS-JOB-IDX FROM 1 BY 1
002150         UNTIL WS-JOB-IDX > 12.
002160     IF NOT WS-RPT-FILE-OK
002170         GO TO 3100-EXIT
002180     END-IF.
002500 4000-FLAG-MISSING-PARA.
002510     PERFORM 4100-FLAG-ONE-JOB-PARA THRU 4100-EXIT
002520         VARYING WS-JOB-IDX FROM 1 BY 1
002530         UNTIL WS-JOB-IDX > 12.
002540 4000-EXIT.
002550     EXIT.
002560*-----------------------------------------------------------*
