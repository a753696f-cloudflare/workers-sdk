000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. acctscrn.
000030 AUTHOR. DL100-DEVELOPMENT-TEAM.
000040 INSTALLATION. CLOUDFLARE-WORKERS-COBOL.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                       *
000090*-----------------------------------------------------------*
000100* 2026-10-15  DL100  INITIAL VERSION. NIGHTLY SUSPICIOUS-    *
000110*                    ACTIVITY SCREENING. APPLIES THE FRAUD   *
000120*                    TEAM'S WRKSCRUL RULE TABLE TO THE       *
000130*                    BUSINESS DATE'S WRKTRAN POSTINGS        *
000140*                    (BURSTS OF POSTINGS, LARGE CREDITS TO   *
000150*                    NEW ACCOUNTS, ROUND AMOUNTS JUST BELOW  *
000160*                    THE EXPOSURE THRESHOLD) AND WRKAUDIT    *
000170*                    LINES (REPEATED REFUSALS FROM ONE       *
000180*                    CLIENT ID). WRITES THE WRKALERT ALERT   *
000190*                    FILE AND THE WRKSCRNR INVESTIGATOR      *
000200*                    REPORT WITH THE TRIGGERING POSTINGS,    *
000210*                    AND FREEZES THE ACCOUNT THROUGH         *
000220*                    ACCTLKUP WHERE A SEVERE RULE FIRED.     *
000222* 2026-10-15  DL100  ALERT REPORT LINES ARE BUILT FROM THE   *
000224*                    RULE, ACCOUNT AND CLIENT FIELDS BEFORE  *
000226*                    THE WRKALERT WRITE, NOT FROM THE RECORD *
000228*                    AREA AFTER IT.                          *
000230*-----------------------------------------------------------*
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT CONFIG-FILE ASSIGN TO "WRKCFG"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-CONFIG-FILE-STATUS.
000310     SELECT RULE-FILE ASSIGN TO "WRKSCRUL"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-RULE-FILE-STATUS.
000340     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "WRKACCT"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS ACCT-MASTER-KEY
000380         FILE STATUS IS WS-ACCT-FILE-STATUS.
000390     SELECT TRAN-HISTORY-FILE ASSIGN TO "WRKTRAN"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS TRAN-KEY
000430         ALTERNATE RECORD KEY IS TRAN-REFERENCE
000440             WITH DUPLICATES
000450         FILE STATUS IS WS-TRAN-FILE-STATUS.
000460     SELECT AUDIT-LOG-FILE ASSIGN TO "WRKAUDIT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000490     SELECT ALERT-FILE ASSIGN TO "WRKALERT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-ALERT-FILE-STATUS.
000520     SELECT SCREEN-REPORT-FILE ASSIGN TO "WRKSCRNR"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-RPT-FILE-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  CONFIG-FILE.
000580 01  CONFIG-RECORD                   PIC X(60).
000590 FD  RULE-FILE.
000600 COPY SCRLREC.
000610 FD  ACCOUNT-MASTER-FILE.
000620 COPY ACCTREC.
000630 FD  TRAN-HISTORY-FILE.
000640 COPY TRANREC.
000650 FD  AUDIT-LOG-FILE.
000660 COPY AUDTREC.
000670 FD  ALERT-FILE.
000680 COPY ALRTREC.
000690 FD  SCREEN-REPORT-FILE.
000700 01  SCREEN-REPORT-LINE              PIC X(120).
000710 WORKING-STORAGE SECTION.
000720*-----------------------------------------------------------*
000730* FILE STATUS SWITCHES AND PER-FILE EOF SWITCHES.            *
000740*-----------------------------------------------------------*
000750 77  WS-CONFIG-FILE-STATUS       PIC X(02) VALUE SPACES.
000760     88  WS-CONFIG-FILE-OK           VALUE "00".
000770 77  WS-RULE-FILE-STATUS         PIC X(02) VALUE SPACES.
000780     88  WS-RULE-FILE-OK             VALUE "00".
000790 77  WS-ACCT-FILE-STATUS         PIC X(02) VALUE SPACES.
000800     88  WS-ACCT-FILE-OK             VALUE "00".
000810 77  WS-ACCT-FILE-OPENED         PIC X(01) VALUE "N".
000820     88  WS-ACCT-FILE-IS-OPEN        VALUE "Y".
000830 77  WS-TRAN-FILE-STATUS         PIC X(02) VALUE SPACES.
000840     88  WS-TRAN-FILE-OK             VALUE "00" "02".
000850     88  WS-TRAN-FILE-MISSING        VALUE "35".
000860 77  WS-TRAN-FILE-OPENED         PIC X(01) VALUE "N".
000870     88  WS-TRAN-FILE-IS-OPEN        VALUE "Y".
000880 77  WS-AUDIT-FILE-STATUS        PIC X(02) VALUE SPACES.
000890     88  WS-AUDIT-FILE-OK            VALUE "00".
000900 77  WS-ALERT-FILE-STATUS        PIC X(02) VALUE SPACES.
000910     88  WS-ALERT-FILE-OK            VALUE "00".
000920 77  WS-ALERT-FILE-OPENED        PIC X(01) VALUE "N".
000930     88  WS-ALERT-FILE-IS-OPEN       VALUE "Y".
000940 77  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
000950     88  WS-RPT-FILE-OK              VALUE "00".
000960 77  WS-CFG-EOF-SWITCH           PIC X(01) VALUE "N".
000970     88  WS-CFG-EOF                  VALUE "Y".
000980 77  WS-RULE-EOF-SWITCH          PIC X(01) VALUE "N".
000990     88  WS-RULE-EOF                 VALUE "Y".
001000 77  WS-TRAN-EOF-SWITCH          PIC X(01) VALUE "N".
001010     88  WS-TRAN-EOF                 VALUE "Y".
001020 77  WS-AUDT-EOF-SWITCH          PIC X(01) VALUE "N".
001030     88  WS-AUDT-EOF                 VALUE "Y".
001040*-----------------------------------------------------------*
001050* RUN SWITCHES. SCREENING RUNS ONLY WHEN THE RUN WAS NOT     *
001060* BLOCKED, AT LEAST ONE RULE IS USABLE AND THE ALERT FILE    *
001070* AND MASTER OPENED. A WRKTRAN OR WRKAUDIT READ ERROR PART   *
001080* WAY THROUGH FAILS THE RUN - A SCREEN OF PART OF THE DAY    *
001090* MUST NOT PASS FOR THE WHOLE.                               *
001100*-----------------------------------------------------------*
001110 77  WS-SCREEN-SWITCH            PIC X(01) VALUE "N".
001120     88  WS-SCREEN-OK                VALUE "Y".
001130 77  WS-TRAN-ERROR-SWITCH        PIC X(01) VALUE "N".
001140     88  WS-TRAN-READ-ERROR          VALUE "Y".
001150 77  WS-AUDIT-ERROR-SWITCH       PIC X(01) VALUE "N".
001160     88  WS-AUDIT-READ-ERROR         VALUE "Y".
001170*-----------------------------------------------------------*
001180* RUN DATE AND THE BUSINESS DATE BEING SCREENED. THE         *
001190* BUSINESS DATE IS THE RUN DATE UNLESS WRKCFG CARRIES A      *
001200* "SCRN-DATE YYYYMMDD" LINE - HOW OPS RE-SCREENS A PAST      *
001210* DAY. THE EXPOSURE THRESHOLD IS THE ONE ACCTEXCP USES,      *
001220* FROM THE WRKCFG "EXPOSURE" LINE IN WHOLE CURRENCY UNITS;   *
001230* ZERO LEAVES THE ROUND-AMOUNT RULES OFF.                    *
001240*-----------------------------------------------------------*
001250 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001260 77  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
001270 77  WS-RUN-TIMESTAMP            PIC X(17) VALUE SPACES.
001280 01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001290 01  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE
001300                                 PIC X(08).
001310 77  WS-BUSINESS-DAY-NO          PIC 9(07) COMP VALUE ZERO.
001320 77  WS-EXPOSURE-LIMIT           PIC 9(09) VALUE ZERO.
001330*-----------------------------------------------------------*
001340* RULE TABLE, LOADED FROM WRKSCRUL. A LINE THAT DOES NOT     *
001350* MAKE A WORKABLE RULE IS LISTED ON THE REPORT WITH THE      *
001360* REASON AND LEFT OUT; LINES PAST THE TABLE SIZE ARE LEFT    *
001370* OUT THE SAME WAY.                                          *
001380*-----------------------------------------------------------*
001390 01  WS-RULE-TABLE.
001400     05  WS-RUL-ENTRY OCCURS 20 TIMES.
001410         10  WS-RUL-ID           PIC X(08).
001420         10  WS-RUL-TYPE         PIC X(01).
001430             88  WS-RUL-VELOCITY     VALUE "V".
001440             88  WS-RUL-NEW-ACCOUNT  VALUE "N".
001450             88  WS-RUL-ROUND-AMOUNT VALUE "A".
001460             88  WS-RUL-REFUSALS     VALUE "R".
001470         10  WS-RUL-SEVERITY     PIC X(01).
001480             88  WS-RUL-SEVERE       VALUE "S".
001490         10  WS-RUL-DC-CODE      PIC X(01).
001500         10  WS-RUL-SOURCE-CODE  PIC X(01).
001510         10  WS-RUL-HTTP-STATUS  PIC X(03).
001520         10  WS-RUL-COUNT        PIC 9(05) COMP.
001530         10  WS-RUL-WINDOW-SECS  PIC 9(07) COMP.
001540         10  WS-RUL-DAYS         PIC 9(03) COMP.
001550         10  WS-RUL-AMOUNT       PIC 9(9)V99.
001560         10  WS-RUL-UNIT         PIC 9(9)V99.
001570         10  WS-RUL-DESCRIPTION  PIC X(30).
001580         10  WS-RUL-ALERTS       PIC 9(05) COMP.
001590 77  WS-RUL-COUNT-LOADED         PIC 9(03) COMP VALUE ZERO.
001600 77  WS-RUL-IDX                  PIC 9(03) COMP VALUE ZERO.
001610 77  WS-ACCT-RULES               PIC 9(03) COMP VALUE ZERO.
001620 77  WS-AUDIT-RULES              PIC 9(03) COMP VALUE ZERO.
001630 77  WS-RULES-IGNORED            PIC 9(05) COMP VALUE ZERO.
001640 77  WS-RULE-REASON              PIC X(30) VALUE SPACES.
001650*-----------------------------------------------------------*
001660* POSTING BUFFER - THE BUSINESS DATE'S POSTINGS TO THE       *
001670* ACCOUNT IN HAND, IN TIMESTAMP ORDER AS WRKTRAN'S KEY       *
001680* GIVES THEM. EACH RULE MARKS THE POSTINGS IT LOOKS AT       *
001690* (MATCH) AND THE ONES THAT TRIPPED IT (HIT). POSTINGS       *
001700* PAST THE BUFFER SIZE ARE COUNTED AND NOT SCREENED.         *
001710*-----------------------------------------------------------*
001720 01  WS-POSTING-TABLE.
001730     05  WS-PST-ENTRY OCCURS 300 TIMES.
001740         10  WS-PST-TIMESTAMP    PIC X(17).
001750         10  WS-PST-SECONDS      PIC 9(05) COMP.
001760         10  WS-PST-DC-CODE      PIC X(01).
001770         10  WS-PST-SOURCE-CODE  PIC X(01).
001780         10  WS-PST-AMOUNT       PIC S9(9)V99.
001790         10  WS-PST-BALANCE      PIC S9(9)V99.
001800         10  WS-PST-REFERENCE    PIC X(16).
001810         10  WS-PST-MATCH-FLAG   PIC X(01).
001820             88  WS-PST-MATCHED      VALUE "Y".
001830         10  WS-PST-HIT-FLAG     PIC X(01).
001840             88  WS-PST-HIT          VALUE "Y".
001850 77  WS-PST-COUNT                PIC 9(05) COMP VALUE ZERO.
001860 77  WS-PST-IDX                  PIC 9(05) COMP VALUE ZERO.
001870 77  WS-PST-SCAN                 PIC 9(05) COMP VALUE ZERO.
001880 77  WS-PST-WINDOW-END           PIC 9(05) COMP VALUE ZERO.
001890 77  WS-PST-WINDOW-COUNT         PIC 9(05) COMP VALUE ZERO.
001900 77  WS-PST-OVERFLOW             PIC 9(07) COMP VALUE ZERO.
001910 77  WS-CUR-ACCT                 PIC X(10) VALUE SPACES.
001920 01  WS-WORK-TIMESTAMP.
001930     05  WS-WTS-DATE             PIC X(08).
001940     05  FILLER                  PIC X(01).
001950     05  WS-WTS-HH               PIC 9(02).
001960     05  WS-WTS-MM               PIC 9(02).
001970     05  WS-WTS-SS               PIC 9(02).
001980     05  WS-WTS-CC               PIC 9(02).
001990 01  WS-WORK-TIME-X REDEFINES WS-WORK-TIMESTAMP.
002000     05  FILLER                  PIC X(09).
002010     05  WS-WTS-TIME             PIC X(08).
002020*-----------------------------------------------------------*
002030* THE SCREENED ACCOUNT'S MASTER RECORD, AS FAR AS THE        *
002040* RULES NEED IT, AND THE HITS OF THE RULE BEING APPLIED.     *
002050*-----------------------------------------------------------*
002060 77  WS-MASTER-SWITCH            PIC X(01) VALUE "N".
002070     88  WS-MASTER-FOUND             VALUE "Y".
002080 77  WS-MASTER-AGE-SWITCH        PIC X(01) VALUE "N".
002090     88  WS-MASTER-AGE-KNOWN         VALUE "Y".
002100 77  WS-MASTER-AGE-DAYS          PIC 9(07) COMP VALUE ZERO.
002110 77  WS-HIT-COUNT                PIC 9(05) COMP VALUE ZERO.
002120 77  WS-MATCH-COUNT              PIC 9(05) COMP VALUE ZERO.
002130 01  WS-HIT-AMOUNT               PIC S9(11)V99 VALUE ZEROS.
002140 77  WS-HIT-FIRST-TS             PIC X(17) VALUE SPACES.
002150 77  WS-HIT-LAST-TS              PIC X(17) VALUE SPACES.
002160 01  WS-BAND-FLOOR               PIC S9(11)V99 VALUE ZEROS.
002170 01  WS-ROUND-QUOTIENT           PIC 9(11) VALUE ZERO.
002180 01  WS-ROUND-REMAINDER          PIC S9(9)V99 VALUE ZEROS.
002190*-----------------------------------------------------------*
002200* DAY-NUMBER WORK AREA FOR 8100 - A YYYYMMDD DATE AS A       *
002210* COUNT OF DAYS, SO THE AGE OF AN ACCOUNT IS A               *
002220* SUBTRACTION. CUMULATIVE DAYS BEFORE EACH MONTH OF A        *
002230* COMMON YEAR; THE LEAP DAY IS ADDED THROUGH THE YEAR        *
002240* TERMS.                                                     *
002250*-----------------------------------------------------------*
002260 01  WS-DN-DATE                  PIC 9(08) VALUE ZERO.
002270 01  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
002280     05  WS-DN-YEAR              PIC 9(04).
002290     05  WS-DN-MONTH             PIC 9(02).
002300     05  WS-DN-DAY               PIC 9(02).
002310 77  WS-DN-LEAP-YEAR             PIC 9(04) COMP VALUE ZERO.
002320 77  WS-DN-Q4                    PIC 9(04) COMP VALUE ZERO.
002330 77  WS-DN-Q100                  PIC 9(04) COMP VALUE ZERO.
002340 77  WS-DN-Q400                  PIC 9(04) COMP VALUE ZERO.
002350 77  WS-DN-DAYS                  PIC 9(07) COMP VALUE ZERO.
002360 77  WS-DN-SWITCH                PIC X(01) VALUE "N".
002370     88  WS-DN-VALID                 VALUE "Y".
002380 01  WS-MONTH-START-DATA         PIC X(36) VALUE
002390         "000031059090120151181212243273304334".
002400 01  WS-MONTH-START-TABLE REDEFINES WS-MONTH-START-DATA.
002410     05  WS-MONTH-START          PIC 9(03) OCCURS 12 TIMES.
002420*-----------------------------------------------------------*
002430* FREEZE TABLE - SEVERE ACCOUNT ALERTS HELD UNTIL THE PASS   *
002440* OVER WRKTRAN IS OVER AND THE FILES ARE CLOSED, THEN        *
002450* FROZEN THROUGH ACCTLKUP ONE BY ONE. AN ALERT PAST THE      *
002460* TABLE SIZE IS WRITTEN AT ONCE AS NOTFROZN AND FAILS THE    *
002470* RUN.                                                       *
002480*-----------------------------------------------------------*
002490 01  WS-FREEZE-TABLE.
002500     05  WS-FRZ-ENTRY OCCURS 200 TIMES.
002510         10  WS-FRZ-ACCT         PIC X(10).
002520         10  WS-FRZ-RULE-IDX     PIC 9(03) COMP.
002530         10  WS-FRZ-HIT-COUNT    PIC 9(05) COMP.
002540         10  WS-FRZ-HIT-AMOUNT   PIC S9(11)V99.
002550         10  WS-FRZ-FIRST-TS     PIC X(17).
002560         10  WS-FRZ-LAST-TS      PIC X(17).
002570 77  WS-FRZ-COUNT                PIC 9(03) COMP VALUE ZERO.
002580 77  WS-FRZ-IDX                  PIC 9(03) COMP VALUE ZERO.
002590*-----------------------------------------------------------*
002600* CLIENT TABLE FOR THE REFUSAL RULES - EVERY CLIENT ID       *
002610* WITH AN AUDIT LINE ON THE BUSINESS DATE THAT ONE OF        *
002620* THOSE RULES LOOKS FOR, WITH ITS COUNT PER RULE. CLIENTS    *
002630* PAST THE TABLE SIZE ARE COUNTED AND NOT SCREENED.          *
002640*-----------------------------------------------------------*
002650 01  WS-CLIENT-TABLE.
002660     05  WS-CLI-ENTRY OCCURS 300 TIMES.
002670         10  WS-CLI-ID           PIC X(16).
002680         10  WS-CLI-RULE OCCURS 20 TIMES.
002690             15  WS-CLI-HITS     PIC 9(05) COMP.
002700             15  WS-CLI-FIRST-TS PIC X(17).
002710             15  WS-CLI-LAST-TS  PIC X(17).
002720             15  WS-CLI-ALERT-FLAG PIC X(01).
002730                 88  WS-CLI-ALERTED  VALUE "Y".
002740 77  WS-CLI-COUNT                PIC 9(03) COMP VALUE ZERO.
002750 77  WS-CLI-IDX                  PIC 9(03) COMP VALUE ZERO.
002760 77  WS-CLI-OVERFLOW             PIC 9(07) COMP VALUE ZERO.
002770 77  WS-CLI-FOUND-SWITCH         PIC X(01) VALUE "N".
002780     88  WS-CLI-FOUND                VALUE "Y".
002790 77  WS-AUDIT-CLIENT             PIC X(16) VALUE SPACES.
002800 77  WS-CLIENT-ALERTS            PIC 9(05) COMP VALUE ZERO.
002810*-----------------------------------------------------------*
002820* REPORT LINES. A RULE LINE FOR THE RULES IN FORCE; AN       *
002830* ALERT LINE PER RULE THAT FIRED, FOLLOWED BY ITS POSTING    *
002840* LINES OR, FOR A CLIENT, ITS AUDIT LINES; A FREEZE LINE     *
002850* PER SEVERE ACCOUNT ALERT.                                  *
002860*-----------------------------------------------------------*
002870 01  WS-RULE-LINE.
002880     05  WS-RLN-ID               PIC X(08).
002890     05  FILLER                  PIC X(01) VALUE SPACE.
002900     05  WS-RLN-TYPE             PIC X(01).
002910     05  FILLER                  PIC X(01) VALUE SPACE.
002920     05  WS-RLN-SEVERITY         PIC X(01).
002930     05  FILLER                  PIC X(01) VALUE SPACE.
002940     05  WS-RLN-DC-CODE          PIC X(01).
002950     05  FILLER                  PIC X(01) VALUE SPACE.
002960     05  WS-RLN-SOURCE-CODE      PIC X(01).
002970     05  FILLER                  PIC X(01) VALUE SPACE.
002980     05  WS-RLN-HTTP-STATUS      PIC X(03).
002990     05  FILLER                  PIC X(01) VALUE SPACE.
003000     05  WS-RLN-COUNT            PIC ZZZZ9.
003010     05  FILLER                  PIC X(01) VALUE SPACE.
003020     05  WS-RLN-MINUTES          PIC ZZZZ9.
003030     05  FILLER                  PIC X(01) VALUE SPACE.
003040     05  WS-RLN-DAYS             PIC ZZ9.
003050     05  FILLER                  PIC X(01) VALUE SPACE.
003060     05  WS-RLN-AMOUNT           PIC ZZZZZZZZ9.99.
003070     05  FILLER                  PIC X(01) VALUE SPACE.
003080     05  WS-RLN-UNIT             PIC ZZZZZZZZ9.99.
003090     05  FILLER                  PIC X(01) VALUE SPACE.
003100     05  WS-RLN-DESCRIPTION      PIC X(30).
003110 01  WS-ALERT-LINE.
003120     05  WS-ALN-TAG              PIC X(06).
003130     05  FILLER                  PIC X(01) VALUE SPACE.
003140     05  WS-ALN-RULE-ID          PIC X(08).
003150     05  FILLER                  PIC X(01) VALUE SPACE.
003160     05  WS-ALN-TYPE             PIC X(01).
003170     05  FILLER                  PIC X(01) VALUE SPACE.
003180     05  WS-ALN-SEVERITY         PIC X(01).
003190     05  FILLER                  PIC X(01) VALUE SPACE.
003200     05  WS-ALN-SUBJECT          PIC X(16).
003210     05  FILLER                  PIC X(01) VALUE SPACE.
003220     05  WS-ALN-HIT-COUNT        PIC ZZZZ9.
003230     05  FILLER                  PIC X(01) VALUE SPACE.
003240     05  WS-ALN-HIT-AMOUNT       PIC ZZZZZZZZZZ9.99-.
003250     05  FILLER                  PIC X(01) VALUE SPACE.
003260     05  WS-ALN-ACTION           PIC X(08).
003270     05  FILLER                  PIC X(01) VALUE SPACE.
003280     05  WS-ALN-DESCRIPTION      PIC X(30).
003290 01  WS-POSTING-LINE.
003300     05  FILLER                  PIC X(08) VALUE SPACES.
003310     05  WS-PLN-TIMESTAMP        PIC X(17).
003320     05  FILLER                  PIC X(01) VALUE SPACE.
003330     05  WS-PLN-DC-CODE          PIC X(01).
003340     05  FILLER                  PIC X(01) VALUE SPACE.
003350     05  WS-PLN-SOURCE-CODE      PIC X(01).
003360     05  FILLER                  PIC X(01) VALUE SPACE.
003370     05  WS-PLN-AMOUNT           PIC ZZZZZZZZ9.99-.
003380     05  FILLER                  PIC X(01) VALUE SPACE.
003390     05  WS-PLN-BALANCE          PIC ZZZZZZZZ9.99-.
003400     05  FILLER                  PIC X(01) VALUE SPACE.
003410     05  WS-PLN-REFERENCE        PIC X(16).
003420 01  WS-AUDIT-LINE.
003430     05  FILLER                  PIC X(08) VALUE SPACES.
003440     05  WS-ADL-RULE-ID          PIC X(08).
003450     05  FILLER                  PIC X(01) VALUE SPACE.
003460     05  WS-ADL-CLIENT-ID        PIC X(16).
003470     05  FILLER                  PIC X(01) VALUE SPACE.
003480     05  WS-ADL-TIMESTAMP        PIC X(17).
003490     05  FILLER                  PIC X(01) VALUE SPACE.
003500     05  WS-ADL-STATUS           PIC X(03).
003510     05  FILLER                  PIC X(01) VALUE SPACE.
003520     05  WS-ADL-METHOD           PIC X(10).
003530     05  FILLER                  PIC X(01) VALUE SPACE.
003540     05  WS-ADL-PATH             PIC X(50).
003550 01  WS-FREEZE-LINE.
003560     05  WS-FLN-ACCT             PIC X(10).
003570     05  FILLER                  PIC X(01) VALUE SPACE.
003580     05  WS-FLN-RULE-ID          PIC X(08).
003590     05  FILLER                  PIC X(01) VALUE SPACE.
003600     05  WS-FLN-ACTION           PIC X(08).
003610     05  FILLER                  PIC X(01) VALUE SPACE.
003620     05  WS-FLN-RC               PIC X(02).
003630     05  FILLER                  PIC X(01) VALUE SPACE.
003640     05  WS-FLN-NOTE             PIC X(40).
003650*-----------------------------------------------------------*
003660* RUN TOTALS FOR THE FOOT OF THE REPORT AND FOR WRKRUNCT.    *
003670* THE CONTROL AMOUNT IS THE TOTAL OF THE POSTINGS THAT       *
003680* TRIPPED AN ACCOUNT ALERT.                                  *
003690*-----------------------------------------------------------*
003700 77  WS-POSTINGS-READ            PIC 9(07) COMP VALUE ZERO.
003710 77  WS-DAY-POSTINGS             PIC 9(07) COMP VALUE ZERO.
003720 77  WS-UNREADABLE-COUNT         PIC 9(07) COMP VALUE ZERO.
003730 77  WS-ACCOUNTS-SCREENED        PIC 9(07) COMP VALUE ZERO.
003740 77  WS-NO-MASTER-COUNT          PIC 9(07) COMP VALUE ZERO.
003750 77  WS-AUDIT-LINES              PIC 9(07) COMP VALUE ZERO.
003760 77  WS-ACCOUNT-ALERTS           PIC 9(05) COMP VALUE ZERO.
003770 77  WS-ALERTS-WRITTEN           PIC 9(07) COMP VALUE ZERO.
003780 77  WS-ALERT-WRITE-ERRORS       PIC 9(05) COMP VALUE ZERO.
003790 77  WS-FROZEN-COUNT             PIC 9(05) COMP VALUE ZERO.
003800 77  WS-ALREADY-COUNT            PIC 9(05) COMP VALUE ZERO.
003810 77  WS-CLOSED-COUNT             PIC 9(05) COMP VALUE ZERO.
003820 77  WS-FREEZE-FAIL-COUNT        PIC 9(05) COMP VALUE ZERO.
003830 01  WS-HIT-AMOUNT-TOTAL         PIC S9(11)V99 VALUE ZEROS.
003840 01  WS-COUNT-DISPLAY            PIC ZZZZZZ9.
003850 01  WS-AMOUNT-DISPLAY           PIC ZZZZZZZZZZ9.99-.
003860*-----------------------------------------------------------*
003870* ACCTLKUP LINKAGE FOR THE FREEZES - SEE                     *
003880* COPYBOOKS/ACCTLNK.CPY.                                     *
003890*-----------------------------------------------------------*
003900 COPY ACCTLNK.
003910*-----------------------------------------------------------*
003920* RUN-CONTROL GUARD - SEE COPYBOOKS/RUNCLNK.CPY. THE JOB     *
003930* REGISTERS ITS START ON WRKRUNCT AND STOPS WHEN THIS        *
003940* BUSINESS DATE ALREADY COMPLETED.                           *
003950*-----------------------------------------------------------*
003960 77  WS-RUN-BLOCKED-SWITCH       PIC X(01) VALUE "N".
003970     88  WS-RUN-BLOCKED              VALUE "Y".
003980 COPY RUNCLNK.
003990 PROCEDURE DIVISION.
004000*===========================================================*
004010* 0000-MAIN-CONTROL - DRIVE THE SCREENING RUN.               *
004020*===========================================================*
004030 0000-MAIN-CONTROL.
004040     PERFORM 1000-INITIALIZE-PARA THRU 1000-EXIT.
004050     IF WS-SCREEN-OK
004060         PERFORM 2000-PROCESS-TRAN-PARA THRU 2000-EXIT
004070             UNTIL WS-TRAN-EOF
004080         IF WS-PST-COUNT > ZERO
004090             PERFORM 2400-SCREEN-ACCOUNT-PARA THRU 2400-EXIT
004100         END-IF
004110         PERFORM 2990-CLOSE-POSTING-FILES-PARA THRU 2990-EXIT
004120         PERFORM 3000-SCREEN-AUDIT-PARA THRU 3000-EXIT
004130         PERFORM 4000-APPLY-FREEZES-PARA THRU 4000-EXIT
004140     END-IF.
004150     IF WS-RPT-FILE-OK
004160         PERFORM 5000-WRITE-TOTALS-PARA THRU 5000-EXIT
004170     END-IF.
004180     PERFORM 9999-TERMINATE-PARA THRU 9999-EXIT.
004190 0000-EXIT.
004200     EXIT.
004210*-----------------------------------------------------------*
004220* 1000-INITIALIZE-PARA - SETTLE THE BUSINESS DATE AND        *
004230* EXPOSURE THRESHOLD, REGISTER THE RUN, OPEN THE REPORT,     *
004240* LOAD THE RULES AND OPEN THE ALERT FILE, THE MASTER AND     *
004250* WRKTRAN. NO WRKTRAN MEANS NOTHING HAS BEEN POSTED; THE     *
004260* REFUSAL RULES STILL RUN.                                   *
004270*-----------------------------------------------------------*
004280 1000-INITIALIZE-PARA.
004290     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004300     ACCEPT WS-RUN-TIME FROM TIME.
004310     STRING WS-RUN-DATE DELIMITED BY SIZE
004320             "-"        DELIMITED BY SIZE
004330             WS-RUN-TIME DELIMITED BY SIZE
004340         INTO WS-RUN-TIMESTAMP.
004350     MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
004360     PERFORM 1100-READ-CONFIG-PARA THRU 1100-EXIT.
004370     MOVE WS-BUSINESS-DATE TO WS-DN-DATE.
004380     PERFORM 8100-DAY-NUMBER-PARA THRU 8100-EXIT.
004390     MOVE WS-DN-DAYS TO WS-BUSINESS-DAY-NO.
004400     PERFORM 1900-RUN-START-PARA THRU 1900-EXIT.
004410     OPEN OUTPUT SCREEN-REPORT-FILE.
004420     IF WS-RPT-FILE-OK
004430         MOVE "SUSPICIOUS-ACTIVITY SCREENING REPORT"
004440             TO SCREEN-REPORT-LINE
004450         WRITE SCREEN-REPORT-LINE
004460         MOVE SPACES TO SCREEN-REPORT-LINE
004470         STRING "BUSINESS DATE " DELIMITED BY SIZE
004480                 WS-BUSINESS-DATE DELIMITED BY SIZE
004490                 " RUN "         DELIMITED BY SIZE
004500                 WS-RUN-TIMESTAMP DELIMITED BY SIZE
004510                 " EXPOSURE "    DELIMITED BY SIZE
004520                 WS-EXPOSURE-LIMIT DELIMITED BY SIZE
004530             INTO SCREEN-REPORT-LINE
004540         WRITE SCREEN-REPORT-LINE
004550     END-IF.
004560     IF WS-RUN-BLOCKED
004570         IF WS-RPT-FILE-OK
004580             MOVE "RUN ALREADY DONE FOR THIS DATE - RUN-FORCE"
004590                 TO SCREEN-REPORT-LINE
004600             WRITE SCREEN-REPORT-LINE
004610         END-IF
004620         GO TO 1000-EXIT
004630     END-IF.
004640     PERFORM 1300-LOAD-RULES-PARA THRU 1300-EXIT.
004650     IF WS-RUL-COUNT-LOADED = ZERO
004660         IF WS-RPT-FILE-OK
004670             MOVE "NO USABLE SCREENING RULES - NOTHING SCREENED"
004680                 TO SCREEN-REPORT-LINE
004690             WRITE SCREEN-REPORT-LINE
004700         END-IF
004710         GO TO 1000-EXIT
004720     END-IF.
004730     OPEN OUTPUT ALERT-FILE.
004740     IF NOT WS-ALERT-FILE-OK
004750         IF WS-RPT-FILE-OK
004760             MOVE SPACES TO SCREEN-REPORT-LINE
004770             STRING "WRKALERT WILL NOT OPEN - STATUS "
004780                                         DELIMITED BY SIZE
004790                     WS-ALERT-FILE-STATUS DELIMITED BY SIZE
004800                     " - NOTHING SCREENED" DELIMITED BY SIZE
004810                 INTO SCREEN-REPORT-LINE
004820             WRITE SCREEN-REPORT-LINE
004830         END-IF
004840         GO TO 1000-EXIT
004850     END-IF.
004860     MOVE "Y" TO WS-ALERT-FILE-OPENED.
004870     MOVE "Y" TO WS-TRAN-EOF-SWITCH.
004880     IF WS-ACCT-RULES > ZERO
004890         PERFORM 1500-OPEN-POSTING-FILES-PARA THRU 1500-EXIT
004900         IF NOT WS-ACCT-FILE-IS-OPEN
004910             GO TO 1000-EXIT
004920         END-IF
004930     END-IF.
004940     MOVE "Y" TO WS-SCREEN-SWITCH.
004950     IF WS-RPT-FILE-OK
004960         MOVE SPACES TO SCREEN-REPORT-LINE
004970         WRITE SCREEN-REPORT-LINE
004980         MOVE "ACCOUNT ALERTS AND THEIR TRIGGERING POSTINGS"
004990             TO SCREEN-REPORT-LINE
005000         WRITE SCREEN-REPORT-LINE
005010         MOVE SPACES TO SCREEN-REPORT-LINE
005020         STRING "ALERT  RULE     T S ACCOUNT           HITS "
005030                                         DELIMITED BY SIZE
005040                 "         AMOUNT ACTION   DESCRIPTION"
005050                                         DELIMITED BY SIZE
005060             INTO SCREEN-REPORT-LINE
005070         WRITE SCREEN-REPORT-LINE
005080         MOVE SPACES TO SCREEN-REPORT-LINE
005090         STRING "        TIMESTAMP         D S        AMOUNT "
005100                                         DELIMITED BY SIZE
005110                 "      BALANCE REFERENCE"  DELIMITED BY SIZE
005120             INTO SCREEN-REPORT-LINE
005130         WRITE SCREEN-REPORT-LINE
005140     END-IF.
005150     IF WS-TRAN-FILE-IS-OPEN
005160         MOVE "N" TO WS-TRAN-EOF-SWITCH
005170         PERFORM 2100-READ-TRAN-PARA THRU 2100-EXIT
005180     END-IF.
005190 1000-EXIT.
005200     EXIT.
005210*-----------------------------------------------------------*
005220* 1100-READ-CONFIG-PARA - SCAN WRKCFG FOR THE SCRN-DATE      *
005230* AND EXPOSURE KEYWORD LINES. THE OTHER KEYWORDS BELONG TO   *
005240* OTHER JOBS AND ARE PASSED OVER HERE.                       *
005250*-----------------------------------------------------------*
005260 1100-READ-CONFIG-PARA.
005270     OPEN INPUT CONFIG-FILE.
005280     IF WS-CONFIG-FILE-OK
005290         PERFORM 1150-READ-CONFIG-LINE-PARA THRU 1150-EXIT
005300         PERFORM 1170-APPLY-CONFIG-LINE-PARA THRU 1170-EXIT
005310             UNTIL WS-CFG-EOF
005320         CLOSE CONFIG-FILE
005330     END-IF.
005340 1100-EXIT.
005350     EXIT.
005360*-----------------------------------------------------------*
005370* 1150-READ-CONFIG-LINE-PARA - READ THE NEXT WRKCFG LINE.    *
005380*-----------------------------------------------------------*
005390 1150-READ-CONFIG-LINE-PARA.
005400     READ CONFIG-FILE
005410         AT END
005420             MOVE "Y" TO WS-CFG-EOF-SWITCH
005430     END-READ.
005440 1150-EXIT.
005450     EXIT.
005460*-----------------------------------------------------------*
005470* 1170-APPLY-CONFIG-LINE-PARA - TAKE THE BUSINESS DATE OR    *
005480* THE EXPOSURE THRESHOLD IF THIS IS ONE OF THEIR LINES,      *
005490* THEN READ THE NEXT.                                        *
005500*-----------------------------------------------------------*
005510 1170-APPLY-CONFIG-LINE-PARA.
005520     IF CONFIG-RECORD (1:9) = "SCRN-DATE" AND
005530        CONFIG-RECORD (11:8) IS NUMERIC
005540         MOVE CONFIG-RECORD (11:8) TO WS-BUSINESS-DATE
005550     END-IF.
005560     IF CONFIG-RECORD (1:8) = "EXPOSURE" AND
005570        CONFIG-RECORD (10:9) IS NUMERIC
005580         MOVE CONFIG-RECORD (10:9) TO WS-EXPOSURE-LIMIT
005590     END-IF.
005600     PERFORM 1150-READ-CONFIG-LINE-PARA THRU 1150-EXIT.
005610 1170-EXIT.
005620     EXIT.
005630*-----------------------------------------------------------*
005640* 1300-LOAD-RULES-PARA - LOAD WRKSCRUL INTO THE RULE TABLE   *
005650* AND LIST THE RULES IN FORCE. WITHOUT THE FILE NOTHING      *
005660* CAN BE SCREENED.                                           *
005670*-----------------------------------------------------------*
005680 1300-LOAD-RULES-PARA.
005690     OPEN INPUT RULE-FILE.
005700     IF NOT WS-RULE-FILE-OK
005710         IF WS-RPT-FILE-OK
005720             MOVE SPACES TO SCREEN-REPORT-LINE
005730             STRING "WRKSCRUL WILL NOT OPEN - STATUS "
005740                                         DELIMITED BY SIZE
005750                     WS-RULE-FILE-STATUS DELIMITED BY SIZE
005760                 INTO SCREEN-REPORT-LINE
005770             WRITE SCREEN-REPORT-LINE
005780         END-IF
005790         GO TO 1300-EXIT
005800     END-IF.
005810     IF WS-RPT-FILE-OK
005820         MOVE SPACES TO SCREEN-REPORT-LINE
005830         WRITE SCREEN-REPORT-LINE
005840         MOVE "SCREENING RULES IN FORCE" TO SCREEN-REPORT-LINE
005850         WRITE SCREEN-REPORT-LINE
005860         MOVE SPACES TO SCREEN-REPORT-LINE
005870         STRING "RULE     T S D S STS COUNT  MINS DAY "
005880                                         DELIMITED BY SIZE
005890                 "      AMOUNT         UNIT DESCRIPTION"
005900                                         DELIMITED BY SIZE
005910             INTO SCREEN-REPORT-LINE
005920         WRITE SCREEN-REPORT-LINE
005930     END-IF.
005940     PERFORM 1350-READ-RULE-PARA THRU 1350-EXIT.
005950     PERFORM 1370-LOAD-RULE-PARA THRU 1370-EXIT
005960         UNTIL WS-RULE-EOF.
005970     CLOSE RULE-FILE.
005980 1300-EXIT.
005990     EXIT.
006000*-----------------------------------------------------------*
006010* 1350-READ-RULE-PARA - READ THE NEXT WRKSCRUL LINE. A       *
006020* READ ERROR ENDS THE LOAD LIKE END OF FILE.                 *
006030*-----------------------------------------------------------*
006040 1350-READ-RULE-PARA.
006050     READ RULE-FILE
006060         AT END
006070             MOVE "Y" TO WS-RULE-EOF-SWITCH
006080     END-READ.
006090     IF NOT WS-RULE-EOF AND NOT WS-RULE-FILE-OK
006100         MOVE "Y" TO WS-RULE-EOF-SWITCH
006110     END-IF.
006120 1350-EXIT.
006130     EXIT.
006140*-----------------------------------------------------------*
006150* 1370-LOAD-RULE-PARA - CHECK ONE RULE LINE AND TABLE IT,    *
006160* OR LIST IT AS IGNORED WITH THE REASON, THEN READ THE       *
006170* NEXT. COMMENT AND BLANK LINES ARE PASSED OVER.             *
006180*-----------------------------------------------------------*
006190 1370-LOAD-RULE-PARA.
006200     IF SCRUL-RECORD NOT = SPACES AND
006210        SCRUL-RULE-ID (1:1) NOT = "*"
006220         PERFORM 1380-CHECK-RULE-PARA THRU 1380-EXIT
006230         IF WS-RULE-REASON = SPACES
006240             PERFORM 1390-ADD-RULE-PARA THRU 1390-EXIT
006250         ELSE
006260             ADD 1 TO WS-RULES-IGNORED
006270             IF WS-RPT-FILE-OK
006280                 MOVE SPACES TO SCREEN-REPORT-LINE
006290                 STRING "RULE LINE IGNORED - " DELIMITED BY SIZE
006300                         WS-RULE-REASON  DELIMITED BY "  "
006310                         ": "            DELIMITED BY SIZE
006320                         SCRUL-RECORD    DELIMITED BY SIZE
006330                     INTO SCREEN-REPORT-LINE
006340                 WRITE SCREEN-REPORT-LINE
006350             END-IF
006360         END-IF
006370     END-IF.
006380     PERFORM 1350-READ-RULE-PARA THRU 1350-EXIT.
006390 1370-EXIT.
006400     EXIT.
006410*-----------------------------------------------------------*
006420* 1380-CHECK-RULE-PARA - LEAVE WS-RULE-REASON BLANK IF THE   *
006430* LINE MAKES A WORKABLE RULE, ELSE SAY WHY NOT. A VELOCITY   *
006440* RULE NEEDS A TIME WINDOW, A ROUND-AMOUNT RULE NEEDS A      *
006450* BAND, A UNIT AND AN EXPOSURE THRESHOLD ON WRKCFG, AND A    *
006460* REFUSAL RULE NEEDS THE HTTP STATUS IT COUNTS.              *
006470*-----------------------------------------------------------*
006480 1380-CHECK-RULE-PARA.
006490     MOVE SPACES TO WS-RULE-REASON.
006500     EVALUATE TRUE
006510         WHEN WS-RUL-COUNT-LOADED NOT < 20
006520             MOVE "RULE TABLE FULL" TO WS-RULE-REASON
006530         WHEN NOT SCRUL-TYPE-VALID
006540             MOVE "UNKNOWN RULE TYPE" TO WS-RULE-REASON
006550         WHEN NOT SCRUL-SEVERITY-VALID
006560             MOVE "SEVERITY NOT S OR A" TO WS-RULE-REASON
006570         WHEN NOT SCRUL-DC-VALID
006580             MOVE "D/C CODE NOT D, C OR BLANK" TO WS-RULE-REASON
006590         WHEN NOT SCRUL-SOURCE-VALID
006600             MOVE "UNKNOWN SOURCE CODE" TO WS-RULE-REASON
006610         WHEN SCRUL-COUNT NOT NUMERIC OR
006620              SCRUL-MINUTES NOT NUMERIC OR
006630              SCRUL-DAYS NOT NUMERIC OR
006640              SCRUL-AMOUNT NOT NUMERIC OR
006650              SCRUL-UNIT NOT NUMERIC
006660             MOVE "COUNT/TIME/AMOUNT NOT NUMERIC"
006670                 TO WS-RULE-REASON
006680         WHEN SCRUL-VELOCITY AND SCRUL-MINUTES = ZERO
006690             MOVE "NO TIME WINDOW" TO WS-RULE-REASON
006700         WHEN SCRUL-ROUND-AMOUNT AND
006710              (SCRUL-AMOUNT = ZERO OR SCRUL-UNIT = ZERO)
006720             MOVE "NO BAND OR ROUND UNIT" TO WS-RULE-REASON
006730         WHEN SCRUL-ROUND-AMOUNT AND WS-EXPOSURE-LIMIT = ZERO
006740             MOVE "NO EXPOSURE THRESHOLD" TO WS-RULE-REASON
006750         WHEN SCRUL-REFUSALS AND SCRUL-HTTP-STATUS NOT NUMERIC
006760             MOVE "NO HTTP STATUS" TO WS-RULE-REASON
006770     END-EVALUATE.
006780 1380-EXIT.
006790     EXIT.
006800*-----------------------------------------------------------*
006810* 1390-ADD-RULE-PARA - TABLE THE CHECKED RULE LINE AND       *
006820* LIST IT AMONG THE RULES IN FORCE. A COUNT OF NIL IS        *
006830* TAKEN AS ONE.                                              *
006840*-----------------------------------------------------------*
006850 1390-ADD-RULE-PARA.
006860     ADD 1 TO WS-RUL-COUNT-LOADED.
006870     MOVE WS-RUL-COUNT-LOADED TO WS-RUL-IDX.
006880     MOVE SCRUL-RULE-ID     TO WS-RUL-ID (WS-RUL-IDX).
006890     MOVE SCRUL-RULE-TYPE   TO WS-RUL-TYPE (WS-RUL-IDX).
006900     MOVE SCRUL-SEVERITY    TO WS-RUL-SEVERITY (WS-RUL-IDX).
006910     MOVE SCRUL-DC-CODE     TO WS-RUL-DC-CODE (WS-RUL-IDX).
006920     MOVE SCRUL-SOURCE-CODE TO WS-RUL-SOURCE-CODE (WS-RUL-IDX).
006930     MOVE SCRUL-HTTP-STATUS TO WS-RUL-HTTP-STATUS (WS-RUL-IDX).
006940     MOVE SCRUL-COUNT       TO WS-RUL-COUNT (WS-RUL-IDX).
006950     IF SCRUL-COUNT = ZERO
006960         MOVE 1 TO WS-RUL-COUNT (WS-RUL-IDX)
006970     END-IF.
006980     COMPUTE WS-RUL-WINDOW-SECS (WS-RUL-IDX) = SCRUL-MINUTES * 60.
006990     MOVE SCRUL-DAYS        TO WS-RUL-DAYS (WS-RUL-IDX).
007000     MOVE SCRUL-AMOUNT      TO WS-RUL-AMOUNT (WS-RUL-IDX).
007010     MOVE SCRUL-UNIT        TO WS-RUL-UNIT (WS-RUL-IDX).
007020     MOVE SCRUL-DESCRIPTION TO WS-RUL-DESCRIPTION (WS-RUL-IDX).
007030     MOVE ZERO              TO WS-RUL-ALERTS (WS-RUL-IDX).
007040     IF SCRUL-REFUSALS
007050         ADD 1 TO WS-AUDIT-RULES
007060     ELSE
007070         ADD 1 TO WS-ACCT-RULES
007080     END-IF.
007090     IF WS-RPT-FILE-OK
007100         MOVE SCRUL-RULE-ID     TO WS-RLN-ID
007110         MOVE SCRUL-RULE-TYPE   TO WS-RLN-TYPE
007120         MOVE SCRUL-SEVERITY    TO WS-RLN-SEVERITY
007130         MOVE SCRUL-DC-CODE     TO WS-RLN-DC-CODE
007140         MOVE SCRUL-SOURCE-CODE TO WS-RLN-SOURCE-CODE
007150         MOVE SCRUL-HTTP-STATUS TO WS-RLN-HTTP-STATUS
007160         MOVE WS-RUL-COUNT (WS-RUL-IDX) TO WS-RLN-COUNT
007170         MOVE SCRUL-MINUTES     TO WS-RLN-MINUTES
007180         MOVE SCRUL-DAYS        TO WS-RLN-DAYS
007190         MOVE SCRUL-AMOUNT      TO WS-RLN-AMOUNT
007200         MOVE SCRUL-UNIT        TO WS-RLN-UNIT
007210         MOVE SCRUL-DESCRIPTION TO WS-RLN-DESCRIPTION
007220         MOVE WS-RULE-LINE TO SCREEN-REPORT-LINE
007230         WRITE SCREEN-REPORT-LINE
007240     END-IF.
007250 1390-EXIT.
007260     EXIT.
007270*-----------------------------------------------------------*
007280* 1500-OPEN-POSTING-FILES-PARA - OPEN THE MASTER FOR THE     *
007290* OPEN DATES AND STATUS, AND WRKTRAN. A MASTER THAT WILL     *
007300* NOT OPEN STOPS THE SCREEN; A MISSING WRKTRAN LEAVES NO     *
007310* POSTINGS TO SCREEN, BUT ANY OTHER OPEN FAILURE STOPS IT    *
007320* TOO.                                                       *
007330*-----------------------------------------------------------*
007340 1500-OPEN-POSTING-FILES-PARA.
007350     OPEN INPUT ACCOUNT-MASTER-FILE.
007360     IF NOT WS-ACCT-FILE-OK
007370         IF WS-RPT-FILE-OK
007380             MOVE SPACES TO SCREEN-REPORT-LINE
007390             STRING "WRKACCT WILL NOT OPEN - STATUS "
007400                                         DELIMITED BY SIZE
007410                     WS-ACCT-FILE-STATUS DELIMITED BY SIZE
007420                     " - NOTHING SCREENED" DELIMITED BY SIZE
007430                 INTO SCREEN-REPORT-LINE
007440             WRITE SCREEN-REPORT-LINE
007450         END-IF
007460         GO TO 1500-EXIT
007470     END-IF.
007480     MOVE "Y" TO WS-ACCT-FILE-OPENED.
007490     OPEN INPUT TRAN-HISTORY-FILE.
007500     IF WS-TRAN-FILE-OK
007510         MOVE "Y" TO WS-TRAN-FILE-OPENED
007520         GO TO 1500-EXIT
007530     END-IF.
007540     IF WS-TRAN-FILE-MISSING
007550         IF WS-RPT-FILE-OK
007560             MOVE "NO WRKTRAN FILE - NO POSTINGS TO SCREEN"
007570                 TO SCREEN-REPORT-LINE
007580             WRITE SCREEN-REPORT-LINE
007590         END-IF
007600         GO TO 1500-EXIT
007610     END-IF.
007620     IF WS-RPT-FILE-OK
007630         MOVE SPACES TO SCREEN-REPORT-LINE
007640         STRING "WRKTRAN WILL NOT OPEN - STATUS "
007650                                         DELIMITED BY SIZE
007660                 WS-TRAN-FILE-STATUS     DELIMITED BY SIZE
007670                 " - NOTHING SCREENED"   DELIMITED BY SIZE
007680             INTO SCREEN-REPORT-LINE
007690         WRITE SCREEN-REPORT-LINE
007700     END-IF.
007710     CLOSE ACCOUNT-MASTER-FILE.
007720     MOVE "N" TO WS-ACCT-FILE-OPENED.
007730 1500-EXIT.
007740     EXIT.
007750*-----------------------------------------------------------*
007760* 1900-RUN-START-PARA - REGISTER THE START OF THE RUN ON     *
007770* THE WRKRUNCT RUN-CONTROL FILE UNDER THE BUSINESS DATE      *
007780* BEING SCREENED. BLOCKED MEANS THAT DATE ALREADY            *
007790* COMPLETED AND THE JOB MUST NOT RUN AGAIN WITHOUT A RUN-    *
007800* FORCE OVERRIDE.                                            *
007810*-----------------------------------------------------------*
007820 1900-RUN-START-PARA.
007830     MOVE "acctscrn" TO RUNCLNK-JOB-NAME.
007840     MOVE "S" TO RUNCLNK-FUNCTION-CODE.
007850     MOVE WS-BUSINESS-DATE TO RUNCLNK-BUSINESS-DATE.
007860     CALL "wrkrunct" USING RUNCLNK-PARMS.
007870     IF RUNCLNK-RC-BLOCKED
007880         MOVE "Y" TO WS-RUN-BLOCKED-SWITCH
007890     END-IF.
007900 1900-EXIT.
007910     EXIT.
007920*-----------------------------------------------------------*
007930* 2000-PROCESS-TRAN-PARA - TAKE THE POSTING IN HAND IF IT    *
007940* WAS MADE ON THE BUSINESS DATE, THEN READ THE NEXT.         *
007950*-----------------------------------------------------------*
007960 2000-PROCESS-TRAN-PARA.
007970     ADD 1 TO WS-POSTINGS-READ.
007980     IF TRAN-TIMESTAMP (1:8) = WS-BUSINESS-DATE-X
007990         PERFORM 2050-TAKE-POSTING-PARA THRU 2050-EXIT
008000     END-IF.
008010     PERFORM 2100-READ-TRAN-PARA THRU 2100-EXIT.
008020 2000-EXIT.
008030     EXIT.
008040*-----------------------------------------------------------*
008050* 2050-TAKE-POSTING-PARA - BUFFER A BUSINESS-DATE POSTING,   *
008060* SCREENING THE PREVIOUS ACCOUNT'S BUFFER FIRST WHEN THE     *
008070* ACCOUNT CHANGES. A POSTING WHOSE AMOUNT OR BALANCE         *
008080* CANNOT BE READ IS COUNTED AND PASSED OVER.                 *
008090*-----------------------------------------------------------*
008100 2050-TAKE-POSTING-PARA.
008110     ADD 1 TO WS-DAY-POSTINGS.
008120     IF TRAN-AMOUNT NOT NUMERIC OR TRAN-NEW-BALANCE NOT NUMERIC
008130         ADD 1 TO WS-UNREADABLE-COUNT
008140         GO TO 2050-EXIT
008150     END-IF.
008160     IF TRAN-ACCT-NUMBER NOT = WS-CUR-ACCT
008170         IF WS-PST-COUNT > ZERO
008180             PERFORM 2400-SCREEN-ACCOUNT-PARA THRU 2400-EXIT
008190         END-IF
008200         MOVE TRAN-ACCT-NUMBER TO WS-CUR-ACCT
008210     END-IF.
008220     PERFORM 2200-BUFFER-POSTING-PARA THRU 2200-EXIT.
008230 2050-EXIT.
008240     EXIT.
008250*-----------------------------------------------------------*
008260* 2100-READ-TRAN-PARA - READ THE NEXT WRKTRAN RECORD IN      *
008270* KEY ORDER - BY ACCOUNT, THEN TIMESTAMP. A READ ERROR       *
008280* ENDS THE PASS AND FAILS THE RUN.                           *
008290*-----------------------------------------------------------*
008300 2100-READ-TRAN-PARA.
008310     READ TRAN-HISTORY-FILE NEXT RECORD
008320         AT END
008330             MOVE "Y" TO WS-TRAN-EOF-SWITCH
008340     END-READ.
008350     IF NOT WS-TRAN-EOF AND NOT WS-TRAN-FILE-OK
008360         MOVE "Y" TO WS-TRAN-EOF-SWITCH
008370         MOVE "Y" TO WS-TRAN-ERROR-SWITCH
008380         IF WS-RPT-FILE-OK
008390             MOVE SPACES TO SCREEN-REPORT-LINE
008400             STRING "WRKTRAN READ ERROR - STATUS "
008410                                         DELIMITED BY SIZE
008420                     WS-TRAN-FILE-STATUS DELIMITED BY SIZE
008430                     " - SCREEN INCOMPLETE" DELIMITED BY SIZE
008440                 INTO SCREEN-REPORT-LINE
008450             WRITE SCREEN-REPORT-LINE
008460         END-IF
008470     END-IF.
008480 2100-EXIT.
008490     EXIT.
008500*-----------------------------------------------------------*
008510* 2200-BUFFER-POSTING-PARA - ADD THE POSTING IN HAND TO      *
008520* THE ACCOUNT'S BUFFER, WITH ITS TIME OF DAY IN SECONDS      *
008530* FOR THE VELOCITY WINDOWS.                                  *
008540*-----------------------------------------------------------*
008550 2200-BUFFER-POSTING-PARA.
008560     IF WS-PST-COUNT NOT < 300
008570         ADD 1 TO WS-PST-OVERFLOW
008580         GO TO 2200-EXIT
008590     END-IF.
008600     ADD 1 TO WS-PST-COUNT.
008610     MOVE WS-PST-COUNT TO WS-PST-IDX.
008620     MOVE TRAN-TIMESTAMP     TO WS-PST-TIMESTAMP (WS-PST-IDX).
008630     MOVE TRAN-DC-CODE       TO WS-PST-DC-CODE (WS-PST-IDX).
008640     MOVE TRAN-SOURCE-CODE   TO WS-PST-SOURCE-CODE (WS-PST-IDX).
008650     MOVE TRAN-AMOUNT        TO WS-PST-AMOUNT (WS-PST-IDX).
008660     MOVE TRAN-NEW-BALANCE   TO WS-PST-BALANCE (WS-PST-IDX).
008670     MOVE TRAN-REFERENCE     TO WS-PST-REFERENCE (WS-PST-IDX).
008680     MOVE ZERO               TO WS-PST-SECONDS (WS-PST-IDX).
008690     MOVE TRAN-TIMESTAMP     TO WS-WORK-TIMESTAMP.
008700     IF WS-WTS-TIME IS NUMERIC
008710         COMPUTE WS-PST-SECONDS (WS-PST-IDX) =
008720             WS-WTS-HH * 3600 + WS-WTS-MM * 60 + WS-WTS-SS
008730     END-IF.
008740 2200-EXIT.
008750     EXIT.
008760*-----------------------------------------------------------*
008770* 2400-SCREEN-ACCOUNT-PARA - APPLY EVERY ACCOUNT RULE TO     *
008780* THE BUFFERED POSTINGS OF THE ACCOUNT IN HAND, THEN EMPTY   *
008790* THE BUFFER. THE MASTER GIVES THE ACCOUNT'S AGE FOR THE     *
008800* NEW-ACCOUNT RULES; AN ACCOUNT NOT ON THE MASTER IS STILL   *
008810* SCREENED BY THE OTHERS.                                    *
008820*-----------------------------------------------------------*
008830 2400-SCREEN-ACCOUNT-PARA.
008840     ADD 1 TO WS-ACCOUNTS-SCREENED.
008850     PERFORM 2410-READ-MASTER-PARA THRU 2410-EXIT.
008860     PERFORM 2500-APPLY-RULE-PARA THRU 2500-EXIT
008870         VARYING WS-RUL-IDX FROM 1 BY 1
008880         UNTIL WS-RUL-IDX > WS-RUL-COUNT-LOADED.
008890     MOVE ZERO TO WS-PST-COUNT.
008900 2400-EXIT.
008910     EXIT.
008920*-----------------------------------------------------------*
008930* 2410-READ-MASTER-PARA - KEYED READ OF THE ACCOUNT IN       *
008940* HAND AND, WHERE THE OPEN DATE IS A REAL DATE, ITS AGE IN   *
008950* DAYS ON THE BUSINESS DATE. AN ACCOUNT OPENED AFTER THE     *
008960* BUSINESS DATE (A RE-SCREEN OF A PAST DAY) COUNTS AS AGE    *
008970* NIL.                                                       *
008980*-----------------------------------------------------------*
008990 2410-READ-MASTER-PARA.
009000     MOVE "N" TO WS-MASTER-SWITCH.
009010     MOVE "N" TO WS-MASTER-AGE-SWITCH.
009020     MOVE ZERO TO WS-MASTER-AGE-DAYS.
009030     MOVE WS-CUR-ACCT TO ACCT-MASTER-KEY.
009040     READ ACCOUNT-MASTER-FILE
009050         INVALID KEY
009060             ADD 1 TO WS-NO-MASTER-COUNT
009070     END-READ.
009080     IF NOT WS-ACCT-FILE-OK
009090         GO TO 2410-EXIT
009100     END-IF.
009110     MOVE "Y" TO WS-MASTER-SWITCH.
009120     IF ACCT-MASTER-OPEN-DATE IS NUMERIC
009130         MOVE ACCT-MASTER-OPEN-DATE TO WS-DN-DATE
009140         PERFORM 8100-DAY-NUMBER-PARA THRU 8100-EXIT
009150         IF WS-DN-VALID
009160             MOVE "Y" TO WS-MASTER-AGE-SWITCH
009170             IF WS-DN-DAYS < WS-BUSINESS-DAY-NO
009180                 COMPUTE WS-MASTER-AGE-DAYS =
009190                     WS-BUSINESS-DAY-NO - WS-DN-DAYS
009200             END-IF
009210         END-IF
009220     END-IF.
009230 2410-EXIT.
009240     EXIT.
009250*-----------------------------------------------------------*
009260* 2500-APPLY-RULE-PARA - APPLY ONE RULE TO THE BUFFER. THE   *
009270* POSTINGS THE RULE LOOKS AT ARE MARKED FIRST; A VELOCITY    *
009280* RULE THEN HITS EVERY MARKED POSTING IN A WINDOW HOLDING    *
009290* AT LEAST THE RULE'S COUNT, AND THE OTHER RULES HIT THEM    *
009300* ALL ONCE THERE ARE AT LEAST THAT MANY. A NEW-ACCOUNT       *
009310* RULE ONLY APPLIES TO AN ACCOUNT OF KNOWN AGE WITHIN ITS    *
009320* DAYS.                                                      *
009330*-----------------------------------------------------------*
009340 2500-APPLY-RULE-PARA.
009350     IF WS-RUL-REFUSALS (WS-RUL-IDX)
009360         GO TO 2500-EXIT
009370     END-IF.
009380     IF WS-RUL-NEW-ACCOUNT (WS-RUL-IDX)
009390         IF NOT WS-MASTER-AGE-KNOWN OR
009400            WS-MASTER-AGE-DAYS > WS-RUL-DAYS (WS-RUL-IDX)
009410             GO TO 2500-EXIT
009420         END-IF
009430     END-IF.
009440     IF WS-RUL-ROUND-AMOUNT (WS-RUL-IDX)
009450         COMPUTE WS-BAND-FLOOR =
009460             WS-EXPOSURE-LIMIT - WS-RUL-AMOUNT (WS-RUL-IDX)
009470     END-IF.
009480     MOVE ZERO TO WS-MATCH-COUNT.
009490     PERFORM 2550-MARK-POSTING-PARA THRU 2550-EXIT
009500         VARYING WS-PST-IDX FROM 1 BY 1
009510         UNTIL WS-PST-IDX > WS-PST-COUNT.
009520     IF WS-MATCH-COUNT < WS-RUL-COUNT (WS-RUL-IDX)
009530         GO TO 2500-EXIT
009540     END-IF.
009550     IF WS-RUL-VELOCITY (WS-RUL-IDX)
009560         PERFORM 2600-VELOCITY-WINDOW-PARA THRU 2600-EXIT
009570             VARYING WS-PST-IDX FROM 1 BY 1
009580             UNTIL WS-PST-IDX > WS-PST-COUNT
009590     ELSE
009600         PERFORM 2580-HIT-MATCHED-PARA THRU 2580-EXIT
009610             VARYING WS-PST-IDX FROM 1 BY 1
009620             UNTIL WS-PST-IDX > WS-PST-COUNT
009630     END-IF.
009640     MOVE ZERO   TO WS-HIT-COUNT.
009650     MOVE ZERO   TO WS-HIT-AMOUNT.
009660     MOVE SPACES TO WS-HIT-FIRST-TS.
009670     MOVE SPACES TO WS-HIT-LAST-TS.
009680     PERFORM 2700-TALLY-HIT-PARA THRU 2700-EXIT
009690         VARYING WS-PST-IDX FROM 1 BY 1
009700         UNTIL WS-PST-IDX > WS-PST-COUNT.
009710     IF WS-HIT-COUNT > ZERO
009720         PERFORM 2800-RAISE-ACCOUNT-ALERT-PARA THRU 2800-EXIT
009730     END-IF.
009740 2500-EXIT.
009750     EXIT.
009760*-----------------------------------------------------------*
009770* 2550-MARK-POSTING-PARA - MARK ONE POSTING IF THE RULE      *
009780* LOOKS AT IT: THE RULE'S D/C AND SOURCE CODE (BLANK FOR     *
009790* ANY), THEN THE AMOUNT - AT LEAST THE RULE'S AMOUNT FOR     *
009800* VELOCITY AND NEW-ACCOUNT RULES; FOR A ROUND-AMOUNT RULE    *
009810* BELOW THE EXPOSURE THRESHOLD, NO FURTHER BELOW IT THAN     *
009820* THE RULE'S AMOUNT, AND A WHOLE NUMBER OF THE RULE'S        *
009830* UNITS.                                                     *
009840*-----------------------------------------------------------*
009850 2550-MARK-POSTING-PARA.
009860     MOVE "N" TO WS-PST-MATCH-FLAG (WS-PST-IDX).
009870     MOVE "N" TO WS-PST-HIT-FLAG (WS-PST-IDX).
009880     IF WS-RUL-DC-CODE (WS-RUL-IDX) NOT = SPACE AND
009890        WS-RUL-DC-CODE (WS-RUL-IDX) NOT =
009900            WS-PST-DC-CODE (WS-PST-IDX)
009910         GO TO 2550-EXIT
009920     END-IF.
009930     IF WS-RUL-SOURCE-CODE (WS-RUL-IDX) NOT = SPACE AND
009940        WS-RUL-SOURCE-CODE (WS-RUL-IDX) NOT =
009950            WS-PST-SOURCE-CODE (WS-PST-IDX)
009960         GO TO 2550-EXIT
009970     END-IF.
009980     IF WS-RUL-ROUND-AMOUNT (WS-RUL-IDX)
009990         IF WS-PST-AMOUNT (WS-PST-IDX) NOT < WS-EXPOSURE-LIMIT OR
010000            WS-PST-AMOUNT (WS-PST-IDX) < WS-BAND-FLOOR
010010             GO TO 2550-EXIT
010020         END-IF
010030         DIVIDE WS-PST-AMOUNT (WS-PST-IDX)
010040             BY WS-RUL-UNIT (WS-RUL-IDX)
010050             GIVING WS-ROUND-QUOTIENT
010060             REMAINDER WS-ROUND-REMAINDER
010070         IF WS-ROUND-REMAINDER NOT = ZERO
010080             GO TO 2550-EXIT
010090         END-IF
010100     ELSE
010110         IF WS-PST-AMOUNT (WS-PST-IDX) <
010120            WS-RUL-AMOUNT (WS-RUL-IDX)
010130             GO TO 2550-EXIT
010140         END-IF
010150     END-IF.
010160     MOVE "Y" TO WS-PST-MATCH-FLAG (WS-PST-IDX).
010170     ADD 1 TO WS-MATCH-COUNT.
010180 2550-EXIT.
010190     EXIT.
010200*-----------------------------------------------------------*
010210* 2580-HIT-MATCHED-PARA - A MARKED POSTING IS A HIT.         *
010220*-----------------------------------------------------------*
010230 2580-HIT-MATCHED-PARA.
010240     IF WS-PST-MATCHED (WS-PST-IDX)
010250         MOVE "Y" TO WS-PST-HIT-FLAG (WS-PST-IDX)
010260     END-IF.
010270 2580-EXIT.
010280     EXIT.
010290*-----------------------------------------------------------*
010300* 2600-VELOCITY-WINDOW-PARA - FROM A MARKED POSTING, COUNT   *
010310* THE MARKED POSTINGS THAT FOLLOW IT WITHIN THE RULE'S       *
010320* WINDOW; IF THERE ARE AT LEAST THE RULE'S COUNT, ALL OF     *
010330* THEM ARE HITS.                                             *
010340*-----------------------------------------------------------*
010350 2600-VELOCITY-WINDOW-PARA.
010360     IF NOT WS-PST-MATCHED (WS-PST-IDX)
010370         GO TO 2600-EXIT
010380     END-IF.
010390     MOVE ZERO TO WS-PST-WINDOW-COUNT.
010400     MOVE WS-PST-IDX TO WS-PST-WINDOW-END.
010410     PERFORM 2650-COUNT-WINDOW-PARA THRU 2650-EXIT
010420         VARYING WS-PST-SCAN FROM WS-PST-IDX BY 1
010430         UNTIL WS-PST-SCAN > WS-PST-COUNT.
010440     IF WS-PST-WINDOW-COUNT < WS-RUL-COUNT (WS-RUL-IDX)
010450         GO TO 2600-EXIT
010460     END-IF.
010470     PERFORM 2660-HIT-WINDOW-PARA THRU 2660-EXIT
010480         VARYING WS-PST-SCAN FROM WS-PST-IDX BY 1
010490         UNTIL WS-PST-SCAN > WS-PST-WINDOW-END.
010500 2600-EXIT.
010510     EXIT.
010520*-----------------------------------------------------------*
010530* 2650-COUNT-WINDOW-PARA - COUNT ONE POSTING INTO THE        *
010540* WINDOW IF IT IS MARKED AND FALLS WITHIN THE RULE'S         *
010550* WINDOW OF THE POSTING IT STARTED FROM.                     *
010560*-----------------------------------------------------------*
010570 2650-COUNT-WINDOW-PARA.
010580     IF WS-PST-SECONDS (WS-PST-SCAN) - WS-PST-SECONDS (WS-PST-IDX)
010590        > WS-RUL-WINDOW-SECS (WS-RUL-IDX)
010600         GO TO 2650-EXIT
010610     END-IF.
010620     IF WS-PST-MATCHED (WS-PST-SCAN)
010630         ADD 1 TO WS-PST-WINDOW-COUNT
010640         MOVE WS-PST-SCAN TO WS-PST-WINDOW-END
010650     END-IF.
010660 2650-EXIT.
010670     EXIT.
010680*-----------------------------------------------------------*
010690* 2660-HIT-WINDOW-PARA - A MARKED POSTING INSIDE A WINDOW    *
010700* THAT TRIPPED THE RULE IS A HIT.                            *
010710*-----------------------------------------------------------*
010720 2660-HIT-WINDOW-PARA.
010730     IF WS-PST-MATCHED (WS-PST-SCAN)
010740         MOVE "Y" TO WS-PST-HIT-FLAG (WS-PST-SCAN)
010750     END-IF.
010760 2660-EXIT.
010770     EXIT.
010780*-----------------------------------------------------------*
010790* 2700-TALLY-HIT-PARA - ADD A HIT POSTING INTO THE RULE'S    *
010800* COUNT, AMOUNT AND FIRST AND LAST TIMESTAMPS.               *
010810*-----------------------------------------------------------*
010820 2700-TALLY-HIT-PARA.
010830     IF NOT WS-PST-HIT (WS-PST-IDX)
010840         GO TO 2700-EXIT
010850     END-IF.
010860     ADD 1 TO WS-HIT-COUNT.
010870     ADD WS-PST-AMOUNT (WS-PST-IDX) TO WS-HIT-AMOUNT.
010880     IF WS-HIT-FIRST-TS = SPACES
010890         MOVE WS-PST-TIMESTAMP (WS-PST-IDX) TO WS-HIT-FIRST-TS
010900     END-IF.
010910     MOVE WS-PST-TIMESTAMP (WS-PST-IDX) TO WS-HIT-LAST-TS.
010920 2700-EXIT.
010930     EXIT.
010940*-----------------------------------------------------------*
010950* 2800-RAISE-ACCOUNT-ALERT-PARA - REPORT THE ALERT WITH      *
010960* ITS HIT POSTINGS. AN ALERT-ONLY RULE'S ALERT IS WRITTEN    *
010970* TO WRKALERT NOW; A SEVERE ONE IS HELD FOR 4000 TO FREEZE   *
010980* THE ACCOUNT AND WRITTEN THERE WITH THE OUTCOME. THE        *
010983* REPORT LINE IS BUILT FROM THE RULE AND HIT FIELDS BEFORE   *
010986* THE ALERT RECORD IS WRITTEN.                               *
010990*-----------------------------------------------------------*
011000 2800-RAISE-ACCOUNT-ALERT-PARA.
011010     ADD 1 TO WS-ACCOUNT-ALERTS.
011020     ADD 1 TO WS-RUL-ALERTS (WS-RUL-IDX).
011030     ADD WS-HIT-AMOUNT TO WS-HIT-AMOUNT-TOTAL.
011040     MOVE SPACES TO ALERT-RECORD.
011050     MOVE WS-BUSINESS-DATE TO ALERT-BUSINESS-DATE.
011060     MOVE WS-RUN-TIMESTAMP TO ALERT-RUN-TIMESTAMP.
011070     MOVE WS-RUL-ID (WS-RUL-IDX) TO ALERT-RULE-ID.
011080     MOVE WS-RUL-TYPE (WS-RUL-IDX) TO ALERT-RULE-TYPE.
011090     MOVE WS-RUL-SEVERITY (WS-RUL-IDX) TO ALERT-SEVERITY.
011100     MOVE "A" TO ALERT-SUBJECT-TYPE.
011110     MOVE WS-CUR-ACCT TO ALERT-SUBJECT.
011120     MOVE WS-HIT-COUNT TO ALERT-HIT-COUNT.
011130     MOVE WS-HIT-AMOUNT TO ALERT-HIT-AMOUNT.
011140     MOVE WS-HIT-FIRST-TS TO ALERT-FIRST-TIMESTAMP.
011150     MOVE WS-HIT-LAST-TS TO ALERT-LAST-TIMESTAMP.
011160     MOVE WS-RUL-DESCRIPTION (WS-RUL-IDX) TO ALERT-DESCRIPTION.
011161     MOVE SPACES TO WS-ALERT-LINE.
011162     MOVE "ALERT" TO WS-ALN-TAG.
011163     MOVE WS-RUL-ID (WS-RUL-IDX) TO WS-ALN-RULE-ID.
011164     MOVE WS-RUL-TYPE (WS-RUL-IDX) TO WS-ALN-TYPE.
011165     MOVE WS-RUL-SEVERITY (WS-RUL-IDX) TO WS-ALN-SEVERITY.
011166     MOVE WS-CUR-ACCT TO WS-ALN-SUBJECT.
011167     MOVE WS-HIT-COUNT TO WS-ALN-HIT-COUNT.
011168     MOVE WS-HIT-AMOUNT TO WS-ALN-HIT-AMOUNT.
011169     MOVE WS-RUL-DESCRIPTION (WS-RUL-IDX) TO WS-ALN-DESCRIPTION.
011170     EVALUATE TRUE
011180         WHEN NOT WS-RUL-SEVERE (WS-RUL-IDX)
011190             MOVE "ALERT" TO ALERT-ACTION WS-ALN-ACTION
011200             PERFORM 2900-WRITE-ALERT-PARA THRU 2900-EXIT
011210         WHEN WS-FRZ-COUNT < 200
011220             MOVE "PENDING" TO ALERT-ACTION WS-ALN-ACTION
011230             ADD 1 TO WS-FRZ-COUNT
011240             MOVE WS-FRZ-COUNT TO WS-FRZ-IDX
011250             MOVE WS-CUR-ACCT TO WS-FRZ-ACCT (WS-FRZ-IDX)
011260             MOVE WS-RUL-IDX TO WS-FRZ-RULE-IDX (WS-FRZ-IDX)
011270             MOVE WS-HIT-COUNT TO WS-FRZ-HIT-COUNT (WS-FRZ-IDX)
011280             MOVE WS-HIT-AMOUNT TO WS-FRZ-HIT-AMOUNT (WS-FRZ-IDX)
011290             MOVE WS-HIT-FIRST-TS TO WS-FRZ-FIRST-TS (WS-FRZ-IDX)
011300             MOVE WS-HIT-LAST-TS TO WS-FRZ-LAST-TS (WS-FRZ-IDX)
011310         WHEN OTHER
011320             MOVE "NOTFROZN" TO ALERT-ACTION WS-ALN-ACTION
011330             ADD 1 TO WS-FREEZE-FAIL-COUNT
011340             PERFORM 2900-WRITE-ALERT-PARA THRU 2900-EXIT
011350     END-EVALUATE.
011360     IF WS-RPT-FILE-OK
011470         MOVE WS-ALERT-LINE TO SCREEN-REPORT-LINE
011480         WRITE SCREEN-REPORT-LINE
011490         PERFORM 2850-WRITE-POSTING-LINE-PARA THRU 2850-EXIT
011500             VARYING WS-PST-IDX FROM 1 BY 1
011510             UNTIL WS-PST-IDX > WS-PST-COUNT
011520     END-IF.
011530 2800-EXIT.
011540     EXIT.
011550*-----------------------------------------------------------*
011560* 2850-WRITE-POSTING-LINE-PARA - LIST ONE HIT POSTING        *
011570* UNDER ITS ALERT.                                           *
011580*-----------------------------------------------------------*
011590 2850-WRITE-POSTING-LINE-PARA.
011600     IF NOT WS-PST-HIT (WS-PST-IDX)
011610         GO TO 2850-EXIT
011620     END-IF.
011630     MOVE WS-PST-TIMESTAMP (WS-PST-IDX)   TO WS-PLN-TIMESTAMP.
011640     MOVE WS-PST-DC-CODE (WS-PST-IDX)     TO WS-PLN-DC-CODE.
011650     MOVE WS-PST-SOURCE-CODE (WS-PST-IDX) TO WS-PLN-SOURCE-CODE.
011660     MOVE WS-PST-AMOUNT (WS-PST-IDX)      TO WS-PLN-AMOUNT.
011670     MOVE WS-PST-BALANCE (WS-PST-IDX)     TO WS-PLN-BALANCE.
011680     MOVE WS-PST-REFERENCE (WS-PST-IDX)   TO WS-PLN-REFERENCE.
011690     MOVE WS-POSTING-LINE TO SCREEN-REPORT-LINE.
011700     WRITE SCREEN-REPORT-LINE.
011710 2850-EXIT.
011720     EXIT.
011730*-----------------------------------------------------------*
011740* 2900-WRITE-ALERT-PARA - WRITE THE ALERT RECORD IN HAND.    *
011750* A WRITE FAILURE IS COUNTED AND FAILS THE RUN.              *
011760*-----------------------------------------------------------*
011770 2900-WRITE-ALERT-PARA.
011780     WRITE ALERT-RECORD.
011790     IF WS-ALERT-FILE-OK
011800         ADD 1 TO WS-ALERTS-WRITTEN
011810     ELSE
011820         ADD 1 TO WS-ALERT-WRITE-ERRORS
011830     END-IF.
011840 2900-EXIT.
011850     EXIT.
011860*-----------------------------------------------------------*
011870* 2990-CLOSE-POSTING-FILES-PARA - CLOSE THE MASTER AND       *
011880* WRKTRAN BEFORE ANY FREEZE, SO ACCTLKUP CAN OPEN THE        *
011890* MASTER FOR UPDATE.                                         *
011900*-----------------------------------------------------------*
011910 2990-CLOSE-POSTING-FILES-PARA.
011920     IF WS-TRAN-FILE-IS-OPEN
011930         CLOSE TRAN-HISTORY-FILE
011940         MOVE "N" TO WS-TRAN-FILE-OPENED
011950     END-IF.
011960     IF WS-ACCT-FILE-IS-OPEN
011970         CLOSE ACCOUNT-MASTER-FILE
011980         MOVE "N" TO WS-ACCT-FILE-OPENED
011990     END-IF.
012000 2990-EXIT.
012010     EXIT.
012020*-----------------------------------------------------------*
012030* 3000-SCREEN-AUDIT-PARA - APPLY THE REFUSAL RULES TO THE    *
012040* BUSINESS DATE'S WRKAUDIT LINES. THE FIRST PASS COUNTS      *
012050* EACH CLIENT'S LINES PER RULE AND RAISES AN ALERT FOR       *
012060* EVERY CLIENT AT OR OVER A RULE'S COUNT; THE SECOND LISTS   *
012070* THE LINES THAT TRIPPED THEM. NO AUDIT LOG MEANS NO CALLS   *
012080* TO SCREEN.                                                 *
012090*-----------------------------------------------------------*
012100 3000-SCREEN-AUDIT-PARA.
012110     IF WS-AUDIT-RULES = ZERO
012120         GO TO 3000-EXIT
012130     END-IF.
012140     OPEN INPUT AUDIT-LOG-FILE.
012150     IF NOT WS-AUDIT-FILE-OK
012160         IF WS-RPT-FILE-OK
012170             MOVE SPACES TO SCREEN-REPORT-LINE
012180             WRITE SCREEN-REPORT-LINE
012190             MOVE "NO WRKAUDIT LOG - NO CALLS TO SCREEN"
012200                 TO SCREEN-REPORT-LINE
012210             WRITE SCREEN-REPORT-LINE
012220         END-IF
012230         GO TO 3000-EXIT
012240     END-IF.
012250     MOVE "N" TO WS-AUDT-EOF-SWITCH.
012260     PERFORM 3050-READ-AUDIT-PARA THRU 3050-EXIT.
012270     PERFORM 3100-COUNT-AUDIT-PARA THRU 3100-EXIT
012280         UNTIL WS-AUDT-EOF.
012290     CLOSE AUDIT-LOG-FILE.
012300     IF WS-RPT-FILE-OK
012310         MOVE SPACES TO SCREEN-REPORT-LINE
012320         WRITE SCREEN-REPORT-LINE
012330         MOVE "CLIENT ALERTS" TO SCREEN-REPORT-LINE
012340         WRITE SCREEN-REPORT-LINE
012350         MOVE SPACES TO SCREEN-REPORT-LINE
012360         STRING "ALERT  RULE     T S CLIENT            HITS "
012370                                         DELIMITED BY SIZE
012380                 "         AMOUNT ACTION   DESCRIPTION"
012390                                         DELIMITED BY SIZE
012400             INTO SCREEN-REPORT-LINE
012410         WRITE SCREEN-REPORT-LINE
012420     END-IF.
012430     PERFORM 3300-CLIENT-ALERTS-PARA THRU 3300-EXIT
012440         VARYING WS-CLI-IDX FROM 1 BY 1
012450         UNTIL WS-CLI-IDX > WS-CLI-COUNT.
012460     IF WS-CLIENT-ALERTS = ZERO OR WS-AUDIT-READ-ERROR
012470         GO TO 3000-EXIT
012480     END-IF.
012490     IF WS-RPT-FILE-OK
012500         MOVE SPACES TO SCREEN-REPORT-LINE
012510         WRITE SCREEN-REPORT-LINE
012520         MOVE "AUDIT LINES THAT TRIPPED THE CLIENT ALERTS"
012530             TO SCREEN-REPORT-LINE
012540         WRITE SCREEN-REPORT-LINE
012550         MOVE SPACES TO SCREEN-REPORT-LINE
012560         STRING "        RULE     CLIENT           TIMESTAMP "
012570                                         DELIMITED BY SIZE
012580                 "        STS METHOD     PATH" DELIMITED BY SIZE
012590             INTO SCREEN-REPORT-LINE
012600         WRITE SCREEN-REPORT-LINE
012610     END-IF.
012620     OPEN INPUT AUDIT-LOG-FILE.
012630     IF NOT WS-AUDIT-FILE-OK
012640         GO TO 3000-EXIT
012650     END-IF.
012660     MOVE "N" TO WS-AUDT-EOF-SWITCH.
012670     PERFORM 3050-READ-AUDIT-PARA THRU 3050-EXIT.
012680     PERFORM 3500-LIST-AUDIT-PARA THRU 3500-EXIT
012690         UNTIL WS-AUDT-EOF.
012700     CLOSE AUDIT-LOG-FILE.
012710 3000-EXIT.
012720     EXIT.
012730*-----------------------------------------------------------*
012740* 3050-READ-AUDIT-PARA - READ THE NEXT WRKAUDIT LINE. A      *
012750* READ ERROR ENDS THE PASS AND FAILS THE RUN.                *
012760*-----------------------------------------------------------*
012770 3050-READ-AUDIT-PARA.
012780     READ AUDIT-LOG-FILE
012790         AT END
012800             MOVE "Y" TO WS-AUDT-EOF-SWITCH
012810     END-READ.
012820     IF NOT WS-AUDT-EOF AND NOT WS-AUDIT-FILE-OK
012830         MOVE "Y" TO WS-AUDT-EOF-SWITCH
012840         IF NOT WS-AUDIT-READ-ERROR
012850             MOVE "Y" TO WS-AUDIT-ERROR-SWITCH
012860             IF WS-RPT-FILE-OK
012870                 MOVE SPACES TO SCREEN-REPORT-LINE
012880                 STRING "WRKAUDIT READ ERROR - STATUS "
012890                                         DELIMITED BY SIZE
012900                         WS-AUDIT-FILE-STATUS DELIMITED BY SIZE
012910                         " - SCREEN INCOMPLETE" DELIMITED BY SIZE
012920                     INTO SCREEN-REPORT-LINE
012930                 WRITE SCREEN-REPORT-LINE
012940             END-IF
012950         END-IF
012960     END-IF.
012970 3050-EXIT.
012980     EXIT.
012990*-----------------------------------------------------------*
013000* 3100-COUNT-AUDIT-PARA - COUNT THE AUDIT LINE IN HAND IF    *
013010* IT WAS LOGGED ON THE BUSINESS DATE, THEN READ THE NEXT.    *
013020*-----------------------------------------------------------*
013030 3100-COUNT-AUDIT-PARA.
013040     IF AUDIT-LOG-TIMESTAMP (1:8) = WS-BUSINESS-DATE-X
013050         PERFORM 3120-COUNT-LINE-PARA THRU 3120-EXIT
013060     END-IF.
013070     PERFORM 3050-READ-AUDIT-PARA THRU 3050-EXIT.
013080 3100-EXIT.
013090     EXIT.
013100*-----------------------------------------------------------*
013110* 3120-COUNT-LINE-PARA - COUNT THE BUSINESS-DATE AUDIT       *
013120* LINE IN HAND AGAINST ITS CLIENT FOR EVERY REFUSAL RULE     *
013130* WHOSE HTTP STATUS IT CARRIES.                              *
013140*-----------------------------------------------------------*
013150 3120-COUNT-LINE-PARA.
013160     ADD 1 TO WS-AUDIT-LINES.
013170     PERFORM 3150-SET-AUDIT-CLIENT-PARA THRU 3150-EXIT.
013180     MOVE "N" TO WS-CLI-FOUND-SWITCH.
013190     PERFORM 3200-COUNT-RULE-PARA THRU 3200-EXIT
013200         VARYING WS-RUL-IDX FROM 1 BY 1
013210         UNTIL WS-RUL-IDX > WS-RUL-COUNT-LOADED.
013220 3120-EXIT.
013230     EXIT.
013240*-----------------------------------------------------------*
013250* 3150-SET-AUDIT-CLIENT-PARA - THE CLIENT ID OF THE AUDIT    *
013260* LINE IN HAND. A LINE WITH NO CLIENT ID PREDATES CLIENT     *
013270* LOGGING AND IS COUNTED AS UNKNOWN.                         *
013280*-----------------------------------------------------------*
013290 3150-SET-AUDIT-CLIENT-PARA.
013300     MOVE AUDIT-LOG-CLIENT-ID TO WS-AUDIT-CLIENT.
013310     IF WS-AUDIT-CLIENT = SPACES
013320         MOVE "UNKNOWN" TO WS-AUDIT-CLIENT
013330     END-IF.
013340 3150-EXIT.
013350     EXIT.
013360*-----------------------------------------------------------*
013370* 3200-COUNT-RULE-PARA - IF THE RULE IN HAND IS A REFUSAL    *
013380* RULE FOR THIS LINE'S STATUS, COUNT THE LINE AGAINST THE    *
013390* CLIENT, ADDING THE CLIENT TO THE TABLE THE FIRST TIME.     *
013400*-----------------------------------------------------------*
013410 3200-COUNT-RULE-PARA.
013420     IF NOT WS-RUL-REFUSALS (WS-RUL-IDX) OR
013430        WS-RUL-HTTP-STATUS (WS-RUL-IDX) NOT = AUDIT-LOG-STATUS
013440         GO TO 3200-EXIT
013450     END-IF.
013460     IF NOT WS-CLI-FOUND
013470         PERFORM 3250-FIND-CLIENT-PARA THRU 3250-EXIT
013480         IF NOT WS-CLI-FOUND
013490             GO TO 3200-EXIT
013500         END-IF
013510     END-IF.
013520     ADD 1 TO WS-CLI-HITS (WS-CLI-IDX, WS-RUL-IDX).
013530     IF WS-CLI-FIRST-TS (WS-CLI-IDX, WS-RUL-IDX) = SPACES
013540         MOVE AUDIT-LOG-TIMESTAMP
013550             TO WS-CLI-FIRST-TS (WS-CLI-IDX, WS-RUL-IDX)
013560     END-IF.
013570     MOVE AUDIT-LOG-TIMESTAMP
013580         TO WS-CLI-LAST-TS (WS-CLI-IDX, WS-RUL-IDX).
013590 3200-EXIT.
013600     EXIT.
013610*-----------------------------------------------------------*
013620* 3250-FIND-CLIENT-PARA - POINT WS-CLI-IDX AT THE CLIENT     *
013630* OF THE LINE IN HAND, ADDING IT IF THERE IS ROOM. A         *
013640* CLIENT PAST THE TABLE SIZE IS COUNTED AND ITS LINE NOT     *
013650* SCREENED.                                                  *
013660*-----------------------------------------------------------*
013670 3250-FIND-CLIENT-PARA.
013680     PERFORM 3270-MATCH-CLIENT-PARA THRU 3270-EXIT
013690         VARYING WS-CLI-IDX FROM 1 BY 1
013700         UNTIL WS-CLI-IDX > WS-CLI-COUNT OR WS-CLI-FOUND.
013710     IF WS-CLI-FOUND
013720         SUBTRACT 1 FROM WS-CLI-IDX
013730         GO TO 3250-EXIT
013740     END-IF.
013750     IF WS-CLI-COUNT NOT < 300
013760         ADD 1 TO WS-CLI-OVERFLOW
013770         GO TO 3250-EXIT
013780     END-IF.
013790     ADD 1 TO WS-CLI-COUNT.
013800     MOVE WS-CLI-COUNT TO WS-CLI-IDX.
013810     INITIALIZE WS-CLI-ENTRY (WS-CLI-IDX).
013820     MOVE WS-AUDIT-CLIENT TO WS-CLI-ID (WS-CLI-IDX).
013830     MOVE "Y" TO WS-CLI-FOUND-SWITCH.
013840 3250-EXIT.
013850     EXIT.
013860*-----------------------------------------------------------*
013870* 3270-MATCH-CLIENT-PARA - COMPARE ONE TABLE ENTRY.          *
013880*-----------------------------------------------------------*
013890 3270-MATCH-CLIENT-PARA.
013900     IF WS-CLI-ID (WS-CLI-IDX) = WS-AUDIT-CLIENT
013910         MOVE "Y" TO WS-CLI-FOUND-SWITCH
013920     END-IF.
013930 3270-EXIT.
013940     EXIT.
013950*-----------------------------------------------------------*
013960* 3300-CLIENT-ALERTS-PARA - RAISE AN ALERT FOR EACH          *
013970* REFUSAL RULE THE CLIENT IN HAND REACHED.                   *
013980*-----------------------------------------------------------*
013990 3300-CLIENT-ALERTS-PARA.
014000     PERFORM 3350-CLIENT-RULE-ALERT-PARA THRU 3350-EXIT
014010         VARYING WS-RUL-IDX FROM 1 BY 1
014020         UNTIL WS-RUL-IDX > WS-RUL-COUNT-LOADED.
014030 3300-EXIT.
014040     EXIT.
014050*-----------------------------------------------------------*
014060* 3350-CLIENT-RULE-ALERT-PARA - IF THE CLIENT'S COUNT FOR    *
014070* THE RULE IN HAND REACHED THE RULE'S COUNT, WRITE AND       *
014080* REPORT A CLIENT ALERT. A CLIENT HAS NO ACCOUNT TO          *
014090* FREEZE, SO A SEVERE REFUSAL RULE ALERTS LIKE ANY OTHER.    *
014100*-----------------------------------------------------------*
014110 3350-CLIENT-RULE-ALERT-PARA.
014120     IF NOT WS-RUL-REFUSALS (WS-RUL-IDX) OR
014130        WS-CLI-HITS (WS-CLI-IDX, WS-RUL-IDX) <
014140            WS-RUL-COUNT (WS-RUL-IDX)
014150         GO TO 3350-EXIT
014160     END-IF.
014170     MOVE "Y" TO WS-CLI-ALERT-FLAG (WS-CLI-IDX, WS-RUL-IDX).
014180     ADD 1 TO WS-CLIENT-ALERTS.
014190     ADD 1 TO WS-RUL-ALERTS (WS-RUL-IDX).
014200     MOVE SPACES TO ALERT-RECORD.
014210     MOVE WS-BUSINESS-DATE TO ALERT-BUSINESS-DATE.
014220     MOVE WS-RUN-TIMESTAMP TO ALERT-RUN-TIMESTAMP.
014230     MOVE WS-RUL-ID (WS-RUL-IDX) TO ALERT-RULE-ID.
014240     MOVE WS-RUL-TYPE (WS-RUL-IDX) TO ALERT-RULE-TYPE.
014250     MOVE WS-RUL-SEVERITY (WS-RUL-IDX) TO ALERT-SEVERITY.
014260     MOVE "C" TO ALERT-SUBJECT-TYPE.
014270     MOVE WS-CLI-ID (WS-CLI-IDX) TO ALERT-SUBJECT.
014280     MOVE WS-CLI-HITS (WS-CLI-IDX, WS-RUL-IDX) TO ALERT-HIT-COUNT.
014290     MOVE ZERO TO ALERT-HIT-AMOUNT.
014300     MOVE WS-CLI-FIRST-TS (WS-CLI-IDX, WS-RUL-IDX)
014310         TO ALERT-FIRST-TIMESTAMP.
014320     MOVE WS-CLI-LAST-TS (WS-CLI-IDX, WS-RUL-IDX)
014330         TO ALERT-LAST-TIMESTAMP.
014340     MOVE "ALERT" TO ALERT-ACTION.
014350     MOVE WS-RUL-DESCRIPTION (WS-RUL-IDX) TO ALERT-DESCRIPTION.
014351     MOVE SPACES TO WS-ALERT-LINE.
014352     MOVE "ALERT" TO WS-ALN-TAG.
014353     MOVE WS-RUL-ID (WS-RUL-IDX) TO WS-ALN-RULE-ID.
014354     MOVE WS-RUL-TYPE (WS-RUL-IDX) TO WS-ALN-TYPE.
014355     MOVE WS-RUL-SEVERITY (WS-RUL-IDX) TO WS-ALN-SEVERITY.
014356     MOVE WS-CLI-ID (WS-CLI-IDX) TO WS-ALN-SUBJECT.
014357     MOVE WS-CLI-HITS (WS-CLI-IDX, WS-RUL-IDX)
014358         TO WS-ALN-HIT-COUNT.
014359     MOVE "ALERT" TO WS-ALN-ACTION.
014360     MOVE WS-RUL-DESCRIPTION (WS-RUL-IDX) TO WS-ALN-DESCRIPTION.
014361     PERFORM 2900-WRITE-ALERT-PARA THRU 2900-EXIT.
014370     IF WS-RPT-FILE-OK
014470         MOVE WS-ALERT-LINE TO SCREEN-REPORT-LINE
014480         WRITE SCREEN-REPORT-LINE
014490     END-IF.
014500 3350-EXIT.
014510     EXIT.
014520*-----------------------------------------------------------*
014530* 3500-LIST-AUDIT-PARA - LIST THE AUDIT LINE IN HAND IF IT   *
014540* WAS LOGGED ON THE BUSINESS DATE, THEN READ THE NEXT.       *
014550*-----------------------------------------------------------*
014560 3500-LIST-AUDIT-PARA.
014570     IF AUDIT-LOG-TIMESTAMP (1:8) = WS-BUSINESS-DATE-X
014580         PERFORM 3520-LIST-LINE-PARA THRU 3520-EXIT
014590     END-IF.
014600     PERFORM 3050-READ-AUDIT-PARA THRU 3050-EXIT.
014610 3500-EXIT.
014620     EXIT.
014630*-----------------------------------------------------------*
014640* 3520-LIST-LINE-PARA - FIND THE CLIENT OF THE BUSINESS-     *
014650* DATE AUDIT LINE IN HAND AND LIST THE LINE AGAINST EACH     *
014660* RULE IT ALERTED ON.                                        *
014670*-----------------------------------------------------------*
014680 3520-LIST-LINE-PARA.
014690     PERFORM 3150-SET-AUDIT-CLIENT-PARA THRU 3150-EXIT.
014700     MOVE "N" TO WS-CLI-FOUND-SWITCH.
014710     PERFORM 3270-MATCH-CLIENT-PARA THRU 3270-EXIT
014720         VARYING WS-CLI-IDX FROM 1 BY 1
014730         UNTIL WS-CLI-IDX > WS-CLI-COUNT OR WS-CLI-FOUND.
014740     IF NOT WS-CLI-FOUND
014750         GO TO 3520-EXIT
014760     END-IF.
014770     SUBTRACT 1 FROM WS-CLI-IDX.
014780     PERFORM 3550-LIST-RULE-PARA THRU 3550-EXIT
014790         VARYING WS-RUL-IDX FROM 1 BY 1
014800         UNTIL WS-RUL-IDX > WS-RUL-COUNT-LOADED.
014810 3520-EXIT.
014820     EXIT.
014830*-----------------------------------------------------------*
014840* 3550-LIST-RULE-PARA - LIST THE LINE AGAINST THE RULE IN    *
014850* HAND IF THE CLIENT ALERTED ON IT AND THE LINE CARRIES      *
014860* ITS STATUS.                                                *
014870*-----------------------------------------------------------*
014880 3550-LIST-RULE-PARA.
014890     IF NOT WS-CLI-ALERTED (WS-CLI-IDX, WS-RUL-IDX) OR
014900        WS-RUL-HTTP-STATUS (WS-RUL-IDX) NOT = AUDIT-LOG-STATUS
014910         GO TO 3550-EXIT
014920     END-IF.
014930     IF WS-RPT-FILE-OK
014940         MOVE WS-RUL-ID (WS-RUL-IDX) TO WS-ADL-RULE-ID
014950         MOVE WS-AUDIT-CLIENT        TO WS-ADL-CLIENT-ID
014960         MOVE AUDIT-LOG-TIMESTAMP    TO WS-ADL-TIMESTAMP
014970         MOVE AUDIT-LOG-STATUS       TO WS-ADL-STATUS
014980         MOVE AUDIT-LOG-METHOD       TO WS-ADL-METHOD
014990         MOVE AUDIT-LOG-PATH         TO WS-ADL-PATH
015000         MOVE WS-AUDIT-LINE TO SCREEN-REPORT-LINE
015010         WRITE SCREEN-REPORT-LINE
015020     END-IF.
015030 3550-EXIT.
015040     EXIT.
015050*-----------------------------------------------------------*
015060* 4000-APPLY-FREEZES-PARA - FREEZE THE ACCOUNT OF EVERY      *
015070* SEVERE ACCOUNT ALERT THROUGH ACCTLKUP, WHICH LOGS THE      *
015080* FREEZE TO WRKACHG UNDER THIS JOB'S NAME, AND RECORD THE    *
015090* OUTCOME ON THE REPORT AND THE ALERT.                       *
015100*-----------------------------------------------------------*
015110 4000-APPLY-FREEZES-PARA.
015120     IF WS-FRZ-COUNT = ZERO
015130         GO TO 4000-EXIT
015140     END-IF.
015150     IF WS-RPT-FILE-OK
015160         MOVE SPACES TO SCREEN-REPORT-LINE
015170         WRITE SCREEN-REPORT-LINE
015180         MOVE "FREEZES FOR SEVERE ALERTS" TO SCREEN-REPORT-LINE
015190         WRITE SCREEN-REPORT-LINE
015200         MOVE "ACCOUNT    RULE     ACTION   RC NOTE"
015210             TO SCREEN-REPORT-LINE
015220         WRITE SCREEN-REPORT-LINE
015230     END-IF.
015240     PERFORM 4100-FREEZE-ACCOUNT-PARA THRU 4100-EXIT
015250         VARYING WS-FRZ-IDX FROM 1 BY 1
015260         UNTIL WS-FRZ-IDX > WS-FRZ-COUNT.
015270 4000-EXIT.
015280     EXIT.
015290*-----------------------------------------------------------*
015300* 4100-FREEZE-ACCOUNT-PARA - CALL THE ACCTLKUP "F"           *
015310* FUNCTION FOR ONE HELD ALERT AND TRANSLATE THE RETURN       *
015320* CODE: FROZEN (RC 90 IS FROZEN BUT NOT LOGGED TO            *
015330* WRKACHG), ALREADY FROZEN, CLOSED, OR FRZFAIL, WHICH        *
015340* FAILS THE RUN. THEN WRITE THE ALERT.                       *
015350*-----------------------------------------------------------*
015360 4100-FREEZE-ACCOUNT-PARA.
015370     MOVE WS-FRZ-RULE-IDX (WS-FRZ-IDX) TO WS-RUL-IDX.
015380     MOVE "F" TO ACCTLNK-FUNCTION-CODE.
015390     MOVE WS-FRZ-ACCT (WS-FRZ-IDX) TO ACCTLNK-ACCT-NUMBER.
015400     MOVE WS-RUN-TIMESTAMP TO ACCTLNK-TIMESTAMP.
015410     MOVE "ACCTSCRN" TO ACCTLNK-CLIENT-ID.
015420     CALL "acctlkup" USING ACCTLNK-PARMS.
015430     MOVE SPACES TO WS-FREEZE-LINE.
015440     MOVE WS-FRZ-ACCT (WS-FRZ-IDX) TO WS-FLN-ACCT.
015450     MOVE WS-RUL-ID (WS-RUL-IDX) TO WS-FLN-RULE-ID.
015460     MOVE ACCTLNK-RETURN-CODE TO WS-FLN-RC.
015470     EVALUATE TRUE
015480         WHEN ACCTLNK-RC-OK
015490             MOVE "FROZEN" TO WS-FLN-ACTION
015500             ADD 1 TO WS-FROZEN-COUNT
015510         WHEN ACCTLNK-RC-NO-HISTORY
015520             MOVE "FROZEN" TO WS-FLN-ACTION
015530             MOVE "FROZEN - CHANGE NOT LOGGED TO WRKACHG"
015540                 TO WS-FLN-NOTE
015550             ADD 1 TO WS-FROZEN-COUNT
015560         WHEN ACCTLNK-RC-FROZEN
015570             MOVE "ALREADY" TO WS-FLN-ACTION
015580             MOVE "ACCOUNT WAS ALREADY FROZEN" TO WS-FLN-NOTE
015590             ADD 1 TO WS-ALREADY-COUNT
015600         WHEN ACCTLNK-RC-CLOSED
015610             MOVE "CLOSED" TO WS-FLN-ACTION
015620             MOVE "ACCOUNT IS CLOSED - LEFT AS IT WAS"
015630                 TO WS-FLN-NOTE
015640             ADD 1 TO WS-CLOSED-COUNT
015650         WHEN ACCTLNK-RC-NOT-FOUND
015660             MOVE "FRZFAIL" TO WS-FLN-ACTION
015670             MOVE "ACCOUNT NOT ON THE MASTER" TO WS-FLN-NOTE
015680             ADD 1 TO WS-FREEZE-FAIL-COUNT
015690         WHEN OTHER
015700             MOVE "FRZFAIL" TO WS-FLN-ACTION
015710             MOVE "FREEZE NOT APPLIED - SEE RC" TO WS-FLN-NOTE
015720             ADD 1 TO WS-FREEZE-FAIL-COUNT
015730     END-EVALUATE.
015740     IF WS-RPT-FILE-OK
015750         MOVE WS-FREEZE-LINE TO SCREEN-REPORT-LINE
015760         WRITE SCREEN-REPORT-LINE
015770     END-IF.
015780     MOVE SPACES TO ALERT-RECORD.
015790     MOVE WS-BUSINESS-DATE TO ALERT-BUSINESS-DATE.
015800     MOVE WS-RUN-TIMESTAMP TO ALERT-RUN-TIMESTAMP.
015810     MOVE WS-RUL-ID (WS-RUL-IDX) TO ALERT-RULE-ID.
015820     MOVE WS-RUL-TYPE (WS-RUL-IDX) TO ALERT-RULE-TYPE.
015830     MOVE WS-RUL-SEVERITY (WS-RUL-IDX) TO ALERT-SEVERITY.
015840     MOVE "A" TO ALERT-SUBJECT-TYPE.
015850     MOVE WS-FRZ-ACCT (WS-FRZ-IDX) TO ALERT-SUBJECT.
015860     MOVE WS-FRZ-HIT-COUNT (WS-FRZ-IDX) TO ALERT-HIT-COUNT.
015870     MOVE WS-FRZ-HIT-AMOUNT (WS-FRZ-IDX) TO ALERT-HIT-AMOUNT.
015880     MOVE WS-FRZ-FIRST-TS (WS-FRZ-IDX) TO ALERT-FIRST-TIMESTAMP.
015890     MOVE WS-FRZ-LAST-TS (WS-FRZ-IDX) TO ALERT-LAST-TIMESTAMP.
015900     MOVE WS-FLN-ACTION TO ALERT-ACTION.
015910     MOVE WS-RUL-DESCRIPTION (WS-RUL-IDX) TO ALERT-DESCRIPTION.
015920     PERFORM 2900-WRITE-ALERT-PARA THRU 2900-EXIT.
015930 4100-EXIT.
015940     EXIT.
015950*-----------------------------------------------------------*
015960* 5000-WRITE-TOTALS-PARA - CONTROL TOTALS: WHAT WAS READ     *
015970* AND SCREENED, WHAT COULD NOT BE, THE ALERTS RAISED AND     *
015980* THE FREEZES, AND THE ALERTS EACH RULE RAISED.              *
015990*-----------------------------------------------------------*
016000 5000-WRITE-TOTALS-PARA.
016010     MOVE SPACES TO SCREEN-REPORT-LINE.
016020     WRITE SCREEN-REPORT-LINE.
016030     MOVE WS-RUL-COUNT-LOADED TO WS-COUNT-DISPLAY.
016040     MOVE SPACES TO SCREEN-REPORT-LINE.
016050     STRING "RULES IN FORCE ...... " DELIMITED BY SIZE
016060             WS-COUNT-DISPLAY        DELIMITED BY SIZE
016070         INTO SCREEN-REPORT-LINE.
016080     WRITE SCREEN-REPORT-LINE.
016090     MOVE WS-RULES-IGNORED TO WS-COUNT-DISPLAY.
016100     MOVE SPACES TO SCREEN-REPORT-LINE.
016110     STRING "RULE LINES IGNORED .. " DELIMITED BY SIZE
016120             WS-COUNT-DISPLAY        DELIMITED BY SIZE
016130         INTO SCREEN-REPORT-LINE.
016140     WRITE SCREEN-REPORT-LINE.
016150     MOVE WS-POSTINGS-READ TO WS-COUNT-DISPLAY.
016160     MOVE SPACES TO SCREEN-REPORT-LINE.
016170     STRING "WRKTRAN LINES READ .. " DELIMITED BY SIZE
016180             WS-COUNT-DISPLAY        DELIMITED BY SIZE
016190         INTO SCREEN-REPORT-LINE.
016200     WRITE SCREEN-REPORT-LINE.
016210     MOVE WS-DAY-POSTINGS TO WS-COUNT-DISPLAY.
016220     MOVE SPACES TO SCREEN-REPORT-LINE.
016230     STRING "POSTINGS FOR DATE ... " DELIMITED BY SIZE
016240             WS-COUNT-DISPLAY        DELIMITED BY SIZE
016250         INTO SCREEN-REPORT-LINE.
016260     WRITE SCREEN-REPORT-LINE.
016270     MOVE WS-UNREADABLE-COUNT TO WS-COUNT-DISPLAY.
016280     MOVE SPACES TO SCREEN-REPORT-LINE.
016290     STRING "POSTINGS UNREADABLE . " DELIMITED BY SIZE
016300             WS-COUNT-DISPLAY        DELIMITED BY SIZE
016310         INTO SCREEN-REPORT-LINE.
016320     WRITE SCREEN-REPORT-LINE.
016330     MOVE WS-PST-OVERFLOW TO WS-COUNT-DISPLAY.
016340     MOVE SPACES TO SCREEN-REPORT-LINE.
016350     STRING "POSTINGS NOT BUFFERED " DELIMITED BY SIZE
016360             WS-COUNT-DISPLAY        DELIMITED BY SIZE
016370         INTO SCREEN-REPORT-LINE.
016380     WRITE SCREEN-REPORT-LINE.
016390     MOVE WS-ACCOUNTS-SCREENED TO WS-COUNT-DISPLAY.
016400     MOVE SPACES TO SCREEN-REPORT-LINE.
016410     STRING "ACCOUNTS SCREENED ... " DELIMITED BY SIZE
016420             WS-COUNT-DISPLAY        DELIMITED BY SIZE
016430         INTO SCREEN-REPORT-LINE.
016440     WRITE SCREEN-REPORT-LINE.
016450     MOVE WS-NO-MASTER-COUNT TO WS-COUNT-DISPLAY.
016460     MOVE SPACES TO SCREEN-REPORT-LINE.
016470     STRING "NOT ON MASTER ....... " DELIMITED BY SIZE
016480             WS-COUNT-DISPLAY        DELIMITED BY SIZE
016490         INTO SCREEN-REPORT-LINE.
016500     WRITE SCREEN-REPORT-LINE.
016510     MOVE WS-AUDIT-LINES TO WS-COUNT-DISPLAY.
016520     MOVE SPACES TO SCREEN-REPORT-LINE.
016530     STRING "AUDIT LINES FOR DATE  " DELIMITED BY SIZE
016540             WS-COUNT-DISPLAY        DELIMITED BY SIZE
016550         INTO SCREEN-REPORT-LINE.
016560     WRITE SCREEN-REPORT-LINE.
016570     MOVE WS-CLI-OVERFLOW TO WS-COUNT-DISPLAY.
016580     MOVE SPACES TO SCREEN-REPORT-LINE.
016590     STRING "CLIENT LINES UNTABLED " DELIMITED BY SIZE
016600             WS-COUNT-DISPLAY        DELIMITED BY SIZE
016610         INTO SCREEN-REPORT-LINE.
016620     WRITE SCREEN-REPORT-LINE.
016630     MOVE WS-ACCOUNT-ALERTS TO WS-COUNT-DISPLAY.
016640     MOVE SPACES TO SCREEN-REPORT-LINE.
016650     STRING "ACCOUNT ALERTS ...... " DELIMITED BY SIZE
016660             WS-COUNT-DISPLAY        DELIMITED BY SIZE
016670         INTO SCREEN-REPORT-LINE.
016680     WRITE SCREEN-REPORT-LINE.
016690     MOVE WS-HIT-AMOUNT-TOTAL TO WS-AMOUNT-DISPLAY.
016700     MOVE SPACES TO SCREEN-REPORT-LINE.
016710     STRING "AMOUNT ALERTED ...... " DELIMITED BY SIZE
016720             WS-AMOUNT-DISPLAY       DELIMITED BY SIZE
016730         INTO SCREEN-REPORT-LINE.
016740     WRITE SCREEN-REPORT-LINE.
016750     MOVE WS-CLIENT-ALERTS TO WS-COUNT-DISPLAY.
016760     MOVE SPACES TO SCREEN-REPORT-LINE.
016770     STRING "CLIENT ALERTS ....... " DELIMITED BY SIZE
016780             WS-COUNT-DISPLAY        DELIMITED BY SIZE
016790         INTO SCREEN-REPORT-LINE.
016800     WRITE SCREEN-REPORT-LINE.
016810     MOVE WS-ALERTS-WRITTEN TO WS-COUNT-DISPLAY.
016820     MOVE SPACES TO SCREEN-REPORT-LINE.
016830     STRING "ALERTS WRITTEN ...... " DELIMITED BY SIZE
016840             WS-COUNT-DISPLAY        DELIMITED BY SIZE
016850         INTO SCREEN-REPORT-LINE.
016860     WRITE SCREEN-REPORT-LINE.
016870     MOVE WS-ALERT-WRITE-ERRORS TO WS-COUNT-DISPLAY.
016880     MOVE SPACES TO SCREEN-REPORT-LINE.
016890     STRING "ALERT WRITE ERRORS .. " DELIMITED BY SIZE
016900             WS-COUNT-DISPLAY        DELIMITED BY SIZE
016910         INTO SCREEN-REPORT-LINE.
016920     WRITE SCREEN-REPORT-LINE.
016930     MOVE WS-FROZEN-COUNT TO WS-COUNT-DISPLAY.
016940     MOVE SPACES TO SCREEN-REPORT-LINE.
016950     STRING "ACCOUNTS FROZEN ..... " DELIMITED BY SIZE
016960             WS-COUNT-DISPLAY        DELIMITED BY SIZE
016970         INTO SCREEN-REPORT-LINE.
016980     WRITE SCREEN-REPORT-LINE.
016990     MOVE WS-ALREADY-COUNT TO WS-COUNT-DISPLAY.
017000     MOVE SPACES TO SCREEN-REPORT-LINE.
017010     STRING "ALREADY FROZEN ...... " DELIMITED BY SIZE
017020             WS-COUNT-DISPLAY        DELIMITED BY SIZE
017030         INTO SCREEN-REPORT-LINE.
017040     WRITE SCREEN-REPORT-LINE.
017050     MOVE WS-CLOSED-COUNT TO WS-COUNT-DISPLAY.
017060     MOVE SPACES TO SCREEN-REPORT-LINE.
017070     STRING "CLOSED, NOT FROZEN .. " DELIMITED BY SIZE
017080             WS-COUNT-DISPLAY        DELIMITED BY SIZE
017090         INTO SCREEN-REPORT-LINE.
017100     WRITE SCREEN-REPORT-LINE.
017110     MOVE WS-FREEZE-FAIL-COUNT TO WS-COUNT-DISPLAY.
017120     MOVE SPACES TO SCREEN-REPORT-LINE.
017130     STRING "FREEZES FAILED ...... " DELIMITED BY SIZE
017140             WS-COUNT-DISPLAY        DELIMITED BY SIZE
017150         INTO SCREEN-REPORT-LINE.
017160     WRITE SCREEN-REPORT-LINE.
017170     PERFORM 5100-WRITE-RULE-TOTAL-PARA THRU 5100-EXIT
017180         VARYING WS-RUL-IDX FROM 1 BY 1
017190         UNTIL WS-RUL-IDX > WS-RUL-COUNT-LOADED.
017200 5000-EXIT.
017210     EXIT.
017220*-----------------------------------------------------------*
017230* 5100-WRITE-RULE-TOTAL-PARA - ALERTS RAISED BY ONE RULE.    *
017240*-----------------------------------------------------------*
017250 5100-WRITE-RULE-TOTAL-PARA.
017260     MOVE WS-RUL-ALERTS (WS-RUL-IDX) TO WS-COUNT-DISPLAY.
017270     MOVE SPACES TO SCREEN-REPORT-LINE.
017280     STRING "ALERTS FOR RULE "      DELIMITED BY SIZE
017290             WS-RUL-ID (WS-RUL-IDX) DELIMITED BY SIZE
017300             " "                    DELIMITED BY SIZE
017310             WS-COUNT-DISPLAY       DELIMITED BY SIZE
017320         INTO SCREEN-REPORT-LINE.
017330     WRITE SCREEN-REPORT-LINE.
017340 5100-EXIT.
017350     EXIT.
017360*-----------------------------------------------------------*
017370* 8100-DAY-NUMBER-PARA - TURN WS-DN-DATE INTO A DAY COUNT    *
017380* IN WS-DN-DAYS: 365 A YEAR, A LEAP DAY FOR EVERY FOURTH     *
017390* YEAR BUT NOT THE HUNDREDTHS UNLESS THE FOUR-HUNDREDTHS,    *
017400* COUNTING THIS YEAR'S LEAP DAY ONLY FROM MARCH. A DATE      *
017410* THAT IS NOT A REAL YYYYMMDD LEAVES WS-DN-VALID OFF.        *
017420*-----------------------------------------------------------*
017430 8100-DAY-NUMBER-PARA.
017440     MOVE "N" TO WS-DN-SWITCH.
017450     MOVE ZERO TO WS-DN-DAYS.
017460     IF WS-DN-YEAR = ZERO OR
017470        WS-DN-MONTH < 1 OR WS-DN-MONTH > 12 OR
017480        WS-DN-DAY < 1 OR WS-DN-DAY > 31
017490         GO TO 8100-EXIT
017500     END-IF.
017510     MOVE WS-DN-YEAR TO WS-DN-LEAP-YEAR.
017520     IF WS-DN-MONTH < 3
017530         SUBTRACT 1 FROM WS-DN-LEAP-YEAR
017540     END-IF.
017550     DIVIDE WS-DN-LEAP-YEAR BY 4 GIVING WS-DN-Q4.
017560     DIVIDE WS-DN-LEAP-YEAR BY 100 GIVING WS-DN-Q100.
017570     DIVIDE WS-DN-LEAP-YEAR BY 400 GIVING WS-DN-Q400.
017580     COMPUTE WS-DN-DAYS = WS-DN-YEAR * 365
017590         + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
017600         + WS-MONTH-START (WS-DN-MONTH) + WS-DN-DAY.
017610     MOVE "Y" TO WS-DN-SWITCH.
017620 8100-EXIT.
017630     EXIT.
017640*-----------------------------------------------------------*
017650* 8900-RUN-END-PARA - REGISTER THE END OF THE RUN AND ITS    *
017660* CONTROL TOTALS ON WRKRUNCT. A BLOCKED RUN RECORDED         *
017670* NOTHING AND LEAVES THE COMPLETED RECORD ALONE. A SCREEN    *
017680* THAT COULD NOT RUN, READ ONLY PART OF ITS INPUT, LOST AN   *
017690* ALERT OR LEFT A SEVERE ALERT UNFROZEN FAILS THE RUN SO     *
017700* THE DATE CAN BE SCREENED AGAIN ONCE THE CAUSE IS PUT       *
017710* RIGHT.                                                     *
017720*-----------------------------------------------------------*
017730 8900-RUN-END-PARA.
017740     IF WS-RUN-BLOCKED
017750         GO TO 8900-EXIT
017760     END-IF.
017770     MOVE "E" TO RUNCLNK-FUNCTION-CODE.
017780     IF WS-SCREEN-OK AND NOT WS-TRAN-READ-ERROR AND
017790        NOT WS-AUDIT-READ-ERROR AND
017800        WS-ALERT-WRITE-ERRORS = ZERO AND
017810        WS-FREEZE-FAIL-COUNT = ZERO
017820         MOVE "C" TO RUNCLNK-STATUS-CODE
017830     ELSE
017840         MOVE "F" TO RUNCLNK-STATUS-CODE
017850     END-IF.
017860     COMPUTE RUNCLNK-RECORDS-IN =
017870         WS-DAY-POSTINGS + WS-AUDIT-LINES.
017880     MOVE WS-ALERTS-WRITTEN TO RUNCLNK-RECORDS-OUT.
017890     MOVE WS-HIT-AMOUNT-TOTAL TO RUNCLNK-CONTROL-AMOUNT.
017900     CALL "wrkrunct" USING RUNCLNK-PARMS.
017910 8900-EXIT.
017920     EXIT.
017930*-----------------------------------------------------------*
017940* 9999-TERMINATE-PARA - CLOSE FILES AND END THE RUN.         *
017950*-----------------------------------------------------------*
017960 9999-TERMINATE-PARA.
017970     PERFORM 8900-RUN-END-PARA THRU 8900-EXIT.
017980     PERFORM 2990-CLOSE-POSTING-FILES-PARA THRU 2990-EXIT.
017990     IF WS-ALERT-FILE-IS-OPEN
018000         CLOSE ALERT-FILE
018010     END-IF.
018020     IF WS-RPT-FILE-OK
018030         CLOSE SCREEN-REPORT-FILE
018040     END-IF.
018050     STOP RUN.
018060 9999-EXIT.
018070     EXIT.
