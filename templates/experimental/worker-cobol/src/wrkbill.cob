000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. wrkbill.
000030 AUTHOR. DL100-DEVELOPMENT-TEAM.
000040 INSTALLATION. CLOUDFLARE-WORKERS-COBOL.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*-----------------------------------------------------------*
000100* 2026-10-15  DL100  INITIAL VERSION. MONTHLY BATCH JOB -    *
000110*                    READS THE WRKAUDIT GENERATION MOUNTED   *
000120*                    FOR THE RUN (WHICH DEFINES THE BILLING  *
000130*                    PERIOD, UNLESS WRKCFG NAMES A BILLING   *
000140*                    MONTH), COUNTS EACH CLIENT'S CALLS BY   *
000150*                    ENDPOINT CATEGORY AND OUTCOME, PRICES   *
000160*                    THEM FROM THE WRKTARIF TARIFF AND       *
000170*                    PRINTS A USAGE STATEMENT PER CLIENT ON  *
000180*                    WRKAUTH TO WRKBILLS, WITH ANONYMOUS     *
000190*                    AND UNKNOWN TRAFFIC IN A SECTION OF     *
000200*                    ITS OWN. WRITES THE WRKBILLX EXTRACT    *
000210*                    FOR ACCOUNTS RECEIVABLE.                *
000212* 2026-10-15  DL100  A BILL-MONTH RUN REGISTERS ON WRKRUNCT  *
000214*                    UNDER THE FIRST OF THAT MONTH, SO       *
000216*                    THE MONTH CANNOT BE BILLED AGAIN ON     *
000218*                    ANOTHER DAY WITHOUT RUN-FORCE.          *
000220*-----------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT CONFIG-FILE ASSIGN TO "WRKCFG"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-CONFIG-FILE-STATUS.
000300     SELECT TARIFF-FILE ASSIGN TO "WRKTARIF"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-TARF-FILE-STATUS.
000330     SELECT AUTH-CLIENT-FILE ASSIGN TO "WRKAUTH"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS AUTH-CLIENT-KEY
000370         FILE STATUS IS WS-AUTH-FILE-STATUS.
000380     SELECT AUDIT-LOG-FILE ASSIGN TO "WRKAUDIT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000410     SELECT STATEMENT-FILE ASSIGN TO "WRKBILLS"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-RPT-FILE-STATUS.
000440     SELECT BILL-EXTRACT-FILE ASSIGN TO "WRKBILLX"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-BILX-FILE-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  CONFIG-FILE.
000500 01  CONFIG-RECORD                   PIC X(60).
000510 FD  TARIFF-FILE.
000520 COPY TARFREC.
000530 FD  AUTH-CLIENT-FILE.
000540 COPY AUTHREC.
000550 FD  AUDIT-LOG-FILE.
000560 COPY AUDTREC.
000570 FD  STATEMENT-FILE.
000580 01  STATEMENT-LINE                  PIC X(132).
000590 FD  BILL-EXTRACT-FILE.
000600 COPY BILXREC.
000610 WORKING-STORAGE SECTION.
000620*-----------------------------------------------------------*
000630* FILE STATUS SWITCHES.                                      *
000640*-----------------------------------------------------------*
000650 77  WS-CONFIG-FILE-STATUS       PIC X(02) VALUE SPACES.
000660     88  WS-CONFIG-FILE-OK           VALUE "00".
000670 77  WS-TARF-FILE-STATUS         PIC X(02) VALUE SPACES.
000680     88  WS-TARF-FILE-OK             VALUE "00".
000690 77  WS-AUTH-FILE-STATUS         PIC X(02) VALUE SPACES.
000700     88  WS-AUTH-FILE-OK             VALUE "00".
000710     88  WS-AUTH-FILE-MISSING        VALUE "35".
000720 77  WS-AUDIT-FILE-STATUS        PIC X(02) VALUE SPACES.
000730     88  WS-AUDIT-FILE-OK            VALUE "00".
000740 77  WS-AUDIT-FILE-OPENED        PIC X(01) VALUE "N".
000750     88  WS-AUDIT-FILE-IS-OPEN       VALUE "Y".
000760 77  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
000770     88  WS-RPT-FILE-OK              VALUE "00".
000780 77  WS-BILX-FILE-STATUS         PIC X(02) VALUE SPACES.
000790     88  WS-BILX-FILE-OK             VALUE "00".
000800 77  WS-CFG-EOF-SWITCH           PIC X(01) VALUE "N".
000810     88  WS-CFG-EOF                  VALUE "Y".
000820 77  WS-TARF-EOF-SWITCH          PIC X(01) VALUE "N".
000830     88  WS-TARF-EOF                 VALUE "Y".
000840 77  WS-AUTH-EOF-SWITCH          PIC X(01) VALUE "N".
000850     88  WS-AUTH-EOF                 VALUE "Y".
000860 77  WS-AUDT-EOF-SWITCH          PIC X(01) VALUE "N".
000870     88  WS-AUDT-EOF                 VALUE "Y".
000880*-----------------------------------------------------------*
000890* RUN SWITCHES. BILLING RUNS ONLY WHEN THE RUN WAS NOT       *
000900* BLOCKED, THE TARIFF PRICES EVERY CATEGORY, WRKAUTH COULD   *
000910* BE LOADED WHOLE (OR IS NOT INSTALLED) AND THE WRKAUDIT     *
000920* GENERATION OPENED. A READ ERROR PART WAY THROUGH           *
000930* WRKAUDIT, OR A CLIENT THE TABLE HAS NO ROOM FOR, LEAVES    *
000940* THE COUNTS SHORT - THE STATEMENTS ARE STILL PRINTED FOR    *
000950* THE DESK BUT NO EXTRACT IS WRITTEN AND THE RUN FAILS.      *
000960*-----------------------------------------------------------*
000970 77  WS-BILL-SWITCH              PIC X(01) VALUE "N".
000980     88  WS-BILL-OK                  VALUE "Y".
000990 77  WS-INCOMPLETE-SWITCH        PIC X(01) VALUE "N".
001000     88  WS-BILL-INCOMPLETE          VALUE "Y".
001010 77  WS-EXTRACT-SWITCH           PIC X(01) VALUE "N".
001020     88  WS-EXTRACT-WRITTEN          VALUE "Y".
001030*-----------------------------------------------------------*
001040* RUN DATE AND THE BUSINESS DATE THE RUN IS REGISTERED       *
001050* UNDER - THE RUN DATE UNLESS WRKCFG CARRIES A "BILL-DATE    *
001060* YYYYMMDD" LINE. A "BILL-MONTH YYYYMM" LINE BILLS ONLY      *
001070* THE CALLS LOGGED IN THAT MONTH; WITHOUT ONE THE WHOLE      *
001080* MOUNTED GENERATION IS BILLED. THE PERIOD IS THE FIRST      *
001090* AND LAST DATES OF THE CALLS COUNTED.                       *
001100*-----------------------------------------------------------*
001110 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001120 77  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
001130 77  WS-RUN-TIMESTAMP            PIC X(17) VALUE SPACES.
001140 01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001150 01  WS-BILL-MONTH               PIC 9(06) VALUE ZERO.
001160 01  WS-BILL-MONTH-X REDEFINES WS-BILL-MONTH
001170                                 PIC X(06).
001180 01  WS-PERIOD-FROM              PIC 9(08) VALUE ZERO.
001190 01  WS-PERIOD-FROM-X REDEFINES WS-PERIOD-FROM
001200                                 PIC X(08).
001210 01  WS-PERIOD-TO                PIC 9(08) VALUE ZERO.
001220 01  WS-PERIOD-TO-X REDEFINES WS-PERIOD-TO
001230                                 PIC X(08).
001240*-----------------------------------------------------------*
001250* ENDPOINT CATEGORIES - THE BUCKETS WORKER CHECKS CLIENT     *
001260* ENTITLEMENTS AGAINST, IN THE ORDER THE STATEMENT LISTS     *
001270* THEM. OUTCOMES ARE SUBSCRIPTED 1 SUCCESSFUL (2XX), 2       *
001280* REFUSED (4XX BUT 429), 3 THROTTLED (429), 4 FAILED         *
001290* (5XX).                                                     *
001300*-----------------------------------------------------------*
001310 01  WS-CATEGORY-DATA            PIC X(35) VALUE
001320         "ACCT   HEALTH ROOT   APPROVEOTHER  ".
001330 01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-DATA.
001340     05  WS-CATEGORY-NAME        PIC X(07) OCCURS 5 TIMES.
001350 77  WS-CAT-IDX                  PIC 9(02) COMP VALUE ZERO.
001360 77  WS-OUT-IDX                  PIC 9(02) COMP VALUE ZERO.
001370 77  WS-CAT-FOUND-SWITCH         PIC X(01) VALUE "N".
001380     88  WS-CAT-FOUND                VALUE "Y".
001390*-----------------------------------------------------------*
001400* TARIFF TABLE, ONE ENTRY PER CATEGORY, LOADED FROM          *
001410* WRKTARIF. A CATEGORY WITH NO LINE LEAVES THE TARIFF        *
001420* INCOMPLETE AND NOTHING IS BILLED.                          *
001430*-----------------------------------------------------------*
001440 01  WS-TARIFF-TABLE.
001450     05  WS-TRF-ENTRY OCCURS 5 TIMES.
001460         10  WS-TRF-LOADED       PIC X(01).
001470             88  WS-TRF-PRICED       VALUE "Y".
001480         10  WS-TRF-INCLUDED     PIC 9(07).
001490         10  WS-TRF-RATE         PIC 9(03)V9(04) OCCURS 4 TIMES.
001500 77  WS-TARIFF-LINES             PIC 9(05) COMP VALUE ZERO.
001510 77  WS-TARIFF-IGNORED           PIC 9(05) COMP VALUE ZERO.
001520 77  WS-TARIFF-MISSING           PIC 9(02) COMP VALUE ZERO.
001530 01  WS-TARIFF-REASON            PIC X(30) VALUE SPACES.
001540 01  WS-TARIFF-LINE.
001550     05  WS-TLN-CATEGORY         PIC X(08).
001560     05  FILLER                  PIC X(01) VALUE SPACE.
001570     05  WS-TLN-INCLUDED         PIC ZZZZZZ9.
001580     05  FILLER                  PIC X(01) VALUE SPACE.
001590     05  WS-TLN-SUCCESS-RATE     PIC ZZ9.9999.
001600     05  FILLER                  PIC X(01) VALUE SPACE.
001610     05  WS-TLN-REFUSED-RATE     PIC ZZ9.9999.
001620     05  FILLER                  PIC X(01) VALUE SPACE.
001630     05  WS-TLN-THROTTLED-RATE   PIC ZZ9.9999.
001640     05  FILLER                  PIC X(01) VALUE SPACE.
001650     05  WS-TLN-FAILED-RATE      PIC ZZ9.9999.
001660     05  FILLER                  PIC X(01) VALUE SPACE.
001670     05  WS-TLN-DESCRIPTION      PIC X(30).
001680*-----------------------------------------------------------*
001690* CLIENT NAMES ON WRKAUTH. WORKER LOGS THE FIRST SIXTEEN     *
001700* CHARACTERS OF THE CLIENT NAME AS THE CLIENT ID, SO THAT    *
001710* IS WHAT AN AUDIT LINE IS MATCHED ON. A WRKAUTH TOO BIG     *
001720* FOR THE TABLE CANNOT BE MATCHED SAFELY AND STOPS THE       *
001730* RUN.                                                       *
001740*-----------------------------------------------------------*
001750 01  WS-AUTH-TABLE.
001760     05  WS-ATH-ENTRY OCCURS 500 TIMES.
001770         10  WS-ATH-NAME         PIC X(30).
001780         10  WS-ATH-STATUS       PIC X(01).
001790 77  WS-ATH-COUNT                PIC 9(03) COMP VALUE ZERO.
001800 77  WS-ATH-IDX                  PIC 9(03) COMP VALUE ZERO.
001810 77  WS-AUTH-LOAD-SWITCH         PIC X(01) VALUE "N".
001820     88  WS-AUTH-LOADED              VALUE "Y".
001830 77  WS-ATH-FOUND-SWITCH         PIC X(01) VALUE "N".
001840     88  WS-ATH-FOUND                VALUE "Y".
001850*-----------------------------------------------------------*
001860* CLIENT TABLE - ONE ENTRY PER CLIENT ID SEEN ON WRKAUDIT,   *
001870* IN ORDER OF FIRST CALL, WITH ITS CALLS BY CATEGORY AND     *
001880* OUTCOME. THE KIND SAYS WHETHER THE CLIENT IS BILLED: B     *
001890* ON WRKAUTH, A ANONYMOUS, N NO CLIENT ID (A LINE LOGGED     *
001900* BEFORE CLIENT IDS WERE), G NO LONGER ON WRKAUTH. A         *
001910* CLIENT PAST THE TABLE SIZE IS COUNTED AND ITS CALLS NOT    *
001920* BILLED.                                                    *
001930*-----------------------------------------------------------*
001940 01  WS-CLIENT-TABLE.
001950     05  WS-CLI-ENTRY OCCURS 300 TIMES.
001960         10  WS-CLI-ID           PIC X(16).
001970         10  WS-CLI-NAME         PIC X(30).
001980         10  WS-CLI-KIND         PIC X(01).
001990             88  WS-CLI-BILLED       VALUE "B".
002000             88  WS-CLI-ANONYMOUS    VALUE "A".
002010             88  WS-CLI-NO-ID        VALUE "N".
002020             88  WS-CLI-GONE         VALUE "G".
002030         10  WS-CLI-AUTH-STATUS  PIC X(01).
002040         10  WS-CLI-CATEGORY OCCURS 5 TIMES.
002050             15  WS-CLI-CALLS    PIC 9(07) COMP OCCURS 4 TIMES.
002060 77  WS-CLI-COUNT                PIC 9(03) COMP VALUE ZERO.
002070 77  WS-CLI-IDX                  PIC 9(03) COMP VALUE ZERO.
002080 77  WS-CLI-OVERFLOW             PIC 9(07) COMP VALUE ZERO.
002090 77  WS-CLI-FOUND-SWITCH         PIC X(01) VALUE "N".
002100     88  WS-CLI-FOUND                VALUE "Y".
002110 01  WS-AUDIT-CLIENT             PIC X(16) VALUE SPACES.
002120*-----------------------------------------------------------*
002130* PRICING WORK AREA FOR 8300 - ONE CLIENT'S CALLS IN ONE     *
002140* CATEGORY. THE INCLUDED VOLUME COVERS SUCCESSFUL CALLS      *
002150* ONLY; THE REST OF THE SUCCESSES AND EVERY OTHER OUTCOME    *
002160* ARE CHARGED AT THEIR RATE.                                 *
002170*-----------------------------------------------------------*
002180 77  WS-PRC-SUCCESS              PIC 9(07) COMP VALUE ZERO.
002190 77  WS-PRC-REFUSED              PIC 9(07) COMP VALUE ZERO.
002200 77  WS-PRC-THROTTLED            PIC 9(07) COMP VALUE ZERO.
002210 77  WS-PRC-FAILED               PIC 9(07) COMP VALUE ZERO.
002220 77  WS-PRC-CALLS                PIC 9(07) COMP VALUE ZERO.
002230 77  WS-PRC-INCLUDED             PIC 9(07) COMP VALUE ZERO.
002240 77  WS-PRC-CHARGED-SUCCESS      PIC 9(07) COMP VALUE ZERO.
002250 01  WS-PRC-CHARGE               PIC 9(09)V99 VALUE ZEROS.
002260*-----------------------------------------------------------*
002270* STATEMENT LINES. THE SAME USAGE LINE SERVES THE UNBILLED   *
002280* SECTION, WHERE THE CHARGE COLUMN IS WHAT THE CALLS WOULD   *
002290* HAVE COST AT TARIFF.                                       *
002300*-----------------------------------------------------------*
002310 01  WS-USAGE-LINE.
002320     05  WS-USG-CATEGORY         PIC X(08).
002330     05  FILLER                  PIC X(01) VALUE SPACE.
002340     05  WS-USG-SUCCESS          PIC ZZZZZZ9.
002350     05  FILLER                  PIC X(01) VALUE SPACE.
002360     05  WS-USG-REFUSED          PIC ZZZZZZ9.
002370     05  FILLER                  PIC X(01) VALUE SPACE.
002380     05  WS-USG-THROTTLED        PIC ZZZZZZ9.
002390     05  FILLER                  PIC X(01) VALUE SPACE.
002400     05  WS-USG-FAILED           PIC ZZZZZZ9.
002410     05  FILLER                  PIC X(01) VALUE SPACE.
002420     05  WS-USG-CALLS            PIC ZZZZZZ9.
002430     05  FILLER                  PIC X(01) VALUE SPACE.
002440     05  WS-USG-INCLUDED         PIC ZZZZZZZ9.
002450     05  FILLER                  PIC X(01) VALUE SPACE.
002460     05  WS-USG-CHARGE           PIC ZZZZZZZZ9.99.
002470 01  WS-USAGE-HEADING            PIC X(80) VALUE SPACES.
002480 01  WS-STATUS-TEXT              PIC X(09) VALUE SPACES.
002490*-----------------------------------------------------------*
002500* PER-CLIENT AND RUN TOTALS.                                 *
002510*-----------------------------------------------------------*
002520 77  WS-CLT-SUCCESS              PIC 9(07) COMP VALUE ZERO.
002530 77  WS-CLT-REFUSED              PIC 9(07) COMP VALUE ZERO.
002540 77  WS-CLT-THROTTLED            PIC 9(07) COMP VALUE ZERO.
002550 77  WS-CLT-FAILED               PIC 9(07) COMP VALUE ZERO.
002560 77  WS-CLT-CALLS                PIC 9(07) COMP VALUE ZERO.
002570 77  WS-CLT-INCLUDED             PIC 9(07) COMP VALUE ZERO.
002580 01  WS-CLT-CHARGE               PIC 9(09)V99 VALUE ZEROS.
002590 77  WS-AUDIT-READ               PIC 9(07) COMP VALUE ZERO.
002600 77  WS-OUT-OF-PERIOD            PIC 9(07) COMP VALUE ZERO.
002610 77  WS-UNREADABLE-COUNT         PIC 9(07) COMP VALUE ZERO.
002620 77  WS-CALLS-COUNTED            PIC 9(07) COMP VALUE ZERO.
002630 77  WS-CALLS-BILLED             PIC 9(07) COMP VALUE ZERO.
002640 77  WS-CALLS-UNBILLED           PIC 9(07) COMP VALUE ZERO.
002650 77  WS-CLIENTS-BILLED           PIC 9(05) COMP VALUE ZERO.
002660 77  WS-CLIENTS-UNBILLED         PIC 9(05) COMP VALUE ZERO.
002670 77  WS-EXTRACT-LINES            PIC 9(05) COMP VALUE ZERO.
002680 01  WS-TOTAL-CHARGED            PIC 9(11)V99 VALUE ZEROS.
002690 01  WS-TOTAL-UNBILLED           PIC 9(11)V99 VALUE ZEROS.
002700 01  WS-COUNT-DISPLAY            PIC ZZZZZZ9.
002710 01  WS-AMOUNT-DISPLAY           PIC ZZZZZZZZZZ9.99.
002720*-----------------------------------------------------------*
002730* RUN-CONTROL GUARD - SEE COPYBOOKS/RUNCLNK.CPY. THE JOB     *
002740* REGISTERS ITS START ON WRKRUNCT AND STOPS WHEN THIS        *
002750* BUSINESS DATE (OR BILLING MONTH) ALREADY COMPLETED.        *
002760*-----------------------------------------------------------*
002770 77  WS-RUN-BLOCKED-SWITCH       PIC X(01) VALUE "N".
002780     88  WS-RUN-BLOCKED              VALUE "Y".
002790 COPY RUNCLNK.
002800 PROCEDURE DIVISION.
002810*===========================================================*
002820* 0000-MAIN-CONTROL - DRIVE THE BILLING RUN.                 *
002830*===========================================================*
002840 0000-MAIN-CONTROL.
002850     PERFORM 1000-INITIALIZE-PARA THRU 1000-EXIT.
002860     IF WS-BILL-OK
002870         PERFORM 2000-PROCESS-AUDIT-PARA THRU 2000-EXIT
002880             UNTIL WS-AUDT-EOF
002890         PERFORM 3000-WRITE-STATEMENTS-PARA THRU 3000-EXIT
002900         PERFORM 3500-WRITE-UNBILLED-PARA THRU 3500-EXIT
002910         PERFORM 4000-WRITE-EXTRACT-PARA THRU 4000-EXIT
002920     END-IF.
002930     IF WS-RPT-FILE-OK
002940         PERFORM 5000-WRITE-TOTALS-PARA THRU 5000-EXIT
002950     END-IF.
002960     PERFORM 9999-TERMINATE-PARA THRU 9999-EXIT.
002970 0000-EXIT.
002980     EXIT.
002990*-----------------------------------------------------------*
003000* 1000-INITIALIZE-PARA - SETTLE THE BUSINESS DATE AND        *
003010* BILLING MONTH, REGISTER THE RUN, OPEN THE STATEMENT        *
003020* REPORT, LOAD THE TARIFF AND THE WRKAUTH CLIENT NAMES,      *
003030* OPEN WRKAUDIT AND PRIME THE READ. ANYTHING MISSING THAT    *
003040* BILLING NEEDS IS SAID ON THE REPORT AND NOTHING IS         *
003050* BILLED. NO WRKAUTH FILE MEANS NO CLIENT IS IDENTIFIED -    *
003060* ALL THE TRAFFIC IS ANONYMOUS AND UNBILLED.                 *
003070*-----------------------------------------------------------*
003080 1000-INITIALIZE-PARA.
003090     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003100     ACCEPT WS-RUN-TIME FROM TIME.
003110     STRING WS-RUN-DATE DELIMITED BY SIZE
003120             "-"        DELIMITED BY SIZE
003130             WS-RUN-TIME DELIMITED BY SIZE
003140         INTO WS-RUN-TIMESTAMP.
003150     MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
003160     PERFORM 1100-READ-CONFIG-PARA THRU 1100-EXIT.
003170     PERFORM 1900-RUN-START-PARA THRU 1900-EXIT.
003180     OPEN OUTPUT STATEMENT-FILE.
003190     IF WS-RPT-FILE-OK
003200         MOVE "API USAGE AND BILLING STATEMENTS" TO STATEMENT-LINE
003210         WRITE STATEMENT-LINE
003220         MOVE SPACES TO STATEMENT-LINE
003230         STRING "BUSINESS DATE " DELIMITED BY SIZE
003240                 WS-BUSINESS-DATE DELIMITED BY SIZE
003250                 " RUN "         DELIMITED BY SIZE
003260                 WS-RUN-TIMESTAMP DELIMITED BY SIZE
003270             INTO STATEMENT-LINE
003280         WRITE STATEMENT-LINE
003290         IF WS-BILL-MONTH NOT = ZERO
003300             MOVE SPACES TO STATEMENT-LINE
003310             STRING "BILLING MONTH " DELIMITED BY SIZE
003320                     WS-BILL-MONTH   DELIMITED BY SIZE
003330                 INTO STATEMENT-LINE
003340             WRITE STATEMENT-LINE
003350         END-IF
003360     END-IF.
003370     IF WS-RUN-BLOCKED
003380         IF WS-RPT-FILE-OK
003390             IF WS-BILL-MONTH NOT = ZERO
003400                 MOVE "MONTH ALREADY BILLED - RUN-FORCE"
003401                     TO STATEMENT-LINE
003402             ELSE
003403                 MOVE "RUN ALREADY DONE FOR THIS DATE - RUN-FORCE"
003404                     TO STATEMENT-LINE
003405             END-IF
003410             WRITE STATEMENT-LINE
003420         END-IF
003430         GO TO 1000-EXIT
003440     END-IF.
003450     PERFORM 1300-LOAD-TARIFF-PARA THRU 1300-EXIT.
003460     IF WS-TARIFF-MISSING NOT = ZERO
003470         GO TO 1000-EXIT
003480     END-IF.
003490     PERFORM 1500-LOAD-CLIENTS-PARA THRU 1500-EXIT.
003500     IF NOT WS-AUTH-LOADED
003510         GO TO 1000-EXIT
003520     END-IF.
003530     OPEN INPUT AUDIT-LOG-FILE.
003540     IF NOT WS-AUDIT-FILE-OK
003550         IF WS-RPT-FILE-OK
003560             MOVE SPACES TO STATEMENT-LINE
003570             STRING "WRKAUDIT WILL NOT OPEN - STATUS "
003580                                         DELIMITED BY SIZE
003590                     WS-AUDIT-FILE-STATUS DELIMITED BY SIZE
003600                     " - NOTHING BILLED" DELIMITED BY SIZE
003610                 INTO STATEMENT-LINE
003620             WRITE STATEMENT-LINE
003630         END-IF
003640         GO TO 1000-EXIT
003650     END-IF.
003660     MOVE "Y" TO WS-AUDIT-FILE-OPENED.
003670     MOVE "Y" TO WS-BILL-SWITCH.
003680     PERFORM 2100-READ-AUDIT-PARA THRU 2100-EXIT.
003690 1000-EXIT.
003700     EXIT.
003710*-----------------------------------------------------------*
003720* 1100-READ-CONFIG-PARA - SCAN WRKCFG FOR THE BILL-DATE      *
003730* AND BILL-MONTH KEYWORD LINES. THE OTHER KEYWORDS BELONG    *
003740* TO OTHER JOBS AND ARE PASSED OVER HERE.                    *
003750*-----------------------------------------------------------*
003760 1100-READ-CONFIG-PARA.
003770     OPEN INPUT CONFIG-FILE.
003780     IF WS-CONFIG-FILE-OK
003790         PERFORM 1150-READ-CONFIG-LINE-PARA THRU 1150-EXIT
003800         PERFORM 1170-APPLY-CONFIG-LINE-PARA THRU 1170-EXIT
003810             UNTIL WS-CFG-EOF
003820         CLOSE CONFIG-FILE
003830     END-IF.
003840 1100-EXIT.
003850     EXIT.
003860*-----------------------------------------------------------*
003870* 1150-READ-CONFIG-LINE-PARA - READ THE NEXT WRKCFG LINE.    *
003880*-----------------------------------------------------------*
003890 1150-READ-CONFIG-LINE-PARA.
003900     READ CONFIG-FILE
003910         AT END
003920             MOVE "Y" TO WS-CFG-EOF-SWITCH
003930     END-READ.
003940 1150-EXIT.
003950     EXIT.
003960*-----------------------------------------------------------*
003970* 1170-APPLY-CONFIG-LINE-PARA - TAKE THE BUSINESS DATE OR    *
003980* THE BILLING MONTH IF THIS IS ONE OF THEIR LINES, THEN      *
003990* READ THE NEXT.                                             *
004000*-----------------------------------------------------------*
004010 1170-APPLY-CONFIG-LINE-PARA.
004020     EVALUATE TRUE
004030         WHEN CONFIG-RECORD (1:9) = "BILL-DATE" AND
004040              CONFIG-RECORD (11:8) IS NUMERIC
004050             MOVE CONFIG-RECORD (11:8) TO WS-BUSINESS-DATE
004060         WHEN CONFIG-RECORD (1:10) = "BILL-MONTH" AND
004070              CONFIG-RECORD (12:6) IS NUMERIC
004080             MOVE CONFIG-RECORD (12:6) TO WS-BILL-MONTH
004090         WHEN OTHER
004100             CONTINUE
004110     END-EVALUATE.
004120     PERFORM 1150-READ-CONFIG-LINE-PARA THRU 1150-EXIT.
004130 1170-EXIT.
004140     EXIT.
004150*-----------------------------------------------------------*
004160* 1300-LOAD-TARIFF-PARA - LOAD WRKTARIF INTO THE TARIFF      *
004170* TABLE AND LIST THE TARIFF IN FORCE, THEN CHECK EVERY       *
004180* CATEGORY IS PRICED. WITHOUT THE FILE, OR WITH A CATEGORY   *
004190* UNPRICED, NOTHING IS BILLED - A CALL MAY NOT GO            *
004200* UNCHARGED FOR WANT OF A TARIFF LINE.                       *
004210*-----------------------------------------------------------*
004220 1300-LOAD-TARIFF-PARA.
004230     INITIALIZE WS-TARIFF-TABLE.
004240     OPEN INPUT TARIFF-FILE.
004250     IF NOT WS-TARF-FILE-OK
004260         MOVE 5 TO WS-TARIFF-MISSING
004270         IF WS-RPT-FILE-OK
004280             MOVE SPACES TO STATEMENT-LINE
004290             STRING "WRKTARIF WILL NOT OPEN - STATUS "
004300                                         DELIMITED BY SIZE
004310                     WS-TARF-FILE-STATUS DELIMITED BY SIZE
004320                     " - NOTHING BILLED" DELIMITED BY SIZE
004330                 INTO STATEMENT-LINE
004340             WRITE STATEMENT-LINE
004350         END-IF
004360         GO TO 1300-EXIT
004370     END-IF.
004380     IF WS-RPT-FILE-OK
004390         MOVE SPACES TO STATEMENT-LINE
004400         WRITE STATEMENT-LINE
004410         MOVE "TARIFF IN FORCE" TO STATEMENT-LINE
004420         WRITE STATEMENT-LINE
004430         MOVE SPACES TO STATEMENT-LINE
004440         STRING "CATEGORY INCLUDED  SUCCESS  REFUSED THROTTLD"
004450                                         DELIMITED BY SIZE
004460                 "   FAILED DESCRIPTION" DELIMITED BY SIZE
004470             INTO STATEMENT-LINE
004480         WRITE STATEMENT-LINE
004490     END-IF.
004500     PERFORM 1350-READ-TARIFF-PARA THRU 1350-EXIT.
004510     PERFORM 1370-LOAD-TARIFF-LINE-PARA THRU 1370-EXIT
004520         UNTIL WS-TARF-EOF.
004530     CLOSE TARIFF-FILE.
004540     PERFORM 1395-CHECK-PRICED-PARA THRU 1395-EXIT
004550         VARYING WS-CAT-IDX FROM 1 BY 1
004560         UNTIL WS-CAT-IDX > 5.
004570     IF WS-TARIFF-MISSING NOT = ZERO AND WS-RPT-FILE-OK
004580         MOVE "TARIFF INCOMPLETE - NOTHING BILLED" TO
004590             STATEMENT-LINE
004600         WRITE STATEMENT-LINE
004610     END-IF.
004620 1300-EXIT.
004630     EXIT.
004640*-----------------------------------------------------------*
004650* 1350-READ-TARIFF-PARA - READ THE NEXT WRKTARIF LINE. A     *
004660* READ ERROR ENDS THE LOAD LIKE END OF FILE; THE             *
004670* COMPLETENESS CHECK THEN SAYS WHAT WAS NOT PRICED.          *
004680*-----------------------------------------------------------*
004690 1350-READ-TARIFF-PARA.
004700     READ TARIFF-FILE
004710         AT END
004720             MOVE "Y" TO WS-TARF-EOF-SWITCH
004730     END-READ.
004740     IF NOT WS-TARF-EOF AND NOT WS-TARF-FILE-OK
004750         MOVE "Y" TO WS-TARF-EOF-SWITCH
004760     END-IF.
004770 1350-EXIT.
004780     EXIT.
004790*-----------------------------------------------------------*
004800* 1370-LOAD-TARIFF-LINE-PARA - CHECK ONE TARIFF LINE AND     *
004810* TABLE IT, OR LIST IT AS IGNORED WITH THE REASON, THEN      *
004820* READ THE NEXT. COMMENT AND BLANK LINES ARE PASSED OVER.    *
004830*-----------------------------------------------------------*
004840 1370-LOAD-TARIFF-LINE-PARA.
004850     IF TARF-RECORD NOT = SPACES AND
004860        TARF-CATEGORY (1:1) NOT = "*"
004870         PERFORM 1380-CHECK-TARIFF-PARA THRU 1380-EXIT
004880         IF WS-TARIFF-REASON = SPACES
004890             PERFORM 1390-ADD-TARIFF-PARA THRU 1390-EXIT
004900         ELSE
004910             ADD 1 TO WS-TARIFF-IGNORED
004920             IF WS-RPT-FILE-OK
004930                 MOVE SPACES TO STATEMENT-LINE
004940                 STRING "TARIFF LINE IGNORED - " DELIMITED BY SIZE
004950                         WS-TARIFF-REASON DELIMITED BY "  "
004960                         ": "             DELIMITED BY SIZE
004970                         TARF-RECORD      DELIMITED BY SIZE
004980                     INTO STATEMENT-LINE
004990                 WRITE STATEMENT-LINE
005000             END-IF
005010         END-IF
005020     END-IF.
005030     PERFORM 1350-READ-TARIFF-PARA THRU 1350-EXIT.
005040 1370-EXIT.
005050     EXIT.
005060*-----------------------------------------------------------*
005070* 1380-CHECK-TARIFF-PARA - LEAVE WS-TARIFF-REASON BLANK IF   *
005080* THE LINE PRICES A CATEGORY NOT YET PRICED, ELSE SAY WHY    *
005090* NOT. WS-CAT-IDX IS LEFT ON THE CATEGORY.                   *
005100*-----------------------------------------------------------*
005110 1380-CHECK-TARIFF-PARA.
005120     MOVE SPACES TO WS-TARIFF-REASON.
005130     PERFORM 8200-FIND-CATEGORY-PARA THRU 8200-EXIT.
005140     EVALUATE TRUE
005150         WHEN NOT WS-CAT-FOUND
005160             MOVE "UNKNOWN CATEGORY" TO WS-TARIFF-REASON
005170         WHEN WS-TRF-PRICED (WS-CAT-IDX)
005180             MOVE "CATEGORY ALREADY PRICED" TO WS-TARIFF-REASON
005190         WHEN TARF-INCLUDED NOT NUMERIC OR
005200              TARF-SUCCESS-RATE NOT NUMERIC OR
005210              TARF-REFUSED-RATE NOT NUMERIC OR
005220              TARF-THROTTLED-RATE NOT NUMERIC OR
005230              TARF-FAILED-RATE NOT NUMERIC
005240             MOVE "VOLUME/RATE NOT NUMERIC" TO WS-TARIFF-REASON
005250         WHEN OTHER
005260             CONTINUE
005270     END-EVALUATE.
005280 1380-EXIT.
005290     EXIT.
005300*-----------------------------------------------------------*
005310* 1390-ADD-TARIFF-PARA - TABLE THE CHECKED TARIFF LINE       *
005320* AGAINST ITS CATEGORY AND LIST IT IN THE TARIFF IN FORCE.   *
005330*-----------------------------------------------------------*
005340 1390-ADD-TARIFF-PARA.
005350     ADD 1 TO WS-TARIFF-LINES.
005360     MOVE "Y"                 TO WS-TRF-LOADED (WS-CAT-IDX).
005370     MOVE TARF-INCLUDED       TO WS-TRF-INCLUDED (WS-CAT-IDX).
005380     MOVE TARF-SUCCESS-RATE   TO WS-TRF-RATE (WS-CAT-IDX, 1).
005390     MOVE TARF-REFUSED-RATE   TO WS-TRF-RATE (WS-CAT-IDX, 2).
005400     MOVE TARF-THROTTLED-RATE TO WS-TRF-RATE (WS-CAT-IDX, 3).
005410     MOVE TARF-FAILED-RATE    TO WS-TRF-RATE (WS-CAT-IDX, 4).
005420     IF WS-RPT-FILE-OK
005430         MOVE TARF-CATEGORY       TO WS-TLN-CATEGORY
005440         MOVE TARF-INCLUDED       TO WS-TLN-INCLUDED
005450         MOVE TARF-SUCCESS-RATE   TO WS-TLN-SUCCESS-RATE
005460         MOVE TARF-REFUSED-RATE   TO WS-TLN-REFUSED-RATE
005470         MOVE TARF-THROTTLED-RATE TO WS-TLN-THROTTLED-RATE
005480         MOVE TARF-FAILED-RATE    TO WS-TLN-FAILED-RATE
005490         MOVE TARF-DESCRIPTION    TO WS-TLN-DESCRIPTION
005500         MOVE WS-TARIFF-LINE TO STATEMENT-LINE
005510         WRITE STATEMENT-LINE
005520     END-IF.
005530 1390-EXIT.
005540     EXIT.
005550*-----------------------------------------------------------*
005560* 1395-CHECK-PRICED-PARA - COUNT AND NAME THE CATEGORY IN    *
005570* HAND IF NO TARIFF LINE PRICED IT.                          *
005580*-----------------------------------------------------------*
005590 1395-CHECK-PRICED-PARA.
005600     IF WS-TRF-PRICED (WS-CAT-IDX)
005610         GO TO 1395-EXIT
005620     END-IF.
005630     ADD 1 TO WS-TARIFF-MISSING.
005640     IF WS-RPT-FILE-OK
005650         MOVE SPACES TO STATEMENT-LINE
005660         STRING "NO TARIFF LINE FOR CATEGORY " DELIMITED BY SIZE
005670                 WS-CATEGORY-NAME (WS-CAT-IDX) DELIMITED BY SPACE
005680             INTO STATEMENT-LINE
005690         WRITE STATEMENT-LINE
005700     END-IF.
005710 1395-EXIT.
005720     EXIT.
005730*-----------------------------------------------------------*
005740* 1500-LOAD-CLIENTS-PARA - LOAD THE CLIENT NAMES AND         *
005750* STATUSES FROM WRKAUTH IN KEY ORDER. A CLIENT THAT IS       *
005760* SUSPENDED OR REVOKED STILL EXISTS AND IS STILL BILLED      *
005770* FOR ITS CALLS. A WRKAUTH THAT WILL NOT OPEN OR READ, OR    *
005780* HOLDS MORE CLIENTS THAN THE TABLE, STOPS THE RUN - A       *
005790* CLIENT LEFT OUT WOULD SHOW AS UNKNOWN AND GO UNBILLED.     *
005800*-----------------------------------------------------------*
005810 1500-LOAD-CLIENTS-PARA.
005820     OPEN INPUT AUTH-CLIENT-FILE.
005830     IF WS-AUTH-FILE-MISSING
005840         MOVE "Y" TO WS-AUTH-LOAD-SWITCH
005850         IF WS-RPT-FILE-OK
005860             MOVE "NO WRKAUTH FILE - NO CLIENT CAN BE BILLED"
005870                 TO STATEMENT-LINE
005880             WRITE STATEMENT-LINE
005890         END-IF
005900         GO TO 1500-EXIT
005910     END-IF.
005920     IF NOT WS-AUTH-FILE-OK
005930         IF WS-RPT-FILE-OK
005940             MOVE SPACES TO STATEMENT-LINE
005950             STRING "WRKAUTH WILL NOT OPEN - STATUS "
005960                                         DELIMITED BY SIZE
005970                     WS-AUTH-FILE-STATUS DELIMITED BY SIZE
005980                     " - NOTHING BILLED" DELIMITED BY SIZE
005990                 INTO STATEMENT-LINE
006000             WRITE STATEMENT-LINE
006010         END-IF
006020         GO TO 1500-EXIT
006030     END-IF.
006040     MOVE "Y" TO WS-AUTH-LOAD-SWITCH.
006050     PERFORM 1550-READ-CLIENT-PARA THRU 1550-EXIT.
006060     PERFORM 1570-LOAD-CLIENT-PARA THRU 1570-EXIT
006070         UNTIL WS-AUTH-EOF.
006080     CLOSE AUTH-CLIENT-FILE.
006090     IF NOT WS-AUTH-LOADED AND WS-RPT-FILE-OK
006100         MOVE "WRKAUTH NOT LOADED WHOLE - NOTHING BILLED" TO
006110             STATEMENT-LINE
006120         WRITE STATEMENT-LINE
006130     END-IF.
006140 1500-EXIT.
006150     EXIT.
006160*-----------------------------------------------------------*
006170* 1550-READ-CLIENT-PARA - READ THE NEXT WRKAUTH RECORD. A    *
006180* READ ERROR ENDS THE LOAD AND STOPS THE RUN.                *
006190*-----------------------------------------------------------*
006200 1550-READ-CLIENT-PARA.
006210     READ AUTH-CLIENT-FILE NEXT RECORD
006220         AT END
006230             MOVE "Y" TO WS-AUTH-EOF-SWITCH
006240     END-READ.
006250     IF NOT WS-AUTH-EOF AND NOT WS-AUTH-FILE-OK
006260         MOVE "Y" TO WS-AUTH-EOF-SWITCH
006270         MOVE "N" TO WS-AUTH-LOAD-SWITCH
006280     END-IF.
006290 1550-EXIT.
006300     EXIT.
006310*-----------------------------------------------------------*
006320* 1570-LOAD-CLIENT-PARA - TABLE THE CLIENT IN HAND, THEN     *
006330* READ THE NEXT. NO ROOM LEFT STOPS THE LOAD AND THE RUN.    *
006340*-----------------------------------------------------------*
006350 1570-LOAD-CLIENT-PARA.
006360     IF WS-ATH-COUNT NOT < 500
006370         MOVE "Y" TO WS-AUTH-EOF-SWITCH
006380         MOVE "N" TO WS-AUTH-LOAD-SWITCH
006390         GO TO 1570-EXIT
006400     END-IF.
006410     ADD 1 TO WS-ATH-COUNT.
006420     MOVE AUTH-CLIENT-NAME   TO WS-ATH-NAME (WS-ATH-COUNT).
006430     MOVE AUTH-CLIENT-STATUS TO WS-ATH-STATUS (WS-ATH-COUNT).
006440     PERFORM 1550-READ-CLIENT-PARA THRU 1550-EXIT.
006450 1570-EXIT.
006460     EXIT.
006470*-----------------------------------------------------------*
006480* 1900-RUN-START-PARA - REGISTER THE START OF THE RUN ON     *
006490* THE WRKRUNCT RUN-CONTROL FILE UNDER THE BUSINESS DATE, OR  *
006500* UNDER THE FIRST OF THE BILLING MONTH WHEN THERE IS ONE, SO *
006503* A MONTH IS BILLED ONCE WHICHEVER DAY IT IS RUN. BLOCKED    *
006506* MEANS THAT DATE OR MONTH ALREADY COMPLETED AND THE JOB     *
006510* MUST NOT RUN AGAIN WITHOUT A RUN-FORCE OVERRIDE.           *
006520*-----------------------------------------------------------*
006530 1900-RUN-START-PARA.
006540     MOVE "wrkbill" TO RUNCLNK-JOB-NAME.
006550     MOVE "S" TO RUNCLNK-FUNCTION-CODE.
006560     IF WS-BILL-MONTH NOT = ZERO
006562         COMPUTE RUNCLNK-BUSINESS-DATE = WS-BILL-MONTH * 100 + 1
006564     ELSE
006566         MOVE WS-BUSINESS-DATE TO RUNCLNK-BUSINESS-DATE
006568     END-IF.
006570     CALL "wrkrunct" USING RUNCLNK-PARMS.
006580     IF RUNCLNK-RC-BLOCKED
006590         MOVE "Y" TO WS-RUN-BLOCKED-SWITCH
006600     END-IF.
006610 1900-EXIT.
006620     EXIT.
006630*-----------------------------------------------------------*
006640* 2000-PROCESS-AUDIT-PARA - COUNT THE AUDIT LINE IN HAND     *
006650* IF IT FALLS IN THE BILLING MONTH (OR THERE IS NONE),       *
006660* THEN READ THE NEXT.                                        *
006670*-----------------------------------------------------------*
006680 2000-PROCESS-AUDIT-PARA.
006690     ADD 1 TO WS-AUDIT-READ.
006700     IF WS-BILL-MONTH NOT = ZERO AND
006710        AUDIT-LOG-TIMESTAMP (1:6) NOT = WS-BILL-MONTH-X
006720         ADD 1 TO WS-OUT-OF-PERIOD
006730     ELSE
006740         PERFORM 2200-COUNT-CALL-PARA THRU 2200-EXIT
006750     END-IF.
006760     PERFORM 2100-READ-AUDIT-PARA THRU 2100-EXIT.
006770 2000-EXIT.
006780     EXIT.
006790*-----------------------------------------------------------*
006800* 2100-READ-AUDIT-PARA - READ THE NEXT WRKAUDIT LINE. A      *
006810* READ ERROR ENDS THE PASS, LEAVES THE BILLING INCOMPLETE    *
006820* AND FAILS THE RUN.                                         *
006830*-----------------------------------------------------------*
006840 2100-READ-AUDIT-PARA.
006850     READ AUDIT-LOG-FILE
006860         AT END
006870             MOVE "Y" TO WS-AUDT-EOF-SWITCH
006880     END-READ.
006890     IF NOT WS-AUDT-EOF AND NOT WS-AUDIT-FILE-OK
006900         MOVE "Y" TO WS-AUDT-EOF-SWITCH
006910         MOVE "Y" TO WS-INCOMPLETE-SWITCH
006920         IF WS-RPT-FILE-OK
006930             MOVE SPACES TO STATEMENT-LINE
006940             STRING "WRKAUDIT READ ERROR - STATUS "
006950                                         DELIMITED BY SIZE
006960                     WS-AUDIT-FILE-STATUS DELIMITED BY SIZE
006970                     " - BILLING INCOMPLETE" DELIMITED BY SIZE
006980                 INTO STATEMENT-LINE
006990             WRITE STATEMENT-LINE
007000         END-IF
007010     END-IF.
007020 2100-EXIT.
007030     EXIT.
007040*-----------------------------------------------------------*
007050* 2200-COUNT-CALL-PARA - COUNT THE CALL IN HAND AGAINST      *
007060* ITS CLIENT UNDER ITS CATEGORY AND OUTCOME, AND WIDEN THE   *
007070* PERIOD TO TAKE IN ITS DATE. A LINE WHOSE HTTP STATUS IS    *
007080* NOT AN OUTCOME WE PRICE IS COUNTED AS UNREADABLE.          *
007090*-----------------------------------------------------------*
007100 2200-COUNT-CALL-PARA.
007110     PERFORM 2210-SET-OUTCOME-PARA THRU 2210-EXIT.
007120     IF WS-OUT-IDX = ZERO
007130         ADD 1 TO WS-UNREADABLE-COUNT
007140         GO TO 2200-EXIT
007150     END-IF.
007160     PERFORM 2220-SET-CATEGORY-PARA THRU 2220-EXIT.
007170     MOVE AUDIT-LOG-CLIENT-ID TO WS-AUDIT-CLIENT.
007180     PERFORM 2250-FIND-CLIENT-PARA THRU 2250-EXIT.
007190     IF NOT WS-CLI-FOUND
007200         GO TO 2200-EXIT
007210     END-IF.
007220     ADD 1 TO WS-CLI-CALLS (WS-CLI-IDX, WS-CAT-IDX, WS-OUT-IDX).
007230     ADD 1 TO WS-CALLS-COUNTED.
007240     IF WS-PERIOD-FROM = ZERO OR
007250        AUDIT-LOG-TIMESTAMP (1:8) < WS-PERIOD-FROM-X
007260         MOVE AUDIT-LOG-TIMESTAMP (1:8) TO WS-PERIOD-FROM-X
007270     END-IF.
007280     IF AUDIT-LOG-TIMESTAMP (1:8) > WS-PERIOD-TO-X
007290         MOVE AUDIT-LOG-TIMESTAMP (1:8) TO WS-PERIOD-TO-X
007300     END-IF.
007310 2200-EXIT.
007320     EXIT.
007330*-----------------------------------------------------------*
007340* 2210-SET-OUTCOME-PARA - THE OUTCOME OF THE CALL IN HAND    *
007350* FROM ITS HTTP STATUS. A 202 - A REQUEST HELD FOR           *
007360* APPROVAL - WAS ACCEPTED AND COUNTS AS SUCCESSFUL. ZERO     *
007370* MEANS NO OUTCOME WE PRICE.                                 *
007380*-----------------------------------------------------------*
007390 2210-SET-OUTCOME-PARA.
007400     EVALUATE TRUE
007410         WHEN AUDIT-LOG-STATUS NOT NUMERIC
007420             MOVE ZERO TO WS-OUT-IDX
007430         WHEN AUDIT-LOG-STATUS = "429"
007440             MOVE 3 TO WS-OUT-IDX
007450         WHEN AUDIT-LOG-STATUS (1:1) = "2"
007460             MOVE 1 TO WS-OUT-IDX
007470         WHEN AUDIT-LOG-STATUS (1:1) = "4"
007480             MOVE 2 TO WS-OUT-IDX
007490         WHEN AUDIT-LOG-STATUS (1:1) = "5"
007500             MOVE 4 TO WS-OUT-IDX
007510         WHEN OTHER
007520             MOVE ZERO TO WS-OUT-IDX
007530     END-EVALUATE.
007540 2210-EXIT.
007550     EXIT.
007560*-----------------------------------------------------------*
007570* 2220-SET-CATEGORY-PARA - BUCKET THE PATH OF THE CALL IN    *
007580* HAND INTO ITS ENDPOINT CATEGORY. THE RULES MIRROR          *
007590* WORKER'S 1150-SET-PATH-CATEGORY-PARA AND MUST BE KEPT IN   *
007600* STEP WITH IT.                                              *
007610*-----------------------------------------------------------*
007620 2220-SET-CATEGORY-PARA.
007630     EVALUATE TRUE
007640         WHEN AUDIT-LOG-PATH (1:7) = "/health" AND
007650              AUDIT-LOG-PATH (8:1) = SPACE
007660             MOVE 2 TO WS-CAT-IDX
007670         WHEN AUDIT-LOG-PATH (1:6) = "/acct/"
007680             MOVE 1 TO WS-CAT-IDX
007690         WHEN AUDIT-LOG-PATH (1:5) = "/xfer" AND
007700              AUDIT-LOG-PATH (6:1) = SPACE
007710             MOVE 1 TO WS-CAT-IDX
007720         WHEN AUDIT-LOG-PATH (1:6) = "/accts" AND
007730              (AUDIT-LOG-PATH (7:1) = SPACE OR
007740               AUDIT-LOG-PATH (7:1) = "/")
007750             MOVE 1 TO WS-CAT-IDX
007760         WHEN AUDIT-LOG-PATH (1:8) = "/approve" AND
007770              (AUDIT-LOG-PATH (9:1) = SPACE OR
007780               AUDIT-LOG-PATH (9:1) = "/")
007790             MOVE 4 TO WS-CAT-IDX
007800         WHEN AUDIT-LOG-PATH (1:1) = "/" AND
007810              AUDIT-LOG-PATH (2:1) = SPACE
007820             MOVE 3 TO WS-CAT-IDX
007830         WHEN OTHER
007840             MOVE 5 TO WS-CAT-IDX
007850     END-EVALUATE.
007860 2220-EXIT.
007870     EXIT.
007880*-----------------------------------------------------------*
007890* 2250-FIND-CLIENT-PARA - POINT WS-CLI-IDX AT THE CLIENT     *
007900* OF THE LINE IN HAND, ADDING IT IF THERE IS ROOM. A         *
007910* CLIENT PAST THE TABLE SIZE IS COUNTED, ITS CALL IS NOT     *
007920* BILLED, AND THE BILLING IS INCOMPLETE.                     *
007930*-----------------------------------------------------------*
007940 2250-FIND-CLIENT-PARA.
007950     MOVE "N" TO WS-CLI-FOUND-SWITCH.
007960     PERFORM 2270-MATCH-CLIENT-PARA THRU 2270-EXIT
007970         VARYING WS-CLI-IDX FROM 1 BY 1
007980         UNTIL WS-CLI-IDX > WS-CLI-COUNT OR WS-CLI-FOUND.
007990     IF WS-CLI-FOUND
008000         SUBTRACT 1 FROM WS-CLI-IDX
008010         GO TO 2250-EXIT
008020     END-IF.
008030     IF WS-CLI-COUNT NOT < 300
008040         ADD 1 TO WS-CLI-OVERFLOW
008050         MOVE "Y" TO WS-INCOMPLETE-SWITCH
008060         GO TO 2250-EXIT
008070     END-IF.
008080     ADD 1 TO WS-CLI-COUNT.
008090     MOVE WS-CLI-COUNT TO WS-CLI-IDX.
008100     INITIALIZE WS-CLI-ENTRY (WS-CLI-IDX).
008110     MOVE WS-AUDIT-CLIENT TO WS-CLI-ID (WS-CLI-IDX).
008120     PERFORM 2280-SET-CLIENT-KIND-PARA THRU 2280-EXIT.
008130     MOVE "Y" TO WS-CLI-FOUND-SWITCH.
008140 2250-EXIT.
008150     EXIT.
008160*-----------------------------------------------------------*
008170* 2270-MATCH-CLIENT-PARA - NOTE A MATCH ON THE CLIENT ID.    *
008180*-----------------------------------------------------------*
008190 2270-MATCH-CLIENT-PARA.
008200     IF WS-CLI-ID (WS-CLI-IDX) = WS-AUDIT-CLIENT
008210         MOVE "Y" TO WS-CLI-FOUND-SWITCH
008220     END-IF.
008230 2270-EXIT.
008240     EXIT.
008250*-----------------------------------------------------------*
008260* 2280-SET-CLIENT-KIND-PARA - SAY WHETHER THE CLIENT JUST    *
008270* ADDED IS BILLED. AN ID ON WRKAUTH TAKES THE FULL CLIENT    *
008280* NAME AND STATUS FROM THERE.                                *
008290*-----------------------------------------------------------*
008300 2280-SET-CLIENT-KIND-PARA.
008310     EVALUATE TRUE
008320         WHEN WS-AUDIT-CLIENT = SPACES
008330             MOVE "N" TO WS-CLI-KIND (WS-CLI-IDX)
008340         WHEN WS-AUDIT-CLIENT = "ANONYMOUS"
008350             MOVE "A" TO WS-CLI-KIND (WS-CLI-IDX)
008360         WHEN OTHER
008370             MOVE "N" TO WS-ATH-FOUND-SWITCH
008380             PERFORM 2290-MATCH-AUTH-PARA THRU 2290-EXIT
008390                 VARYING WS-ATH-IDX FROM 1 BY 1
008400                 UNTIL WS-ATH-IDX > WS-ATH-COUNT OR WS-ATH-FOUND
008410             IF WS-ATH-FOUND
008420                 SUBTRACT 1 FROM WS-ATH-IDX
008430                 MOVE "B" TO WS-CLI-KIND (WS-CLI-IDX)
008440                 MOVE WS-ATH-NAME (WS-ATH-IDX)
008450                     TO WS-CLI-NAME (WS-CLI-IDX)
008460                 MOVE WS-ATH-STATUS (WS-ATH-IDX)
008470                     TO WS-CLI-AUTH-STATUS (WS-CLI-IDX)
008480             ELSE
008490                 MOVE "G" TO WS-CLI-KIND (WS-CLI-IDX)
008500             END-IF
008510     END-EVALUATE.
008520 2280-EXIT.
008530     EXIT.
008540*-----------------------------------------------------------*
008550* 2290-MATCH-AUTH-PARA - NOTE A WRKAUTH CLIENT WHOSE NAME    *
008560* LOGS AS THE CLIENT ID IN HAND.                             *
008570*-----------------------------------------------------------*
008580 2290-MATCH-AUTH-PARA.
008590     IF WS-ATH-NAME (WS-ATH-IDX) (1:16) = WS-AUDIT-CLIENT
008600         MOVE "Y" TO WS-ATH-FOUND-SWITCH
008610     END-IF.
008620 2290-EXIT.
008630     EXIT.
008640*-----------------------------------------------------------*
008650* 3000-WRITE-STATEMENTS-PARA - ONE USAGE STATEMENT FOR       *
008660* EACH CLIENT ON WRKAUTH THAT MADE CALLS IN THE PERIOD, IN   *
008670* ORDER OF FIRST CALL.                                       *
008680*-----------------------------------------------------------*
008690 3000-WRITE-STATEMENTS-PARA.
008700     IF WS-RPT-FILE-OK
008710         MOVE SPACES TO STATEMENT-LINE
008720         WRITE STATEMENT-LINE
008730         MOVE SPACES TO STATEMENT-LINE
008740         STRING "USAGE STATEMENTS - PERIOD " DELIMITED BY SIZE
008750                 WS-PERIOD-FROM  DELIMITED BY SIZE
008760                 " TO "          DELIMITED BY SIZE
008770                 WS-PERIOD-TO    DELIMITED BY SIZE
008780             INTO STATEMENT-LINE
008790         WRITE STATEMENT-LINE
008800     END-IF.
008810     MOVE SPACES TO WS-USAGE-HEADING.
008820     STRING "CATEGORY SUCCESS REFUSED THROTLD  FAILED   CALLS"
008830                                         DELIMITED BY SIZE
008840             " INCLUDED       CHARGE"    DELIMITED BY SIZE
008850         INTO WS-USAGE-HEADING.
008860     PERFORM 3100-CLIENT-STATEMENT-PARA THRU 3100-EXIT
008870         VARYING WS-CLI-IDX FROM 1 BY 1
008880         UNTIL WS-CLI-IDX > WS-CLI-COUNT.
008890     IF WS-CLIENTS-BILLED = ZERO AND WS-RPT-FILE-OK
008900         MOVE "NONE" TO STATEMENT-LINE
008910         WRITE STATEMENT-LINE
008920     END-IF.
008930 3000-EXIT.
008940     EXIT.
008950*-----------------------------------------------------------*
008960* 3100-CLIENT-STATEMENT-PARA - IF THE CLIENT IN HAND IS      *
008970* BILLED, PRINT ITS STATEMENT: WHO IT IS, A LINE PER         *
008980* CATEGORY IT CALLED AND ITS TOTAL, AND ADD THE CHARGE TO    *
008990* THE RUN TOTAL.                                             *
009000*-----------------------------------------------------------*
009010 3100-CLIENT-STATEMENT-PARA.
009020     IF NOT WS-CLI-BILLED (WS-CLI-IDX)
009030         GO TO 3100-EXIT
009040     END-IF.
009050     ADD 1 TO WS-CLIENTS-BILLED.
009060     EVALUATE WS-CLI-AUTH-STATUS (WS-CLI-IDX)
009070         WHEN "A"
009080             MOVE "ACTIVE"    TO WS-STATUS-TEXT
009090         WHEN "S"
009100             MOVE "SUSPENDED" TO WS-STATUS-TEXT
009110         WHEN "R"
009120             MOVE "REVOKED"   TO WS-STATUS-TEXT
009130         WHEN OTHER
009140             MOVE "UNKNOWN"   TO WS-STATUS-TEXT
009150     END-EVALUATE.
009160     IF WS-RPT-FILE-OK
009170         MOVE SPACES TO STATEMENT-LINE
009180         WRITE STATEMENT-LINE
009190         MOVE SPACES TO STATEMENT-LINE
009200         STRING "CLIENT "                   DELIMITED BY SIZE
009210                 WS-CLI-NAME (WS-CLI-IDX)   DELIMITED BY SIZE
009220                 " ID "                     DELIMITED BY SIZE
009230                 WS-CLI-ID (WS-CLI-IDX)     DELIMITED BY SIZE
009240                 " STATUS "                 DELIMITED BY SIZE
009250                 WS-STATUS-TEXT             DELIMITED BY SPACE
009260             INTO STATEMENT-LINE
009270         WRITE STATEMENT-LINE
009280         MOVE WS-USAGE-HEADING TO STATEMENT-LINE
009290         WRITE STATEMENT-LINE
009300     END-IF.
009310     PERFORM 3400-CLIENT-USAGE-PARA THRU 3400-EXIT.
009320     ADD WS-CLT-CALLS  TO WS-CALLS-BILLED.
009330     ADD WS-CLT-CHARGE TO WS-TOTAL-CHARGED.
009340 3100-EXIT.
009350     EXIT.
009360*-----------------------------------------------------------*
009370* 3200-CATEGORY-LINE-PARA - PRICE THE CLIENT IN HAND'S       *
009380* CALLS IN THE CATEGORY IN HAND, ADD THEM TO THE CLIENT      *
009390* TOTALS AND PRINT THEIR LINE. A CATEGORY NOT CALLED         *
009400* PRINTS NOTHING.                                            *
009410*-----------------------------------------------------------*
009420 3200-CATEGORY-LINE-PARA.
009430     PERFORM 8300-PRICE-CATEGORY-PARA THRU 8300-EXIT.
009440     IF WS-PRC-CALLS = ZERO
009450         GO TO 3200-EXIT
009460     END-IF.
009470     ADD WS-PRC-SUCCESS   TO WS-CLT-SUCCESS.
009480     ADD WS-PRC-REFUSED   TO WS-CLT-REFUSED.
009490     ADD WS-PRC-THROTTLED TO WS-CLT-THROTTLED.
009500     ADD WS-PRC-FAILED    TO WS-CLT-FAILED.
009510     ADD WS-PRC-CALLS     TO WS-CLT-CALLS.
009520     ADD WS-PRC-INCLUDED  TO WS-CLT-INCLUDED.
009530     ADD WS-PRC-CHARGE    TO WS-CLT-CHARGE.
009540     IF WS-RPT-FILE-OK
009550         MOVE WS-CATEGORY-NAME (WS-CAT-IDX) TO WS-USG-CATEGORY
009560         MOVE WS-PRC-SUCCESS   TO WS-USG-SUCCESS
009570         MOVE WS-PRC-REFUSED   TO WS-USG-REFUSED
009580         MOVE WS-PRC-THROTTLED TO WS-USG-THROTTLED
009590         MOVE WS-PRC-FAILED    TO WS-USG-FAILED
009600         MOVE WS-PRC-CALLS     TO WS-USG-CALLS
009610         MOVE WS-PRC-INCLUDED  TO WS-USG-INCLUDED
009620         MOVE WS-PRC-CHARGE    TO WS-USG-CHARGE
009630         MOVE WS-USAGE-LINE TO STATEMENT-LINE
009640         WRITE STATEMENT-LINE
009650     END-IF.
009660 3200-EXIT.
009670     EXIT.
009680*-----------------------------------------------------------*
009690* 3400-CLIENT-USAGE-PARA - THE CATEGORY LINES AND THE        *
009700* TOTAL LINE FOR THE CLIENT IN HAND, BILLED OR NOT. THE      *
009710* CLIENT TOTALS ARE LEFT FOR THE CALLER.                     *
009720*-----------------------------------------------------------*
009730 3400-CLIENT-USAGE-PARA.
009740     MOVE ZERO  TO WS-CLT-SUCCESS.
009750     MOVE ZERO  TO WS-CLT-REFUSED.
009760     MOVE ZERO  TO WS-CLT-THROTTLED.
009770     MOVE ZERO  TO WS-CLT-FAILED.
009780     MOVE ZERO  TO WS-CLT-CALLS.
009790     MOVE ZERO  TO WS-CLT-INCLUDED.
009800     MOVE ZEROS TO WS-CLT-CHARGE.
009810     PERFORM 3200-CATEGORY-LINE-PARA THRU 3200-EXIT
009820         VARYING WS-CAT-IDX FROM 1 BY 1
009830         UNTIL WS-CAT-IDX > 5.
009840     IF WS-RPT-FILE-OK
009850         MOVE "TOTAL"          TO WS-USG-CATEGORY
009860         MOVE WS-CLT-SUCCESS   TO WS-USG-SUCCESS
009870         MOVE WS-CLT-REFUSED   TO WS-USG-REFUSED
009880         MOVE WS-CLT-THROTTLED TO WS-USG-THROTTLED
009890         MOVE WS-CLT-FAILED    TO WS-USG-FAILED
009900         MOVE WS-CLT-CALLS     TO WS-USG-CALLS
009910         MOVE WS-CLT-INCLUDED  TO WS-USG-INCLUDED
009920         MOVE WS-CLT-CHARGE    TO WS-USG-CHARGE
009930         MOVE WS-USAGE-LINE TO STATEMENT-LINE
009940         WRITE STATEMENT-LINE
009950     END-IF.
009960 3400-EXIT.
009970     EXIT.
009980*-----------------------------------------------------------*
009990* 3500-WRITE-UNBILLED-PARA - THE TRAFFIC NO CLIENT CAN BE    *
010000* BILLED FOR: ANONYMOUS CALLS, LINES WITH NO CLIENT ID,      *
010010* AND CLIENT IDS NO LONGER ON WRKAUTH. LAID OUT LIKE A       *
010020* STATEMENT, WITH WHAT THE CALLS WOULD HAVE COST AT TARIFF   *
010030* IN PLACE OF A CHARGE.                                      *
010040*-----------------------------------------------------------*
010050 3500-WRITE-UNBILLED-PARA.
010060     IF WS-RPT-FILE-OK
010070         MOVE SPACES TO STATEMENT-LINE
010080         WRITE STATEMENT-LINE
010090         MOVE SPACES TO STATEMENT-LINE
010100         STRING "UNBILLED TRAFFIC - ANONYMOUS, NO CLIENT ID, "
010110                                         DELIMITED BY SIZE
010120                 "OR NOT ON WRKAUTH"     DELIMITED BY SIZE
010130             INTO STATEMENT-LINE
010140         WRITE STATEMENT-LINE
010150     END-IF.
010160     MOVE SPACES TO WS-USAGE-HEADING.
010170     STRING "CATEGORY SUCCESS REFUSED THROTLD  FAILED   CALLS"
010180                                         DELIMITED BY SIZE
010190             " INCLUDED    AT TARIFF"    DELIMITED BY SIZE
010200         INTO WS-USAGE-HEADING.
010210     PERFORM 3600-UNBILLED-CLIENT-PARA THRU 3600-EXIT
010220         VARYING WS-CLI-IDX FROM 1 BY 1
010230         UNTIL WS-CLI-IDX > WS-CLI-COUNT.
010240     IF WS-CLIENTS-UNBILLED = ZERO AND WS-RPT-FILE-OK
010250         MOVE "NONE" TO STATEMENT-LINE
010260         WRITE STATEMENT-LINE
010270     END-IF.
010280 3500-EXIT.
010290     EXIT.
010300*-----------------------------------------------------------*
010310* 3600-UNBILLED-CLIENT-PARA - IF THE CLIENT IN HAND IS NOT   *
010320* BILLED, PRINT ITS CALLS AND SAY WHY.                       *
010330*-----------------------------------------------------------*
010340 3600-UNBILLED-CLIENT-PARA.
010350     IF WS-CLI-BILLED (WS-CLI-IDX)
010360         GO TO 3600-EXIT
010370     END-IF.
010380     ADD 1 TO WS-CLIENTS-UNBILLED.
010390     IF WS-RPT-FILE-OK
010400         MOVE SPACES TO STATEMENT-LINE
010410         WRITE STATEMENT-LINE
010420         MOVE SPACES TO STATEMENT-LINE
010430         EVALUATE TRUE
010440             WHEN WS-CLI-ANONYMOUS (WS-CLI-IDX)
010450                 MOVE "ANONYMOUS - NO CLIENT IDENTIFIED" TO
010460                     STATEMENT-LINE
010470             WHEN WS-CLI-NO-ID (WS-CLI-IDX)
010480                 MOVE "NO CLIENT ID - LOGGED BEFORE CLIENT IDS"
010490                     TO STATEMENT-LINE
010500             WHEN OTHER
010510                 STRING "CLIENT ID "            DELIMITED BY SIZE
010520                         WS-CLI-ID (WS-CLI-IDX) DELIMITED BY SIZE
010530                         " - NOT ON WRKAUTH"    DELIMITED BY SIZE
010540                     INTO STATEMENT-LINE
010550         END-EVALUATE
010560         WRITE STATEMENT-LINE
010570         MOVE WS-USAGE-HEADING TO STATEMENT-LINE
010580         WRITE STATEMENT-LINE
010590     END-IF.
010600     PERFORM 3400-CLIENT-USAGE-PARA THRU 3400-EXIT.
010610     ADD WS-CLT-CALLS  TO WS-CALLS-UNBILLED.
010620     ADD WS-CLT-CHARGE TO WS-TOTAL-UNBILLED.
010630 3600-EXIT.
010640     EXIT.
010650*-----------------------------------------------------------*
010660* 4000-WRITE-EXTRACT-PARA - WRITE THE WRKBILLX BATCH FOR     *
010670* ACCOUNTS RECEIVABLE: THE HEADER, A DETAIL LINE FOR EACH    *
010680* BILLED CLIENT AND CATEGORY CALLED, AND THE TRAILER.        *
010690* BILLING LEFT INCOMPLETE WRITES NO EXTRACT - A SHORT BILL   *
010700* MUST NOT REACH AR.                                         *
010710*-----------------------------------------------------------*
010720 4000-WRITE-EXTRACT-PARA.
010730     IF WS-BILL-INCOMPLETE
010740         IF WS-RPT-FILE-OK
010750             MOVE SPACES TO STATEMENT-LINE
010760             WRITE STATEMENT-LINE
010770             MOVE "BILLING INCOMPLETE - NO EXTRACT WRITTEN" TO
010780                 STATEMENT-LINE
010790             WRITE STATEMENT-LINE
010800         END-IF
010810         GO TO 4000-EXIT
010820     END-IF.
010830     OPEN OUTPUT BILL-EXTRACT-FILE.
010840     IF NOT WS-BILX-FILE-OK
010850         MOVE "Y" TO WS-INCOMPLETE-SWITCH
010860         IF WS-RPT-FILE-OK
010870             MOVE SPACES TO STATEMENT-LINE
010880             STRING "WRKBILLX WILL NOT OPEN - STATUS "
010890                                         DELIMITED BY SIZE
010900                     WS-BILX-FILE-STATUS DELIMITED BY SIZE
010910                     " - NO EXTRACT WRITTEN" DELIMITED BY SIZE
010920                 INTO STATEMENT-LINE
010930             WRITE STATEMENT-LINE
010940         END-IF
010950         GO TO 4000-EXIT
010960     END-IF.
010970     MOVE SPACES TO BILX-HEADER-RECORD.
010980     MOVE "H"              TO BILX-REC-TYPE.
010990     MOVE WS-PERIOD-FROM   TO BILX-HDR-PERIOD-FROM.
011000     MOVE WS-PERIOD-TO     TO BILX-HDR-PERIOD-TO.
011010     MOVE WS-BUSINESS-DATE TO BILX-HDR-BUSINESS-DATE.
011020     MOVE WS-RUN-TIMESTAMP TO BILX-HDR-CREATED.
011030     WRITE BILX-HEADER-RECORD.
011040     PERFORM 4100-EXTRACT-CLIENT-PARA THRU 4100-EXIT
011050         VARYING WS-CLI-IDX FROM 1 BY 1
011060         UNTIL WS-CLI-IDX > WS-CLI-COUNT.
011070     MOVE SPACES TO BILX-TRAILER-RECORD.
011080     MOVE "T"               TO BILX-REC-TYPE.
011090     MOVE WS-EXTRACT-LINES  TO BILX-TRL-LINE-COUNT.
011100     MOVE WS-CLIENTS-BILLED TO BILX-TRL-CLIENT-COUNT.
011110     MOVE WS-TOTAL-CHARGED  TO BILX-TRL-TOTAL-AMOUNT.
011120     WRITE BILX-TRAILER-RECORD.
011130     CLOSE BILL-EXTRACT-FILE.
011140     MOVE "Y" TO WS-EXTRACT-SWITCH.
011150 4000-EXIT.
011160     EXIT.
011170*-----------------------------------------------------------*
011180* 4100-EXTRACT-CLIENT-PARA - THE DETAIL LINES FOR THE        *
011190* CLIENT IN HAND IF IT IS BILLED.                            *
011200*-----------------------------------------------------------*
011210 4100-EXTRACT-CLIENT-PARA.
011220     IF NOT WS-CLI-BILLED (WS-CLI-IDX)
011230         GO TO 4100-EXIT
011240     END-IF.
011250     PERFORM 4200-EXTRACT-CATEGORY-PARA THRU 4200-EXIT
011260         VARYING WS-CAT-IDX FROM 1 BY 1
011270         UNTIL WS-CAT-IDX > 5.
011280 4100-EXIT.
011290     EXIT.
011300*-----------------------------------------------------------*
011310* 4200-EXTRACT-CATEGORY-PARA - ONE DETAIL LINE FOR THE       *
011320* CLIENT IN HAND'S CALLS IN THE CATEGORY IN HAND, PRICED     *
011330* AS ON ITS STATEMENT. A CATEGORY NOT CALLED WRITES          *
011340* NOTHING.                                                   *
011350*-----------------------------------------------------------*
011360 4200-EXTRACT-CATEGORY-PARA.
011370     PERFORM 8300-PRICE-CATEGORY-PARA THRU 8300-EXIT.
011380     IF WS-PRC-CALLS = ZERO
011390         GO TO 4200-EXIT
011400     END-IF.
011410     MOVE SPACES TO BILX-DETAIL-RECORD.
011420     MOVE "D"                           TO BILX-REC-TYPE.
011430     MOVE WS-CLI-ID (WS-CLI-IDX)        TO BILX-DTL-CLIENT-ID.
011440     MOVE WS-CLI-NAME (WS-CLI-IDX)      TO BILX-DTL-CLIENT-NAME.
011450     MOVE WS-CATEGORY-NAME (WS-CAT-IDX) TO BILX-DTL-CATEGORY.
011460     MOVE WS-PRC-CALLS                  TO BILX-DTL-CALLS.
011470     MOVE WS-PRC-INCLUDED               TO BILX-DTL-INCLUDED.
011480     MOVE WS-PRC-CHARGE                 TO BILX-DTL-AMOUNT.
011490     WRITE BILX-DETAIL-RECORD.
011500     ADD 1 TO WS-EXTRACT-LINES.
011510 4200-EXIT.
011520     EXIT.
011530*-----------------------------------------------------------*
011540* 5000-WRITE-TOTALS-PARA - RUN TOTALS FOR THE DESK. CALLS    *
011550* COUNTED SHOULD EQUAL CALLS BILLED PLUS CALLS UNBILLED;     *
011560* ANY CALLS FOR CLIENTS NOT TABLED ARE MISSING FROM BOTH.    *
011570*-----------------------------------------------------------*
011580 5000-WRITE-TOTALS-PARA.
011590     MOVE SPACES TO STATEMENT-LINE.
011600     WRITE STATEMENT-LINE.
011610     MOVE WS-AUDIT-READ TO WS-COUNT-DISPLAY.
011620     MOVE SPACES TO STATEMENT-LINE.
011630     STRING "AUDIT LINES READ .... " DELIMITED BY SIZE
011640             WS-COUNT-DISPLAY        DELIMITED BY SIZE
011650         INTO STATEMENT-LINE.
011660     WRITE STATEMENT-LINE.
011670     MOVE WS-OUT-OF-PERIOD TO WS-COUNT-DISPLAY.
011680     MOVE SPACES TO STATEMENT-LINE.
011690     STRING "OUTSIDE BILL MONTH .. " DELIMITED BY SIZE
011700             WS-COUNT-DISPLAY        DELIMITED BY SIZE
011710         INTO STATEMENT-LINE.
011720     WRITE STATEMENT-LINE.
011730     MOVE WS-UNREADABLE-COUNT TO WS-COUNT-DISPLAY.
011740     MOVE SPACES TO STATEMENT-LINE.
011750     STRING "STATUS UNREADABLE ... " DELIMITED BY SIZE
011760             WS-COUNT-DISPLAY        DELIMITED BY SIZE
011770         INTO STATEMENT-LINE.
011780     WRITE STATEMENT-LINE.
011790     MOVE WS-CALLS-COUNTED TO WS-COUNT-DISPLAY.
011800     MOVE SPACES TO STATEMENT-LINE.
011810     STRING "CALLS COUNTED ....... " DELIMITED BY SIZE
011820             WS-COUNT-DISPLAY        DELIMITED BY SIZE
011830         INTO STATEMENT-LINE.
011840     WRITE STATEMENT-LINE.
011850     MOVE WS-CALLS-BILLED TO WS-COUNT-DISPLAY.
011860     MOVE SPACES TO STATEMENT-LINE.
011870     STRING "CALLS BILLED ........ " DELIMITED BY SIZE
011880             WS-COUNT-DISPLAY        DELIMITED BY SIZE
011890         INTO STATEMENT-LINE.
011900     WRITE STATEMENT-LINE.
011910     MOVE WS-CALLS-UNBILLED TO WS-COUNT-DISPLAY.
011920     MOVE SPACES TO STATEMENT-LINE.
011930     STRING "CALLS UNBILLED ...... " DELIMITED BY SIZE
011940             WS-COUNT-DISPLAY        DELIMITED BY SIZE
011950         INTO STATEMENT-LINE.
011960     WRITE STATEMENT-LINE.
011970     MOVE WS-CLIENTS-BILLED TO WS-COUNT-DISPLAY.
011980     MOVE SPACES TO STATEMENT-LINE.
011990     STRING "CLIENTS BILLED ...... " DELIMITED BY SIZE
012000             WS-COUNT-DISPLAY        DELIMITED BY SIZE
012010         INTO STATEMENT-LINE.
012020     WRITE STATEMENT-LINE.
012030     MOVE WS-CLIENTS-UNBILLED TO WS-COUNT-DISPLAY.
012040     MOVE SPACES TO STATEMENT-LINE.
012050     STRING "CLIENTS UNBILLED .... " DELIMITED BY SIZE
012060             WS-COUNT-DISPLAY        DELIMITED BY SIZE
012070         INTO STATEMENT-LINE.
012080     WRITE STATEMENT-LINE.
012090     MOVE WS-CLI-OVERFLOW TO WS-COUNT-DISPLAY.
012100     MOVE SPACES TO STATEMENT-LINE.
012110     STRING "CALLS NOT TABLED .... " DELIMITED BY SIZE
012120             WS-COUNT-DISPLAY        DELIMITED BY SIZE
012130         INTO STATEMENT-LINE.
012140     WRITE STATEMENT-LINE.
012150     MOVE WS-TARIFF-IGNORED TO WS-COUNT-DISPLAY.
012160     MOVE SPACES TO STATEMENT-LINE.
012170     STRING "TARIFF LINES IGNORED  " DELIMITED BY SIZE
012180             WS-COUNT-DISPLAY        DELIMITED BY SIZE
012190         INTO STATEMENT-LINE.
012200     WRITE STATEMENT-LINE.
012210     MOVE WS-EXTRACT-LINES TO WS-COUNT-DISPLAY.
012220     MOVE SPACES TO STATEMENT-LINE.
012230     STRING "EXTRACT LINES ....... " DELIMITED BY SIZE
012240             WS-COUNT-DISPLAY        DELIMITED BY SIZE
012250         INTO STATEMENT-LINE.
012260     WRITE STATEMENT-LINE.
012270     MOVE WS-TOTAL-CHARGED TO WS-AMOUNT-DISPLAY.
012280     MOVE SPACES TO STATEMENT-LINE.
012290     STRING "TOTAL CHARGED ....... " DELIMITED BY SIZE
012300             WS-AMOUNT-DISPLAY       DELIMITED BY SIZE
012310         INTO STATEMENT-LINE.
012320     WRITE STATEMENT-LINE.
012330     MOVE WS-TOTAL-UNBILLED TO WS-AMOUNT-DISPLAY.
012340     MOVE SPACES TO STATEMENT-LINE.
012350     STRING "UNBILLED AT TARIFF .. " DELIMITED BY SIZE
012360             WS-AMOUNT-DISPLAY       DELIMITED BY SIZE
012370         INTO STATEMENT-LINE.
012380     WRITE STATEMENT-LINE.
012390 5000-EXIT.
012400     EXIT.
012410*-----------------------------------------------------------*
012420* 8200-FIND-CATEGORY-PARA - POINT WS-CAT-IDX AT THE          *
012430* CATEGORY NAMED ON THE TARIFF LINE IN HAND. WS-CAT-FOUND    *
012440* IS LEFT OFF IF IT IS NOT ONE OF OURS.                      *
012450*-----------------------------------------------------------*
012460 8200-FIND-CATEGORY-PARA.
012470     MOVE "N" TO WS-CAT-FOUND-SWITCH.
012480     PERFORM 8250-MATCH-CATEGORY-PARA THRU 8250-EXIT
012490         VARYING WS-CAT-IDX FROM 1 BY 1
012500         UNTIL WS-CAT-IDX > 5 OR WS-CAT-FOUND.
012510     IF WS-CAT-FOUND
012520         SUBTRACT 1 FROM WS-CAT-IDX
012530     END-IF.
012540 8200-EXIT.
012550     EXIT.
012560*-----------------------------------------------------------*
012570* 8250-MATCH-CATEGORY-PARA - NOTE A MATCH ON THE CATEGORY.   *
012580*-----------------------------------------------------------*
012590 8250-MATCH-CATEGORY-PARA.
012600     IF WS-CATEGORY-NAME (WS-CAT-IDX) = TARF-CATEGORY
012610         MOVE "Y" TO WS-CAT-FOUND-SWITCH
012620     END-IF.
012630 8250-EXIT.
012640     EXIT.
012650*-----------------------------------------------------------*
012660* 8300-PRICE-CATEGORY-PARA - PRICE THE CLIENT IN HAND'S      *
012670* CALLS IN THE CATEGORY IN HAND. SUCCESSFUL CALLS UP TO      *
012680* THE INCLUDED VOLUME ARE FREE; THE REST, AND EVERY          *
012690* REFUSED, THROTTLED AND FAILED CALL, ARE CHARGED AT THEIR   *
012700* RATE. THE CHARGE IS ROUNDED TO THE CENT.                   *
012710*-----------------------------------------------------------*
012720 8300-PRICE-CATEGORY-PARA.
012730     MOVE WS-CLI-CALLS (WS-CLI-IDX, WS-CAT-IDX, 1)
012740         TO WS-PRC-SUCCESS.
012750     MOVE WS-CLI-CALLS (WS-CLI-IDX, WS-CAT-IDX, 2)
012760         TO WS-PRC-REFUSED.
012770     MOVE WS-CLI-CALLS (WS-CLI-IDX, WS-CAT-IDX, 3)
012780         TO WS-PRC-THROTTLED.
012790     MOVE WS-CLI-CALLS (WS-CLI-IDX, WS-CAT-IDX, 4)
012800         TO WS-PRC-FAILED.
012810     COMPUTE WS-PRC-CALLS = WS-PRC-SUCCESS + WS-PRC-REFUSED
012820         + WS-PRC-THROTTLED + WS-PRC-FAILED.
012830     IF WS-PRC-SUCCESS > WS-TRF-INCLUDED (WS-CAT-IDX)
012840         MOVE WS-TRF-INCLUDED (WS-CAT-IDX) TO WS-PRC-INCLUDED
012850     ELSE
012860         MOVE WS-PRC-SUCCESS TO WS-PRC-INCLUDED
012870     END-IF.
012880     COMPUTE WS-PRC-CHARGED-SUCCESS =
012890         WS-PRC-SUCCESS - WS-PRC-INCLUDED.
012900     COMPUTE WS-PRC-CHARGE ROUNDED =
012910           WS-PRC-CHARGED-SUCCESS * WS-TRF-RATE (WS-CAT-IDX, 1)
012920         + WS-PRC-REFUSED   * WS-TRF-RATE (WS-CAT-IDX, 2)
012930         + WS-PRC-THROTTLED * WS-TRF-RATE (WS-CAT-IDX, 3)
012940         + WS-PRC-FAILED    * WS-TRF-RATE (WS-CAT-IDX, 4).
012950 8300-EXIT.
012960     EXIT.
012970*-----------------------------------------------------------*
012980* 8900-RUN-END-PARA - REGISTER THE END OF THE RUN AND ITS    *
012990* CONTROL TOTALS ON WRKRUNCT. A BLOCKED RUN RECORDED         *
013000* NOTHING AND LEAVES THE COMPLETED RECORD ALONE. A RUN       *
013010* THAT BILLED NOTHING FOR WANT OF ITS INPUTS, OR WROTE NO    *
013020* EXTRACT, FAILS SO THE MONTH CAN BE BILLED AGAIN ONCE THE   *
013030* CAUSE IS PUT RIGHT.                                        *
013040*-----------------------------------------------------------*
013050 8900-RUN-END-PARA.
013060     IF WS-RUN-BLOCKED
013070         GO TO 8900-EXIT
013080     END-IF.
013090     MOVE "E" TO RUNCLNK-FUNCTION-CODE.
013100     IF WS-EXTRACT-WRITTEN
013110         MOVE "C" TO RUNCLNK-STATUS-CODE
013120     ELSE
013130         MOVE "F" TO RUNCLNK-STATUS-CODE
013140     END-IF.
013150     MOVE WS-AUDIT-READ TO RUNCLNK-RECORDS-IN.
013160     MOVE WS-EXTRACT-LINES TO RUNCLNK-RECORDS-OUT.
013170     MOVE WS-TOTAL-CHARGED TO RUNCLNK-CONTROL-AMOUNT.
013180     CALL "wrkrunct" USING RUNCLNK-PARMS.
013190 8900-EXIT.
013200     EXIT.
013210*-----------------------------------------------------------*
013220* 9999-TERMINATE-PARA - CLOSE FILES AND END THE RUN.         *
013230*-----------------------------------------------------------*
013240 9999-TERMINATE-PARA.
013250     PERFORM 8900-RUN-END-PARA THRU 8900-EXIT.
013260     IF WS-AUDIT-FILE-IS-OPEN
013270         CLOSE AUDIT-LOG-FILE
013280     END-IF.
013290     IF WS-RPT-FILE-OK
013300         CLOSE STATEMENT-FILE
013310     END-IF.
013320     STOP RUN.
013330 9999-EXIT.
013340     EXIT.
