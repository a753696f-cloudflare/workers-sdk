000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. acctchg.
000030 AUTHOR. DL100-DEVELOPMENT-TEAM.
000040 INSTALLATION. CLOUDFLARE-WORKERS-COBOL.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                       *
000090*-----------------------------------------------------------*
000100* 2026-10-15  DL100  INITIAL VERSION. NIGHTLY ACCOUNT        *
000110*                    CHANGE REPORT OFF THE WRKACHG           *
000120*                    BEFORE/AFTER CHANGE LOG THAT ACCTLKUP   *
000130*                    WRITES FOR EVERY ADD, UPDATE AND        *
000140*                    CLOSE. LISTS THE BUSINESS DATE'S        *
000150*                    CHANGES BY KIND, FLAGGING BALANCE       *
000160*                    RESTATEMENTS, STATUS CHANGES AND        *
000170*                    OVERDRAFT-LIMIT CHANGES, THEN TIES      *
000180*                    EACH RESTATED BREAK ON ACCTPROV'S       *
000190*                    WRKPROOF REPORT BACK TO THE CHANGE      *
000200*                    RECORD THAT LEFT THE MASTER AT ITS      *
000210*                    BALANCE.                                *
000220*-----------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT CONFIG-FILE ASSIGN TO "WRKCFG"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-CONFIG-FILE-STATUS.
000300     SELECT CHANGE-LOG-FILE ASSIGN TO "WRKACHG"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-ACHG-FILE-STATUS.
000330     SELECT PROOF-REPORT-FILE ASSIGN TO "WRKPROOF"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-PROOF-FILE-STATUS.
000360     SELECT CHANGE-REPORT-FILE ASSIGN TO "WRKACHGR"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-RPT-FILE-STATUS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  CONFIG-FILE.
000420 01  CONFIG-RECORD                   PIC X(60).
000430 FD  CHANGE-LOG-FILE.
000440 COPY ACHGREC.
000450 FD  PROOF-REPORT-FILE.
000460 01  PROOF-REPORT-LINE               PIC X(120).
000470 FD  CHANGE-REPORT-FILE.
000480 01  CHANGE-REPORT-LINE              PIC X(120).
000490 WORKING-STORAGE SECTION.
000500*-----------------------------------------------------------*
000510* FILE STATUS SWITCHES.                                      *
000520*-----------------------------------------------------------*
000530 77  WS-CONFIG-FILE-STATUS       PIC X(02) VALUE SPACES.
000540     88  WS-CONFIG-FILE-OK           VALUE "00".
000550 77  WS-ACHG-FILE-STATUS         PIC X(02) VALUE SPACES.
000560     88  WS-ACHG-FILE-OK             VALUE "00".
000570     88  WS-ACHG-FILE-MISSING        VALUE "35".
000580 77  WS-ACHG-FILE-OPENED         PIC X(01) VALUE "N".
000590     88  WS-ACHG-FILE-IS-OPEN        VALUE "Y".
000600 77  WS-PROOF-FILE-STATUS        PIC X(02) VALUE SPACES.
000610     88  WS-PROOF-FILE-OK            VALUE "00".
000620 77  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
000630     88  WS-RPT-FILE-OK              VALUE "00".
000640 77  WS-CFG-EOF-SWITCH           PIC X(01) VALUE "N".
000650     88  WS-CFG-EOF                  VALUE "Y".
000660 77  WS-ACHG-EOF-SWITCH          PIC X(01) VALUE "N".
000670     88  WS-ACHG-EOF                 VALUE "Y".
000680 77  WS-PROOF-EOF-SWITCH         PIC X(01) VALUE "N".
000690     88  WS-PROOF-EOF                VALUE "Y".
000700*-----------------------------------------------------------*
000710* RUN SWITCHES. THE REPORT RUNS ONLY WHEN THE RUN WAS NOT    *
000720* BLOCKED AND THE CHANGE LOG COULD BE OPENED (OR IS NOT      *
000730* THERE YET - NO CHANGES HAVE EVER BEEN MADE). A READ        *
000740* ERROR PART WAY THROUGH THE LOG FAILS THE RUN.              *
000750*-----------------------------------------------------------*
000760 77  WS-REPORT-SWITCH            PIC X(01) VALUE "N".
000770     88  WS-REPORT-OK                VALUE "Y".
000780 77  WS-ACHG-ERROR-SWITCH        PIC X(01) VALUE "N".
000790     88  WS-ACHG-READ-ERROR          VALUE "Y".
000800*-----------------------------------------------------------*
000810* RUN DATE AND THE BUSINESS DATE BEING REPORTED. THE         *
000820* BUSINESS DATE IS THE RUN DATE UNLESS WRKCFG CARRIES A      *
000830* "CHG-DATE YYYYMMDD" LINE - HOW OPS RE-REPORTS A PAST       *
000840* DAY.                                                       *
000850*-----------------------------------------------------------*
000860 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000870 77  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
000880 77  WS-RUN-TIMESTAMP            PIC X(17) VALUE SPACES.
000890 01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
000900 01  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE
000910                                 PIC X(08).
000920*-----------------------------------------------------------*
000930* RESTATED-BREAK TABLE, LOADED FROM THE RESTATED LINES OF    *
000940* WRKPROOF. THE PASS OVER WRKACHG NOTES AGAINST EACH BREAK   *
000950* THE LATEST CHANGE RECORD THAT MOVED THE ACCOUNT'S          *
000960* BALANCE; IT TIES IF THAT CHANGE LEFT THE MASTER BALANCE    *
000970* THE PROOF FOUND. BREAKS PAST THE TABLE SIZE ARE COUNTED,   *
000980* NOT TIED.                                                  *
000990*-----------------------------------------------------------*
001000 01  WS-BREAK-TABLE.
001010     05  WS-BRK-ENTRY OCCURS 500 TIMES.
001020         10  WS-BRK-ACCT         PIC X(10).
001030         10  WS-BRK-CHAIN        PIC S9(9)V99.
001040         10  WS-BRK-MASTER       PIC S9(9)V99.
001050         10  WS-BRK-TIE-FLAG     PIC X(01).
001060             88  WS-BRK-TIED         VALUE "Y".
001070         10  WS-BRK-TIE-TS       PIC X(17).
001080         10  WS-BRK-TIE-CLIENT   PIC X(16).
001090         10  WS-BRK-TIE-BEFORE   PIC S9(9)V99.
001100         10  WS-BRK-TIE-DELTA    PIC S9(11)V99.
001110 77  WS-BRK-COUNT                PIC 9(05) COMP VALUE ZERO.
001120 77  WS-BRK-IDX                  PIC 9(05) COMP VALUE ZERO.
001130 77  WS-BRK-OVERFLOW             PIC 9(05) COMP VALUE ZERO.
001140 01  WS-PROOF-AMOUNT-X           PIC X(15) VALUE SPACES.
001150 01  WS-PROOF-AMOUNT-ED REDEFINES WS-PROOF-AMOUNT-X
001160                                 PIC ZZZZZZZZZZ9.99-.
001170*-----------------------------------------------------------*
001180* DETAIL LINE FOR THE DAY'S CHANGES - ONE LINE PER THING A   *
001190* CHANGE RECORD ALTERED, "***" AGAINST THE KINDS THE         *
001200* ACCOUNTS TEAM MUST LOOK AT.                                *
001210*-----------------------------------------------------------*
001220 01  WS-DETAIL-LINE.
001230     05  WS-DTL-TIMESTAMP        PIC X(17).
001240     05  FILLER                  PIC X(01) VALUE SPACE.
001250     05  WS-DTL-CLIENT-ID        PIC X(16).
001260     05  FILLER                  PIC X(01) VALUE SPACE.
001270     05  WS-DTL-ACCT-NUMBER      PIC X(10).
001280     05  FILLER                  PIC X(01) VALUE SPACE.
001290     05  WS-DTL-KIND             PIC X(08).
001300     05  FILLER                  PIC X(01) VALUE SPACE.
001310     05  WS-DTL-FLAG             PIC X(03).
001320     05  FILLER                  PIC X(01) VALUE SPACE.
001330     05  WS-DTL-BEFORE           PIC X(30).
001340     05  FILLER                  PIC X(01) VALUE SPACE.
001350     05  WS-DTL-AFTER            PIC X(30).
001360*-----------------------------------------------------------*
001370* TIE-OUT LINE FOR ONE RESTATED BREAK.                       *
001380*-----------------------------------------------------------*
001390 01  WS-TIE-LINE.
001400     05  WS-TIE-ACCT-NUMBER      PIC X(10).
001410     05  FILLER                  PIC X(01) VALUE SPACE.
001420     05  WS-TIE-CHAIN            PIC ZZZZZZZZZZ9.99-.
001430     05  FILLER                  PIC X(01) VALUE SPACE.
001440     05  WS-TIE-MASTER           PIC ZZZZZZZZZZ9.99-.
001450     05  FILLER                  PIC X(01) VALUE SPACE.
001460     05  WS-TIE-RESULT           PIC X(07).
001470     05  FILLER                  PIC X(01) VALUE SPACE.
001480     05  WS-TIE-TIMESTAMP        PIC X(17).
001490     05  FILLER                  PIC X(01) VALUE SPACE.
001500     05  WS-TIE-CLIENT-ID        PIC X(16).
001510     05  FILLER                  PIC X(01) VALUE SPACE.
001520     05  WS-TIE-DELTA            PIC ZZZZZZZZZZ9.99-.
001530*-----------------------------------------------------------*
001540* RUN TOTALS FOR THE FOOT OF THE REPORT. THE BREAK AMOUNT    *
001550* IS MASTER LESS CHAIN OVER EVERY RESTATED BREAK; WHAT THE   *
001560* TIED CHANGE RECORDS MOVED THE BALANCE BY SHOULD ACCOUNT    *
001570* FOR ALL OF IT, AND THE DIFFERENCE IS LEFT FOR THE          *
001580* ACCOUNTS TEAM.                                             *
001590*-----------------------------------------------------------*
001600 77  WS-CHANGES-READ             PIC 9(07) COMP VALUE ZERO.
001610 77  WS-DAY-CHANGES              PIC 9(07) COMP VALUE ZERO.
001620 77  WS-UNREADABLE-COUNT         PIC 9(07) COMP VALUE ZERO.
001630 77  WS-DETAIL-COUNT             PIC 9(07) COMP VALUE ZERO.
001640 77  WS-ADD-COUNT                PIC 9(07) COMP VALUE ZERO.
001650 77  WS-RENAME-COUNT             PIC 9(07) COMP VALUE ZERO.
001660 77  WS-RESTATE-COUNT            PIC 9(07) COMP VALUE ZERO.
001670 77  WS-STATUS-COUNT             PIC 9(07) COMP VALUE ZERO.
001680 77  WS-CLOSE-COUNT              PIC 9(07) COMP VALUE ZERO.
001690 77  WS-ODLIMIT-COUNT            PIC 9(07) COMP VALUE ZERO.
001700 77  WS-NOCHANGE-COUNT           PIC 9(07) COMP VALUE ZERO.
001710 77  WS-TIED-COUNT               PIC 9(05) COMP VALUE ZERO.
001720 77  WS-PARTIAL-COUNT            PIC 9(05) COMP VALUE ZERO.
001730 77  WS-UNTIED-COUNT             PIC 9(05) COMP VALUE ZERO.
001740 77  WS-CHANGE-FOUND-SWITCH      PIC X(01) VALUE "N".
001750     88  WS-CHANGE-FOUND             VALUE "Y".
001760 01  WS-RESTATE-DELTA            PIC S9(11)V99 VALUE ZEROS.
001770 01  WS-NET-RESTATED             PIC S9(11)V99 VALUE ZEROS.
001780 01  WS-OPENED-AMOUNT            PIC S9(11)V99 VALUE ZEROS.
001790 01  WS-BREAK-AMOUNT             PIC S9(11)V99 VALUE ZEROS.
001800 01  WS-TIED-AMOUNT              PIC S9(11)V99 VALUE ZEROS.
001810 01  WS-UNEXPLAINED-AMOUNT       PIC S9(11)V99 VALUE ZEROS.
001820 01  WS-COUNT-DISPLAY            PIC ZZZZZZ9.
001830 01  WS-AMOUNT-DISPLAY           PIC ZZZZZZZZZZ9.99-.
001840 01  WS-LIMIT-DISPLAY            PIC ZZZZZZZZZZ9.99.
001850*-----------------------------------------------------------*
001860* RUN-CONTROL GUARD - SEE COPYBOOKS/RUNCLNK.CPY. THE JOB     *
001870* REGISTERS ITS START ON WRKRUNCT AND STOPS WHEN THIS        *
001880* BUSINESS DATE ALREADY COMPLETED.                           *
001890*-----------------------------------------------------------*
001900 77  WS-RUN-BLOCKED-SWITCH       PIC X(01) VALUE "N".
001910     88  WS-RUN-BLOCKED              VALUE "Y".
001920 COPY RUNCLNK.
001930 PROCEDURE DIVISION.
001940*===========================================================*
001950* 0000-MAIN-CONTROL - DRIVE THE CHANGE REPORT.               *
001960*===========================================================*
001970 0000-MAIN-CONTROL.
001980     PERFORM 1000-INITIALIZE-PARA THRU 1000-EXIT.
001990     IF WS-REPORT-OK
002000         PERFORM 2000-PROCESS-CHANGE-PARA THRU 2000-EXIT
002010             UNTIL WS-ACHG-EOF
002020         PERFORM 3000-WRITE-TIE-OUT-PARA THRU 3000-EXIT
002030     END-IF.
002040     IF WS-RPT-FILE-OK
002050         PERFORM 4000-WRITE-TOTALS-PARA THRU 4000-EXIT
002060     END-IF.
002070     PERFORM 9999-TERMINATE-PARA THRU 9999-EXIT.
002080 0000-EXIT.
002090     EXIT.
002100*-----------------------------------------------------------*
002110* 1000-INITIALIZE-PARA - SETTLE THE BUSINESS DATE,           *
002120* REGISTER THE RUN, OPEN THE REPORT, LOAD THE RESTATED       *
002130* BREAKS FROM WRKPROOF AND OPEN THE CHANGE LOG. NO           *
002140* WRKPROOF MEANS THERE ARE NO BREAKS TO TIE; NO WRKACHG      *
002150* MEANS NO CHANGE HAS EVER BEEN LOGGED, SO EVERY BREAK       *
002160* WILL SHOW UNTIED.                                          *
002170*-----------------------------------------------------------*
002180 1000-INITIALIZE-PARA.
002190     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002200     ACCEPT WS-RUN-TIME FROM TIME.
002210     STRING WS-RUN-DATE DELIMITED BY SIZE
002220             "-"        DELIMITED BY SIZE
002230             WS-RUN-TIME DELIMITED BY SIZE
002240         INTO WS-RUN-TIMESTAMP.
002250     MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
002260     PERFORM 1100-READ-CONFIG-PARA THRU 1100-EXIT.
002270     PERFORM 1900-RUN-START-PARA THRU 1900-EXIT.
002280     OPEN OUTPUT CHANGE-REPORT-FILE.
002290     IF WS-RPT-FILE-OK
002300         MOVE "ACCOUNT MASTER CHANGE REPORT" TO CHANGE-REPORT-LINE
002310         WRITE CHANGE-REPORT-LINE
002320         MOVE SPACES TO CHANGE-REPORT-LINE
002330         STRING "BUSINESS DATE " DELIMITED BY SIZE
002340                 WS-BUSINESS-DATE DELIMITED BY SIZE
002350                 " RUN "         DELIMITED BY SIZE
002360                 WS-RUN-TIMESTAMP DELIMITED BY SIZE
002370             INTO CHANGE-REPORT-LINE
002380         WRITE CHANGE-REPORT-LINE
002390     END-IF.
002400     IF WS-RUN-BLOCKED
002410         IF WS-RPT-FILE-OK
002420             MOVE "RUN ALREADY DONE FOR THIS DATE - RUN-FORCE"
002430                 TO CHANGE-REPORT-LINE
002440             WRITE CHANGE-REPORT-LINE
002450         END-IF
002460         GO TO 1000-EXIT
002470     END-IF.
002480     PERFORM 1300-LOAD-BREAKS-PARA THRU 1300-EXIT.
002490     OPEN INPUT CHANGE-LOG-FILE.
002500     IF WS-ACHG-FILE-MISSING
002510         MOVE "Y" TO WS-ACHG-EOF-SWITCH
002520     ELSE
002530         IF NOT WS-ACHG-FILE-OK
002540             IF WS-RPT-FILE-OK
002550                 MOVE SPACES TO CHANGE-REPORT-LINE
002560                 STRING "WRKACHG WILL NOT OPEN - STATUS "
002570                                         DELIMITED BY SIZE
002580                         WS-ACHG-FILE-STATUS DELIMITED BY SIZE
002590                         " - NOTHING REPORTED" DELIMITED BY SIZE
002600                     INTO CHANGE-REPORT-LINE
002610                 WRITE CHANGE-REPORT-LINE
002620             END-IF
002630             GO TO 1000-EXIT
002640         END-IF
002650         MOVE "Y" TO WS-ACHG-FILE-OPENED
002660     END-IF.
002670     MOVE "Y" TO WS-REPORT-SWITCH.
002680     IF WS-RPT-FILE-OK
002690         MOVE SPACES TO CHANGE-REPORT-LINE
002700         WRITE CHANGE-REPORT-LINE
002710         MOVE SPACES TO CHANGE-REPORT-LINE
002720         STRING "CHANGES FOR THE DAY (*** = RESTATEMENT, "
002730                                         DELIMITED BY SIZE
002740                 "STATUS OR OD LIMIT CHANGE)" DELIMITED BY SIZE
002750             INTO CHANGE-REPORT-LINE
002760         WRITE CHANGE-REPORT-LINE
002770         MOVE SPACES TO CHANGE-REPORT-LINE
002780         STRING "TIMESTAMP         CLIENT           ACCOUNT    "
002790                                         DELIMITED BY SIZE
002800                 "KIND         BEFORE"   DELIMITED BY SIZE
002810                 "                         AFTER"
002820                                         DELIMITED BY SIZE
002830             INTO CHANGE-REPORT-LINE
002840         WRITE CHANGE-REPORT-LINE
002850     END-IF.
002860     IF WS-ACHG-FILE-IS-OPEN
002870         PERFORM 2100-READ-CHANGE-PARA THRU 2100-EXIT
002880     END-IF.
002890 1000-EXIT.
002900     EXIT.
002910*-----------------------------------------------------------*
002920* 1100-READ-CONFIG-PARA - SCAN WRKCFG FOR A CHG-DATE         *
002930* KEYWORD LINE. THE OTHER KEYWORDS BELONG TO OTHER JOBS      *
002940* AND ARE PASSED OVER HERE.                                  *
002950*-----------------------------------------------------------*
002960 1100-READ-CONFIG-PARA.
002970     OPEN INPUT CONFIG-FILE.
002980     IF WS-CONFIG-FILE-OK
002990         PERFORM 1150-READ-CONFIG-LINE-PARA THRU 1150-EXIT
003000         PERFORM 1170-APPLY-CONFIG-LINE-PARA THRU 1170-EXIT
003010             UNTIL WS-CFG-EOF
003020         CLOSE CONFIG-FILE
003030     END-IF.
003040 1100-EXIT.
003050     EXIT.
003060*-----------------------------------------------------------*
003070* 1150-READ-CONFIG-LINE-PARA - READ THE NEXT WRKCFG LINE.    *
003080*-----------------------------------------------------------*
003090 1150-READ-CONFIG-LINE-PARA.
003100     READ CONFIG-FILE
003110         AT END
003120             MOVE "Y" TO WS-CFG-EOF-SWITCH
003130     END-READ.
003140 1150-EXIT.
003150     EXIT.
003160*-----------------------------------------------------------*
003170* 1170-APPLY-CONFIG-LINE-PARA - TAKE THE BUSINESS DATE IF    *
003180* THIS IS ITS LINE, THEN READ THE NEXT.                      *
003190*-----------------------------------------------------------*
003200 1170-APPLY-CONFIG-LINE-PARA.
003210     IF CONFIG-RECORD (1:8) = "CHG-DATE" AND
003220        CONFIG-RECORD (10:8) IS NUMERIC
003230         MOVE CONFIG-RECORD (10:8) TO WS-BUSINESS-DATE
003240     END-IF.
003250     PERFORM 1150-READ-CONFIG-LINE-PARA THRU 1150-EXIT.
003260 1170-EXIT.
003270     EXIT.
003280*-----------------------------------------------------------*
003290* 1300-LOAD-BREAKS-PARA - LOAD THE RESTATED LINES OF THE     *
003300* LATEST WRKPROOF REPORT INTO THE BREAK TABLE.               *
003310*-----------------------------------------------------------*
003320 1300-LOAD-BREAKS-PARA.
003330     OPEN INPUT PROOF-REPORT-FILE.
003340     IF NOT WS-PROOF-FILE-OK
003350         IF WS-RPT-FILE-OK
003360             MOVE "NO WRKPROOF REPORT - NO RESTATED BREAKS TO TIE"
003370                 TO CHANGE-REPORT-LINE
003380             WRITE CHANGE-REPORT-LINE
003390         END-IF
003400         GO TO 1300-EXIT
003410     END-IF.
003420     PERFORM 1350-READ-PROOF-PARA THRU 1350-EXIT.
003430     PERFORM 1370-LOAD-BREAK-PARA THRU 1370-EXIT
003440         UNTIL WS-PROOF-EOF.
003450     CLOSE PROOF-REPORT-FILE.
003460 1300-EXIT.
003470     EXIT.
003480*-----------------------------------------------------------*
003490* 1350-READ-PROOF-PARA - READ THE NEXT WRKPROOF LINE.        *
003500*-----------------------------------------------------------*
003510 1350-READ-PROOF-PARA.
003520     READ PROOF-REPORT-FILE
003530         AT END
003540             MOVE "Y" TO WS-PROOF-EOF-SWITCH
003550     END-READ.
003560     IF NOT WS-PROOF-EOF AND NOT WS-PROOF-FILE-OK
003570         MOVE "Y" TO WS-PROOF-EOF-SWITCH
003580     END-IF.
003590 1350-EXIT.
003600     EXIT.
003610*-----------------------------------------------------------*
003620* 1370-LOAD-BREAK-PARA - TABLE THE LINE IF IT IS A           *
003630* RESTATED BREAK, THEN READ THE NEXT. THE CHAIN AND MASTER   *
003640* BALANCES ARE TAKEN BACK OFF THE PRINTED FIGURES.           *
003650*-----------------------------------------------------------*
003660 1370-LOAD-BREAK-PARA.
003670     IF PROOF-REPORT-LINE (1:9) = "RESTATED "
003680         IF WS-BRK-COUNT < 500
003690             ADD 1 TO WS-BRK-COUNT
003700             MOVE WS-BRK-COUNT TO WS-BRK-IDX
003710             MOVE PROOF-REPORT-LINE (10:10)
003720                 TO WS-BRK-ACCT (WS-BRK-IDX)
003730             MOVE PROOF-REPORT-LINE (27:15) TO WS-PROOF-AMOUNT-X
003740             MOVE WS-PROOF-AMOUNT-ED TO WS-BRK-CHAIN (WS-BRK-IDX)
003750             MOVE PROOF-REPORT-LINE (50:15) TO WS-PROOF-AMOUNT-X
003760             MOVE WS-PROOF-AMOUNT-ED TO WS-BRK-MASTER (WS-BRK-IDX)
003770             MOVE "N"    TO WS-BRK-TIE-FLAG (WS-BRK-IDX)
003780             MOVE SPACES TO WS-BRK-TIE-TS (WS-BRK-IDX)
003790             MOVE SPACES TO WS-BRK-TIE-CLIENT (WS-BRK-IDX)
003800             MOVE ZEROS  TO WS-BRK-TIE-BEFORE (WS-BRK-IDX)
003810             MOVE ZEROS  TO WS-BRK-TIE-DELTA (WS-BRK-IDX)
003820         ELSE
003830             ADD 1 TO WS-BRK-OVERFLOW
003840         END-IF
003850     END-IF.
003860     PERFORM 1350-READ-PROOF-PARA THRU 1350-EXIT.
003870 1370-EXIT.
003880     EXIT.
003890*-----------------------------------------------------------*
003900* 1900-RUN-START-PARA - REGISTER THE START OF THE RUN ON     *
003910* THE WRKRUNCT RUN-CONTROL FILE UNDER THE BUSINESS DATE      *
003920* BEING REPORTED. BLOCKED MEANS THAT DATE ALREADY            *
003930* COMPLETED AND THE JOB MUST NOT RUN AGAIN WITHOUT A RUN-    *
003940* FORCE OVERRIDE.                                            *
003950*-----------------------------------------------------------*
003960 1900-RUN-START-PARA.
003970     MOVE "acctchg" TO RUNCLNK-JOB-NAME.
003980     MOVE "S" TO RUNCLNK-FUNCTION-CODE.
003990     MOVE WS-BUSINESS-DATE TO RUNCLNK-BUSINESS-DATE.
004000     CALL "wrkrunct" USING RUNCLNK-PARMS.
004010     IF RUNCLNK-RC-BLOCKED
004020         MOVE "Y" TO WS-RUN-BLOCKED-SWITCH
004030     END-IF.
004040 1900-EXIT.
004050     EXIT.
004060*-----------------------------------------------------------*
004070* 2000-PROCESS-CHANGE-PARA - REPORT THE CHANGE IF IT WAS     *
004080* MADE ON THE BUSINESS DATE, AND WHATEVER ITS DATE TRY IT    *
004090* AGAINST THE RESTATED BREAKS IF IT MOVED THE BALANCE,       *
004100* THEN READ THE NEXT. A LINE WHOSE BALANCES CANNOT BE READ   *
004110* IS COUNTED AND PASSED OVER.                                *
004120*-----------------------------------------------------------*
004130 2000-PROCESS-CHANGE-PARA.
004140     ADD 1 TO WS-CHANGES-READ.
004150     IF ACHG-BEFORE-BALANCE NOT NUMERIC OR
004160        ACHG-AFTER-BALANCE NOT NUMERIC OR
004170        ACHG-BEFORE-OD-LIMIT NOT NUMERIC OR
004180        ACHG-AFTER-OD-LIMIT NOT NUMERIC
004190         ADD 1 TO WS-UNREADABLE-COUNT
004200     ELSE
004210         IF ACHG-TIMESTAMP (1:8) = WS-BUSINESS-DATE-X
004220             PERFORM 2200-REPORT-CHANGE-PARA THRU 2200-EXIT
004230         END-IF
004240         IF ACHG-BEFORE-PRESENT AND ACHG-AFTER-PRESENT AND
004250            ACHG-BEFORE-BALANCE NOT = ACHG-AFTER-BALANCE
004260             PERFORM 2500-MATCH-BREAKS-PARA THRU 2500-EXIT
004270                 VARYING WS-BRK-IDX FROM 1 BY 1
004280                 UNTIL WS-BRK-IDX > WS-BRK-COUNT
004290         END-IF
004300     END-IF.
004310     PERFORM 2100-READ-CHANGE-PARA THRU 2100-EXIT.
004320 2000-EXIT.
004330     EXIT.
004340*-----------------------------------------------------------*
004350* 2100-READ-CHANGE-PARA - READ THE NEXT WRKACHG LINE. A      *
004360* READ ERROR ENDS THE PASS AND FAILS THE RUN - A REPORT      *
004370* BUILT FROM PART OF THE LOG MUST NOT PASS FOR THE WHOLE.    *
004380*-----------------------------------------------------------*
004390 2100-READ-CHANGE-PARA.
004400     READ CHANGE-LOG-FILE
004410         AT END
004420             MOVE "Y" TO WS-ACHG-EOF-SWITCH
004430     END-READ.
004440     IF NOT WS-ACHG-EOF AND NOT WS-ACHG-FILE-OK
004450         MOVE "Y" TO WS-ACHG-EOF-SWITCH
004460         MOVE "Y" TO WS-ACHG-ERROR-SWITCH
004470         IF WS-RPT-FILE-OK
004480             MOVE SPACES TO CHANGE-REPORT-LINE
004490             STRING "WRKACHG READ ERROR - STATUS "
004500                                         DELIMITED BY SIZE
004510                     WS-ACHG-FILE-STATUS DELIMITED BY SIZE
004520                     " - REPORT INCOMPLETE" DELIMITED BY SIZE
004530                 INTO CHANGE-REPORT-LINE
004540             WRITE CHANGE-REPORT-LINE
004550         END-IF
004560     END-IF.
004570 2100-EXIT.
004580     EXIT.
004590*-----------------------------------------------------------*
004600* 2200-REPORT-CHANGE-PARA - ONE DETAIL LINE PER THING THE    *
004610* CHANGE ALTERED: ADD FOR A NEW ACCOUNT (OPENING BALANCE     *
004620* AND NAME); OTHERWISE RENAME, RESTATE (BALANCE), STATUS     *
004630* (CLOSE WHEN IT WENT TO CLOSED) AND ODLIMIT, EACH WITH ITS  *
004640* BEFORE AND AFTER VALUE. AN UPDATE THAT ALTERED NOTHING IS  *
004650* LISTED AS NOCHANGE.                                        *
004660*-----------------------------------------------------------*
004670 2200-REPORT-CHANGE-PARA.
004680     ADD 1 TO WS-DAY-CHANGES.
004690     MOVE "N" TO WS-CHANGE-FOUND-SWITCH.
004700     IF ACHG-FUNC-ADD OR NOT ACHG-BEFORE-PRESENT
004710         ADD 1 TO WS-ADD-COUNT
004720         ADD ACHG-AFTER-BALANCE TO WS-OPENED-AMOUNT
004730         MOVE "ADD"     TO WS-DTL-KIND
004740         MOVE SPACES    TO WS-DTL-FLAG
004750         MOVE ACHG-AFTER-BALANCE TO WS-AMOUNT-DISPLAY
004760         MOVE WS-AMOUNT-DISPLAY  TO WS-DTL-BEFORE
004770         MOVE ACHG-AFTER-NAME    TO WS-DTL-AFTER
004780         PERFORM 2300-WRITE-DETAIL-PARA THRU 2300-EXIT
004790         GO TO 2200-EXIT
004800     END-IF.
004810     IF ACHG-BEFORE-NAME NOT = ACHG-AFTER-NAME
004820         ADD 1 TO WS-RENAME-COUNT
004830         MOVE "RENAME"  TO WS-DTL-KIND
004840         MOVE SPACES    TO WS-DTL-FLAG
004850         MOVE ACHG-BEFORE-NAME TO WS-DTL-BEFORE
004860         MOVE ACHG-AFTER-NAME  TO WS-DTL-AFTER
004870         PERFORM 2300-WRITE-DETAIL-PARA THRU 2300-EXIT
004880     END-IF.
004890     IF ACHG-BEFORE-BALANCE NOT = ACHG-AFTER-BALANCE
004900         ADD 1 TO WS-RESTATE-COUNT
004910         COMPUTE WS-RESTATE-DELTA =
004920             ACHG-AFTER-BALANCE - ACHG-BEFORE-BALANCE
004930         ADD WS-RESTATE-DELTA TO WS-NET-RESTATED
004940         MOVE "RESTATE" TO WS-DTL-KIND
004950         MOVE "***"     TO WS-DTL-FLAG
004960         MOVE ACHG-BEFORE-BALANCE TO WS-AMOUNT-DISPLAY
004970         MOVE WS-AMOUNT-DISPLAY   TO WS-DTL-BEFORE
004980         MOVE ACHG-AFTER-BALANCE  TO WS-AMOUNT-DISPLAY
004990         MOVE WS-AMOUNT-DISPLAY   TO WS-DTL-AFTER
005000         PERFORM 2300-WRITE-DETAIL-PARA THRU 2300-EXIT
005010     END-IF.
005020     IF ACHG-BEFORE-STATUS NOT = ACHG-AFTER-STATUS
005030         IF ACHG-AFTER-STATUS = "C"
005040             ADD 1 TO WS-CLOSE-COUNT
005050             MOVE "CLOSE"  TO WS-DTL-KIND
005060         ELSE
005070             ADD 1 TO WS-STATUS-COUNT
005080             MOVE "STATUS" TO WS-DTL-KIND
005090         END-IF
005100         MOVE "***"     TO WS-DTL-FLAG
005110         MOVE ACHG-BEFORE-STATUS TO WS-DTL-BEFORE
005120         MOVE ACHG-AFTER-STATUS  TO WS-DTL-AFTER
005130         PERFORM 2300-WRITE-DETAIL-PARA THRU 2300-EXIT
005140     END-IF.
005150     IF ACHG-BEFORE-OD-LIMIT NOT = ACHG-AFTER-OD-LIMIT
005160         ADD 1 TO WS-ODLIMIT-COUNT
005170         MOVE "ODLIMIT" TO WS-DTL-KIND
005180         MOVE "***"     TO WS-DTL-FLAG
005190         MOVE ACHG-BEFORE-OD-LIMIT TO WS-LIMIT-DISPLAY
005200         MOVE WS-LIMIT-DISPLAY     TO WS-DTL-BEFORE
005210         MOVE ACHG-AFTER-OD-LIMIT  TO WS-LIMIT-DISPLAY
005220         MOVE WS-LIMIT-DISPLAY     TO WS-DTL-AFTER
005230         PERFORM 2300-WRITE-DETAIL-PARA THRU 2300-EXIT
005240     END-IF.
005250     IF NOT WS-CHANGE-FOUND
005260         ADD 1 TO WS-NOCHANGE-COUNT
005270         MOVE "NOCHANGE" TO WS-DTL-KIND
005280         MOVE SPACES     TO WS-DTL-FLAG
005290         MOVE SPACES     TO WS-DTL-BEFORE
005300         MOVE SPACES     TO WS-DTL-AFTER
005310         PERFORM 2300-WRITE-DETAIL-PARA THRU 2300-EXIT
005320     END-IF.
005330 2200-EXIT.
005340     EXIT.
005350*-----------------------------------------------------------*
005360* 2300-WRITE-DETAIL-PARA - PUT THE CHANGE'S TIMESTAMP,       *
005370* CLIENT AND ACCOUNT ON THE DETAIL LINE SET UP BY 2200 AND   *
005380* WRITE IT.                                                  *
005390*-----------------------------------------------------------*
005400 2300-WRITE-DETAIL-PARA.
005410     MOVE "Y" TO WS-CHANGE-FOUND-SWITCH.
005420     ADD 1 TO WS-DETAIL-COUNT.
005430     MOVE ACHG-TIMESTAMP   TO WS-DTL-TIMESTAMP.
005440     MOVE ACHG-CLIENT-ID   TO WS-DTL-CLIENT-ID.
005450     MOVE ACHG-ACCT-NUMBER TO WS-DTL-ACCT-NUMBER.
005460     IF WS-RPT-FILE-OK
005470         MOVE WS-DETAIL-LINE TO CHANGE-REPORT-LINE
005480         WRITE CHANGE-REPORT-LINE
005490     END-IF.
005500 2300-EXIT.
005510     EXIT.
005520*-----------------------------------------------------------*
005530* 2500-MATCH-BREAKS-PARA - TRY THE BALANCE-MOVING CHANGE     *
005540* IN HAND AGAINST ONE RESTATED BREAK. ON THE BREAK'S         *
005550* ACCOUNT THE LATEST SUCH CHANGE DECIDES: IT TIES THE        *
005560* BREAK IF IT LEFT THE BALANCE THE PROOF FOUND ON THE        *
005570* MASTER, AND UNDOES AN EARLIER TIE IF IT DID NOT.           *
005580*-----------------------------------------------------------*
005590 2500-MATCH-BREAKS-PARA.
005600     IF WS-BRK-ACCT (WS-BRK-IDX) NOT = ACHG-ACCT-NUMBER
005610         GO TO 2500-EXIT
005620     END-IF.
005630     IF ACHG-AFTER-BALANCE = WS-BRK-MASTER (WS-BRK-IDX)
005640         MOVE "Y" TO WS-BRK-TIE-FLAG (WS-BRK-IDX)
005650         MOVE ACHG-TIMESTAMP TO WS-BRK-TIE-TS (WS-BRK-IDX)
005660         MOVE ACHG-CLIENT-ID TO WS-BRK-TIE-CLIENT (WS-BRK-IDX)
005670         MOVE ACHG-BEFORE-BALANCE
005680             TO WS-BRK-TIE-BEFORE (WS-BRK-IDX)
005690         COMPUTE WS-BRK-TIE-DELTA (WS-BRK-IDX) =
005700             ACHG-AFTER-BALANCE - ACHG-BEFORE-BALANCE
005710     ELSE
005720         MOVE "N" TO WS-BRK-TIE-FLAG (WS-BRK-IDX)
005730     END-IF.
005740 2500-EXIT.
005750     EXIT.
005760*-----------------------------------------------------------*
005770* 3000-WRITE-TIE-OUT-PARA - ONE LINE PER RESTATED BREAK      *
005780* WITH ITS RESULT: TIED (THE CHANGE TOOK THE BALANCE FROM    *
005790* THE CHAIN TO THE MASTER FIGURE), PARTIAL (THE CHANGE       *
005800* LEFT THE MASTER FIGURE BUT STARTED FROM ANOTHER - MORE     *
005810* THAN ONE RESTATEMENT OR A POSTING IS INVOLVED) OR UNTIED   *
005820* (NO CHANGE RECORD ACCOUNTS FOR IT).                        *
005830*-----------------------------------------------------------*
005840 3000-WRITE-TIE-OUT-PARA.
005850     IF WS-RPT-FILE-OK
005860         MOVE SPACES TO CHANGE-REPORT-LINE
005870         WRITE CHANGE-REPORT-LINE
005880         MOVE "RESTATED BREAKS ON WRKPROOF TIED TO CHANGE RECORDS"
005890             TO CHANGE-REPORT-LINE
005900         WRITE CHANGE-REPORT-LINE
005910         MOVE SPACES TO CHANGE-REPORT-LINE
005920         STRING "ACCOUNT              CHAIN          MASTER "
005930                                         DELIMITED BY SIZE
005940                 "RESULT  CHANGED           CLIENT           "
005950                                         DELIMITED BY SIZE
005960                 "       RESTATED"       DELIMITED BY SIZE
005970             INTO CHANGE-REPORT-LINE
005980         WRITE CHANGE-REPORT-LINE
005990     END-IF.
006000     PERFORM 3100-WRITE-TIE-LINE-PARA THRU 3100-EXIT
006010         VARYING WS-BRK-IDX FROM 1 BY 1
006020         UNTIL WS-BRK-IDX > WS-BRK-COUNT.
006030     COMPUTE WS-UNEXPLAINED-AMOUNT =
006040         WS-BREAK-AMOUNT - WS-TIED-AMOUNT.
006050 3000-EXIT.
006060     EXIT.
006070*-----------------------------------------------------------*
006080* 3100-WRITE-TIE-LINE-PARA - SETTLE AND PRINT ONE BREAK      *
006090* AND ADD IT TO THE TIE-OUT TOTALS.                          *
006100*-----------------------------------------------------------*
006110 3100-WRITE-TIE-LINE-PARA.
006120     COMPUTE WS-BREAK-AMOUNT = WS-BREAK-AMOUNT
006130         + WS-BRK-MASTER (WS-BRK-IDX) - WS-BRK-CHAIN (WS-BRK-IDX).
006140     MOVE SPACES TO WS-TIE-LINE.
006150     MOVE WS-BRK-ACCT (WS-BRK-IDX)   TO WS-TIE-ACCT-NUMBER.
006160     MOVE WS-BRK-CHAIN (WS-BRK-IDX)  TO WS-TIE-CHAIN.
006170     MOVE WS-BRK-MASTER (WS-BRK-IDX) TO WS-TIE-MASTER.
006180     IF WS-BRK-TIED (WS-BRK-IDX)
006190         ADD WS-BRK-TIE-DELTA (WS-BRK-IDX) TO WS-TIED-AMOUNT
006200         IF WS-BRK-TIE-BEFORE (WS-BRK-IDX) =
006210            WS-BRK-CHAIN (WS-BRK-IDX)
006220             ADD 1 TO WS-TIED-COUNT
006230             MOVE "TIED"    TO WS-TIE-RESULT
006240         ELSE
006250             ADD 1 TO WS-PARTIAL-COUNT
006260             MOVE "PARTIAL" TO WS-TIE-RESULT
006270         END-IF
006280         MOVE WS-BRK-TIE-TS (WS-BRK-IDX)     TO WS-TIE-TIMESTAMP
006290         MOVE WS-BRK-TIE-CLIENT (WS-BRK-IDX) TO WS-TIE-CLIENT-ID
006300         MOVE WS-BRK-TIE-DELTA (WS-BRK-IDX)  TO WS-TIE-DELTA
006310     ELSE
006320         ADD 1 TO WS-UNTIED-COUNT
006330         MOVE "UNTIED" TO WS-TIE-RESULT
006340     END-IF.
006350     IF WS-RPT-FILE-OK
006360         MOVE WS-TIE-LINE TO CHANGE-REPORT-LINE
006370         WRITE CHANGE-REPORT-LINE
006380     END-IF.
006390 3100-EXIT.
006400     EXIT.
006410*-----------------------------------------------------------*
006420* 4000-WRITE-TOTALS-PARA - CONTROL TOTALS: THE DAY'S         *
006430* CHANGES BY KIND WITH THE NET AMOUNT RESTATED, THEN THE     *
006440* TIE-OUT OF THE RESTATED BREAKS - THE BREAK AMOUNT, WHAT    *
006450* THE TIED CHANGE RECORDS ACCOUNT FOR, AND WHAT IS LEFT      *
006460* UNEXPLAINED.                                               *
006470*-----------------------------------------------------------*
006480 4000-WRITE-TOTALS-PARA.
006490     MOVE SPACES TO CHANGE-REPORT-LINE.
006500     WRITE CHANGE-REPORT-LINE.
006510     MOVE WS-CHANGES-READ TO WS-COUNT-DISPLAY.
006520     MOVE SPACES TO CHANGE-REPORT-LINE.
006530     STRING "WRKACHG LINES READ .. " DELIMITED BY SIZE
006540             WS-COUNT-DISPLAY        DELIMITED BY SIZE
006550         INTO CHANGE-REPORT-LINE.
006560     WRITE CHANGE-REPORT-LINE.
006570     MOVE WS-UNREADABLE-COUNT TO WS-COUNT-DISPLAY.
006580     MOVE SPACES TO CHANGE-REPORT-LINE.
006590     STRING "LINES UNREADABLE .... " DELIMITED BY SIZE
006600             WS-COUNT-DISPLAY        DELIMITED BY SIZE
006610         INTO CHANGE-REPORT-LINE.
006620     WRITE CHANGE-REPORT-LINE.
006630     MOVE WS-DAY-CHANGES TO WS-COUNT-DISPLAY.
006640     MOVE SPACES TO CHANGE-REPORT-LINE.
006650     STRING "CHANGES FOR DATE .... " DELIMITED BY SIZE
006660             WS-COUNT-DISPLAY        DELIMITED BY SIZE
006670         INTO CHANGE-REPORT-LINE.
006680     WRITE CHANGE-REPORT-LINE.
006690     MOVE WS-ADD-COUNT TO WS-COUNT-DISPLAY.
006700     MOVE SPACES TO CHANGE-REPORT-LINE.
006710     STRING "ACCOUNTS ADDED ...... " DELIMITED BY SIZE
006720             WS-COUNT-DISPLAY        DELIMITED BY SIZE
006730         INTO CHANGE-REPORT-LINE.
006740     WRITE CHANGE-REPORT-LINE.
006750     MOVE WS-OPENED-AMOUNT TO WS-AMOUNT-DISPLAY.
006760     MOVE SPACES TO CHANGE-REPORT-LINE.
006770     STRING "OPENING BALANCES .... " DELIMITED BY SIZE
006780             WS-AMOUNT-DISPLAY       DELIMITED BY SIZE
006790         INTO CHANGE-REPORT-LINE.
006800     WRITE CHANGE-REPORT-LINE.
006810     MOVE WS-RENAME-COUNT TO WS-COUNT-DISPLAY.
006820     MOVE SPACES TO CHANGE-REPORT-LINE.
006830     STRING "RENAMES ............. " DELIMITED BY SIZE
006840             WS-COUNT-DISPLAY        DELIMITED BY SIZE
006850         INTO CHANGE-REPORT-LINE.
006860     WRITE CHANGE-REPORT-LINE.
006870     MOVE WS-RESTATE-COUNT TO WS-COUNT-DISPLAY.
006880     MOVE SPACES TO CHANGE-REPORT-LINE.
006890     STRING "BALANCES RESTATED ... " DELIMITED BY SIZE
006900             WS-COUNT-DISPLAY        DELIMITED BY SIZE
006910         INTO CHANGE-REPORT-LINE.
006920     WRITE CHANGE-REPORT-LINE.
006930     MOVE WS-NET-RESTATED TO WS-AMOUNT-DISPLAY.
006940     MOVE SPACES TO CHANGE-REPORT-LINE.
006950     STRING "NET AMOUNT RESTATED . " DELIMITED BY SIZE
006960             WS-AMOUNT-DISPLAY       DELIMITED BY SIZE
006970         INTO CHANGE-REPORT-LINE.
006980     WRITE CHANGE-REPORT-LINE.
006990     MOVE WS-STATUS-COUNT TO WS-COUNT-DISPLAY.
007000     MOVE SPACES TO CHANGE-REPORT-LINE.
007010     STRING "STATUS CHANGES ...... " DELIMITED BY SIZE
007020             WS-COUNT-DISPLAY        DELIMITED BY SIZE
007030         INTO CHANGE-REPORT-LINE.
007040     WRITE CHANGE-REPORT-LINE.
007050     MOVE WS-CLOSE-COUNT TO WS-COUNT-DISPLAY.
007060     MOVE SPACES TO CHANGE-REPORT-LINE.
007070     STRING "ACCOUNTS CLOSED ..... " DELIMITED BY SIZE
007080             WS-COUNT-DISPLAY        DELIMITED BY SIZE
007090         INTO CHANGE-REPORT-LINE.
007100     WRITE CHANGE-REPORT-LINE.
007110     MOVE WS-ODLIMIT-COUNT TO WS-COUNT-DISPLAY.
007120     MOVE SPACES TO CHANGE-REPORT-LINE.
007130     STRING "OD LIMITS CHANGED ... " DELIMITED BY SIZE
007140             WS-COUNT-DISPLAY        DELIMITED BY SIZE
007150         INTO CHANGE-REPORT-LINE.
007160     WRITE CHANGE-REPORT-LINE.
007170     MOVE WS-NOCHANGE-COUNT TO WS-COUNT-DISPLAY.
007180     MOVE SPACES TO CHANGE-REPORT-LINE.
007190     STRING "UPDATES CHANGING NIL  " DELIMITED BY SIZE
007200             WS-COUNT-DISPLAY        DELIMITED BY SIZE
007210         INTO CHANGE-REPORT-LINE.
007220     WRITE CHANGE-REPORT-LINE.
007230     MOVE WS-BRK-COUNT TO WS-COUNT-DISPLAY.
007240     MOVE SPACES TO CHANGE-REPORT-LINE.
007250     STRING "RESTATED BREAKS ..... " DELIMITED BY SIZE
007260             WS-COUNT-DISPLAY        DELIMITED BY SIZE
007270         INTO CHANGE-REPORT-LINE.
007280     WRITE CHANGE-REPORT-LINE.
007290     MOVE WS-TIED-COUNT TO WS-COUNT-DISPLAY.
007300     MOVE SPACES TO CHANGE-REPORT-LINE.
007310     STRING "BREAKS TIED ......... " DELIMITED BY SIZE
007320             WS-COUNT-DISPLAY        DELIMITED BY SIZE
007330         INTO CHANGE-REPORT-LINE.
007340     WRITE CHANGE-REPORT-LINE.
007350     MOVE WS-PARTIAL-COUNT TO WS-COUNT-DISPLAY.
007360     MOVE SPACES TO CHANGE-REPORT-LINE.
007370     STRING "BREAKS PARTLY TIED .. " DELIMITED BY SIZE
007380             WS-COUNT-DISPLAY        DELIMITED BY SIZE
007390         INTO CHANGE-REPORT-LINE.
007400     WRITE CHANGE-REPORT-LINE.
007410     MOVE WS-UNTIED-COUNT TO WS-COUNT-DISPLAY.
007420     MOVE SPACES TO CHANGE-REPORT-LINE.
007430     STRING "BREAKS UNTIED ....... " DELIMITED BY SIZE
007440             WS-COUNT-DISPLAY        DELIMITED BY SIZE
007450         INTO CHANGE-REPORT-LINE.
007460     WRITE CHANGE-REPORT-LINE.
007470     MOVE WS-BRK-OVERFLOW TO WS-COUNT-DISPLAY.
007480     MOVE SPACES TO CHANGE-REPORT-LINE.
007490     STRING "BREAKS NOT TABLED ... " DELIMITED BY SIZE
007500             WS-COUNT-DISPLAY        DELIMITED BY SIZE
007510         INTO CHANGE-REPORT-LINE.
007520     WRITE CHANGE-REPORT-LINE.
007530     MOVE WS-BREAK-AMOUNT TO WS-AMOUNT-DISPLAY.
007540     MOVE SPACES TO CHANGE-REPORT-LINE.
007550     STRING "BREAK AMOUNT ........ " DELIMITED BY SIZE
007560             WS-AMOUNT-DISPLAY       DELIMITED BY SIZE
007570         INTO CHANGE-REPORT-LINE.
007580     WRITE CHANGE-REPORT-LINE.
007590     MOVE WS-TIED-AMOUNT TO WS-AMOUNT-DISPLAY.
007600     MOVE SPACES TO CHANGE-REPORT-LINE.
007610     STRING "TIED TO CHANGES ..... " DELIMITED BY SIZE
007620             WS-AMOUNT-DISPLAY       DELIMITED BY SIZE
007630         INTO CHANGE-REPORT-LINE.
007640     WRITE CHANGE-REPORT-LINE.
007650     MOVE WS-UNEXPLAINED-AMOUNT TO WS-AMOUNT-DISPLAY.
007660     MOVE SPACES TO CHANGE-REPORT-LINE.
007670     STRING "UNEXPLAINED ......... " DELIMITED BY SIZE
007680             WS-AMOUNT-DISPLAY       DELIMITED BY SIZE
007690         INTO CHANGE-REPORT-LINE.
007700     WRITE CHANGE-REPORT-LINE.
007710 4000-EXIT.
007720     EXIT.
007730*-----------------------------------------------------------*
007740* 8900-RUN-END-PARA - REGISTER THE END OF THE RUN AND ITS    *
007750* CONTROL TOTALS ON WRKRUNCT. A BLOCKED RUN RECORDED         *
007760* NOTHING AND LEAVES THE COMPLETED RECORD ALONE. A CHANGE    *
007770* LOG THAT WOULD NOT OPEN OR READ TO THE END FAILS THE RUN   *
007780* SO THE DATE CAN BE REPORTED AGAIN ONCE THE CAUSE IS PUT    *
007790* RIGHT.                                                     *
007800*-----------------------------------------------------------*
007810 8900-RUN-END-PARA.
007820     IF WS-RUN-BLOCKED
007830         GO TO 8900-EXIT
007840     END-IF.
007850     MOVE "E" TO RUNCLNK-FUNCTION-CODE.
007860     IF WS-REPORT-OK AND NOT WS-ACHG-READ-ERROR
007870         MOVE "C" TO RUNCLNK-STATUS-CODE
007880     ELSE
007890         MOVE "F" TO RUNCLNK-STATUS-CODE
007900     END-IF.
007910     MOVE WS-CHANGES-READ TO RUNCLNK-RECORDS-IN.
007920     MOVE WS-DETAIL-COUNT TO RUNCLNK-RECORDS-OUT.
007930     MOVE WS-NET-RESTATED TO RUNCLNK-CONTROL-AMOUNT.
007940     CALL "wrkrunct" USING RUNCLNK-PARMS.
007950 8900-EXIT.
007960     EXIT.
007970*-----------------------------------------------------------*
007980* 9999-TERMINATE-PARA - CLOSE FILES AND END THE RUN.         *
007990*-----------------------------------------------------------*
008000 9999-TERMINATE-PARA.
008010     PERFORM 8900-RUN-END-PARA THRU 8900-EXIT.
008020     IF WS-ACHG-FILE-IS-OPEN
008030         CLOSE CHANGE-LOG-FILE
008040     END-IF.
008050     IF WS-RPT-FILE-OK
008060         CLOSE CHANGE-REPORT-FILE
008070     END-IF.
008080     STOP RUN.
008090 9999-EXIT.
008100     EXIT.
