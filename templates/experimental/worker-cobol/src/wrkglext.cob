000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. wrkglext.
000030 AUTHOR. DL100-DEVELOPMENT-TEAM.
000040 INSTALLATION. CLOUDFLARE-WORKERS-COBOL.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*-----------------------------------------------------------*
000100* 2026-10-15  DL100  INITIAL VERSION. NIGHTLY GENERAL-LEDGER *
000110*                    INTERFACE - TAKES THE BUSINESS DATE'S   *
000120*                    WRKTRAN POSTINGS, CLASSIFIES EACH BY    *
000130*                    ITS POSTING SOURCE, SUMS THEM AGAINST   *
000140*                    THE GL ACCOUNT PAIRS IN THE WRKGLMAP    *
000150*                    MAPPING FILE AND WRITES ONE BALANCED    *
000160*                    WRKGLJNL JOURNAL BATCH WITH HEADER AND  *
000170*                    TRAILER CONTROL TOTALS FOR THE LEDGER.  *
000180*                    A POSTING NO MAPPING LINE COVERS GOES   *
000190*                    TO THE SUSPENSE PAIR AND ONTO THE       *
000200*                    WRKGLEXC EXCEPTION REPORT. A DATE       *
000210*                    ALREADY LOGGED ON WRKGLCTL IS NEVER     *
000220*                    EXTRACTED AGAIN, RUN-FORCE OR NOT.      *
000230* 2026-10-15  DL100  WRKTRAN IS NOW A KEYED FILE; THE        *
000240*                    EXTRACT READS IT IN KEY ORDER.          *
000250*-----------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CONFIG-FILE ASSIGN TO "WRKCFG"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-CONFIG-FILE-STATUS.
000330     SELECT GL-MAP-FILE ASSIGN TO "WRKGLMAP"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-GLMAP-FILE-STATUS.
000360     SELECT GL-CONTROL-FILE ASSIGN TO "WRKGLCTL"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-GLCTL-FILE-STATUS.
000390     SELECT TRAN-HISTORY-FILE ASSIGN TO "WRKTRAN"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS TRAN-KEY
000430         ALTERNATE RECORD KEY IS TRAN-REFERENCE
000440             WITH DUPLICATES
000450         FILE STATUS IS WS-TRAN-FILE-STATUS.
000460     SELECT GL-JOURNAL-FILE ASSIGN TO "WRKGLJNL"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-GLJN-FILE-STATUS.
000490     SELECT GL-EXCEPTION-FILE ASSIGN TO "WRKGLEXC"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-RPT-FILE-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  CONFIG-FILE.
000550 01  CONFIG-RECORD                   PIC X(60).
000560 FD  GL-MAP-FILE.
000570 COPY GLMPREC.
000580*-----------------------------------------------------------*
000590* WRKGLCTL - ONE LINE PER BUSINESS DATE EXTRACTED, WRITTEN   *
000600* ONLY ONCE ITS JOURNAL BATCH IS COMPLETE AND BALANCED.      *
000610*-----------------------------------------------------------*
000620 FD  GL-CONTROL-FILE.
000630 01  GL-CONTROL-RECORD.
000640     05  GLCTL-BUSINESS-DATE         PIC X(08).
000650     05  FILLER                      PIC X(01).
000660     05  GLCTL-BATCH-ID              PIC X(12).
000670     05  FILLER                      PIC X(01).
000680     05  GLCTL-EXTRACTED             PIC X(17).
000690     05  FILLER                      PIC X(01).
000700     05  GLCTL-LINE-COUNT            PIC 9(05).
000710     05  FILLER                      PIC X(01).
000720     05  GLCTL-TOTAL-DEBITS          PIC 9(13)V99.
000730 FD  TRAN-HISTORY-FILE.
000740 COPY TRANREC.
000750 FD  GL-JOURNAL-FILE.
000760 COPY GLJNREC.
000770 FD  GL-EXCEPTION-FILE.
000780 01  GL-EXCEPTION-LINE               PIC X(100).
000790 WORKING-STORAGE SECTION.
000800*-----------------------------------------------------------*
000810* FILE STATUS SWITCHES.                                      *
000820*-----------------------------------------------------------*
000830 77  WS-CONFIG-FILE-STATUS       PIC X(02) VALUE SPACES.
000840     88  WS-CONFIG-FILE-OK           VALUE "00".
000850 77  WS-GLMAP-FILE-STATUS        PIC X(02) VALUE SPACES.
000860     88  WS-GLMAP-FILE-OK            VALUE "00".
000870 77  WS-GLCTL-FILE-STATUS        PIC X(02) VALUE SPACES.
000880     88  WS-GLCTL-FILE-OK            VALUE "00".
000890 77  WS-TRAN-FILE-STATUS         PIC X(02) VALUE SPACES.
000900     88  WS-TRAN-FILE-OK             VALUE "00" "02".
000910 77  WS-TRAN-FILE-OPENED         PIC X(01) VALUE "N".
000920     88  WS-TRAN-FILE-IS-OPEN        VALUE "Y".
000930 77  WS-GLJN-FILE-STATUS         PIC X(02) VALUE SPACES.
000940     88  WS-GLJN-FILE-OK             VALUE "00".
000950 77  WS-GLJN-FILE-OPENED         PIC X(01) VALUE "N".
000960     88  WS-GLJN-FILE-IS-OPEN        VALUE "Y".
000970 77  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
000980     88  WS-RPT-FILE-OK              VALUE "00".
000990 77  WS-CFG-EOF-SWITCH           PIC X(01) VALUE "N".
001000     88  WS-CFG-EOF                  VALUE "Y".
001010 77  WS-GLMAP-EOF-SWITCH         PIC X(01) VALUE "N".
001020     88  WS-GLMAP-EOF                VALUE "Y".
001030 77  WS-GLCTL-EOF-SWITCH         PIC X(01) VALUE "N".
001040     88  WS-GLCTL-EOF                VALUE "Y".
001050 77  WS-TRAN-EOF-SWITCH          PIC X(01) VALUE "N".
001060     88  WS-TRAN-EOF                 VALUE "Y".
001070*-----------------------------------------------------------*
001080* EXTRACT SWITCHES. THE EXTRACT RUNS ONLY WHEN EVERY START   *
001090* CHECK PASSED; A JOURNAL THAT FAILS TO BALANCE OR TO WRITE  *
001100* IS NOT LOGGED AS EXTRACTED AND THE RUN ENDS FAILED.        *
001110*-----------------------------------------------------------*
001120 77  WS-EXTRACT-SWITCH           PIC X(01) VALUE "N".
001130     88  WS-EXTRACT-OK               VALUE "Y".
001140 77  WS-JOURNAL-SWITCH           PIC X(01) VALUE "N".
001150     88  WS-JOURNAL-OK               VALUE "Y".
001160*-----------------------------------------------------------*
001170* RUN DATE AND THE BUSINESS DATE BEING EXTRACTED. THE        *
001180* BUSINESS DATE IS THE RUN DATE UNLESS WRKCFG CARRIES A      *
001190* "GL-DATE YYYYMMDD" LINE - HOW OPS CATCHES UP A MISSED DAY. *
001200*-----------------------------------------------------------*
001210 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001220 77  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
001230 77  WS-RUN-TIMESTAMP            PIC X(17) VALUE SPACES.
001240 01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001250 01  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE
001260                                 PIC X(08).
001270 01  WS-BATCH-ID                 PIC X(12) VALUE SPACES.
001280 01  WS-PRIOR-BATCH-ID           PIC X(12) VALUE SPACES.
001290 01  WS-PRIOR-EXTRACTED          PIC X(17) VALUE SPACES.
001300*-----------------------------------------------------------*
001310* GL MAPPING TABLE, LOADED FROM WRKGLMAP. EACH ENTRY GATHERS *
001320* THE COUNT AND AMOUNT OF THE DAY'S POSTINGS IT MAPS; EVERY  *
001330* ENTRY THAT GATHERED ANY BECOMES A DEBIT AND A CREDIT LINE  *
001340* OF THE SAME AMOUNT, SO THE BATCH BALANCES LINE PAIR BY     *
001350* LINE PAIR.                                                 *
001360*-----------------------------------------------------------*
001370 01  WS-MAP-TABLE.
001380     05  WS-MAP-ENTRY OCCURS 20 TIMES.
001390         10  WS-MAP-CLASS        PIC X(01).
001400         10  WS-MAP-DC-CODE      PIC X(01).
001410         10  WS-MAP-DEBIT-GL     PIC X(10).
001420         10  WS-MAP-CREDIT-GL    PIC X(10).
001430         10  WS-MAP-DESCRIPTION  PIC X(30).
001440         10  WS-MAP-POSTINGS     PIC 9(07) COMP.
001450         10  WS-MAP-AMOUNT       PIC S9(11)V99.
001460 77  WS-MAP-COUNT                PIC 9(03) COMP VALUE ZERO.
001470 77  WS-MAP-IDX                  PIC 9(03) COMP VALUE ZERO.
001480 77  WS-SCAN-IDX                 PIC 9(03) COMP VALUE ZERO.
001490 77  WS-MATCH-IDX                PIC 9(03) COMP VALUE ZERO.
001500 77  WS-FIND-CLASS               PIC X(01) VALUE SPACE.
001510 77  WS-FIND-DC-CODE             PIC X(01) VALUE SPACE.
001520 77  WS-POSTING-CLASS            PIC X(01) VALUE SPACE.
001530 77  WS-MAP-LINES-IGNORED        PIC 9(05) COMP VALUE ZERO.
001540 77  WS-IGNORE-REASON            PIC X(11) VALUE SPACES.
001550 77  WS-EXCEPTION-TAG            PIC X(10) VALUE SPACES.
001560*-----------------------------------------------------------*
001570* RUN TOTALS FOR THE FOOT OF THE EXCEPTION REPORT. THE       *
001580* WRKTRAN DEBITS AND CREDITS FOR THE DATE TIE BACK TO THE    *
001590* ACCTPROV PROOF; THE JOURNAL TOTALS TIE TO THE TRAILER.     *
001600*-----------------------------------------------------------*
001610 77  WS-TRAN-READ                PIC 9(07) COMP VALUE ZERO.
001620 77  WS-DAY-POSTINGS             PIC 9(07) COMP VALUE ZERO.
001630 77  WS-MAPPED-COUNT             PIC 9(07) COMP VALUE ZERO.
001640 77  WS-SUSPENSE-COUNT           PIC 9(07) COMP VALUE ZERO.
001650 77  WS-UNREADABLE-COUNT         PIC 9(07) COMP VALUE ZERO.
001660 77  WS-JOURNAL-LINES            PIC 9(05) COMP VALUE ZERO.
001670 01  WS-DAY-DEBITS               PIC S9(11)V99 VALUE ZEROS.
001680 01  WS-DAY-CREDITS              PIC S9(11)V99 VALUE ZEROS.
001690 01  WS-SUSPENSE-AMOUNT          PIC S9(11)V99 VALUE ZEROS.
001700 01  WS-JOURNAL-DEBITS           PIC S9(13)V99 VALUE ZEROS.
001710 01  WS-JOURNAL-CREDITS          PIC S9(13)V99 VALUE ZEROS.
001720 01  WS-JOURNAL-NET              PIC S9(13)V99 VALUE ZEROS.
001730 01  WS-COUNT-DISPLAY            PIC ZZZZZZ9.
001740 01  WS-AMOUNT-DISPLAY           PIC ZZZZZZZZZZZZ9.99-.
001750 01  WS-LINE-DISPLAY             PIC ZZZZ9.
001760*-----------------------------------------------------------*
001770* RUN-CONTROL GUARD - SEE COPYBOOKS/RUNCLNK.CPY. THE JOB    *
001780* REGISTERS ITS START ON WRKRUNCT AND STOPS WHEN THIS       *
001790* BUSINESS DATE ALREADY COMPLETED.                          *
001800*-----------------------------------------------------------*
001810 77  WS-RUN-BLOCKED-SWITCH       PIC X(01) VALUE "N".
001820     88  WS-RUN-BLOCKED              VALUE "Y".
001830 COPY RUNCLNK.
001840 PROCEDURE DIVISION.
001850*===========================================================*
001860* 0000-MAIN-CONTROL - DRIVE THE GL EXTRACT.                  *
001870*===========================================================*
001880 0000-MAIN-CONTROL.
001890     PERFORM 1000-INITIALIZE-PARA THRU 1000-EXIT.
001900     IF WS-EXTRACT-OK
001910         PERFORM 2000-PROCESS-TRAN-PARA THRU 2000-EXIT
001920             UNTIL WS-TRAN-EOF
001930         PERFORM 3000-WRITE-JOURNAL-PARA THRU 3000-EXIT
001940     END-IF.
001950     IF WS-RPT-FILE-OK
001960         PERFORM 4000-WRITE-TOTALS-PARA THRU 4000-EXIT
001970     END-IF.
001980     PERFORM 9999-TERMINATE-PARA THRU 9999-EXIT.
001990 0000-EXIT.
002000     EXIT.
002010*-----------------------------------------------------------*
002020* 1000-INITIALIZE-PARA - SETTLE THE BUSINESS DATE, REGISTER  *
002030* THE RUN, THEN MAKE EVERY START CHECK BEFORE THE JOURNAL IS *
002040* OPENED: THE DATE MUST NOT BE ON WRKGLCTL ALREADY, THE      *
002050* MAPPING FILE MUST LOAD WITH ITS SUSPENSE PAIR, AND WRKTRAN *
002060* MUST BE THERE. ANY FAILED CHECK LEAVES THE LEDGER'S COPY   *
002070* OF THE JOURNAL ALONE AND SAYS WHY ON THE REPORT.           *
002080*-----------------------------------------------------------*
002090 1000-INITIALIZE-PARA.
002100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002110     ACCEPT WS-RUN-TIME FROM TIME.
002120     STRING WS-RUN-DATE DELIMITED BY SIZE
002130             "-"        DELIMITED BY SIZE
002140             WS-RUN-TIME DELIMITED BY SIZE
002150         INTO WS-RUN-TIMESTAMP.
002160     MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
002170     PERFORM 1100-READ-CONFIG-PARA THRU 1100-EXIT.
002180     STRING "GL"             DELIMITED BY SIZE
002190             WS-BUSINESS-DATE DELIMITED BY SIZE
002200         INTO WS-BATCH-ID.
002210     PERFORM 1900-RUN-START-PARA THRU 1900-EXIT.
002220     OPEN OUTPUT GL-EXCEPTION-FILE.
002230     IF WS-RPT-FILE-OK
002240         MOVE "GENERAL LEDGER EXTRACT - EXCEPTIONS AND CONTROLS"
002250             TO GL-EXCEPTION-LINE
002260         WRITE GL-EXCEPTION-LINE
002270         MOVE SPACES TO GL-EXCEPTION-LINE
002280         STRING "BUSINESS DATE " DELIMITED BY SIZE
002290                 WS-BUSINESS-DATE DELIMITED BY SIZE
002300                 " BATCH "       DELIMITED BY SIZE
002310                 WS-BATCH-ID     DELIMITED BY SIZE
002320             INTO GL-EXCEPTION-LINE
002330         WRITE GL-EXCEPTION-LINE
002340     END-IF.
002350     IF WS-RUN-BLOCKED
002360         IF WS-RPT-FILE-OK
002370             MOVE "RUN ALREADY DONE FOR THIS DATE - RUN-FORCE"
002380                 TO GL-EXCEPTION-LINE
002390             WRITE GL-EXCEPTION-LINE
002400         END-IF
002410         GO TO 1000-EXIT
002420     END-IF.
002430     PERFORM 1200-CHECK-CONTROL-PARA THRU 1200-EXIT.
002440     IF WS-PRIOR-BATCH-ID NOT = SPACES
002450         IF WS-RPT-FILE-OK
002460             MOVE SPACES TO GL-EXCEPTION-LINE
002470             STRING "DATE ALREADY EXTRACTED AS BATCH "
002480                                         DELIMITED BY SIZE
002490                     WS-PRIOR-BATCH-ID   DELIMITED BY SIZE
002500                     " ON "              DELIMITED BY SIZE
002510                     WS-PRIOR-EXTRACTED  DELIMITED BY SIZE
002520                     " - NOTHING EXTRACTED"
002530                                         DELIMITED BY SIZE
002540                 INTO GL-EXCEPTION-LINE
002550             WRITE GL-EXCEPTION-LINE
002560         END-IF
002570         GO TO 1000-EXIT
002580     END-IF.
002590     PERFORM 1300-LOAD-MAP-PARA THRU 1300-EXIT.
002600     IF NOT WS-GLMAP-FILE-OK
002610         IF WS-RPT-FILE-OK
002620             MOVE "NO WRKGLMAP MAPPING FILE - NOTHING EXTRACTED"
002630                 TO GL-EXCEPTION-LINE
002640             WRITE GL-EXCEPTION-LINE
002650         END-IF
002660         GO TO 1000-EXIT
002670     END-IF.
002680     MOVE "U" TO WS-FIND-CLASS.
002690     MOVE "D" TO WS-FIND-DC-CODE.
002700     PERFORM 2400-FIND-MAP-PARA THRU 2400-EXIT.
002710     IF WS-MATCH-IDX > ZERO
002720         MOVE "C" TO WS-FIND-DC-CODE
002730         PERFORM 2400-FIND-MAP-PARA THRU 2400-EXIT
002740     END-IF.
002750     IF WS-MATCH-IDX = ZERO
002760         IF WS-RPT-FILE-OK
002770             MOVE SPACES TO GL-EXCEPTION-LINE
002780             STRING "NO SUSPENSE (U) MAPPING FOR BOTH D AND C"
002790                                         DELIMITED BY SIZE
002800                     " - NOTHING EXTRACTED" DELIMITED BY SIZE
002810                 INTO GL-EXCEPTION-LINE
002820             WRITE GL-EXCEPTION-LINE
002830         END-IF
002840         GO TO 1000-EXIT
002850     END-IF.
002860     OPEN INPUT TRAN-HISTORY-FILE.
002870     IF NOT WS-TRAN-FILE-OK
002880         IF WS-RPT-FILE-OK
002890             MOVE "NO WRKTRAN FILE - NOTHING EXTRACTED" TO
002900                 GL-EXCEPTION-LINE
002910             WRITE GL-EXCEPTION-LINE
002920         END-IF
002930         GO TO 1000-EXIT
002940     END-IF.
002950     MOVE "Y" TO WS-TRAN-FILE-OPENED.
002960     OPEN OUTPUT GL-JOURNAL-FILE.
002970     IF NOT WS-GLJN-FILE-OK
002980         IF WS-RPT-FILE-OK
002990             MOVE SPACES TO GL-EXCEPTION-LINE
003000             STRING "WRKGLJNL WILL NOT OPEN - STATUS "
003010                                         DELIMITED BY SIZE
003020                     WS-GLJN-FILE-STATUS DELIMITED BY SIZE
003030                     " - NOTHING EXTRACTED"
003040                                         DELIMITED BY SIZE
003050                 INTO GL-EXCEPTION-LINE
003060             WRITE GL-EXCEPTION-LINE
003070         END-IF
003080         GO TO 1000-EXIT
003090     END-IF.
003100     MOVE "Y" TO WS-GLJN-FILE-OPENED.
003110     MOVE "Y" TO WS-EXTRACT-SWITCH.
003120     PERFORM 2100-READ-TRAN-PARA THRU 2100-EXIT.
003130 1000-EXIT.
003140     EXIT.
003150*-----------------------------------------------------------*
003160* 1100-READ-CONFIG-PARA - SCAN WRKCFG FOR A GL-DATE KEYWORD  *
003170* LINE. THE OTHER KEYWORDS BELONG TO OTHER JOBS AND ARE      *
003180* PASSED OVER HERE.                                          *
003190*-----------------------------------------------------------*
003200 1100-READ-CONFIG-PARA.
003210     OPEN INPUT CONFIG-FILE.
003220     IF WS-CONFIG-FILE-OK
003230         PERFORM 1150-READ-CONFIG-LINE-PARA THRU 1150-EXIT
003240         PERFORM 1170-APPLY-CONFIG-LINE-PARA THRU 1170-EXIT
003250             UNTIL WS-CFG-EOF
003260         CLOSE CONFIG-FILE
003270     END-IF.
003280 1100-EXIT.
003290     EXIT.
003300*-----------------------------------------------------------*
003310* 1150-READ-CONFIG-LINE-PARA - READ THE NEXT WRKCFG LINE.    *
003320*-----------------------------------------------------------*
003330 1150-READ-CONFIG-LINE-PARA.
003340     READ CONFIG-FILE
003350         AT END
003360             MOVE "Y" TO WS-CFG-EOF-SWITCH
003370     END-READ.
003380 1150-EXIT.
003390     EXIT.
003400*-----------------------------------------------------------*
003410* 1170-APPLY-CONFIG-LINE-PARA - TAKE THE BUSINESS DATE IF    *
003420* THIS IS ITS LINE, THEN READ THE NEXT.                      *
003430*-----------------------------------------------------------*
003440 1170-APPLY-CONFIG-LINE-PARA.
003450     IF CONFIG-RECORD (1:7) = "GL-DATE" AND
003460        CONFIG-RECORD (9:8) IS NUMERIC
003470         MOVE CONFIG-RECORD (9:8) TO WS-BUSINESS-DATE
003480     END-IF.
003490     PERFORM 1150-READ-CONFIG-LINE-PARA THRU 1150-EXIT.
003500 1170-EXIT.
003510     EXIT.
003520*-----------------------------------------------------------*
003530* 1200-CHECK-CONTROL-PARA - LOOK FOR THE BUSINESS DATE ON    *
003540* THE WRKGLCTL EXTRACT LOG. NO LOG YET MEANS NOTHING HAS     *
003550* BEEN EXTRACTED. A HIT LEAVES ITS BATCH ID AND TIMESTAMP    *
003560* FOR THE REFUSAL LINE.                                      *
003570*-----------------------------------------------------------*
003580 1200-CHECK-CONTROL-PARA.
003590     OPEN INPUT GL-CONTROL-FILE.
003600     IF WS-GLCTL-FILE-OK
003610         PERFORM 1250-READ-CONTROL-PARA THRU 1250-EXIT
003620         PERFORM 1270-TEST-CONTROL-PARA THRU 1270-EXIT
003630             UNTIL WS-GLCTL-EOF
003640         CLOSE GL-CONTROL-FILE
003650     END-IF.
003660 1200-EXIT.
003670     EXIT.
003680*-----------------------------------------------------------*
003690* 1250-READ-CONTROL-PARA - READ THE NEXT WRKGLCTL LINE.      *
003700*-----------------------------------------------------------*
003710 1250-READ-CONTROL-PARA.
003720     READ GL-CONTROL-FILE
003730         AT END
003740             MOVE "Y" TO WS-GLCTL-EOF-SWITCH
003750     END-READ.
003760     IF NOT WS-GLCTL-EOF AND NOT WS-GLCTL-FILE-OK
003770         MOVE "Y" TO WS-GLCTL-EOF-SWITCH
003780     END-IF.
003790 1250-EXIT.
003800     EXIT.
003810*-----------------------------------------------------------*
003820* 1270-TEST-CONTROL-PARA - NOTE THE LOGGED BATCH IF IT IS    *
003830* FOR THIS BUSINESS DATE, THEN READ THE NEXT.                *
003840*-----------------------------------------------------------*
003850 1270-TEST-CONTROL-PARA.
003860     IF GLCTL-BUSINESS-DATE = WS-BUSINESS-DATE-X
003870         MOVE GLCTL-BATCH-ID  TO WS-PRIOR-BATCH-ID
003880         MOVE GLCTL-EXTRACTED TO WS-PRIOR-EXTRACTED
003890     END-IF.
003900     PERFORM 1250-READ-CONTROL-PARA THRU 1250-EXIT.
003910 1270-EXIT.
003920     EXIT.
003930*-----------------------------------------------------------*
003940* 1300-LOAD-MAP-PARA - LOAD WRKGLMAP INTO THE MAPPING TABLE. *
003950* THE FILE STATUS IS LEFT AS THE OPEN SET IT SO THE CALLER   *
003960* CAN TELL A MISSING FILE.                                   *
003970*-----------------------------------------------------------*
003980 1300-LOAD-MAP-PARA.
003990     OPEN INPUT GL-MAP-FILE.
004000     IF WS-GLMAP-FILE-OK
004010         PERFORM 1350-READ-MAP-PARA THRU 1350-EXIT
004020         PERFORM 1370-LOAD-MAP-LINE-PARA THRU 1370-EXIT
004030             UNTIL WS-GLMAP-EOF
004040         CLOSE GL-MAP-FILE
004050         MOVE "00" TO WS-GLMAP-FILE-STATUS
004060     END-IF.
004070 1300-EXIT.
004080     EXIT.
004090*-----------------------------------------------------------*
004100* 1350-READ-MAP-PARA - READ THE NEXT WRKGLMAP LINE.          *
004110*-----------------------------------------------------------*
004120 1350-READ-MAP-PARA.
004130     READ GL-MAP-FILE
004140         AT END
004150             MOVE "Y" TO WS-GLMAP-EOF-SWITCH
004160     END-READ.
004170     IF NOT WS-GLMAP-EOF AND NOT WS-GLMAP-FILE-OK
004180         MOVE "Y" TO WS-GLMAP-EOF-SWITCH
004190     END-IF.
004200 1350-EXIT.
004210     EXIT.
004220*-----------------------------------------------------------*
004230* 1370-LOAD-MAP-LINE-PARA - TAKE THE MAPPING LINE IN HAND,   *
004240* PASSING OVER COMMENT AND BLANK LINES, THEN READ THE NEXT.  *
004250*-----------------------------------------------------------*
004260 1370-LOAD-MAP-LINE-PARA.
004270     IF NOT GLMAP-COMMENT AND GLMAP-RECORD NOT = SPACES
004280         PERFORM 1380-ADD-MAP-LINE-PARA THRU 1380-EXIT
004290     END-IF.
004300     PERFORM 1350-READ-MAP-PARA THRU 1350-EXIT.
004310 1370-EXIT.
004320     EXIT.
004330*-----------------------------------------------------------*
004340* 1380-ADD-MAP-LINE-PARA - ADD ONE MAPPING LINE TO THE       *
004350* TABLE. A LINE WITH AN UNKNOWN CLASS OR D/C CODE OR A BLANK *
004360* GL ACCOUNT, OR A SECOND LINE FOR A CLASS AND D/C ALREADY   *
004370* LOADED, IS IGNORED AND LISTED SO FINANCE CAN CORRECT THE   *
004380* FILE.                                                      *
004390*-----------------------------------------------------------*
004400 1380-ADD-MAP-LINE-PARA.
004410     MOVE SPACES TO WS-IGNORE-REASON.
004420     IF NOT GLMAP-CLASS-VALID OR NOT GLMAP-DC-VALID OR
004430        GLMAP-DEBIT-GL = SPACES OR GLMAP-CREDIT-GL = SPACES
004440         MOVE "INVALID" TO WS-IGNORE-REASON
004450     ELSE
004460         MOVE GLMAP-CLASS   TO WS-FIND-CLASS
004470         MOVE GLMAP-DC-CODE TO WS-FIND-DC-CODE
004480         PERFORM 2400-FIND-MAP-PARA THRU 2400-EXIT
004490         EVALUATE TRUE
004500             WHEN WS-MATCH-IDX > ZERO
004510                 MOVE "DUPLICATE" TO WS-IGNORE-REASON
004520             WHEN WS-MAP-COUNT NOT < 20
004530                 MOVE "TABLE FULL" TO WS-IGNORE-REASON
004540             WHEN OTHER
004550                 ADD 1 TO WS-MAP-COUNT
004560                 MOVE GLMAP-CLASS TO WS-MAP-CLASS (WS-MAP-COUNT)
004570                 MOVE GLMAP-DC-CODE TO
004580                     WS-MAP-DC-CODE (WS-MAP-COUNT)
004590                 MOVE GLMAP-DEBIT-GL TO
004600                     WS-MAP-DEBIT-GL (WS-MAP-COUNT)
004610                 MOVE GLMAP-CREDIT-GL TO
004620                     WS-MAP-CREDIT-GL (WS-MAP-COUNT)
004630                 MOVE GLMAP-DESCRIPTION TO
004640                     WS-MAP-DESCRIPTION (WS-MAP-COUNT)
004650                 MOVE ZERO TO WS-MAP-POSTINGS (WS-MAP-COUNT)
004660                 MOVE ZEROS TO WS-MAP-AMOUNT (WS-MAP-COUNT)
004670         END-EVALUATE
004680     END-IF.
004690     IF WS-IGNORE-REASON NOT = SPACES
004700         ADD 1 TO WS-MAP-LINES-IGNORED
004710         IF WS-RPT-FILE-OK
004720             MOVE SPACES TO GL-EXCEPTION-LINE
004730             STRING "MAP LINE IGNORED "  DELIMITED BY SIZE
004740                     WS-IGNORE-REASON    DELIMITED BY SIZE
004750                     " "                 DELIMITED BY SIZE
004760                     GLMAP-RECORD        DELIMITED BY SIZE
004770                 INTO GL-EXCEPTION-LINE
004780             WRITE GL-EXCEPTION-LINE
004790         END-IF
004800     END-IF.
004810 1380-EXIT.
004820     EXIT.
004830*-----------------------------------------------------------*
004840* 1900-RUN-START-PARA - REGISTER THE START OF THE RUN ON    *
004850* THE WRKRUNCT RUN-CONTROL FILE UNDER THE BUSINESS DATE     *
004860* BEING EXTRACTED. BLOCKED MEANS THAT DATE ALREADY          *
004870* COMPLETED AND THE JOB MUST NOT RUN AGAIN WITHOUT A        *
004880* RUN-FORCE OVERRIDE.                                       *
004890*-----------------------------------------------------------*
004900 1900-RUN-START-PARA.
004910     MOVE "wrkglext" TO RUNCLNK-JOB-NAME.
004920     MOVE "S" TO RUNCLNK-FUNCTION-CODE.
004930     MOVE WS-BUSINESS-DATE TO RUNCLNK-BUSINESS-DATE.
004940     CALL "wrkrunct" USING RUNCLNK-PARMS.
004950     IF RUNCLNK-RC-BLOCKED
004960         MOVE "Y" TO WS-RUN-BLOCKED-SWITCH
004970     END-IF.
004980 1900-EXIT.
004990     EXIT.
005000*-----------------------------------------------------------*
005010* 2000-PROCESS-TRAN-PARA - TAKE THE POSTING IN HAND IF IT    *
005020* WAS MADE ON THE BUSINESS DATE, THEN READ THE NEXT ONE.     *
005030*-----------------------------------------------------------*
005040 2000-PROCESS-TRAN-PARA.
005050     ADD 1 TO WS-TRAN-READ.
005060     IF TRAN-TIMESTAMP (1:8) = WS-BUSINESS-DATE-X
005070         PERFORM 2200-CLASSIFY-POSTING-PARA THRU 2200-EXIT
005080     END-IF.
005090     PERFORM 2100-READ-TRAN-PARA THRU 2100-EXIT.
005100 2000-EXIT.
005110     EXIT.
005120*-----------------------------------------------------------*
005130* 2100-READ-TRAN-PARA - READ THE NEXT WRKTRAN LINE. A READ   *
005140* ERROR ENDS THE PASS AND FAILS THE JOURNAL - A BATCH BUILT  *
005150* FROM PART OF THE DAY MUST NOT REACH THE LEDGER.            *
005160*-----------------------------------------------------------*
005170 2100-READ-TRAN-PARA.
005180     READ TRAN-HISTORY-FILE NEXT RECORD
005190         AT END
005200             MOVE "Y" TO WS-TRAN-EOF-SWITCH
005210     END-READ.
005220     IF NOT WS-TRAN-EOF AND NOT WS-TRAN-FILE-OK
005230         MOVE "Y" TO WS-TRAN-EOF-SWITCH
005240         MOVE "N" TO WS-EXTRACT-SWITCH
005250         IF WS-RPT-FILE-OK
005260             MOVE SPACES TO GL-EXCEPTION-LINE
005270             STRING "WRKTRAN READ ERROR - STATUS "
005280                                         DELIMITED BY SIZE
005290                     WS-TRAN-FILE-STATUS DELIMITED BY SIZE
005300                     " - JOURNAL NOT RELEASED"
005310                                         DELIMITED BY SIZE
005320                 INTO GL-EXCEPTION-LINE
005330             WRITE GL-EXCEPTION-LINE
005340         END-IF
005350     END-IF.
005360 2100-EXIT.
005370     EXIT.
005380*-----------------------------------------------------------*
005390* 2200-CLASSIFY-POSTING-PARA - CLASSIFY ONE POSTING OF THE   *
005400* DAY AND ADD IT TO ITS MAPPING ENTRY. THE CLASS IS THE      *
005410* POSTING SOURCE ON THE LINE; A LINE WRITTEN BEFORE THE      *
005420* SOURCE WAS CARRIED FALLS BACK ON ITS REFERENCE - AN "X"    *
005430* LEAD IS A TRANSFER LEG, AN "R" LEAD A REVERSAL. A POSTING  *
005440* NO MAPPING LINE COVERS GOES TO THE SUSPENSE ENTRY FOR ITS  *
005450* D/C CODE AND ONTO THE REPORT. A LINE WHOSE AMOUNT OR D/C   *
005460* CODE CANNOT BE READ CANNOT BE JOURNALLED AT ALL - IT IS    *
005470* REPORTED AND COUNTED SO THE TOTALS SHOW THE GAP.           *
005480*-----------------------------------------------------------*
005490 2200-CLASSIFY-POSTING-PARA.
005500     ADD 1 TO WS-DAY-POSTINGS.
005510     IF TRAN-AMOUNT NOT NUMERIC OR
005520        NOT (TRAN-DEBIT OR TRAN-CREDIT)
005530         ADD 1 TO WS-UNREADABLE-COUNT
005540         MOVE "UNREADABLE" TO WS-EXCEPTION-TAG
005550         PERFORM 2500-WRITE-EXCEPTION-PARA THRU 2500-EXIT
005560         GO TO 2200-EXIT
005570     END-IF.
005580     IF TRAN-DEBIT
005590         ADD TRAN-AMOUNT TO WS-DAY-DEBITS
005600     ELSE
005610         ADD TRAN-AMOUNT TO WS-DAY-CREDITS
005620     END-IF.
005630     MOVE TRAN-SOURCE-CODE TO WS-POSTING-CLASS.
005640     IF WS-POSTING-CLASS = SPACE
005650         EVALUATE TRAN-REFERENCE (1:1)
005660             WHEN "X"
005670                 MOVE "X" TO WS-POSTING-CLASS
005680             WHEN "R"
005690                 MOVE "R" TO WS-POSTING-CLASS
005700             WHEN OTHER
005710                 CONTINUE
005720         END-EVALUATE
005730     END-IF.
005740     MOVE ZERO TO WS-MATCH-IDX.
005750     MOVE TRAN-DC-CODE TO WS-FIND-DC-CODE.
005760     IF WS-POSTING-CLASS NOT = SPACE AND
005770        WS-POSTING-CLASS NOT = "U"
005780         MOVE WS-POSTING-CLASS TO WS-FIND-CLASS
005790         PERFORM 2400-FIND-MAP-PARA THRU 2400-EXIT
005800     END-IF.
005810     IF WS-MATCH-IDX > ZERO
005820         ADD 1 TO WS-MAPPED-COUNT
005830     ELSE
005840         MOVE "U" TO WS-FIND-CLASS
005850         PERFORM 2400-FIND-MAP-PARA THRU 2400-EXIT
005860         ADD 1 TO WS-SUSPENSE-COUNT
005870         ADD TRAN-AMOUNT TO WS-SUSPENSE-AMOUNT
005880         MOVE "SUSPENSE" TO WS-EXCEPTION-TAG
005890         PERFORM 2500-WRITE-EXCEPTION-PARA THRU 2500-EXIT
005900     END-IF.
005910     ADD 1 TO WS-MAP-POSTINGS (WS-MATCH-IDX).
005920     ADD TRAN-AMOUNT TO WS-MAP-AMOUNT (WS-MATCH-IDX).
005930 2200-EXIT.
005940     EXIT.
005950*-----------------------------------------------------------*
005960* 2400-FIND-MAP-PARA - FIND THE MAPPING ENTRY FOR THE CLASS  *
005970* AND D/C CODE IN WS-FIND-CLASS / WS-FIND-DC-CODE. ZERO IN   *
005980* WS-MATCH-IDX MEANS NO ENTRY.                               *
005990*-----------------------------------------------------------*
006000 2400-FIND-MAP-PARA.
006010     MOVE ZERO TO WS-MATCH-IDX.
006020     PERFORM 2450-SCAN-MAP-PARA THRU 2450-EXIT
006030         VARYING WS-SCAN-IDX FROM 1 BY 1
006040         UNTIL WS-SCAN-IDX > WS-MAP-COUNT
006050            OR WS-MATCH-IDX > ZERO.
006060 2400-EXIT.
006070     EXIT.
006080*-----------------------------------------------------------*
006090* 2450-SCAN-MAP-PARA - FLAG THE ENTRY IF IT IS THE ONE       *
006100* WANTED.                                                    *
006110*-----------------------------------------------------------*
006120 2450-SCAN-MAP-PARA.
006130     IF WS-MAP-CLASS (WS-SCAN-IDX) = WS-FIND-CLASS AND
006140        WS-MAP-DC-CODE (WS-SCAN-IDX) = WS-FIND-DC-CODE
006150         MOVE WS-SCAN-IDX TO WS-MATCH-IDX
006160     END-IF.
006170 2450-EXIT.
006180     EXIT.
006190*-----------------------------------------------------------*
006200* 2500-WRITE-EXCEPTION-PARA - ONE REPORT LINE FOR A POSTING  *
006210* SENT TO SUSPENSE OR LEFT UNREAD, WITH ENOUGH OF THE        *
006220* WRKTRAN LINE FOR FINANCE TO FIND AND CLEAR IT.             *
006230*-----------------------------------------------------------*
006240 2500-WRITE-EXCEPTION-PARA.
006250     IF NOT WS-RPT-FILE-OK
006260         GO TO 2500-EXIT
006270     END-IF.
006280     MOVE SPACES TO GL-EXCEPTION-LINE.
006290     IF TRAN-AMOUNT NUMERIC
006300         MOVE TRAN-AMOUNT TO WS-AMOUNT-DISPLAY
006310     ELSE
006320         MOVE ZEROS TO WS-AMOUNT-DISPLAY
006330     END-IF.
006340     STRING WS-EXCEPTION-TAG    DELIMITED BY SIZE
006350             " "                 DELIMITED BY SIZE
006360             TRAN-ACCT-NUMBER    DELIMITED BY SIZE
006370             " "                 DELIMITED BY SIZE
006380             TRAN-TIMESTAMP      DELIMITED BY SIZE
006390             " "                 DELIMITED BY SIZE
006400             TRAN-DC-CODE        DELIMITED BY SIZE
006410             " "                 DELIMITED BY SIZE
006420             WS-AMOUNT-DISPLAY   DELIMITED BY SIZE
006430             " REF "             DELIMITED BY SIZE
006440             TRAN-REFERENCE      DELIMITED BY SIZE
006450             " SOURCE "          DELIMITED BY SIZE
006460             TRAN-SOURCE-CODE    DELIMITED BY SIZE
006470         INTO GL-EXCEPTION-LINE.
006480     WRITE GL-EXCEPTION-LINE.
006490 2500-EXIT.
006500     EXIT.
006510*-----------------------------------------------------------*
006520* 3000-WRITE-JOURNAL-PARA - WRITE THE JOURNAL BATCH: HEADER, *
006530* A DEBIT AND A CREDIT LINE PER MAPPING ENTRY THAT GATHERED  *
006540* POSTINGS, AND THE TRAILER. THE NET IS PROVED ZERO BEFORE   *
006550* THE DATE IS LOGGED ON WRKGLCTL; A BATCH THAT DOES NOT      *
006560* BALANCE, OR THAT LOST A WRITE, IS FLAGGED NOT RELEASED AND *
006570* THE RUN ENDS FAILED SO IT CAN BE RUN AGAIN.                *
006580*-----------------------------------------------------------*
006590 3000-WRITE-JOURNAL-PARA.
006600     IF NOT WS-EXTRACT-OK
006610         GO TO 3000-EXIT
006620     END-IF.
006630     MOVE "Y" TO WS-JOURNAL-SWITCH.
006640     MOVE SPACES TO GLJN-HEADER-RECORD.
006650     MOVE "H" TO GLJN-REC-TYPE.
006660     MOVE WS-BATCH-ID TO GLJN-HDR-BATCH-ID.
006670     MOVE WS-BUSINESS-DATE TO GLJN-HDR-BUSINESS-DATE.
006680     MOVE WS-RUN-TIMESTAMP TO GLJN-HDR-CREATED.
006690     PERFORM 3900-WRITE-JOURNAL-RECORD-PARA THRU 3900-EXIT.
006700     IF WS-RPT-FILE-OK
006710         MOVE SPACES TO GL-EXCEPTION-LINE
006720         STRING "LINE  GL ACCOUNT D               AMOUNT "
006730                                         DELIMITED BY SIZE
006740                 "C POSTINGS DESCRIPTION" DELIMITED BY SIZE
006750             INTO GL-EXCEPTION-LINE
006760         WRITE GL-EXCEPTION-LINE
006770     END-IF.
006780     PERFORM 3100-WRITE-ENTRY-LINES-PARA THRU 3100-EXIT
006790         VARYING WS-MAP-IDX FROM 1 BY 1
006800         UNTIL WS-MAP-IDX > WS-MAP-COUNT.
006810     COMPUTE WS-JOURNAL-NET =
006820         WS-JOURNAL-DEBITS - WS-JOURNAL-CREDITS.
006830     MOVE SPACES TO GLJN-TRAILER-RECORD.
006840     MOVE "T" TO GLJN-REC-TYPE.
006850     MOVE WS-JOURNAL-LINES TO GLJN-TRL-LINE-COUNT.
006860     MOVE WS-JOURNAL-DEBITS TO GLJN-TRL-TOTAL-DEBITS.
006870     MOVE WS-JOURNAL-CREDITS TO GLJN-TRL-TOTAL-CREDITS.
006880     MOVE WS-JOURNAL-NET TO GLJN-TRL-NET.
006890     PERFORM 3900-WRITE-JOURNAL-RECORD-PARA THRU 3900-EXIT.
006900     IF WS-JOURNAL-NET NOT = ZERO
006910         MOVE "N" TO WS-JOURNAL-SWITCH
006920     END-IF.
006930     IF WS-JOURNAL-OK
006940         PERFORM 3500-LOG-EXTRACT-PARA THRU 3500-EXIT
006950     ELSE
006960         IF WS-RPT-FILE-OK
006970             MOVE "JOURNAL UNBALANCED OR INCOMPLETE - HELD BACK"
006980                 TO GL-EXCEPTION-LINE
006990             WRITE GL-EXCEPTION-LINE
007000         END-IF
007010     END-IF.
007020 3000-EXIT.
007030     EXIT.
007040*-----------------------------------------------------------*
007050* 3100-WRITE-ENTRY-LINES-PARA - THE DEBIT AND CREDIT LINE    *
007060* PAIR FOR ONE MAPPING ENTRY. AN ENTRY NOTHING MAPPED TO     *
007070* WRITES NOTHING.                                            *
007080*-----------------------------------------------------------*
007090 3100-WRITE-ENTRY-LINES-PARA.
007100     IF WS-MAP-POSTINGS (WS-MAP-IDX) = ZERO
007110         GO TO 3100-EXIT
007120     END-IF.
007130     MOVE SPACES TO GLJN-DETAIL-RECORD.
007140     MOVE "D" TO GLJN-REC-TYPE.
007150     MOVE WS-MAP-DEBIT-GL (WS-MAP-IDX) TO GLJN-DTL-GL-ACCOUNT.
007160     MOVE "D" TO GLJN-DTL-DC-CODE.
007170     PERFORM 3200-WRITE-DETAIL-PARA THRU 3200-EXIT.
007180     ADD WS-MAP-AMOUNT (WS-MAP-IDX) TO WS-JOURNAL-DEBITS.
007190     MOVE SPACES TO GLJN-DETAIL-RECORD.
007200     MOVE "D" TO GLJN-REC-TYPE.
007210     MOVE WS-MAP-CREDIT-GL (WS-MAP-IDX) TO GLJN-DTL-GL-ACCOUNT.
007220     MOVE "C" TO GLJN-DTL-DC-CODE.
007230     PERFORM 3200-WRITE-DETAIL-PARA THRU 3200-EXIT.
007240     ADD WS-MAP-AMOUNT (WS-MAP-IDX) TO WS-JOURNAL-CREDITS.
007250 3100-EXIT.
007260     EXIT.
007270*-----------------------------------------------------------*
007280* 3200-WRITE-DETAIL-PARA - FILL IN THE REST OF ONE JOURNAL   *
007290* DETAIL LINE FROM THE MAPPING ENTRY, WRITE IT AND LIST IT   *
007300* ON THE REPORT.                                             *
007310*-----------------------------------------------------------*
007320 3200-WRITE-DETAIL-PARA.
007330     ADD 1 TO WS-JOURNAL-LINES.
007340     MOVE WS-JOURNAL-LINES TO GLJN-DTL-LINE-NUMBER.
007350     MOVE WS-MAP-AMOUNT (WS-MAP-IDX) TO GLJN-DTL-AMOUNT.
007360     MOVE WS-MAP-CLASS (WS-MAP-IDX) TO GLJN-DTL-CLASS.
007370     MOVE WS-MAP-POSTINGS (WS-MAP-IDX) TO GLJN-DTL-POSTINGS.
007380     MOVE WS-MAP-DESCRIPTION (WS-MAP-IDX) TO
007390         GLJN-DTL-DESCRIPTION.
007400     PERFORM 3900-WRITE-JOURNAL-RECORD-PARA THRU 3900-EXIT.
007410     IF NOT WS-RPT-FILE-OK
007420         GO TO 3200-EXIT
007430     END-IF.
007440     MOVE WS-JOURNAL-LINES TO WS-LINE-DISPLAY.
007450     MOVE WS-MAP-AMOUNT (WS-MAP-IDX) TO WS-AMOUNT-DISPLAY.
007460     MOVE WS-MAP-POSTINGS (WS-MAP-IDX) TO WS-COUNT-DISPLAY.
007470     MOVE SPACES TO GL-EXCEPTION-LINE.
007480     STRING WS-LINE-DISPLAY     DELIMITED BY SIZE
007490             " "                 DELIMITED BY SIZE
007500             GLJN-DTL-GL-ACCOUNT DELIMITED BY SIZE
007510             " "                 DELIMITED BY SIZE
007520             GLJN-DTL-DC-CODE    DELIMITED BY SIZE
007530             " "                 DELIMITED BY SIZE
007540             WS-AMOUNT-DISPLAY   DELIMITED BY SIZE
007550             " "                 DELIMITED BY SIZE
007560             GLJN-DTL-CLASS      DELIMITED BY SIZE
007570             " "                 DELIMITED BY SIZE
007580             WS-COUNT-DISPLAY    DELIMITED BY SIZE
007590             " "                 DELIMITED BY SIZE
007600             GLJN-DTL-DESCRIPTION DELIMITED BY SIZE
007610         INTO GL-EXCEPTION-LINE.
007620     WRITE GL-EXCEPTION-LINE.
007630 3200-EXIT.
007640     EXIT.
007650*-----------------------------------------------------------*
007660* 3500-LOG-EXTRACT-PARA - LOG THE BUSINESS DATE ON WRKGLCTL  *
007670* SO IT IS NEVER EXTRACTED AGAIN, CREATING THE LOG ON THE    *
007680* FIRST RUN. IF THE LOG WILL NOT TAKE THE LINE THE JOURNAL   *
007690* STILL STANDS, BUT THE REPORT SAYS TO ADD THE DATE BY HAND  *
007700* - WRKRUNCT ALONE THEN GUARDS AGAINST A SECOND EXTRACT.     *
007710*-----------------------------------------------------------*
007720 3500-LOG-EXTRACT-PARA.
007730     OPEN EXTEND GL-CONTROL-FILE.
007740     IF NOT WS-GLCTL-FILE-OK
007750         OPEN OUTPUT GL-CONTROL-FILE
007760     END-IF.
007770     IF WS-GLCTL-FILE-OK
007780         MOVE SPACES TO GL-CONTROL-RECORD
007790         MOVE WS-BUSINESS-DATE-X TO GLCTL-BUSINESS-DATE
007800         MOVE WS-BATCH-ID TO GLCTL-BATCH-ID
007810         MOVE WS-RUN-TIMESTAMP TO GLCTL-EXTRACTED
007820         MOVE WS-JOURNAL-LINES TO GLCTL-LINE-COUNT
007830         MOVE WS-JOURNAL-DEBITS TO GLCTL-TOTAL-DEBITS
007840         WRITE GL-CONTROL-RECORD
007850         CLOSE GL-CONTROL-FILE
007860     END-IF.
007870     IF NOT WS-GLCTL-FILE-OK AND WS-RPT-FILE-OK
007880         MOVE SPACES TO GL-EXCEPTION-LINE
007890         STRING "DATE NOT LOGGED ON WRKGLCTL - STATUS "
007900                                     DELIMITED BY SIZE
007910                 WS-GLCTL-FILE-STATUS DELIMITED BY SIZE
007920                 " - ADD IT BY HAND" DELIMITED BY SIZE
007930             INTO GL-EXCEPTION-LINE
007940         WRITE GL-EXCEPTION-LINE
007950     END-IF.
007960 3500-EXIT.
007970     EXIT.
007980*-----------------------------------------------------------*
007990* 3900-WRITE-JOURNAL-RECORD-PARA - WRITE THE JOURNAL RECORD  *
008000* IN HAND. A FAILED WRITE MEANS THE BATCH IS INCOMPLETE.     *
008010*-----------------------------------------------------------*
008020 3900-WRITE-JOURNAL-RECORD-PARA.
008030     WRITE GLJN-HEADER-RECORD.
008040     IF NOT WS-GLJN-FILE-OK
008050         MOVE "N" TO WS-JOURNAL-SWITCH
008060     END-IF.
008070 3900-EXIT.
008080     EXIT.
008090*-----------------------------------------------------------*
008100* 4000-WRITE-TOTALS-PARA - CONTROL TOTALS FOR FINANCE TO     *
008110* BALANCE THE EXTRACT AGAINST THE DAY'S POSTINGS AND THE     *
008120* JOURNAL TRAILER.                                           *
008130*-----------------------------------------------------------*
008140 4000-WRITE-TOTALS-PARA.
008150     MOVE WS-TRAN-READ TO WS-COUNT-DISPLAY.
008160     MOVE SPACES TO GL-EXCEPTION-LINE.
008170     STRING "WRKTRAN LINES READ .. " DELIMITED BY SIZE
008180             WS-COUNT-DISPLAY        DELIMITED BY SIZE
008190         INTO GL-EXCEPTION-LINE.
008200     WRITE GL-EXCEPTION-LINE.
008210     MOVE WS-DAY-POSTINGS TO WS-COUNT-DISPLAY.
008220     MOVE SPACES TO GL-EXCEPTION-LINE.
008230     STRING "POSTINGS FOR DATE ... " DELIMITED BY SIZE
008240             WS-COUNT-DISPLAY        DELIMITED BY SIZE
008250         INTO GL-EXCEPTION-LINE.
008260     WRITE GL-EXCEPTION-LINE.
008270     MOVE WS-MAPPED-COUNT TO WS-COUNT-DISPLAY.
008280     MOVE SPACES TO GL-EXCEPTION-LINE.
008290     STRING "POSTINGS MAPPED ..... " DELIMITED BY SIZE
008300             WS-COUNT-DISPLAY        DELIMITED BY SIZE
008310         INTO GL-EXCEPTION-LINE.
008320     WRITE GL-EXCEPTION-LINE.
008330     MOVE WS-SUSPENSE-COUNT TO WS-COUNT-DISPLAY.
008340     MOVE SPACES TO GL-EXCEPTION-LINE.
008350     STRING "POSTINGS TO SUSPENSE  " DELIMITED BY SIZE
008360             WS-COUNT-DISPLAY        DELIMITED BY SIZE
008370         INTO GL-EXCEPTION-LINE.
008380     WRITE GL-EXCEPTION-LINE.
008390     MOVE WS-SUSPENSE-AMOUNT TO WS-AMOUNT-DISPLAY.
008400     MOVE SPACES TO GL-EXCEPTION-LINE.
008410     STRING "AMOUNT TO SUSPENSE .. " DELIMITED BY SIZE
008420             WS-AMOUNT-DISPLAY       DELIMITED BY SIZE
008430         INTO GL-EXCEPTION-LINE.
008440     WRITE GL-EXCEPTION-LINE.
008450     MOVE WS-UNREADABLE-COUNT TO WS-COUNT-DISPLAY.
008460     MOVE SPACES TO GL-EXCEPTION-LINE.
008470     STRING "POSTINGS UNREADABLE . " DELIMITED BY SIZE
008480             WS-COUNT-DISPLAY        DELIMITED BY SIZE
008490         INTO GL-EXCEPTION-LINE.
008500     WRITE GL-EXCEPTION-LINE.
008510     MOVE WS-MAP-LINES-IGNORED TO WS-COUNT-DISPLAY.
008520     MOVE SPACES TO GL-EXCEPTION-LINE.
008530     STRING "MAP LINES IGNORED ... " DELIMITED BY SIZE
008540             WS-COUNT-DISPLAY        DELIMITED BY SIZE
008550         INTO GL-EXCEPTION-LINE.
008560     WRITE GL-EXCEPTION-LINE.
008570     MOVE WS-DAY-DEBITS TO WS-AMOUNT-DISPLAY.
008580     MOVE SPACES TO GL-EXCEPTION-LINE.
008590     STRING "WRKTRAN DEBITS ...... " DELIMITED BY SIZE
008600             WS-AMOUNT-DISPLAY       DELIMITED BY SIZE
008610         INTO GL-EXCEPTION-LINE.
008620     WRITE GL-EXCEPTION-LINE.
008630     MOVE WS-DAY-CREDITS TO WS-AMOUNT-DISPLAY.
008640     MOVE SPACES TO GL-EXCEPTION-LINE.
008650     STRING "WRKTRAN CREDITS ..... " DELIMITED BY SIZE
008660             WS-AMOUNT-DISPLAY       DELIMITED BY SIZE
008670         INTO GL-EXCEPTION-LINE.
008680     WRITE GL-EXCEPTION-LINE.
008690     MOVE WS-JOURNAL-LINES TO WS-COUNT-DISPLAY.
008700     MOVE SPACES TO GL-EXCEPTION-LINE.
008710     STRING "JOURNAL LINES ....... " DELIMITED BY SIZE
008720             WS-COUNT-DISPLAY        DELIMITED BY SIZE
008730         INTO GL-EXCEPTION-LINE.
008740     WRITE GL-EXCEPTION-LINE.
008750     MOVE WS-JOURNAL-DEBITS TO WS-AMOUNT-DISPLAY.
008760     MOVE SPACES TO GL-EXCEPTION-LINE.
008770     STRING "JOURNAL DEBITS ...... " DELIMITED BY SIZE
008780             WS-AMOUNT-DISPLAY       DELIMITED BY SIZE
008790         INTO GL-EXCEPTION-LINE.
008800     WRITE GL-EXCEPTION-LINE.
008810     MOVE WS-JOURNAL-CREDITS TO WS-AMOUNT-DISPLAY.
008820     MOVE SPACES TO GL-EXCEPTION-LINE.
008830     STRING "JOURNAL CREDITS ..... " DELIMITED BY SIZE
008840             WS-AMOUNT-DISPLAY       DELIMITED BY SIZE
008850         INTO GL-EXCEPTION-LINE.
008860     WRITE GL-EXCEPTION-LINE.
008870     MOVE WS-JOURNAL-NET TO WS-AMOUNT-DISPLAY.
008880     MOVE SPACES TO GL-EXCEPTION-LINE.
008890     STRING "JOURNAL NET ......... " DELIMITED BY SIZE
008900             WS-AMOUNT-DISPLAY       DELIMITED BY SIZE
008910         INTO GL-EXCEPTION-LINE.
008920     WRITE GL-EXCEPTION-LINE.
008930 4000-EXIT.
008940     EXIT.
008950*-----------------------------------------------------------*
008960* 8900-RUN-END-PARA - REGISTER THE END OF THE RUN AND ITS   *
008970* CONTROL TOTALS ON WRKRUNCT. A BLOCKED RUN RECORDED        *
008980* NOTHING AND LEAVES THE COMPLETED RECORD ALONE. ONLY A     *
008990* RELEASED JOURNAL COMPLETES THE DATE; A REFUSED OR FAILED  *
009000* EXTRACT ENDS FAILED SO THE DATE CAN BE RUN AGAIN ONCE THE *
009010* CAUSE IS PUT RIGHT.                                       *
009020*-----------------------------------------------------------*
009030 8900-RUN-END-PARA.
009040     IF WS-RUN-BLOCKED
009050         GO TO 8900-EXIT
009060     END-IF.
009070     MOVE "E" TO RUNCLNK-FUNCTION-CODE.
009080     IF WS-EXTRACT-OK AND WS-JOURNAL-OK
009090         MOVE "C" TO RUNCLNK-STATUS-CODE
009100     ELSE
009110         MOVE "F" TO RUNCLNK-STATUS-CODE
009120     END-IF.
009130     MOVE WS-DAY-POSTINGS TO RUNCLNK-RECORDS-IN.
009140     MOVE WS-JOURNAL-LINES TO RUNCLNK-RECORDS-OUT.
009150     MOVE WS-JOURNAL-DEBITS TO RUNCLNK-CONTROL-AMOUNT.
009160     CALL "wrkrunct" USING RUNCLNK-PARMS.
009170 8900-EXIT.
009180     EXIT.
009190*-----------------------------------------------------------*
009200* 9999-TERMINATE-PARA - CLOSE FILES AND END THE RUN.         *
009210*-----------------------------------------------------------*
009220 9999-TERMINATE-PARA.
009230     PERFORM 8900-RUN-END-PARA THRU 8900-EXIT.
009240     IF WS-TRAN-FILE-IS-OPEN
009250         CLOSE TRAN-HISTORY-FILE
009260     END-IF.
009270     IF WS-GLJN-FILE-IS-OPEN
009280         CLOSE GL-JOURNAL-FILE
009290     END-IF.
009300     IF WS-RPT-FILE-OK
009310         CLOSE GL-EXCEPTION-FILE
009320     END-IF.
009330     STOP RUN.
009340 9999-EXIT.
009350     EXIT.
