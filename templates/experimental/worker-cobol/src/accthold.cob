000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. accthold.
000030 AUTHOR. DL100-DEVELOPMENT-TEAM.
000040 INSTALLATION. CLOUDFLARE-WORKERS-COBOL.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*-----------------------------------------------------------*
000100* 2026-10-15  DL100  INITIAL VERSION. NIGHTLY BATCH JOB -    *
000110*                    WALKS THE KEYED WRKHOLD FUNDS-HOLD      *
000120*                    FILE, MARKS EVERY ACTIVE HOLD WHOSE     *
000130*                    EXPIRY DATE IS BEFORE THE RUN DATE AS   *
000140*                    EXPIRED SO IT NO LONGER COUNTS AGAINST  *
000150*                    THE AVAILABLE BALANCE, AND PRINTS THE   *
000160*                    WRKHOLDR HOLD REGISTER - ONE LINE PER   *
000170*                    HOLD ON FILE WITH ACTIVE, RELEASED AND  *
000180*                    EXPIRED TOTALS. REGISTERS ON WRKRUNCT   *
000190*                    LIKE THE OTHER NIGHTLY JOBS.            *
000192* 2026-10-15  DL100  A WRKHOLD OPEN FAILURE OTHER THAN NOT   *
000194*                    FOUND, OR A READ ERROR, IS NOW PRINTED  *
000196*                    ON THE REGISTER AND REGISTERS THE RUN   *
000198*                    AS FAILED ("F") ON WRKRUNCT.            *
000200*-----------------------------------------------------------*
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT HOLD-FILE ASSIGN TO "WRKHOLD"
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS HOLD-KEY
000290         FILE STATUS IS WS-HOLD-FILE-STATUS.
000300     SELECT HOLD-REGISTER-FILE ASSIGN TO "WRKHOLDR"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-RPT-FILE-STATUS.
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  HOLD-FILE.
000360 COPY HOLDREC.
000370 FD  HOLD-REGISTER-FILE.
000380 01  HOLD-REGISTER-LINE              PIC X(80).
000390 WORKING-STORAGE SECTION.
000400*-----------------------------------------------------------*
000410* FILE STATUS SWITCHES.                                      *
000420*-----------------------------------------------------------*
000430 77  WS-HOLD-FILE-STATUS         PIC X(02) VALUE SPACES.
000440     88  WS-HOLD-FILE-OK             VALUE "00".
000445     88  WS-HOLD-FILE-MISSING        VALUE "35".
000450 77  WS-HOLD-FILE-OPENED         PIC X(01) VALUE "N".
000460     88  WS-HOLD-FILE-IS-OPEN        VALUE "Y".
000470 77  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
000480     88  WS-RPT-FILE-OK              VALUE "00".
000490 77  WS-HOLD-EOF-SWITCH          PIC X(01) VALUE "N".
000500     88  WS-HOLD-EOF                 VALUE "Y".
000501*-----------------------------------------------------------*
000502* RUN SWITCH. A WRKHOLD FILE THAT WILL NOT OPEN (OTHER THAN  *
000503* NOT BEING THERE YET - NO HOLD WAS EVER PLACED) OR THAT     *
000504* CANNOT BE READ TO THE END FAILS THE RUN SO IT CAN BE RUN   *
000505* AGAIN FOR THE DATE.                                        *
000506*-----------------------------------------------------------*
000507 77  WS-HOLD-ERROR-SWITCH        PIC X(01) VALUE "N".
000508     88  WS-HOLD-ERROR               VALUE "Y".
000510*-----------------------------------------------------------*
000520* RUN DATE. A HOLD WHOSE EXPIRY DATE IS BEFORE IT HAS        *
000530* LAPSED; ONE EXPIRING ON THE RUN DATE STILL STANDS TODAY.   *
000540*-----------------------------------------------------------*
000550 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000560*-----------------------------------------------------------*
000570* RUN TOTALS FOR THE FOOT OF THE HOLD REGISTER.              *
000580*-----------------------------------------------------------*
000590 77  WS-HOLDS-READ               PIC 9(07) COMP VALUE ZERO.
000600 77  WS-HOLDS-EXPIRED-NOW        PIC 9(07) COMP VALUE ZERO.
000610 77  WS-HOLDS-FAILED             PIC 9(07) COMP VALUE ZERO.
000620 77  WS-HOLDS-ACTIVE             PIC 9(07) COMP VALUE ZERO.
000630 77  WS-HOLDS-RELEASED           PIC 9(07) COMP VALUE ZERO.
000640 77  WS-HOLDS-EXPIRED            PIC 9(07) COMP VALUE ZERO.
000650 01  WS-TOTAL-ACTIVE             PIC S9(11)V99 VALUE ZEROS.
000660 01  WS-TOTAL-EXPIRED-NOW        PIC S9(11)V99 VALUE ZEROS.
000670 01  WS-COUNT-DISPLAY            PIC ZZZZZZ9.
000680 01  WS-AMOUNT-DISPLAY           PIC ZZZZZZZZZZ9.99-.
000690 01  WS-HOLD-AMT-DISPLAY         PIC ZZZZZZZZ9.99-.
000700 01  WS-EXPIRY-TEXT              PIC X(08) VALUE SPACES.
000710*-----------------------------------------------------------*
000720* RUN-CONTROL GUARD - SEE COPYBOOKS/RUNCLNK.CPY. THE JOB    *
000730* REGISTERS ITS START ON WRKRUNCT AND STOPS WHEN THIS       *
000740* BUSINESS DATE ALREADY COMPLETED.                          *
000750*-----------------------------------------------------------*
000760 77  WS-RUN-BLOCKED-SWITCH       PIC X(01) VALUE "N".
000770     88  WS-RUN-BLOCKED              VALUE "Y".
000780 COPY RUNCLNK.
000790 PROCEDURE DIVISION.
000800*===========================================================*
000810* 0000-MAIN-CONTROL - DRIVE THE HOLD EXPIRY RUN.             *
000820*===========================================================*
000830 0000-MAIN-CONTROL.
000840     PERFORM 1000-INITIALIZE-PARA THRU 1000-EXIT.
000850     PERFORM 2000-PROCESS-HOLD-PARA THRU 2000-EXIT
000860         UNTIL WS-HOLD-EOF.
000870     IF WS-RPT-FILE-OK
000880         PERFORM 3000-WRITE-TOTALS-PARA THRU 3000-EXIT
000890     END-IF.
000900     PERFORM 9999-TERMINATE-PARA THRU 9999-EXIT.
000910 0000-EXIT.
000920     EXIT.
000930*-----------------------------------------------------------*
000940* 1000-INITIALIZE-PARA - OPEN THE REGISTER AND THE HOLD FILE *
000950* AND PRIME THE READ. THE HOLD FILE OPENS I-O BECAUSE EACH   *
000960* LAPSED HOLD IS REWRITTEN AS EXPIRED. NO HOLD FILE MEANS    *
000970* NO HOLD WAS EVER PLACED - THE REGISTER SAYS SO. ANY OTHER  *
000975* OPEN FAILURE IS PRINTED WITH ITS STATUS AND FAILS THE RUN. *
000980*-----------------------------------------------------------*
000990 1000-INITIALIZE-PARA.
001000     PERFORM 1900-RUN-START-PARA THRU 1900-EXIT.
001010     OPEN OUTPUT HOLD-REGISTER-FILE.
001020     IF WS-RPT-FILE-OK
001030         MOVE "FUNDS HOLD REGISTER" TO HOLD-REGISTER-LINE
001040         WRITE HOLD-REGISTER-LINE
001050     END-IF.
001060     IF WS-RUN-BLOCKED
001070         IF WS-RPT-FILE-OK
001080             MOVE "RUN ALREADY DONE FOR THIS DATE - RUN-FORCE"
001090                 TO HOLD-REGISTER-LINE
001100             WRITE HOLD-REGISTER-LINE
001110         END-IF
001120         MOVE "Y" TO WS-HOLD-EOF-SWITCH
001130         GO TO 1000-EXIT
001140     END-IF.
001150     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001160     OPEN I-O HOLD-FILE.
001170     IF WS-HOLD-FILE-OK
001180         MOVE "Y" TO WS-HOLD-FILE-OPENED
001190         IF WS-RPT-FILE-OK
001200             MOVE SPACES TO HOLD-REGISTER-LINE
001210             STRING "S ACCOUNT    HOLD ID    "
001220                                          DELIMITED BY SIZE
001230                     "       AMOUNT RC PLACED   EXPIRES  "
001240                                          DELIMITED BY SIZE
001250                     "PLACED BY"          DELIMITED BY SIZE
001260                 INTO HOLD-REGISTER-LINE
001270             WRITE HOLD-REGISTER-LINE
001280         END-IF
001290         PERFORM 2100-READ-HOLD-PARA THRU 2100-EXIT
001300         GO TO 1000-EXIT
001302     END-IF.
001304     MOVE "Y" TO WS-HOLD-EOF-SWITCH.
001306     IF WS-HOLD-FILE-MISSING
001310         IF WS-RPT-FILE-OK
001320             MOVE "NO HOLD FILE - NOTHING TO EXPIRE" TO
001330                 HOLD-REGISTER-LINE
001340             WRITE HOLD-REGISTER-LINE
001350         END-IF
001360     ELSE
001361         MOVE "Y" TO WS-HOLD-ERROR-SWITCH
001362         IF WS-RPT-FILE-OK
001363             MOVE SPACES TO HOLD-REGISTER-LINE
001364             STRING "WRKHOLD WILL NOT OPEN - STATUS "
001365                                         DELIMITED BY SIZE
001366                     WS-HOLD-FILE-STATUS DELIMITED BY SIZE
001367                     " - NOTHING EXPIRED" DELIMITED BY SIZE
001368                 INTO HOLD-REGISTER-LINE
001369             WRITE HOLD-REGISTER-LINE
001370         END-IF
001371     END-IF.
001380 1000-EXIT.
001390     EXIT.
001400*-----------------------------------------------------------*
001410* 1900-RUN-START-PARA - REGISTER THE START OF THE RUN ON    *
001420* THE WRKRUNCT RUN-CONTROL FILE. BLOCKED MEANS THIS         *
001430* BUSINESS DATE ALREADY COMPLETED AND THE JOB MUST NOT RUN  *
001440* AGAIN WITHOUT A RUN-FORCE OVERRIDE.                       *
001450*-----------------------------------------------------------*
001460 1900-RUN-START-PARA.
001470     MOVE "accthold" TO RUNCLNK-JOB-NAME.
001480     MOVE "S" TO RUNCLNK-FUNCTION-CODE.
001490     CALL "wrkrunct" USING RUNCLNK-PARMS.
001500     IF RUNCLNK-RC-BLOCKED
001510         MOVE "Y" TO WS-RUN-BLOCKED-SWITCH
001520     END-IF.
001530 1900-EXIT.
001540     EXIT.
001550*-----------------------------------------------------------*
001560* 2000-PROCESS-HOLD-PARA - EXPIRE THE HOLD IN HAND IF IT HAS *
001570* LAPSED, COUNT IT UNDER ITS STATUS, PRINT ITS REGISTER LINE *
001580* AND READ THE NEXT ONE.                                     *
001590*-----------------------------------------------------------*
001600 2000-PROCESS-HOLD-PARA.
001610     ADD 1 TO WS-HOLDS-READ.
001620     IF HOLD-ACTIVE AND HOLD-EXPIRY-DATE NOT = ZERO AND
001630        HOLD-EXPIRY-DATE < WS-RUN-DATE
001640         PERFORM 2200-EXPIRE-HOLD-PARA THRU 2200-EXIT
001650     END-IF.
001660     EVALUATE TRUE
001670         WHEN HOLD-ACTIVE
001680             ADD 1 TO WS-HOLDS-ACTIVE
001690             ADD HOLD-AMOUNT TO WS-TOTAL-ACTIVE
001700         WHEN HOLD-RELEASED
001710             ADD 1 TO WS-HOLDS-RELEASED
001720         WHEN HOLD-EXPIRED
001730             ADD 1 TO WS-HOLDS-EXPIRED
001740         WHEN OTHER
001750             CONTINUE
001760     END-EVALUATE.
001770     PERFORM 2400-WRITE-HOLD-LINE-PARA THRU 2400-EXIT.
001780     PERFORM 2100-READ-HOLD-PARA THRU 2100-EXIT.
001790 2000-EXIT.
001800     EXIT.
001810*-----------------------------------------------------------*
001820* 2100-READ-HOLD-PARA - READ THE NEXT HOLD IN KEY ORDER. A   *
001825* READ ERROR ENDS THE PASS, IS PRINTED AND FAILS THE RUN.    *
001830*-----------------------------------------------------------*
001840 2100-READ-HOLD-PARA.
001850     READ HOLD-FILE NEXT RECORD
001860         AT END
001870             MOVE "Y" TO WS-HOLD-EOF-SWITCH
001880     END-READ.
001890     IF NOT WS-HOLD-EOF AND NOT WS-HOLD-FILE-OK
001900         MOVE "Y" TO WS-HOLD-EOF-SWITCH
001901         MOVE "Y" TO WS-HOLD-ERROR-SWITCH
001902         IF WS-RPT-FILE-OK
001903             MOVE SPACES TO HOLD-REGISTER-LINE
001904             STRING "WRKHOLD READ FAILED - STATUS "
001905                                         DELIMITED BY SIZE
001906                     WS-HOLD-FILE-STATUS DELIMITED BY SIZE
001907                 INTO HOLD-REGISTER-LINE
001908             WRITE HOLD-REGISTER-LINE
001909         END-IF
001910     END-IF.
001920 2100-EXIT.
001930     EXIT.
001940*-----------------------------------------------------------*
001950* 2200-EXPIRE-HOLD-PARA - MARK ONE LAPSED HOLD EXPIRED AS OF *
001960* THE RUN DATE AND REWRITE IT. ACCTLKUP ALREADY IGNORES A    *
001970* HOLD PAST ITS EXPIRY, SO A FAILED REWRITE DOES NOT KEEP    *
001980* THE FUNDS LOCKED - THE HOLD JUST STAYS ACTIVE ON FILE, IS  *
001990* FLAGGED ON THE REGISTER AND THE NEXT RUN TRIES AGAIN.      *
002000*-----------------------------------------------------------*
002010 2200-EXPIRE-HOLD-PARA.
002020     MOVE "E" TO HOLD-STATUS.
002030     MOVE WS-RUN-DATE TO HOLD-CLOSED-DATE.
002040     REWRITE HOLD-RECORD
002050         INVALID KEY
002060             CONTINUE
002070     END-REWRITE.
002080     IF WS-HOLD-FILE-OK
002090         ADD 1 TO WS-HOLDS-EXPIRED-NOW
002100         ADD HOLD-AMOUNT TO WS-TOTAL-EXPIRED-NOW
002110     ELSE
002120         ADD 1 TO WS-HOLDS-FAILED
002130         MOVE "A" TO HOLD-STATUS
002140         MOVE ZERO TO HOLD-CLOSED-DATE
002150         PERFORM 2500-WRITE-FAILED-LINE-PARA THRU 2500-EXIT
002160     END-IF.
002170 2200-EXIT.
002180     EXIT.
002190*-----------------------------------------------------------*
002200* 2400-WRITE-HOLD-LINE-PARA - ONE REGISTER LINE PER HOLD ON  *
002210* FILE: STATUS, ACCOUNT, HOLD ID, AMOUNT, REASON, PLACED AND *
002220* EXPIRY DATES AND WHO PLACED IT.                            *
002230*-----------------------------------------------------------*
002240 2400-WRITE-HOLD-LINE-PARA.
002250     IF NOT WS-RPT-FILE-OK
002260         GO TO 2400-EXIT
002270     END-IF.
002280     MOVE HOLD-AMOUNT TO WS-HOLD-AMT-DISPLAY.
002290     IF HOLD-EXPIRY-DATE = ZERO
002300         MOVE "NONE" TO WS-EXPIRY-TEXT
002310     ELSE
002320         MOVE HOLD-EXPIRY-DATE TO WS-EXPIRY-TEXT
002330     END-IF.
002340     MOVE SPACES TO HOLD-REGISTER-LINE.
002350     STRING HOLD-STATUS          DELIMITED BY SIZE
002360             " "                 DELIMITED BY SIZE
002370             HOLD-ACCT-NUMBER    DELIMITED BY SIZE
002380             " "                 DELIMITED BY SIZE
002390             HOLD-ID             DELIMITED BY SIZE
002400             " "                 DELIMITED BY SIZE
002410             WS-HOLD-AMT-DISPLAY DELIMITED BY SIZE
002420             " "                 DELIMITED BY SIZE
002430             HOLD-REASON-CODE    DELIMITED BY SIZE
002440             " "                 DELIMITED BY SIZE
002450             HOLD-PLACED-DATE    DELIMITED BY SIZE
002460             " "                 DELIMITED BY SIZE
002470             WS-EXPIRY-TEXT      DELIMITED BY SIZE
002480             " "                 DELIMITED BY SIZE
002490             HOLD-PLACED-BY      DELIMITED BY SIZE
002500         INTO HOLD-REGISTER-LINE.
002510     WRITE HOLD-REGISTER-LINE.
002520 2400-EXIT.
002530     EXIT.
002540*-----------------------------------------------------------*
002550* 2500-WRITE-FAILED-LINE-PARA - THE HOLD HAS LAPSED BUT ITS  *
002560* REWRITE FAILED. PRINTED AHEAD OF THE HOLD'S REGISTER LINE  *
002570* WITH THE FILE STATUS FOR THE DESK.                         *
002580*-----------------------------------------------------------*
002590 2500-WRITE-FAILED-LINE-PARA.
002600     IF NOT WS-RPT-FILE-OK
002610         GO TO 2500-EXIT
002620     END-IF.
002630     MOVE SPACES TO HOLD-REGISTER-LINE.
002640     STRING "NOT EXPIRED " DELIMITED BY SIZE
002650             HOLD-ACCT-NUMBER    DELIMITED BY SIZE
002660             " "                 DELIMITED BY SIZE
002670             HOLD-ID             DELIMITED BY SIZE
002680             " REWRITE FAILED STATUS "
002690                                 DELIMITED BY SIZE
002700             WS-HOLD-FILE-STATUS DELIMITED BY SIZE
002710         INTO HOLD-REGISTER-LINE.
002720     WRITE HOLD-REGISTER-LINE.
002730 2500-EXIT.
002740     EXIT.
002750*-----------------------------------------------------------*
002760* 3000-WRITE-TOTALS-PARA - HOLD TOTALS FOR THE DESK. THE     *
002770* ACTIVE AMOUNT IS WHAT IS STILL EARMARKED AFTER THIS RUN.   *
002780*-----------------------------------------------------------*
002790 3000-WRITE-TOTALS-PARA.
002800     MOVE WS-HOLDS-READ TO WS-COUNT-DISPLAY.
002810     MOVE SPACES TO HOLD-REGISTER-LINE.
002820     STRING "HOLDS READ .......... " DELIMITED BY SIZE
002830             WS-COUNT-DISPLAY        DELIMITED BY SIZE
002840         INTO HOLD-REGISTER-LINE.
002850     WRITE HOLD-REGISTER-LINE.
002860     MOVE WS-HOLDS-EXPIRED-NOW TO WS-COUNT-DISPLAY.
002870     MOVE SPACES TO HOLD-REGISTER-LINE.
002880     STRING "EXPIRED THIS RUN .... " DELIMITED BY SIZE
002890             WS-COUNT-DISPLAY        DELIMITED BY SIZE
002900         INTO HOLD-REGISTER-LINE.
002910     WRITE HOLD-REGISTER-LINE.
002920     MOVE WS-TOTAL-EXPIRED-NOW TO WS-AMOUNT-DISPLAY.
002930     MOVE SPACES TO HOLD-REGISTER-LINE.
002940     STRING "AMOUNT EXPIRED ...... " DELIMITED BY SIZE
002950             WS-AMOUNT-DISPLAY       DELIMITED BY SIZE
002960         INTO HOLD-REGISTER-LINE.
002970     WRITE HOLD-REGISTER-LINE.
002980     MOVE WS-HOLDS-FAILED TO WS-COUNT-DISPLAY.
002990     MOVE SPACES TO HOLD-REGISTER-LINE.
003000     STRING "NOT EXPIRED ......... " DELIMITED BY SIZE
003010             WS-COUNT-DISPLAY        DELIMITED BY SIZE
003020         INTO HOLD-REGISTER-LINE.
003030     WRITE HOLD-REGISTER-LINE.
003040     MOVE WS-HOLDS-ACTIVE TO WS-COUNT-DISPLAY.
003050     MOVE SPACES TO HOLD-REGISTER-LINE.
003060     STRING "HOLDS ACTIVE ........ " DELIMITED BY SIZE
003070             WS-COUNT-DISPLAY        DELIMITED BY SIZE
003080         INTO HOLD-REGISTER-LINE.
003090     WRITE HOLD-REGISTER-LINE.
003100     MOVE WS-TOTAL-ACTIVE TO WS-AMOUNT-DISPLAY.
003110     MOVE SPACES TO HOLD-REGISTER-LINE.
003120     STRING "AMOUNT HELD ......... " DELIMITED BY SIZE
003130             WS-AMOUNT-DISPLAY       DELIMITED BY SIZE
003140         INTO HOLD-REGISTER-LINE.
003150     WRITE HOLD-REGISTER-LINE.
003160     MOVE WS-HOLDS-RELEASED TO WS-COUNT-DISPLAY.
003170     MOVE SPACES TO HOLD-REGISTER-LINE.
003180     STRING "HOLDS RELEASED ...... " DELIMITED BY SIZE
003190             WS-COUNT-DISPLAY        DELIMITED BY SIZE
003200         INTO HOLD-REGISTER-LINE.
003210     WRITE HOLD-REGISTER-LINE.
003220     MOVE WS-HOLDS-EXPIRED TO WS-COUNT-DISPLAY.
003230     MOVE SPACES TO HOLD-REGISTER-LINE.
003240     STRING "HOLDS EXPIRED ....... " DELIMITED BY SIZE
003250             WS-COUNT-DISPLAY        DELIMITED BY SIZE
003260         INTO HOLD-REGISTER-LINE.
003270     WRITE HOLD-REGISTER-LINE.
003280 3000-EXIT.
003290     EXIT.
003300*-----------------------------------------------------------*
003310* 8900-RUN-END-PARA - REGISTER THE END OF THE RUN AND ITS   *
003320* CONTROL TOTALS ON WRKRUNCT. A BLOCKED RUN RECORDED        *
003330* NOTHING AND LEAVES THE COMPLETED RECORD ALONE. A HOLD     *
003333* FILE THAT WOULD NOT OPEN OR READ TO THE END FAILS THE RUN *
003336* SO THE DATE CAN BE RUN AGAIN ONCE THE CAUSE IS PUT RIGHT. *
003340*-----------------------------------------------------------*
003350 8900-RUN-END-PARA.
003360     IF WS-RUN-BLOCKED
003370         GO TO 8900-EXIT
003380     END-IF.
003390     MOVE "E" TO RUNCLNK-FUNCTION-CODE.
003400     IF WS-HOLD-ERROR
003402         MOVE "F" TO RUNCLNK-STATUS-CODE
003404     ELSE
003406         MOVE "C" TO RUNCLNK-STATUS-CODE
003408     END-IF.
003410     MOVE WS-HOLDS-READ TO RUNCLNK-RECORDS-IN.
003420     MOVE WS-HOLDS-EXPIRED-NOW TO RUNCLNK-RECORDS-OUT.
003430     MOVE WS-TOTAL-ACTIVE TO RUNCLNK-CONTROL-AMOUNT.
003440     CALL "wrkrunct" USING RUNCLNK-PARMS.
003450 8900-EXIT.
003460     EXIT.
003470*-----------------------------------------------------------*
003480* 9999-TERMINATE-PARA - CLOSE FILES AND END THE RUN.         *
003490*-----------------------------------------------------------*
003500 9999-TERMINATE-PARA.
003510     PERFORM 8900-RUN-END-PARA THRU 8900-EXIT.
003520     IF WS-HOLD-FILE-IS-OPEN
003530         CLOSE HOLD-FILE
003540     END-IF.
003550     IF WS-RPT-FILE-OK
003560         CLOSE HOLD-REGISTER-FILE
003570     END-IF.
003580     STOP RUN.
003590 9999-EXIT.
003600     EXIT.
