000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. acctaprv.
000030 AUTHOR. DL100-DEVELOPMENT-TEAM.
000040 INSTALLATION. CLOUDFLARE-WORKERS-COBOL.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*-----------------------------------------------------------*
000100* 2026-10-15  DL100  INITIAL VERSION. NIGHTLY BATCH JOB -    *
000110*                    WALKS THE KEYED WRKAPRV FILE OF         *
000120*                    REQUESTS WORKER HELD FOR A SECOND       *
000130*                    CLIENT'S APPROVAL, MARKS EVERY ITEM     *
000140*                    STILL PENDING AFTER THE APPROVAL        *
000150*                    WINDOW AS EXPIRED SO IT CAN NO LONGER   *
000160*                    BE APPROVED, AND PRINTS THE WRKAPRVR    *
000170*                    REGISTER - EVERYTHING STILL PENDING     *
000180*                    AND EVERYTHING DECIDED ON THE BUSINESS  *
000190*                    DATE, WITH TOTALS BY STATUS. REGISTERS  *
000200*                    ON WRKRUNCT LIKE THE OTHER NIGHTLY      *
000210*                    JOBS.                                   *
000220*-----------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT CONFIG-FILE ASSIGN TO "WRKCFG"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-CONFIG-FILE-STATUS.
000300     SELECT APPROVAL-FILE ASSIGN TO "WRKAPRV"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS APRV-ID
000340         FILE STATUS IS WS-APRV-FILE-STATUS.
000350     SELECT APPROVAL-REGISTER-FILE ASSIGN TO "WRKAPRVR"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-RPT-FILE-STATUS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  CONFIG-FILE.
000410 01  CONFIG-RECORD                   PIC X(60).
000420 FD  APPROVAL-FILE.
000430 COPY APRVREC.
000440 FD  APPROVAL-REGISTER-FILE.
000450 01  APPROVAL-REGISTER-LINE          PIC X(132).
000460 WORKING-STORAGE SECTION.
000470*-----------------------------------------------------------*
000480* FILE STATUS SWITCHES.                                      *
000490*-----------------------------------------------------------*
000500 77  WS-CONFIG-FILE-STATUS       PIC X(02) VALUE SPACES.
000510     88  WS-CONFIG-FILE-OK           VALUE "00".
000520 77  WS-APRV-FILE-STATUS         PIC X(02) VALUE SPACES.
000530     88  WS-APRV-FILE-OK             VALUE "00".
000540     88  WS-APRV-FILE-MISSING        VALUE "35".
000550 77  WS-APRV-FILE-OPENED         PIC X(01) VALUE "N".
000560     88  WS-APRV-FILE-IS-OPEN        VALUE "Y".
000570 77  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
000580     88  WS-RPT-FILE-OK              VALUE "00".
000590 77  WS-CFG-EOF-SWITCH           PIC X(01) VALUE "N".
000600     88  WS-CFG-EOF                  VALUE "Y".
000610 77  WS-APRV-EOF-SWITCH          PIC X(01) VALUE "N".
000620     88  WS-APRV-EOF                 VALUE "Y".
000630*-----------------------------------------------------------*
000640* RUN SWITCHES. A WRKAPRV FILE THAT WILL NOT OPEN (OTHER     *
000650* THAN NOT BEING THERE YET - NOTHING WAS EVER HELD), THAT    *
000660* CANNOT BE READ TO THE END, OR AN EXPIRY THAT CANNOT BE     *
000670* REWRITTEN FAILS THE RUN SO IT CAN BE RUN AGAIN FOR THE     *
000680* DATE.                                                      *
000690*-----------------------------------------------------------*
000700 77  WS-APRV-ERROR-SWITCH        PIC X(01) VALUE "N".
000710     88  WS-APRV-ERROR               VALUE "Y".
000720*-----------------------------------------------------------*
000730* RUN DATE AND THE BUSINESS DATE BEING REPORTED. THE         *
000740* BUSINESS DATE IS THE RUN DATE UNLESS WRKCFG CARRIES AN     *
000750* "APRV-DATE YYYYMMDD" LINE. AN ITEM IS EXPIRED WHEN IT      *
000760* HAS BEEN PENDING FOR "APPROVE-DAYS NNN" DAYS OR MORE AS    *
000770* AT THE BUSINESS DATE - FIVE UNLESS WRKCFG SAYS             *
000780* OTHERWISE. AN EXPIRY IS STAMPED WITH THE BUSINESS DATE     *
000790* AND THE RUN TIME.                                          *
000800*-----------------------------------------------------------*
000810 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000820 77  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
000830 77  WS-RUN-TIMESTAMP            PIC X(17) VALUE SPACES.
000840 77  WS-EXPIRY-TIMESTAMP         PIC X(17) VALUE SPACES.
000850 01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
000860 01  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE
000870                                 PIC X(08).
000880 77  WS-APPROVE-DAYS             PIC 9(03) VALUE 5.
000890 77  WS-BUSINESS-DAY-NO          PIC 9(07) COMP VALUE ZERO.
000900 77  WS-AGE-DAYS                 PIC 9(05) COMP VALUE ZERO.
000910*-----------------------------------------------------------*
000920* DAY-NUMBER WORK AREA FOR 8100 - A YYYYMMDD DATE AS A       *
000930* COUNT OF DAYS, SO THE AGE OF A HELD REQUEST IS A           *
000940* SUBTRACTION. CUMULATIVE DAYS BEFORE EACH MONTH OF A        *
000950* COMMON YEAR; THE LEAP DAY IS ADDED THROUGH THE YEAR        *
000960* TERMS.                                                     *
000970*-----------------------------------------------------------*
000980 01  WS-DN-DATE                  PIC 9(08) VALUE ZERO.
000990 01  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
001000     05  WS-DN-YEAR              PIC 9(04).
001010     05  WS-DN-MONTH             PIC 9(02).
001020     05  WS-DN-DAY               PIC 9(02).
001030 77  WS-DN-LEAP-YEAR             PIC 9(04) COMP VALUE ZERO.
001040 77  WS-DN-Q4                    PIC 9(04) COMP VALUE ZERO.
001050 77  WS-DN-Q100                  PIC 9(04) COMP VALUE ZERO.
001060 77  WS-DN-Q400                  PIC 9(04) COMP VALUE ZERO.
001070 77  WS-DN-DAYS                  PIC 9(07) COMP VALUE ZERO.
001080 77  WS-DN-SWITCH                PIC X(01) VALUE "N".
001090     88  WS-DN-VALID                 VALUE "Y".
001100 01  WS-MONTH-START-DATA         PIC X(36) VALUE
001110         "000031059090120151181212243273304334".
001120 01  WS-MONTH-START-TABLE REDEFINES WS-MONTH-START-DATA.
001130     05  WS-MONTH-START          PIC 9(03) OCCURS 12 TIMES.
001140*-----------------------------------------------------------*
001150* REGISTER LINE - ONE PER ITEM STILL PENDING OR DECIDED ON   *
001160* THE BUSINESS DATE. AGE IS DAYS SINCE SUBMISSION FOR A      *
001170* PENDING ITEM; RESULT IS THE HTTP STATUS THE APPLIED        *
001180* REQUEST ANSWERED FOR AN APPROVED ONE.                      *
001190*-----------------------------------------------------------*
001200 01  WS-DETAIL-LINE.
001210     05  WS-DTL-STATUS           PIC X(08).
001220     05  FILLER                  PIC X(01) VALUE SPACE.
001230     05  WS-DTL-ID               PIC X(16).
001240     05  FILLER                  PIC X(01) VALUE SPACE.
001250     05  WS-DTL-FUNCTION         PIC X(07).
001260     05  FILLER                  PIC X(01) VALUE SPACE.
001270     05  WS-DTL-ACCT-NUMBER      PIC X(10).
001280     05  FILLER                  PIC X(01) VALUE SPACE.
001290     05  WS-DTL-AMOUNT           PIC ZZZZZZZZ9.99-.
001300     05  FILLER                  PIC X(01) VALUE SPACE.
001310     05  WS-DTL-AGE              PIC ZZZ9.
001320     05  FILLER                  PIC X(01) VALUE SPACE.
001330     05  WS-DTL-MAKER-ID         PIC X(16).
001340     05  FILLER                  PIC X(01) VALUE SPACE.
001350     05  WS-DTL-SUBMITTED        PIC X(08).
001360     05  FILLER                  PIC X(01) VALUE SPACE.
001370     05  WS-DTL-CHECKER-ID       PIC X(16).
001380     05  FILLER                  PIC X(01) VALUE SPACE.
001390     05  WS-DTL-DECIDED          PIC X(08).
001400     05  FILLER                  PIC X(01) VALUE SPACE.
001410     05  WS-DTL-RESULT           PIC X(03).
001420*-----------------------------------------------------------*
001430* RUN TOTALS FOR THE FOOT OF THE REGISTER. THE PENDING       *
001440* AMOUNT IS WHAT IS STILL WAITING ON A SECOND CLIENT AFTER   *
001450* THIS RUN; THE OTHER STATUSES COUNT EVERY ITEM ON FILE,     *
001460* WHATEVER THE DATE IT WAS DECIDED.                          *
001470*-----------------------------------------------------------*
001480 77  WS-ITEMS-READ               PIC 9(07) COMP VALUE ZERO.
001490 77  WS-EXPIRED-NOW              PIC 9(07) COMP VALUE ZERO.
001500 77  WS-EXPIRE-FAILED            PIC 9(07) COMP VALUE ZERO.
001510 77  WS-PENDING-COUNT            PIC 9(07) COMP VALUE ZERO.
001520 77  WS-APPROVED-COUNT           PIC 9(07) COMP VALUE ZERO.
001530 77  WS-REJECTED-COUNT           PIC 9(07) COMP VALUE ZERO.
001540 77  WS-EXPIRED-COUNT            PIC 9(07) COMP VALUE ZERO.
001550 77  WS-DECIDED-TODAY            PIC 9(07) COMP VALUE ZERO.
001560 77  WS-APPLY-FAILED             PIC 9(07) COMP VALUE ZERO.
001570 01  WS-TOTAL-PENDING            PIC S9(11)V99 VALUE ZEROS.
001580 01  WS-TOTAL-EXPIRED-NOW        PIC S9(11)V99 VALUE ZEROS.
001590 01  WS-COUNT-DISPLAY            PIC ZZZZZZ9.
001600 01  WS-AMOUNT-DISPLAY           PIC ZZZZZZZZZZ9.99-.
001610*-----------------------------------------------------------*
001620* RUN-CONTROL GUARD - SEE COPYBOOKS/RUNCLNK.CPY. THE JOB     *
001630* REGISTERS ITS START ON WRKRUNCT AND STOPS WHEN THIS        *
001640* BUSINESS DATE ALREADY COMPLETED.                           *
001650*-----------------------------------------------------------*
001660 77  WS-RUN-BLOCKED-SWITCH       PIC X(01) VALUE "N".
001670     88  WS-RUN-BLOCKED              VALUE "Y".
001680 COPY RUNCLNK.
001690 PROCEDURE DIVISION.
001700*===========================================================*
001710* 0000-MAIN-CONTROL - DRIVE THE APPROVAL EXPIRY RUN.         *
001720*===========================================================*
001730 0000-MAIN-CONTROL.
001740     PERFORM 1000-INITIALIZE-PARA THRU 1000-EXIT.
001750     PERFORM 2000-PROCESS-APPROVAL-PARA THRU 2000-EXIT
001760         UNTIL WS-APRV-EOF.
001770     IF WS-RPT-FILE-OK
001780         PERFORM 3000-WRITE-TOTALS-PARA THRU 3000-EXIT
001790     END-IF.
001800     PERFORM 9999-TERMINATE-PARA THRU 9999-EXIT.
001810 0000-EXIT.
001820     EXIT.
001830*-----------------------------------------------------------*
001840* 1000-INITIALIZE-PARA - SETTLE THE BUSINESS DATE AND        *
001850* APPROVAL WINDOW, REGISTER THE RUN, OPEN THE REGISTER AND   *
001860* THE APPROVAL FILE AND PRIME THE READ. THE APPROVAL FILE    *
001870* OPENS I-O BECAUSE EACH LAPSED ITEM IS REWRITTEN AS         *
001880* EXPIRED. NO APPROVAL FILE MEANS NOTHING WAS EVER HELD -    *
001890* THE REGISTER SAYS SO.                                      *
001900*-----------------------------------------------------------*
001910 1000-INITIALIZE-PARA.
001920     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001930     ACCEPT WS-RUN-TIME FROM TIME.
001940     STRING WS-RUN-DATE DELIMITED BY SIZE
001950             "-"        DELIMITED BY SIZE
001960             WS-RUN-TIME DELIMITED BY SIZE
001970         INTO WS-RUN-TIMESTAMP.
001980     MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
001990     PERFORM 1100-READ-CONFIG-PARA THRU 1100-EXIT.
002000     STRING WS-BUSINESS-DATE DELIMITED BY SIZE
002010             "-"             DELIMITED BY SIZE
002020             WS-RUN-TIME     DELIMITED BY SIZE
002030         INTO WS-EXPIRY-TIMESTAMP.
002040     MOVE WS-BUSINESS-DATE TO WS-DN-DATE.
002050     PERFORM 8100-DAY-NUMBER-PARA THRU 8100-EXIT.
002060     MOVE WS-DN-DAYS TO WS-BUSINESS-DAY-NO.
002070     PERFORM 1900-RUN-START-PARA THRU 1900-EXIT.
002080     OPEN OUTPUT APPROVAL-REGISTER-FILE.
002090     IF WS-RPT-FILE-OK
002100         MOVE "DUAL CONTROL APPROVAL REGISTER" TO
002110             APPROVAL-REGISTER-LINE
002120         WRITE APPROVAL-REGISTER-LINE
002130         MOVE SPACES TO APPROVAL-REGISTER-LINE
002140         STRING "BUSINESS DATE " DELIMITED BY SIZE
002150                 WS-BUSINESS-DATE DELIMITED BY SIZE
002160                 " RUN "         DELIMITED BY SIZE
002170                 WS-RUN-TIMESTAMP DELIMITED BY SIZE
002180                 " APPROVAL WINDOW " DELIMITED BY SIZE
002190                 WS-APPROVE-DAYS DELIMITED BY SIZE
002200                 " DAYS"         DELIMITED BY SIZE
002210             INTO APPROVAL-REGISTER-LINE
002220         WRITE APPROVAL-REGISTER-LINE
002230     END-IF.
002240     IF WS-RUN-BLOCKED
002250         IF WS-RPT-FILE-OK
002260             MOVE "RUN ALREADY DONE FOR THIS DATE - RUN-FORCE"
002270                 TO APPROVAL-REGISTER-LINE
002280             WRITE APPROVAL-REGISTER-LINE
002290         END-IF
002300         MOVE "Y" TO WS-APRV-EOF-SWITCH
002310         GO TO 1000-EXIT
002320     END-IF.
002330     OPEN I-O APPROVAL-FILE.
002340     IF WS-APRV-FILE-OK
002350         MOVE "Y" TO WS-APRV-FILE-OPENED
002360         IF WS-RPT-FILE-OK
002370             MOVE SPACES TO APPROVAL-REGISTER-LINE
002380             STRING "STATUS   APPROVAL ID      FUNC    ACCOUNT   "
002390                                          DELIMITED BY SIZE
002400                     "       AMOUNT  AGE MAKER            "
002410                                          DELIMITED BY SIZE
002420                     "SUBMITTD CHECKER          DECIDED  RES"
002430                                          DELIMITED BY SIZE
002440                 INTO APPROVAL-REGISTER-LINE
002450             WRITE APPROVAL-REGISTER-LINE
002460         END-IF
002470         PERFORM 2100-READ-APPROVAL-PARA THRU 2100-EXIT
002480         GO TO 1000-EXIT
002490     END-IF.
002500     MOVE "Y" TO WS-APRV-EOF-SWITCH.
002510     IF WS-APRV-FILE-MISSING
002520         IF WS-RPT-FILE-OK
002530             MOVE "NO APPROVAL FILE - NOTHING PENDING" TO
002540                 APPROVAL-REGISTER-LINE
002550             WRITE APPROVAL-REGISTER-LINE
002560         END-IF
002570     ELSE
002580         MOVE "Y" TO WS-APRV-ERROR-SWITCH
002590         IF WS-RPT-FILE-OK
002600             MOVE SPACES TO APPROVAL-REGISTER-LINE
002610             STRING "WRKAPRV WILL NOT OPEN - STATUS "
002620                                         DELIMITED BY SIZE
002630                     WS-APRV-FILE-STATUS DELIMITED BY SIZE
002640                     " - NOTHING EXPIRED" DELIMITED BY SIZE
002650                 INTO APPROVAL-REGISTER-LINE
002660             WRITE APPROVAL-REGISTER-LINE
002670         END-IF
002680     END-IF.
002690 1000-EXIT.
002700     EXIT.
002710*-----------------------------------------------------------*
002720* 1100-READ-CONFIG-PARA - SCAN WRKCFG FOR THE APRV-DATE      *
002730* AND APPROVE-DAYS KEYWORD LINES. THE OTHER KEYWORDS         *
002740* BELONG TO OTHER JOBS AND ARE PASSED OVER HERE.             *
002750*-----------------------------------------------------------*
002760 1100-READ-CONFIG-PARA.
002770     OPEN INPUT CONFIG-FILE.
002780     IF WS-CONFIG-FILE-OK
002790         PERFORM 1150-READ-CONFIG-LINE-PARA THRU 1150-EXIT
002800         PERFORM 1170-APPLY-CONFIG-LINE-PARA THRU 1170-EXIT
002810             UNTIL WS-CFG-EOF
002820         CLOSE CONFIG-FILE
002830     END-IF.
002840 1100-EXIT.
002850     EXIT.
002860*-----------------------------------------------------------*
002870* 1150-READ-CONFIG-LINE-PARA - READ THE NEXT WRKCFG LINE.    *
002880*-----------------------------------------------------------*
002890 1150-READ-CONFIG-LINE-PARA.
002900     READ CONFIG-FILE
002910         AT END
002920             MOVE "Y" TO WS-CFG-EOF-SWITCH
002930     END-READ.
002940 1150-EXIT.
002950     EXIT.
002960*-----------------------------------------------------------*
002970* 1170-APPLY-CONFIG-LINE-PARA - TAKE THE BUSINESS DATE OR    *
002980* THE APPROVAL WINDOW IF THIS IS ONE OF THEIR LINES, THEN    *
002990* READ THE NEXT. A WINDOW OF ZERO DAYS IS IGNORED - IT       *
003000* WOULD EXPIRE EVERY ITEM THE NIGHT IT WAS SUBMITTED.        *
003010*-----------------------------------------------------------*
003020 1170-APPLY-CONFIG-LINE-PARA.
003030     EVALUATE TRUE
003040         WHEN CONFIG-RECORD (1:9) = "APRV-DATE" AND
003050              CONFIG-RECORD (11:8) IS NUMERIC
003060             MOVE CONFIG-RECORD (11:8) TO WS-BUSINESS-DATE
003070         WHEN CONFIG-RECORD (1:12) = "APPROVE-DAYS" AND
003080              CONFIG-RECORD (14:3) IS NUMERIC AND
003090              CONFIG-RECORD (14:3) NOT = "000"
003100             MOVE CONFIG-RECORD (14:3) TO WS-APPROVE-DAYS
003110         WHEN OTHER
003120             CONTINUE
003130     END-EVALUATE.
003140     PERFORM 1150-READ-CONFIG-LINE-PARA THRU 1150-EXIT.
003150 1170-EXIT.
003160     EXIT.
003170*-----------------------------------------------------------*
003180* 1900-RUN-START-PARA - REGISTER THE START OF THE RUN ON     *
003190* THE WRKRUNCT RUN-CONTROL FILE UNDER THE BUSINESS DATE.     *
003200* BLOCKED MEANS THAT DATE ALREADY COMPLETED AND THE JOB      *
003210* MUST NOT RUN AGAIN WITHOUT A RUN-FORCE OVERRIDE.           *
003220*-----------------------------------------------------------*
003230 1900-RUN-START-PARA.
003240     MOVE "acctaprv" TO RUNCLNK-JOB-NAME.
003250     MOVE "S" TO RUNCLNK-FUNCTION-CODE.
003260     MOVE WS-BUSINESS-DATE TO RUNCLNK-BUSINESS-DATE.
003270     CALL "wrkrunct" USING RUNCLNK-PARMS.
003280     IF RUNCLNK-RC-BLOCKED
003290         MOVE "Y" TO WS-RUN-BLOCKED-SWITCH
003300     END-IF.
003310 1900-EXIT.
003320     EXIT.
003330*-----------------------------------------------------------*
003340* 2000-PROCESS-APPROVAL-PARA - WORK OUT HOW LONG THE ITEM    *
003350* IN HAND HAS BEEN ON FILE, EXPIRE IT IF IT HAS SAT          *
003360* PENDING FOR THE WHOLE APPROVAL WINDOW, COUNT IT UNDER      *
003370* ITS STATUS, PRINT IT IF IT IS STILL PENDING OR WAS         *
003380* DECIDED ON THE BUSINESS DATE, AND READ THE NEXT ONE. AN    *
003390* ITEM WHOSE SUBMISSION DATE CANNOT BE READ IS NEVER         *
003400* EXPIRED HERE AND SHOWS AN AGE OF ZERO.                     *
003410*-----------------------------------------------------------*
003420 2000-PROCESS-APPROVAL-PARA.
003430     ADD 1 TO WS-ITEMS-READ.
003440     MOVE ZERO TO WS-AGE-DAYS.
003450     IF APRV-MAKER-TIMESTAMP (1:8) IS NUMERIC
003460         MOVE APRV-MAKER-TIMESTAMP (1:8) TO WS-DN-DATE
003470         PERFORM 8100-DAY-NUMBER-PARA THRU 8100-EXIT
003480         IF WS-DN-VALID AND WS-DN-DAYS < WS-BUSINESS-DAY-NO
003490             COMPUTE WS-AGE-DAYS =
003500                 WS-BUSINESS-DAY-NO - WS-DN-DAYS
003510         END-IF
003520     END-IF.
003530     IF APRV-PENDING AND WS-AGE-DAYS NOT < WS-APPROVE-DAYS
003540         PERFORM 2200-EXPIRE-APPROVAL-PARA THRU 2200-EXIT
003550     END-IF.
003560     EVALUATE TRUE
003570         WHEN APRV-PENDING
003580             ADD 1 TO WS-PENDING-COUNT
003590             ADD APRV-AMOUNT TO WS-TOTAL-PENDING
003600         WHEN APRV-APPROVED
003610             ADD 1 TO WS-APPROVED-COUNT
003620         WHEN APRV-REJECTED
003630             ADD 1 TO WS-REJECTED-COUNT
003640         WHEN APRV-EXPIRED
003650             ADD 1 TO WS-EXPIRED-COUNT
003660         WHEN OTHER
003670             CONTINUE
003680     END-EVALUATE.
003690     IF APRV-PENDING
003700         PERFORM 2400-WRITE-APPROVAL-LINE-PARA THRU 2400-EXIT
003710     ELSE
003720         IF APRV-DECIDED-TIMESTAMP (1:8) = WS-BUSINESS-DATE-X
003730             ADD 1 TO WS-DECIDED-TODAY
003740             IF APRV-APPROVED AND
003750                APRV-RESULT-STATUS (1:1) NOT = "2"
003760                 ADD 1 TO WS-APPLY-FAILED
003770             END-IF
003780             PERFORM 2400-WRITE-APPROVAL-LINE-PARA THRU 2400-EXIT
003790         END-IF
003800     END-IF.
003810     PERFORM 2100-READ-APPROVAL-PARA THRU 2100-EXIT.
003820 2000-EXIT.
003830     EXIT.
003840*-----------------------------------------------------------*
003850* 2100-READ-APPROVAL-PARA - READ THE NEXT ITEM IN KEY        *
003860* ORDER, WHICH IS ORDER OF SUBMISSION. A READ ERROR ENDS     *
003870* THE PASS AND FAILS THE RUN.                                *
003880*-----------------------------------------------------------*
003890 2100-READ-APPROVAL-PARA.
003900     READ APPROVAL-FILE NEXT RECORD
003910         AT END
003920             MOVE "Y" TO WS-APRV-EOF-SWITCH
003930     END-READ.
003940     IF NOT WS-APRV-EOF AND NOT WS-APRV-FILE-OK
003950         MOVE "Y" TO WS-APRV-EOF-SWITCH
003960         MOVE "Y" TO WS-APRV-ERROR-SWITCH
003970         IF WS-RPT-FILE-OK
003980             MOVE SPACES TO APPROVAL-REGISTER-LINE
003990             STRING "WRKAPRV READ FAILED - STATUS "
004000                                         DELIMITED BY SIZE
004010                     WS-APRV-FILE-STATUS DELIMITED BY SIZE
004020                 INTO APPROVAL-REGISTER-LINE
004030             WRITE APPROVAL-REGISTER-LINE
004040         END-IF
004050     END-IF.
004060 2100-EXIT.
004070     EXIT.
004080*-----------------------------------------------------------*
004090* 2200-EXPIRE-APPROVAL-PARA - MARK ONE LAPSED ITEM           *
004100* EXPIRED, DECIDED BY THIS JOB AS AT THE BUSINESS DATE,      *
004110* AND REWRITE IT. A FAILED REWRITE LEAVES THE ITEM PENDING   *
004120* - STILL OPEN TO APPROVAL - SO IT IS FLAGGED ON THE         *
004130* REGISTER AND FAILS THE RUN.                                *
004140*-----------------------------------------------------------*
004150 2200-EXPIRE-APPROVAL-PARA.
004160     MOVE "E" TO APRV-STATUS.
004170     MOVE "ACCTAPRV" TO APRV-CHECKER-ID.
004180     MOVE WS-EXPIRY-TIMESTAMP TO APRV-DECIDED-TIMESTAMP.
004190     REWRITE APRV-RECORD
004200         INVALID KEY
004210             CONTINUE
004220     END-REWRITE.
004230     IF WS-APRV-FILE-OK
004240         ADD 1 TO WS-EXPIRED-NOW
004250         ADD APRV-AMOUNT TO WS-TOTAL-EXPIRED-NOW
004260     ELSE
004270         ADD 1 TO WS-EXPIRE-FAILED
004280         MOVE "Y" TO WS-APRV-ERROR-SWITCH
004290         MOVE "P" TO APRV-STATUS
004300         MOVE SPACES TO APRV-CHECKER-ID
004310         MOVE SPACES TO APRV-DECIDED-TIMESTAMP
004320         PERFORM 2500-WRITE-FAILED-LINE-PARA THRU 2500-EXIT
004330     END-IF.
004340 2200-EXIT.
004350     EXIT.
004360*-----------------------------------------------------------*
004370* 2400-WRITE-APPROVAL-LINE-PARA - ONE REGISTER LINE FOR      *
004380* THE ITEM IN HAND: STATUS, ID, FUNCTION, ACCOUNT, AMOUNT,   *
004390* AGE, WHO SUBMITTED IT AND WHEN, WHO DECIDED IT AND WHEN,   *
004400* AND FOR AN APPROVAL THE STATUS THE APPLIED REQUEST         *
004410* ANSWERED.                                                  *
004420*-----------------------------------------------------------*
004430 2400-WRITE-APPROVAL-LINE-PARA.
004440     IF NOT WS-RPT-FILE-OK
004450         GO TO 2400-EXIT
004460     END-IF.
004470     EVALUATE TRUE
004480         WHEN APRV-PENDING
004490             MOVE "PENDING"  TO WS-DTL-STATUS
004500         WHEN APRV-APPROVED
004510             MOVE "APPROVED" TO WS-DTL-STATUS
004520         WHEN APRV-REJECTED
004530             MOVE "REJECTED" TO WS-DTL-STATUS
004540         WHEN APRV-EXPIRED
004550             MOVE "EXPIRED"  TO WS-DTL-STATUS
004560         WHEN OTHER
004570             MOVE "UNKNOWN"  TO WS-DTL-STATUS
004580     END-EVALUATE.
004590     EVALUATE TRUE
004600         WHEN APRV-FUNC-POSTING
004610             MOVE "POSTING"  TO WS-DTL-FUNCTION
004620         WHEN APRV-FUNC-TRANSFER
004630             MOVE "XFER"     TO WS-DTL-FUNCTION
004640         WHEN APRV-FUNC-RESTATE
004650             MOVE "RESTATE"  TO WS-DTL-FUNCTION
004660         WHEN APRV-FUNC-CLOSE
004670             MOVE "CLOSE"    TO WS-DTL-FUNCTION
004680         WHEN OTHER
004690             MOVE "UNKNOWN"  TO WS-DTL-FUNCTION
004700     END-EVALUATE.
004710     MOVE APRV-ID                     TO WS-DTL-ID.
004720     MOVE APRV-ACCT-NUMBER            TO WS-DTL-ACCT-NUMBER.
004730     MOVE APRV-AMOUNT                 TO WS-DTL-AMOUNT.
004740     MOVE WS-AGE-DAYS                 TO WS-DTL-AGE.
004750     MOVE APRV-MAKER-ID               TO WS-DTL-MAKER-ID.
004760     MOVE APRV-MAKER-TIMESTAMP (1:8)  TO WS-DTL-SUBMITTED.
004770     MOVE APRV-CHECKER-ID             TO WS-DTL-CHECKER-ID.
004780     MOVE APRV-DECIDED-TIMESTAMP (1:8) TO WS-DTL-DECIDED.
004790     MOVE APRV-RESULT-STATUS          TO WS-DTL-RESULT.
004800     MOVE WS-DETAIL-LINE TO APPROVAL-REGISTER-LINE.
004810     WRITE APPROVAL-REGISTER-LINE.
004820 2400-EXIT.
004830     EXIT.
004840*-----------------------------------------------------------*
004850* 2500-WRITE-FAILED-LINE-PARA - THE ITEM HAS LAPSED BUT      *
004860* ITS REWRITE FAILED. PRINTED AHEAD OF THE ITEM'S REGISTER   *
004870* LINE WITH THE FILE STATUS FOR THE DESK.                    *
004880*-----------------------------------------------------------*
004890 2500-WRITE-FAILED-LINE-PARA.
004900     IF NOT WS-RPT-FILE-OK
004910         GO TO 2500-EXIT
004920     END-IF.
004930     MOVE SPACES TO APPROVAL-REGISTER-LINE.
004940     STRING "NOT EXPIRED " DELIMITED BY SIZE
004950             APRV-ID             DELIMITED BY SIZE
004960             " "                 DELIMITED BY SIZE
004970             APRV-ACCT-NUMBER    DELIMITED BY SIZE
004980             " REWRITE FAILED STATUS "
004990                                 DELIMITED BY SIZE
005000             WS-APRV-FILE-STATUS DELIMITED BY SIZE
005010         INTO APPROVAL-REGISTER-LINE.
005020     WRITE APPROVAL-REGISTER-LINE.
005030 2500-EXIT.
005040     EXIT.
005050*-----------------------------------------------------------*
005060* 3000-WRITE-TOTALS-PARA - APPROVAL TOTALS FOR THE DESK.     *
005070* APPROVED BUT NOT APPLIED COUNTS THE BUSINESS DATE'S        *
005080* APPROVALS WHOSE REQUEST DID NOT ANSWER 2XX WHEN IT WAS     *
005090* APPLIED - THE CHECKER SAW THE ANSWER, BUT THE DESK         *
005100* SHOULD FOLLOW IT UP.                                       *
005110*-----------------------------------------------------------*
005120 3000-WRITE-TOTALS-PARA.
005130     MOVE WS-ITEMS-READ TO WS-COUNT-DISPLAY.
005140     MOVE SPACES TO APPROVAL-REGISTER-LINE.
005150     STRING "ITEMS READ .......... " DELIMITED BY SIZE
005160             WS-COUNT-DISPLAY        DELIMITED BY SIZE
005170         INTO APPROVAL-REGISTER-LINE.
005180     WRITE APPROVAL-REGISTER-LINE.
005190     MOVE WS-EXPIRED-NOW TO WS-COUNT-DISPLAY.
005200     MOVE SPACES TO APPROVAL-REGISTER-LINE.
005210     STRING "EXPIRED THIS RUN .... " DELIMITED BY SIZE
005220             WS-COUNT-DISPLAY        DELIMITED BY SIZE
005230         INTO APPROVAL-REGISTER-LINE.
005240     WRITE APPROVAL-REGISTER-LINE.
005250     MOVE WS-TOTAL-EXPIRED-NOW TO WS-AMOUNT-DISPLAY.
005260     MOVE SPACES TO APPROVAL-REGISTER-LINE.
005270     STRING "AMOUNT EXPIRED ...... " DELIMITED BY SIZE
005280             WS-AMOUNT-DISPLAY       DELIMITED BY SIZE
005290         INTO APPROVAL-REGISTER-LINE.
005300     WRITE APPROVAL-REGISTER-LINE.
005310     MOVE WS-EXPIRE-FAILED TO WS-COUNT-DISPLAY.
005320     MOVE SPACES TO APPROVAL-REGISTER-LINE.
005330     STRING "NOT EXPIRED ......... " DELIMITED BY SIZE
005340             WS-COUNT-DISPLAY        DELIMITED BY SIZE
005350         INTO APPROVAL-REGISTER-LINE.
005360     WRITE APPROVAL-REGISTER-LINE.
005370     MOVE WS-DECIDED-TODAY TO WS-COUNT-DISPLAY.
005380     MOVE SPACES TO APPROVAL-REGISTER-LINE.
005390     STRING "DECIDED TODAY ....... " DELIMITED BY SIZE
005400             WS-COUNT-DISPLAY        DELIMITED BY SIZE
005410         INTO APPROVAL-REGISTER-LINE.
005420     WRITE APPROVAL-REGISTER-LINE.
005430     MOVE WS-APPLY-FAILED TO WS-COUNT-DISPLAY.
005440     MOVE SPACES TO APPROVAL-REGISTER-LINE.
005450     STRING "APPROVED NOT APPLIED  " DELIMITED BY SIZE
005460             WS-COUNT-DISPLAY        DELIMITED BY SIZE
005470         INTO APPROVAL-REGISTER-LINE.
005480     WRITE APPROVAL-REGISTER-LINE.
005490     MOVE WS-PENDING-COUNT TO WS-COUNT-DISPLAY.
005500     MOVE SPACES TO APPROVAL-REGISTER-LINE.
005510     STRING "ITEMS PENDING ....... " DELIMITED BY SIZE
005520             WS-COUNT-DISPLAY        DELIMITED BY SIZE
005530         INTO APPROVAL-REGISTER-LINE.
005540     WRITE APPROVAL-REGISTER-LINE.
005550     MOVE WS-TOTAL-PENDING TO WS-AMOUNT-DISPLAY.
005560     MOVE SPACES TO APPROVAL-REGISTER-LINE.
005570     STRING "AMOUNT PENDING ...... " DELIMITED BY SIZE
005580             WS-AMOUNT-DISPLAY       DELIMITED BY SIZE
005590         INTO APPROVAL-REGISTER-LINE.
005600     WRITE APPROVAL-REGISTER-LINE.
005610     MOVE WS-APPROVED-COUNT TO WS-COUNT-DISPLAY.
005620     MOVE SPACES TO APPROVAL-REGISTER-LINE.
005630     STRING "ITEMS APPROVED ...... " DELIMITED BY SIZE
005640             WS-COUNT-DISPLAY        DELIMITED BY SIZE
005650         INTO APPROVAL-REGISTER-LINE.
005660     WRITE APPROVAL-REGISTER-LINE.
005670     MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY.
005680     MOVE SPACES TO APPROVAL-REGISTER-LINE.
005690     STRING "ITEMS REJECTED ...... " DELIMITED BY SIZE
005700             WS-COUNT-DISPLAY        DELIMITED BY SIZE
005710         INTO APPROVAL-REGISTER-LINE.
005720     WRITE APPROVAL-REGISTER-LINE.
005730     MOVE WS-EXPIRED-COUNT TO WS-COUNT-DISPLAY.
005740     MOVE SPACES TO APPROVAL-REGISTER-LINE.
005750     STRING "ITEMS EXPIRED ....... " DELIMITED BY SIZE
005760             WS-COUNT-DISPLAY        DELIMITED BY SIZE
005770         INTO APPROVAL-REGISTER-LINE.
005780     WRITE APPROVAL-REGISTER-LINE.
005790 3000-EXIT.
005800     EXIT.
005810*-----------------------------------------------------------*
005820* 8100-DAY-NUMBER-PARA - TURN WS-DN-DATE INTO A DAY COUNT    *
005830* IN WS-DN-DAYS: 365 A YEAR, A LEAP DAY FOR EVERY FOURTH     *
005840* YEAR BUT NOT THE HUNDREDTHS UNLESS THE FOUR-HUNDREDTHS,    *
005850* COUNTING THIS YEAR'S LEAP DAY ONLY FROM MARCH. A DATE      *
005860* THAT IS NOT A REAL YYYYMMDD LEAVES WS-DN-VALID OFF.        *
005870*-----------------------------------------------------------*
005880 8100-DAY-NUMBER-PARA.
005890     MOVE "N" TO WS-DN-SWITCH.
005900     MOVE ZERO TO WS-DN-DAYS.
005910     IF WS-DN-YEAR = ZERO OR
005920        WS-DN-MONTH < 1 OR WS-DN-MONTH > 12 OR
005930        WS-DN-DAY < 1 OR WS-DN-DAY > 31
005940         GO TO 8100-EXIT
005950     END-IF.
005960     MOVE WS-DN-YEAR TO WS-DN-LEAP-YEAR.
005970     IF WS-DN-MONTH < 3
005980         SUBTRACT 1 FROM WS-DN-LEAP-YEAR
005990     END-IF.
006000     DIVIDE WS-DN-LEAP-YEAR BY 4 GIVING WS-DN-Q4.
006010     DIVIDE WS-DN-LEAP-YEAR BY 100 GIVING WS-DN-Q100.
006020     DIVIDE WS-DN-LEAP-YEAR BY 400 GIVING WS-DN-Q400.
006030     COMPUTE WS-DN-DAYS = WS-DN-YEAR * 365
006040         + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
006050         + WS-MONTH-START (WS-DN-MONTH) + WS-DN-DAY.
006060     MOVE "Y" TO WS-DN-SWITCH.
006070 8100-EXIT.
006080     EXIT.
006090*-----------------------------------------------------------*
006100* 8900-RUN-END-PARA - REGISTER THE END OF THE RUN AND ITS    *
006110* CONTROL TOTALS ON WRKRUNCT. A BLOCKED RUN RECORDED         *
006120* NOTHING AND LEAVES THE COMPLETED RECORD ALONE. AN          *
006130* APPROVAL FILE THAT WOULD NOT OPEN OR READ TO THE END, OR   *
006140* AN EXPIRY NOT REWRITTEN, FAILS THE RUN SO THE DATE CAN     *
006150* BE RUN AGAIN ONCE THE CAUSE IS PUT RIGHT. THE CONTROL      *
006160* AMOUNT IS THE AMOUNT STILL PENDING.                        *
006170*-----------------------------------------------------------*
006180 8900-RUN-END-PARA.
006190     IF WS-RUN-BLOCKED
006200         GO TO 8900-EXIT
006210     END-IF.
006220     MOVE "E" TO RUNCLNK-FUNCTION-CODE.
006230     IF WS-APRV-ERROR
006240         MOVE "F" TO RUNCLNK-STATUS-CODE
006250     ELSE
006260         MOVE "C" TO RUNCLNK-STATUS-CODE
006270     END-IF.
006280     MOVE WS-ITEMS-READ TO RUNCLNK-RECORDS-IN.
006290     MOVE WS-EXPIRED-NOW TO RUNCLNK-RECORDS-OUT.
006300     MOVE WS-TOTAL-PENDING TO RUNCLNK-CONTROL-AMOUNT.
006310     CALL "wrkrunct" USING RUNCLNK-PARMS.
006320 8900-EXIT.
006330     EXIT.
006340*-----------------------------------------------------------*
006350* 9999-TERMINATE-PARA - CLOSE FILES AND END THE RUN.         *
006360*-----------------------------------------------------------*
006370 9999-TERMINATE-PARA.
006380     PERFORM 8900-RUN-END-PARA THRU 8900-EXIT.
006390     IF WS-APRV-FILE-IS-OPEN
006400         CLOSE APPROVAL-FILE
006410     END-IF.
006420     IF WS-RPT-FILE-OK
006430         CLOSE APPROVAL-REGISTER-FILE
006440     END-IF.
006450     STOP RUN.
006460 9999-EXIT.
006470     EXIT.
