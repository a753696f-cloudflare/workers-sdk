000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. wrktrcnv.
000030 AUTHOR. DL100-DEVELOPMENT-TEAM.
000040 INSTALLATION. CLOUDFLARE-WORKERS-COBOL.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*-----------------------------------------------------------*
000100* 2026-10-15  DL100  INITIAL VERSION. ONE-TIME CONVERSION    *
000110*                    JOB - LOADS ONE SEQUENTIAL WRKTRAN      *
000120*                    GENERATION (MOUNTED AS WRKTRANS, IN THE *
000130*                    OLD 92-BYTE LINE LAYOUT) ONTO THE KEYED *
000140*                    WRKTRAN FILE, CREATING IT ON THE FIRST  *
000150*                    RUN. RUN ONCE PER GENERATION, OLDEST    *
000160*                    FIRST. EACH LINE IS KEYED ON ACCOUNT,   *
000170*                    TIMESTAMP AND A SEQUENCE NUMBER THAT    *
000180*                    STEPS PAST ANY LINE ALREADY HOLDING THE *
000190*                    SAME ACCOUNT AND TIMESTAMP. A LINE      *
000200*                    ALREADY ON FILE WORD FOR WORD (A        *
000210*                    GENERATION LOADED TWICE) IS COUNTED,    *
000220*                    NOT LOADED AGAIN. THE WRKTRCRP REPORT   *
000230*                    PROVES THE LOAD: KEYED RECORDS AND D/C  *
000240*                    TOTALS BEFORE, PLUS THE GENERATION,     *
000250*                    LESS WHAT WAS ALREADY ON FILE, MUST     *
000260*                    EQUAL THE KEYED RECORDS AND TOTALS      *
000270*                    AFTER, WITH NO WRITE ERRORS. ANYTHING   *
000280*                    ELSE FAILS THE RUN ON WRKRUNCT. A       *
000290*                    SECOND GENERATION ON THE SAME BUSINESS  *
000300*                    DATE NEEDS A RUN-FORCE LINE IN WRKCFG.  *
000310*-----------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT OLD-TRAN-FILE ASSIGN TO "WRKTRANS"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-OLD-FILE-STATUS.
000390     SELECT TRAN-HISTORY-FILE ASSIGN TO "WRKTRAN"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS TRAN-KEY
000430         ALTERNATE RECORD KEY IS TRAN-REFERENCE
000440             WITH DUPLICATES
000450         FILE STATUS IS WS-TRAN-FILE-STATUS.
000460     SELECT CONVERT-REPORT-FILE ASSIGN TO "WRKTRCRP"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RPT-FILE-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510*-----------------------------------------------------------*
000520* THE SEQUENTIAL WRKTRAN LINE AS IT WAS BEFORE THE FILE WAS  *
000530* KEYED. LINES WRITTEN BEFORE THE REFERENCE, REVERSAL OR     *
000540* SOURCE FIELDS WERE ADDED ARE SHORTER AND READ BACK WITH    *
000550* THOSE FIELDS BLANK.                                        *
000560*-----------------------------------------------------------*
000570 FD  OLD-TRAN-FILE.
000580 01  OLD-TRAN-RECORD.
000590     05  OLDT-ACCT-NUMBER            PIC X(10).
000600     05  FILLER                      PIC X(01).
000610     05  OLDT-TIMESTAMP              PIC X(17).
000620     05  FILLER                      PIC X(01).
000630     05  OLDT-DC-CODE                PIC X(01).
000640     05  FILLER                      PIC X(01).
000650     05  OLDT-AMOUNT                 PIC S9(9)V99
000660                                     SIGN LEADING SEPARATE.
000670     05  FILLER                      PIC X(01).
000680     05  OLDT-NEW-BALANCE            PIC S9(9)V99
000690                                     SIGN LEADING SEPARATE.
000700     05  FILLER                      PIC X(01).
000710     05  OLDT-REFERENCE              PIC X(16).
000720     05  FILLER                      PIC X(01).
000730     05  OLDT-REVERSAL-OF            PIC X(16).
000740     05  FILLER                      PIC X(01).
000750     05  OLDT-SOURCE-CODE            PIC X(01).
000760 FD  TRAN-HISTORY-FILE.
000770 COPY TRANREC.
000780 FD  CONVERT-REPORT-FILE.
000790 01  CONVERT-REPORT-LINE             PIC X(80).
000800 WORKING-STORAGE SECTION.
000810*-----------------------------------------------------------*
000820* FILE STATUS SWITCHES. "02" ON THE KEYED FILE IS A GOOD     *
000830* READ OR WRITE ON A DUPLICATE REFERENCE.                    *
000840*-----------------------------------------------------------*
000850 77  WS-OLD-FILE-STATUS          PIC X(02) VALUE SPACES.
000860     88  WS-OLD-FILE-OK              VALUE "00".
000870 77  WS-TRAN-FILE-STATUS         PIC X(02) VALUE SPACES.
000880     88  WS-TRAN-FILE-OK             VALUE "00" "02".
000890     88  WS-TRAN-DUP-KEY             VALUE "22".
000900     88  WS-TRAN-FILE-MISSING        VALUE "35".
000910 77  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
000920     88  WS-RPT-FILE-OK              VALUE "00".
000930 77  WS-OLD-EOF-SWITCH           PIC X(01) VALUE "N".
000940     88  WS-OLD-EOF                  VALUE "Y".
000950 77  WS-TRAN-EOF-SWITCH          PIC X(01) VALUE "N".
000960     88  WS-TRAN-EOF                 VALUE "Y".
000970 77  WS-NEW-FILE-SWITCH          PIC X(01) VALUE "N".
000980     88  WS-KEYED-FILE-IS-NEW        VALUE "Y".
000990 77  WS-LOAD-SWITCH              PIC X(01) VALUE "N".
001000     88  WS-LOAD-DONE                VALUE "Y".
001010 77  WS-RUN-FAILED-SWITCH        PIC X(01) VALUE "N".
001020     88  WS-RUN-FAILED               VALUE "Y".
001030*-----------------------------------------------------------*
001040* THE LINE BEING LOADED, HELD WHILE A KEYED READ CHECKS THE  *
001050* RECORD ALREADY HOLDING ITS KEY.                            *
001060*-----------------------------------------------------------*
001070 01  WS-HOLD-RECORD.
001080     05  WS-HOLD-KEY                 PIC X(31).
001090     05  WS-HOLD-DATA                PIC X(64).
001100*-----------------------------------------------------------*
001110* PROOF COUNTS AND D/C TOTALS - THE KEYED FILE BEFORE AND    *
001120* AFTER THE LOAD, THE GENERATION READ, AND THE LINES FOUND   *
001130* ALREADY ON FILE. AMOUNTS THAT ARE NOT NUMERIC ARE COUNTED  *
001140* BUT LEFT OUT OF THE TOTALS ON EVERY SIDE ALIKE.            *
001150*-----------------------------------------------------------*
001160 77  WS-BEFORE-COUNT             PIC 9(07) COMP VALUE ZERO.
001170 77  WS-AFTER-COUNT              PIC 9(07) COMP VALUE ZERO.
001180 77  WS-INPUT-COUNT              PIC 9(07) COMP VALUE ZERO.
001190 77  WS-LOADED-COUNT             PIC 9(07) COMP VALUE ZERO.
001200 77  WS-ALREADY-COUNT            PIC 9(07) COMP VALUE ZERO.
001210 77  WS-ERROR-COUNT              PIC 9(07) COMP VALUE ZERO.
001220 77  WS-BAD-AMOUNT-COUNT         PIC 9(07) COMP VALUE ZERO.
001230 77  WS-EXPECTED-COUNT           PIC 9(07) COMP VALUE ZERO.
001240 01  WS-BEFORE-DEBITS            PIC S9(11)V99 VALUE ZEROS.
001250 01  WS-BEFORE-CREDITS           PIC S9(11)V99 VALUE ZEROS.
001260 01  WS-AFTER-DEBITS             PIC S9(11)V99 VALUE ZEROS.
001270 01  WS-AFTER-CREDITS            PIC S9(11)V99 VALUE ZEROS.
001280 01  WS-INPUT-DEBITS             PIC S9(11)V99 VALUE ZEROS.
001290 01  WS-INPUT-CREDITS            PIC S9(11)V99 VALUE ZEROS.
001300 01  WS-ALREADY-DEBITS           PIC S9(11)V99 VALUE ZEROS.
001310 01  WS-ALREADY-CREDITS          PIC S9(11)V99 VALUE ZEROS.
001320 01  WS-EXPECTED-DEBITS          PIC S9(11)V99 VALUE ZEROS.
001330 01  WS-EXPECTED-CREDITS         PIC S9(11)V99 VALUE ZEROS.
001340 01  WS-COUNT-DISPLAY            PIC ZZZZZZ9.
001350 01  WS-AMOUNT-DISPLAY           PIC ZZZZZZZZZZ9.99-.
001360 01  WS-REPORT-LABEL             PIC X(22) VALUE SPACES.
001370*-----------------------------------------------------------*
001380* RUN-CONTROL GUARD - SEE COPYBOOKS/RUNCLNK.CPY. THE JOB     *
001390* REGISTERS ITS START ON WRKRUNCT AND STOPS WHEN THIS        *
001400* BUSINESS DATE ALREADY COMPLETED.                           *
001410*-----------------------------------------------------------*
001420 77  WS-RUN-BLOCKED-SWITCH       PIC X(01) VALUE "N".
001430     88  WS-RUN-BLOCKED              VALUE "Y".
001440 COPY RUNCLNK.
001450 PROCEDURE DIVISION.
001460*===========================================================*
001470* 0000-MAIN-CONTROL - TOTAL THE KEYED FILE, LOAD THE         *
001480* GENERATION, TOTAL IT AGAIN AND PROVE THE DIFFERENCE.       *
001490*===========================================================*
001500 0000-MAIN-CONTROL.
001510     PERFORM 1000-INITIALIZE-PARA THRU 1000-EXIT.
001520     IF NOT WS-RUN-BLOCKED AND NOT WS-RUN-FAILED
001530         PERFORM 2000-LOAD-GENERATION-PARA THRU 2000-EXIT
001540         PERFORM 3000-TAKE-AFTER-TOTALS-PARA THRU 3000-EXIT
001550         PERFORM 4000-PROVE-LOAD-PARA THRU 4000-EXIT
001560     END-IF.
001570     PERFORM 9999-TERMINATE-PARA THRU 9999-EXIT.
001580 0000-EXIT.
001590     EXIT.
001600*-----------------------------------------------------------*
001610* 1000-INITIALIZE-PARA - OPEN THE REPORT AND THE GENERATION  *
001620* AND TAKE THE BEFORE TOTALS. NO GENERATION, OR A KEYED FILE *
001630* THAT CANNOT BE READ, FAILS THE RUN WITH NOTHING LOADED.    *
001640*-----------------------------------------------------------*
001650 1000-INITIALIZE-PARA.
001660     PERFORM 1900-RUN-START-PARA THRU 1900-EXIT.
001670     OPEN OUTPUT CONVERT-REPORT-FILE.
001680     IF WS-RPT-FILE-OK
001690         MOVE "WRKTRAN KEYED CONVERSION REPORT" TO
001700             CONVERT-REPORT-LINE
001710         WRITE CONVERT-REPORT-LINE
001720     END-IF.
001730     IF WS-RUN-BLOCKED
001740         IF WS-RPT-FILE-OK
001750             MOVE "RUN ALREADY DONE FOR THIS DATE - RUN-FORCE"
001760                 TO CONVERT-REPORT-LINE
001770             WRITE CONVERT-REPORT-LINE
001780         END-IF
001790         GO TO 1000-EXIT
001800     END-IF.
001810     OPEN INPUT OLD-TRAN-FILE.
001820     IF NOT WS-OLD-FILE-OK
001830         MOVE "Y" TO WS-RUN-FAILED-SWITCH
001840         IF WS-RPT-FILE-OK
001850             MOVE "NO WRKTRANS GENERATION - NOTHING CONVERTED"
001860                 TO CONVERT-REPORT-LINE
001870             WRITE CONVERT-REPORT-LINE
001880         END-IF
001890         GO TO 1000-EXIT
001900     END-IF.
001910     PERFORM 1500-TAKE-BEFORE-TOTALS-PARA THRU 1500-EXIT.
001920     IF WS-RUN-FAILED
001930         CLOSE OLD-TRAN-FILE
001940         IF WS-RPT-FILE-OK
001950             MOVE "WRKTRAN UNREADABLE - NOTHING CONVERTED"
001960                 TO CONVERT-REPORT-LINE
001970             WRITE CONVERT-REPORT-LINE
001980         END-IF
001990     END-IF.
002000 1000-EXIT.
002010     EXIT.
002020*-----------------------------------------------------------*
002030* 1500-TAKE-BEFORE-TOTALS-PARA - COUNT AND TOTAL WHAT THE    *
002040* KEYED FILE HOLDS BEFORE THIS GENERATION GOES ON. NO KEYED  *
002050* FILE YET MEANS THIS IS THE FIRST GENERATION AND THE BEFORE *
002060* SIDE IS ZERO.                                              *
002070*-----------------------------------------------------------*
002080 1500-TAKE-BEFORE-TOTALS-PARA.
002090     OPEN INPUT TRAN-HISTORY-FILE.
002100     IF WS-TRAN-FILE-MISSING
002110         MOVE "Y" TO WS-NEW-FILE-SWITCH
002120         GO TO 1500-EXIT
002130     END-IF.
002140     IF NOT WS-TRAN-FILE-OK
002150         MOVE "Y" TO WS-RUN-FAILED-SWITCH
002160         GO TO 1500-EXIT
002170     END-IF.
002180     MOVE "N" TO WS-TRAN-EOF-SWITCH.
002190     PERFORM 1550-READ-KEYED-PARA THRU 1550-EXIT.
002200     PERFORM 1570-ADD-BEFORE-PARA THRU 1570-EXIT
002210         UNTIL WS-TRAN-EOF.
002220     CLOSE TRAN-HISTORY-FILE.
002230 1500-EXIT.
002240     EXIT.
002250*-----------------------------------------------------------*
002260* 1550-READ-KEYED-PARA - READ THE NEXT KEYED WRKTRAN RECORD. *
002270* A READ ERROR ENDS THE PASS AND FAILS THE RUN - A PROOF     *
002280* TAKEN OVER PART OF THE FILE PROVES NOTHING.                *
002290*-----------------------------------------------------------*
002300 1550-READ-KEYED-PARA.
002310     READ TRAN-HISTORY-FILE NEXT RECORD
002320         AT END
002330             MOVE "Y" TO WS-TRAN-EOF-SWITCH
002340     END-READ.
002350     IF NOT WS-TRAN-EOF AND NOT WS-TRAN-FILE-OK
002360         MOVE "Y" TO WS-TRAN-EOF-SWITCH
002370         MOVE "Y" TO WS-RUN-FAILED-SWITCH
002380     END-IF.
002390 1550-EXIT.
002400     EXIT.
002410*-----------------------------------------------------------*
002420* 1570-ADD-BEFORE-PARA - ADD ONE KEYED RECORD TO THE BEFORE  *
002430* TOTALS AND READ THE NEXT.                                  *
002440*-----------------------------------------------------------*
002450 1570-ADD-BEFORE-PARA.
002460     ADD 1 TO WS-BEFORE-COUNT.
002470     IF TRAN-AMOUNT IS NUMERIC
002480         IF TRAN-CREDIT
002490             ADD TRAN-AMOUNT TO WS-BEFORE-CREDITS
002500         ELSE
002510             ADD TRAN-AMOUNT TO WS-BEFORE-DEBITS
002520         END-IF
002530     END-IF.
002540     PERFORM 1550-READ-KEYED-PARA THRU 1550-EXIT.
002550 1570-EXIT.
002560     EXIT.
002570*-----------------------------------------------------------*
002580* 1900-RUN-START-PARA - REGISTER THE START OF THE RUN ON     *
002590* THE WRKRUNCT RUN-CONTROL FILE. BLOCKED MEANS THIS          *
002600* BUSINESS DATE ALREADY COMPLETED AND THE JOB MUST NOT RUN   *
002610* AGAIN WITHOUT A RUN-FORCE OVERRIDE.                        *
002620*-----------------------------------------------------------*
002630 1900-RUN-START-PARA.
002640     MOVE "wrktrcnv" TO RUNCLNK-JOB-NAME.
002650     MOVE "S" TO RUNCLNK-FUNCTION-CODE.
002660     CALL "wrkrunct" USING RUNCLNK-PARMS.
002670     IF RUNCLNK-RC-BLOCKED
002680         MOVE "Y" TO WS-RUN-BLOCKED-SWITCH
002690     END-IF.
002700 1900-EXIT.
002710     EXIT.
002720*-----------------------------------------------------------*
002730* 2000-LOAD-GENERATION-PARA - OPEN THE KEYED FILE FOR UPDATE *
002740* (CREATING IT EMPTY FIRST ON THE FIRST GENERATION, SO THE   *
002750* DUPLICATE CHECK CAN READ IT) AND LOAD EVERY LINE OF THE    *
002760* GENERATION ONTO IT.                                        *
002770*-----------------------------------------------------------*
002780 2000-LOAD-GENERATION-PARA.
002790     IF WS-KEYED-FILE-IS-NEW
002800         OPEN OUTPUT TRAN-HISTORY-FILE
002810         IF WS-TRAN-FILE-OK
002820             CLOSE TRAN-HISTORY-FILE
002830         END-IF
002840     END-IF.
002850     OPEN I-O TRAN-HISTORY-FILE.
002860     IF NOT WS-TRAN-FILE-OK
002870         MOVE "Y" TO WS-RUN-FAILED-SWITCH
002880         CLOSE OLD-TRAN-FILE
002890         IF WS-RPT-FILE-OK
002900             MOVE "WRKTRAN CANNOT BE OPENED - NOTHING CONVERTED"
002910                 TO CONVERT-REPORT-LINE
002920             WRITE CONVERT-REPORT-LINE
002930         END-IF
002940         GO TO 2000-EXIT
002950     END-IF.
002960     PERFORM 2100-READ-OLD-PARA THRU 2100-EXIT.
002970     PERFORM 2200-LOAD-ONE-LINE-PARA THRU 2200-EXIT
002980         UNTIL WS-OLD-EOF.
002990     CLOSE OLD-TRAN-FILE.
003000     CLOSE TRAN-HISTORY-FILE.
003010 2000-EXIT.
003020     EXIT.
003030*-----------------------------------------------------------*
003040* 2100-READ-OLD-PARA - READ THE NEXT LINE OF THE GENERATION. *
003050* A READ ERROR ENDS THE LOAD AND FAILS THE RUN.              *
003060*-----------------------------------------------------------*
003070 2100-READ-OLD-PARA.
003080     MOVE SPACES TO OLD-TRAN-RECORD.
003090     READ OLD-TRAN-FILE
003100         AT END
003110             MOVE "Y" TO WS-OLD-EOF-SWITCH
003120     END-READ.
003130     IF NOT WS-OLD-EOF AND NOT WS-OLD-FILE-OK
003140         MOVE "Y" TO WS-OLD-EOF-SWITCH
003150         MOVE "Y" TO WS-RUN-FAILED-SWITCH
003160     END-IF.
003170 2100-EXIT.
003180     EXIT.
003190*-----------------------------------------------------------*
003200* 2200-LOAD-ONE-LINE-PARA - BUILD THE KEYED RECORD FOR ONE   *
003210* LINE, TOTAL IT ON THE INPUT SIDE, WRITE IT AND READ THE    *
003220* NEXT.                                                      *
003230*-----------------------------------------------------------*
003240 2200-LOAD-ONE-LINE-PARA.
003250     ADD 1 TO WS-INPUT-COUNT.
003260     MOVE SPACES               TO TRAN-HISTORY-RECORD.
003270     MOVE OLDT-ACCT-NUMBER     TO TRAN-ACCT-NUMBER.
003280     MOVE OLDT-TIMESTAMP       TO TRAN-TIMESTAMP.
003290     MOVE ZERO                 TO TRAN-SEQUENCE-NO.
003300     MOVE OLDT-DC-CODE         TO TRAN-DC-CODE.
003310     MOVE OLDT-AMOUNT          TO TRAN-AMOUNT.
003320     MOVE OLDT-NEW-BALANCE     TO TRAN-NEW-BALANCE.
003330     MOVE OLDT-REFERENCE       TO TRAN-REFERENCE.
003340     MOVE OLDT-REVERSAL-OF     TO TRAN-REVERSAL-OF.
003350     MOVE OLDT-SOURCE-CODE     TO TRAN-SOURCE-CODE.
003360     IF TRAN-AMOUNT IS NUMERIC
003370         IF TRAN-CREDIT
003380             ADD TRAN-AMOUNT TO WS-INPUT-CREDITS
003390         ELSE
003400             ADD TRAN-AMOUNT TO WS-INPUT-DEBITS
003410         END-IF
003420     ELSE
003430         ADD 1 TO WS-BAD-AMOUNT-COUNT
003440     END-IF.
003450     MOVE "N" TO WS-LOAD-SWITCH.
003460     PERFORM 2300-TRY-WRITE-PARA THRU 2300-EXIT
003470         UNTIL WS-LOAD-DONE.
003480     PERFORM 2100-READ-OLD-PARA THRU 2100-EXIT.
003490 2200-EXIT.
003500     EXIT.
003510*-----------------------------------------------------------*
003520* 2300-TRY-WRITE-PARA - WRITE THE RECORD UNDER ITS CURRENT   *
003530* SEQUENCE NUMBER. WHEN THE KEY IS TAKEN, THE RECORD HOLDING *
003540* IT IS READ: THE SAME LINE WORD FOR WORD MEANS THIS LINE IS *
003550* ALREADY ON FILE; ANYTHING ELSE STEPS THE SEQUENCE NUMBER   *
003560* AND TRIES AGAIN. ANY OTHER WRITE FAILURE IS AN ERROR.      *
003570*-----------------------------------------------------------*
003580 2300-TRY-WRITE-PARA.
003590     WRITE TRAN-HISTORY-RECORD
003600         INVALID KEY
003610             CONTINUE
003620     END-WRITE.
003630     IF WS-TRAN-FILE-OK
003640         ADD 1 TO WS-LOADED-COUNT
003650         MOVE "Y" TO WS-LOAD-SWITCH
003660         GO TO 2300-EXIT
003670     END-IF.
003680     IF NOT WS-TRAN-DUP-KEY
003690         ADD 1 TO WS-ERROR-COUNT
003700         MOVE "Y" TO WS-LOAD-SWITCH
003710         GO TO 2300-EXIT
003720     END-IF.
003730     MOVE TRAN-HISTORY-RECORD TO WS-HOLD-RECORD.
003740     READ TRAN-HISTORY-FILE
003750         KEY IS TRAN-KEY
003760         INVALID KEY
003770             CONTINUE
003780     END-READ.
003790     IF WS-TRAN-FILE-OK AND
003800        TRAN-HISTORY-RECORD (32:64) = WS-HOLD-DATA
003810         PERFORM 2400-COUNT-ALREADY-PARA THRU 2400-EXIT
003820         MOVE "Y" TO WS-LOAD-SWITCH
003830         GO TO 2300-EXIT
003840     END-IF.
003850     MOVE WS-HOLD-RECORD TO TRAN-HISTORY-RECORD.
003860     IF TRAN-SEQUENCE-NO < 9999
003870         ADD 1 TO TRAN-SEQUENCE-NO
003880     ELSE
003890         ADD 1 TO WS-ERROR-COUNT
003900         MOVE "Y" TO WS-LOAD-SWITCH
003910     END-IF.
003920 2300-EXIT.
003930     EXIT.
003940*-----------------------------------------------------------*
003950* 2400-COUNT-ALREADY-PARA - COUNT AND TOTAL A LINE FOUND     *
003960* ALREADY ON FILE, SO THE PROOF CAN TAKE IT BACK OUT.        *
003970*-----------------------------------------------------------*
003980 2400-COUNT-ALREADY-PARA.
003990     ADD 1 TO WS-ALREADY-COUNT.
004000     IF TRAN-AMOUNT IS NUMERIC
004010         IF TRAN-CREDIT
004020             ADD TRAN-AMOUNT TO WS-ALREADY-CREDITS
004030         ELSE
004040             ADD TRAN-AMOUNT TO WS-ALREADY-DEBITS
004050         END-IF
004060     END-IF.
004070 2400-EXIT.
004080     EXIT.
004090*-----------------------------------------------------------*
004100* 3000-TAKE-AFTER-TOTALS-PARA - COUNT AND TOTAL THE KEYED    *
004110* FILE AGAIN NOW THE GENERATION IS ON IT.                    *
004120*-----------------------------------------------------------*
004130 3000-TAKE-AFTER-TOTALS-PARA.
004140     IF WS-RUN-FAILED AND WS-LOADED-COUNT = ZERO
004150         GO TO 3000-EXIT
004160     END-IF.
004170     OPEN INPUT TRAN-HISTORY-FILE.
004180     IF NOT WS-TRAN-FILE-OK
004190         MOVE "Y" TO WS-RUN-FAILED-SWITCH
004200         GO TO 3000-EXIT
004210     END-IF.
004220     MOVE "N" TO WS-TRAN-EOF-SWITCH.
004230     PERFORM 1550-READ-KEYED-PARA THRU 1550-EXIT.
004240     PERFORM 3100-ADD-AFTER-PARA THRU 3100-EXIT
004250         UNTIL WS-TRAN-EOF.
004260     CLOSE TRAN-HISTORY-FILE.
004270 3000-EXIT.
004280     EXIT.
004290*-----------------------------------------------------------*
004300* 3100-ADD-AFTER-PARA - ADD ONE KEYED RECORD TO THE AFTER    *
004310* TOTALS AND READ THE NEXT.                                  *
004320*-----------------------------------------------------------*
004330 3100-ADD-AFTER-PARA.
004340     ADD 1 TO WS-AFTER-COUNT.
004350     IF TRAN-AMOUNT IS NUMERIC
004360         IF TRAN-CREDIT
004370             ADD TRAN-AMOUNT TO WS-AFTER-CREDITS
004380         ELSE
004390             ADD TRAN-AMOUNT TO WS-AFTER-DEBITS
004400         END-IF
004410     END-IF.
004420     PERFORM 1550-READ-KEYED-PARA THRU 1550-EXIT.
004430 3100-EXIT.
004440     EXIT.
004450*-----------------------------------------------------------*
004460* 4000-PROVE-LOAD-PARA - BEFORE PLUS THE GENERATION, LESS    *
004470* WHAT WAS ALREADY ON FILE, MUST EQUAL AFTER - IN RECORDS,   *
004480* DEBITS AND CREDITS - WITH NO WRITE ERRORS. THE FIGURES ARE *
004490* PRINTED EITHER WAY FOR THE ACCOUNTS TEAM TO SIGN OFF.      *
004500*-----------------------------------------------------------*
004510 4000-PROVE-LOAD-PARA.
004520     COMPUTE WS-EXPECTED-COUNT =
004530         WS-BEFORE-COUNT + WS-INPUT-COUNT - WS-ALREADY-COUNT.
004540     COMPUTE WS-EXPECTED-DEBITS =
004550         WS-BEFORE-DEBITS + WS-INPUT-DEBITS - WS-ALREADY-DEBITS.
004560     COMPUTE WS-EXPECTED-CREDITS =
004570         WS-BEFORE-CREDITS + WS-INPUT-CREDITS
004580             - WS-ALREADY-CREDITS.
004590     IF WS-ERROR-COUNT > ZERO OR
004600        WS-AFTER-COUNT NOT = WS-EXPECTED-COUNT OR
004610        WS-AFTER-DEBITS NOT = WS-EXPECTED-DEBITS OR
004620        WS-AFTER-CREDITS NOT = WS-EXPECTED-CREDITS
004630         MOVE "Y" TO WS-RUN-FAILED-SWITCH
004640     END-IF.
004650     PERFORM 4100-WRITE-PROOF-PARA THRU 4100-EXIT.
004660 4000-EXIT.
004670     EXIT.
004680*-----------------------------------------------------------*
004690* 4100-WRITE-PROOF-PARA - THE PROOF FIGURES AND THE VERDICT. *
004700*-----------------------------------------------------------*
004710 4100-WRITE-PROOF-PARA.
004720     IF NOT WS-RPT-FILE-OK
004730         GO TO 4100-EXIT
004740     END-IF.
004750     IF WS-KEYED-FILE-IS-NEW
004760         MOVE "KEYED WRKTRAN CREATED BY THIS RUN" TO
004770             CONVERT-REPORT-LINE
004780         WRITE CONVERT-REPORT-LINE
004790     END-IF.
004800     MOVE "RECORDS BEFORE ......" TO WS-REPORT-LABEL.
004810     MOVE WS-BEFORE-COUNT TO WS-COUNT-DISPLAY.
004820     PERFORM 4200-WRITE-COUNT-PARA THRU 4200-EXIT.
004830     MOVE "DEBITS BEFORE ......." TO WS-REPORT-LABEL.
004840     MOVE WS-BEFORE-DEBITS TO WS-AMOUNT-DISPLAY.
004850     PERFORM 4300-WRITE-AMOUNT-PARA THRU 4300-EXIT.
004860     MOVE "CREDITS BEFORE ......" TO WS-REPORT-LABEL.
004870     MOVE WS-BEFORE-CREDITS TO WS-AMOUNT-DISPLAY.
004880     PERFORM 4300-WRITE-AMOUNT-PARA THRU 4300-EXIT.
004890     MOVE "GENERATION LINES ...." TO WS-REPORT-LABEL.
004900     MOVE WS-INPUT-COUNT TO WS-COUNT-DISPLAY.
004910     PERFORM 4200-WRITE-COUNT-PARA THRU 4200-EXIT.
004920     MOVE "GENERATION DEBITS ..." TO WS-REPORT-LABEL.
004930     MOVE WS-INPUT-DEBITS TO WS-AMOUNT-DISPLAY.
004940     PERFORM 4300-WRITE-AMOUNT-PARA THRU 4300-EXIT.
004950     MOVE "GENERATION CREDITS .." TO WS-REPORT-LABEL.
004960     MOVE WS-INPUT-CREDITS TO WS-AMOUNT-DISPLAY.
004970     PERFORM 4300-WRITE-AMOUNT-PARA THRU 4300-EXIT.
004980     MOVE "LINES LOADED ........" TO WS-REPORT-LABEL.
004990     MOVE WS-LOADED-COUNT TO WS-COUNT-DISPLAY.
005000     PERFORM 4200-WRITE-COUNT-PARA THRU 4200-EXIT.
005010     MOVE "ALREADY ON FILE ....." TO WS-REPORT-LABEL.
005020     MOVE WS-ALREADY-COUNT TO WS-COUNT-DISPLAY.
005030     PERFORM 4200-WRITE-COUNT-PARA THRU 4200-EXIT.
005040     MOVE "WRITE ERRORS ........" TO WS-REPORT-LABEL.
005050     MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY.
005060     PERFORM 4200-WRITE-COUNT-PARA THRU 4200-EXIT.
005070     MOVE "UNREADABLE AMOUNTS .." TO WS-REPORT-LABEL.
005080     MOVE WS-BAD-AMOUNT-COUNT TO WS-COUNT-DISPLAY.
005090     PERFORM 4200-WRITE-COUNT-PARA THRU 4200-EXIT.
005100     MOVE "RECORDS AFTER ......." TO WS-REPORT-LABEL.
005110     MOVE WS-AFTER-COUNT TO WS-COUNT-DISPLAY.
005120     PERFORM 4200-WRITE-COUNT-PARA THRU 4200-EXIT.
005130     MOVE "DEBITS AFTER ........" TO WS-REPORT-LABEL.
005140     MOVE WS-AFTER-DEBITS TO WS-AMOUNT-DISPLAY.
005150     PERFORM 4300-WRITE-AMOUNT-PARA THRU 4300-EXIT.
005160     MOVE "CREDITS AFTER ......." TO WS-REPORT-LABEL.
005170     MOVE WS-AFTER-CREDITS TO WS-AMOUNT-DISPLAY.
005180     PERFORM 4300-WRITE-AMOUNT-PARA THRU 4300-EXIT.
005190     IF WS-RUN-FAILED
005200         MOVE "PROOF FAILED - COUNTS OR TOTALS DO NOT AGREE"
005210             TO CONVERT-REPORT-LINE
005220     ELSE
005230         MOVE "PROOF AGREES - GENERATION CONVERTED" TO
005240             CONVERT-REPORT-LINE
005250     END-IF.
005260     WRITE CONVERT-REPORT-LINE.
005270 4100-EXIT.
005280     EXIT.
005290*-----------------------------------------------------------*
005300* 4200-WRITE-COUNT-PARA - ONE LABELLED COUNT LINE.           *
005310*-----------------------------------------------------------*
005320 4200-WRITE-COUNT-PARA.
005330     MOVE SPACES TO CONVERT-REPORT-LINE.
005340     STRING WS-REPORT-LABEL  DELIMITED BY SIZE
005350             " "              DELIMITED BY SIZE
005360             WS-COUNT-DISPLAY DELIMITED BY SIZE
005370         INTO CONVERT-REPORT-LINE.
005380     WRITE CONVERT-REPORT-LINE.
005390 4200-EXIT.
005400     EXIT.
005410*-----------------------------------------------------------*
005420* 4300-WRITE-AMOUNT-PARA - ONE LABELLED AMOUNT LINE.         *
005430*-----------------------------------------------------------*
005440 4300-WRITE-AMOUNT-PARA.
005450     MOVE SPACES TO CONVERT-REPORT-LINE.
005460     STRING WS-REPORT-LABEL   DELIMITED BY SIZE
005470             " "               DELIMITED BY SIZE
005480             WS-AMOUNT-DISPLAY DELIMITED BY SIZE
005490         INTO CONVERT-REPORT-LINE.
005500     WRITE CONVERT-REPORT-LINE.
005510 4300-EXIT.
005520     EXIT.
005530*-----------------------------------------------------------*
005540* 8900-RUN-END-PARA - REGISTER THE END OF THE RUN AND ITS    *
005550* CONTROL TOTALS ON WRKRUNCT. A FAILED PROOF ENDS "F" SO THE *
005560* GENERATION CAN BE RE-RUN ONCE THE CAUSE IS FIXED. A        *
005570* BLOCKED RUN RECORDED NOTHING AND LEAVES THE COMPLETED      *
005580* RECORD ALONE.                                              *
005590*-----------------------------------------------------------*
005600 8900-RUN-END-PARA.
005610     IF WS-RUN-BLOCKED
005620         GO TO 8900-EXIT
005630     END-IF.
005640     MOVE "E" TO RUNCLNK-FUNCTION-CODE.
005650     IF WS-RUN-FAILED
005660         MOVE "F" TO RUNCLNK-STATUS-CODE
005670     ELSE
005680         MOVE "C" TO RUNCLNK-STATUS-CODE
005690     END-IF.
005700     MOVE WS-INPUT-COUNT TO RUNCLNK-RECORDS-IN.
005710     MOVE WS-LOADED-COUNT TO RUNCLNK-RECORDS-OUT.
005720     COMPUTE RUNCLNK-CONTROL-AMOUNT =
005730         WS-INPUT-CREDITS - WS-INPUT-DEBITS.
005740     CALL "wrkrunct" USING RUNCLNK-PARMS.
005750 8900-EXIT.
005760     EXIT.
005770*-----------------------------------------------------------*
005780* 9999-TERMINATE-PARA - CLOSE THE REPORT AND END THE RUN.    *
005790*-----------------------------------------------------------*
005800 9999-TERMINATE-PARA.
005810     PERFORM 8900-RUN-END-PARA THRU 8900-EXIT.
005820     IF WS-RPT-FILE-OK
005830         CLOSE CONVERT-REPORT-FILE
005840     END-IF.
005850     STOP RUN.
005860 9999-EXIT.
005870     EXIT.
