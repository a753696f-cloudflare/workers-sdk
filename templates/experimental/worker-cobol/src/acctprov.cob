000030 AUTHOR. DL100-DEVELOPMENT-TEAM.
000040 INSTALLATION. CLOUDFLARE-WORKERS-COBOL.
000050 DATE-WRITTEN. 2026-09-02.
000060 DATE-COMPILED. 2026-10-15.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*-----------------------------------------------------------*
000300*                    A BUSINESS DATE THAT ALREADY COMPLETED  *
000310*                    BLOCKS A RE-RUN UNLESS OPS SETS A       *
000320*                    RUN-FORCE LINE IN WRKCFG.               *
000321* 2026-10-15  DL100  WRKTRAN IS NOW KEYED ON ACCOUNT,        *
000322*                    TIMESTAMP AND SEQUENCE. EACH ACCOUNT'S  *
000323*                    CHAIN IS WALKED BY A START AT ITS KEY   *
000324*                    IN TIMESTAMP ORDER INSTEAD OF A FULL    *
000325*                    PASS OF THE FILE PER ACCOUNT; THE       *
000326*                    ORPHAN SWEEP READS IN KEY ORDER.        *
000330*-----------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000410         RECORD KEY IS ACCT-MASTER-KEY
000420         FILE STATUS IS WS-ACCT-FILE-STATUS.
000430     SELECT TRAN-HISTORY-FILE ASSIGN TO "WRKTRAN"
000440         ORGANIZATION IS INDEXED
000442         ACCESS MODE IS DYNAMIC
000444         RECORD KEY IS TRAN-KEY
000446         ALTERNATE RECORD KEY IS TRAN-REFERENCE
000448             WITH DUPLICATES
000450         FILE STATUS IS WS-TRAN-FILE-STATUS.
000460     SELECT PROOF-REPORT-FILE ASSIGN TO "WRKPROOF"
000470         ORGANIZATION IS LINE SEQUENTIAL
000630 77  WS-ACCT-FILE-OPENED         PIC X(01) VALUE "N".
000640     88  WS-ACCT-FILE-IS-OPEN        VALUE "Y".
000650 77  WS-TRAN-FILE-STATUS         PIC X(02) VALUE SPACES.
000660     88  WS-TRAN-FILE-OK             VALUE "00" "02".
000670 77  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
000680     88  WS-RPT-FILE-OK              VALUE "00".
000690 77  WS-ACCT-EOF-SWITCH          PIC X(01) VALUE "N".
001900 2100-EXIT.
001910     EXIT.
001920*-----------------------------------------------------------*
001930* 2150-READ-TRAN-PARA - READ THE NEXT WRKTRAN RECORD IN      *
001932* KEY ORDER (ACCOUNT, THEN TIMESTAMP). A START THAT FOUND    *
001934* NOTHING HAS ALREADY SET END OF FILE; A READ ERROR ENDS     *
001936* THE PASS LIKE END OF FILE.                                 *
001940*-----------------------------------------------------------*
001950 2150-READ-TRAN-PARA.
001960     IF WS-TRAN-EOF
001962         GO TO 2150-EXIT
001964     END-IF.
001966     READ TRAN-HISTORY-FILE NEXT RECORD
001970         AT END
001980             MOVE "Y" TO WS-TRAN-EOF-SWITCH
001990     END-READ.
001992     IF NOT WS-TRAN-EOF AND NOT WS-TRAN-FILE-OK
001994         MOVE "Y" TO WS-TRAN-EOF-SWITCH
001996     END-IF.
002000 2150-EXIT.
002010     EXIT.
002020*-----------------------------------------------------------*
002030* 2200-WALK-CHAIN-PARA - START WRKTRAN AT THE ACCOUNT IN     *
002040* HAND AND WALK ITS POSTINGS, CHECKING EACH NEW-BALANCE      *
002050* AGAINST THE CHAIN, THEN THE FINAL CHAINED BALANCE AGAINST  *
002055* THE MASTER.                                                *
002060* NO POSTINGS MEANS THE ACCOUNT CANNOT BE PROVED THIS        *
002070* PERIOD AND IS ONLY COUNTED.                                *
002080*-----------------------------------------------------------*
002130     MOVE "N"   TO WS-TRAN-EOF-SWITCH.
002140     OPEN INPUT TRAN-HISTORY-FILE.
002150     IF WS-TRAN-FILE-OK
002151         MOVE LOW-VALUES      TO TRAN-KEY
002152         MOVE ACCT-MASTER-KEY TO TRAN-ACCT-NUMBER
002153         START TRAN-HISTORY-FILE KEY IS NOT LESS THAN TRAN-KEY
002154             INVALID KEY
002155                 MOVE "Y" TO WS-TRAN-EOF-SWITCH
002156         END-START
002160         PERFORM 2150-READ-TRAN-PARA THRU 2150-EXIT
002170         PERFORM 2250-CHECK-ONE-TRAN-PARA THRU 2250-EXIT
002180             UNTIL WS-TRAN-EOF
002300 2200-EXIT.
002310     EXIT.
002320*-----------------------------------------------------------*
002330* 2250-CHECK-ONE-TRAN-PARA - CHECK ONE POSTING AGAINST THE   *
002340* CHAIN AND READ THE NEXT. THE FIRST POSTING SEEN SEEDS THE  *
002350* CHAIN; EVERY LATER ONE MUST EQUAL THE PRIOR BALANCE PLUS   *
002360* THE SIGNED AMOUNT. THE FIRST POSTING FOR ANOTHER ACCOUNT   *
002365* ENDS THE WALK.                                             *
002370*-----------------------------------------------------------*
002380 2250-CHECK-ONE-TRAN-PARA.
002390     IF TRAN-ACCT-NUMBER NOT = ACCT-MASTER-KEY
002400         MOVE "Y" TO WS-TRAN-EOF-SWITCH
002410         GO TO 2250-EXIT
002570     END-IF.
002571     IF TRAN-CREDIT
002572         COMPUTE WS-EXPECTED-BALANCE =
002573             WS-CHAIN-BALANCE + TRAN-AMOUNT
002574         ADD TRAN-AMOUNT TO WS-TOTAL-CREDITS
002575     ELSE
002576         COMPUTE WS-EXPECTED-BALANCE =
002577             WS-CHAIN-BALANCE - TRAN-AMOUNT
002578         ADD TRAN-AMOUNT TO WS-TOTAL-DEBITS
002579     END-IF.
002580     ADD 1 TO WS-CHAIN-COUNT.
002581     IF WS-CHAIN-COUNT > 1 AND
002582        TRAN-NEW-BALANCE NOT = WS-EXPECTED-BALANCE
002583         ADD 1 TO WS-GAP-COUNT
002584         ADD 1 TO WS-ACCT-BREAKS
002585         PERFORM 2300-WRITE-GAP-PARA THRU 2300-EXIT
002586     END-IF.
002587     MOVE TRAN-NEW-BALANCE TO WS-CHAIN-BALANCE.
002588     PERFORM 2150-READ-TRAN-PARA THRU 2150-EXIT.
002590 2250-EXIT.
002600     EXIT.
002610*-----------------------------------------------------------*
003050 2400-EXIT.
003060     EXIT.
003070*-----------------------------------------------------------*
003080* 4000-SWEEP-ORPHANS-PARA - ONE MORE PASS OVER WRKTRAN, IN   *
003090* KEY ORDER, CHECKING EVERY POSTING'S ACCOUNT AGAINST THE    *
003100* MASTER BY KEYED READ. POSTINGS WITH NO MASTER RECORD GO ON *
003110* THE REPORT AS NOMASTER LINES.                              *
003120*-----------------------------------------------------------*
003130 4000-SWEEP-ORPHANS-PARA.
003140     IF NOT WS-ACCT-FILE-IS-OPEN
