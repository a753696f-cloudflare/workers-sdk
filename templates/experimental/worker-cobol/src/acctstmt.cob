000030 AUTHOR. DL100-DEVELOPMENT-TEAM.
000040 INSTALLATION. CLOUDFLARE-WORKERS-COBOL.
000050 DATE-WRITTEN. 2026-08-22.
000060 DATE-COMPILED. 2026-10-15.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*-----------------------------------------------------------*
000290*                    A BUSINESS DATE THAT ALREADY COMPLETED  *
000300*                    BLOCKS A RE-RUN UNLESS OPS SETS A       *
000310*                    RUN-FORCE LINE IN WRKCFG.               *
000311* 2026-10-15  DL100  A REVERSED POSTING NOW PRINTS WITH ITS  *
000312*                    REVERSAL DIRECTLY UNDERNEATH AND A      *
000313*                    CORRECTION NOTE, SO THE CUSTOMER SEES   *
000314*                    ONE CORRECTION RATHER THAN TWO          *
000315*                    UNEXPLAINED MOVEMENTS. A REVERSAL WHOSE *
000316*                    ORIGINAL FELL IN AN EARLIER PERIOD      *
000317*                    PRINTS IN DATE ORDER, NAMING THE        *
000318*                    REFERENCE IT REVERSES.                  *
000319* 2026-10-15  DL100  WRKTRAN IS NOW KEYED ON ACCOUNT AND     *
000320*                    TIMESTAMP. EACH PASS STARTS ON THE      *
000321*                    ACCOUNT IN HAND AND READS ONLY ITS OWN  *
000322*                    LINES, IN TIMESTAMP ORDER, INSTEAD OF   *
000323*                    THE WHOLE GENERATION TWICE PER ACCOUNT. *
000324*-----------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 INPUT-OUTPUT SECTION.
000400         RECORD KEY IS ACCT-MASTER-KEY
000410         FILE STATUS IS WS-ACCT-FILE-STATUS.
000420     SELECT TRAN-HISTORY-FILE ASSIGN TO "WRKTRAN"
000430         ORGANIZATION IS INDEXED
000432         ACCESS MODE IS DYNAMIC
000434         RECORD KEY IS TRAN-KEY
000436         ALTERNATE RECORD KEY IS TRAN-REFERENCE
000438             WITH DUPLICATES
000440         FILE STATUS IS WS-TRAN-FILE-STATUS.
000450     SELECT STATEMENT-FILE ASSIGN TO "WRKSTMT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000620 77  WS-ACCT-FILE-OPENED         PIC X(01) VALUE "N".
000630     88  WS-ACCT-FILE-IS-OPEN        VALUE "Y".
000640 77  WS-TRAN-FILE-STATUS         PIC X(02) VALUE SPACES.
000650     88  WS-TRAN-FILE-OK             VALUE "00" "02".
000660 77  WS-STMT-FILE-STATUS         PIC X(02) VALUE SPACES.
000670     88  WS-STMT-FILE-OK             VALUE "00".
000680 77  WS-ACCT-EOF-SWITCH          PIC X(01) VALUE "N".
000800 01  WS-OPENING-BALANCE          PIC S9(11)V99 VALUE ZEROS.
000810 01  WS-AMOUNT-DISPLAY           PIC ZZZZZZZZZZ9.99-.
000820 01  WS-BALANCE-DISPLAY          PIC ZZZZZZZZZZ9.99-.
000821*-----------------------------------------------------------*
000822* REVERSAL PAIRING TABLE. THE TALLY PASS LOADS EVERY         *
000823* REVERSAL LINE (TRAN-REVERSAL-OF NOT BLANK) FOR THE ACCOUNT *
000824* IN HAND; THE PRINT PASS PRINTS EACH ONE STRAIGHT UNDER THE *
000825* POSTING IT REVERSES AND SKIPS IT AT ITS OWN DATE. A        *
000826* REVERSAL PAST THE TABLE'S CAPACITY, OR WHOSE ORIGINAL IS   *
000827* NOT IN THIS PERIOD, PRINTS AT ITS OWN DATE INSTEAD.        *
000828*-----------------------------------------------------------*
000829 01  WS-RVSL-TABLE.
000830     05  WS-RVSL-ENTRY OCCURS 50 TIMES.
000831         10  WS-RVSL-ORIG-REF        PIC X(16).
000832         10  WS-RVSL-OWN-REF         PIC X(16).
000833         10  WS-RVSL-TIMESTAMP       PIC X(17).
000834         10  WS-RVSL-DC-CODE         PIC X(01).
000835         10  WS-RVSL-AMOUNT          PIC S9(9)V99.
000836         10  WS-RVSL-NEW-BALANCE     PIC S9(9)V99.
000837         10  WS-RVSL-PRINTED         PIC X(01).
000838             88  WS-RVSL-IS-PRINTED      VALUE "Y".
000839 77  WS-RVSL-COUNT               PIC 9(03) COMP VALUE ZERO.
000840 77  WS-RVSL-IDX                 PIC 9(03) COMP VALUE ZERO.
000841 77  WS-RVSL-FOUND-IDX           PIC 9(03) COMP VALUE ZERO.
000842 77  WS-RVSL-PAIRED-SWITCH       PIC X(01) VALUE "N".
000843     88  WS-RVSL-PAIRED              VALUE "Y".
000844*-----------------------------------------------------------*
000845* RUN-CONTROL TOTALS.                                        *
000850*-----------------------------------------------------------*
000860 77  WS-ACCOUNTS-READ            PIC 9(07) COMP VALUE ZERO.
000870 77  WS-STMTS-PRODUCED           PIC 9(07) COMP VALUE ZERO.
001740 2100-EXIT.
001750     EXIT.
001760*-----------------------------------------------------------*
001770* 2200-READ-TRAN-PARA - READ THE NEXT WRKTRAN RECORD IN KEY  *
001773* ORDER. THE FIRST LINE FOR ANOTHER ACCOUNT, OR A READ       *
001776* ERROR, ENDS THE ACCOUNT IN HAND LIKE END OF FILE.          *
001780*-----------------------------------------------------------*
001790 2200-READ-TRAN-PARA.
001800     IF WS-TRAN-EOF
001802         GO TO 2200-EXIT
001804     END-IF.
001806     READ TRAN-HISTORY-FILE NEXT RECORD
001810         AT END
001820             MOVE "Y" TO WS-TRAN-EOF-SWITCH
001830     END-READ.
001831     IF NOT WS-TRAN-EOF
001832         IF NOT WS-TRAN-FILE-OK OR
001833            TRAN-ACCT-NUMBER NOT = ACCT-MASTER-KEY
001834             MOVE "Y" TO WS-TRAN-EOF-SWITCH
001835         END-IF
001836     END-IF.
001840 2200-EXIT.
001841     EXIT.
001842*-----------------------------------------------------------*
001843* 2250-START-ACCOUNT-PARA - POSITION WRKTRAN ON THE FIRST    *
001844* POSTING FOR THE ACCOUNT IN HAND, SO EACH PASS READS ONLY   *
001845* THAT ACCOUNT'S LINES, IN TIMESTAMP ORDER.                  *
001846*-----------------------------------------------------------*
001847 2250-START-ACCOUNT-PARA.
001848     MOVE LOW-VALUES TO TRAN-KEY.
001849     MOVE ACCT-MASTER-KEY TO TRAN-ACCT-NUMBER.
001850     START TRAN-HISTORY-FILE KEY NOT LESS THAN TRAN-KEY
001851         INVALID KEY
001852             MOVE "Y" TO WS-TRAN-EOF-SWITCH
001853     END-START.
001854 2250-EXIT.
001855     EXIT.
001860*-----------------------------------------------------------*
001870* 2300-TALLY-MOVEMENT-PARA - FIRST PASS OVER WRKTRAN FOR THE *
001880* ACCOUNT IN HAND. COUNTS THE POSTINGS AND ACCUMULATES THE   *
001940     MOVE ZERO TO WS-TRAN-COUNT.
001950     MOVE ZEROS TO WS-TOTAL-DEBITS.
001960     MOVE ZEROS TO WS-TOTAL-CREDITS.
001965     MOVE ZERO TO WS-RVSL-COUNT.
001970     MOVE "N" TO WS-TRAN-EOF-SWITCH.
001980     OPEN INPUT TRAN-HISTORY-FILE.
001990     IF WS-TRAN-FILE-OK
001995         PERFORM 2250-START-ACCOUNT-PARA THRU 2250-EXIT
002000         PERFORM 2200-READ-TRAN-PARA THRU 2200-EXIT
002010         PERFORM 2350-TALLY-ONE-TRAN-PARA THRU 2350-EXIT
002020             UNTIL WS-TRAN-EOF
002090     EXIT.
002100*-----------------------------------------------------------*
002110* 2350-TALLY-ONE-TRAN-PARA - ACCUMULATE ONE MATCHING POSTING *
002115* (LOADING IT INTO THE PAIRING TABLE IF IT IS A REVERSAL)    *
002120* AND READ THE NEXT.                                         *
002130*-----------------------------------------------------------*
002140 2350-TALLY-ONE-TRAN-PARA.
002180             ADD TRAN-AMOUNT TO WS-TOTAL-CREDITS
002190         ELSE
002200             ADD TRAN-AMOUNT TO WS-TOTAL-DEBITS
002201         END-IF
002202         IF TRAN-REVERSAL-OF NOT = SPACES AND WS-RVSL-COUNT < 50
002203             ADD 1 TO WS-RVSL-COUNT
002204             MOVE TRAN-REVERSAL-OF TO
002205                 WS-RVSL-ORIG-REF (WS-RVSL-COUNT)
002206             MOVE TRAN-REFERENCE TO
002207                 WS-RVSL-OWN-REF (WS-RVSL-COUNT)
002208             MOVE TRAN-TIMESTAMP TO
002209                 WS-RVSL-TIMESTAMP (WS-RVSL-COUNT)
002210             MOVE TRAN-DC-CODE TO WS-RVSL-DC-CODE (WS-RVSL-COUNT)
002211             MOVE TRAN-AMOUNT TO WS-RVSL-AMOUNT (WS-RVSL-COUNT)
002212             MOVE TRAN-NEW-BALANCE TO
002213                 WS-RVSL-NEW-BALANCE (WS-RVSL-COUNT)
002214             MOVE "N" TO WS-RVSL-PRINTED (WS-RVSL-COUNT)
002215         END-IF
002220     END-IF.
002230     PERFORM 2200-READ-TRAN-PARA THRU 2200-EXIT.
002240 2350-EXIT.
002820     MOVE "N" TO WS-TRAN-EOF-SWITCH.
002830     OPEN INPUT TRAN-HISTORY-FILE.
002840     IF WS-TRAN-FILE-OK
002845         PERFORM 2250-START-ACCOUNT-PARA THRU 2250-EXIT
002850         PERFORM 2200-READ-TRAN-PARA THRU 2200-EXIT
002860         PERFORM 2550-PRINT-ONE-TRAN-PARA THRU 2550-EXIT
002870             UNTIL WS-TRAN-EOF
002910     EXIT.
002920*-----------------------------------------------------------*
002930* 2550-PRINT-ONE-TRAN-PARA - PRINT ONE MATCHING POSTING AND  *
002940* READ THE NEXT. A REVERSAL LINE GOES TO 2570, WHICH PRINTS  *
002942* IT ONLY IF IT WAS NOT ALREADY PRINTED UNDER ITS ORIGINAL.  *
002944* ANY OTHER POSTING PRINTS, FOLLOWED BY EVERY REVERSAL IN    *
002946* THE PAIRING TABLE THAT POINTS AT IT AND A CORRECTION NOTE. *
002950*-----------------------------------------------------------*
002960 2550-PRINT-ONE-TRAN-PARA.
002970     IF TRAN-ACCT-NUMBER = ACCT-MASTER-KEY
002980         IF TRAN-REVERSAL-OF NOT = SPACES
002990             PERFORM 2570-PRINT-REVERSAL-PARA THRU 2570-EXIT
003000         ELSE
003010             PERFORM 2560-PRINT-DETAIL-PARA THRU 2560-EXIT
003020             IF TRAN-REFERENCE NOT = SPACES
003030                 MOVE "N" TO WS-RVSL-PAIRED-SWITCH
003040                 PERFORM 2580-PRINT-PAIRED-PARA THRU 2580-EXIT
003050                     VARYING WS-RVSL-IDX FROM 1 BY 1
003060                     UNTIL WS-RVSL-IDX > WS-RVSL-COUNT
003070                 IF WS-RVSL-PAIRED
003080                     MOVE SPACES TO STATEMENT-LINE
003090                     STRING "     CORRECTION - POSTING ABOVE "
003100                                          DELIMITED BY SIZE
003110                             "REVERSED, NET NIL"
003111                                          DELIMITED BY SIZE
003112                         INTO STATEMENT-LINE
003113                     WRITE STATEMENT-LINE
003114                 END-IF
003115             END-IF
003116         END-IF
003120     END-IF.
003130     PERFORM 2200-READ-TRAN-PARA THRU 2200-EXIT.
003140 2550-EXIT.
003141     EXIT.
003142*-----------------------------------------------------------*
003143* 2560-PRINT-DETAIL-PARA - PRINT THE WRKTRAN RECORD IN THE   *
003144* BUFFER AS ONE STATEMENT DETAIL LINE.                       *
003145*-----------------------------------------------------------*
003146 2560-PRINT-DETAIL-PARA.
003147     MOVE TRAN-AMOUNT TO WS-AMOUNT-DISPLAY.
003148     MOVE TRAN-NEW-BALANCE TO WS-BALANCE-DISPLAY.
003149     MOVE SPACES TO STATEMENT-LINE.
003150     STRING TRAN-TIMESTAMP    DELIMITED BY SIZE
003151             " "              DELIMITED BY SIZE
003152             TRAN-DC-CODE     DELIMITED BY SIZE
003153             " "              DELIMITED BY SIZE
003154             WS-AMOUNT-DISPLAY DELIMITED BY SIZE
003155             " BAL "          DELIMITED BY SIZE
003156             WS-BALANCE-DISPLAY DELIMITED BY SIZE
003157             " REF "          DELIMITED BY SIZE
003158             TRAN-REFERENCE   DELIMITED BY SIZE
003159         INTO STATEMENT-LINE.
003160     WRITE STATEMENT-LINE.
003161 2560-EXIT.
003162     EXIT.
003163*-----------------------------------------------------------*
003164* 2570-PRINT-REVERSAL-PARA - A REVERSAL LINE MET AT ITS OWN  *
003165* DATE. IF THE PAIRING TABLE SHOWS IT ALREADY PRINTED UNDER  *
003166* ITS ORIGINAL IT IS SKIPPED; OTHERWISE IT PRINTS HERE WITH  *
003167* A NOTE NAMING THE REFERENCE IT REVERSES.                   *
003168*-----------------------------------------------------------*
003169 2570-PRINT-REVERSAL-PARA.
003170     MOVE ZERO TO WS-RVSL-FOUND-IDX.
003171     PERFORM 2575-FIND-REVERSAL-PARA THRU 2575-EXIT
003172         VARYING WS-RVSL-IDX FROM 1 BY 1
003173         UNTIL WS-RVSL-IDX > WS-RVSL-COUNT
003174            OR WS-RVSL-FOUND-IDX > ZERO.
003175     IF WS-RVSL-FOUND-IDX > ZERO
003176         IF WS-RVSL-IS-PRINTED (WS-RVSL-FOUND-IDX)
003177             GO TO 2570-EXIT
003178         END-IF
003179     END-IF.
003180     PERFORM 2560-PRINT-DETAIL-PARA THRU 2560-EXIT.
003181     MOVE SPACES TO STATEMENT-LINE.
003182     STRING "     CORRECTION - REVERSES REF " DELIMITED BY SIZE
003183             TRAN-REVERSAL-OF                DELIMITED BY SIZE
003184         INTO STATEMENT-LINE.
003185     WRITE STATEMENT-LINE.
003186 2570-EXIT.
003187     EXIT.
003188*-----------------------------------------------------------*
003189* 2575-FIND-REVERSAL-PARA - MATCH THE REVERSAL LINE IN THE   *
003190* BUFFER TO ITS PAIRING-TABLE ENTRY.                         *
003191*-----------------------------------------------------------*
003192 2575-FIND-REVERSAL-PARA.
003193     IF WS-RVSL-OWN-REF (WS-RVSL-IDX) = TRAN-REFERENCE AND
003194        WS-RVSL-TIMESTAMP (WS-RVSL-IDX) = TRAN-TIMESTAMP AND
003195        WS-RVSL-DC-CODE (WS-RVSL-IDX) = TRAN-DC-CODE
003196         MOVE WS-RVSL-IDX TO WS-RVSL-FOUND-IDX
003197     END-IF.
003198 2575-EXIT.
003199     EXIT.
003200*-----------------------------------------------------------*
003201* 2580-PRINT-PAIRED-PARA - IF THIS PAIRING-TABLE ENTRY       *
003202* REVERSES THE POSTING JUST PRINTED, PRINT IT DIRECTLY       *
003203* UNDERNEATH IN THE SAME DETAIL LAYOUT AND MARK IT PRINTED   *
003204* SO IT IS SKIPPED WHEN ITS OWN DATE COMES ROUND.            *
003205*-----------------------------------------------------------*
003206 2580-PRINT-PAIRED-PARA.
003207     IF WS-RVSL-ORIG-REF (WS-RVSL-IDX) NOT = TRAN-REFERENCE OR
003208        WS-RVSL-IS-PRINTED (WS-RVSL-IDX)
003209         GO TO 2580-EXIT
003210     END-IF.
003211     MOVE WS-RVSL-AMOUNT (WS-RVSL-IDX) TO WS-AMOUNT-DISPLAY.
003212     MOVE WS-RVSL-NEW-BALANCE (WS-RVSL-IDX) TO WS-BALANCE-DISPLAY.
003213     MOVE SPACES TO STATEMENT-LINE.
003214     STRING WS-RVSL-TIMESTAMP (WS-RVSL-IDX) DELIMITED BY SIZE
003215             " "                     DELIMITED BY SIZE
003216             WS-RVSL-DC-CODE (WS-RVSL-IDX) DELIMITED BY SIZE
003217             " "                     DELIMITED BY SIZE
003218             WS-AMOUNT-DISPLAY       DELIMITED BY SIZE
003219             " BAL "                 DELIMITED BY SIZE
003220             WS-BALANCE-DISPLAY      DELIMITED BY SIZE
003221             " REF "                 DELIMITED BY SIZE
003222             WS-RVSL-OWN-REF (WS-RVSL-IDX) DELIMITED BY SIZE
003223         INTO STATEMENT-LINE.
003224     WRITE STATEMENT-LINE.
003225     MOVE "Y" TO WS-RVSL-PRINTED (WS-RVSL-IDX).
003226     MOVE "Y" TO WS-RVSL-PAIRED-SWITCH.
003227 2580-EXIT.
003228     EXIT.
003229*-----------------------------------------------------------*
003230* 3000-WRITE-SUMMARY-PARA - RUN-CONTROL TOTALS FOR THE       *
003231* OPERATOR TO BALANCE THE RUN.                               *
003232*-----------------------------------------------------------*
003233 3000-WRITE-SUMMARY-PARA.
003234     MOVE ALL "=" TO STATEMENT-LINE.
003235     WRITE STATEMENT-LINE.
003236     MOVE WS-ACCOUNTS-READ TO WS-COUNT-DISPLAY.
003240     MOVE SPACES TO STATEMENT-LINE.
003250     STRING "ACCOUNTS PROCESSED ... " DELIMITED BY SIZE
003260             WS-COUNT-DISPLAY         DELIMITED BY SIZE
