000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. acctsubm.
000030 AUTHOR. DL100-DEVELOPMENT-TEAM.
000040 INSTALLATION. CLOUDFLARE-WORKERS-COBOL.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*-----------------------------------------------------------*
000100* 2026-10-15  DL100  INITIAL VERSION. KEYED MAINTENANCE RUN  *
000110*                    FOR THE WRKSUBS ACCOUNT EVENT           *
000120*                    SUBSCRIPTION FILE, DRIVEN BY THE        *
000130*                    WRKSUBST TRANSACTION FILE - ADD,        *
000140*                    CHANGE, PAUSE, RESUME AND DELETE        *
000150*                    ACTIONS - WRITING BEFORE-AND-AFTER      *
000160*                    IMAGES AND REJECTS TO THE WRKSUBSR      *
000170*                    MAINTENANCE REPORT. A SUBSCRIPTION CAN  *
000180*                    ONLY BE ADDED FOR AN ACCOUNT ON THE     *
000190*                    WRKACCT MASTER THAT IS NOT CLOSED.      *
000200*                    REGISTERS ON WRKRUNCT LIKE THE OTHER    *
000210*                    MAINTENANCE RUNS.                       *
000212* 2026-10-15  DL100  A FAILED READ, REWRITE OR DELETE ON     *
000214*                    WRKSUBS NOW REJECTS THE ACTION; A       *
000216*                    NEW WRKSUBS IS REOPENED FOR UPDATE.     *
000217* 2026-10-15  DL100  A RUN STOPPED BECAUSE WRKACCT OR        *
000218*                    WRKSUBS WOULD NOT OPEN NOW REGISTERS    *
000219*                    FAILED ("F") ON WRKRUNCT.               *
000220*-----------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT SUBS-TRAN-FILE ASSIGN TO "WRKSUBST"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-STRN-FILE-STATUS.
000300     SELECT SUBSCRIPTION-FILE ASSIGN TO "WRKSUBS"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS RANDOM
000330         RECORD KEY IS SUBS-ACCT-NUMBER
000340         FILE STATUS IS WS-SUBS-FILE-STATUS.
000350     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "WRKACCT"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS ACCT-MASTER-KEY
000390         FILE STATUS IS WS-ACCT-FILE-STATUS.
000400     SELECT MAINT-REPORT-FILE ASSIGN TO "WRKSUBSR"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-RPT-FILE-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  SUBS-TRAN-FILE.
000460 01  SUBS-TRAN-RECORD.
000470     05  SUBST-ACTION                PIC X(01).
000480         88  SUBST-ACTION-ADD            VALUE "A".
000490         88  SUBST-ACTION-CHANGE         VALUE "C".
000500         88  SUBST-ACTION-PAUSE          VALUE "P".
000510         88  SUBST-ACTION-RESUME         VALUE "R".
000520         88  SUBST-ACTION-DELETE         VALUE "D".
000530     05  FILLER                      PIC X(01).
000540     05  SUBST-ACCT-NUMBER           PIC X(10).
000550     05  FILLER                      PIC X(01).
000560     05  SUBST-CLIENT-ID             PIC X(16).
000570     05  FILLER                      PIC X(01).
000580     05  SUBST-CHANNEL               PIC X(01).
000590         88  SUBST-CHANNEL-VALID         VALUES "S", "E".
000600     05  FILLER                      PIC X(01).
000610     05  SUBST-ADDRESS               PIC X(60).
000620     05  FILLER                      PIC X(01).
000630     05  SUBST-EVENT-FLAGS.
000640         10  SUBST-WANT-NEGATIVE     PIC X(01).
000650             88  SUBST-NEGATIVE-VALID    VALUES "Y", "N".
000660         10  SUBST-WANT-LOW-BALANCE  PIC X(01).
000670             88  SUBST-LOW-VALID         VALUES "Y", "N".
000680         10  SUBST-WANT-LARGE-CREDIT PIC X(01).
000690             88  SUBST-LARGE-VALID       VALUES "Y", "N".
000700         10  SUBST-WANT-REFUSED      PIC X(01).
000710             88  SUBST-REFUSED-VALID     VALUES "Y", "N".
000720         10  SUBST-WANT-STATUS       PIC X(01).
000730             88  SUBST-STATUS-VALID      VALUES "Y", "N".
000740     05  FILLER                      PIC X(01).
000750     05  SUBST-LOW-THRESHOLD         PIC X(11).
000760     05  FILLER                      PIC X(01).
000770     05  SUBST-LARGE-CREDIT          PIC X(11).
000780 FD  SUBSCRIPTION-FILE.
000790 COPY SUBSREC.
000800 FD  ACCOUNT-MASTER-FILE.
000810 COPY ACCTREC.
000820 FD  MAINT-REPORT-FILE.
000830 01  MAINT-REPORT-LINE               PIC X(132).
000840 WORKING-STORAGE SECTION.
000850*-----------------------------------------------------------*
000860* FILE STATUS SWITCHES AND EOF SWITCHES.                     *
000870*-----------------------------------------------------------*
000880 77  WS-STRN-FILE-STATUS         PIC X(02) VALUE SPACES.
000890     88  WS-STRN-FILE-OK             VALUE "00".
000900 77  WS-STRN-FILE-OPENED         PIC X(01) VALUE "N".
000910     88  WS-STRN-FILE-IS-OPEN        VALUE "Y".
000920 77  WS-SUBS-FILE-STATUS         PIC X(02) VALUE SPACES.
000930     88  WS-SUBS-FILE-OK             VALUE "00".
000940     88  WS-SUBS-FILE-MISSING        VALUE "35".
000950 77  WS-SUBS-FILE-OPENED         PIC X(01) VALUE "N".
000960     88  WS-SUBS-FILE-IS-OPEN        VALUE "Y".
000970 77  WS-ACCT-FILE-STATUS         PIC X(02) VALUE SPACES.
000980     88  WS-ACCT-FILE-OK             VALUE "00".
000990 77  WS-ACCT-FILE-OPENED         PIC X(01) VALUE "N".
001000     88  WS-ACCT-FILE-IS-OPEN        VALUE "Y".
001010 77  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
001020     88  WS-RPT-FILE-OK              VALUE "00".
001030 77  WS-STRN-EOF-SWITCH          PIC X(01) VALUE "N".
001040     88  WS-STRN-EOF                 VALUE "Y".
001050*-----------------------------------------------------------*
001060* REJECT REASON FOR THE TRANSACTION IN HAND. SPACES MEANS    *
001070* THE ACTION APPLIED.                                        *
001080*-----------------------------------------------------------*
001090 77  WS-REJECT-TEXT              PIC X(30) VALUE SPACES.
001100     88  WS-ACTION-APPLIED           VALUE SPACES.
001110*-----------------------------------------------------------*
001120* BEFORE AND AFTER IMAGES OF THE SUBSCRIPTION RECORD, HELD   *
001130* WHILE THE REPORT LINES ARE WRITTEN FROM THE RECORD AREA,   *
001140* AND THE STATUS A PAUSE OR RESUME SETS.                     *
001150*-----------------------------------------------------------*
001160 01  WS-BEFORE-RECORD            PIC X(123) VALUE SPACES.
001170 01  WS-AFTER-RECORD             PIC X(123) VALUE SPACES.
001180 77  WS-IMAGE-LABEL              PIC X(06) VALUE SPACES.
001190 77  WS-NEW-STATUS               PIC X(01) VALUE SPACE.
001200*-----------------------------------------------------------*
001210* NUMERIC VIEWS OF THE TRANSACTION THRESHOLDS - ELEVEN       *
001220* DIGITS WITH TWO IMPLIED DECIMALS. A BLANK THRESHOLD IS     *
001230* TAKEN AS ZERO.                                             *
001240*-----------------------------------------------------------*
001250 01  WS-LOW-X                    PIC X(11) VALUE SPACES.
001260 01  WS-LOW-NUM REDEFINES WS-LOW-X PIC 9(9)V99.
001270 01  WS-LARGE-X                  PIC X(11) VALUE SPACES.
001280 01  WS-LARGE-NUM REDEFINES WS-LARGE-X PIC 9(9)V99.
001290*-----------------------------------------------------------*
001300* RUN DATE STAMPED ON EVERY RECORD ADDED OR CHANGED.         *
001310*-----------------------------------------------------------*
001320 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001330*-----------------------------------------------------------*
001340* RUN TOTALS.                                                *
001350*-----------------------------------------------------------*
001360 77  WS-TRANS-READ               PIC 9(07) COMP VALUE ZERO.
001370 77  WS-TRANS-APPLIED            PIC 9(07) COMP VALUE ZERO.
001380 77  WS-TRANS-REJECTED           PIC 9(07) COMP VALUE ZERO.
001390 01  WS-COUNT-DISPLAY            PIC ZZZZZZ9.
001400 01  WS-LOW-DISPLAY              PIC ZZZZZZZZ9.99.
001410 01  WS-LARGE-DISPLAY            PIC ZZZZZZZZ9.99.
001420*-----------------------------------------------------------*
001430* RUN-CONTROL GUARD - SEE COPYBOOKS/RUNCLNK.CPY. THE JOB     *
001440* REGISTERS ITS START ON WRKRUNCT AND STOPS WHEN THIS        *
001450* BUSINESS DATE ALREADY COMPLETED.                           *
001460*-----------------------------------------------------------*
001470 77  WS-RUN-BLOCKED-SWITCH       PIC X(01) VALUE "N".
001480     88  WS-RUN-BLOCKED              VALUE "Y".
001481*-----------------------------------------------------------*
001482* RUN SWITCH. AN ACCOUNT MASTER OR SUBSCRIPTION FILE THAT    *
001483* WILL NOT OPEN STOPS THE RUN BEFORE ANY ACTION IS APPLIED   *
001484* AND FAILS IT, SO THE DATE CAN BE RUN AGAIN ONCE THE FILE   *
001485* IS PUT RIGHT.                                              *
001486*-----------------------------------------------------------*
001487 77  WS-RUN-ERROR-SWITCH         PIC X(01) VALUE "N".
001488     88  WS-RUN-ERROR                VALUE "Y".
001490 COPY RUNCLNK.
001500 PROCEDURE DIVISION.
001510*===========================================================*
001520* 0000-MAIN-CONTROL - DRIVE THE SUBSCRIPTION MAINTENANCE     *
001530* RUN.                                                       *
001540*===========================================================*
001550 0000-MAIN-CONTROL.
001560     PERFORM 1000-INITIALIZE-PARA THRU 1000-EXIT.
001570     PERFORM 2000-PROCESS-TRAN-PARA THRU 2000-EXIT
001580         UNTIL WS-STRN-EOF.
001590     IF WS-RPT-FILE-OK
001600         PERFORM 3000-WRITE-TOTALS-PARA THRU 3000-EXIT
001610     END-IF.
001620     PERFORM 9999-TERMINATE-PARA THRU 9999-EXIT.
001630 0000-EXIT.
001640     EXIT.
001650*-----------------------------------------------------------*
001660* 1000-INITIALIZE-PARA - OPEN THE REPORT, THE TRANSACTION    *
001670* FILE, THE ACCOUNT MASTER (READ ONLY, TO PROVE EACH NEW     *
001680* SUBSCRIPTION'S ACCOUNT) AND THE SUBSCRIPTION FILE          *
001690* (CREATED ON A FIRST-EVER RUN AND OPENED AGAIN FOR UPDATE   *
001700* SO THE INITIAL ADDS, AND ANY CHANGE TO THEM IN THE SAME    *
001703* RUN, HAVE SOMEWHERE TO LAND), AND PRIME THE TRANSACTION    *
001706* READ.                                                      *
001710*-----------------------------------------------------------*
001720 1000-INITIALIZE-PARA.
001730     PERFORM 1900-RUN-START-PARA THRU 1900-EXIT.
001740     OPEN OUTPUT MAINT-REPORT-FILE.
001750     IF WS-RPT-FILE-OK
001760         MOVE "WRKSUBS EVENT SUBSCRIPTION MAINTENANCE REPORT" TO
001770             MAINT-REPORT-LINE
001780         WRITE MAINT-REPORT-LINE
001790     END-IF.
001800     IF WS-RUN-BLOCKED
001810         IF WS-RPT-FILE-OK
001820             MOVE "RUN ALREADY DONE FOR THIS DATE - RUN-FORCE"
001830                 TO MAINT-REPORT-LINE
001840             WRITE MAINT-REPORT-LINE
001850         END-IF
001860         MOVE "Y" TO WS-STRN-EOF-SWITCH
001870         GO TO 1000-EXIT
001880     END-IF.
001890     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001900     OPEN INPUT SUBS-TRAN-FILE.
001910     IF WS-STRN-FILE-OK
001920         MOVE "Y" TO WS-STRN-FILE-OPENED
001930     ELSE
001940         IF WS-RPT-FILE-OK
001950             MOVE "NO WRKSUBST TRANSACTION FILE - NO ACTIONS"
001960                 TO MAINT-REPORT-LINE
001970             WRITE MAINT-REPORT-LINE
001980         END-IF
001990         MOVE "Y" TO WS-STRN-EOF-SWITCH
002000     END-IF.
002010     OPEN INPUT ACCOUNT-MASTER-FILE.
002020     IF WS-ACCT-FILE-OK
002030         MOVE "Y" TO WS-ACCT-FILE-OPENED
002040     ELSE
002050         IF WS-RPT-FILE-OK
002060             MOVE "WRKACCT COULD NOT BE OPENED - RUN STOPPED"
002070                 TO MAINT-REPORT-LINE
002080             WRITE MAINT-REPORT-LINE
002090         END-IF
002095         MOVE "Y" TO WS-RUN-ERROR-SWITCH
002100         MOVE "Y" TO WS-STRN-EOF-SWITCH
002110         GO TO 1000-EXIT
002120     END-IF.
002130     OPEN I-O SUBSCRIPTION-FILE.
002140     IF WS-SUBS-FILE-MISSING
002150         OPEN OUTPUT SUBSCRIPTION-FILE
002152         IF WS-SUBS-FILE-OK
002154             CLOSE SUBSCRIPTION-FILE
002156             OPEN I-O SUBSCRIPTION-FILE
002158         END-IF
002160     END-IF.
002170     IF WS-SUBS-FILE-OK
002180         MOVE "Y" TO WS-SUBS-FILE-OPENED
002190     ELSE
002200         IF WS-RPT-FILE-OK
002210             MOVE "WRKSUBS COULD NOT BE OPENED - RUN STOPPED"
002220                 TO MAINT-REPORT-LINE
002230             WRITE MAINT-REPORT-LINE
002240         END-IF
002245         MOVE "Y" TO WS-RUN-ERROR-SWITCH
002250         MOVE "Y" TO WS-STRN-EOF-SWITCH
002260     END-IF.
002270     IF NOT WS-STRN-EOF
002280         PERFORM 2100-READ-TRAN-PARA THRU 2100-EXIT
002290     END-IF.
002300 1000-EXIT.
002310     EXIT.
002320*-----------------------------------------------------------*
002330* 1900-RUN-START-PARA - REGISTER THE START OF THE RUN ON     *
002340* THE WRKRUNCT RUN-CONTROL FILE. BLOCKED MEANS THIS          *
002350* BUSINESS DATE ALREADY COMPLETED AND THE JOB MUST NOT RUN   *
002360* AGAIN WITHOUT A RUN-FORCE OVERRIDE.                        *
002370*-----------------------------------------------------------*
002380 1900-RUN-START-PARA.
002390     MOVE "acctsubm" TO RUNCLNK-JOB-NAME.
002400     MOVE "S" TO RUNCLNK-FUNCTION-CODE.
002410     CALL "wrkrunct" USING RUNCLNK-PARMS.
002420     IF RUNCLNK-RC-BLOCKED
002430         MOVE "Y" TO WS-RUN-BLOCKED-SWITCH
002440     END-IF.
002450 1900-EXIT.
002460     EXIT.
002470*-----------------------------------------------------------*
002480* 2000-PROCESS-TRAN-PARA - APPLY ONE ACTION, REPORT IT,      *
002490* READ THE NEXT.                                             *
002500*-----------------------------------------------------------*
002510 2000-PROCESS-TRAN-PARA.
002520     ADD 1 TO WS-TRANS-READ.
002530     MOVE SPACES TO WS-REJECT-TEXT.
002540     EVALUATE TRUE
002550         WHEN SUBST-ACTION-ADD
002560             PERFORM 2300-ADD-SUBSCRIPTION-PARA THRU 2300-EXIT
002570         WHEN SUBST-ACTION-CHANGE
002580             PERFORM 2400-CHANGE-SUBSCRIPTION-PARA THRU 2400-EXIT
002590         WHEN SUBST-ACTION-PAUSE
002600             MOVE "P" TO WS-NEW-STATUS
002610             PERFORM 2500-SET-STATUS-PARA THRU 2500-EXIT
002620         WHEN SUBST-ACTION-RESUME
002630             MOVE "A" TO WS-NEW-STATUS
002640             PERFORM 2500-SET-STATUS-PARA THRU 2500-EXIT
002650         WHEN SUBST-ACTION-DELETE
002660             PERFORM 2550-DELETE-SUBSCRIPTION-PARA THRU 2550-EXIT
002670         WHEN OTHER
002680             MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-TEXT
002690     END-EVALUATE.
002700     IF WS-ACTION-APPLIED
002710         ADD 1 TO WS-TRANS-APPLIED
002720     ELSE
002730         ADD 1 TO WS-TRANS-REJECTED
002740         PERFORM 2700-WRITE-REJECT-PARA THRU 2700-EXIT
002750     END-IF.
002760     PERFORM 2100-READ-TRAN-PARA THRU 2100-EXIT.
002770 2000-EXIT.
002780     EXIT.
002790*-----------------------------------------------------------*
002800* 2100-READ-TRAN-PARA - READ THE NEXT MAINTENANCE ACTION.    *
002810*-----------------------------------------------------------*
002820 2100-READ-TRAN-PARA.
002830     READ SUBS-TRAN-FILE
002840         AT END
002850             MOVE "Y" TO WS-STRN-EOF-SWITCH
002860     END-READ.
002870 2100-EXIT.
002880     EXIT.
002890*-----------------------------------------------------------*
002900* 2200-VALIDATE-DETAILS-PARA - CHECK THE SUBSCRIPTION        *
002910* DETAILS ON AN ADD OR CHANGE: A CLIENT ID, A CHANNEL OF S   *
002920* (SMS) OR E (EMAIL), AN ADDRESS, FIVE EVENT FLAGS OF Y OR   *
002930* N, NUMERIC THRESHOLDS (BLANK IS ZERO) WITH A NON-ZERO      *
002940* ALERT LEVEL OR LARGE-CREDIT AMOUNT WHEN THAT EVENT IS      *
002950* WANTED, AND AN ACCOUNT ON WRKACCT THAT IS NOT CLOSED.      *
002960* THE FIRST FAILURE IS THE REJECT REASON.                    *
002970*-----------------------------------------------------------*
002980 2200-VALIDATE-DETAILS-PARA.
002990     MOVE SUBST-LOW-THRESHOLD TO WS-LOW-X.
003000     IF WS-LOW-X = SPACES
003010         MOVE ZEROS TO WS-LOW-X
003020     END-IF.
003030     MOVE SUBST-LARGE-CREDIT TO WS-LARGE-X.
003040     IF WS-LARGE-X = SPACES
003050         MOVE ZEROS TO WS-LARGE-X
003060     END-IF.
003070     EVALUATE TRUE
003080         WHEN SUBST-CLIENT-ID = SPACES
003090             MOVE "CLIENT ID IS BLANK" TO WS-REJECT-TEXT
003100         WHEN NOT SUBST-CHANNEL-VALID
003110             MOVE "CHANNEL NOT S OR E" TO WS-REJECT-TEXT
003120         WHEN SUBST-ADDRESS = SPACES
003130             MOVE "ADDRESS IS BLANK" TO WS-REJECT-TEXT
003140         WHEN NOT SUBST-NEGATIVE-VALID OR NOT SUBST-LOW-VALID OR
003150              NOT SUBST-LARGE-VALID OR NOT SUBST-REFUSED-VALID OR
003160              NOT SUBST-STATUS-VALID
003170             MOVE "EVENT FLAGS NOT ALL Y OR N" TO WS-REJECT-TEXT
003180         WHEN WS-LOW-NUM NOT NUMERIC
003190             MOVE "LOW THRESHOLD NOT NUMERIC" TO WS-REJECT-TEXT
003200         WHEN WS-LARGE-NUM NOT NUMERIC
003210             MOVE "LARGE CREDIT NOT NUMERIC" TO WS-REJECT-TEXT
003220         WHEN SUBST-WANT-LOW-BALANCE = "Y" AND WS-LOW-NUM = ZERO
003230             MOVE "LOW THRESHOLD IS ZERO" TO WS-REJECT-TEXT
003240         WHEN SUBST-WANT-LARGE-CREDIT = "Y" AND
003250              WS-LARGE-NUM = ZERO
003260             MOVE "LARGE CREDIT AMOUNT IS ZERO" TO WS-REJECT-TEXT
003270         WHEN OTHER
003280             MOVE SUBST-ACCT-NUMBER TO ACCT-MASTER-KEY
003290             READ ACCOUNT-MASTER-FILE
003300                 INVALID KEY
003310                     MOVE "ACCOUNT NOT ON FILE" TO WS-REJECT-TEXT
003320             END-READ
003330             IF WS-ACTION-APPLIED AND NOT WS-ACCT-FILE-OK
003340                 MOVE "ACCOUNT MASTER READ FAILED" TO
003350                     WS-REJECT-TEXT
003360             END-IF
003370             IF WS-ACTION-APPLIED AND ACCT-STATUS-CLOSED
003380                 MOVE "ACCOUNT IS CLOSED" TO WS-REJECT-TEXT
003390             END-IF
003400     END-EVALUATE.
003410 2200-EXIT.
003420     EXIT.
003430*-----------------------------------------------------------*
003440* 2250-MOVE-DETAILS-PARA - LAY THE VALIDATED TRANSACTION     *
003450* DETAILS ON THE SUBSCRIPTION RECORD AREA, STAMPED WITH      *
003460* THE RUN DATE. THE STATUS IS LEFT TO THE CALLER.            *
003470*-----------------------------------------------------------*
003480 2250-MOVE-DETAILS-PARA.
003490     MOVE SUBST-CLIENT-ID         TO SUBS-CLIENT-ID.
003500     MOVE SUBST-CHANNEL           TO SUBS-CHANNEL.
003510     MOVE SUBST-ADDRESS           TO SUBS-ADDRESS.
003520     MOVE SUBST-WANT-NEGATIVE     TO SUBS-WANT-NEGATIVE.
003530     MOVE SUBST-WANT-LOW-BALANCE  TO SUBS-WANT-LOW-BALANCE.
003540     MOVE SUBST-WANT-LARGE-CREDIT TO SUBS-WANT-LARGE-CREDIT.
003550     MOVE SUBST-WANT-REFUSED      TO SUBS-WANT-REFUSED.
003560     MOVE SUBST-WANT-STATUS       TO SUBS-WANT-STATUS.
003570     MOVE WS-LOW-NUM              TO SUBS-LOW-THRESHOLD.
003580     MOVE WS-LARGE-NUM            TO SUBS-LARGE-CREDIT.
003590     MOVE WS-RUN-DATE             TO SUBS-UPDATED-DATE.
003600 2250-EXIT.
003610     EXIT.
003620*-----------------------------------------------------------*
003630* 2300-ADD-SUBSCRIPTION-PARA - WRITE A NEW SUBSCRIPTION,     *
003640* STATUS ACTIVE. AN ACCOUNT THAT ALREADY HAS ONE IS A        *
003650* REJECT - ITS DETAILS ARE ALTERED WITH A CHANGE ACTION.     *
003660*-----------------------------------------------------------*
003670 2300-ADD-SUBSCRIPTION-PARA.
003680     PERFORM 2200-VALIDATE-DETAILS-PARA THRU 2200-EXIT.
003690     IF NOT WS-ACTION-APPLIED
003700         GO TO 2300-EXIT
003710     END-IF.
003720     MOVE SPACES TO SUBS-RECORD.
003730     MOVE SUBST-ACCT-NUMBER TO SUBS-ACCT-NUMBER.
003740     PERFORM 2250-MOVE-DETAILS-PARA THRU 2250-EXIT.
003750     MOVE "A" TO SUBS-STATUS.
003760     WRITE SUBS-RECORD
003770         INVALID KEY
003780             MOVE "ACCOUNT ALREADY SUBSCRIBED" TO WS-REJECT-TEXT
003790     END-WRITE.
003800     IF WS-ACTION-APPLIED AND NOT WS-SUBS-FILE-OK
003810         MOVE "SUBSCRIPTION WRITE FAILED" TO WS-REJECT-TEXT
003820     END-IF.
003830     IF WS-ACTION-APPLIED
003840         PERFORM 2800-WRITE-ACTION-PARA THRU 2800-EXIT
003850         MOVE "AFTER" TO WS-IMAGE-LABEL
003860         PERFORM 2650-WRITE-IMAGE-PARA THRU 2650-EXIT
003870     END-IF.
003880 2300-EXIT.
003890     EXIT.
003900*-----------------------------------------------------------*
003910* 2400-CHANGE-SUBSCRIPTION-PARA - REPLACE THE DETAILS OF     *
003920* AN EXISTING SUBSCRIPTION WITH THOSE ON THE TRANSACTION.    *
003930* THE STATUS IS KEPT - A PAUSED SUBSCRIPTION STAYS PAUSED.   *
003940*-----------------------------------------------------------*
003950 2400-CHANGE-SUBSCRIPTION-PARA.
003960     MOVE SUBST-ACCT-NUMBER TO SUBS-ACCT-NUMBER.
003970     READ SUBSCRIPTION-FILE
003980         INVALID KEY
003990             MOVE "NO SUBSCRIPTION ON FILE" TO WS-REJECT-TEXT
004000     END-READ.
004002     IF WS-ACTION-APPLIED AND NOT WS-SUBS-FILE-OK
004004         MOVE "SUBSCRIPTION READ FAILED" TO WS-REJECT-TEXT
004006     END-IF.
004010     IF NOT WS-ACTION-APPLIED
004020         GO TO 2400-EXIT
004030     END-IF.
004040     MOVE SUBS-RECORD TO WS-BEFORE-RECORD.
004050     PERFORM 2200-VALIDATE-DETAILS-PARA THRU 2200-EXIT.
004060     IF NOT WS-ACTION-APPLIED
004070         GO TO 2400-EXIT
004080     END-IF.
004090     PERFORM 2250-MOVE-DETAILS-PARA THRU 2250-EXIT.
004100     REWRITE SUBS-RECORD
004110         INVALID KEY
004120             MOVE "SUBSCRIPTION REWRITE FAILED" TO WS-REJECT-TEXT
004130     END-REWRITE.
004132     IF WS-ACTION-APPLIED AND NOT WS-SUBS-FILE-OK
004134         MOVE "SUBSCRIPTION REWRITE FAILED" TO WS-REJECT-TEXT
004136     END-IF.
004140     IF WS-ACTION-APPLIED
004150         PERFORM 2600-WRITE-IMAGES-PARA THRU 2600-EXIT
004160     END-IF.
004170 2400-EXIT.
004180     EXIT.
004190*-----------------------------------------------------------*
004200* 2500-SET-STATUS-PARA - PAUSE OR RESUME THE SUBSCRIPTION    *
004210* IN HAND BY REWRITING ITS STATUS BYTE. A PAUSED             *
004220* SUBSCRIPTION RAISES NO EVENTS UNTIL IT IS RESUMED. ONE     *
004230* ALREADY IN THE STATUS ASKED FOR IS A REJECT.               *
004240*-----------------------------------------------------------*
004250 2500-SET-STATUS-PARA.
004260     MOVE SUBST-ACCT-NUMBER TO SUBS-ACCT-NUMBER.
004270     READ SUBSCRIPTION-FILE
004280         INVALID KEY
004290             MOVE "NO SUBSCRIPTION ON FILE" TO WS-REJECT-TEXT
004300     END-READ.
004302     IF WS-ACTION-APPLIED AND NOT WS-SUBS-FILE-OK
004304         MOVE "SUBSCRIPTION READ FAILED" TO WS-REJECT-TEXT
004306     END-IF.
004310     IF NOT WS-ACTION-APPLIED
004320         GO TO 2500-EXIT
004330     END-IF.
004340     IF SUBS-STATUS = WS-NEW-STATUS
004350         IF SUBS-PAUSED
004360             MOVE "ALREADY PAUSED" TO WS-REJECT-TEXT
004370         ELSE
004380             MOVE "ALREADY ACTIVE" TO WS-REJECT-TEXT
004390         END-IF
004400         GO TO 2500-EXIT
004410     END-IF.
004420     MOVE SUBS-RECORD TO WS-BEFORE-RECORD.
004430     MOVE WS-NEW-STATUS TO SUBS-STATUS.
004440     MOVE WS-RUN-DATE TO SUBS-UPDATED-DATE.
004450     REWRITE SUBS-RECORD
004460         INVALID KEY
004470             MOVE "SUBSCRIPTION REWRITE FAILED" TO WS-REJECT-TEXT
004480     END-REWRITE.
004482     IF WS-ACTION-APPLIED AND NOT WS-SUBS-FILE-OK
004484         MOVE "SUBSCRIPTION REWRITE FAILED" TO WS-REJECT-TEXT
004486     END-IF.
004490     IF WS-ACTION-APPLIED
004500         PERFORM 2600-WRITE-IMAGES-PARA THRU 2600-EXIT
004510     END-IF.
004520 2500-EXIT.
004530     EXIT.
004540*-----------------------------------------------------------*
004550* 2550-DELETE-SUBSCRIPTION-PARA - REMOVE THE SUBSCRIPTION    *
004560* FOR THE ACCOUNT, REPORTING WHAT IT WAS. EVENTS ALREADY     *
004570* ON THE WRKEVNT OUTBOX ARE LEFT THERE; THE DISPATCH RUN     *
004580* PARKS THEM FOR WANT OF A SUBSCRIPTION.                     *
004590*-----------------------------------------------------------*
004600 2550-DELETE-SUBSCRIPTION-PARA.
004610     MOVE SUBST-ACCT-NUMBER TO SUBS-ACCT-NUMBER.
004620     READ SUBSCRIPTION-FILE
004630         INVALID KEY
004640             MOVE "NO SUBSCRIPTION ON FILE" TO WS-REJECT-TEXT
004650     END-READ.
004652     IF WS-ACTION-APPLIED AND NOT WS-SUBS-FILE-OK
004654         MOVE "SUBSCRIPTION READ FAILED" TO WS-REJECT-TEXT
004656     END-IF.
004660     IF NOT WS-ACTION-APPLIED
004670         GO TO 2550-EXIT
004680     END-IF.
004690     DELETE SUBSCRIPTION-FILE
004700         INVALID KEY
004710             MOVE "SUBSCRIPTION DELETE FAILED" TO WS-REJECT-TEXT
004720     END-DELETE.
004722     IF WS-ACTION-APPLIED AND NOT WS-SUBS-FILE-OK
004724         MOVE "SUBSCRIPTION DELETE FAILED" TO WS-REJECT-TEXT
004726     END-IF.
004730     IF WS-ACTION-APPLIED
004740         PERFORM 2800-WRITE-ACTION-PARA THRU 2800-EXIT
004750         MOVE "BEFORE" TO WS-IMAGE-LABEL
004760         PERFORM 2650-WRITE-IMAGE-PARA THRU 2650-EXIT
004770     END-IF.
004780 2550-EXIT.
004790     EXIT.
004800*-----------------------------------------------------------*
004810* 2600-WRITE-IMAGES-PARA - ONE ACTION LINE PLUS BEFORE AND   *
004820* AFTER IMAGES FOR A CHANGE, PAUSE OR RESUME JUST APPLIED.   *
004830* THE RECORD IN THE BUFFER IS THE AFTER IMAGE; THE BEFORE    *
004840* IMAGE IS LAID IN THE BUFFER FOR ITS LINES AND THE AFTER    *
004850* IMAGE PUT BACK.                                            *
004860*-----------------------------------------------------------*
004870 2600-WRITE-IMAGES-PARA.
004880     PERFORM 2800-WRITE-ACTION-PARA THRU 2800-EXIT.
004890     MOVE SUBS-RECORD TO WS-AFTER-RECORD.
004900     MOVE WS-BEFORE-RECORD TO SUBS-RECORD.
004910     MOVE "BEFORE" TO WS-IMAGE-LABEL.
004920     PERFORM 2650-WRITE-IMAGE-PARA THRU 2650-EXIT.
004930     MOVE WS-AFTER-RECORD TO SUBS-RECORD.
004940     MOVE "AFTER" TO WS-IMAGE-LABEL.
004950     PERFORM 2650-WRITE-IMAGE-PARA THRU 2650-EXIT.
004960 2600-EXIT.
004970     EXIT.
004980*-----------------------------------------------------------*
004990* 2650-WRITE-IMAGE-PARA - TWO REPORT LINES FOR THE           *
005000* SUBSCRIPTION IN THE BUFFER UNDER THE LABEL IN WS-IMAGE-    *
005010* LABEL: STATUS, CLIENT, CHANNEL, EVENT FLAGS (NEGATIVE,     *
005020* LOW, LARGE CREDIT, REFUSED, STATUS) AND THRESHOLDS, THEN   *
005030* THE ADDRESS.                                               *
005040*-----------------------------------------------------------*
005050 2650-WRITE-IMAGE-PARA.
005060     IF NOT WS-RPT-FILE-OK
005070         GO TO 2650-EXIT
005080     END-IF.
005090     MOVE SUBS-LOW-THRESHOLD TO WS-LOW-DISPLAY.
005100     MOVE SUBS-LARGE-CREDIT  TO WS-LARGE-DISPLAY.
005110     MOVE SPACES TO MAINT-REPORT-LINE.
005120     STRING "  "               DELIMITED BY SIZE
005130             WS-IMAGE-LABEL    DELIMITED BY SIZE
005140             " STATUS "        DELIMITED BY SIZE
005150             SUBS-STATUS       DELIMITED BY SIZE
005160             " CLIENT "        DELIMITED BY SIZE
005170             SUBS-CLIENT-ID    DELIMITED BY SIZE
005180             " CHANNEL "       DELIMITED BY SIZE
005190             SUBS-CHANNEL      DELIMITED BY SIZE
005200             " EVENTS "        DELIMITED BY SIZE
005210             SUBS-EVENT-FLAGS  DELIMITED BY SIZE
005220             " LOW "           DELIMITED BY SIZE
005230             WS-LOW-DISPLAY    DELIMITED BY SIZE
005240             " LARGE CREDIT "  DELIMITED BY SIZE
005250             WS-LARGE-DISPLAY  DELIMITED BY SIZE
005260             " UPDATED "       DELIMITED BY SIZE
005270             SUBS-UPDATED-DATE DELIMITED BY SIZE
005280         INTO MAINT-REPORT-LINE.
005290     WRITE MAINT-REPORT-LINE.
005300     MOVE SPACES TO MAINT-REPORT-LINE.
005310     STRING "  "               DELIMITED BY SIZE
005320             WS-IMAGE-LABEL    DELIMITED BY SIZE
005330             " ADDRESS "       DELIMITED BY SIZE
005340             SUBS-ADDRESS      DELIMITED BY SIZE
005350         INTO MAINT-REPORT-LINE.
005360     WRITE MAINT-REPORT-LINE.
005370 2650-EXIT.
005380     EXIT.
005390*-----------------------------------------------------------*
005400* 2700-WRITE-REJECT-PARA - ONE LINE PER REJECTED ACTION.     *
005410*-----------------------------------------------------------*
005420 2700-WRITE-REJECT-PARA.
005430     IF NOT WS-RPT-FILE-OK
005440         GO TO 2700-EXIT
005450     END-IF.
005460     MOVE SPACES TO MAINT-REPORT-LINE.
005470     STRING "REJECT ACTION "   DELIMITED BY SIZE
005480             SUBST-ACTION      DELIMITED BY SIZE
005490             " ACCOUNT "       DELIMITED BY SIZE
005500             SUBST-ACCT-NUMBER DELIMITED BY SIZE
005510             " "               DELIMITED BY SIZE
005520             WS-REJECT-TEXT    DELIMITED BY SIZE
005530         INTO MAINT-REPORT-LINE.
005540     WRITE MAINT-REPORT-LINE.
005550 2700-EXIT.
005560     EXIT.
005570*-----------------------------------------------------------*
005580* 2800-WRITE-ACTION-PARA - THE ACTION HEADER LINE, NAMING    *
005590* THE ACCOUNT.                                               *
005600*-----------------------------------------------------------*
005610 2800-WRITE-ACTION-PARA.
005620     IF NOT WS-RPT-FILE-OK
005630         GO TO 2800-EXIT
005640     END-IF.
005650     MOVE SPACES TO MAINT-REPORT-LINE.
005660     STRING "ACTION "          DELIMITED BY SIZE
005670             SUBST-ACTION      DELIMITED BY SIZE
005680             " ACCOUNT "       DELIMITED BY SIZE
005690             SUBST-ACCT-NUMBER DELIMITED BY SIZE
005700         INTO MAINT-REPORT-LINE.
005710     WRITE MAINT-REPORT-LINE.
005720 2800-EXIT.
005730     EXIT.
005740*-----------------------------------------------------------*
005750* 3000-WRITE-TOTALS-PARA - MAINTENANCE TOTALS.               *
005760*-----------------------------------------------------------*
005770 3000-WRITE-TOTALS-PARA.
005780     MOVE WS-TRANS-READ TO WS-COUNT-DISPLAY.
005790     MOVE SPACES TO MAINT-REPORT-LINE.
005800     STRING "ACTIONS READ ........ " DELIMITED BY SIZE
005810             WS-COUNT-DISPLAY        DELIMITED BY SIZE
005820         INTO MAINT-REPORT-LINE.
005830     WRITE MAINT-REPORT-LINE.
005840     MOVE WS-TRANS-APPLIED TO WS-COUNT-DISPLAY.
005850     MOVE SPACES TO MAINT-REPORT-LINE.
005860     STRING "ACTIONS APPLIED ..... " DELIMITED BY SIZE
005870             WS-COUNT-DISPLAY        DELIMITED BY SIZE
005880         INTO MAINT-REPORT-LINE.
005890     WRITE MAINT-REPORT-LINE.
005900     MOVE WS-TRANS-REJECTED TO WS-COUNT-DISPLAY.
005910     MOVE SPACES TO MAINT-REPORT-LINE.
005920     STRING "ACTIONS REJECTED .... " DELIMITED BY SIZE
005930             WS-COUNT-DISPLAY        DELIMITED BY SIZE
005940         INTO MAINT-REPORT-LINE.
005950     WRITE MAINT-REPORT-LINE.
005960 3000-EXIT.
005970     EXIT.
005980*-----------------------------------------------------------*
005990* 8900-RUN-END-PARA - REGISTER THE END OF THE RUN AND ITS    *
006000* CONTROL TOTALS ON WRKRUNCT. A BLOCKED RUN RECORDED         *
006010* NOTHING AND LEAVES THE COMPLETED RECORD ALONE. A RUN       *
006013* STOPPED BECAUSE WRKACCT OR WRKSUBS WOULD NOT OPEN ENDS     *
006016* FAILED.                                                    *
006020*-----------------------------------------------------------*
006030 8900-RUN-END-PARA.
006040     IF WS-RUN-BLOCKED
006050         GO TO 8900-EXIT
006060     END-IF.
006070     MOVE "E" TO RUNCLNK-FUNCTION-CODE.
006080     IF WS-RUN-ERROR
006082         MOVE "F" TO RUNCLNK-STATUS-CODE
006084     ELSE
006086         MOVE "C" TO RUNCLNK-STATUS-CODE
006088     END-IF.
006090     MOVE WS-TRANS-READ TO RUNCLNK-RECORDS-IN.
006100     MOVE WS-TRANS-APPLIED TO RUNCLNK-RECORDS-OUT.
006110     CALL "wrkrunct" USING RUNCLNK-PARMS.
006120 8900-EXIT.
006130     EXIT.
006140*-----------------------------------------------------------*
006150* 9999-TERMINATE-PARA - CLOSE FILES AND END THE RUN.         *
006160*-----------------------------------------------------------*
006170 9999-TERMINATE-PARA.
006180     PERFORM 8900-RUN-END-PARA THRU 8900-EXIT.
006190     IF WS-STRN-FILE-IS-OPEN
006200         CLOSE SUBS-TRAN-FILE
006210     END-IF.
006220     IF WS-ACCT-FILE-IS-OPEN
006230         CLOSE ACCOUNT-MASTER-FILE
006240     END-IF.
006250     IF WS-SUBS-FILE-IS-OPEN
006260         CLOSE SUBSCRIPTION-FILE
006270     END-IF.
006280     IF WS-RPT-FILE-OK
006290         CLOSE MAINT-REPORT-FILE
006300     END-IF.
006310     STOP RUN.
006320 9999-EXIT.
006330     EXIT.
