000030 AUTHOR. DL100-DEVELOPMENT-TEAM.
000040 INSTALLATION. CLOUDFLARE-WORKERS-COBOL.
000050 DATE-WRITTEN. 2021-01-05.
000060 DATE-COMPILED. 2026-10-15.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*-----------------------------------------------------------*
001270*                    CLIENT REFERENCE AGAINST A TRANSFER      *
001280*                    LEG AND ANSWER 409 WITH A STALE          *
001290*                    BALANCE.                                 *
001291* 2026-10-15  DL100  POST /ACCT/NNNNNNNNNN/RVSL REVERSES A    *
001292*                    POSTING NAMED BY ITS REFERENCE THROUGH   *
001293*                    THE NEW ACCTLKUP REVERSE FUNCTION, SO A  *
001294*                    WRONG /TRAN IS UNDONE BY A LINKED        *
001295*                    CONTRA-POSTING INSTEAD OF A FRESH        *
001296*                    POSTING OR A PUT RESTATEMENT. A          *
001297*                    TRANSFER IS ONLY REVERSED AS A PAIR      *
001298*                    (SCOPE "T"). CLIENT REFERENCES LEADING   *
001299*                    WITH "R" ARE NOW REJECTED AS WELL - THAT *
001300*                    LEAD IS RESERVED FOR REVERSAL LINES.     *
001301* 2026-10-15  DL100  /ACCT/NNNNNNNNNN/HOLD PLACES (POST) AND  *
001302*                    LISTS (GET) FUNDS HOLDS ON THE KEYED     *
001303*                    WRKHOLD FILE, AND DELETE ON /HOLD/       *
001304*                    HHHHHHHHHH RELEASES ONE. POSTINGS,       *
001305*                    TRANSFERS AND REVERSALS THAT ONLY FAIL   *
001306*                    BECAUSE OF HOLDS ANSWER 422 WITH THEIR   *
001307*                    OWN MESSAGE. GET /ACCT/ NOW SHOWS THE    *
001308*                    AVAILABLE BALANCE BESIDE THE LEDGER      *
001309*                    BALANCE, IN TEXT AND JSON.               *
001310* 2026-10-15  DL100  /TRAN POSTINGS NOW CARRY SOURCE "O" ON   *
001311*                    WRKTRAN FOR THE GL EXTRACT.              *
001312* 2026-10-15  DL100  WRKTRAN IS NOW KEYED, SO GET             *
001313*                    /ACCT/NNNNNNNNNN/HISTORY READS ONLY THE  *
001314*                    ACCOUNT'S OWN POSTINGS. IT NOW TAKES AN  *
001315*                    OPTIONAL /YYYYMMDD/YYYYMMDD FROM/TO      *
001316*                    RANGE AND PAGES THROUGH IT OLDEST FIRST, *
001317*                    PAGE-SIZE AT A TIME, ENDING EACH PAGE    *
001318*                    WITH A NEXT CONTINUATION TO PASS BACK AS *
001319*                    /ACCTS DOES, INSTEAD OF ANSWERING ONLY   *
001320*                    THE LAST THREE POSTINGS.                 *
001321* 2026-10-15  DL100  ACCOUNT ADD, UPDATE AND CLOSE NOW PASS   *
001322*                    THE REQUEST TIMESTAMP AND CLIENT ID TO   *
001323*                    ACCTLKUP FOR THE WRKACHG BEFORE/AFTER    *
001324*                    CHANGE LOG, AND SAY SO WHEN THE CHANGE   *
001325*                    WAS APPLIED BUT NOT LOGGED (RC 90).      *
001326* 2026-10-15  DL100  DUAL CONTROL, SWITCHED ON BY             *
001327*                    "APPROVE-LIMIT" IN WRKCFG. A POSTING OR  *
001328*                    TRANSFER OVER THE LIMIT, A BALANCE       *
001329*                    RESTATEMENT OR A CLOSURE IS NOW HELD ON  *
001330*                    THE NEW WRKAPRV FILE AND ANSWERS 202     *
001331*                    WITH AN APPROVAL ID. NEW /APPROVE        *
001332*                    ENDPOINTS LIST AND SHOW HELD REQUESTS,   *
001333*                    AND LET A SECOND ENTITLED CLIENT APPROVE *
001334*                    (APPLY) OR REJECT THEM.                  *
001335* 2026-10-15  DL100  /TRAN ANSWERS WITH THE REFERENCE         *
001336*                    POSTED UNDER, INCLUDING A SYSTEM         *
001337*                    "P" REF; "P" LEAD RESERVED. PARAS        *
001338*                    PUT BACK IN NUMBER ORDER.                *
001339* 2026-10-15  DL100  A HOLD WRITE THAT FAILS FOR ANY REASON   *
001340*                    BUT A DUPLICATE NOW ANSWERS 503, NOT     *
001341*                    "HOLD PLACED".                           *
001342*-----------------------------------------------------------*
001343 ENVIRONMENT DIVISION.
001344 CONFIGURATION SECTION.
001345 INPUT-OUTPUT SECTION.
001346 FILE-CONTROL.
001350     SELECT AUDIT-LOG-FILE ASSIGN TO "WRKAUDIT"
001360         ORGANIZATION IS LINE SEQUENTIAL
001370         FILE STATUS IS WS-AUDIT-FILE-STATUS.
001420         ORGANIZATION IS LINE SEQUENTIAL
001430         FILE STATUS IS WS-CKPT-FILE-STATUS.
001440     SELECT TRAN-HISTORY-FILE ASSIGN TO "WRKTRAN"
001450         ORGANIZATION IS INDEXED
001452         ACCESS MODE IS DYNAMIC
001454         RECORD KEY IS TRAN-KEY
001456         ALTERNATE RECORD KEY IS TRAN-REFERENCE
001458             WITH DUPLICATES
001460         FILE STATUS IS WS-TRAN-FILE-STATUS.
001470     SELECT AUTH-CLIENT-FILE ASSIGN TO "WRKAUTH"
001480         ORGANIZATION IS INDEXED
001590         ACCESS MODE IS RANDOM
001600         RECORD KEY IS STND-ORDER-KEY
001610         FILE STATUS IS WS-STND-FILE-STATUS.
001611     SELECT HOLD-FILE ASSIGN TO "WRKHOLD"
001612         ORGANIZATION IS INDEXED
001613         ACCESS MODE IS DYNAMIC
001614         RECORD KEY IS HOLD-KEY
001615         FILE STATUS IS WS-HOLD-FILE-STATUS.
001616     SELECT APPROVAL-FILE ASSIGN TO "WRKAPRV"
001617         ORGANIZATION IS INDEXED
001618         ACCESS MODE IS DYNAMIC
001619         RECORD KEY IS APRV-ID
001620         FILE STATUS IS WS-APRV-FILE-STATUS.
001621 DATA DIVISION.
001630 FILE SECTION.
001640 FD  AUDIT-LOG-FILE.
001650 COPY AUDTREC.
001750 COPY RATEREC.
001760 FD  STANDING-ORDER-FILE.
001770 COPY STNDREC.
001772 FD  HOLD-FILE.
001774 COPY HOLDREC.
001776 FD  APPROVAL-FILE.
001778 COPY APRVREC.
001780 WORKING-STORAGE SECTION.
001790*-----------------------------------------------------------*
001800* FILE STATUS SWITCH FOR THE AUDIT LOG.                      *
003200         88  WS-STND-FREQ-VALID      VALUES "M", "S".
003210     05  WS-STND-BODY-NEXT-DUE   PIC 9(08).
003220     05  FILLER                  PIC X(214).
003221*-----------------------------------------------------------*
003222* ALTERNATE VIEW OF THE BODY FOR A REVERSAL (POST ON         *
003223* /ACCT/NNNNNNNNNN/RVSL) - THE REFERENCE OF THE POSTING TO   *
003224* UNDO, THEN A SCOPE CODE: BLANK OR "P" FOR AN ORDINARY      *
003225* POSTING, "T" TO REVERSE BOTH LEGS OF THE TRANSFER THE      *
003226* REFERENCE BELONGS TO, E.G. "X202609141030221T".            *
003227*-----------------------------------------------------------*
003228 01  WS-RVSL-BODY-AREA REDEFINES WS-HTTP-BODY.
003229     05  WS-RVSL-ORIG-REF        PIC X(16).
003230     05  WS-RVSL-SCOPE           PIC X(01).
003231         88  WS-RVSL-SCOPE-VALID     VALUES " ", "P", "T".
003232     05  FILLER                  PIC X(239).
003233*-----------------------------------------------------------*
003234* ALTERNATE VIEW OF THE BODY FOR PLACING A FUNDS HOLD (POST  *
003235* ON /ACCT/NNNNNNNNNN/HOLD) - THE HOLD ID, A SIGNED AMOUNT,  *
003236* THE REASON CODE (CS CARD SETTLEMENT, LG LEGAL, UC          *
003237* UNCLEARED CHEQUE, OT OTHER) AND THE EXPIRY DATE - ZEROS    *
003238* FOR A HOLD THAT STANDS UNTIL RELEASED, E.G.                *
003239* "CARD000001+00000005000CS20261031".                        *
003240*-----------------------------------------------------------*
003241 01  WS-HOLD-BODY-AREA REDEFINES WS-HTTP-BODY.
003242     05  WS-HOLD-BODY-ID         PIC X(10).
003243     05  WS-HOLD-BODY-AMOUNT     PIC S9(9)V99
003244                                 SIGN LEADING SEPARATE.
003245     05  WS-HOLD-BODY-REASON     PIC X(02).
003246         88  WS-HOLD-REASON-VALID    VALUES "CS", "LG",
003247                                            "UC", "OT".
003248     05  WS-HOLD-BODY-EXPIRY     PIC 9(08).
003249     05  FILLER                  PIC X(224).
003250 77  WS-MAINT-BODY-SWITCH    PIC X(01) VALUE "N".
003251     88  WS-MAINT-BODY-VALID     VALUE "Y".
003252 77  WS-TRAN-BODY-SWITCH     PIC X(01) VALUE "N".
003260     88  WS-TRAN-BODY-VALID      VALUE "Y".
003270 77  WS-XFER-BODY-SWITCH     PIC X(01) VALUE "N".
003280     88  WS-XFER-BODY-VALID      VALUE "Y".
003290 77  WS-STND-BODY-SWITCH     PIC X(01) VALUE "N".
003300     88  WS-STND-BODY-VALID      VALUE "Y".
003302 77  WS-RVSL-BODY-SWITCH     PIC X(01) VALUE "N".
003304     88  WS-RVSL-BODY-VALID      VALUE "Y".
003306 77  WS-HOLD-BODY-SWITCH     PIC X(01) VALUE "N".
003308     88  WS-HOLD-BODY-VALID      VALUE "Y".
003310*-----------------------------------------------------------*
003320* FILE STATUS SWITCH FOR THE KEYED WRKSTND STANDING-ORDER    *
003330* FILE. THE FILE IS CREATED ON THE FIRST ORDER SET UP, THE   *
003370     88  WS-STND-FILE-OK         VALUE "00".
003380     88  WS-STND-FILE-MISSING    VALUE "35".
003390*-----------------------------------------------------------*
003400* FILE STATUS AND WORK AREAS FOR THE KEYED WRKHOLD FUNDS-    *
003410* HOLD FILE, CREATED ON THE FIRST HOLD PLACED. THE LIST      *
003420* ENDPOINT NAMES UP TO SIX STANDING HOLDS AND COUNTS THE     *
003421* REST.                                                      *
003422*-----------------------------------------------------------*
003423 77  WS-HOLD-FILE-STATUS     PIC X(02) VALUE SPACES.
003424     88  WS-HOLD-FILE-OK         VALUE "00".
003425     88  WS-HOLD-FILE-MISSING    VALUE "35".
003426 77  WS-HOLD-EOF-SWITCH      PIC X(01) VALUE "N".
003427     88  WS-HOLD-EOF             VALUE "Y".
003428 77  WS-HOLD-LIST-COUNT      PIC 9(03) COMP VALUE ZERO.
003429 77  WS-HOLD-MORE-COUNT      PIC 9(03) COMP VALUE ZERO.
003430 77  WS-HOLD-PTR             PIC 9(03) COMP VALUE ZERO.
003431 77  WS-HOLD-EXPIRY-TEXT     PIC X(08) VALUE SPACES.
003432 77  WS-HOLD-AMT-DISPLAY     PIC ZZZZZZZZ9.99-.
003433 77  WS-HOLD-MORE-DISPLAY    PIC ZZ9.
003434*-----------------------------------------------------------*
003435* DUAL CONTROL. AN "APPROVE-LIMIT NNNNNNNNN" LINE IN WRKCFG  *
003436* (A WHOLE AMOUNT) TURNS IT ON: A POSTING OR TRANSFER OVER   *
003437* THE LIMIT, A BALANCE RESTATEMENT AND A CLOSURE ARE HELD    *
003438* ON THE KEYED WRKAPRV FILE FOR A SECOND CLIENT TO APPROVE   *
003439* INSTEAD OF GOING TO ACCTLKUP. NO SUCH LINE LEAVES EVERY    *
003440* REQUEST SINGLE-KEYED AS BEFORE. WRKAPRV IS CREATED ON THE  *
003441* FIRST REQUEST HELD, THE SAME WAY THE WRKHOLD FILE IS. THE  *
003442* LIST ENDPOINT NAMES UP TO SIX PENDING ITEMS AND COUNTS     *
003443* THE REST.                                                  *
003444*-----------------------------------------------------------*
003445 77  WS-DUAL-CONTROL-SWITCH  PIC X(01) VALUE "N".
003446     88  WS-DUAL-CONTROL-ON      VALUE "Y".
003447 77  WS-APPROVE-LIMIT        PIC 9(09) VALUE ZERO.
003448 77  WS-APRV-FILE-STATUS     PIC X(02) VALUE SPACES.
003449     88  WS-APRV-FILE-OK         VALUE "00".
003450     88  WS-APRV-FILE-MISSING    VALUE "35".
003451 77  WS-APRV-EOF-SWITCH      PIC X(01) VALUE "N".
003452     88  WS-APRV-EOF             VALUE "Y".
003453 77  WS-APRV-FUNCTION-CODE   PIC X(01) VALUE SPACE.
003454 77  WS-APRV-ACCT-NUMBER     PIC X(10) VALUE SPACES.
003455 77  WS-APRV-AMOUNT          PIC S9(9)V99 VALUE ZEROS.
003456 77  WS-APRV-LIST-COUNT      PIC 9(03) COMP VALUE ZERO.
003457 77  WS-APRV-MORE-COUNT      PIC 9(03) COMP VALUE ZERO.
003458 77  WS-APRV-PTR             PIC 9(03) COMP VALUE ZERO.
003459 77  WS-APRV-AMT-DISPLAY     PIC ZZZZZZZZ9.99-.
003460 77  WS-APRV-MORE-DISPLAY    PIC ZZ9.
003461 77  WS-APRV-FUNCTION-TEXT   PIC X(07) VALUE SPACES.
003462 77  WS-APRV-STATUS-TEXT     PIC X(08) VALUE SPACES.
003463*-----------------------------------------------------------*
003464* APPROVAL REPLAY. WHILE AN APPROVED REQUEST IS BEING        *
003465* APPLIED THE CHECKER'S OWN METHOD, PATH, BODY AND CLIENT    *
003466* ID ARE PARKED HERE, THE HELD REQUEST IS ROUTED AS IF IT    *
003467* HAD JUST ARRIVED FROM THE MAKER, AND 8000 HOLDS BACK ITS   *
003468* ANSWER SO THE APPROVAL CALL CAN ANSWER FOR BOTH.           *
003469*-----------------------------------------------------------*
003470 77  WS-APRV-REPLAY-SWITCH   PIC X(01) VALUE "N".
003471     88  WS-APRV-REPLAYING       VALUE "Y".
003472 77  WS-APRV-SAVE-METHOD     PIC X(10) VALUE SPACES.
003473 77  WS-APRV-SAVE-PATH       PIC X(80) VALUE SPACES.
003474 77  WS-APRV-SAVE-BODY       PIC X(256) VALUE SPACES.
003475 77  WS-APRV-SAVE-CLIENT-ID  PIC X(16) VALUE SPACES.
003476 77  WS-APRV-RESULT-TEXT     PIC X(400) VALUE SPACES.
003477*-----------------------------------------------------------*
003478* FILE STATUS AND WORK AREAS FOR READING THE KEYED WRKTRAN   *
003479* BACK ON THE HISTORY ENDPOINT. THE TABLE HOLDS ONE PAGE OF  *
003480* THE ACCOUNT'S POSTINGS IN THE REQUESTED DATE RANGE, SIZED  *
003481* BY PAGE-SIZE LIKE /ACCTS AND CAPPED AT THE SIX IT HOLDS.   *
003482* THE START KEY IS THE CONTINUATION (TIMESTAMP PLUS SEQUENCE *
003483* NUMBER) THE CALLER PASSED BACK; THE NEXT KEY IS THE FIRST  *
003484* POSTING BEYOND THIS PAGE.                                  *
003485*-----------------------------------------------------------*
003486 77  WS-TRAN-FILE-STATUS     PIC X(02) VALUE SPACES.
003487     88  WS-TRAN-FILE-OK         VALUE "00" "02".
003488 77  WS-TRAN-EOF-SWITCH      PIC X(01) VALUE "N".
003489     88  WS-TRAN-EOF             VALUE "Y".
003490 77  WS-HIST-RANGE-SWITCH    PIC X(01) VALUE "Y".
003491     88  WS-HIST-RANGE-OK        VALUE "Y".
003492 77  WS-HIST-FROM-DATE       PIC X(08) VALUE SPACES.
003493 77  WS-HIST-TO-DATE         PIC X(08) VALUE SPACES.
003494 77  WS-HIST-START-KEY       PIC X(21) VALUE SPACES.
003495 77  WS-HIST-NEXT-KEY        PIC X(21) VALUE SPACES.
003496 77  WS-HIST-PAGE-SIZE       PIC 9(02) COMP VALUE ZERO.
003497 01  WS-HIST-TABLE.
003498     05  WS-HIST-ENTRY OCCURS 6 TIMES.
003500         10  WS-HIST-DC-CODE     PIC X(01).
003510         10  WS-HIST-AMOUNT      PIC S9(9)V99.
003520         10  WS-HIST-TIMESTAMP   PIC X(17).
003550 77  WS-HIST-PTR             PIC 9(03) COMP VALUE ZERO.
003560 77  WS-HIST-AMT-DISPLAY     PIC ZZZZZZZZ9.99-.
003570*-----------------------------------------------------------*
003580* DISPLAY FIELDS FOR THE LEDGER AND AVAILABLE BALANCES       *
003585* RETURNED BY ACCTLKUP.                                      *
003590*-----------------------------------------------------------*
003600 77  WS-BALANCE-DISPLAY      PIC ZZZZZZZZ9.99-.
003605 77  WS-AVAIL-DISPLAY        PIC ZZZZZZZZ9.99-.
003610*-----------------------------------------------------------*
003620* SCAN INDEXES USED TO FIND THE LAST NON-BLANK CHARACTER IN  *
003630* A FIXED-WIDTH FIELD BEFORE STRINGING IT, SO THE ASSEMBLED  *
004650         WHEN CONFIG-RECORD (1:9) = "PAGE-SIZE" AND
004660              CONFIG-RECORD (11:2) IS NUMERIC
004670             MOVE CONFIG-RECORD (11:2) TO WS-PAGE-SIZE
004672         WHEN CONFIG-RECORD (1:13) = "APPROVE-LIMIT" AND
004674              CONFIG-RECORD (15:9) IS NUMERIC
004676             MOVE CONFIG-RECORD (15:9) TO WS-APPROVE-LIMIT
004678             MOVE "Y" TO WS-DUAL-CONTROL-SWITCH
004680     END-EVALUATE.
004690     PERFORM 1060-READ-CONFIG-LINE-PARA THRU 1060-EXIT.
004700 1070-EXIT.
005000             END-READ
005010             IF WS-AUTH-FILE-OK AND AUTH-CLIENT-ACTIVE AND
005020                (AUTH-CLIENT-ALL-ENDPOINTS OR
005030                 AUTH-CLIENT-ENDPOINTS = WS-PATH-CATEGORY OR
005033                 (AUTH-CLIENT-ACCT-APPROVER AND
005036                  (WS-PATH-CATEGORY = "ACCT" OR "APPROVE"))) AND
005040                (AUTH-CLIENT-NO-EXPIRY OR
005050                 AUTH-CLIENT-EXPIRY-DATE NOT < WRKRESP-TS-DATE)
005060                 MOVE "Y" TO WS-CLIENT-AUTH-SWITCH
005160*-----------------------------------------------------------*
005170* 1150-SET-PATH-CATEGORY-PARA - BUCKET THE REQUEST PATH INTO *
005180* THE ENDPOINT CATEGORY NAMES USED ON THE WRKAUTH CLIENT     *
005190* RECORD. THE RULES MIRROR 2000-ROUTE-REQUEST-PARA. A CLIENT *
005195* ENTITLED TO "ACCT+APPR" MAY CALL BOTH ACCT AND APPROVE.    *
005200*-----------------------------------------------------------*
005210 1150-SET-PATH-CATEGORY-PARA.
005220     EVALUATE TRUE
005320              (WS-HTTP-PATH (7:1) = SPACE OR
005330               WS-HTTP-PATH (7:1) = "/")
005340             MOVE "ACCT" TO WS-PATH-CATEGORY
005342         WHEN WS-HTTP-PATH (1:8) = "/approve" AND
005344              (WS-HTTP-PATH (9:1) = SPACE OR
005346               WS-HTTP-PATH (9:1) = "/")
005348             MOVE "APPROVE" TO WS-PATH-CATEGORY
005350         WHEN WS-HTTP-PATH (1:1) = "/" AND
005360              WS-HTTP-PATH (2:1) = SPACE
005370             MOVE "ROOT" TO WS-PATH-CATEGORY
006300             PERFORM 2200-HEALTH-CHECK-PARA THRU 2200-EXIT
006310         WHEN WS-HTTP-PATH (1:6) = "/acct/" AND
006320              WS-HTTP-PATH (17:8) = "/history" AND
006330              (WS-HTTP-PATH (25:1) = SPACE OR
006335               WS-HTTP-PATH (25:1) = "/")
006340             PERFORM 2160-ACCT-HISTORY-PARA THRU 2160-EXIT
006350         WHEN WS-HTTP-PATH (1:6) = "/acct/" AND
006360              WS-HTTP-PATH (17:5) = "/tran" AND
006370              WS-HTTP-PATH (22:1) = SPACE
006380             PERFORM 2170-TRAN-POST-PARA THRU 2170-EXIT
006382         WHEN WS-HTTP-PATH (1:6) = "/acct/" AND
006384              WS-HTTP-PATH (17:5) = "/rvsl" AND
006386              WS-HTTP-PATH (22:1) = SPACE
006388             PERFORM 2195-RVSL-POST-PARA THRU 2195-EXIT
006390         WHEN WS-HTTP-PATH (1:6) = "/acct/" AND
006400              WS-HTTP-PATH (17:5) = "/stnd" AND
006410              WS-HTTP-PATH (22:1) = SPACE
006450              WS-HTTP-PATH (22:1) = "/" AND
006460              WS-HTTP-PATH (33:1) = SPACE
006470             PERFORM 2178-STND-CANCEL-PARA THRU 2178-EXIT
006471         WHEN WS-HTTP-PATH (1:6) = "/acct/" AND
006472              WS-HTTP-PATH (17:5) = "/hold" AND
006473              WS-HTTP-PATH (22:1) = SPACE
006474             PERFORM 2300-HOLD-REQUEST-PARA THRU 2300-EXIT
006475         WHEN WS-HTTP-PATH (1:6) = "/acct/" AND
006476              WS-HTTP-PATH (17:5) = "/hold" AND
006477              WS-HTTP-PATH (22:1) = "/" AND
006478              WS-HTTP-PATH (33:1) = SPACE
006479             PERFORM 2350-HOLD-RELEASE-PARA THRU 2350-EXIT
006480         WHEN WS-HTTP-PATH (1:6) = "/accts" AND
006490              (WS-HTTP-PATH (7:1) = SPACE OR
006500               WS-HTTP-PATH (7:1) = "/")
006540             PERFORM 2190-XFER-POST-PARA THRU 2190-EXIT
006550         WHEN WS-HTTP-PATH (1:6) = "/acct/"
006560             PERFORM 2100-ACCT-REQUEST-PARA THRU 2100-EXIT
006562         WHEN WS-HTTP-PATH (1:8) = "/approve" AND
006564              (WS-HTTP-PATH (9:1) = SPACE OR
006566               WS-HTTP-PATH (9:1) = "/")
006568             PERFORM 2800-APPROVE-REQUEST-PARA THRU 2800-EXIT
006570         WHEN WS-HTTP-PATH (1:1) = "/" AND
006580              WS-HTTP-PATH (2:1) = SPACE
006590             PERFORM 2900-DEFAULT-PARA THRU 2900-EXIT
006820 2100-EXIT.
006830     EXIT.
006840*-----------------------------------------------------------*
006850* 2110-ACCT-LOOKUP-PARA - ACCOUNT LOOKUP (GET). ANSWERS THE  *
006852* LEDGER BALANCE AND THE AVAILABLE BALANCE (LEDGER PLUS      *
006854* OVERDRAFT LESS STANDING HOLDS); IF THE HOLDS COULD NOT BE  *
006856* READ ONLY THE LEDGER BALANCE IS SHOWN.                     *
006860*-----------------------------------------------------------*
006870 2110-ACCT-LOOKUP-PARA.
006880     MOVE "L" TO ACCTLNK-FUNCTION-CODE.
006885     MOVE WRKRESP-TIMESTAMP TO ACCTLNK-TIMESTAMP.
006890     CALL "acctlkup" USING ACCTLNK-PARMS.
006900     IF ACCTLNK-FOUND
006910         MOVE "200" TO WRKRESP-STATUS-CODE
006920         PERFORM 2320-SET-ACCT-FIELDS-PARA THRU 2320-EXIT
006960         MOVE 30 TO WS-NAME-TRIM-IDX
006970         PERFORM 8600-SCAN-NAME-TRIM-PARA THRU 8600-EXIT
006980             UNTIL WS-NAME-TRIM-IDX = 1
006990                OR ACCTLNK-ACCT-NAME (WS-NAME-TRIM-IDX:1)
007000                   NOT = SPACE
007010         IF ACCTLNK-RC-OK
007020             STRING ACCTLNK-ACCT-NAME (1:WS-NAME-TRIM-IDX)
007030                     DELIMITED BY SIZE
007040                     " BAL "            DELIMITED BY SIZE
007050                     WS-BALANCE-DISPLAY DELIMITED BY SIZE
007051                     " AVAIL "          DELIMITED BY SIZE
007052                     WS-AVAIL-DISPLAY   DELIMITED BY SIZE
007053                 INTO WRKRESP-MESSAGE
007054         ELSE
007055             STRING ACCTLNK-ACCT-NAME (1:WS-NAME-TRIM-IDX)
007056                     DELIMITED BY SIZE
007057                     " BAL "            DELIMITED BY SIZE
007058                     WS-BALANCE-DISPLAY DELIMITED BY SIZE
007059                 INTO WRKRESP-MESSAGE
007060         END-IF
007061     ELSE
007070         MOVE "404" TO WRKRESP-STATUS-CODE
007080         MOVE "Account not found" TO WRKRESP-MESSAGE
007090     END-IF.
007130     EXIT.
007140*-----------------------------------------------------------*
007150* 2120-ACCT-ADD-PARA - OPEN A NEW ACCOUNT (POST). A KEY      *
007160* ALREADY ON THE MASTER ANSWERS 409. THE TIMESTAMP AND       *
007162* CLIENT ID GO ON THE WRKACHG CHANGE RECORD; A CHANGE        *
007164* APPLIED WITHOUT ITS CHANGE RECORD (RC 90) STILL SUCCEEDS   *
007166* BUT SAYS SO, AS FOR ANY OTHER MAINTENANCE CALL.            *
007170*-----------------------------------------------------------*
007180 2120-ACCT-ADD-PARA.
007190     PERFORM 2150-PARSE-MAINT-BODY-PARA THRU 2150-EXIT.
007200     IF WS-MAINT-BODY-VALID
007210         MOVE "A" TO ACCTLNK-FUNCTION-CODE
007220         MOVE WRKRESP-TIMESTAMP TO ACCTLNK-TIMESTAMP
007225         MOVE WS-CLIENT-ID      TO ACCTLNK-CLIENT-ID
007230         CALL "acctlkup" USING ACCTLNK-PARMS
007240         EVALUATE TRUE
007250             WHEN ACCTLNK-RC-OK
007260                 MOVE "201" TO WRKRESP-STATUS-CODE
007270                 MOVE "Account added" TO WRKRESP-MESSAGE
007272             WHEN ACCTLNK-RC-NO-HISTORY
007274                 MOVE "201" TO WRKRESP-STATUS-CODE
007276                 MOVE "Account added - change not logged"
007278                     TO WRKRESP-MESSAGE
007280             WHEN ACCTLNK-RC-DUPLICATE
007290                 MOVE "409" TO WRKRESP-STATUS-CODE
007300                 MOVE "Account already exists" TO
007410     EXIT.
007420*-----------------------------------------------------------*
007430* 2130-ACCT-UPDATE-PARA - RENAME/RESTATE AN ACCOUNT (PUT).   *
007433* UNDER DUAL CONTROL A CHANGE OF BALANCE IS HELD FOR         *
007436* APPROVAL (2135); A RENAME ALONE GOES STRAIGHT THROUGH.     *
007440*-----------------------------------------------------------*
007450 2130-ACCT-UPDATE-PARA.
007460     PERFORM 2150-PARSE-MAINT-BODY-PARA THRU 2150-EXIT.
007462     IF WS-MAINT-BODY-VALID AND WS-DUAL-CONTROL-ON AND
007464        NOT WS-APRV-REPLAYING
007466         PERFORM 2135-CHECK-RESTATEMENT-PARA THRU 2135-EXIT
007468     END-IF.
007470     IF WS-MAINT-BODY-VALID
007480         MOVE "U" TO ACCTLNK-FUNCTION-CODE
007483         MOVE WRKRESP-TIMESTAMP TO ACCTLNK-TIMESTAMP
007486         MOVE WS-CLIENT-ID      TO ACCTLNK-CLIENT-ID
007490         CALL "acctlkup" USING ACCTLNK-PARMS
007500         EVALUATE TRUE
007510             WHEN ACCTLNK-RC-OK
007520                 MOVE "200" TO WRKRESP-STATUS-CODE
007530                 MOVE "Account updated" TO WRKRESP-MESSAGE
007532             WHEN ACCTLNK-RC-NO-HISTORY
007534                 MOVE "200" TO WRKRESP-STATUS-CODE
007536                 MOVE "Account updated - change not logged"
007538                     TO WRKRESP-MESSAGE
007540             WHEN ACCTLNK-RC-NOT-FOUND
007550                 MOVE "404" TO WRKRESP-STATUS-CODE
007560                 MOVE "Account not found" TO WRKRESP-MESSAGE
007650 2130-EXIT.
007660     EXIT.
007670*-----------------------------------------------------------*
007680* 2135-CHECK-RESTATEMENT-PARA - LOOK THE ACCOUNT UP AND, IF  *
007681* THE BODY'S BALANCE DIFFERS FROM THE BALANCE ON THE         *
007682* MASTER, HOLD THE PUT FOR APPROVAL AND TURN THE BODY        *
007683* SWITCH OFF SO 2130 DOES NOT APPLY IT. OTHERWISE THE        *
007684* LOOKUP HAS OVERLAID THE INTERFACE FIELDS, SO THE BODY IS   *
007685* EDITED ONTO THEM AGAIN. AN ACCOUNT NOT ON FILE IS LEFT TO  *
007686* THE UPDATE TO ANSWER 404.                                  *
007687*-----------------------------------------------------------*
007688 2135-CHECK-RESTATEMENT-PARA.
007689     MOVE "L" TO ACCTLNK-FUNCTION-CODE.
007690     MOVE WRKRESP-TIMESTAMP TO ACCTLNK-TIMESTAMP.
007691     CALL "acctlkup" USING ACCTLNK-PARMS.
007692     IF ACCTLNK-FOUND AND
007693        ACCTLNK-ACCT-BALANCE NOT = WS-MAINT-ACCT-BALANCE
007694         MOVE "U" TO WS-APRV-FUNCTION-CODE
007695         MOVE WS-HTTP-PATH (7:10) TO WS-APRV-ACCT-NUMBER
007696         MOVE WS-MAINT-ACCT-BALANCE TO WS-APRV-AMOUNT
007697         PERFORM 2860-HOLD-FOR-APPROVAL-PARA THRU 2860-EXIT
007698         MOVE "N" TO WS-MAINT-BODY-SWITCH
007699     ELSE
007700         PERFORM 2150-PARSE-MAINT-BODY-PARA THRU 2150-EXIT
007701     END-IF.
007702 2135-EXIT.
007703     EXIT.
007704*-----------------------------------------------------------*
007705* 2140-ACCT-DELETE-PARA - CLOSE AN ACCOUNT (DELETE). UNDER   *
007706* DUAL CONTROL EVERY CLOSURE IS HELD FOR APPROVAL.           *
007707*-----------------------------------------------------------*
007708 2140-ACCT-DELETE-PARA.
007709     IF WS-DUAL-CONTROL-ON AND NOT WS-APRV-REPLAYING
007710         MOVE "D" TO WS-APRV-FUNCTION-CODE
007711         MOVE WS-HTTP-PATH (7:10) TO WS-APRV-ACCT-NUMBER
007712         MOVE ZERO TO WS-APRV-AMOUNT
007713         PERFORM 2860-HOLD-FOR-APPROVAL-PARA THRU 2860-EXIT
007714         MOVE "2140-ACCT-DELETE-PARA" TO WS-CKPT-PARAGRAPH
007715         PERFORM 8000-SEND-RESPONSE-PARA THRU 8000-EXIT
007716         GO TO 2140-EXIT
007717     END-IF.
007718     MOVE "D" TO ACCTLNK-FUNCTION-CODE.
007719     MOVE WRKRESP-TIMESTAMP TO ACCTLNK-TIMESTAMP.
007720     MOVE WS-CLIENT-ID      TO ACCTLNK-CLIENT-ID.
007721     CALL "acctlkup" USING ACCTLNK-PARMS.
007730     EVALUATE TRUE
007740         WHEN ACCTLNK-RC-OK
007750             MOVE "200" TO WRKRESP-STATUS-CODE
007760             MOVE "Account closed" TO WRKRESP-MESSAGE
007762         WHEN ACCTLNK-RC-NO-HISTORY
007764             MOVE "200" TO WRKRESP-STATUS-CODE
007766             MOVE "Account closed - change not logged"
007768                 TO WRKRESP-MESSAGE
007770         WHEN ACCTLNK-RC-NOT-FOUND
007780             MOVE "404" TO WRKRESP-STATUS-CODE
007790             MOVE "Account not found" TO WRKRESP-MESSAGE
008140 2150-EXIT.
008150     EXIT.
008160*-----------------------------------------------------------*
008170* 2160-ACCT-HISTORY-PARA - GET /ACCT/NNNNNNNNNN/HISTORY,     *
008180* OPTIONALLY FOLLOWED BY /YYYYMMDD/YYYYMMDD (FROM AND TO     *
008190* DATES, BOTH INCLUSIVE) AND THEN BY /CONTINUATION-KEY.      *
008192* CONFIRM THE ACCOUNT EXISTS, THEN READ ONE PAGE OF ITS      *
008194* POSTINGS IN THE RANGE, OLDEST FIRST, OFF THE KEYED WRKTRAN *
008196* AND ANSWER THEM AS ONE MESSAGE LINE. NO RANGE MEANS EVERY  *
008198* POSTING ON FILE.                                           *
008200*-----------------------------------------------------------*
008210 2160-ACCT-HISTORY-PARA.
008215     PERFORM 2161-PARSE-HISTORY-RANGE-PARA THRU 2161-EXIT.
008220     IF WS-HTTP-METHOD NOT = "GET"
008230         MOVE "400" TO WRKRESP-STATUS-CODE
008240         MOVE "Unsupported method" TO WRKRESP-MESSAGE
008250     ELSE
008260         IF NOT WS-HIST-RANGE-OK
008270             MOVE "400" TO WRKRESP-STATUS-CODE
008280             MOVE "Invalid history range" TO WRKRESP-MESSAGE
008320         ELSE
008330             MOVE "L" TO ACCTLNK-FUNCTION-CODE
008340             MOVE WS-HTTP-PATH (7:10) TO ACCTLNK-ACCT-NUMBER
008341             CALL "acctlkup" USING ACCTLNK-PARMS
008342             IF ACCTLNK-FOUND
008343                 PERFORM 2163-SCAN-HISTORY-PARA THRU 2163-EXIT
008344                 PERFORM 2166-BUILD-HISTORY-MSG-PARA
008345                     THRU 2166-EXIT
008346             ELSE
008347                 MOVE "404" TO WRKRESP-STATUS-CODE
008348                 MOVE "Account not found" TO WRKRESP-MESSAGE
008349             END-IF
008350         END-IF
008360     END-IF.
008370     MOVE "2160-ACCT-HISTORY-PARA" TO WS-CKPT-PARAGRAPH.
008390 2160-EXIT.
008400     EXIT.
008410*-----------------------------------------------------------*
008420* 2161-PARSE-HISTORY-RANGE-PARA - PICK THE DATE RANGE AND    *
008430* CONTINUATION KEY OFF THE HISTORY PATH. A RANGE IS TWO      *
008440* EIGHT-DIGIT DATES, FROM NOT AFTER TO; A CONTINUATION KEY   *
008441* IS THE TIMESTAMP AND SEQUENCE NUMBER HANDED BACK ON THE    *
008442* LAST PAGE. ANYTHING ELSE AFTER /HISTORY IS REFUSED.        *
008443*-----------------------------------------------------------*
008444 2161-PARSE-HISTORY-RANGE-PARA.
008445     MOVE "Y" TO WS-HIST-RANGE-SWITCH.
008446     MOVE "00000000" TO WS-HIST-FROM-DATE.
008447     MOVE "99999999" TO WS-HIST-TO-DATE.
008448     MOVE SPACES TO WS-HIST-START-KEY.
008449     IF WS-HTTP-PATH (25:1) = SPACE
008450         GO TO 2161-EXIT
008451     END-IF.
008452     IF WS-HTTP-PATH (26:8) NOT NUMERIC OR
008453        WS-HTTP-PATH (34:1) NOT = "/" OR
008454        WS-HTTP-PATH (35:8) NOT NUMERIC OR
008455        WS-HTTP-PATH (26:8) > WS-HTTP-PATH (35:8)
008456         MOVE "N" TO WS-HIST-RANGE-SWITCH
008457         GO TO 2161-EXIT
008458     END-IF.
008459     MOVE WS-HTTP-PATH (26:8) TO WS-HIST-FROM-DATE.
008460     MOVE WS-HTTP-PATH (35:8) TO WS-HIST-TO-DATE.
008461     EVALUATE TRUE
008462         WHEN WS-HTTP-PATH (43:1) = SPACE
008463             CONTINUE
008464         WHEN WS-HTTP-PATH (43:1) = "/" AND
008465              WS-HTTP-PATH (44:8) IS NUMERIC AND
008466              WS-HTTP-PATH (61:4) IS NUMERIC AND
008467              WS-HTTP-PATH (65:1) = SPACE
008468             MOVE WS-HTTP-PATH (44:21) TO WS-HIST-START-KEY
008469         WHEN OTHER
008470             MOVE "N" TO WS-HIST-RANGE-SWITCH
008471     END-EVALUATE.
008472 2161-EXIT.
008473     EXIT.
008474*-----------------------------------------------------------*
008475* 2163-SCAN-HISTORY-PARA - START ON THE ACCOUNT'S KEY AT THE *
008476* FROM DATE (OR AT THE CONTINUATION KEY) AND READ NEXT       *
008477* THROUGH ONE PAGE OF ITS POSTINGS. NO HISTORY FILE YET JUST *
008478* MEANS NO POSTINGS.                                         *
008479*-----------------------------------------------------------*
008480 2163-SCAN-HISTORY-PARA.
008481     MOVE ZERO TO WS-HIST-COUNT.
008482     MOVE SPACES TO WS-HIST-NEXT-KEY.
008483     MOVE "N" TO WS-TRAN-EOF-SWITCH.
008484     MOVE WS-PAGE-SIZE TO WS-HIST-PAGE-SIZE.
008485     IF WS-HIST-PAGE-SIZE < 1
008486         MOVE 1 TO WS-HIST-PAGE-SIZE
008487     END-IF.
008488     IF WS-HIST-PAGE-SIZE > 6
008489         MOVE 6 TO WS-HIST-PAGE-SIZE
008490     END-IF.
008491     OPEN INPUT TRAN-HISTORY-FILE.
008500     IF NOT WS-TRAN-FILE-OK
008510         GO TO 2163-EXIT
008550     END-IF.
008551     MOVE LOW-VALUES TO TRAN-KEY.
008552     MOVE ACCTLNK-ACCT-NUMBER TO TRAN-ACCT-NUMBER.
008553     IF WS-HIST-START-KEY = SPACES
008554         MOVE WS-HIST-FROM-DATE TO TRAN-TIMESTAMP (1:8)
008555     ELSE
008556         MOVE WS-HIST-START-KEY (1:17) TO TRAN-TIMESTAMP
008557         MOVE WS-HIST-START-KEY (18:4) TO TRAN-SEQUENCE-NO
008558     END-IF.
008559     START TRAN-HISTORY-FILE KEY NOT LESS THAN TRAN-KEY
008560         INVALID KEY
008561             MOVE "Y" TO WS-TRAN-EOF-SWITCH
008562     END-START.
008563     PERFORM 2164-READ-TRAN-PARA THRU 2164-EXIT.
008564     PERFORM 2165-KEEP-TRAN-PARA THRU 2165-EXIT
008565         UNTIL WS-TRAN-EOF.
008566     CLOSE TRAN-HISTORY-FILE.
008567 2163-EXIT.
008570     EXIT.
008580*-----------------------------------------------------------*
008590* 2164-READ-TRAN-PARA - READ THE NEXT WRKTRAN RECORD IN KEY  *
008593* ORDER. A START THAT FOUND NOTHING HAS ALREADY SET END OF   *
008596* FILE; A READ ERROR ENDS THE PAGE LIKE END OF FILE.         *
008600*-----------------------------------------------------------*
008610 2164-READ-TRAN-PARA.
008620     IF WS-TRAN-EOF
008622         GO TO 2164-EXIT
008624     END-IF.
008626     READ TRAN-HISTORY-FILE NEXT RECORD
008630         AT END
008640             MOVE "Y" TO WS-TRAN-EOF-SWITCH
008650     END-READ.
008652     IF NOT WS-TRAN-EOF AND NOT WS-TRAN-FILE-OK
008654         MOVE "Y" TO WS-TRAN-EOF-SWITCH
008656     END-IF.
008660 2164-EXIT.
008670     EXIT.
008680*-----------------------------------------------------------*
008690* 2165-KEEP-TRAN-PARA - KEEP ONE POSTING IN THE PAGE TABLE,  *
008700* OR, ONCE THE PAGE IS FULL, NOTE ITS KEY AS THE NEXT KEY    *
008710* AND STOP. THE PAGE ALSO ENDS AT THE FIRST LINE FOR ANOTHER *
008715* ACCOUNT OR DATED AFTER THE TO DATE.                        *
008720*-----------------------------------------------------------*
008730 2165-KEEP-TRAN-PARA.
008740     IF TRAN-ACCT-NUMBER NOT = ACCTLNK-ACCT-NUMBER OR
008750        TRAN-TIMESTAMP (1:8) > WS-HIST-TO-DATE
008760         MOVE "Y" TO WS-TRAN-EOF-SWITCH
008770         GO TO 2165-EXIT
008850     END-IF.
008851     IF WS-HIST-COUNT NOT < WS-HIST-PAGE-SIZE
008852         MOVE TRAN-TIMESTAMP   TO WS-HIST-NEXT-KEY (1:17)
008853         MOVE TRAN-SEQUENCE-NO TO WS-HIST-NEXT-KEY (18:4)
008854         MOVE "Y" TO WS-TRAN-EOF-SWITCH
008855         GO TO 2165-EXIT
008856     END-IF.
008857     ADD 1 TO WS-HIST-COUNT.
008858     MOVE TRAN-DC-CODE   TO WS-HIST-DC-CODE (WS-HIST-COUNT).
008859     MOVE TRAN-AMOUNT    TO WS-HIST-AMOUNT (WS-HIST-COUNT).
008860     MOVE TRAN-TIMESTAMP TO WS-HIST-TIMESTAMP (WS-HIST-COUNT).
008861     PERFORM 2164-READ-TRAN-PARA THRU 2164-EXIT.
008870 2165-EXIT.
008880     EXIT.
008890*-----------------------------------------------------------*
008900* 2166-BUILD-HISTORY-MSG-PARA - TURN THE PAGE TABLE INTO THE *
008910* RESPONSE MESSAGE, OLDEST POSTING FIRST, AND TACK THE       *
008913* CONTINUATION ON THE END AS /ACCTS DOES - THE RANGE AND THE *
008916* NEXT KEY, READY TO GO BACK ON THE END OF /HISTORY/.        *
008920*-----------------------------------------------------------*
008930 2166-BUILD-HISTORY-MSG-PARA.
008940     MOVE "200" TO WRKRESP-STATUS-CODE.
008950     IF WS-HIST-COUNT = ZERO
008960         IF WS-HTTP-PATH (25:1) = SPACE
008962             MOVE "No postings on file" TO WRKRESP-MESSAGE
008964         ELSE
008966             MOVE "No postings in range" TO WRKRESP-MESSAGE
008968         END-IF
008970     ELSE
008980         MOVE SPACES TO WRKRESP-MESSAGE
008990         MOVE 1 TO WS-HIST-PTR
009000         PERFORM 2167-ADD-HISTORY-LINE-PARA THRU 2167-EXIT
009010             VARYING WS-HIST-IDX FROM 1 BY 1
009020             UNTIL WS-HIST-IDX > WS-HIST-COUNT
009021         IF WS-HIST-NEXT-KEY NOT = SPACES
009022             STRING "NEXT "            DELIMITED BY SIZE
009023                     WS-HIST-FROM-DATE DELIMITED BY SIZE
009024                     "/"               DELIMITED BY SIZE
009025                     WS-HIST-TO-DATE   DELIMITED BY SIZE
009026                     "/"               DELIMITED BY SIZE
009027                     WS-HIST-NEXT-KEY  DELIMITED BY SIZE
009028                 INTO WRKRESP-MESSAGE
009029                 WITH POINTER WS-HIST-PTR
009030             END-STRING
009031         END-IF
009032     END-IF.
009040 2166-EXIT.
009050     EXIT.
009060*-----------------------------------------------------------*
009070* 2167-ADD-HISTORY-LINE-PARA - APPEND ONE PAGE-TABLE POSTING *
009080* THE MESSAGE UNDER THE RUNNING STRING POINTER.              *
009090*-----------------------------------------------------------*
009100 2167-ADD-HISTORY-LINE-PARA.
009240*-----------------------------------------------------------*
009250* 2170-TRAN-POST-PARA - POST /ACCT/NNNNNNNNNN/TRAN. EDIT THE *
009260* DEBIT/CREDIT BODY, HAND IT TO ACCTLKUP TO APPLY AND LOG,   *
009270* AND ANSWER WITH THE RESULTING BALANCE AND THE REFERENCE IT *
009272* POSTED UNDER - THE CLIENT'S OWN, OR THE "P" REFERENCE      *
009274* ACCTLKUP GAVE A POSTING SENT WITHOUT ONE, WHICH IS WHAT A  *
009276* REVERSAL QUOTES. UNDER DUAL CONTROL AN AMOUNT OVER THE     *
009278* APPROVAL LIMIT IS HELD FOR APPROVAL.                       *
009280*-----------------------------------------------------------*
009290 2170-TRAN-POST-PARA.
009300     MOVE "N" TO WS-TRAN-BODY-SWITCH.
009400                 MOVE "400" TO WRKRESP-STATUS-CODE
009410                 MOVE "Invalid character in reference" TO
009420                     WRKRESP-MESSAGE
009430             WHEN WS-TRAN-CLIENT-REF (1:1) = "X" OR "R" OR "P"
009440                 MOVE "400" TO WRKRESP-STATUS-CODE
009450                 MOVE "Reference may not lead with X, R or P" TO
009460                     WRKRESP-MESSAGE
009470             WHEN WS-TRAN-CODE-VALID AND
009480                  WS-TRAN-AMOUNT NUMERIC AND
009540                     WRKRESP-MESSAGE
009550         END-EVALUATE
009560     END-IF.
009561     IF WS-TRAN-BODY-VALID AND WS-DUAL-CONTROL-ON AND
009562        NOT WS-APRV-REPLAYING AND
009563        WS-TRAN-AMOUNT > WS-APPROVE-LIMIT
009564         MOVE "T" TO WS-APRV-FUNCTION-CODE
009565         MOVE WS-HTTP-PATH (7:10) TO WS-APRV-ACCT-NUMBER
009566         MOVE WS-TRAN-AMOUNT TO WS-APRV-AMOUNT
009567         PERFORM 2860-HOLD-FOR-APPROVAL-PARA THRU 2860-EXIT
009568         MOVE "N" TO WS-TRAN-BODY-SWITCH
009569     END-IF.
009570     IF WS-TRAN-BODY-VALID
009580         MOVE "T" TO ACCTLNK-FUNCTION-CODE
009590         MOVE WS-HTTP-PATH (7:10) TO ACCTLNK-ACCT-NUMBER
009610         MOVE WS-TRAN-AMOUNT      TO ACCTLNK-TRAN-AMOUNT
009620         MOVE WS-TRAN-CLIENT-REF  TO ACCTLNK-CLIENT-REF
009630         MOVE WRKRESP-TIMESTAMP   TO ACCTLNK-TIMESTAMP
009635         MOVE "O"                 TO ACCTLNK-TRAN-SOURCE
009640         CALL "acctlkup" USING ACCTLNK-PARMS
009650         EVALUATE TRUE
009660             WHEN ACCTLNK-RC-OK
009690                 MOVE ACCTLNK-ACCT-NUMBER TO WRKRESP-ACCT-NUMBER
009700                 MOVE ACCTLNK-ACCT-NAME   TO WRKRESP-ACCT-NAME
009710                 MOVE WS-BALANCE-DISPLAY  TO WRKRESP-BALANCE-TEXT
009720                 STRING "Posted REF "       DELIMITED BY SIZE
009723                         ACCTLNK-CLIENT-REF DELIMITED BY SIZE
009726                         " NEW BAL "        DELIMITED BY SIZE
009730                         WS-BALANCE-DISPLAY DELIMITED BY SIZE
009740                     INTO WRKRESP-MESSAGE
009750             WHEN ACCTLNK-RC-NO-HISTORY
009780                 MOVE ACCTLNK-ACCT-NUMBER TO WRKRESP-ACCT-NUMBER
009790                 MOVE ACCTLNK-ACCT-NAME   TO WRKRESP-ACCT-NAME
009800                 MOVE WS-BALANCE-DISPLAY  TO WRKRESP-BALANCE-TEXT
009810                 STRING "Posted REF "       DELIMITED BY SIZE
009813                         ACCTLNK-CLIENT-REF DELIMITED BY SIZE
009816                         " NEW BAL "        DELIMITED BY SIZE
009820                         WS-BALANCE-DISPLAY DELIMITED BY SIZE
009830                         " - history line not recorded"
009840                                            DELIMITED BY SIZE
010050                 MOVE "422" TO WRKRESP-STATUS-CODE
010060                 MOVE "Posting refused - overdraft limit" TO
010070                     WRKRESP-MESSAGE
010072             WHEN ACCTLNK-RC-FUNDS-HELD
010074                 MOVE "422" TO WRKRESP-STATUS-CODE
010076                 MOVE "Posting refused - funds on hold" TO
010078                     WRKRESP-MESSAGE
010080             WHEN ACCTLNK-RC-CLOSED
010090                 MOVE "422" TO WRKRESP-STATUS-CODE
010100                 MOVE "Posting refused - account closed" TO
010180     MOVE "2170-TRAN-POST-PARA" TO WS-CKPT-PARAGRAPH.
010190     PERFORM 8000-SEND-RESPONSE-PARA THRU 8000-EXIT.
010200 2170-EXIT.
010201     EXIT.
010202*-----------------------------------------------------------*
010203* 2175-STND-SETUP-PARA - POST /ACCT/NNNNNNNNNN/STND. EDIT    *
010204* THE ORDER BODY, PROVE THE ACCOUNT EXISTS THROUGH ACCTLKUP, *
010205* AND WRITE THE ORDER TO WRKSTND FOR THE NIGHTLY STNDPOST    *
010206* RUN TO PICK UP.                                            *
010207*-----------------------------------------------------------*
010208 2175-STND-SETUP-PARA.
010209     MOVE "N" TO WS-STND-BODY-SWITCH.
010210     IF WS-HTTP-METHOD NOT = "POST"
010211         MOVE "400" TO WRKRESP-STATUS-CODE
010212         MOVE "Unsupported method" TO WRKRESP-MESSAGE
010213     ELSE
010214         IF WS-STND-BODY-ORDER-ID NOT = SPACES AND
010215            WS-STND-CODE-VALID AND
010216            WS-STND-BODY-AMOUNT NUMERIC AND
010217            WS-STND-BODY-AMOUNT > ZERO AND
010218            WS-STND-FREQ-VALID AND
010219            WS-STND-BODY-NEXT-DUE NUMERIC
010220             MOVE "Y" TO WS-STND-BODY-SWITCH
010221         ELSE
010222             MOVE "400" TO WRKRESP-STATUS-CODE
010223             MOVE "Invalid standing order body" TO
010224                 WRKRESP-MESSAGE
010225         END-IF
010226     END-IF.
010227     IF WS-STND-BODY-VALID
010228         MOVE "L" TO ACCTLNK-FUNCTION-CODE
010229         MOVE WS-HTTP-PATH (7:10) TO ACCTLNK-ACCT-NUMBER
010230         CALL "acctlkup" USING ACCTLNK-PARMS
010231         IF ACCTLNK-FOUND
010232             PERFORM 2177-WRITE-STND-ORDER-PARA THRU 2177-EXIT
010233         ELSE
010234             MOVE "404" TO WRKRESP-STATUS-CODE
010235             MOVE "Account not found" TO WRKRESP-MESSAGE
010236         END-IF
010237     END-IF.
010238     MOVE "2175-STND-SETUP-PARA" TO WS-CKPT-PARAGRAPH.
010239     PERFORM 8000-SEND-RESPONSE-PARA THRU 8000-EXIT.
010240 2175-EXIT.
010241     EXIT.
010242*-----------------------------------------------------------*
010243* 2177-WRITE-STND-ORDER-PARA - READ-OR-CREATE WRKSTND AND    *
010244* WRITE THE EDITED ORDER. AN ORDER ID ALREADY ON FILE FOR    *
010245* THE ACCOUNT ANSWERS 409.                                   *
010246*-----------------------------------------------------------*
010247 2177-WRITE-STND-ORDER-PARA.
010248     OPEN I-O STANDING-ORDER-FILE.
010249     IF WS-STND-FILE-MISSING
010250         OPEN OUTPUT STANDING-ORDER-FILE
010251     END-IF.
010252     IF WS-STND-FILE-OK
010253         MOVE WS-HTTP-PATH (7:10)    TO STND-ACCT-NUMBER
010254         MOVE WS-STND-BODY-ORDER-ID  TO STND-ORDER-ID
010255         MOVE WS-STND-BODY-DC-CODE   TO STND-DC-CODE
010256         MOVE WS-STND-BODY-AMOUNT    TO STND-AMOUNT
010257         MOVE WS-STND-BODY-FREQUENCY TO STND-FREQUENCY
010258         MOVE WS-STND-BODY-NEXT-DUE  TO STND-NEXT-DUE-DATE
010259         MOVE "201" TO WRKRESP-STATUS-CODE
010260         MOVE "Standing order set up" TO WRKRESP-MESSAGE
010261         WRITE STND-ORDER-RECORD
010262             INVALID KEY
010263                 MOVE "409" TO WRKRESP-STATUS-CODE
010264                 MOVE "Standing order already exists" TO
010265                     WRKRESP-MESSAGE
010266         END-WRITE
010267         CLOSE STANDING-ORDER-FILE
010268     ELSE
010269         MOVE "503" TO WRKRESP-STATUS-CODE
010270         MOVE "Standing order store unavailable" TO
010271             WRKRESP-MESSAGE
010272     END-IF.
010273 2177-EXIT.
010274     EXIT.
010275*-----------------------------------------------------------*
010276* 2178-STND-CANCEL-PARA - DELETE /ACCT/NNNNNNNNNN/STND/      *
010277* OOOOOOOOOO. DROP THE ORDER FROM WRKSTND; AN ORDER (OR A    *
010278* WRKSTND FILE) NOT ON FILE ANSWERS 404.                     *
010279*-----------------------------------------------------------*
010280 2178-STND-CANCEL-PARA.
010281     IF WS-HTTP-METHOD NOT = "DELETE"
010282         MOVE "400" TO WRKRESP-STATUS-CODE
010283         MOVE "Unsupported method" TO WRKRESP-MESSAGE
010284     ELSE
010285         OPEN I-O STANDING-ORDER-FILE
010286         EVALUATE TRUE
010287             WHEN WS-STND-FILE-OK
010288                 MOVE WS-HTTP-PATH (7:10)  TO STND-ACCT-NUMBER
010289                 MOVE WS-HTTP-PATH (23:10) TO STND-ORDER-ID
010290                 MOVE "200" TO WRKRESP-STATUS-CODE
010291                 MOVE "Standing order cancelled" TO
010292                     WRKRESP-MESSAGE
010293                 DELETE STANDING-ORDER-FILE
010294                     INVALID KEY
010295                         MOVE "404" TO WRKRESP-STATUS-CODE
010296                         MOVE "Standing order not found" TO
010297                             WRKRESP-MESSAGE
010298                 END-DELETE
010299                 CLOSE STANDING-ORDER-FILE
010300             WHEN WS-STND-FILE-MISSING
010301                 MOVE "404" TO WRKRESP-STATUS-CODE
010302                 MOVE "Standing order not found" TO
010303                     WRKRESP-MESSAGE
010304             WHEN OTHER
010305                 MOVE "503" TO WRKRESP-STATUS-CODE
010306                 MOVE "Standing order store unavailable" TO
010307                     WRKRESP-MESSAGE
010308         END-EVALUATE
010309     END-IF.
010310     MOVE "2178-STND-CANCEL-PARA" TO WS-CKPT-PARAGRAPH.
010311     PERFORM 8000-SEND-RESPONSE-PARA THRU 8000-EXIT.
010312 2178-EXIT.
010313     EXIT.
010314*-----------------------------------------------------------*
010315* 2180-ACCT-BROWSE-PARA - GET /ACCTS OR /ACCTS/PARTIALKEY.   *
010316* ONE PAGE OF ACCOUNTS FROM THE ACCTLKUP BROWSE FUNCTION,    *
010317* WITH THE NEXT KEY ON THE END OF THE MESSAGE SO THE CALLER  *
010318* CAN PASS IT BACK AND CONTINUE.                             *
010319*-----------------------------------------------------------*
010320 2180-ACCT-BROWSE-PARA.
010321     IF WS-HTTP-METHOD NOT = "GET"
010322         MOVE "400" TO WRKRESP-STATUS-CODE
010323         MOVE "Unsupported method" TO WRKRESP-MESSAGE
010324     ELSE
010330         MOVE "B" TO ACCTLNK-FUNCTION-CODE
010340         MOVE SPACES TO ACCTLNK-BROWSE-START-KEY
010350         IF WS-HTTP-PATH (7:1) = "/"
011050* 2190-XFER-POST-PARA - POST /XFER. EDIT THE FROM/TO/AMOUNT  *
011060* BODY, HAND IT TO ACCTLKUP TO APPLY BOTH LEGS OR NEITHER,   *
011070* AND ANSWER WITH THE SHARED REFERENCE AND THE FROM          *
011080* ACCOUNT'S RESULTING BALANCE. UNDER DUAL CONTROL AN AMOUNT  *
011085* OVER THE APPROVAL LIMIT IS HELD FOR APPROVAL.              *
011090*-----------------------------------------------------------*
011100 2190-XFER-POST-PARA.
011110     MOVE "N" TO WS-XFER-BODY-SWITCH.
011220             MOVE "400" TO WRKRESP-STATUS-CODE
011230             MOVE "Invalid transfer body" TO WRKRESP-MESSAGE
011240         END-IF
011241     END-IF.
011242     IF WS-XFER-BODY-VALID AND WS-DUAL-CONTROL-ON AND
011243        NOT WS-APRV-REPLAYING AND
011244        WS-XFER-AMOUNT > WS-APPROVE-LIMIT
011245         MOVE "X" TO WS-APRV-FUNCTION-CODE
011246         MOVE WS-XFER-FROM-ACCT TO WS-APRV-ACCT-NUMBER
011247         MOVE WS-XFER-AMOUNT TO WS-APRV-AMOUNT
011248         PERFORM 2860-HOLD-FOR-APPROVAL-PARA THRU 2860-EXIT
011249         MOVE "N" TO WS-XFER-BODY-SWITCH
011250     END-IF.
011260     IF WS-XFER-BODY-VALID
011270         MOVE "X" TO ACCTLNK-FUNCTION-CODE
011680                 MOVE "422" TO WRKRESP-STATUS-CODE
011690                 MOVE "Transfer refused - overdraft limit"
011700                     TO WRKRESP-MESSAGE
011702             WHEN ACCTLNK-RC-FUNDS-HELD
011704                 MOVE "422" TO WRKRESP-STATUS-CODE
011706                 MOVE "Transfer refused - funds on hold"
011708                     TO WRKRESP-MESSAGE
011710             WHEN ACCTLNK-RC-CLOSED
011720                 MOVE "422" TO WRKRESP-STATUS-CODE
011730                 MOVE "Transfer refused - account closed"
011900     PERFORM 8000-SEND-RESPONSE-PARA THRU 8000-EXIT.
011910 2190-EXIT.
011920     EXIT.
013050*-----------------------------------------------------------*
013051* 2195-RVSL-POST-PARA - POST /ACCT/NNNNNNNNNN/RVSL. EDIT THE *
013052* REVERSAL BODY, HAND IT TO ACCTLKUP TO UNDO THE NAMED       *
013053* POSTING (BOTH LEGS, FOR A TRANSFER WITH SCOPE "T"), AND    *
013054* ANSWER WITH THE REVERSAL'S OWN REFERENCE AND THE NAMED     *
013055* ACCOUNT'S RESULTING BALANCE.                               *
013056*-----------------------------------------------------------*
013057 2195-RVSL-POST-PARA.
013058     MOVE "N" TO WS-RVSL-BODY-SWITCH.
013059     MOVE ZERO TO WS-QUOTE-TALLY.
013060     INSPECT WS-RVSL-ORIG-REF TALLYING WS-QUOTE-TALLY
013061         FOR ALL """" ALL "\".
013062     IF WS-HTTP-METHOD NOT = "POST"
013063         MOVE "400" TO WRKRESP-STATUS-CODE
013064         MOVE "Unsupported method" TO WRKRESP-MESSAGE
013065     ELSE
013066         EVALUATE TRUE
013067             WHEN WS-QUOTE-TALLY > ZERO
013068                 MOVE "400" TO WRKRESP-STATUS-CODE
013069                 MOVE "Invalid character in reference" TO
013070                     WRKRESP-MESSAGE
013071             WHEN WS-RVSL-ORIG-REF NOT = SPACES AND
013072                  WS-RVSL-SCOPE-VALID
013073                 MOVE "Y" TO WS-RVSL-BODY-SWITCH
013074             WHEN OTHER
013075                 MOVE "400" TO WRKRESP-STATUS-CODE
013076                 MOVE "Invalid reversal body" TO WRKRESP-MESSAGE
013077         END-EVALUATE
013078     END-IF.
013079     IF WS-RVSL-BODY-VALID
013080         MOVE "R" TO ACCTLNK-FUNCTION-CODE
013081         MOVE WS-HTTP-PATH (7:10) TO ACCTLNK-ACCT-NUMBER
013082         MOVE WS-RVSL-ORIG-REF    TO ACCTLNK-ORIG-REFERENCE
013083         MOVE WS-RVSL-SCOPE       TO ACCTLNK-RVSL-SCOPE
013084         MOVE WRKRESP-TIMESTAMP   TO ACCTLNK-TIMESTAMP
013085         CALL "acctlkup" USING ACCTLNK-PARMS
013086         EVALUATE TRUE
013087             WHEN ACCTLNK-RC-OK
013088                 MOVE "201" TO WRKRESP-STATUS-CODE
013089                 MOVE ACCTLNK-ACCT-BALANCE TO WS-BALANCE-DISPLAY
013090                 MOVE ACCTLNK-ACCT-NUMBER TO WRKRESP-ACCT-NUMBER
013091                 MOVE ACCTLNK-ACCT-NAME   TO WRKRESP-ACCT-NAME
013092                 MOVE WS-BALANCE-DISPLAY  TO WRKRESP-BALANCE-TEXT
013093                 STRING "Reversed REF "     DELIMITED BY SIZE
013094                         WS-RVSL-ORIG-REF   DELIMITED BY SPACE
013095                         " BY "             DELIMITED BY SIZE
013096                         ACCTLNK-RVSL-REFERENCE
013097                                            DELIMITED BY SIZE
013098                         " NEW BAL "        DELIMITED BY SIZE
013099                         WS-BALANCE-DISPLAY DELIMITED BY SIZE
013100                     INTO WRKRESP-MESSAGE
013101             WHEN ACCTLNK-RC-NO-HISTORY
013102                 MOVE "201" TO WRKRESP-STATUS-CODE
013103                 MOVE ACCTLNK-ACCT-BALANCE TO WS-BALANCE-DISPLAY
013104                 MOVE ACCTLNK-ACCT-NUMBER TO WRKRESP-ACCT-NUMBER
013105                 MOVE ACCTLNK-ACCT-NAME   TO WRKRESP-ACCT-NAME
013106                 MOVE WS-BALANCE-DISPLAY  TO WRKRESP-BALANCE-TEXT
013107                 STRING "Reversed REF "     DELIMITED BY SIZE
013108                         WS-RVSL-ORIG-REF   DELIMITED BY SPACE
013109                         " BY "             DELIMITED BY SIZE
013110                         ACCTLNK-RVSL-REFERENCE
013111                                            DELIMITED BY SIZE
013112                         " NEW BAL "        DELIMITED BY SIZE
013113                         WS-BALANCE-DISPLAY DELIMITED BY SIZE
013114                         " - history line not recorded"
013115                                            DELIMITED BY SIZE
013116                     INTO WRKRESP-MESSAGE
013117             WHEN ACCTLNK-RC-NOT-FOUND
013118                 MOVE "404" TO WRKRESP-STATUS-CODE
013119                 MOVE "Account not found" TO WRKRESP-MESSAGE
013120             WHEN ACCTLNK-RC-ORIG-NOT-FOUND
013121                 MOVE "404" TO WRKRESP-STATUS-CODE
013122                 MOVE "Posting not found for account" TO
013123                     WRKRESP-MESSAGE
013124             WHEN ACCTLNK-RC-ALREADY-REVERSED
013125                 MOVE "409" TO WRKRESP-STATUS-CODE
013126                 MOVE "Posting already reversed" TO
013127                     WRKRESP-MESSAGE
013128             WHEN ACCTLNK-RC-XFER-LEG
013129                 MOVE "422" TO WRKRESP-STATUS-CODE
013130                 MOVE "Reversal refused - transfer leg alone" TO
013131                     WRKRESP-MESSAGE
013132             WHEN ACCTLNK-RC-NOT-REVERSIBLE
013133                 MOVE "422" TO WRKRESP-STATUS-CODE
013134                 MOVE "Reversal refused - posting not reversible"
013135                     TO WRKRESP-MESSAGE
013136             WHEN ACCTLNK-RC-FROZEN
013137                 MOVE "422" TO WRKRESP-STATUS-CODE
013138                 MOVE "Reversal refused - account frozen" TO
013139                     WRKRESP-MESSAGE
013140             WHEN ACCTLNK-RC-OVER-LIMIT
013141                 MOVE "422" TO WRKRESP-STATUS-CODE
013142                 MOVE "Reversal refused - overdraft limit" TO
013143                     WRKRESP-MESSAGE
013144             WHEN ACCTLNK-RC-FUNDS-HELD
013145                 MOVE "422" TO WRKRESP-STATUS-CODE
013146                 MOVE "Reversal refused - funds on hold" TO
013147                     WRKRESP-MESSAGE
013148             WHEN ACCTLNK-RC-CLOSED
013149                 MOVE "422" TO WRKRESP-STATUS-CODE
013150                 MOVE "Reversal refused - account closed" TO
013151                     WRKRESP-MESSAGE
013152             WHEN ACCTLNK-RC-XFER-REVERSED
013153                 MOVE "503" TO WRKRESP-STATUS-CODE
013154                 MOVE "Reversal failed - debit backed out"
013155                     TO WRKRESP-MESSAGE
013156             WHEN ACCTLNK-RC-XFER-HALF
013157                 MOVE "503" TO WRKRESP-STATUS-CODE
013158                 MOVE "Reversal incomplete - debit applied"
013159                     TO WRKRESP-MESSAGE
013160             WHEN OTHER
013161                 MOVE "503" TO WRKRESP-STATUS-CODE
013162                 MOVE "Account store unavailable" TO
013163                     WRKRESP-MESSAGE
013164         END-EVALUATE
013165     END-IF.
013166     MOVE "2195-RVSL-POST-PARA" TO WS-CKPT-PARAGRAPH.
013167     PERFORM 8000-SEND-RESPONSE-PARA THRU 8000-EXIT.
013168 2195-EXIT.
013169     EXIT.
013170*-----------------------------------------------------------*
013171* 2200-HEALTH-CHECK-PARA - READINESS ENDPOINT. PINGS ACCTLKUP *
013172* TO PROVE THE ACCOUNT STORE IS REACHABLE BEFORE CLAIMING     *
013173* TO BE HEALTHY.                                              *
013174*-----------------------------------------------------------*
013175 2200-HEALTH-CHECK-PARA.
013176     MOVE "H" TO ACCTLNK-FUNCTION-CODE.
013177     CALL "acctlkup" USING ACCTLNK-PARMS.
013178     IF ACCTLNK-FOUND
013179         MOVE "200" TO WRKRESP-STATUS-CODE
013180         MOVE WS-CONFIG-GREETING TO WRKRESP-MESSAGE
013181     ELSE
013182         MOVE "503" TO WRKRESP-STATUS-CODE
013183         MOVE "Account store unavailable" TO WRKRESP-MESSAGE
013190     END-IF.
013200     MOVE "2200-HEALTH-CHECK-PARA" TO WS-CKPT-PARAGRAPH.
013210     PERFORM 8000-SEND-RESPONSE-PARA THRU 8000-EXIT.
013220 2200-EXIT.
013221     EXIT.
013222*-----------------------------------------------------------*
013223* 2300-HOLD-REQUEST-PARA - /ACCT/NNNNNNNNNN/HOLD. POST       *
013224* PLACES A FUNDS HOLD, GET LISTS THE HOLDS STANDING ON THE   *
013225* ACCOUNT.                                                   *
013226*-----------------------------------------------------------*
013227 2300-HOLD-REQUEST-PARA.
013228     EVALUATE WS-HTTP-METHOD
013229         WHEN "POST"
013230             PERFORM 2310-HOLD-PLACE-PARA THRU 2310-EXIT
013231         WHEN "GET"
013232             PERFORM 2330-HOLD-LIST-PARA THRU 2330-EXIT
013233         WHEN OTHER
013234             MOVE "400" TO WRKRESP-STATUS-CODE
013235             MOVE "Unsupported method" TO WRKRESP-MESSAGE
013236             MOVE "2300-HOLD-REQUEST-PARA" TO WS-CKPT-PARAGRAPH
013237             PERFORM 8000-SEND-RESPONSE-PARA THRU 8000-EXIT
013238     END-EVALUATE.
013239 2300-EXIT.
013240     EXIT.
013241*-----------------------------------------------------------*
013242* 2310-HOLD-PLACE-PARA - POST /ACCT/NNNNNNNNNN/HOLD. EDIT    *
013243* THE HOLD BODY, PROVE THE ACCOUNT EXISTS THROUGH ACCTLKUP,  *
013244* AND WRITE THE HOLD TO WRKHOLD. AN EXPIRY DATE ALREADY      *
013245* PAST IS REFUSED - THE HOLD WOULD NEVER STAND. THE HOLD ID  *
013246* IS SCREENED FOR QUOTE AND BACKSLASH BECAUSE IT IS ECHOED   *
013247* INTO THE ANSWER.                                           *
013248*-----------------------------------------------------------*
013249 2310-HOLD-PLACE-PARA.
013250     MOVE "N" TO WS-HOLD-BODY-SWITCH.
013251     MOVE ZERO TO WS-QUOTE-TALLY.
013252     INSPECT WS-HOLD-BODY-ID TALLYING WS-QUOTE-TALLY
013253         FOR ALL """" ALL "\".
013254     EVALUATE TRUE
013255         WHEN WS-QUOTE-TALLY > ZERO
013256             MOVE "400" TO WRKRESP-STATUS-CODE
013257             MOVE "Invalid character in hold ID" TO
013258                 WRKRESP-MESSAGE
013259         WHEN WS-HOLD-BODY-ID NOT = SPACES AND
013260              WS-HOLD-BODY-AMOUNT NUMERIC AND
013261              WS-HOLD-BODY-AMOUNT > ZERO AND
013262              WS-HOLD-REASON-VALID AND
013263              WS-HOLD-BODY-EXPIRY NUMERIC AND
013264              (WS-HOLD-BODY-EXPIRY = ZERO OR
013265               WS-HOLD-BODY-EXPIRY NOT < WRKRESP-TS-DATE)
013266             MOVE "Y" TO WS-HOLD-BODY-SWITCH
013267         WHEN OTHER
013268             MOVE "400" TO WRKRESP-STATUS-CODE
013269             MOVE "Invalid hold body" TO WRKRESP-MESSAGE
013270     END-EVALUATE.
013271     IF WS-HOLD-BODY-VALID
013272         MOVE "L" TO ACCTLNK-FUNCTION-CODE
013273         MOVE WS-HTTP-PATH (7:10) TO ACCTLNK-ACCT-NUMBER
013274         MOVE WRKRESP-TIMESTAMP   TO ACCTLNK-TIMESTAMP
013275         CALL "acctlkup" USING ACCTLNK-PARMS
013276         IF ACCTLNK-FOUND
013277             PERFORM 2315-WRITE-HOLD-PARA THRU 2315-EXIT
013278         ELSE
013279             MOVE "404" TO WRKRESP-STATUS-CODE
013280             MOVE "Account not found" TO WRKRESP-MESSAGE
013281         END-IF
013282     END-IF.
013283     MOVE "2310-HOLD-PLACE-PARA" TO WS-CKPT-PARAGRAPH.
013284     PERFORM 8000-SEND-RESPONSE-PARA THRU 8000-EXIT.
013285 2310-EXIT.
013286     EXIT.
013287*-----------------------------------------------------------*
013288* 2315-WRITE-HOLD-PARA - READ-OR-CREATE WRKHOLD AND WRITE    *
013289* THE EDITED HOLD, STAMPED WITH TODAY'S DATE AND THE         *
013290* PLACING CLIENT. A HOLD ID ALREADY ON FILE FOR THE ACCOUNT  *
013291* ANSWERS 409, ANY OTHER WRITE FAILURE 503. A PLACED HOLD    *
013292* IS ANSWERED WITH THE NEW AVAILABLE BALANCE FROM A FRESH    *
013293* ACCTLKUP LOOKUP.                                           *
013294*-----------------------------------------------------------*
013295 2315-WRITE-HOLD-PARA.
013296     OPEN I-O HOLD-FILE.
013297     IF WS-HOLD-FILE-MISSING
013298         OPEN OUTPUT HOLD-FILE
013299     END-IF.
013300     IF WS-HOLD-FILE-OK
013301         MOVE WS-HTTP-PATH (7:10)   TO HOLD-ACCT-NUMBER
013302         MOVE WS-HOLD-BODY-ID       TO HOLD-ID
013303         MOVE WS-HOLD-BODY-AMOUNT   TO HOLD-AMOUNT
013304         MOVE WS-HOLD-BODY-REASON   TO HOLD-REASON-CODE
013305         MOVE WRKRESP-TS-DATE       TO HOLD-PLACED-DATE
013306         MOVE WS-HOLD-BODY-EXPIRY   TO HOLD-EXPIRY-DATE
013307         MOVE WS-CLIENT-ID          TO HOLD-PLACED-BY
013308         MOVE "A"                   TO HOLD-STATUS
013309         MOVE ZEROS                 TO HOLD-CLOSED-DATE
013310         MOVE "201" TO WRKRESP-STATUS-CODE
013311         WRITE HOLD-RECORD
013312             INVALID KEY
013313                 MOVE "409" TO WRKRESP-STATUS-CODE
013314                 MOVE "Hold already exists" TO WRKRESP-MESSAGE
013315         END-WRITE
013316         IF WRKRESP-STATUS-CODE = "201" AND NOT WS-HOLD-FILE-OK
013317             MOVE "503" TO WRKRESP-STATUS-CODE
013318             MOVE "Hold store unavailable" TO WRKRESP-MESSAGE
013319         END-IF
013320         CLOSE HOLD-FILE
013321     ELSE
013322         MOVE "503" TO WRKRESP-STATUS-CODE
013323         MOVE "Hold store unavailable" TO WRKRESP-MESSAGE
013324     END-IF.
013325     IF WRKRESP-STATUS-CODE = "201"
013326         CALL "acctlkup" USING ACCTLNK-PARMS
013327         PERFORM 2320-SET-ACCT-FIELDS-PARA THRU 2320-EXIT
013328         IF ACCTLNK-RC-OK
013329             STRING "Hold placed ID "   DELIMITED BY SIZE
013330                     WS-HOLD-BODY-ID    DELIMITED BY SPACE
013331                     " AVAIL BAL "      DELIMITED BY SIZE
013332                     WS-AVAIL-DISPLAY   DELIMITED BY SIZE
013333                 INTO WRKRESP-MESSAGE
013334         ELSE
013335             STRING "Hold placed ID "   DELIMITED BY SIZE
013336                     WS-HOLD-BODY-ID    DELIMITED BY SPACE
013337                 INTO WRKRESP-MESSAGE
013338         END-IF
013339     END-IF.
013340 2315-EXIT.
013341     EXIT.
013342*-----------------------------------------------------------*
013343* 2320-SET-ACCT-FIELDS-PARA - LOAD THE NAMED RESPONSE FIELDS *
013344* AND THE BALANCE DISPLAYS FROM AN ACCTLKUP LOOKUP. THE      *
013345* AVAILABLE BALANCE IS ONLY CARRIED WHEN THE LOOKUP COULD    *
013346* READ THE HOLDS (RETURN CODE 00).                           *
013347*-----------------------------------------------------------*
013348 2320-SET-ACCT-FIELDS-PARA.
013349     MOVE ACCTLNK-ACCT-BALANCE  TO WS-BALANCE-DISPLAY.
013350     MOVE ACCTLNK-ACCT-NUMBER   TO WRKRESP-ACCT-NUMBER.
013351     MOVE ACCTLNK-ACCT-NAME     TO WRKRESP-ACCT-NAME.
013352     MOVE WS-BALANCE-DISPLAY    TO WRKRESP-BALANCE-TEXT.
013353     IF ACCTLNK-RC-OK
013354         MOVE ACCTLNK-AVAIL-BALANCE TO WS-AVAIL-DISPLAY
013355         MOVE WS-AVAIL-DISPLAY      TO WRKRESP-AVAIL-TEXT
013356     ELSE
013357         MOVE SPACES TO WRKRESP-AVAIL-TEXT
013358     END-IF.
013359 2320-EXIT.
013360     EXIT.
013361*-----------------------------------------------------------*
013362* 2330-HOLD-LIST-PARA - GET /ACCT/NNNNNNNNNN/HOLD. ANSWER    *
013363* THE AVAILABLE BALANCE AND HELD TOTAL FROM ACCTLKUP, THEN   *
013364* BROWSE WRKHOLD FROM THE ACCOUNT'S FIRST KEY AND NAME THE   *
013365* HOLDS STILL STANDING - THE SAME ONES ACCTLKUP COUNTED.     *
013366*-----------------------------------------------------------*
013367 2330-HOLD-LIST-PARA.
013368     MOVE "L" TO ACCTLNK-FUNCTION-CODE.
013369     MOVE WS-HTTP-PATH (7:10) TO ACCTLNK-ACCT-NUMBER.
013370     MOVE WRKRESP-TIMESTAMP   TO ACCTLNK-TIMESTAMP.
013371     CALL "acctlkup" USING ACCTLNK-PARMS.
013372     EVALUATE TRUE
013373         WHEN NOT ACCTLNK-FOUND
013374             MOVE "404" TO WRKRESP-STATUS-CODE
013375             MOVE "Account not found" TO WRKRESP-MESSAGE
013376         WHEN NOT ACCTLNK-RC-OK
013377             MOVE "503" TO WRKRESP-STATUS-CODE
013378             MOVE "Hold store unavailable" TO WRKRESP-MESSAGE
013379         WHEN OTHER
013380             MOVE "200" TO WRKRESP-STATUS-CODE
013381             PERFORM 2320-SET-ACCT-FIELDS-PARA THRU 2320-EXIT
013382             MOVE ACCTLNK-HELD-AMOUNT TO WS-HOLD-AMT-DISPLAY
013383             MOVE SPACES TO WRKRESP-MESSAGE
013384             MOVE 1 TO WS-HOLD-PTR
013385             STRING "AVAIL BAL "        DELIMITED BY SIZE
013386                     WS-AVAIL-DISPLAY   DELIMITED BY SIZE
013387                     " HELD "           DELIMITED BY SIZE
013388                     WS-HOLD-AMT-DISPLAY DELIMITED BY SIZE
013389                     ": "               DELIMITED BY SIZE
013390                 INTO WRKRESP-MESSAGE
013391                 WITH POINTER WS-HOLD-PTR
013392             END-STRING
013393             PERFORM 2333-SCAN-HOLDS-PARA THRU 2333-EXIT
013394     END-EVALUATE.
013395     MOVE "2330-HOLD-LIST-PARA" TO WS-CKPT-PARAGRAPH.
013396     PERFORM 8000-SEND-RESPONSE-PARA THRU 8000-EXIT.
013397 2330-EXIT.
013398     EXIT.
013399*-----------------------------------------------------------*
013400* 2333-SCAN-HOLDS-PARA - BROWSE THE ACCOUNT'S WRKHOLD        *
013401* RECORDS INTO THE MESSAGE. NO WRKHOLD FILE YET JUST MEANS   *
013402* NO HOLDS. ANY HOLDS BEYOND THE SIXTH ARE COUNTED ON THE    *
013403* END INSTEAD OF NAMED.                                      *
013404*-----------------------------------------------------------*
013405 2333-SCAN-HOLDS-PARA.
013406     MOVE ZERO TO WS-HOLD-LIST-COUNT.
013407     MOVE "N" TO WS-HOLD-EOF-SWITCH.
013408     OPEN INPUT HOLD-FILE.
013409     IF WS-HOLD-FILE-OK
013410         MOVE WS-HTTP-PATH (7:10) TO HOLD-ACCT-NUMBER
013411         MOVE LOW-VALUES TO HOLD-ID
013412         START HOLD-FILE KEY NOT LESS THAN HOLD-KEY
013413             INVALID KEY
013414                 MOVE "Y" TO WS-HOLD-EOF-SWITCH
013415         END-START
013416         PERFORM 2335-ADD-HOLD-LINE-PARA THRU 2335-EXIT
013417             UNTIL WS-HOLD-EOF
013418         CLOSE HOLD-FILE
013419     END-IF.
013420     IF WS-HOLD-LIST-COUNT = ZERO
013421         STRING "No holds standing" DELIMITED BY SIZE
013422             INTO WRKRESP-MESSAGE
013423             WITH POINTER WS-HOLD-PTR
013424         END-STRING
013425     END-IF.
013426     IF WS-HOLD-LIST-COUNT > 6
013427         COMPUTE WS-HOLD-MORE-COUNT = WS-HOLD-LIST-COUNT - 6
013428         MOVE WS-HOLD-MORE-COUNT TO WS-HOLD-MORE-DISPLAY
013429         STRING "+"                  DELIMITED BY SIZE
013430                 WS-HOLD-MORE-DISPLAY DELIMITED BY SIZE
013431                 " MORE"             DELIMITED BY SIZE
013432             INTO WRKRESP-MESSAGE
013433             WITH POINTER WS-HOLD-PTR
013434         END-STRING
013435     END-IF.
013436 2333-EXIT.
013437     EXIT.
013438*-----------------------------------------------------------*
013439* 2335-ADD-HOLD-LINE-PARA - READ THE NEXT WRKHOLD RECORD AND *
013440* APPEND IT TO THE MESSAGE IF IT IS ONE OF THE ACCOUNT'S     *
013441* STANDING HOLDS (ACTIVE, NOT PAST ITS EXPIRY DATE). THE     *
013442* BROWSE ENDS AT THE FIRST RECORD FOR ANOTHER ACCOUNT.       *
013443*-----------------------------------------------------------*
013444 2335-ADD-HOLD-LINE-PARA.
013445     READ HOLD-FILE NEXT RECORD
013446         AT END
013447             MOVE "Y" TO WS-HOLD-EOF-SWITCH
013448     END-READ.
013449     IF WS-HOLD-EOF
013450         GO TO 2335-EXIT
013451     END-IF.
013452     IF NOT WS-HOLD-FILE-OK OR
013453        HOLD-ACCT-NUMBER NOT = WS-HTTP-PATH (7:10)
013454         MOVE "Y" TO WS-HOLD-EOF-SWITCH
013455         GO TO 2335-EXIT
013456     END-IF.
013457     IF NOT HOLD-ACTIVE OR
013458        (HOLD-EXPIRY-DATE NOT = ZERO AND
013459         HOLD-EXPIRY-DATE < WRKRESP-TS-DATE)
013460         GO TO 2335-EXIT
013461     END-IF.
013462     ADD 1 TO WS-HOLD-LIST-COUNT.
013463     IF WS-HOLD-LIST-COUNT > 6
013464         GO TO 2335-EXIT
013465     END-IF.
013466     IF HOLD-EXPIRY-DATE = ZERO
013467         MOVE "NONE" TO WS-HOLD-EXPIRY-TEXT
013468     ELSE
013469         MOVE HOLD-EXPIRY-DATE TO WS-HOLD-EXPIRY-TEXT
013470     END-IF.
013471     MOVE HOLD-AMOUNT TO WS-HOLD-AMT-DISPLAY.
013472     STRING HOLD-ID              DELIMITED BY SIZE
013473             " "                 DELIMITED BY SIZE
013474             WS-HOLD-AMT-DISPLAY DELIMITED BY SIZE
013475             " "                 DELIMITED BY SIZE
013476             HOLD-REASON-CODE    DELIMITED BY SIZE
013477             " EXP "             DELIMITED BY SIZE
013478             WS-HOLD-EXPIRY-TEXT DELIMITED BY SIZE
013479             "; "                DELIMITED BY SIZE
013480         INTO WRKRESP-MESSAGE
013481         WITH POINTER WS-HOLD-PTR
013482     END-STRING.
013483 2335-EXIT.
013484     EXIT.
013485*-----------------------------------------------------------*
013486* 2350-HOLD-RELEASE-PARA - DELETE /ACCT/NNNNNNNNNN/HOLD/     *
013487* HHHHHHHHHH. MARK THE HOLD RELEASED WITH TODAY'S DATE - IT  *
013488* STAYS ON WRKHOLD FOR THE HOLD REGISTER. A HOLD (OR A       *
013489* WRKHOLD FILE) NOT ON FILE ANSWERS 404; A HOLD ALREADY      *
013490* RELEASED OR EXPIRED ANSWERS 409.                           *
013491*-----------------------------------------------------------*
013492 2350-HOLD-RELEASE-PARA.
013493     IF WS-HTTP-METHOD NOT = "DELETE"
013494         MOVE "400" TO WRKRESP-STATUS-CODE
013495         MOVE "Unsupported method" TO WRKRESP-MESSAGE
013496     ELSE
013497         OPEN I-O HOLD-FILE
013498         EVALUATE TRUE
013499             WHEN WS-HOLD-FILE-OK
013500                 MOVE WS-HTTP-PATH (7:10)  TO HOLD-ACCT-NUMBER
013501                 MOVE WS-HTTP-PATH (23:10) TO HOLD-ID
013502                 MOVE "200" TO WRKRESP-STATUS-CODE
013503                 READ HOLD-FILE
013504                     INVALID KEY
013505                         MOVE "404" TO WRKRESP-STATUS-CODE
013506                         MOVE "Hold not found" TO
013507                             WRKRESP-MESSAGE
013508                 END-READ
013509                 IF WRKRESP-STATUS-CODE = "200"
013510                     PERFORM 2355-RELEASE-HOLD-PARA
013511                         THRU 2355-EXIT
013512                 END-IF
013513                 CLOSE HOLD-FILE
013514             WHEN WS-HOLD-FILE-MISSING
013515                 MOVE "404" TO WRKRESP-STATUS-CODE
013516                 MOVE "Hold not found" TO WRKRESP-MESSAGE
013517             WHEN OTHER
013518                 MOVE "503" TO WRKRESP-STATUS-CODE
013519                 MOVE "Hold store unavailable" TO
013520                     WRKRESP-MESSAGE
013521         END-EVALUATE
013522     END-IF.
013523     MOVE "2350-HOLD-RELEASE-PARA" TO WS-CKPT-PARAGRAPH.
013524     PERFORM 8000-SEND-RESPONSE-PARA THRU 8000-EXIT.
013525 2350-EXIT.
013526     EXIT.
013527*-----------------------------------------------------------*
013528* 2355-RELEASE-HOLD-PARA - THE HOLD IN THE BUFFER WAS FOUND: *
013529* IF IT IS STILL ACTIVE, MARK IT RELEASED AND REWRITE IT.    *
013530*-----------------------------------------------------------*
013531 2355-RELEASE-HOLD-PARA.
013532     IF NOT HOLD-ACTIVE
013533         MOVE "409" TO WRKRESP-STATUS-CODE
013534         MOVE "Hold no longer active" TO WRKRESP-MESSAGE
013535         GO TO 2355-EXIT
013536     END-IF.
013537     MOVE "R" TO HOLD-STATUS.
013538     MOVE WRKRESP-TS-DATE TO HOLD-CLOSED-DATE.
013539     REWRITE HOLD-RECORD
013540         INVALID KEY
013541             MOVE "503" TO WRKRESP-STATUS-CODE
013542     END-REWRITE.
013543     IF WS-HOLD-FILE-OK
013544         STRING "Hold released ID " DELIMITED BY SIZE
013545                 HOLD-ID             DELIMITED BY SPACE
013546             INTO WRKRESP-MESSAGE
013547     ELSE
013548         MOVE "503" TO WRKRESP-STATUS-CODE
013549         MOVE "Hold store unavailable" TO WRKRESP-MESSAGE
013550     END-IF.
013551 2355-EXIT.
013552     EXIT.
013553*-----------------------------------------------------------*
013554* 2400-NOT-FOUND-PARA - NO PARAGRAPH OWNS THIS PATH.         *
013555*-----------------------------------------------------------*
013556 2400-NOT-FOUND-PARA.
013557     MOVE "404" TO WRKRESP-STATUS-CODE.
013558     MOVE "Not found" TO WRKRESP-MESSAGE.
013559     MOVE "2400-NOT-FOUND-PARA" TO WS-CKPT-PARAGRAPH.
013560     PERFORM 8000-SEND-RESPONSE-PARA THRU 8000-EXIT.
013561 2400-EXIT.
013562     EXIT.
013563*-----------------------------------------------------------*
013564* 2500-METHOD-NOT-ALLOWED-PARA - METHOD IS NOT ONE WE SERVE. *
013565*-----------------------------------------------------------*
013566 2500-METHOD-NOT-ALLOWED-PARA.
013567     MOVE "400" TO WRKRESP-STATUS-CODE.
013568     MOVE "Unsupported method" TO WRKRESP-MESSAGE.
013569     MOVE "2500-METHOD-NOT-ALLOWED-PARA" TO WS-CKPT-PARAGRAPH.
013570     PERFORM 8000-SEND-RESPONSE-PARA THRU 8000-EXIT.
013571 2500-EXIT.
013572     EXIT.
013573*-----------------------------------------------------------*
013574* 2600-UNAUTHORIZED-PARA - THE CALLER'S KEY IS UNKNOWN,      *
013575* SUSPENDED, OR NOT ENTITLED TO THIS ENDPOINT CATEGORY.      *
013576*-----------------------------------------------------------*
013577 2600-UNAUTHORIZED-PARA.
013578     MOVE "401" TO WRKRESP-STATUS-CODE.
013579     MOVE "Not authorized" TO WRKRESP-MESSAGE.
013580     MOVE "2600-UNAUTHORIZED-PARA" TO WS-CKPT-PARAGRAPH.
013581     PERFORM 8000-SEND-RESPONSE-PARA THRU 8000-EXIT.
013582 2600-EXIT.
013583     EXIT.
013584*-----------------------------------------------------------*
013585* 2700-THROTTLED-PARA - THE CALLER IS OVER ITS ROLLING       *
013586* REQUEST ALLOWANCE FOR THE CURRENT HOUR WINDOW.             *
013587*-----------------------------------------------------------*
013590 2700-THROTTLED-PARA.
013600     MOVE "429" TO WRKRESP-STATUS-CODE.
013610     MOVE "Slow down - rate limit exceeded" TO WRKRESP-MESSAGE.
013640 2700-EXIT.
013650     EXIT.
013660*-----------------------------------------------------------*
013661* 2800-APPROVE-REQUEST-PARA - /APPROVE ENDPOINTS FOR         *
013662* CLIENTS ENTITLED TO APPROVE. GET /APPROVE LISTS WHAT IS    *
013663* PENDING, GET /APPROVE/ID SHOWS ONE HELD REQUEST, POST      *
013664* /APPROVE/ID APPROVES AND APPLIES IT, DELETE /APPROVE/ID    *
013665* REJECTS IT.                                                *
013666*-----------------------------------------------------------*
013667 2800-APPROVE-REQUEST-PARA.
013668     EVALUATE TRUE
013669         WHEN WS-HTTP-PATH (9:1) = SPACE AND
013670              WS-HTTP-METHOD = "GET"
013671             PERFORM 2810-APPROVE-LIST-PARA THRU 2810-EXIT
013672         WHEN WS-HTTP-PATH (9:1) = SPACE
013673             PERFORM 2500-METHOD-NOT-ALLOWED-PARA THRU 2500-EXIT
013674         WHEN WS-HTTP-PATH (10:1) = SPACE OR
013675              WS-HTTP-PATH (26:1) NOT = SPACE
013676             PERFORM 2400-NOT-FOUND-PARA THRU 2400-EXIT
013677         WHEN WS-HTTP-METHOD = "GET"
013678             PERFORM 2820-APPROVE-SHOW-PARA THRU 2820-EXIT
013679         WHEN WS-HTTP-METHOD = "POST" OR "DELETE"
013680             PERFORM 2830-APPROVE-DECIDE-PARA THRU 2830-EXIT
013681         WHEN OTHER
013682             PERFORM 2500-METHOD-NOT-ALLOWED-PARA THRU 2500-EXIT
013683     END-EVALUATE.
013684 2800-EXIT.
013685     EXIT.
013686*-----------------------------------------------------------*
013687* 2810-APPROVE-LIST-PARA - GET /APPROVE. BROWSE WRKAPRV      *
013688* FROM THE FIRST KEY AND NAME THE ITEMS STILL PENDING,       *
013689* OLDEST FIRST. NO WRKAPRV FILE YET JUST MEANS NOTHING IS    *
013690* PENDING. ANY ITEMS BEYOND THE SIXTH ARE COUNTED ON THE     *
013691* END INSTEAD OF NAMED.                                      *
013692*-----------------------------------------------------------*
013693 2810-APPROVE-LIST-PARA.
013694     MOVE "200" TO WRKRESP-STATUS-CODE.
013695     MOVE ZERO TO WS-APRV-LIST-COUNT.
013696     MOVE "N" TO WS-APRV-EOF-SWITCH.
013697     MOVE 1 TO WS-APRV-PTR.
013698     OPEN INPUT APPROVAL-FILE.
013699     EVALUATE TRUE
013700         WHEN WS-APRV-FILE-OK
013701             MOVE LOW-VALUES TO APRV-ID
013702             START APPROVAL-FILE KEY NOT LESS THAN APRV-ID
013703                 INVALID KEY
013704                     MOVE "Y" TO WS-APRV-EOF-SWITCH
013705             END-START
013706             PERFORM 2815-ADD-APPROVE-LINE-PARA THRU 2815-EXIT
013707                 UNTIL WS-APRV-EOF
013708             CLOSE APPROVAL-FILE
013709         WHEN WS-APRV-FILE-MISSING
013710             CONTINUE
013711         WHEN OTHER
013712             MOVE "503" TO WRKRESP-STATUS-CODE
013713             MOVE "Approval store unavailable" TO WRKRESP-MESSAGE
013714     END-EVALUATE.
013715     IF WRKRESP-STATUS-CODE = "200" AND
013716        WS-APRV-LIST-COUNT = ZERO
013717         MOVE "Nothing pending approval" TO WRKRESP-MESSAGE
013718     END-IF.
013719     IF WRKRESP-STATUS-CODE = "200" AND
013720        WS-APRV-LIST-COUNT > 6
013721         COMPUTE WS-APRV-MORE-COUNT = WS-APRV-LIST-COUNT - 6
013722         MOVE WS-APRV-MORE-COUNT TO WS-APRV-MORE-DISPLAY
013723         STRING "+"                  DELIMITED BY SIZE
013724                 WS-APRV-MORE-DISPLAY DELIMITED BY SIZE
013725                 " MORE"             DELIMITED BY SIZE
013726             INTO WRKRESP-MESSAGE
013727             WITH POINTER WS-APRV-PTR
013728         END-STRING
013729     END-IF.
013730     MOVE "2810-APPROVE-LIST-PARA" TO WS-CKPT-PARAGRAPH.
013731     PERFORM 8000-SEND-RESPONSE-PARA THRU 8000-EXIT.
013732 2810-EXIT.
013733     EXIT.
013734*-----------------------------------------------------------*
013735* 2815-ADD-APPROVE-LINE-PARA - READ THE NEXT WRKAPRV RECORD  *
013736* AND, IF IT IS STILL PENDING, APPEND ITS ID, FUNCTION,      *
013737* ACCOUNT AND AMOUNT TO THE MESSAGE.                         *
013738*-----------------------------------------------------------*
013739 2815-ADD-APPROVE-LINE-PARA.
013740     READ APPROVAL-FILE NEXT RECORD
013741         AT END
013742             MOVE "Y" TO WS-APRV-EOF-SWITCH
013743     END-READ.
013744     IF WS-APRV-EOF
013745         GO TO 2815-EXIT
013746     END-IF.
013747     IF NOT WS-APRV-FILE-OK
013748         MOVE "Y" TO WS-APRV-EOF-SWITCH
013749         GO TO 2815-EXIT
013750     END-IF.
013751     IF NOT APRV-PENDING
013752         GO TO 2815-EXIT
013753     END-IF.
013754     ADD 1 TO WS-APRV-LIST-COUNT.
013755     IF WS-APRV-LIST-COUNT > 6
013756         GO TO 2815-EXIT
013757     END-IF.
013758     PERFORM 2870-SET-APPROVAL-TEXT-PARA THRU 2870-EXIT.
013759     MOVE APRV-AMOUNT TO WS-APRV-AMT-DISPLAY.
013760     STRING APRV-ID                DELIMITED BY SIZE
013761             " "                   DELIMITED BY SIZE
013762             WS-APRV-FUNCTION-TEXT DELIMITED BY SPACE
013763             " "                   DELIMITED BY SIZE
013764             APRV-ACCT-NUMBER      DELIMITED BY SIZE
013765             " "                   DELIMITED BY SIZE
013766             WS-APRV-AMT-DISPLAY   DELIMITED BY SIZE
013767             "; "                  DELIMITED BY SIZE
013768         INTO WRKRESP-MESSAGE
013769         WITH POINTER WS-APRV-PTR
013770     END-STRING.
013771 2815-EXIT.
013772     EXIT.
013773*-----------------------------------------------------------*
013774* 2820-APPROVE-SHOW-PARA - GET /APPROVE/ID. ANSWER ONE HELD  *
013775* REQUEST - WHAT IT DOES, WHO SUBMITTED IT AND WHEN, AND     *
013776* ONCE DECIDED WHO DECIDED IT AND WHAT APPLYING IT           *
013777* ANSWERED. AN ID (OR A WRKAPRV FILE) NOT ON FILE ANSWERS    *
013778* 404.                                                       *
013779*-----------------------------------------------------------*
013780 2820-APPROVE-SHOW-PARA.
013781     OPEN INPUT APPROVAL-FILE.
013782     EVALUATE TRUE
013783         WHEN WS-APRV-FILE-OK
013784             MOVE WS-HTTP-PATH (10:16) TO APRV-ID
013785             MOVE "200" TO WRKRESP-STATUS-CODE
013786             READ APPROVAL-FILE
013787                 INVALID KEY
013788                     MOVE "404" TO WRKRESP-STATUS-CODE
013789                     MOVE "Approval not found" TO WRKRESP-MESSAGE
013790             END-READ
013791             IF WRKRESP-STATUS-CODE = "200"
013792                 PERFORM 2825-BUILD-APPROVE-MSG-PARA
013793                     THRU 2825-EXIT
013794             END-IF
013795             CLOSE APPROVAL-FILE
013796         WHEN WS-APRV-FILE-MISSING
013797             MOVE "404" TO WRKRESP-STATUS-CODE
013798             MOVE "Approval not found" TO WRKRESP-MESSAGE
013799         WHEN OTHER
013800             MOVE "503" TO WRKRESP-STATUS-CODE
013801             MOVE "Approval store unavailable" TO WRKRESP-MESSAGE
013802     END-EVALUATE.
013803     MOVE "2820-APPROVE-SHOW-PARA" TO WS-CKPT-PARAGRAPH.
013804     PERFORM 8000-SEND-RESPONSE-PARA THRU 8000-EXIT.
013805 2820-EXIT.
013806     EXIT.
013807*-----------------------------------------------------------*
013808* 2825-BUILD-APPROVE-MSG-PARA - DESCRIBE THE WRKAPRV RECORD  *
013809* IN THE BUFFER AS THE RESPONSE MESSAGE.                     *
013810*-----------------------------------------------------------*
013811 2825-BUILD-APPROVE-MSG-PARA.
013812     PERFORM 2870-SET-APPROVAL-TEXT-PARA THRU 2870-EXIT.
013813     MOVE APRV-AMOUNT TO WS-APRV-AMT-DISPLAY.
013814     MOVE 1 TO WS-APRV-PTR.
013815     STRING "ID "                  DELIMITED BY SIZE
013816             APRV-ID               DELIMITED BY SIZE
013817             " "                   DELIMITED BY SIZE
013818             WS-APRV-STATUS-TEXT   DELIMITED BY SPACE
013819             " "                   DELIMITED BY SIZE
013820             WS-APRV-FUNCTION-TEXT DELIMITED BY SPACE
013821             " ACCT "              DELIMITED BY SIZE
013822             APRV-ACCT-NUMBER      DELIMITED BY SIZE
013823             " AMOUNT "            DELIMITED BY SIZE
013824             WS-APRV-AMT-DISPLAY   DELIMITED BY SIZE
013825             " BY "                DELIMITED BY SIZE
013826             APRV-MAKER-ID         DELIMITED BY SIZE
013827             " AT "                DELIMITED BY SIZE
013828             APRV-MAKER-TIMESTAMP  DELIMITED BY SIZE
013829         INTO WRKRESP-MESSAGE
013830         WITH POINTER WS-APRV-PTR
013831     END-STRING.
013832     IF NOT APRV-PENDING
013833         STRING " DECIDED BY "         DELIMITED BY SIZE
013834                 APRV-CHECKER-ID        DELIMITED BY SIZE
013835                 " AT "                 DELIMITED BY SIZE
013836                 APRV-DECIDED-TIMESTAMP DELIMITED BY SIZE
013837             INTO WRKRESP-MESSAGE
013838             WITH POINTER WS-APRV-PTR
013839         END-STRING
013840     END-IF.
013841     IF APRV-APPROVED
013842         STRING " RESULT "             DELIMITED BY SIZE
013843                 APRV-RESULT-STATUS     DELIMITED BY SIZE
013844                 " "                    DELIMITED BY SIZE
013845                 APRV-RESULT-MESSAGE    DELIMITED BY SIZE
013846             INTO WRKRESP-MESSAGE
013847             WITH POINTER WS-APRV-PTR
013848         END-STRING
013849     END-IF.
013850 2825-EXIT.
013851     EXIT.
013852*-----------------------------------------------------------*
013853* 2830-APPROVE-DECIDE-PARA - POST (APPROVE) OR DELETE        *
013854* (REJECT) /APPROVE/ID. READ THE HELD REQUEST FOR UPDATE     *
013855* AND LET 2835 DECIDE IT. AN ID (OR A WRKAPRV FILE) NOT ON   *
013856* FILE ANSWERS 404.                                          *
013857*-----------------------------------------------------------*
013858 2830-APPROVE-DECIDE-PARA.
013859     OPEN I-O APPROVAL-FILE.
013860     EVALUATE TRUE
013861         WHEN WS-APRV-FILE-OK
013862             MOVE WS-HTTP-PATH (10:16) TO APRV-ID
013863             MOVE "200" TO WRKRESP-STATUS-CODE
013864             READ APPROVAL-FILE
013865                 INVALID KEY
013866                     MOVE "404" TO WRKRESP-STATUS-CODE
013867                     MOVE "Approval not found" TO WRKRESP-MESSAGE
013868             END-READ
013869             IF WRKRESP-STATUS-CODE = "200"
013870                 PERFORM 2835-DECIDE-APPROVAL-PARA THRU 2835-EXIT
013871             END-IF
013872             CLOSE APPROVAL-FILE
013873         WHEN WS-APRV-FILE-MISSING
013874             MOVE "404" TO WRKRESP-STATUS-CODE
013875             MOVE "Approval not found" TO WRKRESP-MESSAGE
013876         WHEN OTHER
013877             MOVE "503" TO WRKRESP-STATUS-CODE
013878             MOVE "Approval store unavailable" TO WRKRESP-MESSAGE
013879     END-EVALUATE.
013880     MOVE "2830-APPROVE-DECIDE-PARA" TO WS-CKPT-PARAGRAPH.
013881     PERFORM 8000-SEND-RESPONSE-PARA THRU 8000-EXIT.
013882 2830-EXIT.
013883     EXIT.
013884*-----------------------------------------------------------*
013885* 2835-DECIDE-APPROVAL-PARA - THE HELD REQUEST IN THE        *
013886* BUFFER WAS FOUND. ONLY A PENDING ITEM CAN BE DECIDED (409  *
013887* OTHERWISE), AND ONLY BY AN IDENTIFIED CLIENT OTHER THAN    *
013888* THE ONE THAT SUBMITTED IT (403 OTHERWISE). AN APPROVAL     *
013889* APPLIES THE REQUEST THROUGH 2840 AND KEEPS ITS ANSWER AS   *
013890* THE RESULT; THE APPROVAL ITSELF ANSWERS WITH THAT STATUS.  *
013891* A REJECTION APPLIES NOTHING. IF THE DECISION CANNOT BE     *
013892* REWRITTEN AFTER THE REQUEST WAS APPLIED, THE ANSWER SAYS   *
013893* SO - THE ITEM STILL SHOWS PENDING AND MUST NOT BE          *
013894* APPROVED AGAIN.                                            *
013895*-----------------------------------------------------------*
013896 2835-DECIDE-APPROVAL-PARA.
013897     IF NOT APRV-PENDING
013898         MOVE "409" TO WRKRESP-STATUS-CODE
013899         MOVE "Approval no longer pending" TO WRKRESP-MESSAGE
013900         GO TO 2835-EXIT
013901     END-IF.
013902     IF WS-CLIENT-ID = "ANONYMOUS" OR
013903        WS-CLIENT-ID = APRV-MAKER-ID
013904         MOVE "403" TO WRKRESP-STATUS-CODE
013905         MOVE "Approver must be a different client" TO
013906             WRKRESP-MESSAGE
013907         GO TO 2835-EXIT
013908     END-IF.
013909     MOVE WS-CLIENT-ID      TO APRV-CHECKER-ID.
013910     MOVE WRKRESP-TIMESTAMP TO APRV-DECIDED-TIMESTAMP.
013911     IF WS-HTTP-METHOD = "POST"
013912         PERFORM 2840-APPLY-APPROVAL-PARA THRU 2840-EXIT
013913         MOVE "A" TO APRV-STATUS
013914         MOVE WRKRESP-STATUS-CODE TO APRV-RESULT-STATUS
013915         MOVE WRKRESP-MESSAGE     TO APRV-RESULT-MESSAGE
013916     ELSE
013917         MOVE "R" TO APRV-STATUS
013918     END-IF.
013919     REWRITE APRV-RECORD
013920         INVALID KEY
013921             CONTINUE
013922     END-REWRITE.
013923     PERFORM 2845-BUILD-DECISION-MSG-PARA THRU 2845-EXIT.
013924 2835-EXIT.
013925     EXIT.
013926*-----------------------------------------------------------*
013927* 2840-APPLY-APPROVAL-PARA - APPLY THE HELD REQUEST EXACTLY  *
013928* AS SUBMITTED. THE CHECKER'S OWN REQUEST IS PARKED, THE     *
013929* MAKER'S METHOD, PATH, BODY AND CLIENT ID ARE PUT BACK,     *
013930* AND THE REQUEST IS ROUTED AS IF IT HAD JUST ARRIVED -      *
013931* WITH THE REPLAY SWITCH ON, SO IT IS NOT HELD A SECOND      *
013932* TIME AND 8000 SENDS NOTHING. ITS STATUS AND MESSAGE ARE    *
013933* LEFT IN THE RESPONSE WORK AREA.                            *
013934*-----------------------------------------------------------*
013935 2840-APPLY-APPROVAL-PARA.
013936     MOVE WS-HTTP-METHOD  TO WS-APRV-SAVE-METHOD.
013937     MOVE WS-HTTP-PATH    TO WS-APRV-SAVE-PATH.
013938     MOVE WS-HTTP-BODY    TO WS-APRV-SAVE-BODY.
013939     MOVE WS-CLIENT-ID    TO WS-APRV-SAVE-CLIENT-ID.
013940     MOVE APRV-REQ-METHOD TO WS-HTTP-METHOD.
013941     MOVE APRV-REQ-PATH   TO WS-HTTP-PATH.
013942     MOVE APRV-REQ-BODY   TO WS-HTTP-BODY.
013943     MOVE APRV-MAKER-ID   TO WS-CLIENT-ID.
013944     MOVE SPACES TO WRKRESP-MESSAGE.
013945     MOVE "Y" TO WS-APRV-REPLAY-SWITCH.
013946     PERFORM 2000-ROUTE-REQUEST-PARA THRU 2000-EXIT.
013947     MOVE "N" TO WS-APRV-REPLAY-SWITCH.
013948     MOVE WS-APRV-SAVE-METHOD    TO WS-HTTP-METHOD.
013949     MOVE WS-APRV-SAVE-PATH      TO WS-HTTP-PATH.
013950     MOVE WS-APRV-SAVE-BODY      TO WS-HTTP-BODY.
013951     MOVE WS-APRV-SAVE-CLIENT-ID TO WS-CLIENT-ID.
013952 2840-EXIT.
013953     EXIT.
013954*-----------------------------------------------------------*
013955* 2845-BUILD-DECISION-MSG-PARA - ANSWER THE DECISION. AN     *
013956* APPROVAL CARRIES THE APPLIED REQUEST'S OWN MESSAGE BEHIND  *
013957* THE ID; A REJECTION ANSWERS 200. A DECISION THAT COULD     *
013958* NOT BE REWRITTEN IS FLAGGED ON THE END - AFTER AN          *
013959* APPROVAL THE REQUEST HAS STILL BEEN APPLIED, SO ITS        *
013960* STATUS STANDS; A REJECTION THAT WAS NOT RECORDED ANSWERS   *
013961* 503.                                                       *
013962*-----------------------------------------------------------*
013963 2845-BUILD-DECISION-MSG-PARA.
013964     MOVE 400 TO WS-MSG-TRIM-IDX.
013965     PERFORM 8700-SCAN-MSG-TRIM-PARA THRU 8700-EXIT
013966         UNTIL WS-MSG-TRIM-IDX = 1
013967            OR WRKRESP-MESSAGE (WS-MSG-TRIM-IDX:1) NOT = SPACE.
013968     MOVE WRKRESP-MESSAGE TO WS-APRV-RESULT-TEXT.
013969     MOVE SPACES TO WRKRESP-MESSAGE.
013970     MOVE 1 TO WS-APRV-PTR.
013971     IF APRV-APPROVED
013972         STRING "Approved ID "     DELIMITED BY SIZE
013973                 APRV-ID            DELIMITED BY SIZE
013974                 " - "              DELIMITED BY SIZE
013975                 WS-APRV-RESULT-TEXT (1:WS-MSG-TRIM-IDX)
013976                                    DELIMITED BY SIZE
013977             INTO WRKRESP-MESSAGE
013978             WITH POINTER WS-APRV-PTR
013979         END-STRING
013980     ELSE
013981         MOVE "200" TO WRKRESP-STATUS-CODE
013982         STRING "Rejected ID "     DELIMITED BY SIZE
013983                 APRV-ID            DELIMITED BY SIZE
013984             INTO WRKRESP-MESSAGE
013985             WITH POINTER WS-APRV-PTR
013986         END-STRING
013987     END-IF.
013988     IF NOT WS-APRV-FILE-OK
013989         STRING " - approval not recorded" DELIMITED BY SIZE
013990             INTO WRKRESP-MESSAGE
013991             WITH POINTER WS-APRV-PTR
013992         END-STRING
013993         IF APRV-REJECTED
013994             MOVE "503" TO WRKRESP-STATUS-CODE
013995         END-IF
013996     END-IF.
013997 2845-EXIT.
013998     EXIT.
013999*-----------------------------------------------------------*
014000* 2860-HOLD-FOR-APPROVAL-PARA - READ-OR-CREATE WRKAPRV AND   *
014001* WRITE THE REQUEST IN HAND AS A PENDING ITEM - METHOD,      *
014002* PATH AND BODY EXACTLY AS RECEIVED, WITH THE SUBMITTING     *
014003* CLIENT, THE ARRIVAL TIMESTAMP, AND THE FUNCTION, ACCOUNT   *
014004* AND AMOUNT THE CALLING PARAGRAPH SET UP. ANSWERS 202 WITH  *
014005* THE APPROVAL ID; ACCTLKUP IS NOT CALLED. THE CALLER SENDS  *
014006* THE ANSWER.                                                *
014007*-----------------------------------------------------------*
014008 2860-HOLD-FOR-APPROVAL-PARA.
014009     OPEN I-O APPROVAL-FILE.
014010     IF WS-APRV-FILE-MISSING
014011         OPEN OUTPUT APPROVAL-FILE
014012     END-IF.
014013     IF WS-APRV-FILE-OK
014014         MOVE "A" TO APRV-ID (1:1)
014015         MOVE WRKRESP-TIMESTAMP (1:8)  TO APRV-ID (2:8)
014016         MOVE WRKRESP-TIMESTAMP (10:7) TO APRV-ID (10:7)
014017         MOVE "P"                      TO APRV-STATUS
014018         MOVE WS-APRV-FUNCTION-CODE    TO APRV-FUNCTION-CODE
014019         MOVE WS-APRV-ACCT-NUMBER      TO APRV-ACCT-NUMBER
014020         MOVE WS-APRV-AMOUNT           TO APRV-AMOUNT
014021         MOVE WS-CLIENT-ID             TO APRV-MAKER-ID
014022         MOVE WRKRESP-TIMESTAMP        TO APRV-MAKER-TIMESTAMP
014023         MOVE WS-HTTP-METHOD           TO APRV-REQ-METHOD
014024         MOVE WS-HTTP-PATH             TO APRV-REQ-PATH
014025         MOVE WS-HTTP-BODY             TO APRV-REQ-BODY
014026         MOVE SPACES                   TO APRV-CHECKER-ID
014027         MOVE SPACES                   TO APRV-DECIDED-TIMESTAMP
014028         MOVE SPACES                   TO APRV-RESULT-STATUS
014029         MOVE SPACES                   TO APRV-RESULT-MESSAGE
014030         MOVE "202" TO WRKRESP-STATUS-CODE
014031         WRITE APRV-RECORD
014032             INVALID KEY
014033                 MOVE "409" TO WRKRESP-STATUS-CODE
014034                 MOVE "Approval ID in use - resubmit" TO
014035                     WRKRESP-MESSAGE
014036         END-WRITE
014037         IF WRKRESP-STATUS-CODE = "202" AND NOT WS-APRV-FILE-OK
014038             MOVE "503" TO WRKRESP-STATUS-CODE
014039             MOVE "Approval store unavailable" TO WRKRESP-MESSAGE
014040         END-IF
014041         CLOSE APPROVAL-FILE
014042     ELSE
014043         MOVE "503" TO WRKRESP-STATUS-CODE
014044         MOVE "Approval store unavailable" TO WRKRESP-MESSAGE
014045     END-IF.
014046     IF WRKRESP-STATUS-CODE = "202"
014047         STRING "Held for approval ID " DELIMITED BY SIZE
014048                 APRV-ID                 DELIMITED BY SIZE
014049             INTO WRKRESP-MESSAGE
014050     END-IF.
014051 2860-EXIT.
014052     EXIT.
014053*-----------------------------------------------------------*
014054* 2870-SET-APPROVAL-TEXT-PARA - SPELL OUT THE STATUS AND     *
014055* FUNCTION CODES OF THE WRKAPRV RECORD IN THE BUFFER.        *
014056*-----------------------------------------------------------*
014057 2870-SET-APPROVAL-TEXT-PARA.
014058     EVALUATE TRUE
014059         WHEN APRV-PENDING
014060             MOVE "PENDING"  TO WS-APRV-STATUS-TEXT
014061         WHEN APRV-APPROVED
014062             MOVE "APPROVED" TO WS-APRV-STATUS-TEXT
014063         WHEN APRV-REJECTED
014064             MOVE "REJECTED" TO WS-APRV-STATUS-TEXT
014065         WHEN APRV-EXPIRED
014066             MOVE "EXPIRED"  TO WS-APRV-STATUS-TEXT
014067         WHEN OTHER
014068             MOVE "UNKNOWN"  TO WS-APRV-STATUS-TEXT
014069     END-EVALUATE.
014070     EVALUATE TRUE
014071         WHEN APRV-FUNC-POSTING
014072             MOVE "POSTING"  TO WS-APRV-FUNCTION-TEXT
014073         WHEN APRV-FUNC-TRANSFER
014074             MOVE "XFER"     TO WS-APRV-FUNCTION-TEXT
014075         WHEN APRV-FUNC-RESTATE
014076             MOVE "RESTATE"  TO WS-APRV-FUNCTION-TEXT
014077         WHEN APRV-FUNC-CLOSE
014078             MOVE "CLOSE"    TO WS-APRV-FUNCTION-TEXT
014079         WHEN OTHER
014080             MOVE "UNKNOWN"  TO WS-APRV-FUNCTION-TEXT
014081     END-EVALUATE.
014082 2870-EXIT.
014083     EXIT.
014084*-----------------------------------------------------------*
014085* 2900-DEFAULT-PARA - UNROUTED PATHS FALL BACK TO THE        *
014086* ORIGINAL GREETING RESPONSE.                                *
014087*-----------------------------------------------------------*
014088 2900-DEFAULT-PARA.
014089     MOVE "200" TO WRKRESP-STATUS-CODE.
014090     MOVE WS-CONFIG-GREETING TO WRKRESP-MESSAGE.
014091     MOVE "2900-DEFAULT-PARA" TO WS-CKPT-PARAGRAPH.
014092     PERFORM 8000-SEND-RESPONSE-PARA THRU 8000-EXIT.
014093 2900-EXIT.
014094     EXIT.
014095*-----------------------------------------------------------*
014096* 8000-SEND-RESPONSE-PARA - ASSEMBLE THE BODY FROM THE       *
014097* RESPONSE WORK AREA - JSON WHEN THE CALLER ASKED FOR IT,    *
014098* THE ORIGINAL TEXT LINE OTHERWISE - AND HAND THE            *
014099* STATUS/BODY TO THE HOST. NOTHING IS SENT WHILE AN APPROVED *
014100* REQUEST IS BEING REPLAYED - 2840 ANSWERS FOR IT.           *
014101*-----------------------------------------------------------*
014102 8000-SEND-RESPONSE-PARA.
014103     IF WS-APRV-REPLAYING
014104         GO TO 8000-EXIT
014105     END-IF.
014106     MOVE 400 TO WS-MSG-TRIM-IDX.
014107     PERFORM 8700-SCAN-MSG-TRIM-PARA THRU 8700-EXIT
014108         UNTIL WS-MSG-TRIM-IDX = 1
014109            OR WRKRESP-MESSAGE (WS-MSG-TRIM-IDX:1) NOT = SPACE.
014110     IF WRKRESP-FORMAT-JSON
014111         PERFORM 8100-BUILD-JSON-BODY-PARA THRU 8100-EXIT
014112     ELSE
014113         STRING WRKRESP-MESSAGE (1:WS-MSG-TRIM-IDX)
014114                 DELIMITED BY SIZE
014115                 " AT "           DELIMITED BY SIZE
014116                 WRKRESP-TIMESTAMP DELIMITED BY SIZE
014117             INTO WRKRESP-BODY
014118     END-IF.
014119     MOVE "REACHED" TO WS-CKPT-STAGE.
014120     PERFORM 8400-WRITE-CHECKPOINT-PARA THRU 8400-EXIT.
014121     MOVE 512 TO WS-BODY-TRIM-IDX.
014122     PERFORM 8800-SCAN-BODY-TRIM-PARA THRU 8800-EXIT
014123         UNTIL WS-BODY-TRIM-IDX = 1
014124            OR WRKRESP-BODY (WS-BODY-TRIM-IDX:1) NOT = SPACE.
014125     CALL "set_http_status" USING WRKRESP-STATUS-CODE.
014126     CALL "set_http_body" USING WRKRESP-BODY (1:WS-BODY-TRIM-IDX).
014127     PERFORM 8500-WRITE-AUDIT-PARA THRU 8500-EXIT.
014128 8000-EXIT.
014129     EXIT.
014130*-----------------------------------------------------------*
014131* 8100-BUILD-JSON-BODY-PARA - EMIT THE RESPONSE AS A JSON    *
014132* OBJECT FROM THE NAMED FIELDS IN THE RESPONSE WORK AREA.    *
014133* THE ACCOUNT BLOCK (NUMBER, NAME, BALANCE) ONLY APPEARS ON  *
014134* ANSWERS THAT CARRY ACCOUNT DATA, WITH THE AVAILABLE        *
014135* BALANCE WHEN THE ANSWER CARRIES ONE. EXPECTS               *
014137* WS-MSG-TRIM-IDX ALREADY SET BY 8000.                       *
014140*-----------------------------------------------------------*
014150 8100-BUILD-JSON-BODY-PARA.
014160     MOVE SPACES TO WRKRESP-BODY.
014530             INTO WRKRESP-BODY
014540             WITH POINTER WS-JSON-PTR
014550         END-STRING
014552         IF WRKRESP-AVAIL-TEXT NOT = SPACES
014554             PERFORM 8150-ADD-JSON-AVAIL-PARA THRU 8150-EXIT
014556         END-IF
014560     END-IF.
014570     STRING ",""timestamp"":"""   DELIMITED BY SIZE
014580             WRKRESP-TIMESTAMP    DELIMITED BY SIZE
014610         WITH POINTER WS-JSON-PTR
014620     END-STRING.
014630 8100-EXIT.
014631     EXIT.
014632*-----------------------------------------------------------*
014633* 8150-ADD-JSON-AVAIL-PARA - APPEND THE AVAILABLE BALANCE TO *
014634* THE JSON ACCOUNT BLOCK. THE LEDGER BALANCE IS ALREADY IN   *
014635* THE BODY, SO ITS TEXT FIELD IS REUSED TO RUN THE AVAILABLE *
014636* FIGURE THROUGH THE SAME LEAD/TAIL BLANK SCANS.             *
014637*-----------------------------------------------------------*
014638 8150-ADD-JSON-AVAIL-PARA.
014639     MOVE WRKRESP-AVAIL-TEXT TO WRKRESP-BALANCE-TEXT.
014640     MOVE 1 TO WS-BAL-LEAD-IDX.
014641     PERFORM 8900-SCAN-BAL-LEAD-PARA THRU 8900-EXIT
014642         UNTIL WS-BAL-LEAD-IDX = 13
014643            OR WRKRESP-BALANCE-TEXT (WS-BAL-LEAD-IDX:1)
014644               NOT = SPACE.
014645     MOVE 13 TO WS-BAL-TAIL-IDX.
014646     PERFORM 8910-SCAN-BAL-TAIL-PARA THRU 8910-EXIT
014647         UNTIL WS-BAL-TAIL-IDX = WS-BAL-LEAD-IDX
014648            OR WRKRESP-BALANCE-TEXT (WS-BAL-TAIL-IDX:1)
014649               NOT = SPACE.
014650     STRING ",""available"":""" DELIMITED BY SIZE
014651             WRKRESP-BALANCE-TEXT (WS-BAL-LEAD-IDX:
014652                 WS-BAL-TAIL-IDX - WS-BAL-LEAD-IDX + 1)
014653                                    DELIMITED BY SIZE
014654             """"                   DELIMITED BY SIZE
014655         INTO WRKRESP-BODY
014656         WITH POINTER WS-JSON-PTR
014657     END-STRING.
014658 8150-EXIT.
014659     EXIT.
014660*-----------------------------------------------------------*
014661* 8400-WRITE-CHECKPOINT-PARA - APPEND ONE LINE TO WRKCKPT SO  *
014670* A CRASH BETWEEN HERE AND STOP RUN LEAVES A TRAIL OF HOW FAR *
014680* THE INVOCATION GOT AND WHAT IT WAS WORKING ON.              *
014690*-----------------------------------------------------------*
