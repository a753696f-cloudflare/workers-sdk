000030 AUTHOR. DL100-DEVELOPMENT-TEAM.
000040 INSTALLATION. CLOUDFLARE-WORKERS-COBOL.
000050 DATE-WRITTEN. 2026-08-09.
000060 DATE-COMPILED. 2026-10-15.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*-----------------------------------------------------------*
000730*                    WITH "X" SO THE DUPLICATE SCAN CANNOT    *
000740*                    MISTAKE A LEG FOR A CALLER'S ALL-DIGIT   *
000750*                    CLIENT REFERENCE.                        *
000751* 2026-10-15  DL100  ADDED FUNCTION "R" - REVERSE A POSTING   *
000752*                    NAMED BY ACCOUNT AND ORIGINAL REFERENCE. *
000753*                    ONE WRKTRAN PASS PROVES THE ORIGINAL IS  *
000754*                    ON FILE AND NOT ALREADY REVERSED BEFORE  *
000755*                    THE OPPOSITE MOVEMENT IS APPLIED; THE    *
000756*                    REVERSAL LINE POINTS BACK TO THE         *
000757*                    ORIGINAL. A TRANSFER IS ONLY REVERSED AS *
000758*                    A PAIR, THROUGH THE TRANSFER LEGS LOGIC, *
000759*                    NEVER ONE LEG ON ITS OWN.                *
000760* 2026-10-15  DL100  DEBITS ARE NOW CHECKED AGAINST THE       *
000761*                    AVAILABLE BALANCE - BALANCE PLUS         *
000762*                    OVERDRAFT LESS THE ACTIVE HOLDS ON THE   *
000763*                    KEYED WRKHOLD FILE. A DEBIT THAT ONLY    *
000764*                    FAILS BECAUSE OF THE HOLDS COMES BACK AS *
000765*                    RC 29 RATHER THAN 26. A LOOKUP NOW       *
000766*                    RETURNS THE HELD AMOUNT AND AVAILABLE    *
000767*                    BALANCE AS WELL AS THE LEDGER BALANCE.   *
000768* 2026-10-15  DL100  EVERY WRKTRAN LINE NOW CARRIES ITS      *
000769*                    POSTING SOURCE FOR THE GL EXTRACT -     *
000770*                    THE CALLER'S ACCTLNK-TRAN-SOURCE FOR    *
000771*                    FUNCTION "T", "X" ON TRANSFER LEGS AND  *
000772*                    "R" ON REVERSAL LINES.                  *
000773* 2026-10-15  DL100  WRKTRAN IS NOW KEYED ON ACCOUNT,        *
000774*                    TIMESTAMP AND SEQUENCE NUMBER WITH THE  *
000775*                    REFERENCE AS ALTERNATE KEY. THE CLIENT- *
000776*                    REFERENCE CHECK AND THE REVERSAL LOOKUP *
000777*                    READ ONLY THE LINES CARRYING THE        *
000778*                    REFERENCE (AND THE NAMED ACCOUNT'S OWN  *
000779*                    LINES) INSTEAD OF THE WHOLE FILE. NEW   *
000780*                    LINES TAKE THE NEXT FREE SEQUENCE       *
000781*                    NUMBER WHEN ONE ALREADY SITS AT THEIR   *
000782*                    TIMESTAMP.                              *
000783* 2026-10-15  DL100  EVERY ADD, UPDATE AND CLOSE NOW APPENDS *
000784*                    A BEFORE/AFTER IMAGE OF THE MASTER      *
000785*                    RECORD, WITH THE CALLER'S TIMESTAMP,    *
000786*                    CLIENT ID AND FUNCTION, TO THE NEW      *
000787*                    WRKACHG CHANGE LOG (ACHGREC). A LOG     *
000788*                    THAT CANNOT BE OPENED REFUSES THE       *
000789*                    CHANGE (RC 99); ONE THAT CANNOT BE      *
000790*                    WRITTEN AFTER IT RETURNS RC 90.         *
000791* 2026-10-15  DL100  ADDED FUNCTION "F" - FREEZE AN ACCOUNT  *
000792*                    ON THE MASTER FOR THE ACCTSCRN SCREENING*
000793*                    RUN, LOGGED TO WRKACHG. ALREADY FROZEN  *
000794*                    COMES BACK RC 25, CLOSED RC 27.         *
000795* 2026-10-15  DL100  POSTINGS, TRANSFERS AND REVERSALS THAT  *
000796*                    TAKE A BALANCE BELOW ZERO OR BELOW THE  *
000797*                    ACCOUNT'S ALERT THRESHOLD, CREDITS      *
000798*                    ABOVE ITS LARGE-CREDIT AMOUNT, REFUSALS *
000799*                    WITH RC 25/26/27, AND FREEZES AND       *
000800*                    CLOSURES NOW PUT A PENDING EVENT ON THE *
000801*                    NEW WRKEVNT OUTBOX WHEN THE ACCOUNT'S   *
000802*                    WRKSUBS SUBSCRIPTION ASKS FOR IT. AN    *
000803*                    EVENT THAT CANNOT BE WRITTEN NEVER      *
000804*                    FAILS THE CALL - IT SETS                *
000805*                    ACCTLNK-EVENT-SWITCH TO "L".            *
000806* 2026-10-15  DL100  A POSTING WITH NO CLIENT REFERENCE IS   *
000807*                    GIVEN A SYSTEM ONE ("P" LEAD) AND HANDS *
000808*                    IT BACK, SO STANDING-ORDER, INTEREST    *
000809*                    AND UNREFERENCED POSTINGS CAN ALL BE    *
000810*                    REVERSED. THE DUPLICATE-REFERENCE CHECK *
000811*                    NOW RUNS BEFORE THE POSTING CHECKS, SO  *
000812*                    A RETRY OF A POSTING THAT WENT THROUGH  *
000813*                    GETS RC 28 (AND NO REFUSAL EVENT) EVEN  *
000814*                    IF THE ACCOUNT HAS SINCE BEEN FROZEN OR *
000815*                    OVERDRAWN. THE SUBSCRIPTION IS READ     *
000816*                    INTO WORKING STORAGE, NOT USED FROM THE *
000817*                    RECORD AREA AFTER THE FILE IS CLOSED.   *
000818* 2026-10-15  DL100  A WRKTRAN THAT WILL NOT OPEN OR READ    *
000819*                    DURING THE DUPLICATE-REFERENCE OR       *
000820*                    REVERSAL LOOKUP IS NOW RC 99, NOT A     *
000821*                    MISS. CLOSE EVENT DECIDED BEFORE THE    *
000822*                    WRKACHG WRITE.                          *
000823*-----------------------------------------------------------*
000824 ENVIRONMENT DIVISION.
000825 CONFIGURATION SECTION.
000826 INPUT-OUTPUT SECTION.
000827 FILE-CONTROL.
000828     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "WRKACCT"
000829         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS ACCT-MASTER-KEY
000850         FILE STATUS IS WS-ACCT-FILE-STATUS.
000860     SELECT TRAN-HISTORY-FILE ASSIGN TO "WRKTRAN"
000861         ORGANIZATION IS INDEXED
000862         ACCESS MODE IS DYNAMIC
000863         RECORD KEY IS TRAN-KEY
000864         ALTERNATE RECORD KEY IS TRAN-REFERENCE
000865             WITH DUPLICATES
000866         FILE STATUS IS WS-TRAN-FILE-STATUS.
000867     SELECT HOLD-FILE ASSIGN TO "WRKHOLD"
000868         ORGANIZATION IS INDEXED
000869         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS HOLD-KEY
000871         FILE STATUS IS WS-HOLD-FILE-STATUS.
000872     SELECT CHANGE-LOG-FILE ASSIGN TO "WRKACHG"
000873         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-ACHG-FILE-STATUS.
000881     SELECT SUBSCRIPTION-FILE ASSIGN TO "WRKSUBS"
000882         ORGANIZATION IS INDEXED
000883         ACCESS MODE IS RANDOM
000884         RECORD KEY IS SUBS-ACCT-NUMBER
000885         FILE STATUS IS WS-SUBS-FILE-STATUS.
000886     SELECT EVENT-FILE ASSIGN TO "WRKEVNT"
000887         ORGANIZATION IS INDEXED
000888         ACCESS MODE IS RANDOM
000889         RECORD KEY IS EVNT-KEY
000890         FILE STATUS IS WS-EVNT-FILE-STATUS.
000891 DATA DIVISION.
000900 FILE SECTION.
000910 FD  ACCOUNT-MASTER-FILE.
000920 COPY ACCTREC.
000930 FD  TRAN-HISTORY-FILE.
000940 COPY TRANREC.
000941 FD  HOLD-FILE.
000942 COPY HOLDREC.
000943 FD  CHANGE-LOG-FILE.
000944 COPY ACHGREC.
000945 FD  SUBSCRIPTION-FILE.
000946 COPY SUBSREC.
000947 FD  EVENT-FILE.
000948 COPY EVNTREC.
000950 WORKING-STORAGE SECTION.
000960*-----------------------------------------------------------*
000970* FILE STATUS SWITCH FOR THE ACCOUNT MASTER FILE.            *
001040 77  WS-ACCT-FILE-OPENED             PIC X(01) VALUE "N".
001050     88  WS-ACCT-FILE-IS-OPEN            VALUE "Y".
001060*-----------------------------------------------------------*
001070* FILE STATUS SWITCH FOR THE KEYED WRKTRAN TRANSACTION       *
001072* HISTORY. "02" IS A GOOD READ OR WRITE ON A REFERENCE THAT  *
001074* OTHER LINES SHARE (BOTH LEGS OF A TRANSFER); "22" ON A     *
001076* WRITE MEANS THE ACCOUNT ALREADY HAS A LINE AT THIS         *
001078* TIMESTAMP AND SEQUENCE NUMBER, SO THE NEXT ONE IS TRIED.   *
001080*-----------------------------------------------------------*
001090 77  WS-TRAN-FILE-STATUS             PIC X(02) VALUE SPACES.
001100     88  WS-TRAN-FILE-OK                 VALUE "00" "02".
001103     88  WS-TRAN-FILE-DUP-KEY            VALUE "22".
001106     88  WS-TRAN-FILE-MISSING            VALUE "35".
001110 77  WS-TRAN-FILE-OPENED             PIC X(01) VALUE "N".
001120     88  WS-TRAN-FILE-IS-OPEN            VALUE "Y".
001130*-----------------------------------------------------------*
001350*-----------------------------------------------------------*
001360* DUPLICATE-REFERENCE SCAN WORK FIELDS - WHETHER THE         *
001370* CALLER'S CLIENT REFERENCE WAS ALREADY POSTED FOR THE       *
001380* ACCOUNT, AND THE BALANCE THE ORIGINAL POSTING LEFT. THE    *
001382* WRITE SWITCH ENDS THE SEQUENCE-NUMBER RETRY ON A NEW       *
001384* LINE. THE SYSTEM REFERENCE DIGIT AND SWITCH DRIVE THE      *
001386* SEARCH FOR A FREE REFERENCE FOR A POSTING THAT CAME        *
001388* WITHOUT ONE. A WRKTRAN THAT WILL NOT OPEN (OTHER THAN NOT  *
001389* BEING THERE YET) OR READ SETS WS-TRAN-FILE-BAD, BECAUSE A  *
001390* BROWSE CUT SHORT COULD MISS THE LINE BEING LOOKED FOR.     *
001391*-----------------------------------------------------------*
001400 77  WS-TRAN-EOF-SWITCH              PIC X(01) VALUE "N".
001410     88  WS-TRAN-EOF                     VALUE "Y".
001411 77  WS-TRAN-BAD-SWITCH              PIC X(01) VALUE "N".
001412     88  WS-TRAN-FILE-BAD                VALUE "Y".
001413 77  WS-TRAN-WRITE-SWITCH            PIC X(01) VALUE "N".
001416     88  WS-TRAN-WRITE-DONE              VALUE "Y".
001420 77  WS-DUP-REF-SWITCH               PIC X(01) VALUE "N".
001430     88  WS-DUP-REF-FOUND                VALUE "Y".
001440 77  WS-DUP-REF-BALANCE              PIC S9(9)V99 VALUE ZEROS.
001441 77  WS-SYS-REF-DIGIT                PIC 9(01) VALUE ZERO.
001442 77  WS-SYS-REF-SWITCH               PIC X(01) VALUE "N".
001443     88  WS-SYS-REF-DONE                 VALUE "Y".
001444*-----------------------------------------------------------*
001445* REVERSAL WORK FIELDS - WHAT THE WRKTRAN PASS FOUND FOR THE *
001446* POSTING BEING REVERSED: ITS LINES ON THE NAMED ACCOUNT,    *
001447* THE OTHER LEG OF A TRANSFER, AND THE NET OF ANY REVERSAL   *
001448* LINES ALREADY POINTING AT IT (A BACKED-OUT REVERSAL NETS   *
001449* TO NIL AND DOES NOT COUNT). WS-REVERSAL-OF IS THE POINTER  *
001450* WRITTEN ON THE LINES - BLANK EXCEPT DURING A REVERSAL.     *
001451*-----------------------------------------------------------*
001452 77  WS-ORIG-LINE-COUNT              PIC 9(03) COMP VALUE ZERO.
001453 77  WS-ORIG-DC-CODE                 PIC X(01) VALUE SPACE.
001454 77  WS-ORIG-AMOUNT                  PIC S9(9)V99 VALUE ZEROS.
001455 77  WS-PAIR-LINE-COUNT              PIC 9(03) COMP VALUE ZERO.
001456 77  WS-PAIR-ACCT-NUMBER             PIC X(10) VALUE SPACES.
001457 77  WS-PAIR-DC-CODE                 PIC X(01) VALUE SPACE.
001458 77  WS-RVSL-NET-AMOUNT              PIC S9(11)V99 VALUE ZEROS.
001459 77  WS-RVSL-NAMED-ACCT              PIC X(10) VALUE SPACES.
001460 77  WS-REVERSAL-OF                  PIC X(16) VALUE SPACES.
001461*-----------------------------------------------------------*
001462* FUNDS-HOLD WORK FIELDS - THE WRKHOLD FILE STATUS, AND THE  *
001463* TOTAL OF THE HOLDS STILL STANDING ON THE ACCOUNT AS AT THE *
001464* CALLER'S TIMESTAMP DATE. NO WRKHOLD FILE MEANS NO HOLDS;   *
001465* ONE THAT CANNOT BE READ SETS WS-HOLD-FILE-BAD, BECAUSE A   *
001466* DEBIT MUST NOT PASS ON HOLDS NOBODY COULD SEE.             *
001467*-----------------------------------------------------------*
001468 77  WS-HOLD-FILE-STATUS             PIC X(02) VALUE SPACES.
001469     88  WS-HOLD-FILE-OK                 VALUE "00".
001470     88  WS-HOLD-FILE-MISSING            VALUE "35".
001471 77  WS-HOLD-EOF-SWITCH              PIC X(01) VALUE "N".
001472     88  WS-HOLD-EOF                     VALUE "Y".
001473 77  WS-HOLD-BAD-SWITCH              PIC X(01) VALUE "N".
001474     88  WS-HOLD-FILE-BAD                VALUE "Y".
001475 77  WS-HELD-AMOUNT                  PIC S9(11)V99 VALUE ZEROS.
001476*-----------------------------------------------------------*
001477* CHANGE-LOG SWITCHES FOR THE WRKACHG BEFORE/AFTER FILE. A   *
001478* MAINTENANCE FUNCTION OPENS IT BEFORE TOUCHING THE MASTER,  *
001479* SO A CHANGE IS NEVER APPLIED THAT COULD NOT BE LOGGED.     *
001480*-----------------------------------------------------------*
001481 77  WS-ACHG-FILE-STATUS             PIC X(02) VALUE SPACES.
001482     88  WS-ACHG-FILE-OK                 VALUE "00".
001483 77  WS-ACHG-FILE-OPENED             PIC X(01) VALUE "N".
001484     88  WS-ACHG-FILE-IS-OPEN            VALUE "Y".
001485*-----------------------------------------------------------*
001486* EVENT OUTBOX WORK FIELDS. WRKSUBS SAYS WHICH EVENTS AN     *
001487* ACCOUNT'S HOLDER WANTS; NO WRKSUBS FILE MEANS NOBODY HAS   *
001488* SUBSCRIBED. THE SUBSCRIPTION IS READ INTO WS-SUBS-COPY,    *
001489* BECAUSE THE FILE IS CLOSED AGAIN BEFORE THE EVENTS ARE     *
001490* TESTED AND WRITTEN. THE WS-EVT FIELDS DESCRIBE THE         *
001491* MOVEMENT OR REFUSAL BEING TESTED: THE ACCOUNT, ITS LEG,    *
001492* THE AMOUNT AND THE BALANCE BEFORE AND AFTER. THE TRANSFER  *
001493* BEFORE BALANCES ARE TAKEN AS EACH LEG IS APPLIED. THE      *
001494* WRITE SWITCH ENDS THE SEQUENCE-NUMBER RETRY ON A NEW       *
001495* WRKEVNT RECORD.                                            *
001496*-----------------------------------------------------------*
001497 77  WS-SUBS-FILE-STATUS             PIC X(02) VALUE SPACES.
001498     88  WS-SUBS-FILE-OK                 VALUE "00".
001499     88  WS-SUBS-FILE-NOT-FOUND          VALUE "23".
001500     88  WS-SUBS-FILE-MISSING            VALUE "35".
001501 77  WS-SUBS-FOUND-SWITCH            PIC X(01) VALUE "N".
001502     88  WS-SUBS-FOUND                   VALUE "Y".
001503 01  WS-SUBS-COPY.
001504     05  WS-SUB-ACCT-NUMBER          PIC X(10).
001505     05  WS-SUB-CLIENT-ID            PIC X(16).
001506     05  WS-SUB-CHANNEL              PIC X(01).
001507     05  WS-SUB-ADDRESS              PIC X(60).
001508     05  WS-SUB-STATUS               PIC X(01).
001509         88  WS-SUB-ACTIVE               VALUE "A".
001510     05  WS-SUB-WANT-NEGATIVE        PIC X(01).
001511         88  WS-SUB-WANTS-NEGATIVE       VALUE "Y".
001512     05  WS-SUB-WANT-LOW-BALANCE     PIC X(01).
001513         88  WS-SUB-WANTS-LOW-BALANCE    VALUE "Y".
001514     05  WS-SUB-WANT-LARGE-CREDIT    PIC X(01).
001515         88  WS-SUB-WANTS-LARGE-CREDIT   VALUE "Y".
001516     05  WS-SUB-WANT-REFUSED         PIC X(01).
001517         88  WS-SUB-WANTS-REFUSED        VALUE "Y".
001518     05  WS-SUB-WANT-STATUS          PIC X(01).
001519         88  WS-SUB-WANTS-STATUS         VALUE "Y".
001520     05  WS-SUB-LOW-THRESHOLD        PIC 9(9)V99.
001521     05  WS-SUB-LARGE-CREDIT         PIC 9(9)V99.
001522     05  WS-SUB-UPDATED-DATE         PIC 9(08).
001523 77  WS-EVNT-FILE-STATUS             PIC X(02) VALUE SPACES.
001524     88  WS-EVNT-FILE-OK                 VALUE "00".
001525     88  WS-EVNT-FILE-DUP-KEY            VALUE "22".
001526     88  WS-EVNT-FILE-MISSING            VALUE "35".
001527 77  WS-EVNT-WRITE-SWITCH            PIC X(01) VALUE "N".
001528     88  WS-EVNT-WRITE-DONE              VALUE "Y".
001529 77  WS-EVT-ACCT-NUMBER              PIC X(10) VALUE SPACES.
001530 77  WS-EVT-TYPE                     PIC X(01) VALUE SPACE.
001531 77  WS-EVT-DC-CODE                  PIC X(01) VALUE SPACE.
001532 77  WS-EVT-AMOUNT                   PIC S9(9)V99 VALUE ZEROS.
001533 77  WS-EVT-BEFORE                   PIC S9(9)V99 VALUE ZEROS.
001534 77  WS-EVT-AFTER                    PIC S9(9)V99 VALUE ZEROS.
001535 77  WS-EVT-THRESHOLD                PIC 9(9)V99 VALUE ZEROS.
001536 77  WS-EVT-REFUSAL-CODE             PIC X(02) VALUE SPACES.
001537 77  WS-XFER-FROM-BEFORE             PIC S9(9)V99 VALUE ZEROS.
001538 77  WS-XFER-TO-BEFORE               PIC S9(9)V99 VALUE ZEROS.
001539 LINKAGE SECTION.
001540 COPY ACCTLNK.
001541 PROCEDURE DIVISION USING ACCTLNK-PARMS.
001542*===========================================================*
001543* 0000-MAIN-CONTROL - OPEN, SERVICE ONE REQUEST, CLOSE.      *
001544*===========================================================*
001545 0000-MAIN-CONTROL.
001546     MOVE "00" TO ACCTLNK-RETURN-CODE.
001547     MOVE "N"  TO ACCTLNK-EVENT-SWITCH.
001548     PERFORM 1000-OPEN-FILE-PARA THRU 1000-EXIT.
001549     IF WS-ACCT-FILE-IS-OPEN
001550         EVALUATE TRUE
001560             WHEN ACCTLNK-FUNC-LOOKUP
001570                 PERFORM 2000-READ-ACCOUNT-PARA THRU 2000-EXIT
001610                 PERFORM 2200-UPDATE-ACCOUNT-PARA THRU 2200-EXIT
001620             WHEN ACCTLNK-FUNC-DELETE
001630                 PERFORM 2300-DELETE-ACCOUNT-PARA THRU 2300-EXIT
001633             WHEN ACCTLNK-FUNC-FREEZE
001636                 PERFORM 2350-FREEZE-ACCOUNT-PARA THRU 2350-EXIT
001640             WHEN ACCTLNK-FUNC-POST-TRAN
001650                 PERFORM 2400-POST-TRAN-PARA THRU 2400-EXIT
001660             WHEN ACCTLNK-FUNC-BROWSE
001670                 PERFORM 2600-BROWSE-PARA THRU 2600-EXIT
001680             WHEN ACCTLNK-FUNC-TRANSFER
001690                 PERFORM 2700-TRANSFER-PARA THRU 2700-EXIT
001693             WHEN ACCTLNK-FUNC-REVERSE
001696                 PERFORM 2800-REVERSE-PARA THRU 2800-EXIT
001700         END-EVALUATE
001710     END-IF.
001720     PERFORM 3000-CLOSE-FILE-PARA THRU 3000-EXIT.
001800*-----------------------------------------------------------*
001810 1000-OPEN-FILE-PARA.
001820     IF ACCTLNK-FUNC-MAINTENANCE OR ACCTLNK-FUNC-POST-TRAN
001830        OR ACCTLNK-FUNC-TRANSFER OR ACCTLNK-FUNC-REVERSE
001835        OR ACCTLNK-FUNC-FREEZE
001840         OPEN I-O ACCOUNT-MASTER-FILE
001850         IF WS-ACCT-FILE-MISSING AND ACCTLNK-FUNC-ADD
001860             OPEN OUTPUT ACCOUNT-MASTER-FILE
001990     EXIT.
002000*-----------------------------------------------------------*
002010* 2000-READ-ACCOUNT-PARA - KEYED READ FOR A LOOKUP REQUEST.  *
002012* THE ACTIVE HOLDS ARE TOTALLED SO THE CALLER GETS THE       *
002014* AVAILABLE BALANCE BESIDE THE LEDGER BALANCE. AN UNREADABLE *
002016* WRKHOLD LEAVES THE ACCOUNT FOUND BUT RETURN CODE 99, SO    *
002018* THE CALLER KNOWS THE AVAILABLE FIGURE CANNOT BE TRUSTED.   *
002020*-----------------------------------------------------------*
002030 2000-READ-ACCOUNT-PARA.
002040     MOVE ACCTLNK-ACCT-NUMBER TO ACCT-MASTER-KEY.
002100         MOVE "Y" TO ACCTLNK-FOUND-SWITCH
002110         MOVE ACCT-MASTER-NAME TO ACCTLNK-ACCT-NAME
002120         MOVE ACCT-MASTER-BALANCE TO ACCTLNK-ACCT-BALANCE
002121         PERFORM 2480-SUM-HOLDS-PARA THRU 2480-EXIT
002122         MOVE WS-HELD-AMOUNT TO ACCTLNK-HELD-AMOUNT
002123         COMPUTE ACCTLNK-AVAIL-BALANCE = ACCT-MASTER-BALANCE
002124             + ACCT-MASTER-OD-LIMIT - WS-HELD-AMOUNT
002125         IF WS-HOLD-FILE-BAD
002126             MOVE "99" TO ACCTLNK-RETURN-CODE
002127         END-IF
002130     ELSE
002140         MOVE "N" TO ACCTLNK-FOUND-SWITCH
002150         MOVE "23" TO ACCTLNK-RETURN-CODE
002190*-----------------------------------------------------------*
002200* 2100-ADD-ACCOUNT-PARA - WRITE A NEW ACCOUNT RECORD. A KEY  *
002210* ALREADY ON FILE COMES BACK AS RETURN CODE 22 SO THE CALLER *
002220* CAN ANSWER WITH A CONFLICT INSTEAD OF A FAILURE. THE NEW   *
002225* RECORD GOES TO WRKACHG AS AN AFTER-IMAGE WITH NO BEFORE.   *
002230*-----------------------------------------------------------*
002240 2100-ADD-ACCOUNT-PARA.
002242     PERFORM 2900-OPEN-CHANGE-LOG-PARA THRU 2900-EXIT.
002244     IF NOT WS-ACHG-FILE-IS-OPEN
002246         GO TO 2100-EXIT
002248     END-IF.
002250     MOVE ACCTLNK-ACCT-NUMBER  TO ACCT-MASTER-KEY.
002260     MOVE ACCTLNK-ACCT-NAME    TO ACCT-MASTER-NAME.
002270     MOVE ACCTLNK-ACCT-BALANCE TO ACCT-MASTER-BALANCE.
002390     END-WRITE.
002400     IF WS-ACCT-FILE-OK
002410         MOVE "Y" TO ACCTLNK-FOUND-SWITCH
002415         PERFORM 2950-WRITE-CHANGE-PARA THRU 2950-EXIT
002420     ELSE
002430         IF ACCTLNK-RC-OK
002440             MOVE "99" TO ACCTLNK-RETURN-CODE
002490     EXIT.
002500*-----------------------------------------------------------*
002510* 2200-UPDATE-ACCOUNT-PARA - READ THE RECORD, LAY THE NEW    *
002520* NAME AND BALANCE OVER IT, REWRITE IN PLACE. THE RECORD AS  *
002525* READ AND AS REWRITTEN GO TO WRKACHG AS ONE CHANGE LINE.    *
002530*-----------------------------------------------------------*
002540 2200-UPDATE-ACCOUNT-PARA.
002542     PERFORM 2900-OPEN-CHANGE-LOG-PARA THRU 2900-EXIT.
002544     IF NOT WS-ACHG-FILE-IS-OPEN
002546         GO TO 2200-EXIT
002548     END-IF.
002550     MOVE ACCTLNK-ACCT-NUMBER TO ACCT-MASTER-KEY.
002560     READ ACCOUNT-MASTER-FILE
002570         INVALID KEY
002590             MOVE "N"  TO ACCTLNK-FOUND-SWITCH
002600     END-READ.
002610     IF WS-ACCT-FILE-OK
002615         PERFORM 2910-SAVE-BEFORE-PARA THRU 2910-EXIT
002620         MOVE ACCTLNK-ACCT-NAME    TO ACCT-MASTER-NAME
002630         MOVE ACCTLNK-ACCT-BALANCE TO ACCT-MASTER-BALANCE
002640         REWRITE ACCOUNT-MASTER-RECORD
002690     END-IF.
002700     IF WS-ACCT-FILE-OK
002710         MOVE "Y" TO ACCTLNK-FOUND-SWITCH
002715         PERFORM 2950-WRITE-CHANGE-PARA THRU 2950-EXIT
002720     ELSE
002730         IF ACCTLNK-RC-OK
002740             MOVE "99" TO ACCTLNK-RETURN-CODE
002820* MASTER. THE RECORD STAYS ON FILE SO THE WRKTRAN HISTORY    *
002830* KEEPS ITS PARENT; A CLOSED ACCOUNT REFUSES ALL FURTHER     *
002840* POSTING. A KEY NOT ON FILE COMES BACK AS RETURN CODE 23.   *
002843* THE CLOSURE IS LOGGED TO WRKACHG LIKE ANY UPDATE, AND AN   *
002846* ACCOUNT THAT WAS NOT ALREADY CLOSED RAISES A STATUS EVENT. *
002850*-----------------------------------------------------------*
002860 2300-DELETE-ACCOUNT-PARA.
002862     PERFORM 2900-OPEN-CHANGE-LOG-PARA THRU 2900-EXIT.
002864     IF NOT WS-ACHG-FILE-IS-OPEN
002866         GO TO 2300-EXIT
002868     END-IF.
002870     MOVE ACCTLNK-ACCT-NUMBER TO ACCT-MASTER-KEY.
002880     READ ACCOUNT-MASTER-FILE
002890         INVALID KEY
002910             MOVE "N"  TO ACCTLNK-FOUND-SWITCH
002920     END-READ.
002930     IF WS-ACCT-FILE-OK
002935         PERFORM 2910-SAVE-BEFORE-PARA THRU 2910-EXIT
002940         MOVE "C" TO ACCT-MASTER-STATUS
002950         REWRITE ACCOUNT-MASTER-RECORD
002960             INVALID KEY
003000     END-IF.
003010     IF WS-ACCT-FILE-OK
003020         MOVE "Y" TO ACCTLNK-FOUND-SWITCH
003021         MOVE SPACE TO WS-EVT-TYPE
003022         IF ACHG-BEFORE-STATUS NOT = "C"
003023             MOVE "X" TO WS-EVT-TYPE
003024         END-IF
003025         PERFORM 2950-WRITE-CHANGE-PARA THRU 2950-EXIT
003026         IF WS-EVT-TYPE = "X"
003027             PERFORM 2970-STATUS-EVENT-PARA THRU 2970-EXIT
003028         END-IF
003030     ELSE
003040         IF ACCTLNK-RC-OK
003050             MOVE "99" TO ACCTLNK-RETURN-CODE
003090 2300-EXIT.
003100     EXIT.
003110*-----------------------------------------------------------*
003120* 2350-FREEZE-ACCOUNT-PARA - SET THE ACCOUNT FROZEN ON THE   *
003130* MASTER SO IT REFUSES FURTHER DEBITS. THE FREEZE IS LOGGED  *
003140* TO WRKACHG LIKE ANY UPDATE AND RAISES A STATUS EVENT. AN   *
003150* ACCOUNT ALREADY FROZEN COMES BACK AS RETURN CODE 25 AND A  *
003160* CLOSED ONE AS 27, BOTH LEFT AS THEY WERE.                  *
003170*-----------------------------------------------------------*
003171 2350-FREEZE-ACCOUNT-PARA.
003172     PERFORM 2900-OPEN-CHANGE-LOG-PARA THRU 2900-EXIT.
003173     IF NOT WS-ACHG-FILE-IS-OPEN
003174         GO TO 2350-EXIT
003175     END-IF.
003176     MOVE ACCTLNK-ACCT-NUMBER TO ACCT-MASTER-KEY.
003177     READ ACCOUNT-MASTER-FILE
003178         INVALID KEY
003179             MOVE "23" TO ACCTLNK-RETURN-CODE
003180             MOVE "N"  TO ACCTLNK-FOUND-SWITCH
003181     END-READ.
003182     IF WS-ACCT-FILE-OK
003183         EVALUATE TRUE
003184             WHEN ACCT-STATUS-CLOSED
003185                 MOVE "27" TO ACCTLNK-RETURN-CODE
003186             WHEN ACCT-STATUS-FROZEN
003187                 MOVE "25" TO ACCTLNK-RETURN-CODE
003188         END-EVALUATE
003189     END-IF.
003190     IF WS-ACCT-FILE-OK AND ACCTLNK-RC-OK
003191         PERFORM 2910-SAVE-BEFORE-PARA THRU 2910-EXIT
003192         MOVE "F" TO ACCT-MASTER-STATUS
003193         REWRITE ACCOUNT-MASTER-RECORD
003194             INVALID KEY
003195                 MOVE "23" TO ACCTLNK-RETURN-CODE
003196                 MOVE "N"  TO ACCTLNK-FOUND-SWITCH
003197         END-REWRITE
003198     END-IF.
003199     IF WS-ACCT-FILE-OK AND ACCTLNK-RC-OK
003200         MOVE "Y" TO ACCTLNK-FOUND-SWITCH
003201         MOVE ACCT-MASTER-NAME    TO ACCTLNK-ACCT-NAME
003202         MOVE ACCT-MASTER-BALANCE TO ACCTLNK-ACCT-BALANCE
003203         PERFORM 2950-WRITE-CHANGE-PARA THRU 2950-EXIT
003204         MOVE "F" TO WS-EVT-TYPE
003205         PERFORM 2970-STATUS-EVENT-PARA THRU 2970-EXIT
003206     ELSE
003207         IF ACCTLNK-RC-OK
003208             MOVE "99" TO ACCTLNK-RETURN-CODE
003209         END-IF
003210         MOVE "N" TO ACCTLNK-FOUND-SWITCH
003211     END-IF.
003212 2350-EXIT.
003213     EXIT.
003214*-----------------------------------------------------------*
003215* 2400-POST-TRAN-PARA - APPLY ONE DEBIT/CREDIT TO THE        *
003216* MASTER BALANCE AND APPEND THE POSTING TO WRKTRAN. A        *
003217* CLIENT REFERENCE ALREADY POSTED ON THE ACCOUNT IS          *
003218* ANSWERED FIRST (2460), SO A RETRY OF A POSTING THAT WENT   *
003219* THROUGH GETS ITS ORIGINAL RESULT EVEN IF THE ACCOUNT HAS   *
003220* SINCE BEEN FROZEN OR OVERDRAWN. ONLY THEN ARE THE POSTING  *
003221* CHECKS RUN. A POSTING WITH NO REFERENCE IS GIVEN A SYSTEM  *
003222* ONE (2490), HANDED BACK IN ACCTLNK-CLIENT-REF, SO EVERY    *
003223* POSTING CAN BE NAMED FOR A REVERSAL. THE HISTORY FILE IS   *
003224* OPENED AND PROVED WRITABLE BEFORE THE BALANCE IS TOUCHED,  *
003225* SO AN UNUSABLE WRKTRAN FAILS THE POSTING CLEANLY INSTEAD   *
003226* OF APPLYING A MOVEMENT THAT LEAVES NO RECORD. THE CALLER   *
003227* GETS THE RESULTING BALANCE IN ACCTLNK-ACCT-BALANCE. THE    *
003228* MOVEMENT IS THEN TESTED FOR SUBSCRIBED EVENTS (2960).      *
003229*-----------------------------------------------------------*
003230 2400-POST-TRAN-PARA.
003231     MOVE ACCTLNK-ACCT-NUMBER TO ACCT-MASTER-KEY.
003232     READ ACCOUNT-MASTER-FILE
003233         INVALID KEY
003234             MOVE "23" TO ACCTLNK-RETURN-CODE
003240             MOVE "N"  TO ACCTLNK-FOUND-SWITCH
003250     END-READ.
003260     IF WS-ACCT-FILE-OK AND ACCTLNK-CLIENT-REF NOT = SPACES
003262         PERFORM 2460-CHECK-CLIENT-REF-PARA THRU 2460-EXIT
003264     END-IF.
003266     IF WS-ACCT-FILE-OK AND ACCTLNK-RC-OK
003270         MOVE ACCTLNK-TRAN-CODE TO WS-CHECK-LEG-CODE
003280         PERFORM 2450-CHECK-POSTING-PARA THRU 2450-EXIT
003290     END-IF.
003300     IF WS-ACCT-FILE-OK AND ACCTLNK-RC-OK AND
003310        ACCTLNK-CLIENT-REF = SPACES
003320         PERFORM 2490-SYSTEM-REF-PARA THRU 2490-EXIT
003330     END-IF.
003340     IF WS-ACCT-FILE-OK AND ACCTLNK-RC-OK
003350         PERFORM 2500-OPEN-HISTORY-PARA THRU 2500-EXIT
003360     END-IF.
003370     IF WS-ACCT-FILE-OK AND WS-TRAN-FILE-IS-OPEN
003375         MOVE ACCT-MASTER-BALANCE TO WS-EVT-BEFORE
003380         IF ACCTLNK-TRAN-CREDIT
003390             ADD ACCTLNK-TRAN-AMOUNT TO ACCT-MASTER-BALANCE
003400         ELSE
003520         MOVE ACCT-MASTER-NAME    TO ACCTLNK-ACCT-NAME
003530         MOVE ACCT-MASTER-BALANCE TO ACCTLNK-ACCT-BALANCE
003540         PERFORM 2550-WRITE-HISTORY-PARA THRU 2550-EXIT
003542         MOVE ACCT-MASTER-KEY     TO WS-EVT-ACCT-NUMBER
003544         MOVE ACCTLNK-TRAN-CODE   TO WS-EVT-DC-CODE
003546         MOVE ACCT-MASTER-BALANCE TO WS-EVT-AFTER
003548         PERFORM 2960-POSTING-EVENTS-PARA THRU 2960-EXIT
003550     ELSE
003560         IF ACCTLNK-RC-OK
003570             MOVE "99" TO ACCTLNK-RETURN-CODE
003700* IN WS-CHECK-LEG-CODE. A CLOSED ACCOUNT REFUSES EVERYTHING  *
003710* (RC 27); A FROZEN ACCOUNT REFUSES DEBITS (RC 25); A DEBIT  *
003720* THAT WOULD TAKE THE BALANCE PAST THE OVERDRAFT LIMIT IS    *
003730* REFUSED (RC 26). A DEBIT INSIDE THE LIMIT THAT WOULD STILL *
003731* EAT INTO FUNDS UNDER AN ACTIVE HOLD IS REFUSED AS RC 29,   *
003732* SO THE DESK CAN TELL THE HOLDS ARE WHAT BLOCKED IT. AN     *
003733* UNREADABLE WRKHOLD FAILS THE DEBIT (RC 99). CREDITS TO     *
003734* OPEN OR FROZEN ACCOUNTS PASS. A REFUSAL WITH RC 25, 26 OR  *
003735* 27 IS OFFERED TO THE EVENT OUTBOX (2965).                  *
003740*-----------------------------------------------------------*
003750 2450-CHECK-POSTING-PARA.
003760     EVALUATE TRUE
003870                WS-PROJECTED-BALANCE + ACCT-MASTER-OD-LIMIT
003880                    < ZERO
003890                 MOVE "26" TO ACCTLNK-RETURN-CODE
003891             ELSE
003892                 PERFORM 2480-SUM-HOLDS-PARA THRU 2480-EXIT
003893                 IF WS-HOLD-FILE-BAD
003894                     MOVE "99" TO ACCTLNK-RETURN-CODE
003895                 ELSE
003896                     IF WS-PROJECTED-BALANCE +
003897                        ACCT-MASTER-OD-LIMIT - WS-HELD-AMOUNT
003898                            < ZERO
003899                         MOVE "29" TO ACCTLNK-RETURN-CODE
003900                     END-IF
003901                 END-IF
003902             END-IF
003910     END-EVALUATE.
003920     IF NOT ACCTLNK-RC-OK
003930         MOVE "N" TO ACCTLNK-FOUND-SWITCH
003940     END-IF.
003942     IF ACCTLNK-RC-FROZEN OR ACCTLNK-RC-OVER-LIMIT OR
003944        ACCTLNK-RC-CLOSED
003946         PERFORM 2965-REFUSAL-EVENT-PARA THRU 2965-EXIT
003948     END-IF.
003950 2450-EXIT.
003960     EXIT.
003970*-----------------------------------------------------------*
003980* 2460-CHECK-CLIENT-REF-PARA - LOOK UP THE CALLER'S CLIENT   *
003990* REFERENCE ON THE WRKTRAN REFERENCE KEY FOR A LINE ALREADY  *
004000* POSTED AGAINST THIS ACCOUNT. A HIT COMES BACK AS RETURN    *
004010* CODE 28 WITH THE BALANCE THE ORIGINAL POSTING LEFT, SO A   *
004020* RETRIED REQUEST ANSWERS WITH THE ORIGINAL RESULT INSTEAD   *
004030* OF MOVING THE BALANCE AGAIN. A WRKTRAN THAT CANNOT BE READ *
004035* IS RC 99 - NOTHING POSTS WITHOUT THE CHECK.                *
004040*-----------------------------------------------------------*
004050 2460-CHECK-CLIENT-REF-PARA.
004060     PERFORM 2462-SCAN-REFERENCE-PARA THRU 2462-EXIT.
004070     IF WS-TRAN-FILE-BAD
004080         MOVE "99" TO ACCTLNK-RETURN-CODE
004090         MOVE "N" TO ACCTLNK-FOUND-SWITCH
004100         GO TO 2460-EXIT
004110     END-IF.
004150     IF WS-DUP-REF-FOUND
004160         MOVE "28" TO ACCTLNK-RETURN-CODE
004170         MOVE WS-DUP-REF-BALANCE TO ACCTLNK-ACCT-BALANCE
004210 2460-EXIT.
004220     EXIT.
004230*-----------------------------------------------------------*
004240* 2462-SCAN-REFERENCE-PARA - SET WS-DUP-REF-FOUND IF         *
004250* ACCTLNK-CLIENT-REF IS ALREADY ON A WRKTRAN LINE FOR THE    *
004251* ACCOUNT IN THE MASTER BUFFER. ONLY THE LINES CARRYING THE  *
004252* REFERENCE ARE READ. NO HISTORY FILE YET MEANS NOTHING      *
004253* POSTED - NO DUPLICATE. ANY OTHER OPEN FAILURE SETS         *
004254* WS-TRAN-FILE-BAD.                                          *
004255*-----------------------------------------------------------*
004256 2462-SCAN-REFERENCE-PARA.
004257     MOVE "N" TO WS-DUP-REF-SWITCH.
004258     MOVE "N" TO WS-TRAN-EOF-SWITCH.
004259     MOVE "N" TO WS-TRAN-BAD-SWITCH.
004260     OPEN INPUT TRAN-HISTORY-FILE.
004261     IF NOT WS-TRAN-FILE-OK AND NOT WS-TRAN-FILE-MISSING
004262         MOVE "Y" TO WS-TRAN-BAD-SWITCH
004263     END-IF.
004264     IF WS-TRAN-FILE-OK
004265         MOVE ACCTLNK-CLIENT-REF TO TRAN-REFERENCE
004266         START TRAN-HISTORY-FILE KEY IS EQUAL TO TRAN-REFERENCE
004267             INVALID KEY
004268                 MOVE "Y" TO WS-TRAN-EOF-SWITCH
004269         END-START
004270         PERFORM 2465-READ-HISTORY-PARA THRU 2465-EXIT
004271         PERFORM 2470-MATCH-REF-PARA THRU 2470-EXIT
004272             UNTIL WS-TRAN-EOF
004273         CLOSE TRAN-HISTORY-FILE
004274     END-IF.
004275 2462-EXIT.
004276     EXIT.
004277*-----------------------------------------------------------*
004278* 2465-READ-HISTORY-PARA - READ THE NEXT WRKTRAN RECORD ON   *
004279* WHICHEVER KEY THE LAST START POSITIONED. A START THAT      *
004280* FOUND NOTHING HAS ALREADY SET END OF FILE. A READ ERROR    *
004281* ENDS THE BROWSE AND SETS WS-TRAN-FILE-BAD.                 *
004282*-----------------------------------------------------------*
004283 2465-READ-HISTORY-PARA.
004284     IF WS-TRAN-EOF
004285         GO TO 2465-EXIT
004286     END-IF.
004287     READ TRAN-HISTORY-FILE NEXT RECORD
004290         AT END
004300             MOVE "Y" TO WS-TRAN-EOF-SWITCH
004310     END-READ.
004312     IF NOT WS-TRAN-EOF AND NOT WS-TRAN-FILE-OK
004314         MOVE "Y" TO WS-TRAN-EOF-SWITCH
004315         MOVE "Y" TO WS-TRAN-BAD-SWITCH
004316     END-IF.
004320 2465-EXIT.
004330     EXIT.
004340*-----------------------------------------------------------*
004350* 2470-MATCH-REF-PARA - NOTE A POSTING THAT ALREADY CARRIES  *
004360* THE CALLER'S REFERENCE FOR THIS ACCOUNT, THEN READ THE     *
004370* NEXT. THE BROWSE ENDS AT THE FIRST LINE WITH ANOTHER       *
004375* REFERENCE. THE LAST HIT WINS, WHICH CAN ONLY MATTER IF THE *
004380* SAME REFERENCE EVER GOT POSTED TWICE BEFORE THIS CHECK     *
004390* EXISTED.                                                   *
004400*-----------------------------------------------------------*
004410 2470-MATCH-REF-PARA.
004420     IF TRAN-REFERENCE NOT = ACCTLNK-CLIENT-REF
004430         MOVE "Y" TO WS-TRAN-EOF-SWITCH
004432         GO TO 2470-EXIT
004434     END-IF.
004436     IF TRAN-ACCT-NUMBER = ACCT-MASTER-KEY
004440         MOVE "Y" TO WS-DUP-REF-SWITCH
004450         MOVE TRAN-NEW-BALANCE TO WS-DUP-REF-BALANCE
004460     END-IF.
004480 2470-EXIT.
004490     EXIT.
004500*-----------------------------------------------------------*
004510* 2480-SUM-HOLDS-PARA - TOTAL THE HOLDS STANDING AGAINST THE *
004511* ACCOUNT IN THE MASTER BUFFER. A HOLD COUNTS WHILE IT IS    *
004512* ACTIVE AND ITS EXPIRY DATE (ZERO FOR NONE) HAS NOT PASSED  *
004513* THE CALLER'S TIMESTAMP DATE - A LAPSED HOLD STOPS BLOCKING *
004514* THE MOMENT IT LAPSES, NOT WHEN THE NIGHTLY ACCTHOLD RUN    *
004515* GETS ROUND TO MARKING IT EXPIRED.                          *
004516*-----------------------------------------------------------*
004517 2480-SUM-HOLDS-PARA.
004518     MOVE ZEROS TO WS-HELD-AMOUNT.
004519     MOVE "N" TO WS-HOLD-EOF-SWITCH.
004520     MOVE "N" TO WS-HOLD-BAD-SWITCH.
004521     OPEN INPUT HOLD-FILE.
004522     IF WS-HOLD-FILE-OK
004523         MOVE ACCT-MASTER-KEY TO HOLD-ACCT-NUMBER
004524         MOVE LOW-VALUES TO HOLD-ID
004525         START HOLD-FILE KEY NOT LESS THAN HOLD-KEY
004526             INVALID KEY
004527                 MOVE "Y" TO WS-HOLD-EOF-SWITCH
004528         END-START
004529         PERFORM 2485-ADD-HOLD-PARA THRU 2485-EXIT
004530             UNTIL WS-HOLD-EOF
004531         CLOSE HOLD-FILE
004532     ELSE
004533         IF NOT WS-HOLD-FILE-MISSING
004534             MOVE "Y" TO WS-HOLD-BAD-SWITCH
004535         END-IF
004536     END-IF.
004537 2480-EXIT.
004538     EXIT.
004539*-----------------------------------------------------------*
004540* 2485-ADD-HOLD-PARA - READ THE NEXT WRKHOLD RECORD AND ADD  *
004541* IT TO THE HELD TOTAL IF IT STILL STANDS. THE BROWSE ENDS   *
004542* AT THE FIRST RECORD FOR ANOTHER ACCOUNT.                   *
004543*-----------------------------------------------------------*
004544 2485-ADD-HOLD-PARA.
004545     READ HOLD-FILE NEXT RECORD
004546         AT END
004547             MOVE "Y" TO WS-HOLD-EOF-SWITCH
004548     END-READ.
004549     IF NOT WS-HOLD-EOF
004550         IF NOT WS-HOLD-FILE-OK
004551             MOVE "Y" TO WS-HOLD-EOF-SWITCH
004552             MOVE "Y" TO WS-HOLD-BAD-SWITCH
004553         ELSE
004554             IF HOLD-ACCT-NUMBER NOT = ACCT-MASTER-KEY
004555                 MOVE "Y" TO WS-HOLD-EOF-SWITCH
004556             ELSE
004557                 IF HOLD-ACTIVE AND
004558                    (HOLD-EXPIRY-DATE = ZERO OR
004559                     ACCTLNK-TIMESTAMP (1:8) NOT NUMERIC OR
004560                     HOLD-EXPIRY-DATE NOT <
004561                         ACCTLNK-TIMESTAMP (1:8))
004562                     ADD HOLD-AMOUNT TO WS-HELD-AMOUNT
004563                 END-IF
004564             END-IF
004565         END-IF
004566     END-IF.
004567 2485-EXIT.
004568     EXIT.
004569*-----------------------------------------------------------*
004570* 2490-SYSTEM-REF-PARA - GIVE A POSTING THAT CAME WITHOUT A  *
004571* CLIENT REFERENCE A SYSTEM ONE: "P" PLUS THE CALLER'S       *
004572* TIMESTAMP DATE AND TIME TO THE SECOND AND ONE DIGIT. THE   *
004573* "P" LEAD IS RESERVED LIKE THE TRANSFER "X" AND REVERSAL    *
004574* "R" - CALLERS REJECT CLIENT REFERENCES THAT LEAD WITH IT.  *
004575* THE DIGIT STARTS AT ZERO AND STEPS PAST ANY REFERENCE      *
004576* ALREADY ON THE ACCOUNT, WHICH HAPPENS WHEN A BATCH RUN     *
004577* POSTS THE SAME ACCOUNT MORE THAN ONCE ON ONE RUN           *
004578* TIMESTAMP. PAST NINE THE LAST TRY STANDS; A REVERSAL       *
004579* NAMING IT IS THEN REFUSED AS AMBIGUOUS RATHER THAN         *
004580* GUESSED.                                                   *
004581*-----------------------------------------------------------*
004582 2490-SYSTEM-REF-PARA.
004583     MOVE SPACES TO ACCTLNK-CLIENT-REF.
004584     MOVE "P" TO ACCTLNK-CLIENT-REF (1:1).
004585     MOVE ACCTLNK-TIMESTAMP (1:8) TO ACCTLNK-CLIENT-REF (2:8).
004586     MOVE ACCTLNK-TIMESTAMP (10:6) TO ACCTLNK-CLIENT-REF (10:6).
004587     MOVE ZERO TO WS-SYS-REF-DIGIT.
004588     MOVE "N" TO WS-SYS-REF-SWITCH.
004589     PERFORM 2495-TRY-SYSTEM-REF-PARA THRU 2495-EXIT
004590         UNTIL WS-SYS-REF-DONE.
004591 2490-EXIT.
004592     EXIT.
004593*-----------------------------------------------------------*
004594* 2495-TRY-SYSTEM-REF-PARA - ONE CANDIDATE SYSTEM            *
004595* REFERENCE. A REFERENCE ALREADY ON THE ACCOUNT MOVES TO     *
004596* THE NEXT DIGIT; A FREE ONE, OR THE LAST DIGIT, ENDS THE    *
004597* SEARCH. A WRKTRAN THAT CANNOT BE READ ENDS IT AS RC 99 AND *
004598* NOTHING POSTS.                                             *
004599*-----------------------------------------------------------*
004600 2495-TRY-SYSTEM-REF-PARA.
004601     MOVE WS-SYS-REF-DIGIT TO ACCTLNK-CLIENT-REF (16:1).
004602     PERFORM 2462-SCAN-REFERENCE-PARA THRU 2462-EXIT.
004603     IF WS-TRAN-FILE-BAD
004604         MOVE "99" TO ACCTLNK-RETURN-CODE
004605         MOVE "N" TO ACCTLNK-FOUND-SWITCH
004606         MOVE "Y" TO WS-SYS-REF-SWITCH
004607         GO TO 2495-EXIT
004608     END-IF.
004609     IF WS-DUP-REF-FOUND AND WS-SYS-REF-DIGIT < 9
004610         ADD 1 TO WS-SYS-REF-DIGIT
004611     ELSE
004612         MOVE "Y" TO WS-SYS-REF-SWITCH
004613     END-IF.
004614 2495-EXIT.
004615     EXIT.
004616*-----------------------------------------------------------*
004617* 2500-OPEN-HISTORY-PARA - OPEN WRKTRAN FOR UPDATE AHEAD OF  *
004618* THE BALANCE REWRITE, CREATING IT ON A FIRST POSTING. AN    *
004619* UNOPENABLE HISTORY FILE FAILS THE POSTING BEFORE ANYTHING  *
004620* IS APPLIED.                                                *
004621*-----------------------------------------------------------*
004622 2500-OPEN-HISTORY-PARA.
004623     OPEN I-O TRAN-HISTORY-FILE.
004624     IF WS-TRAN-FILE-MISSING
004625         OPEN OUTPUT TRAN-HISTORY-FILE
004626     END-IF.
004627     IF WS-TRAN-FILE-OK
004628         MOVE "Y" TO WS-TRAN-FILE-OPENED
004630     ELSE
004640         MOVE "99" TO ACCTLNK-RETURN-CODE
004650         MOVE "N"  TO ACCTLNK-FOUND-SWITCH
004670 2500-EXIT.
004680     EXIT.
004690*-----------------------------------------------------------*
004700* 2550-WRITE-HISTORY-PARA - ADD THE POSTING JUST APPLIED TO  *
004710* THE ALREADY-OPEN WRKTRAN FILE. A WRITE FAILURE HERE        *
004720* COMES BACK AS RETURN CODE 90 - THE BALANCE IS APPLIED AND  *
004730* ANSWERABLE, BUT THE HISTORY LINE IS MISSING AND THE CALLER *
004740* MUST SAY SO.                                               *
004810     MOVE ACCTLNK-TRAN-AMOUNT TO TRAN-AMOUNT.
004820     MOVE ACCT-MASTER-BALANCE TO TRAN-NEW-BALANCE.
004830     MOVE ACCTLNK-CLIENT-REF  TO TRAN-REFERENCE.
004840     MOVE ACCTLNK-TRAN-SOURCE TO TRAN-SOURCE-CODE.
004845     PERFORM 2560-WRITE-TRAN-LINE-PARA THRU 2560-EXIT.
004850     IF NOT WS-TRAN-FILE-OK
004860         MOVE "90" TO ACCTLNK-RETURN-CODE
004870     END-IF.
004880 2550-EXIT.
004881     EXIT.
004882*-----------------------------------------------------------*
004883* 2560-WRITE-TRAN-LINE-PARA - WRITE THE WRKTRAN LINE BUILT   *
004884* IN THE RECORD AREA UNDER THE FIRST FREE SEQUENCE NUMBER    *
004885* FOR ITS ACCOUNT AND TIMESTAMP. MOST LINES GO ON AT ZERO;   *
004886* A TRANSFER BACK-OUT, OR A BATCH RUN POSTING THE SAME       *
004887* ACCOUNT SEVERAL TIMES ON ONE RUN TIMESTAMP, TAKES THE      *
004888* NEXT. THE FILE STATUS IS LEFT FOR THE CALLER TO TEST.      *
004889*-----------------------------------------------------------*
004890 2560-WRITE-TRAN-LINE-PARA.
004891     MOVE ZERO TO TRAN-SEQUENCE-NO.
004892     MOVE "N" TO WS-TRAN-WRITE-SWITCH.
004893     PERFORM 2565-TRY-WRITE-PARA THRU 2565-EXIT
004894         UNTIL WS-TRAN-WRITE-DONE.
004895 2560-EXIT.
004896     EXIT.
004897*-----------------------------------------------------------*
004898* 2565-TRY-WRITE-PARA - ONE WRITE ATTEMPT. A DUPLICATE KEY   *
004899* MOVES TO THE NEXT SEQUENCE NUMBER; ANYTHING ELSE, GOOD OR  *
004900* BAD, ENDS THE RETRY.                                       *
004901*-----------------------------------------------------------*
004902 2565-TRY-WRITE-PARA.
004903     WRITE TRAN-HISTORY-RECORD
004904         INVALID KEY
004905             CONTINUE
004906     END-WRITE.
004907     IF WS-TRAN-FILE-DUP-KEY AND TRAN-SEQUENCE-NO < 9999
004908         ADD 1 TO TRAN-SEQUENCE-NO
004909     ELSE
004910         MOVE "Y" TO WS-TRAN-WRITE-SWITCH
004911     END-IF.
004912 2565-EXIT.
004913     EXIT.
004914*-----------------------------------------------------------*
004915* 2600-BROWSE-PARA - START ON THE CALLER'S PARTIAL KEY AND   *
004920* READ NEXT THROUGH ONE PAGE OF ACCOUNTS. THE KEY OF THE     *
004930* FIRST RECORD BEYOND THE PAGE COMES BACK AS THE NEXT KEY    *
004940* SO THE CALLER CAN CONTINUE WHERE THIS PAGE STOPPED; A      *
006070* IN ACCTLNK-ACCT-BALANCE FOR THE CALLER'S ANSWER. IF THE    *
006080* CREDIT LEG FAILS AFTER THE DEBIT HAS STOOD, THE DEBIT IS   *
006090* BACKED OUT THROUGH 2760 SO THE TRANSFER STAYS BOTH LEGS    *
006100* OR NEITHER. ONLY A TRANSFER THAT STOOD IS TESTED FOR       *
006105* SUBSCRIBED EVENTS (2780).                                  *
006110*-----------------------------------------------------------*
006120 2750-APPLY-XFER-LEGS-PARA.
006130     MOVE "N" TO WS-DEBIT-APPLIED-SWITCH.
006170             MOVE "99" TO ACCTLNK-RETURN-CODE
006180     END-READ.
006190     IF WS-ACCT-FILE-OK
006195         MOVE ACCT-MASTER-BALANCE TO WS-XFER-FROM-BEFORE
006200         SUBTRACT ACCTLNK-TRAN-AMOUNT FROM ACCT-MASTER-BALANCE
006210         REWRITE ACCOUNT-MASTER-RECORD
006220             INVALID KEY
006350         END-READ
006360     END-IF.
006370     IF WS-ACCT-FILE-OK
006375         MOVE ACCT-MASTER-BALANCE TO WS-XFER-TO-BEFORE
006380         ADD ACCTLNK-TRAN-AMOUNT TO ACCT-MASTER-BALANCE
006390         REWRITE ACCOUNT-MASTER-RECORD
006400             INVALID KEY
006450         MOVE "C" TO WS-XFER-LEG-CODE
006460         PERFORM 2770-WRITE-XFER-LEG-PARA THRU 2770-EXIT
006470         MOVE "Y" TO ACCTLNK-FOUND-SWITCH
006475         PERFORM 2780-XFER-EVENTS-PARA THRU 2780-EXIT
006480     ELSE
006490         MOVE "N" TO ACCTLNK-FOUND-SWITCH
006500         IF WS-DEBIT-APPLIED
006870 2760-EXIT.
006880     EXIT.
006890*-----------------------------------------------------------*
006900* 2770-WRITE-XFER-LEG-PARA - ADD ONE LEG OF THE TRANSFER TO  *
006910* THE ALREADY-OPEN WRKTRAN FILE. THE MASTER RECORD IN THE    *
006920* BUFFER IS THE ACCOUNT JUST REWRITTEN, SO ITS KEY AND NEW   *
006930* BALANCE GO ON THE LINE. A WRITE FAILURE COMES BACK AS      *
006940* RETURN CODE 90 - THE LEG IS APPLIED BUT ITS HISTORY LINE   *
007020     MOVE ACCTLNK-TRAN-AMOUNT    TO TRAN-AMOUNT.
007030     MOVE ACCT-MASTER-BALANCE    TO TRAN-NEW-BALANCE.
007040     MOVE ACCTLNK-XFER-REFERENCE TO TRAN-REFERENCE.
007050     MOVE WS-REVERSAL-OF         TO TRAN-REVERSAL-OF.
007051     IF WS-REVERSAL-OF = SPACES
007052         MOVE "X"                TO TRAN-SOURCE-CODE
007053     ELSE
007054         MOVE "R"                TO TRAN-SOURCE-CODE
007055     END-IF.
007056     PERFORM 2560-WRITE-TRAN-LINE-PARA THRU 2560-EXIT.
007060     IF NOT WS-TRAN-FILE-OK
007070         MOVE "90" TO ACCTLNK-RETURN-CODE
007080     END-IF.
007090 2770-EXIT.
007091     EXIT.
007092*-----------------------------------------------------------*
007093* 2780-XFER-EVENTS-PARA - BOTH LEGS OF A TRANSFER STOOD:     *
007094* TEST EACH FOR SUBSCRIBED EVENTS, THE CREDIT LEG FIRST      *
007095* WHILE THE TO ACCOUNT IS STILL IN THE BUFFER, THEN THE      *
007096* DEBIT LEG FROM THE BALANCE ALREADY RETURNED TO THE         *
007097* CALLER.                                                    *
007098*-----------------------------------------------------------*
007099 2780-XFER-EVENTS-PARA.
007100     MOVE ACCT-MASTER-KEY     TO WS-EVT-ACCT-NUMBER.
007101     MOVE "C"                 TO WS-EVT-DC-CODE.
007102     MOVE WS-XFER-TO-BEFORE   TO WS-EVT-BEFORE.
007103     MOVE ACCT-MASTER-BALANCE TO WS-EVT-AFTER.
007104     PERFORM 2960-POSTING-EVENTS-PARA THRU 2960-EXIT.
007105     MOVE ACCTLNK-ACCT-NUMBER  TO WS-EVT-ACCT-NUMBER.
007106     MOVE "D"                  TO WS-EVT-DC-CODE.
007107     MOVE WS-XFER-FROM-BEFORE  TO WS-EVT-BEFORE.
007108     MOVE ACCTLNK-ACCT-BALANCE TO WS-EVT-AFTER.
007109     PERFORM 2960-POSTING-EVENTS-PARA THRU 2960-EXIT.
007110 2780-EXIT.
007111     EXIT.
007112*-----------------------------------------------------------*
007113* 2800-REVERSE-PARA - UNDO THE POSTING NAMED BY THE CALLER'S *
007114* ACCOUNT AND ACCTLNK-ORIG-REFERENCE WITH THE EXACT OPPOSITE *
007115* MOVEMENT. THE WRKTRAN LOOKUP (2810) FINDS THE ORIGINAL,    *
007116* ANY EARLIER REVERSAL OF IT AND, FOR A TRANSFER, THE OTHER  *
007117* LEG; NOTHING IS TOUCHED UNTIL 2820 SAYS THE POSTING CAN BE *
007118* REVERSED. THE REVERSAL LINES CARRY THEIR OWN REFERENCE,    *
007119* "R" PLUS FIFTEEN ARRIVAL TIMESTAMP DIGITS - THE "R" LEAD   *
007120* IS RESERVED LIKE THE TRANSFER "X" - WHICH COMES BACK IN    *
007121* ACCTLNK-RVSL-REFERENCE, AND POINT BACK TO THE ORIGINAL     *
007122* THROUGH TRAN-REVERSAL-OF. THE ORIGINAL AMOUNT AND THE LEG  *
007123* APPLIED TO THE NAMED ACCOUNT COME BACK IN ACCTLNK-TRAN-    *
007124* AMOUNT AND ACCTLNK-TRAN-CODE.                              *
007125*-----------------------------------------------------------*
007126 2800-REVERSE-PARA.
007127     MOVE SPACES TO ACCTLNK-RVSL-REFERENCE.
007128     MOVE ACCTLNK-ACCT-NUMBER TO ACCT-MASTER-KEY.
007129     READ ACCOUNT-MASTER-FILE
007130         INVALID KEY
007131             MOVE "23" TO ACCTLNK-RETURN-CODE
007132             MOVE "N"  TO ACCTLNK-FOUND-SWITCH
007133     END-READ.
007134     IF WS-ACCT-FILE-OK
007135         MOVE ACCT-MASTER-NAME    TO ACCTLNK-ACCT-NAME
007136         MOVE ACCT-MASTER-BALANCE TO ACCTLNK-ACCT-BALANCE
007137         IF ACCTLNK-ORIG-REFERENCE = SPACES
007138             MOVE "30" TO ACCTLNK-RETURN-CODE
007139         ELSE
007140             PERFORM 2810-FIND-ORIGINAL-PARA THRU 2810-EXIT
007141             IF WS-TRAN-FILE-BAD
007142                 MOVE "99" TO ACCTLNK-RETURN-CODE
007143             ELSE
007144                 PERFORM 2820-CHECK-REVERSIBLE-PARA THRU 2820-EXIT
007145             END-IF
007146         END-IF
007147     END-IF.
007148     IF NOT WS-ACCT-FILE-OK AND ACCTLNK-RC-OK
007149         MOVE "99" TO ACCTLNK-RETURN-CODE
007150     END-IF.
007151     IF WS-ACCT-FILE-OK AND ACCTLNK-RC-OK
007152         MOVE "R" TO ACCTLNK-RVSL-REFERENCE (1:1)
007153         MOVE ACCTLNK-TIMESTAMP (1:8) TO
007154             ACCTLNK-RVSL-REFERENCE (2:8)
007155         MOVE ACCTLNK-TIMESTAMP (10:7) TO
007156             ACCTLNK-RVSL-REFERENCE (10:7)
007157         MOVE ACCTLNK-ORIG-REFERENCE TO WS-REVERSAL-OF
007158         MOVE WS-ORIG-AMOUNT TO ACCTLNK-TRAN-AMOUNT
007159         IF WS-ORIG-DC-CODE = "D"
007160             MOVE "C" TO ACCTLNK-TRAN-CODE
007161         ELSE
007162             MOVE "D" TO ACCTLNK-TRAN-CODE
007163         END-IF
007164         IF ACCTLNK-RVSL-TRANSFER
007165             PERFORM 2850-REVERSE-TRANSFER-PARA THRU 2850-EXIT
007166         ELSE
007167             PERFORM 2830-REVERSE-POSTING-PARA THRU 2830-EXIT
007168         END-IF
007169         MOVE SPACES TO WS-REVERSAL-OF
007170     END-IF.
007171     IF NOT ACCTLNK-RC-OK AND NOT ACCTLNK-RC-NO-HISTORY
007172         MOVE "N" TO ACCTLNK-FOUND-SWITCH
007173     END-IF.
007174 2800-EXIT.
007175     EXIT.
007176*-----------------------------------------------------------*
007177* 2810-FIND-ORIGINAL-PARA - GATHER EVERYTHING THE            *
007178* REVERSIBILITY CHECK NEEDS FROM WRKTRAN IN TWO KEYED        *
007179* BROWSES: THE LINES CARRYING THE ORIGINAL REFERENCE, ON THE *
007180* REFERENCE KEY, THEN THE NAMED ACCOUNT'S OWN LINES FOR      *
007181* REVERSALS ALREADY POINTING AT IT. NO HISTORY FILE MEANS    *
007182* NOTHING WAS EVER POSTED - THE ORIGINAL IS NOT FOUND. ANY   *
007183* OTHER OPEN FAILURE, OR A READ ERROR IN EITHER BROWSE, SETS *
007184* WS-TRAN-FILE-BAD AND 2800 ANSWERS RC 99 - A BROWSE CUT     *
007185* SHORT COULD MISS A REVERSAL ALREADY MADE.                  *
007186*-----------------------------------------------------------*
007187 2810-FIND-ORIGINAL-PARA.
007188     MOVE ZERO   TO WS-ORIG-LINE-COUNT.
007189     MOVE ZERO   TO WS-PAIR-LINE-COUNT.
007190     MOVE ZEROS  TO WS-RVSL-NET-AMOUNT.
007191     MOVE SPACES TO WS-PAIR-ACCT-NUMBER.
007192     MOVE "N" TO WS-TRAN-EOF-SWITCH.
007193     MOVE "N" TO WS-TRAN-BAD-SWITCH.
007194     OPEN INPUT TRAN-HISTORY-FILE.
007195     IF NOT WS-TRAN-FILE-OK
007196         IF NOT WS-TRAN-FILE-MISSING
007197             MOVE "Y" TO WS-TRAN-BAD-SWITCH
007198         END-IF
007199         GO TO 2810-EXIT
007200     END-IF.
007201     MOVE ACCTLNK-ORIG-REFERENCE TO TRAN-REFERENCE.
007202     START TRAN-HISTORY-FILE KEY IS EQUAL TO TRAN-REFERENCE
007203         INVALID KEY
007204             MOVE "Y" TO WS-TRAN-EOF-SWITCH
007205     END-START.
007206     PERFORM 2465-READ-HISTORY-PARA THRU 2465-EXIT.
007207     PERFORM 2815-MATCH-ORIGINAL-PARA THRU 2815-EXIT
007208         UNTIL WS-TRAN-EOF.
007209     IF WS-TRAN-FILE-BAD
007210         CLOSE TRAN-HISTORY-FILE
007211         GO TO 2810-EXIT
007212     END-IF.
007213     MOVE "N" TO WS-TRAN-EOF-SWITCH.
007214     MOVE LOW-VALUES TO TRAN-KEY.
007215     MOVE ACCT-MASTER-KEY TO TRAN-ACCT-NUMBER.
007216     START TRAN-HISTORY-FILE KEY NOT LESS THAN TRAN-KEY
007217         INVALID KEY
007218             MOVE "Y" TO WS-TRAN-EOF-SWITCH
007219     END-START.
007220     PERFORM 2465-READ-HISTORY-PARA THRU 2465-EXIT.
007221     PERFORM 2817-MATCH-REVERSAL-PARA THRU 2817-EXIT
007222         UNTIL WS-TRAN-EOF.
007223     CLOSE TRAN-HISTORY-FILE.
007224 2810-EXIT.
007225     EXIT.
007226*-----------------------------------------------------------*
007227* 2815-MATCH-ORIGINAL-PARA - CLASSIFY ONE LINE CARRYING THE  *
007228* ORIGINAL REFERENCE: THE ORIGINAL ON THE NAMED ACCOUNT, OR  *
007229* THE SAME REFERENCE ON SOME OTHER ACCOUNT (THE OTHER LEG OF *
007230* A TRANSFER). THEN READ THE NEXT. THE BROWSE ENDS AT THE    *
007231* FIRST LINE WITH ANOTHER REFERENCE.                         *
007232*-----------------------------------------------------------*
007233 2815-MATCH-ORIGINAL-PARA.
007234     IF TRAN-REFERENCE NOT = ACCTLNK-ORIG-REFERENCE
007235         MOVE "Y" TO WS-TRAN-EOF-SWITCH
007236         GO TO 2815-EXIT
007237     END-IF.
007238     IF TRAN-ACCT-NUMBER = ACCT-MASTER-KEY
007239         ADD 1 TO WS-ORIG-LINE-COUNT
007240         MOVE TRAN-DC-CODE TO WS-ORIG-DC-CODE
007241         MOVE TRAN-AMOUNT  TO WS-ORIG-AMOUNT
007242     ELSE
007243         ADD 1 TO WS-PAIR-LINE-COUNT
007244         MOVE TRAN-ACCT-NUMBER TO WS-PAIR-ACCT-NUMBER
007245         MOVE TRAN-DC-CODE     TO WS-PAIR-DC-CODE
007246     END-IF.
007247     PERFORM 2465-READ-HISTORY-PARA THRU 2465-EXIT.
007248 2815-EXIT.
007249     EXIT.
007250*-----------------------------------------------------------*
007251* 2817-MATCH-REVERSAL-PARA - NET ONE OF THE NAMED ACCOUNT'S  *
007252* LINES IF IT IS A REVERSAL ALREADY POINTING AT THE          *
007253* ORIGINAL, THEN READ THE NEXT. THE BROWSE ENDS AT THE FIRST *
007254* LINE FOR ANOTHER ACCOUNT.                                  *
007255*-----------------------------------------------------------*
007256 2817-MATCH-REVERSAL-PARA.
007257     IF TRAN-ACCT-NUMBER NOT = ACCT-MASTER-KEY
007258         MOVE "Y" TO WS-TRAN-EOF-SWITCH
007259         GO TO 2817-EXIT
007260     END-IF.
007261     IF TRAN-REVERSAL-OF = ACCTLNK-ORIG-REFERENCE
007262         IF TRAN-CREDIT
007263             ADD TRAN-AMOUNT TO WS-RVSL-NET-AMOUNT
007264         ELSE
007265             SUBTRACT TRAN-AMOUNT FROM WS-RVSL-NET-AMOUNT
007266         END-IF
007267     END-IF.
007268     PERFORM 2465-READ-HISTORY-PARA THRU 2465-EXIT.
007269 2817-EXIT.
007270     EXIT.
007271*-----------------------------------------------------------*
007272* 2820-CHECK-REVERSIBLE-PARA - DECIDE FROM WHAT 2810 FOUND   *
007273* WHETHER THE POSTING CAN BE REVERSED. NOT ON THE ACCOUNT IS *
007274* RC 30; A STANDING REVERSAL IS RC 31. A TRANSFER LEG ("X"   *
007275* REFERENCE) WITHOUT SCOPE "T" IS RC 32 - ONE LEG IS NEVER   *
007276* REVERSED ON ITS OWN. RC 33 COVERS WHAT CANNOT BE REVERSED  *
007277* AT ALL: A REVERSAL LINE ITSELF, A TRANSFER THAT WAS BACKED *
007278* OUT OR DOES NOT PAIR ONE DEBIT WITH ONE CREDIT, SCOPE "T"  *
007279* ON AN ORDINARY POSTING, AND A REFERENCE POSTED MORE THAN   *
007280* ONCE BEFORE THE DUPLICATE CHECK EXISTED.                   *
007281*-----------------------------------------------------------*
007282 2820-CHECK-REVERSIBLE-PARA.
007283     EVALUATE TRUE
007284         WHEN WS-ORIG-LINE-COUNT = ZERO
007285             MOVE "30" TO ACCTLNK-RETURN-CODE
007286         WHEN WS-RVSL-NET-AMOUNT NOT = ZERO
007287             MOVE "31" TO ACCTLNK-RETURN-CODE
007288         WHEN ACCTLNK-ORIG-REFERENCE (1:1) = "R"
007289             MOVE "33" TO ACCTLNK-RETURN-CODE
007290         WHEN ACCTLNK-ORIG-REFERENCE (1:1) = "X" AND
007291              NOT ACCTLNK-RVSL-TRANSFER
007292             MOVE "32" TO ACCTLNK-RETURN-CODE
007293         WHEN ACCTLNK-ORIG-REFERENCE (1:1) = "X"
007294             IF WS-ORIG-LINE-COUNT NOT = 1 OR
007295                WS-PAIR-LINE-COUNT NOT = 1 OR
007296                WS-PAIR-DC-CODE = WS-ORIG-DC-CODE
007297                 MOVE "33" TO ACCTLNK-RETURN-CODE
007298             END-IF
007299         WHEN ACCTLNK-RVSL-TRANSFER
007300             MOVE "33" TO ACCTLNK-RETURN-CODE
007301         WHEN WS-ORIG-LINE-COUNT NOT = 1
007302             MOVE "33" TO ACCTLNK-RETURN-CODE
007303         WHEN OTHER
007304             CONTINUE
007305     END-EVALUATE.
007306 2820-EXIT.
007307     EXIT.
007308*-----------------------------------------------------------*
007309* 2830-REVERSE-POSTING-PARA - REVERSE AN ORDINARY POSTING.   *
007310* THE OPPOSITE LEG GOES THROUGH THE SAME STATUS AND          *
007311* OVERDRAFT CHECKS AS ANY POSTING, AND WRKTRAN IS OPENED     *
007312* AHEAD OF THE REWRITE AS IN 2400, SO A REFUSAL OR AN        *
007313* UNUSABLE HISTORY FILE LEAVES THE BALANCE UNTOUCHED. THE    *
007314* REVERSAL IS TESTED FOR SUBSCRIBED EVENTS LIKE A POSTING.   *
007315*-----------------------------------------------------------*
007316 2830-REVERSE-POSTING-PARA.
007317     MOVE ACCTLNK-TRAN-CODE TO WS-CHECK-LEG-CODE.
007318     PERFORM 2450-CHECK-POSTING-PARA THRU 2450-EXIT.
007319     IF ACCTLNK-RC-OK
007320         PERFORM 2500-OPEN-HISTORY-PARA THRU 2500-EXIT
007321     END-IF.
007322     IF ACCTLNK-RC-OK AND WS-TRAN-FILE-IS-OPEN
007323         MOVE ACCT-MASTER-BALANCE TO WS-EVT-BEFORE
007324         IF ACCTLNK-TRAN-CREDIT
007325             ADD ACCTLNK-TRAN-AMOUNT TO ACCT-MASTER-BALANCE
007326         ELSE
007327             SUBTRACT ACCTLNK-TRAN-AMOUNT FROM
007328                 ACCT-MASTER-BALANCE
007329         END-IF
007330         REWRITE ACCOUNT-MASTER-RECORD
007331             INVALID KEY
007332                 MOVE "99" TO ACCTLNK-RETURN-CODE
007333         END-REWRITE
007334         IF WS-ACCT-FILE-OK
007335             MOVE "Y" TO ACCTLNK-FOUND-SWITCH
007336             MOVE ACCT-MASTER-BALANCE TO ACCTLNK-ACCT-BALANCE
007337             PERFORM 2880-WRITE-REVERSAL-PARA THRU 2880-EXIT
007338             MOVE ACCT-MASTER-KEY     TO WS-EVT-ACCT-NUMBER
007339             MOVE ACCTLNK-TRAN-CODE   TO WS-EVT-DC-CODE
007340             MOVE ACCT-MASTER-BALANCE TO WS-EVT-AFTER
007341             PERFORM 2960-POSTING-EVENTS-PARA THRU 2960-EXIT
007342         ELSE
007343             MOVE "99" TO ACCTLNK-RETURN-CODE
007344         END-IF
007345     END-IF.
007346     IF WS-TRAN-FILE-IS-OPEN
007347         CLOSE TRAN-HISTORY-FILE
007348         MOVE "N" TO WS-TRAN-FILE-OPENED
007349     END-IF.
007350 2830-EXIT.
007351     EXIT.
007352*-----------------------------------------------------------*
007353* 2850-REVERSE-TRANSFER-PARA - REVERSE BOTH LEGS OF A        *
007354* TRANSFER AS ONE TRANSFER BACK THE OTHER WAY: THE ACCOUNT   *
007355* THAT WAS CREDITED IS DEBITED AND THE ACCOUNT THAT WAS      *
007356* DEBITED IS CREDITED, THROUGH THE SAME CHECKS, APPLY AND    *
007357* BACK-OUT LOGIC AS FUNCTION "X" (2750/2760), SO IT IS BOTH  *
007358* LEGS OR NEITHER. THE "R" REFERENCE IS THE SHARED REFERENCE *
007359* ON BOTH LINES. THE CALLER'S ACCOUNT NUMBER IS PUT BACK     *
007360* AFTERWARDS AND ITS OWN RESULTING BALANCE RETURNED, WITH    *
007361* THE OTHER LEG'S ACCOUNT IN ACCTLNK-XFER-TO-ACCT.           *
007362*-----------------------------------------------------------*
007363 2850-REVERSE-TRANSFER-PARA.
007364     MOVE ACCTLNK-ACCT-NUMBER TO WS-RVSL-NAMED-ACCT.
007365     IF ACCTLNK-TRAN-CREDIT
007366         MOVE WS-PAIR-ACCT-NUMBER TO ACCTLNK-ACCT-NUMBER
007367         MOVE WS-RVSL-NAMED-ACCT  TO ACCTLNK-XFER-TO-ACCT
007368     ELSE
007369         MOVE WS-RVSL-NAMED-ACCT  TO ACCTLNK-ACCT-NUMBER
007370         MOVE WS-PAIR-ACCT-NUMBER TO ACCTLNK-XFER-TO-ACCT
007371     END-IF.
007372     MOVE ACCTLNK-ACCT-NUMBER TO ACCT-MASTER-KEY.
007373     READ ACCOUNT-MASTER-FILE
007374         INVALID KEY
007375             MOVE "23" TO ACCTLNK-RETURN-CODE
007376     END-READ.
007377     IF WS-ACCT-FILE-OK
007378         MOVE "D" TO WS-CHECK-LEG-CODE
007379         PERFORM 2450-CHECK-POSTING-PARA THRU 2450-EXIT
007380     END-IF.
007381     IF WS-ACCT-FILE-OK AND ACCTLNK-RC-OK
007382         MOVE ACCTLNK-XFER-TO-ACCT TO ACCT-MASTER-KEY
007383         READ ACCOUNT-MASTER-FILE
007384             INVALID KEY
007385                 MOVE "23" TO ACCTLNK-RETURN-CODE
007386         END-READ
007387         IF WS-ACCT-FILE-OK
007388             MOVE "C" TO WS-CHECK-LEG-CODE
007389             PERFORM 2450-CHECK-POSTING-PARA THRU 2450-EXIT
007390         END-IF
007391     END-IF.
007392     IF NOT WS-ACCT-FILE-OK AND ACCTLNK-RC-OK
007393         MOVE "99" TO ACCTLNK-RETURN-CODE
007394     END-IF.
007395     IF WS-ACCT-FILE-OK AND ACCTLNK-RC-OK
007396         PERFORM 2500-OPEN-HISTORY-PARA THRU 2500-EXIT
007397     END-IF.
007398     IF ACCTLNK-RC-OK AND WS-TRAN-FILE-IS-OPEN
007399         MOVE ACCTLNK-RVSL-REFERENCE TO ACCTLNK-XFER-REFERENCE
007400         PERFORM 2750-APPLY-XFER-LEGS-PARA THRU 2750-EXIT
007401     END-IF.
007402     IF WS-TRAN-FILE-IS-OPEN
007403         CLOSE TRAN-HISTORY-FILE
007404         MOVE "N" TO WS-TRAN-FILE-OPENED
007405     END-IF.
007406     MOVE WS-RVSL-NAMED-ACCT  TO ACCTLNK-ACCT-NUMBER.
007407     MOVE WS-PAIR-ACCT-NUMBER TO ACCTLNK-XFER-TO-ACCT.
007408     MOVE WS-RVSL-NAMED-ACCT  TO ACCT-MASTER-KEY.
007409     READ ACCOUNT-MASTER-FILE
007410         INVALID KEY
007411             CONTINUE
007412     END-READ.
007413     IF WS-ACCT-FILE-OK
007414         MOVE ACCT-MASTER-NAME    TO ACCTLNK-ACCT-NAME
007415         MOVE ACCT-MASTER-BALANCE TO ACCTLNK-ACCT-BALANCE
007416     END-IF.
007417 2850-EXIT.
007418     EXIT.
007419*-----------------------------------------------------------*
007420* 2880-WRITE-REVERSAL-PARA - ADD THE REVERSAL OF AN          *
007421* ORDINARY POSTING TO THE ALREADY-OPEN WRKTRAN FILE, WITH    *
007422* ITS OWN "R" REFERENCE AND THE POINTER BACK TO THE          *
007423* ORIGINAL. A WRITE FAILURE COMES BACK AS RETURN CODE 90 AS  *
007424* FOR ANY POSTING.                                           *
007425*-----------------------------------------------------------*
007426 2880-WRITE-REVERSAL-PARA.
007427     MOVE SPACES                 TO TRAN-HISTORY-RECORD.
007428     MOVE ACCT-MASTER-KEY        TO TRAN-ACCT-NUMBER.
007429     MOVE ACCTLNK-TIMESTAMP      TO TRAN-TIMESTAMP.
007430     MOVE ACCTLNK-TRAN-CODE      TO TRAN-DC-CODE.
007431     MOVE ACCTLNK-TRAN-AMOUNT    TO TRAN-AMOUNT.
007432     MOVE ACCT-MASTER-BALANCE    TO TRAN-NEW-BALANCE.
007433     MOVE ACCTLNK-RVSL-REFERENCE TO TRAN-REFERENCE.
007434     MOVE WS-REVERSAL-OF         TO TRAN-REVERSAL-OF.
007435     MOVE "R"                    TO TRAN-SOURCE-CODE.
007436     PERFORM 2560-WRITE-TRAN-LINE-PARA THRU 2560-EXIT.
007437     IF NOT WS-TRAN-FILE-OK
007438         MOVE "90" TO ACCTLNK-RETURN-CODE
007439     END-IF.
007440 2880-EXIT.
007441     EXIT.
007442*-----------------------------------------------------------*
007443* 2900-OPEN-CHANGE-LOG-PARA - OPEN WRKACHG FOR APPEND AHEAD  *
007444* OF A MAINTENANCE FUNCTION, CREATING IT ON THE FIRST        *
007445* CHANGE, AND START THE CHANGE LINE WITH THE CALLER'S        *
007446* TIMESTAMP, CLIENT ID, FUNCTION AND ACCOUNT. THE BEFORE     *
007447* IMAGE STARTS EMPTY - 2910 FILLS IT WHEN THERE IS A RECORD  *
007448* TO CHANGE. AN UNOPENABLE CHANGE LOG FAILS THE FUNCTION     *
007449* WITH RETURN CODE 99 BEFORE ANYTHING IS APPLIED.            *
007450*-----------------------------------------------------------*
007451 2900-OPEN-CHANGE-LOG-PARA.
007452     OPEN EXTEND CHANGE-LOG-FILE.
007453     IF NOT WS-ACHG-FILE-OK
007454         OPEN OUTPUT CHANGE-LOG-FILE
007455     END-IF.
007456     IF NOT WS-ACHG-FILE-OK
007457         MOVE "99" TO ACCTLNK-RETURN-CODE
007458         MOVE "N"  TO ACCTLNK-FOUND-SWITCH
007459         GO TO 2900-EXIT
007460     END-IF.
007461     MOVE "Y" TO WS-ACHG-FILE-OPENED.
007462     MOVE SPACES              TO ACHG-RECORD.
007463     MOVE ACCTLNK-TIMESTAMP   TO ACHG-TIMESTAMP.
007464     MOVE ACCTLNK-CLIENT-ID   TO ACHG-CLIENT-ID.
007465     MOVE ACCTLNK-FUNCTION-CODE TO ACHG-FUNCTION-CODE.
007466     MOVE ACCTLNK-ACCT-NUMBER TO ACHG-ACCT-NUMBER.
007467     MOVE "N"                 TO ACHG-BEFORE-FLAG.
007468     MOVE ZEROS               TO ACHG-BEFORE-BALANCE.
007469     MOVE ZEROS               TO ACHG-BEFORE-OD-LIMIT.
007470     MOVE ZEROS               TO ACHG-BEFORE-OPEN-DATE.
007471 2900-EXIT.
007472     EXIT.
007473*-----------------------------------------------------------*
007474* 2910-SAVE-BEFORE-PARA - COPY THE MASTER RECORD JUST READ   *
007475* INTO THE BEFORE IMAGE, AHEAD OF THE CHANGE BEING LAID ON.  *
007476*-----------------------------------------------------------*
007477 2910-SAVE-BEFORE-PARA.
007478     MOVE "Y"                  TO ACHG-BEFORE-FLAG.
007479     MOVE ACCT-MASTER-NAME     TO ACHG-BEFORE-NAME.
007480     MOVE ACCT-MASTER-BALANCE  TO ACHG-BEFORE-BALANCE.
007481     MOVE ACCT-MASTER-STATUS   TO ACHG-BEFORE-STATUS.
007482     MOVE ACCT-MASTER-OD-LIMIT TO ACHG-BEFORE-OD-LIMIT.
007483     MOVE ACCT-MASTER-OPEN-DATE TO ACHG-BEFORE-OPEN-DATE.
007484 2910-EXIT.
007485     EXIT.
007486*-----------------------------------------------------------*
007487* 2950-WRITE-CHANGE-PARA - COPY THE MASTER RECORD AS WRITTEN *
007488* INTO THE AFTER IMAGE AND APPEND THE CHANGE LINE. A WRITE   *
007489* FAILURE HERE COMES BACK AS RETURN CODE 90 - THE CHANGE IS  *
007490* APPLIED, BUT ITS BEFORE/AFTER RECORD IS MISSING AND THE    *
007491* CALLER MUST SAY SO.                                        *
007492*-----------------------------------------------------------*
007493 2950-WRITE-CHANGE-PARA.
007494     MOVE "Y"                  TO ACHG-AFTER-FLAG.
007495     MOVE ACCT-MASTER-NAME     TO ACHG-AFTER-NAME.
007496     MOVE ACCT-MASTER-BALANCE  TO ACHG-AFTER-BALANCE.
007497     MOVE ACCT-MASTER-STATUS   TO ACHG-AFTER-STATUS.
007498     MOVE ACCT-MASTER-OD-LIMIT TO ACHG-AFTER-OD-LIMIT.
007499     MOVE ACCT-MASTER-OPEN-DATE TO ACHG-AFTER-OPEN-DATE.
007500     WRITE ACHG-RECORD.
007501     IF NOT WS-ACHG-FILE-OK
007502         MOVE "90" TO ACCTLNK-RETURN-CODE
007503     END-IF.
007504 2950-EXIT.
007505     EXIT.
007506*-----------------------------------------------------------*
007507* 2960-POSTING-EVENTS-PARA - TEST ONE APPLIED MOVEMENT,      *
007508* DESCRIBED IN THE WS-EVT FIELDS, AGAINST THE ACCOUNT'S      *
007509* SUBSCRIPTION. THE BALANCE GOING FROM ZERO OR MORE TO       *
007510* BELOW ZERO IS A NEGATIVE-BALANCE EVENT; FROM AT OR ABOVE   *
007511* THE ALERT THRESHOLD TO BELOW IT IS A LOW-BALANCE EVENT; A  *
007512* CREDIT ABOVE THE LARGE-CREDIT AMOUNT IS A LARGE-CREDIT     *
007513* EVENT. ONE MOVEMENT CAN RAISE MORE THAN ONE. A ZERO        *
007514* THRESHOLD OR AMOUNT RAISES NOTHING.                        *
007515*-----------------------------------------------------------*
007516 2960-POSTING-EVENTS-PARA.
007517     MOVE ACCTLNK-TRAN-AMOUNT TO WS-EVT-AMOUNT.
007518     MOVE SPACES TO WS-EVT-REFUSAL-CODE.
007519     PERFORM 2980-READ-SUBSCRIPTION-PARA THRU 2980-EXIT.
007520     IF NOT WS-SUBS-FOUND
007521         GO TO 2960-EXIT
007522     END-IF.
007523     IF WS-SUB-WANTS-NEGATIVE AND
007524        WS-EVT-BEFORE NOT < ZERO AND WS-EVT-AFTER < ZERO
007525         MOVE "N"   TO WS-EVT-TYPE
007526         MOVE ZEROS TO WS-EVT-THRESHOLD
007527         PERFORM 2985-WRITE-EVENT-PARA THRU 2985-EXIT
007528     END-IF.
007529     IF WS-SUB-WANTS-LOW-BALANCE AND
007530        WS-SUB-LOW-THRESHOLD > ZERO AND
007531        WS-EVT-BEFORE NOT < WS-SUB-LOW-THRESHOLD AND
007532        WS-EVT-AFTER < WS-SUB-LOW-THRESHOLD
007533         MOVE "L" TO WS-EVT-TYPE
007534         MOVE WS-SUB-LOW-THRESHOLD TO WS-EVT-THRESHOLD
007535         PERFORM 2985-WRITE-EVENT-PARA THRU 2985-EXIT
007536     END-IF.
007537     IF WS-SUB-WANTS-LARGE-CREDIT AND
007538        WS-SUB-LARGE-CREDIT > ZERO AND
007539        WS-EVT-DC-CODE = "C" AND
007540        WS-EVT-AMOUNT > WS-SUB-LARGE-CREDIT
007541         MOVE "C" TO WS-EVT-TYPE
007542         MOVE WS-SUB-LARGE-CREDIT TO WS-EVT-THRESHOLD
007543         PERFORM 2985-WRITE-EVENT-PARA THRU 2985-EXIT
007544     END-IF.
007545 2960-EXIT.
007546     EXIT.
007547*-----------------------------------------------------------*
007548* 2965-REFUSAL-EVENT-PARA - A POSTING LEG WAS REFUSED BY     *
007549* 2450 AS FROZEN, OVER THE OVERDRAFT LIMIT OR CLOSED. THE    *
007550* ACCOUNT IN THE MASTER BUFFER IS THE ONE REFUSED; ITS       *
007551* BALANCE IS UNCHANGED. THE EVENT CARRIES THE REFUSED        *
007552* AMOUNT AND THE RETURN CODE.                                *
007553*-----------------------------------------------------------*
007554 2965-REFUSAL-EVENT-PARA.
007555     MOVE ACCT-MASTER-KEY     TO WS-EVT-ACCT-NUMBER.
007556     MOVE WS-CHECK-LEG-CODE   TO WS-EVT-DC-CODE.
007557     MOVE ACCTLNK-TRAN-AMOUNT TO WS-EVT-AMOUNT.
007558     MOVE ACCT-MASTER-BALANCE TO WS-EVT-BEFORE.
007559     MOVE ACCT-MASTER-BALANCE TO WS-EVT-AFTER.
007560     MOVE ZEROS               TO WS-EVT-THRESHOLD.
007561     MOVE ACCTLNK-RETURN-CODE TO WS-EVT-REFUSAL-CODE.
007562     PERFORM 2980-READ-SUBSCRIPTION-PARA THRU 2980-EXIT.
007563     IF WS-SUBS-FOUND AND WS-SUB-WANTS-REFUSED
007564         MOVE "R" TO WS-EVT-TYPE
007565         PERFORM 2985-WRITE-EVENT-PARA THRU 2985-EXIT
007566     END-IF.
007567 2965-EXIT.
007568     EXIT.
007569*-----------------------------------------------------------*
007570* 2970-STATUS-EVENT-PARA - THE ACCOUNT IN THE MASTER BUFFER  *
007571* HAS JUST BEEN FROZEN OR CLOSED; WS-EVT-TYPE SAYS WHICH.    *
007572* THE EVENT CARRIES THE BALANCE AS IT STANDS AND NO AMOUNT.  *
007573*-----------------------------------------------------------*
007574 2970-STATUS-EVENT-PARA.
007575     MOVE ACCT-MASTER-KEY     TO WS-EVT-ACCT-NUMBER.
007576     MOVE SPACE               TO WS-EVT-DC-CODE.
007577     MOVE ZEROS               TO WS-EVT-AMOUNT.
007578     MOVE ACCT-MASTER-BALANCE TO WS-EVT-BEFORE.
007579     MOVE ACCT-MASTER-BALANCE TO WS-EVT-AFTER.
007580     MOVE ZEROS               TO WS-EVT-THRESHOLD.
007581     MOVE SPACES              TO WS-EVT-REFUSAL-CODE.
007582     PERFORM 2980-READ-SUBSCRIPTION-PARA THRU 2980-EXIT.
007583     IF WS-SUBS-FOUND AND WS-SUB-WANTS-STATUS
007584         PERFORM 2985-WRITE-EVENT-PARA THRU 2985-EXIT
007585     END-IF.
007586 2970-EXIT.
007587     EXIT.
007588*-----------------------------------------------------------*
007589* 2980-READ-SUBSCRIPTION-PARA - KEYED READ OF WRKSUBS FOR    *
007590* THE ACCOUNT IN WS-EVT-ACCT-NUMBER, INTO WS-SUBS-COPY -     *
007591* THE FILE IS CLOSED BEFORE THE CALLER TESTS THE             *
007592* SUBSCRIPTION, SO THE RECORD AREA CANNOT BE USED. ONLY AN   *
007593* ACTIVE SUBSCRIPTION COUNTS AS FOUND. NO WRKSUBS FILE OR    *
007594* NO RECORD MEANS NO EVENTS ARE WANTED; A FILE THAT CANNOT   *
007595* BE READ MEANS AN EVENT MAY HAVE BEEN DUE, SO THE EVENT     *
007596* SWITCH IS SET LOST FOR THE CALLER.                         *
007597*-----------------------------------------------------------*
007598 2980-READ-SUBSCRIPTION-PARA.
007599     MOVE "N" TO WS-SUBS-FOUND-SWITCH.
007600     MOVE SPACES TO WS-SUBS-COPY.
007601     OPEN INPUT SUBSCRIPTION-FILE.
007602     IF NOT WS-SUBS-FILE-OK
007603         IF NOT WS-SUBS-FILE-MISSING
007604             MOVE "L" TO ACCTLNK-EVENT-SWITCH
007605         END-IF
007606         GO TO 2980-EXIT
007607     END-IF.
007608     MOVE WS-EVT-ACCT-NUMBER TO SUBS-ACCT-NUMBER.
007609     READ SUBSCRIPTION-FILE INTO WS-SUBS-COPY
007610         INVALID KEY
007611             CONTINUE
007612     END-READ.
007613     IF WS-SUBS-FILE-OK
007614         IF WS-SUB-ACTIVE
007615             MOVE "Y" TO WS-SUBS-FOUND-SWITCH
007616         END-IF
007617     ELSE
007618         IF NOT WS-SUBS-FILE-NOT-FOUND
007619             MOVE "L" TO ACCTLNK-EVENT-SWITCH
007620         END-IF
007621     END-IF.
007622     CLOSE SUBSCRIPTION-FILE.
007623 2980-EXIT.
007624     EXIT.
007625*-----------------------------------------------------------*
007626* 2985-WRITE-EVENT-PARA - PUT ONE PENDING EVENT OF TYPE WS-  *
007627* EVT-TYPE ON THE WRKEVNT OUTBOX FOR THE SUBSCRIPTION IN     *
007628* WS-SUBS-COPY, CREATING THE OUTBOX ON THE FIRST             *
007629* EVENT. THE KEY IS THE SUBSCRIBER'S CLIENT ID, THE          *
007630* CALLER'S TIMESTAMP AND THE FIRST FREE SEQUENCE NUMBER. AN  *
007631* EVENT NEVER FAILS THE CALL: ONE THAT CANNOT BE WRITTEN     *
007632* ONLY SETS THE EVENT SWITCH LOST.                           *
007633*-----------------------------------------------------------*
007634 2985-WRITE-EVENT-PARA.
007635     OPEN I-O EVENT-FILE.
007636     IF WS-EVNT-FILE-MISSING
007637         OPEN OUTPUT EVENT-FILE
007638     END-IF.
007639     IF NOT WS-EVNT-FILE-OK
007640         MOVE "L" TO ACCTLNK-EVENT-SWITCH
007641         GO TO 2985-EXIT
007642     END-IF.
007643     MOVE SPACES                TO EVNT-RECORD.
007644     MOVE WS-SUB-CLIENT-ID      TO EVNT-CLIENT-ID.
007645     MOVE ACCTLNK-TIMESTAMP     TO EVNT-TIMESTAMP.
007646     MOVE ZERO                  TO EVNT-SEQUENCE-NO.
007647     MOVE WS-EVT-ACCT-NUMBER    TO EVNT-ACCT-NUMBER.
007648     MOVE WS-EVT-TYPE           TO EVNT-TYPE.
007649     MOVE "P"                   TO EVNT-STATUS.
007650     MOVE ACCTLNK-FUNCTION-CODE TO EVNT-FUNCTION-CODE.
007651     MOVE WS-EVT-DC-CODE        TO EVNT-DC-CODE.
007652     MOVE WS-EVT-AMOUNT         TO EVNT-AMOUNT.
007653     MOVE WS-EVT-AFTER          TO EVNT-BALANCE.
007654     MOVE WS-EVT-THRESHOLD      TO EVNT-THRESHOLD.
007655     MOVE WS-EVT-REFUSAL-CODE   TO EVNT-REFUSAL-CODE.
007656     MOVE ACCTLNK-CLIENT-ID     TO EVNT-RAISED-BY.
007657     MOVE ZERO                  TO EVNT-ATTEMPTS.
007658     MOVE "N" TO WS-EVNT-WRITE-SWITCH.
007659     PERFORM 2990-TRY-EVENT-WRITE-PARA THRU 2990-EXIT
007660         UNTIL WS-EVNT-WRITE-DONE.
007661     IF WS-EVNT-FILE-OK
007662         IF NOT ACCTLNK-EVENT-LOST
007663             MOVE "Y" TO ACCTLNK-EVENT-SWITCH
007664         END-IF
007665     ELSE
007666         MOVE "L" TO ACCTLNK-EVENT-SWITCH
007667     END-IF.
007668     CLOSE EVENT-FILE.
007669 2985-EXIT.
007670     EXIT.
007671*-----------------------------------------------------------*
007672* 2990-TRY-EVENT-WRITE-PARA - ONE WRITE ATTEMPT. A           *
007673* DUPLICATE KEY MOVES TO THE NEXT SEQUENCE NUMBER; ANYTHING  *
007674* ELSE, GOOD OR BAD, ENDS THE RETRY.                         *
007675*-----------------------------------------------------------*
007676 2990-TRY-EVENT-WRITE-PARA.
007677     WRITE EVNT-RECORD
007678         INVALID KEY
007679             CONTINUE
007680     END-WRITE.
007681     IF WS-EVNT-FILE-DUP-KEY AND EVNT-SEQUENCE-NO < 999
007682         ADD 1 TO EVNT-SEQUENCE-NO
007683     ELSE
007684         MOVE "Y" TO WS-EVNT-WRITE-SWITCH
007685     END-IF.
007686 2990-EXIT.
007687     EXIT.
007688*-----------------------------------------------------------*
007689* 3000-CLOSE-FILE-PARA - CLOSE IF THE OPEN SUCCEEDED.        *
007690*-----------------------------------------------------------*
007691 3000-CLOSE-FILE-PARA.
007692     IF WS-ACCT-FILE-IS-OPEN
007693         CLOSE ACCOUNT-MASTER-FILE
007694     END-IF.
007695     IF WS-ACHG-FILE-IS-OPEN
007696         CLOSE CHANGE-LOG-FILE
007697         MOVE "N" TO WS-ACHG-FILE-OPENED
007698     END-IF.
007699 3000-EXIT.
007700     EXIT.
