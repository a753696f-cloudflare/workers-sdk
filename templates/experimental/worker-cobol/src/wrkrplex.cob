000030 AUTHOR. DL100-DEVELOPMENT-TEAM.
000040 INSTALLATION. CLOUDFLARE-WORKERS-COBOL.
000050 DATE-WRITTEN. 2026-09-02.
000060 DATE-COMPILED. 2026-10-15.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*-----------------------------------------------------------*
000550*                    A BUSINESS DATE THAT ALREADY COMPLETED  *
000560*                    BLOCKS A RE-RUN UNLESS OPS SETS A       *
000570*                    RUN-FORCE LINE IN WRKCFG.               *
000571* 2026-10-15  DL100  LOST REVERSALS (POST /ACCT/.../RVSL)    *
000572*                    ARE NOW RE-DRIVEN THROUGH THE ACCTLKUP  *
000573*                    REVERSE FUNCTION. AN "ALREADY REVERSED" *
000574*                    ANSWER MEANS THE ORIGINAL LANDED AND    *
000575*                    COUNTS AS REPLAYED. POST BODIES WHOSE   *
000576*                    REFERENCE LEADS WITH "R" ARE NOT        *
000577*                    RE-DRIVEN, AS WITH "X".                 *
000578* 2026-10-15  DL100  A RE-DRIVEN /TRAN POSTS WITH SOURCE "O" *
000579*                    AS IT WOULD HAVE ONLINE.                *
000580* 2026-10-15  DL100  WRKTRAN IS NOW A KEYED FILE. THE        *
000581*                    CHECK FOR A LINE THE ORIGINAL CALL LEFT *
000582*                    IS A KEYED LOOKUP (REFERENCE, OR        *
000583*                    ACCOUNT PLUS TIMESTAMP) INSTEAD OF A    *
000584*                    FULL PASS OF THE FILE PER ENTRY.        *
000585* 2026-10-15  DL100  RE-DRIVEN MAINTENANCE NAMES WRKRPLEX AS *
000586*                    THE CLIENT ON ITS WRKACHG CHANGE        *
000587*                    RECORD.                                 *
000588* 2026-10-15  DL100  A BODY WHOSE REFERENCE LEADS WITH "P"   *
000589*                    (SYSTEM REFERENCE) IS NOT RE-DRIVEN.    *
000590* 2026-10-15  DL100  A WRKTRAN THAT WILL NOT OPEN OR READ    *
000591*                    DURING THE ORIGINAL-LANDED SCAN NOW     *
000592*                    FAILS THE POST OR TRANSFER (RC 99)      *
000593*                    INSTEAD OF RE-DRIVING IT AS IF NOTHING  *
000594*                    HAD LANDED.                             *
000595*-----------------------------------------------------------*
000596 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-RPLY-FILE-STATUS.
000660     SELECT TRAN-HISTORY-FILE ASSIGN TO "WRKTRAN"
000670         ORGANIZATION IS INDEXED
000672         ACCESS MODE IS DYNAMIC
000674         RECORD KEY IS TRAN-KEY
000676         ALTERNATE RECORD KEY IS TRAN-REFERENCE
000678             WITH DUPLICATES
000680         FILE STATUS IS WS-TRAN-FILE-STATUS.
000690     SELECT RESULTS-REPORT-FILE ASSIGN TO "WRKRPLRP"
000700         ORGANIZATION IS LINE SEQUENTIAL
000860 77  WS-RPLY-FILE-OPENED         PIC X(01) VALUE "N".
000870     88  WS-RPLY-FILE-IS-OPEN        VALUE "Y".
000880 77  WS-TRAN-FILE-STATUS         PIC X(02) VALUE SPACES.
000890     88  WS-TRAN-FILE-OK             VALUE "00" "02".
000895     88  WS-TRAN-FILE-MISSING        VALUE "35".
000900 77  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
000910     88  WS-RPT-FILE-OK              VALUE "00".
000920 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001140     05  WS-XFER-AMOUNT          PIC S9(9)V99
001150                                 SIGN LEADING SEPARATE.
001160     05  FILLER                  PIC X(224).
001161 01  WS-RVSL-BODY-AREA REDEFINES WS-RPLAY-BODY.
001162     05  WS-RVSL-ORIG-REF        PIC X(16).
001163     05  WS-RVSL-SCOPE           PIC X(01).
001164         88  WS-RVSL-SCOPE-VALID     VALUES " ", "P", "T".
001165     05  FILLER                  PIC X(239).
001170*-----------------------------------------------------------*
001180* DISPOSITION OF THE ENTRY IN HAND.                          *
001190*-----------------------------------------------------------*
001230* TRANSFER IS RE-DRIVEN, WRKTRAN IS SCANNED FOR A LINE THE   *
001240* ORIGINAL INVOCATION LEFT - BY TRANSFER REFERENCE WHEN ONE  *
001250* IS EXPECTED, OTHERWISE BY ACCOUNT PLUS THE ARRIVAL         *
001260* TIMESTAMP EVERY POSTING CARRIES. A WRKTRAN THAT WILL NOT   *
001263* OPEN OR READ SETS THE SCAN-ERROR SWITCH, AND THE ENTRY IS  *
001266* FAILED RATHER THAN RE-DRIVEN BLIND.                        *
001270*-----------------------------------------------------------*
001280 77  WS-CHECK-REFERENCE          PIC X(16) VALUE SPACES.
001290 77  WS-CHECK-ACCOUNT            PIC X(10) VALUE SPACES.
001310     88  WS-ORIG-FOUND               VALUE "Y".
001320 77  WS-SCAN-EOF-SWITCH          PIC X(01) VALUE "N".
001330     88  WS-SCAN-EOF                 VALUE "Y".
001333 77  WS-SCAN-ERROR-SWITCH        PIC X(01) VALUE "N".
001336     88  WS-SCAN-ERROR               VALUE "Y".
001340*-----------------------------------------------------------*
001350* RUN DATE AND TIMESTAMP FOR THE RE-DRIVEN POSTINGS.         *
001360*-----------------------------------------------------------*
002920              RPLAY-PATH (1:5) = "/xfer" AND
002930              RPLAY-PATH (6:1) = SPACE
002940             PERFORM 2400-REDRIVE-XFER-PARA THRU 2400-EXIT
002941         WHEN RPLAY-METHOD = "POST" AND
002942              RPLAY-PATH (1:6) = "/acct/" AND
002943              RPLAY-PATH (17:5) = "/rvsl" AND
002944              RPLAY-PATH (22:1) = SPACE
002945             PERFORM 2450-REDRIVE-RVSL-PARA THRU 2450-EXIT
002950         WHEN RPLAY-PATH (1:6) = "/acct/" AND
002960              RPLAY-PATH (17:1) = SPACE
002970             PERFORM 2500-REDRIVE-MAINT-PARA THRU 2500-EXIT
003040* ORIGINAL-LANDED SCAN RUNS FIRST: A WRKTRAN LINE FOR THE    *
003050* ACCOUNT CARRYING THE ENTRY'S ARRIVAL TIMESTAMP MEANS THE   *
003060* ORIGINAL POSTED BEFORE IT DIED, SO THE ENTRY IS MARKED     *
003070* REPLAYED WITHOUT MOVING THE BALANCE AGAIN. A SCAN THAT     *
003073* COULD NOT READ WRKTRAN FAILS THE ENTRY (RC 99) WITHOUT     *
003076* CALLING ACCTLKUP. A BODY WHOSE                             *
003080* REFERENCE LEADS WITH "X", "R" OR "P" (RESERVED FOR         *
003090* TRANSFER LEGS, REVERSALS AND SYSTEM REFERENCES, REJECTED   *
003095* BY WORKER) IS NOT RE-DRIVEN.                               *
003100*-----------------------------------------------------------*
003110 2300-REDRIVE-TRAN-PARA.
003120     IF WS-TRAN-CODE-VALID AND WS-TRAN-AMOUNT NUMERIC
003130        AND WS-TRAN-AMOUNT > ZERO
003140        AND WS-TRAN-CLIENT-REF (1:1) NOT = "X"
003143        AND WS-TRAN-CLIENT-REF (1:1) NOT = "R"
003146        AND WS-TRAN-CLIENT-REF (1:1) NOT = "P"
003150         MOVE SPACES TO WS-CHECK-REFERENCE
003160         MOVE RPLAY-PATH (7:10) TO WS-CHECK-ACCOUNT
003170         PERFORM 2800-SCAN-ORIGINAL-PARA THRU 2800-EXIT
003171         IF WS-SCAN-ERROR
003172             MOVE "99" TO ACCTLNK-RETURN-CODE
003173             MOVE "FAILED" TO WS-DISPOSITION
003174             GO TO 2300-EXIT
003175         END-IF
003180         IF WS-ORIG-FOUND
003190             MOVE "REPLAYED" TO WS-DISPOSITION
003200             GO TO 2300-EXIT
003250         MOVE WS-TRAN-AMOUNT      TO ACCTLNK-TRAN-AMOUNT
003260         MOVE WS-TRAN-CLIENT-REF  TO ACCTLNK-CLIENT-REF
003270         MOVE WS-RUN-TIMESTAMP    TO ACCTLNK-TIMESTAMP
003275         MOVE "O"                 TO ACCTLNK-TRAN-SOURCE
003280         CALL "acctlkup" USING ACCTLNK-PARMS
003290         PERFORM 2600-SET-DISPOSITION-PARA THRU 2600-EXIT
003300     END-IF.
003370* REFERENCE "X" PLUS THE ARRIVAL TIMESTAMP'S DIGITS, SO A    *
003380* WRKTRAN LINE WITH THAT REFERENCE MEANS BOTH LEGS ALREADY   *
003390* APPLIED AND THE ENTRY IS MARKED REPLAYED WITHOUT MOVING    *
003400* THE MONEY TWICE. A SCAN THAT COULD NOT READ WRKTRAN FAILS  *
003405* THE ENTRY (RC 99) WITHOUT CALLING ACCTLKUP.                *
003410*-----------------------------------------------------------*
003420 2400-REDRIVE-XFER-PARA.
003430     IF WS-XFER-FROM-ACCT NOT = SPACES AND
003510         MOVE RPLAY-TIMESTAMP (10:7) TO
003520             WS-CHECK-REFERENCE (10:7)
003530         PERFORM 2800-SCAN-ORIGINAL-PARA THRU 2800-EXIT
003531         IF WS-SCAN-ERROR
003532             MOVE "99" TO ACCTLNK-RETURN-CODE
003533             MOVE "FAILED" TO WS-DISPOSITION
003534             GO TO 2400-EXIT
003535         END-IF
003540         IF WS-ORIG-FOUND
003550             MOVE "REPLAYED" TO WS-DISPOSITION
003560             GO TO 2400-EXIT
003660 2400-EXIT.
003670     EXIT.
003680*-----------------------------------------------------------*
003681* 2450-REDRIVE-RVSL-PARA - RE-DRIVE A LOST REVERSAL FROM THE *
003682* CAPTURED BODY THROUGH THE ACCTLKUP "R" FUNCTION. NO        *
003683* SEPARATE WRKTRAN SCAN IS NEEDED: IF THE ORIGINAL REVERSAL  *
003684* LANDED, ACCTLKUP ANSWERS "ALREADY REVERSED" (RC 31) AND    *
003685* NOTHING MOVES, WHICH COUNTS AS REPLAYED.                   *
003686*-----------------------------------------------------------*
003687 2450-REDRIVE-RVSL-PARA.
003688     IF WS-RVSL-ORIG-REF NOT = SPACES AND WS-RVSL-SCOPE-VALID
003689         MOVE "R" TO ACCTLNK-FUNCTION-CODE
003690         MOVE RPLAY-PATH (7:10) TO ACCTLNK-ACCT-NUMBER
003691         MOVE WS-RVSL-ORIG-REF  TO ACCTLNK-ORIG-REFERENCE
003692         MOVE WS-RVSL-SCOPE     TO ACCTLNK-RVSL-SCOPE
003693         MOVE WS-RUN-TIMESTAMP  TO ACCTLNK-TIMESTAMP
003694         CALL "acctlkup" USING ACCTLNK-PARMS
003695         IF ACCTLNK-RC-ALREADY-REVERSED
003696             MOVE "REPLAYED" TO WS-DISPOSITION
003697         ELSE
003698             PERFORM 2600-SET-DISPOSITION-PARA THRU 2600-EXIT
003699         END-IF
003700     END-IF.
003701 2450-EXIT.
003702     EXIT.
003703*-----------------------------------------------------------*
003704* 2500-REDRIVE-MAINT-PARA - RE-DRIVE LOST ACCOUNT            *
003705* MAINTENANCE: POST IS AN ADD, PUT AN UPDATE, DELETE A       *
003710* CLOSE. AN ADD THAT NOW ANSWERS DUPLICATE MEANS THE         *
003720* ORIGINAL ACTUALLY LANDED - THAT COUNTS AS REPLAYED. THE    *
003725* WRKACHG CHANGE RECORD CARRIES THIS JOB AS ITS CLIENT.      *
003730*-----------------------------------------------------------*
003740 2500-REDRIVE-MAINT-PARA.
003750     EVALUATE RPLAY-METHOD
003920     END-IF.
003930     MOVE RPLAY-PATH (7:10) TO ACCTLNK-ACCT-NUMBER.
003940     MOVE WS-RUN-TIMESTAMP  TO ACCTLNK-TIMESTAMP.
003945     MOVE "WRKRPLEX"        TO ACCTLNK-CLIENT-ID.
003950     CALL "acctlkup" USING ACCTLNK-PARMS.
003960     IF ACCTLNK-RC-DUPLICATE
003970         MOVE "REPLAYED" TO WS-DISPOSITION
004450 2700-EXIT.
004460     EXIT.
004470*-----------------------------------------------------------*
004480* 2800-SCAN-ORIGINAL-PARA - LOOK UP WRKTRAN FOR A LINE THE   *
004490* ORIGINAL (STRANDED) INVOCATION LEFT BEHIND. WITH           *
004500* WS-CHECK-REFERENCE SET, THE LOOKUP IS ON THE REFERENCE     *
004510* (ALTERNATE) KEY; OTHERWISE THE PRIMARY KEY IS STARTED AT   *
004520* WS-CHECK-ACCOUNT PLUS THE ENTRY'S ARRIVAL TIMESTAMP. NO    *
004525* HISTORY FILE MEANS NOTHING LANDED; ANY OTHER OPEN FAILURE  *
004527* SETS THE SCAN-ERROR SWITCH.                                *
004530*-----------------------------------------------------------*
004540 2800-SCAN-ORIGINAL-PARA.
004550     MOVE "N" TO WS-ORIG-FOUND-SWITCH.
004560     MOVE "N" TO WS-SCAN-EOF-SWITCH.
004565     MOVE "N" TO WS-SCAN-ERROR-SWITCH.
004570     OPEN INPUT TRAN-HISTORY-FILE.
004572     IF NOT WS-TRAN-FILE-OK AND NOT WS-TRAN-FILE-MISSING
004574         MOVE "Y" TO WS-SCAN-ERROR-SWITCH
004576     END-IF.
004580     IF WS-TRAN-FILE-OK
004581         IF WS-CHECK-REFERENCE NOT = SPACES
004582             MOVE WS-CHECK-REFERENCE TO TRAN-REFERENCE
004583             START TRAN-HISTORY-FILE
004584                 KEY IS EQUAL TO TRAN-REFERENCE
004585                 INVALID KEY
004586                     MOVE "Y" TO WS-SCAN-EOF-SWITCH
004587             END-START
004588         ELSE
004589             MOVE LOW-VALUES       TO TRAN-KEY
004590             MOVE WS-CHECK-ACCOUNT TO TRAN-ACCT-NUMBER
004591             MOVE RPLAY-TIMESTAMP  TO TRAN-TIMESTAMP
004592             START TRAN-HISTORY-FILE
004593                 KEY IS NOT LESS THAN TRAN-KEY
004594                 INVALID KEY
004595                     MOVE "Y" TO WS-SCAN-EOF-SWITCH
004596             END-START
004597         END-IF
004598         PERFORM 2850-READ-TRAN-PARA THRU 2850-EXIT
004600         PERFORM 2870-MATCH-ORIGINAL-PARA THRU 2870-EXIT
004620         CLOSE TRAN-HISTORY-FILE
004630     END-IF.
004640 2800-EXIT.
004650     EXIT.
004660*-----------------------------------------------------------*
004670* 2850-READ-TRAN-PARA - READ THE WRKTRAN RECORD THE START    *
004675* POSITIONED ON. A READ ERROR ENDS THE SCAN AND SETS THE     *
004677* SCAN-ERROR SWITCH.                                         *
004680*-----------------------------------------------------------*
004690 2850-READ-TRAN-PARA.
004700     IF WS-SCAN-EOF
004702         GO TO 2850-EXIT
004704     END-IF.
004706     READ TRAN-HISTORY-FILE NEXT RECORD
004710         AT END
004720             MOVE "Y" TO WS-SCAN-EOF-SWITCH
004730     END-READ.
004732     IF NOT WS-SCAN-EOF AND NOT WS-TRAN-FILE-OK
004734         MOVE "Y" TO WS-SCAN-EOF-SWITCH
004735         MOVE "Y" TO WS-SCAN-ERROR-SWITCH
004736     END-IF.
004740 2850-EXIT.
004750     EXIT.
004760*-----------------------------------------------------------*
004770* 2870-MATCH-ORIGINAL-PARA - TEST THE WRKTRAN LINE READ      *
004780* AGAINST THE ENTRY IN HAND.                                 *
004790*-----------------------------------------------------------*
004800 2870-MATCH-ORIGINAL-PARA.
004802     IF WS-SCAN-EOF
004804         GO TO 2870-EXIT
004806     END-IF.
004810     EVALUATE TRUE
004820         WHEN WS-CHECK-REFERENCE NOT = SPACES AND
004830              TRAN-REFERENCE = WS-CHECK-REFERENCE
004870              TRAN-TIMESTAMP = RPLAY-TIMESTAMP
004880             MOVE "Y" TO WS-ORIG-FOUND-SWITCH
004890     END-EVALUATE.
004910 2870-EXIT.
004920     EXIT.
004930*-----------------------------------------------------------*
