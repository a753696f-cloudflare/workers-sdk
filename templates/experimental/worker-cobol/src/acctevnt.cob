000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. acctevnt.
000030 AUTHOR. DL100-DEVELOPMENT-TEAM.
000040 INSTALLATION. CLOUDFLARE-WORKERS-COBOL.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*-----------------------------------------------------------*
000100* 2026-10-15  DL100  INITIAL VERSION. NIGHTLY BATCH JOB -    *
000110*                    APPLIES THE MESSAGING GATEWAY'S         *
000120*                    WRKEVACK ACKNOWLEDGEMENTS TO THE        *
000130*                    WRKEVNT ACCOUNT EVENT OUTBOX, THEN      *
000140*                    FORMATS EVERY PENDING EVENT INTO THE    *
000150*                    WRKEVDLV DELIVERY FILE FOR THE          *
000160*                    GATEWAY, GROUPED PER CLIENT, AND MARKS  *
000170*                    IT SENT. AN EVENT THE GATEWAY COULD     *
000180*                    NOT DELIVER, OR WITH NO ACTIVE          *
000190*                    SUBSCRIPTION TO SEND IT TO, IS TRIED    *
000200*                    AGAIN ON LATER RUNS UNTIL ITS ATTEMPTS  *
000210*                    RUN OUT AND IS THEN PARKED FOR THE      *
000220*                    DESK ON THE WRKEVNTR REPORT. REGISTERS  *
000230*                    ON WRKRUNCT LIKE THE OTHER NIGHTLY      *
000240*                    JOBS.                                   *
000242* 2026-10-15  DL100  A WRKEVACK FILE THAT IS THERE BUT WILL  *
000244*                    NOT OPEN, OR FAILS ON A READ, NOW       *
000246*                    FAILS THE RUN.                          *
000250*-----------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CONFIG-FILE ASSIGN TO "WRKCFG"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-CONFIG-FILE-STATUS.
000330     SELECT EVENT-FILE ASSIGN TO "WRKEVNT"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS EVNT-KEY
000370         FILE STATUS IS WS-EVNT-FILE-STATUS.
000380     SELECT SUBSCRIPTION-FILE ASSIGN TO "WRKSUBS"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS SUBS-ACCT-NUMBER
000420         FILE STATUS IS WS-SUBS-FILE-STATUS.
000430     SELECT ACK-FILE ASSIGN TO "WRKEVACK"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-ACK-FILE-STATUS.
000460     SELECT DELIVERY-FILE ASSIGN TO "WRKEVDLV"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-DLV-FILE-STATUS.
000490     SELECT DISPATCH-REPORT-FILE ASSIGN TO "WRKEVNTR"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-RPT-FILE-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  CONFIG-FILE.
000550 01  CONFIG-RECORD                   PIC X(60).
000560 FD  EVENT-FILE.
000570 COPY EVNTREC.
000580 FD  SUBSCRIPTION-FILE.
000590 COPY SUBSREC.
000600 FD  ACK-FILE.
000610 COPY EVAKREC.
000620 FD  DELIVERY-FILE.
000630 COPY EVDLREC.
000640 FD  DISPATCH-REPORT-FILE.
000650 01  DISPATCH-REPORT-LINE            PIC X(132).
000660 WORKING-STORAGE SECTION.
000670*-----------------------------------------------------------*
000680* FILE STATUS SWITCHES AND EOF SWITCHES.                     *
000690*-----------------------------------------------------------*
000700 77  WS-CONFIG-FILE-STATUS       PIC X(02) VALUE SPACES.
000710     88  WS-CONFIG-FILE-OK           VALUE "00".
000720 77  WS-EVNT-FILE-STATUS         PIC X(02) VALUE SPACES.
000730     88  WS-EVNT-FILE-OK             VALUE "00".
000740     88  WS-EVNT-FILE-MISSING        VALUE "35".
000750 77  WS-EVNT-FILE-OPENED         PIC X(01) VALUE "N".
000760     88  WS-EVNT-FILE-IS-OPEN        VALUE "Y".
000770 77  WS-SUBS-FILE-STATUS         PIC X(02) VALUE SPACES.
000780     88  WS-SUBS-FILE-OK             VALUE "00".
000790     88  WS-SUBS-FILE-NOT-FOUND      VALUE "23".
000800     88  WS-SUBS-FILE-MISSING        VALUE "35".
000810 77  WS-SUBS-FILE-OPENED         PIC X(01) VALUE "N".
000820     88  WS-SUBS-FILE-IS-OPEN        VALUE "Y".
000830 77  WS-ACK-FILE-STATUS          PIC X(02) VALUE SPACES.
000840     88  WS-ACK-FILE-OK              VALUE "00".
000845     88  WS-ACK-FILE-MISSING         VALUE "35".
000850 77  WS-DLV-FILE-STATUS          PIC X(02) VALUE SPACES.
000860     88  WS-DLV-FILE-OK              VALUE "00".
000870 77  WS-DLV-FILE-OPENED          PIC X(01) VALUE "N".
000880     88  WS-DLV-FILE-IS-OPEN         VALUE "Y".
000890 77  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
000900     88  WS-RPT-FILE-OK              VALUE "00".
000910 77  WS-CFG-EOF-SWITCH           PIC X(01) VALUE "N".
000920     88  WS-CFG-EOF                  VALUE "Y".
000930 77  WS-ACK-EOF-SWITCH           PIC X(01) VALUE "N".
000940     88  WS-ACK-EOF                  VALUE "Y".
000950 77  WS-EVNT-EOF-SWITCH          PIC X(01) VALUE "N".
000960     88  WS-EVNT-EOF                 VALUE "Y".
000970*-----------------------------------------------------------*
000980* RUN SWITCHES. AN OUTBOX, SUBSCRIPTION OR ACK FILE THAT     *
000990* WILL NOT OPEN (OTHER THAN NOT BEING THERE YET), THAT       *
001000* CANNOT BE READ TO THE END, AN EVENT THAT CANNOT BE         *
001010* REWRITTEN, OR A DELIVERY FILE THAT CANNOT BE WRITTEN       *
001020* FAILS THE RUN SO IT CAN BE RUN AGAIN FOR THE DATE. THE     *
001030* SUBSCRIPTION SWITCH SAYS WHETHER THE EVENT IN HAND HAS AN  *
001040* ACTIVE SUBSCRIPTION TO SEND IT TO.                         *
001050*-----------------------------------------------------------*
001060 77  WS-RUN-ERROR-SWITCH         PIC X(01) VALUE "N".
001070     88  WS-RUN-ERROR                VALUE "Y".
001080 77  WS-SUBS-FOUND-SWITCH        PIC X(01) VALUE "N".
001090     88  WS-SUBS-FOUND               VALUE "Y".
001100*-----------------------------------------------------------*
001110* RUN DATE AND THE BUSINESS DATE THE DELIVERY FILE IS MADE   *
001120* FOR. THE BUSINESS DATE IS THE RUN DATE UNLESS WRKCFG       *
001130* CARRIES AN "EVNT-DATE YYYYMMDD" LINE. AN EVENT IS PARKED   *
001140* ONCE IT HAS BEEN TRIED "EVENT-TRIES NN" TIMES WITHOUT      *
001150* BEING DELIVERED - FIVE UNLESS WRKCFG SAYS OTHERWISE.       *
001160* EVERY EVENT SENT OR FAILED IS STAMPED WITH THE RUN         *
001170* TIMESTAMP.                                                 *
001180*-----------------------------------------------------------*
001190 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001200 77  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
001210 77  WS-RUN-TIMESTAMP            PIC X(17) VALUE SPACES.
001220 01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001230 77  WS-EVENT-TRIES              PIC 9(02) VALUE 5.
001240*-----------------------------------------------------------*
001250* CLIENT BREAK - THE CLIENT ID OF THE LAST EVENT WRITTEN     *
001260* TO THE DELIVERY FILE. THE OUTBOX IS KEYED ON CLIENT ID     *
001270* FIRST, SO EACH CLIENT'S EVENTS COME TOGETHER UNDER ONE     *
001280* CLIENT RECORD.                                             *
001290*-----------------------------------------------------------*
001300 77  WS-LAST-CLIENT-ID           PIC X(16) VALUE HIGH-VALUES.
001310*-----------------------------------------------------------*
001320* MESSAGE TEXT WORK AREA. 8200 EDITS AN AMOUNT AND LEFT-     *
001330* JUSTIFIES IT SO IT STRINGS INTO THE TEXT WITHOUT A RUN     *
001340* OF LEADING SPACES.                                         *
001350*-----------------------------------------------------------*
001360 01  WS-EDIT-AMOUNT              PIC S9(9)V99 VALUE ZEROS.
001370 01  WS-EDIT-PICTURE             PIC -(9)9.99.
001380 77  WS-EDIT-LEAD                PIC 9(02) COMP VALUE ZERO.
001390 77  WS-EDIT-TEXT                PIC X(13) VALUE SPACES.
001400 77  WS-AMOUNT-TEXT              PIC X(13) VALUE SPACES.
001410 77  WS-BALANCE-TEXT             PIC X(13) VALUE SPACES.
001420 77  WS-LEVEL-TEXT               PIC X(13) VALUE SPACES.
001430 77  WS-REFUSAL-TEXT             PIC X(22) VALUE SPACES.
001440 77  WS-MESSAGE-TEXT             PIC X(80) VALUE SPACES.
001450*-----------------------------------------------------------*
001460* REPORT LINE FOR AN EVENT PARKED THIS RUN OR AN             *
001470* ACKNOWLEDGEMENT THAT COULD NOT BE APPLIED.                 *
001480*-----------------------------------------------------------*
001490 01  WS-DETAIL-LINE.
001500     05  WS-DTL-WHAT             PIC X(08).
001510     05  FILLER                  PIC X(01) VALUE SPACE.
001520     05  WS-DTL-EVENT-ID         PIC X(36).
001530     05  FILLER                  PIC X(01) VALUE SPACE.
001540     05  WS-DTL-ACCT-NUMBER      PIC X(10).
001550     05  FILLER                  PIC X(01) VALUE SPACE.
001560     05  WS-DTL-TYPE             PIC X(01).
001570     05  FILLER                  PIC X(01) VALUE SPACE.
001580     05  WS-DTL-ATTEMPTS         PIC Z9.
001590     05  FILLER                  PIC X(01) VALUE SPACE.
001600     05  WS-DTL-REASON           PIC X(30).
001610*-----------------------------------------------------------*
001620* RUN TOTALS FOR THE FOOT OF THE REPORT. THE ON-FILE         *
001630* COUNTS ARE TAKEN AS EACH EVENT IS PASSED, AFTER THIS RUN   *
001640* HAS DEALT WITH IT.                                         *
001650*-----------------------------------------------------------*
001660 77  WS-ACKS-READ                PIC 9(07) COMP VALUE ZERO.
001670 77  WS-ACKS-DELIVERED           PIC 9(07) COMP VALUE ZERO.
001680 77  WS-ACKS-FAILED              PIC 9(07) COMP VALUE ZERO.
001690 77  WS-ACKS-NOT-APPLIED         PIC 9(07) COMP VALUE ZERO.
001700 77  WS-EVENTS-READ              PIC 9(07) COMP VALUE ZERO.
001710 77  WS-PENDING-EXAMINED         PIC 9(07) COMP VALUE ZERO.
001720 77  WS-SENT-NOW                 PIC 9(07) COMP VALUE ZERO.
001730 77  WS-CLIENTS-SENT             PIC 9(05) COMP VALUE ZERO.
001740 77  WS-UNSENT-NOW               PIC 9(07) COMP VALUE ZERO.
001750 77  WS-PARKED-NOW               PIC 9(07) COMP VALUE ZERO.
001760 77  WS-PENDING-COUNT            PIC 9(07) COMP VALUE ZERO.
001770 77  WS-SENT-COUNT               PIC 9(07) COMP VALUE ZERO.
001780 77  WS-DELIVERED-COUNT          PIC 9(07) COMP VALUE ZERO.
001790 77  WS-PARKED-COUNT             PIC 9(07) COMP VALUE ZERO.
001800 01  WS-COUNT-DISPLAY            PIC ZZZZZZ9.
001810*-----------------------------------------------------------*
001820* RUN-CONTROL GUARD - SEE COPYBOOKS/RUNCLNK.CPY. THE JOB     *
001830* REGISTERS ITS START ON WRKRUNCT AND STOPS WHEN THIS        *
001840* BUSINESS DATE ALREADY COMPLETED.                           *
001850*-----------------------------------------------------------*
001860 77  WS-RUN-BLOCKED-SWITCH       PIC X(01) VALUE "N".
001870     88  WS-RUN-BLOCKED              VALUE "Y".
001880 COPY RUNCLNK.
001890 PROCEDURE DIVISION.
001900*===========================================================*
001910* 0000-MAIN-CONTROL - DRIVE THE EVENT DISPATCH RUN.          *
001920*===========================================================*
001930 0000-MAIN-CONTROL.
001940     PERFORM 1000-INITIALIZE-PARA THRU 1000-EXIT.
001950     IF WS-EVNT-FILE-IS-OPEN
001960         PERFORM 2000-APPLY-ACKS-PARA THRU 2000-EXIT
001970         PERFORM 3000-SEND-EVENTS-PARA THRU 3000-EXIT
001980     END-IF.
001990     IF WS-RPT-FILE-OK
002000         PERFORM 5000-WRITE-TOTALS-PARA THRU 5000-EXIT
002010     END-IF.
002020     PERFORM 9999-TERMINATE-PARA THRU 9999-EXIT.
002030 0000-EXIT.
002040     EXIT.
002050*-----------------------------------------------------------*
002060* 1000-INITIALIZE-PARA - SETTLE THE BUSINESS DATE AND THE    *
002070* ATTEMPT LIMIT, REGISTER THE RUN, OPEN THE REPORT AND THE   *
002080* EVENT OUTBOX. THE OUTBOX OPENS I-O BECAUSE EVERY EVENT     *
002090* DEALT WITH IS REWRITTEN. NO OUTBOX MEANS NO EVENT WAS      *
002100* EVER RAISED - THE REPORT SAYS SO.                          *
002110*-----------------------------------------------------------*
002120 1000-INITIALIZE-PARA.
002130     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002140     ACCEPT WS-RUN-TIME FROM TIME.
002150     STRING WS-RUN-DATE DELIMITED BY SIZE
002160             "-"        DELIMITED BY SIZE
002170             WS-RUN-TIME DELIMITED BY SIZE
002180         INTO WS-RUN-TIMESTAMP.
002190     MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
002200     PERFORM 1100-READ-CONFIG-PARA THRU 1100-EXIT.
002210     PERFORM 1900-RUN-START-PARA THRU 1900-EXIT.
002220     OPEN OUTPUT DISPATCH-REPORT-FILE.
002230     IF WS-RPT-FILE-OK
002240         MOVE "ACCOUNT EVENT DISPATCH REPORT" TO
002250             DISPATCH-REPORT-LINE
002260         WRITE DISPATCH-REPORT-LINE
002270         MOVE SPACES TO DISPATCH-REPORT-LINE
002280         STRING "BUSINESS DATE " DELIMITED BY SIZE
002290                 WS-BUSINESS-DATE DELIMITED BY SIZE
002300                 " RUN "         DELIMITED BY SIZE
002310                 WS-RUN-TIMESTAMP DELIMITED BY SIZE
002320                 " PARK AFTER "  DELIMITED BY SIZE
002330                 WS-EVENT-TRIES  DELIMITED BY SIZE
002340                 " ATTEMPTS"     DELIMITED BY SIZE
002350             INTO DISPATCH-REPORT-LINE
002360         WRITE DISPATCH-REPORT-LINE
002370     END-IF.
002380     IF WS-RUN-BLOCKED
002390         IF WS-RPT-FILE-OK
002400             MOVE "RUN ALREADY DONE FOR THIS DATE - RUN-FORCE"
002410                 TO DISPATCH-REPORT-LINE
002420             WRITE DISPATCH-REPORT-LINE
002430         END-IF
002440         GO TO 1000-EXIT
002450     END-IF.
002460     OPEN I-O EVENT-FILE.
002470     IF WS-EVNT-FILE-OK
002480         MOVE "Y" TO WS-EVNT-FILE-OPENED
002490         GO TO 1000-EXIT
002500     END-IF.
002510     IF WS-EVNT-FILE-MISSING
002520         IF WS-RPT-FILE-OK
002530             MOVE "NO EVENT OUTBOX - NOTHING TO SEND" TO
002540                 DISPATCH-REPORT-LINE
002550             WRITE DISPATCH-REPORT-LINE
002560         END-IF
002570     ELSE
002580         MOVE "Y" TO WS-RUN-ERROR-SWITCH
002590         IF WS-RPT-FILE-OK
002600             MOVE SPACES TO DISPATCH-REPORT-LINE
002610             STRING "WRKEVNT WILL NOT OPEN - STATUS "
002620                                         DELIMITED BY SIZE
002630                     WS-EVNT-FILE-STATUS DELIMITED BY SIZE
002640                     " - NOTHING SENT"   DELIMITED BY SIZE
002650                 INTO DISPATCH-REPORT-LINE
002660             WRITE DISPATCH-REPORT-LINE
002670         END-IF
002680     END-IF.
002690 1000-EXIT.
002700     EXIT.
002710*-----------------------------------------------------------*
002720* 1100-READ-CONFIG-PARA - SCAN WRKCFG FOR THE EVNT-DATE      *
002730* AND EVENT-TRIES KEYWORD LINES. THE OTHER KEYWORDS BELONG   *
002740* TO OTHER JOBS AND ARE PASSED OVER HERE.                    *
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
002980* THE ATTEMPT LIMIT IF THIS IS ONE OF THEIR LINES, THEN      *
002990* READ THE NEXT. A LIMIT OF ZERO IS IGNORED - IT WOULD       *
003000* PARK EVERY EVENT BEFORE IT WAS EVER SENT.                  *
003010*-----------------------------------------------------------*
003020 1170-APPLY-CONFIG-LINE-PARA.
003030     EVALUATE TRUE
003040         WHEN CONFIG-RECORD (1:9) = "EVNT-DATE" AND
003050              CONFIG-RECORD (11:8) IS NUMERIC
003060             MOVE CONFIG-RECORD (11:8) TO WS-BUSINESS-DATE
003070         WHEN CONFIG-RECORD (1:11) = "EVENT-TRIES" AND
003080              CONFIG-RECORD (13:2) IS NUMERIC AND
003090              CONFIG-RECORD (13:2) NOT = "00"
003100             MOVE CONFIG-RECORD (13:2) TO WS-EVENT-TRIES
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
003240     MOVE "acctevnt" TO RUNCLNK-JOB-NAME.
003250     MOVE "S" TO RUNCLNK-FUNCTION-CODE.
003260     MOVE WS-BUSINESS-DATE TO RUNCLNK-BUSINESS-DATE.
003270     CALL "wrkrunct" USING RUNCLNK-PARMS.
003280     IF RUNCLNK-RC-BLOCKED
003290         MOVE "Y" TO WS-RUN-BLOCKED-SWITCH
003300     END-IF.
003310 1900-EXIT.
003320     EXIT.
003330*-----------------------------------------------------------*
003340* 2000-APPLY-ACKS-PARA - APPLY THE GATEWAY'S ANSWERS FOR     *
003350* WHAT THE LAST RUN SENT BEFORE ANYTHING NEW GOES OUT, SO    *
003360* AN EVENT THE GATEWAY FAILED IS BACK IN THE PENDING POOL    *
003370* FOR THIS RUN. NO WRKEVACK FILE MEANS THE GATEWAY HAS NOT   *
003380* ANSWERED YET - THE SENT EVENTS WAIT FOR A LATER RUN. A     *
003383* WRKEVACK FILE THAT IS THERE BUT WILL NOT OPEN FAILS THE    *
003386* RUN, AND ITS ANSWERS WAIT FOR THE RUN AFTER IT IS FIXED.   *
003390*-----------------------------------------------------------*
003400 2000-APPLY-ACKS-PARA.
003410     OPEN INPUT ACK-FILE.
003420     IF NOT WS-ACK-FILE-OK
003430         IF NOT WS-ACK-FILE-MISSING
003432             MOVE "Y" TO WS-RUN-ERROR-SWITCH
003434         END-IF
003436         IF WS-RPT-FILE-OK AND WS-ACK-FILE-MISSING
003440             MOVE "NO WRKEVACK FILE - NO ACKS APPLIED"
003450                 TO DISPATCH-REPORT-LINE
003451             WRITE DISPATCH-REPORT-LINE
003452         END-IF
003453         IF WS-RPT-FILE-OK AND NOT WS-ACK-FILE-MISSING
003454             MOVE SPACES TO DISPATCH-REPORT-LINE
003455             STRING "WRKEVACK WILL NOT OPEN - STATUS "
003456                                         DELIMITED BY SIZE
003457                     WS-ACK-FILE-STATUS  DELIMITED BY SIZE
003458                     " - NO ACKS APPLIED" DELIMITED BY SIZE
003459                 INTO DISPATCH-REPORT-LINE
003460             WRITE DISPATCH-REPORT-LINE
003470         END-IF
003480         GO TO 2000-EXIT
003490     END-IF.
003500     PERFORM 2150-READ-ACK-PARA THRU 2150-EXIT.
003510     PERFORM 2100-PROCESS-ACK-PARA THRU 2100-EXIT
003520         UNTIL WS-ACK-EOF.
003530     CLOSE ACK-FILE.
003540 2000-EXIT.
003550     EXIT.
003560*-----------------------------------------------------------*
003570* 2100-PROCESS-ACK-PARA - APPLY ONE ACKNOWLEDGEMENT TO ITS   *
003580* EVENT. "OK" MARKS THE EVENT DELIVERED. "NO" PUTS IT BACK   *
003590* TO PENDING WITH THE GATEWAY'S REASON, OR PARKS IT IF ITS   *
003600* ATTEMPTS ARE USED UP. AN ACKNOWLEDGEMENT FOR AN EVENT      *
003610* NOT ON FILE, NOT WAITING ON THE GATEWAY, OR WITH ANY       *
003620* OTHER RESULT IS NOT APPLIED AND IS LISTED.                 *
003630*-----------------------------------------------------------*
003640 2100-PROCESS-ACK-PARA.
003650     ADD 1 TO WS-ACKS-READ.
003660     MOVE SPACES TO WS-DTL-REASON.
003670     MOVE EVAK-EVENT-ID TO EVNT-KEY.
003680     READ EVENT-FILE
003690         INVALID KEY
003700             CONTINUE
003710     END-READ.
003720     EVALUATE TRUE
003730         WHEN NOT WS-EVNT-FILE-OK
003740             MOVE "EVENT NOT ON FILE" TO WS-DTL-REASON
003750         WHEN NOT EVNT-SENT
003760             MOVE "EVENT NOT AWAITING GATEWAY" TO WS-DTL-REASON
003770         WHEN EVAK-DELIVERED
003780             MOVE "D" TO EVNT-STATUS
003790             MOVE SPACES TO EVNT-FAIL-REASON
003800             MOVE SPACES TO WS-DTL-REASON
003810         WHEN EVAK-FAILED
003820             MOVE EVAK-REASON TO EVNT-FAIL-REASON
003830             IF EVNT-ATTEMPTS NOT < WS-EVENT-TRIES
003840                 MOVE "K" TO EVNT-STATUS
003850             ELSE
003860                 MOVE "P" TO EVNT-STATUS
003870             END-IF
003880             MOVE SPACES TO WS-DTL-REASON
003890         WHEN OTHER
003900             MOVE "RESULT NOT OK OR NO" TO WS-DTL-REASON
003910     END-EVALUATE.
003920     IF WS-DTL-REASON NOT = SPACES
003930         ADD 1 TO WS-ACKS-NOT-APPLIED
003940         MOVE "ACK" TO WS-DTL-WHAT
003950         PERFORM 2200-WRITE-ACK-LINE-PARA THRU 2200-EXIT
003960         PERFORM 2150-READ-ACK-PARA THRU 2150-EXIT
003970         GO TO 2100-EXIT
003980     END-IF.
003990     REWRITE EVNT-RECORD
004000         INVALID KEY
004010             CONTINUE
004020     END-REWRITE.
004030     EVALUATE TRUE
004040         WHEN NOT WS-EVNT-FILE-OK
004050             MOVE "Y" TO WS-RUN-ERROR-SWITCH
004060             ADD 1 TO WS-ACKS-NOT-APPLIED
004070             MOVE "ACK" TO WS-DTL-WHAT
004080             MOVE "EVENT REWRITE FAILED" TO WS-DTL-REASON
004090             PERFORM 2200-WRITE-ACK-LINE-PARA THRU 2200-EXIT
004100         WHEN EVNT-DELIVERED
004110             ADD 1 TO WS-ACKS-DELIVERED
004120         WHEN EVNT-PARKED
004130             ADD 1 TO WS-ACKS-FAILED
004140             ADD 1 TO WS-PARKED-NOW
004150             PERFORM 3500-WRITE-PARKED-LINE-PARA THRU 3500-EXIT
004160         WHEN OTHER
004170             ADD 1 TO WS-ACKS-FAILED
004180     END-EVALUATE.
004190     PERFORM 2150-READ-ACK-PARA THRU 2150-EXIT.
004200 2100-EXIT.
004210     EXIT.
004220*-----------------------------------------------------------*
004230* 2150-READ-ACK-PARA - READ THE NEXT ACKNOWLEDGEMENT.        *
004235* A READ ERROR ENDS THE PASS AND FAILS THE RUN.              *
004240*-----------------------------------------------------------*
004250 2150-READ-ACK-PARA.
004260     READ ACK-FILE
004270         AT END
004280             MOVE "Y" TO WS-ACK-EOF-SWITCH
004290     END-READ.
004291     IF NOT WS-ACK-EOF AND NOT WS-ACK-FILE-OK
004292         MOVE "Y" TO WS-ACK-EOF-SWITCH
004293         MOVE "Y" TO WS-RUN-ERROR-SWITCH
004294         IF WS-RPT-FILE-OK
004295             MOVE SPACES TO DISPATCH-REPORT-LINE
004296             STRING "WRKEVACK READ FAILED - STATUS "
004297                                         DELIMITED BY SIZE
004298                     WS-ACK-FILE-STATUS  DELIMITED BY SIZE
004299                 INTO DISPATCH-REPORT-LINE
004300             WRITE DISPATCH-REPORT-LINE
004301         END-IF
004302     END-IF.
004303 2150-EXIT.
004310     EXIT.
004320*-----------------------------------------------------------*
004330* 2200-WRITE-ACK-LINE-PARA - ONE REPORT LINE FOR AN          *
004340* ACKNOWLEDGEMENT THAT WAS NOT APPLIED, QUOTING THE EVENT    *
004350* ID AS THE GATEWAY SENT IT.                                 *
004360*-----------------------------------------------------------*
004370 2200-WRITE-ACK-LINE-PARA.
004380     IF NOT WS-RPT-FILE-OK
004390         GO TO 2200-EXIT
004400     END-IF.
004410     MOVE EVAK-EVENT-ID TO WS-DTL-EVENT-ID.
004420     MOVE SPACES        TO WS-DTL-ACCT-NUMBER.
004430     MOVE SPACE         TO WS-DTL-TYPE.
004440     MOVE ZERO          TO WS-DTL-ATTEMPTS.
004450     MOVE WS-DETAIL-LINE TO DISPATCH-REPORT-LINE.
004460     WRITE DISPATCH-REPORT-LINE.
004470 2200-EXIT.
004480     EXIT.
004490*-----------------------------------------------------------*
004500* 3000-SEND-EVENTS-PARA - PASS THE WHOLE OUTBOX IN KEY       *
004510* ORDER, WHICH IS CLIENT BY CLIENT, SENDING EVERY PENDING    *
004520* EVENT AND COUNTING EVERY EVENT UNDER ITS STATUS. THE       *
004530* DELIVERY FILE IS WRITTEN WHOLE EACH RUN - HEADER, CLIENT   *
004540* AND DETAIL RECORDS, TRAILER. NO SUBSCRIPTION FILE MEANS    *
004550* NO EVENT HAS ANYWHERE TO GO; ONE THAT WILL NOT OPEN, OR    *
004560* A DELIVERY FILE THAT WILL NOT OPEN, SENDS NOTHING AND      *
004570* FAILS THE RUN.                                             *
004580*-----------------------------------------------------------*
004590 3000-SEND-EVENTS-PARA.
004600     OPEN INPUT SUBSCRIPTION-FILE.
004610     IF WS-SUBS-FILE-OK
004620         MOVE "Y" TO WS-SUBS-FILE-OPENED
004630     ELSE
004640         IF NOT WS-SUBS-FILE-MISSING
004650             MOVE "Y" TO WS-RUN-ERROR-SWITCH
004660             IF WS-RPT-FILE-OK
004670                 MOVE SPACES TO DISPATCH-REPORT-LINE
004680                 STRING "WRKSUBS WILL NOT OPEN - STATUS "
004690                                             DELIMITED BY SIZE
004700                         WS-SUBS-FILE-STATUS DELIMITED BY SIZE
004710                         " - NOTHING SENT"   DELIMITED BY SIZE
004720                     INTO DISPATCH-REPORT-LINE
004730                 WRITE DISPATCH-REPORT-LINE
004740             END-IF
004750             GO TO 3000-EXIT
004760         END-IF
004770     END-IF.
004780     OPEN OUTPUT DELIVERY-FILE.
004790     IF NOT WS-DLV-FILE-OK
004800         MOVE "Y" TO WS-RUN-ERROR-SWITCH
004810         IF WS-RPT-FILE-OK
004820             MOVE SPACES TO DISPATCH-REPORT-LINE
004830             STRING "WRKEVDLV WILL NOT OPEN - STATUS "
004840                                         DELIMITED BY SIZE
004850                     WS-DLV-FILE-STATUS  DELIMITED BY SIZE
004860                     " - NOTHING SENT"   DELIMITED BY SIZE
004870                 INTO DISPATCH-REPORT-LINE
004880             WRITE DISPATCH-REPORT-LINE
004890         END-IF
004900         GO TO 3000-EXIT
004910     END-IF.
004920     MOVE "Y" TO WS-DLV-FILE-OPENED.
004930     MOVE SPACES TO EVDL-HEADER-RECORD.
004940     MOVE "H" TO EVDL-REC-TYPE.
004950     MOVE WS-BUSINESS-DATE TO EVDL-HDR-BUSINESS-DATE.
004960     MOVE WS-RUN-TIMESTAMP TO EVDL-HDR-CREATED.
004970     WRITE EVDL-HEADER-RECORD.
004980     IF NOT WS-DLV-FILE-OK
004990         PERFORM 3900-DELIVERY-FAILED-PARA THRU 3900-EXIT
005000         GO TO 3000-EXIT
005010     END-IF.
005020     MOVE LOW-VALUES TO EVNT-KEY.
005030     START EVENT-FILE KEY NOT LESS THAN EVNT-KEY
005040         INVALID KEY
005050             MOVE "Y" TO WS-EVNT-EOF-SWITCH
005060     END-START.
005070     PERFORM 3150-READ-EVENT-PARA THRU 3150-EXIT.
005080     PERFORM 3100-PROCESS-EVENT-PARA THRU 3100-EXIT
005090         UNTIL WS-EVNT-EOF.
005100     IF WS-DLV-FILE-IS-OPEN
005110         MOVE SPACES TO EVDL-TRAILER-RECORD
005120         MOVE "T" TO EVDL-REC-TYPE
005130         MOVE WS-CLIENTS-SENT TO EVDL-TRL-CLIENT-COUNT
005140         MOVE WS-SENT-NOW TO EVDL-TRL-EVENT-COUNT
005150         WRITE EVDL-TRAILER-RECORD
005160         IF NOT WS-DLV-FILE-OK
005170             PERFORM 3900-DELIVERY-FAILED-PARA THRU 3900-EXIT
005180         END-IF
005190     END-IF.
005200 3000-EXIT.
005210     EXIT.
005220*-----------------------------------------------------------*
005230* 3100-PROCESS-EVENT-PARA - SEND THE EVENT IN HAND IF IT     *
005240* IS PENDING AND THE DELIVERY FILE IS STILL GOOD, COUNT IT   *
005250* UNDER ITS STATUS AS IT NOW STANDS, AND READ THE NEXT.      *
005260*-----------------------------------------------------------*
005270 3100-PROCESS-EVENT-PARA.
005280     ADD 1 TO WS-EVENTS-READ.
005290     IF EVNT-PENDING AND WS-DLV-FILE-IS-OPEN
005300         ADD 1 TO WS-PENDING-EXAMINED
005310         PERFORM 3200-SEND-EVENT-PARA THRU 3200-EXIT
005320     END-IF.
005330     EVALUATE TRUE
005340         WHEN EVNT-PENDING
005350             ADD 1 TO WS-PENDING-COUNT
005360         WHEN EVNT-SENT
005370             ADD 1 TO WS-SENT-COUNT
005380         WHEN EVNT-DELIVERED
005390             ADD 1 TO WS-DELIVERED-COUNT
005400         WHEN EVNT-PARKED
005410             ADD 1 TO WS-PARKED-COUNT
005420         WHEN OTHER
005430             CONTINUE
005440     END-EVALUATE.
005450     PERFORM 3150-READ-EVENT-PARA THRU 3150-EXIT.
005460 3100-EXIT.
005470     EXIT.
005480*-----------------------------------------------------------*
005490* 3150-READ-EVENT-PARA - READ THE NEXT EVENT IN KEY ORDER.   *
005500* A READ ERROR ENDS THE PASS AND FAILS THE RUN.              *
005510*-----------------------------------------------------------*
005520 3150-READ-EVENT-PARA.
005530     IF WS-EVNT-EOF
005540         GO TO 3150-EXIT
005550     END-IF.
005560     READ EVENT-FILE NEXT RECORD
005570         AT END
005580             MOVE "Y" TO WS-EVNT-EOF-SWITCH
005590     END-READ.
005600     IF NOT WS-EVNT-EOF AND NOT WS-EVNT-FILE-OK
005610         MOVE "Y" TO WS-EVNT-EOF-SWITCH
005620         MOVE "Y" TO WS-RUN-ERROR-SWITCH
005630         IF WS-RPT-FILE-OK
005640             MOVE SPACES TO DISPATCH-REPORT-LINE
005650             STRING "WRKEVNT READ FAILED - STATUS "
005660                                         DELIMITED BY SIZE
005670                     WS-EVNT-FILE-STATUS DELIMITED BY SIZE
005680                 INTO DISPATCH-REPORT-LINE
005690             WRITE DISPATCH-REPORT-LINE
005700         END-IF
005710     END-IF.
005720 3150-EXIT.
005730     EXIT.
005740*-----------------------------------------------------------*
005750* 3200-SEND-EVENT-PARA - SEND ONE PENDING EVENT. ITS         *
005760* ACCOUNT'S SUBSCRIPTION SAYS WHERE: THE CLIENT'S FIRST      *
005770* EVENT THIS RUN WRITES A CLIENT RECORD, THEN THE EVENT      *
005780* GOES OUT AS A DETAIL RECORD WITH ITS MESSAGE TEXT AND IS   *
005790* MARKED SENT. AN EVENT WHOSE ACCOUNT NO LONGER HAS AN       *
005800* ACTIVE SUBSCRIPTION COUNTS AS A FAILED ATTEMPT (3300).     *
005810* EITHER WAY THE ATTEMPT IS COUNTED AND STAMPED AND THE      *
005820* EVENT REWRITTEN.                                           *
005830*-----------------------------------------------------------*
005840 3200-SEND-EVENT-PARA.
005850     MOVE "N" TO WS-SUBS-FOUND-SWITCH.
005860     IF WS-SUBS-FILE-IS-OPEN
005870         MOVE EVNT-ACCT-NUMBER TO SUBS-ACCT-NUMBER
005880         READ SUBSCRIPTION-FILE
005890             INVALID KEY
005900                 CONTINUE
005910         END-READ
005920         IF WS-SUBS-FILE-OK AND SUBS-ACTIVE
005930             MOVE "Y" TO WS-SUBS-FOUND-SWITCH
005940         END-IF
005950     END-IF.
005960     ADD 1 TO EVNT-ATTEMPTS.
005970     MOVE WS-RUN-TIMESTAMP TO EVNT-LAST-TRIED.
005980     IF NOT WS-SUBS-FOUND
005990         PERFORM 3300-FAIL-EVENT-PARA THRU 3300-EXIT
006000         GO TO 3200-EXIT
006010     END-IF.
006020     IF EVNT-CLIENT-ID NOT = WS-LAST-CLIENT-ID
006030         MOVE SPACES TO EVDL-CLIENT-RECORD
006040         MOVE "C" TO EVDL-REC-TYPE
006050         MOVE EVNT-CLIENT-ID TO EVDL-CLI-CLIENT-ID
006060         WRITE EVDL-CLIENT-RECORD
006070         IF NOT WS-DLV-FILE-OK
006080             PERFORM 3900-DELIVERY-FAILED-PARA THRU 3900-EXIT
006090             GO TO 3200-EXIT
006100         END-IF
006110         MOVE EVNT-CLIENT-ID TO WS-LAST-CLIENT-ID
006120         ADD 1 TO WS-CLIENTS-SENT
006130     END-IF.
006140     PERFORM 3400-BUILD-TEXT-PARA THRU 3400-EXIT.
006150     MOVE SPACES TO EVDL-DETAIL-RECORD.
006160     MOVE "D" TO EVDL-REC-TYPE.
006170     MOVE EVNT-KEY         TO EVDL-DTL-EVENT-ID.
006180     MOVE EVNT-ACCT-NUMBER TO EVDL-DTL-ACCT-NUMBER.
006190     MOVE EVNT-TYPE        TO EVDL-DTL-EVENT-TYPE.
006200     MOVE SUBS-CHANNEL     TO EVDL-DTL-CHANNEL.
006210     MOVE SUBS-ADDRESS     TO EVDL-DTL-ADDRESS.
006220     MOVE WS-MESSAGE-TEXT  TO EVDL-DTL-TEXT.
006230     WRITE EVDL-DETAIL-RECORD.
006240     IF NOT WS-DLV-FILE-OK
006250         PERFORM 3900-DELIVERY-FAILED-PARA THRU 3900-EXIT
006260         GO TO 3200-EXIT
006270     END-IF.
006280     MOVE "S" TO EVNT-STATUS.
006290     MOVE SPACES TO EVNT-FAIL-REASON.
006300     PERFORM 3800-REWRITE-EVENT-PARA THRU 3800-EXIT.
006310     IF WS-EVNT-FILE-OK
006320         ADD 1 TO WS-SENT-NOW
006330     END-IF.
006340 3200-EXIT.
006350     EXIT.
006360*-----------------------------------------------------------*
006370* 3300-FAIL-EVENT-PARA - THE EVENT HAS NO ACTIVE             *
006380* SUBSCRIPTION TO GO TO - THE SUBSCRIPTION WAS DELETED OR    *
006390* PAUSED SINCE THE EVENT WAS RAISED. IT STAYS PENDING, SO    *
006400* A RESUMED SUBSCRIPTION STILL GETS IT, UNTIL ITS ATTEMPTS   *
006410* ARE USED UP, WHEN IT IS PARKED.                            *
006420*-----------------------------------------------------------*
006430 3300-FAIL-EVENT-PARA.
006440     MOVE "NO ACTIVE SUBSCRIPTION" TO EVNT-FAIL-REASON.
006450     IF EVNT-ATTEMPTS NOT < WS-EVENT-TRIES
006460         MOVE "K" TO EVNT-STATUS
006470     END-IF.
006480     PERFORM 3800-REWRITE-EVENT-PARA THRU 3800-EXIT.
006490     IF NOT WS-EVNT-FILE-OK
006500         GO TO 3300-EXIT
006510     END-IF.
006520     IF EVNT-PARKED
006530         ADD 1 TO WS-PARKED-NOW
006540         PERFORM 3500-WRITE-PARKED-LINE-PARA THRU 3500-EXIT
006550     ELSE
006560         ADD 1 TO WS-UNSENT-NOW
006570     END-IF.
006580 3300-EXIT.
006590     EXIT.
006600*-----------------------------------------------------------*
006610* 3400-BUILD-TEXT-PARA - THE MESSAGE TEXT FOR THE EVENT IN   *
006620* HAND, READY FOR THE GATEWAY TO SEND AS IT STANDS.          *
006630*-----------------------------------------------------------*
006640 3400-BUILD-TEXT-PARA.
006650     MOVE EVNT-AMOUNT TO WS-EDIT-AMOUNT.
006660     PERFORM 8200-EDIT-AMOUNT-PARA THRU 8200-EXIT.
006670     MOVE WS-EDIT-TEXT TO WS-AMOUNT-TEXT.
006680     MOVE EVNT-BALANCE TO WS-EDIT-AMOUNT.
006690     PERFORM 8200-EDIT-AMOUNT-PARA THRU 8200-EXIT.
006700     MOVE WS-EDIT-TEXT TO WS-BALANCE-TEXT.
006710     MOVE EVNT-THRESHOLD TO WS-EDIT-AMOUNT.
006720     PERFORM 8200-EDIT-AMOUNT-PARA THRU 8200-EXIT.
006730     MOVE WS-EDIT-TEXT TO WS-LEVEL-TEXT.
006740     MOVE SPACES TO WS-MESSAGE-TEXT.
006750     EVALUATE TRUE
006760         WHEN EVNT-NEGATIVE
006770             STRING "ACCOUNT "        DELIMITED BY SIZE
006780                     EVNT-ACCT-NUMBER DELIMITED BY SPACE
006790                     " IS OVERDRAWN - BALANCE "
006800                                      DELIMITED BY SIZE
006810                     WS-BALANCE-TEXT  DELIMITED BY SPACE
006820                 INTO WS-MESSAGE-TEXT
006830         WHEN EVNT-LOW-BALANCE
006840             STRING "ACCOUNT "        DELIMITED BY SIZE
006850                     EVNT-ACCT-NUMBER DELIMITED BY SPACE
006860                     " BALANCE "      DELIMITED BY SIZE
006870                     WS-BALANCE-TEXT  DELIMITED BY SPACE
006880                     " IS BELOW YOUR ALERT LEVEL OF "
006890                                      DELIMITED BY SIZE
006900                     WS-LEVEL-TEXT    DELIMITED BY SPACE
006910                 INTO WS-MESSAGE-TEXT
006920         WHEN EVNT-LARGE-CREDIT
006930             STRING "ACCOUNT "        DELIMITED BY SIZE
006940                     EVNT-ACCT-NUMBER DELIMITED BY SPACE
006950                     " CREDITED WITH " DELIMITED BY SIZE
006960                     WS-AMOUNT-TEXT   DELIMITED BY SPACE
006970                     " - BALANCE "    DELIMITED BY SIZE
006980                     WS-BALANCE-TEXT  DELIMITED BY SPACE
006990                 INTO WS-MESSAGE-TEXT
007000         WHEN EVNT-REFUSED
007010             EVALUATE EVNT-REFUSAL-CODE
007020                 WHEN "25"
007030                     MOVE "ACCOUNT FROZEN" TO WS-REFUSAL-TEXT
007040                 WHEN "26"
007050                     MOVE "OVER OVERDRAFT LIMIT"
007060                         TO WS-REFUSAL-TEXT
007070                 WHEN "27"
007080                     MOVE "ACCOUNT CLOSED" TO WS-REFUSAL-TEXT
007090                 WHEN OTHER
007100                     MOVE "NOT ALLOWED" TO WS-REFUSAL-TEXT
007110             END-EVALUATE
007120             STRING "ACCOUNT "        DELIMITED BY SIZE
007130                     EVNT-ACCT-NUMBER DELIMITED BY SPACE
007140                     " POSTING OF "   DELIMITED BY SIZE
007150                     WS-AMOUNT-TEXT   DELIMITED BY SPACE
007160                     " REFUSED - "    DELIMITED BY SIZE
007170                     WS-REFUSAL-TEXT  DELIMITED BY SIZE
007180                 INTO WS-MESSAGE-TEXT
007190         WHEN EVNT-FROZEN
007200             STRING "ACCOUNT "        DELIMITED BY SIZE
007210                     EVNT-ACCT-NUMBER DELIMITED BY SPACE
007220                     " HAS BEEN FROZEN" DELIMITED BY SIZE
007230                 INTO WS-MESSAGE-TEXT
007240         WHEN EVNT-CLOSED
007250             STRING "ACCOUNT "        DELIMITED BY SIZE
007260                     EVNT-ACCT-NUMBER DELIMITED BY SPACE
007270                     " HAS BEEN CLOSED" DELIMITED BY SIZE
007280                 INTO WS-MESSAGE-TEXT
007290         WHEN OTHER
007300             STRING "ACCOUNT "        DELIMITED BY SIZE
007310                     EVNT-ACCT-NUMBER DELIMITED BY SPACE
007320                     " - BALANCE "    DELIMITED BY SIZE
007330                     WS-BALANCE-TEXT  DELIMITED BY SPACE
007340                 INTO WS-MESSAGE-TEXT
007350     END-EVALUATE.
007360 3400-EXIT.
007370     EXIT.
007380*-----------------------------------------------------------*
007390* 3500-WRITE-PARKED-LINE-PARA - ONE REPORT LINE FOR AN       *
007400* EVENT PARKED THIS RUN, WITH ITS LAST FAILURE REASON, SO    *
007410* THE DESK CAN TAKE IT UP WITH THE CLIENT.                   *
007420*-----------------------------------------------------------*
007430 3500-WRITE-PARKED-LINE-PARA.
007440     IF NOT WS-RPT-FILE-OK
007450         GO TO 3500-EXIT
007460     END-IF.
007470     MOVE "PARKED"         TO WS-DTL-WHAT.
007480     MOVE EVNT-KEY         TO WS-DTL-EVENT-ID.
007490     MOVE EVNT-ACCT-NUMBER TO WS-DTL-ACCT-NUMBER.
007500     MOVE EVNT-TYPE        TO WS-DTL-TYPE.
007510     MOVE EVNT-ATTEMPTS    TO WS-DTL-ATTEMPTS.
007520     MOVE EVNT-FAIL-REASON TO WS-DTL-REASON.
007530     MOVE WS-DETAIL-LINE   TO DISPATCH-REPORT-LINE.
007540     WRITE DISPATCH-REPORT-LINE.
007550 3500-EXIT.
007560     EXIT.
007570*-----------------------------------------------------------*
007580* 3800-REWRITE-EVENT-PARA - REWRITE THE EVENT IN HAND. A     *
007590* FAILED REWRITE IS LISTED AND FAILS THE RUN - AN EVENT      *
007600* ALREADY ON THE DELIVERY FILE BUT STILL PENDING ON THE      *
007610* OUTBOX WILL BE SENT AGAIN BY THE NEXT RUN.                 *
007620*-----------------------------------------------------------*
007630 3800-REWRITE-EVENT-PARA.
007640     REWRITE EVNT-RECORD
007650         INVALID KEY
007660             CONTINUE
007670     END-REWRITE.
007680     IF NOT WS-EVNT-FILE-OK
007690         MOVE "Y" TO WS-RUN-ERROR-SWITCH
007700         IF WS-RPT-FILE-OK
007710             MOVE SPACES TO DISPATCH-REPORT-LINE
007720             STRING "WRKEVNT REWRITE FAILED - STATUS "
007730                                         DELIMITED BY SIZE
007740                     WS-EVNT-FILE-STATUS DELIMITED BY SIZE
007750                     " EVENT "           DELIMITED BY SIZE
007760                     EVNT-KEY            DELIMITED BY SIZE
007770                 INTO DISPATCH-REPORT-LINE
007780             WRITE DISPATCH-REPORT-LINE
007790         END-IF
007800     END-IF.
007810 3800-EXIT.
007820     EXIT.
007830*-----------------------------------------------------------*
007840* 3900-DELIVERY-FAILED-PARA - THE DELIVERY FILE COULD NOT    *
007850* BE WRITTEN. NOTHING MORE IS SENT THIS RUN: THE FILE IS     *
007860* CLOSED AS IT STANDS AND THE RUN FAILS, SO THE GATEWAY IS   *
007870* NOT HANDED A FILE WITHOUT ITS TRAILER AND THE EVENTS       *
007880* LEFT PENDING GO ON A RERUN.                                *
007890*-----------------------------------------------------------*
007900 3900-DELIVERY-FAILED-PARA.
007910     MOVE "Y" TO WS-RUN-ERROR-SWITCH.
007920     IF WS-RPT-FILE-OK
007930         MOVE SPACES TO DISPATCH-REPORT-LINE
007940         STRING "WRKEVDLV WRITE FAILED - STATUS "
007950                                     DELIMITED BY SIZE
007960                 WS-DLV-FILE-STATUS  DELIMITED BY SIZE
007970                 " - SENDING STOPPED" DELIMITED BY SIZE
007980             INTO DISPATCH-REPORT-LINE
007990         WRITE DISPATCH-REPORT-LINE
008000     END-IF.
008010     CLOSE DELIVERY-FILE.
008020     MOVE "N" TO WS-DLV-FILE-OPENED.
008030 3900-EXIT.
008040     EXIT.
008050*-----------------------------------------------------------*
008060* 5000-WRITE-TOTALS-PARA - DISPATCH TOTALS FOR THE DESK.     *
008070* SENT AWAITING ANSWER IS EVERYTHING ON THE GATEWAY'S SIDE   *
008080* NOW, INCLUDING THIS RUN'S DELIVERY FILE.                   *
008090*-----------------------------------------------------------*
008100 5000-WRITE-TOTALS-PARA.
008110     MOVE WS-ACKS-READ TO WS-COUNT-DISPLAY.
008120     MOVE SPACES TO DISPATCH-REPORT-LINE.
008130     STRING "ACKS READ ........... " DELIMITED BY SIZE
008140             WS-COUNT-DISPLAY        DELIMITED BY SIZE
008150         INTO DISPATCH-REPORT-LINE.
008160     WRITE DISPATCH-REPORT-LINE.
008170     MOVE WS-ACKS-DELIVERED TO WS-COUNT-DISPLAY.
008180     MOVE SPACES TO DISPATCH-REPORT-LINE.
008190     STRING "ACKS DELIVERED ...... " DELIMITED BY SIZE
008200             WS-COUNT-DISPLAY        DELIMITED BY SIZE
008210         INTO DISPATCH-REPORT-LINE.
008220     WRITE DISPATCH-REPORT-LINE.
008230     MOVE WS-ACKS-FAILED TO WS-COUNT-DISPLAY.
008240     MOVE SPACES TO DISPATCH-REPORT-LINE.
008250     STRING "ACKS FAILED ......... " DELIMITED BY SIZE
008260             WS-COUNT-DISPLAY        DELIMITED BY SIZE
008270         INTO DISPATCH-REPORT-LINE.
008280     WRITE DISPATCH-REPORT-LINE.
008290     MOVE WS-ACKS-NOT-APPLIED TO WS-COUNT-DISPLAY.
008300     MOVE SPACES TO DISPATCH-REPORT-LINE.
008310     STRING "ACKS NOT APPLIED .... " DELIMITED BY SIZE
008320             WS-COUNT-DISPLAY        DELIMITED BY SIZE
008330         INTO DISPATCH-REPORT-LINE.
008340     WRITE DISPATCH-REPORT-LINE.
008350     MOVE WS-EVENTS-READ TO WS-COUNT-DISPLAY.
008360     MOVE SPACES TO DISPATCH-REPORT-LINE.
008370     STRING "EVENTS READ ......... " DELIMITED BY SIZE
008380             WS-COUNT-DISPLAY        DELIMITED BY SIZE
008390         INTO DISPATCH-REPORT-LINE.
008400     WRITE DISPATCH-REPORT-LINE.
008410     MOVE WS-PENDING-EXAMINED TO WS-COUNT-DISPLAY.
008420     MOVE SPACES TO DISPATCH-REPORT-LINE.
008430     STRING "PENDING TRIED ....... " DELIMITED BY SIZE
008440             WS-COUNT-DISPLAY        DELIMITED BY SIZE
008450         INTO DISPATCH-REPORT-LINE.
008460     WRITE DISPATCH-REPORT-LINE.
008470     MOVE WS-SENT-NOW TO WS-COUNT-DISPLAY.
008480     MOVE SPACES TO DISPATCH-REPORT-LINE.
008490     STRING "SENT THIS RUN ....... " DELIMITED BY SIZE
008500             WS-COUNT-DISPLAY        DELIMITED BY SIZE
008510         INTO DISPATCH-REPORT-LINE.
008520     WRITE DISPATCH-REPORT-LINE.
008530     MOVE WS-CLIENTS-SENT TO WS-COUNT-DISPLAY.
008540     MOVE SPACES TO DISPATCH-REPORT-LINE.
008550     STRING "CLIENTS SENT TO ..... " DELIMITED BY SIZE
008560             WS-COUNT-DISPLAY        DELIMITED BY SIZE
008570         INTO DISPATCH-REPORT-LINE.
008580     WRITE DISPATCH-REPORT-LINE.
008590     MOVE WS-UNSENT-NOW TO WS-COUNT-DISPLAY.
008600     MOVE SPACES TO DISPATCH-REPORT-LINE.
008610     STRING "NOT SENT - RETRY .... " DELIMITED BY SIZE
008620             WS-COUNT-DISPLAY        DELIMITED BY SIZE
008630         INTO DISPATCH-REPORT-LINE.
008640     WRITE DISPATCH-REPORT-LINE.
008650     MOVE WS-PARKED-NOW TO WS-COUNT-DISPLAY.
008660     MOVE SPACES TO DISPATCH-REPORT-LINE.
008670     STRING "PARKED THIS RUN ..... " DELIMITED BY SIZE
008680             WS-COUNT-DISPLAY        DELIMITED BY SIZE
008690         INTO DISPATCH-REPORT-LINE.
008700     WRITE DISPATCH-REPORT-LINE.
008710     MOVE WS-PENDING-COUNT TO WS-COUNT-DISPLAY.
008720     MOVE SPACES TO DISPATCH-REPORT-LINE.
008730     STRING "EVENTS PENDING ...... " DELIMITED BY SIZE
008740             WS-COUNT-DISPLAY        DELIMITED BY SIZE
008750         INTO DISPATCH-REPORT-LINE.
008760     WRITE DISPATCH-REPORT-LINE.
008770     MOVE WS-SENT-COUNT TO WS-COUNT-DISPLAY.
008780     MOVE SPACES TO DISPATCH-REPORT-LINE.
008790     STRING "SENT AWAITING ANSWER  " DELIMITED BY SIZE
008800             WS-COUNT-DISPLAY        DELIMITED BY SIZE
008810         INTO DISPATCH-REPORT-LINE.
008820     WRITE DISPATCH-REPORT-LINE.
008830     MOVE WS-DELIVERED-COUNT TO WS-COUNT-DISPLAY.
008840     MOVE SPACES TO DISPATCH-REPORT-LINE.
008850     STRING "EVENTS DELIVERED .... " DELIMITED BY SIZE
008860             WS-COUNT-DISPLAY        DELIMITED BY SIZE
008870         INTO DISPATCH-REPORT-LINE.
008880     WRITE DISPATCH-REPORT-LINE.
008890     MOVE WS-PARKED-COUNT TO WS-COUNT-DISPLAY.
008900     MOVE SPACES TO DISPATCH-REPORT-LINE.
008910     STRING "EVENTS PARKED ....... " DELIMITED BY SIZE
008920             WS-COUNT-DISPLAY        DELIMITED BY SIZE
008930         INTO DISPATCH-REPORT-LINE.
008940     WRITE DISPATCH-REPORT-LINE.
008950 5000-EXIT.
008960     EXIT.
008970*-----------------------------------------------------------*
008980* 8200-EDIT-AMOUNT-PARA - EDIT WS-EDIT-AMOUNT WITH A         *
008990* FLOATING MINUS AND HAND IT BACK LEFT-JUSTIFIED IN WS-      *
009000* EDIT-TEXT.                                                 *
009010*-----------------------------------------------------------*
009020 8200-EDIT-AMOUNT-PARA.
009030     MOVE WS-EDIT-AMOUNT TO WS-EDIT-PICTURE.
009040     MOVE ZERO TO WS-EDIT-LEAD.
009050     INSPECT WS-EDIT-PICTURE TALLYING WS-EDIT-LEAD
009060         FOR LEADING SPACES.
009070     MOVE SPACES TO WS-EDIT-TEXT.
009080     MOVE WS-EDIT-PICTURE (WS-EDIT-LEAD + 1:) TO WS-EDIT-TEXT.
009090 8200-EXIT.
009100     EXIT.
009110*-----------------------------------------------------------*
009120* 8900-RUN-END-PARA - REGISTER THE END OF THE RUN AND ITS    *
009130* CONTROL TOTALS ON WRKRUNCT: PENDING EVENTS TRIED IN,       *
009140* EVENTS SENT OUT. A BLOCKED RUN RECORDED NOTHING AND        *
009150* LEAVES THE COMPLETED RECORD ALONE. ANY OPEN, READ,         *
009160* REWRITE OR DELIVERY FAILURE FAILS THE RUN SO THE DATE      *
009170* CAN BE RUN AGAIN ONCE THE CAUSE IS PUT RIGHT.              *
009180*-----------------------------------------------------------*
009190 8900-RUN-END-PARA.
009200     IF WS-RUN-BLOCKED
009210         GO TO 8900-EXIT
009220     END-IF.
009230     MOVE "E" TO RUNCLNK-FUNCTION-CODE.
009240     IF WS-RUN-ERROR
009250         MOVE "F" TO RUNCLNK-STATUS-CODE
009260     ELSE
009270         MOVE "C" TO RUNCLNK-STATUS-CODE
009280     END-IF.
009290     MOVE WS-PENDING-EXAMINED TO RUNCLNK-RECORDS-IN.
009300     MOVE WS-SENT-NOW TO RUNCLNK-RECORDS-OUT.
009310     CALL "wrkrunct" USING RUNCLNK-PARMS.
009320 8900-EXIT.
009330     EXIT.
009340*-----------------------------------------------------------*
009350* 9999-TERMINATE-PARA - CLOSE FILES AND END THE RUN.         *
009360*-----------------------------------------------------------*
009370 9999-TERMINATE-PARA.
009380     PERFORM 8900-RUN-END-PARA THRU 8900-EXIT.
009390     IF WS-EVNT-FILE-IS-OPEN
009400         CLOSE EVENT-FILE
009410     END-IF.
009420     IF WS-SUBS-FILE-IS-OPEN
009430         CLOSE SUBSCRIPTION-FILE
009440     END-IF.
009450     IF WS-DLV-FILE-IS-OPEN
009460         CLOSE DELIVERY-FILE
009470     END-IF.
009480     IF WS-RPT-FILE-OK
009490         CLOSE DISPATCH-REPORT-FILE
009500     END-IF.
009510     STOP RUN.
009520 9999-EXIT.
009530     EXIT.
