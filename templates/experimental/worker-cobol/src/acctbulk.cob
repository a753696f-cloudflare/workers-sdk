000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. acctbulk.
000030 AUTHOR. DL100-DEVELOPMENT-TEAM.
000040 INSTALLATION. CLOUDFLARE-WORKERS-COBOL.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*-----------------------------------------------------------*
000100* 2026-10-15  DL100  INITIAL VERSION. BATCH JOB - TAKES A    *
000110*                    CORPORATE CLIENT'S WRKBULK BULK PAYMENT *
000120*                    FILE (HEADER, DETAILS, TRAILER). A      *
000130*                    FIRST PASS PROVES THE FILE: ONE HEADER  *
000140*                    FIRST, ONE TRAILER LAST, AND A TRAILER  *
000150*                    COUNT AND HASH TOTAL THAT MATCH THE     *
000160*                    DETAILS - ANY MISMATCH REJECTS THE      *
000170*                    WHOLE FILE AND NOTHING POSTS. A SECOND  *
000180*                    PASS POSTS EACH DETAIL THROUGH THE      *
000190*                    ACCTLKUP "T" FUNCTION UNDER THE LINE'S  *
000200*                    CLIENT REFERENCE, SO A RE-SENT FILE     *
000210*                    COMES BACK DUPLICATE INSTEAD OF POSTING *
000220*                    TWICE. WRITES THE WRKBACK ACK FILE WITH *
000230*                    A RESULT PER LINE, THE WRKBRTN RETURN   *
000240*                    FILE OF LINES THAT DID NOT POST, AND    *
000250*                    THE WRKBULKR CONTROL REPORT. REGISTERS  *
000260*                    ON WRKRUNCT LIKE THE REST OF THE SUITE. *
000261* 2026-10-15  DL100  A COMPLETED RUN FOR THE DATE NO         *
000262*                    LONGER STOPS ANOTHER CLIENT'S FILE;     *
000263*                    WRKBULKC LOGS EACH CLIENT FILE          *
000264*                    REFERENCE POSTED AND REFUSES IT IF      *
000265*                    SENT AGAIN. HEADER CLIENT ID PASSED     *
000266*                    TO ACCTLKUP. "P" REFS RESERVED.         *
000267* 2026-10-15  DL100  NO START CALL ON WRKRUNCT. EVERY RUN IS *
000268*                    LOGGED ON WRKBULKC WITH ITS OUTCOME AND *
000269*                    COUNTS; THE DAY'S WRKRUNCT RECORD IS    *
000270*                    TOTALLED FROM THAT LOG, SO ONE FAILED   *
000271*                    FILE KEEPS THE DATE FAILED.             *
000272*-----------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT BULK-PAYMENT-FILE ASSIGN TO "WRKBULK"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-BULK-FILE-STATUS.
000350     SELECT BULK-ACK-FILE ASSIGN TO "WRKBACK"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-ACK-FILE-STATUS.
000380     SELECT BULK-RETURN-FILE ASSIGN TO "WRKBRTN"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-RTN-FILE-STATUS.
000410     SELECT CONTROL-REPORT-FILE ASSIGN TO "WRKBULKR"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-RPT-FILE-STATUS.
000432     SELECT BULK-CONTROL-FILE ASSIGN TO "WRKBULKC"
000434         ORGANIZATION IS LINE SEQUENTIAL
000436         FILE STATUS IS WS-BCTL-FILE-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  BULK-PAYMENT-FILE.
000470 COPY BULKREC.
000480 FD  BULK-ACK-FILE.
000490 COPY BACKREC.
000500 FD  BULK-RETURN-FILE.
000510 01  BULK-RETURN-LINE                PIC X(80).
000520 FD  CONTROL-REPORT-FILE.
000530 01  CONTROL-REPORT-LINE             PIC X(80).
000531*-----------------------------------------------------------*
000532* WRKBULKC - ONE LINE PER RUN: THE CLIENT FILE, WHEN IT RAN, *
000533* HOW IT ENDED AND ITS COUNTS. A FILE POSTED THROUGH ("P")   *
000534* IS NEVER POSTED AGAIN FOR THE SAME CLIENT; A REJECTED      *
000535* ("R") OR STOPPED ("S") FILE MAY BE SENT AGAIN. "N" IS A    *
000536* RUN WITH NO FILE OR NO ACK FILE TO ANSWER ON. THE DAY'S    *
000537* WRKRUNCT RECORD IS TOTALLED FROM THESE LINES.              *
000538*-----------------------------------------------------------*
000539 FD  BULK-CONTROL-FILE.
000540 01  BULK-CONTROL-RECORD.
000541     05  BCTL-CLIENT-ID              PIC X(16).
000542     05  FILLER                      PIC X(01).
000543     05  BCTL-FILE-REF               PIC X(16).
000544     05  FILLER                      PIC X(01).
000545     05  BCTL-PROCESSED              PIC X(17).
000546     05  FILLER                      PIC X(01).
000547     05  BCTL-RESULT                 PIC X(01).
000548         88  BCTL-FILE-POSTED            VALUE "P".
000549     05  FILLER                      PIC X(01).
000550     05  BCTL-DETAILS                PIC 9(07).
000551     05  FILLER                      PIC X(01).
000552     05  BCTL-LINES-POSTED           PIC 9(07).
000553     05  FILLER                      PIC X(01).
000554     05  BCTL-LINES-RETURNED         PIC 9(07).
000555     05  FILLER                      PIC X(01).
000556     05  BCTL-POSTED-TOTAL           PIC 9(11)V99.
000557 WORKING-STORAGE SECTION.
000558*-----------------------------------------------------------*
000560* FILE STATUS SWITCHES AND EOF SWITCH.                       *
000570*-----------------------------------------------------------*
000580 77  WS-BULK-FILE-STATUS         PIC X(02) VALUE SPACES.
000590     88  WS-BULK-FILE-OK             VALUE "00".
000600 77  WS-ACK-FILE-STATUS          PIC X(02) VALUE SPACES.
000610     88  WS-ACK-FILE-OK              VALUE "00".
000620 77  WS-RTN-FILE-STATUS          PIC X(02) VALUE SPACES.
000630     88  WS-RTN-FILE-OK              VALUE "00".
000640 77  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
000650     88  WS-RPT-FILE-OK              VALUE "00".
000652 77  WS-BCTL-FILE-STATUS         PIC X(02) VALUE SPACES.
000654     88  WS-BCTL-FILE-OK             VALUE "00".
000655     88  WS-BCTL-FILE-AT-END         VALUE "10".
000656     88  WS-BCTL-FILE-MISSING        VALUE "35".
000657 77  WS-BCTL-EOF-SWITCH          PIC X(01) VALUE "N".
000658     88  WS-BCTL-EOF                 VALUE "Y".
000659 77  WS-BCTL-ERROR-SWITCH        PIC X(01) VALUE "N".
000660     88  WS-BCTL-ERROR               VALUE "Y".
000661 77  WS-BCTL-LOGGED-SWITCH       PIC X(01) VALUE "N".
000662     88  WS-BCTL-LOGGED              VALUE "Y".
000663 77  WS-BULK-EOF-SWITCH          PIC X(01) VALUE "N".
000670     88  WS-BULK-EOF                 VALUE "Y".
000680 77  WS-BULK-ERROR-SWITCH        PIC X(01) VALUE "N".
000690     88  WS-BULK-READ-ERROR          VALUE "Y".
000700*-----------------------------------------------------------*
000710* WHERE THE FILE STANDS. NOTHING MEANS NO RUN (NO INPUT, OR  *
000720* NO ACK FILE TO ANSWER ON); ACCEPTED MEANS THE              *
000730* FIRST PASS PROVED IT; REJECTED CARRIES THE FIRST REASON    *
000740* FOUND, WHICH GOES BACK ON THE ACK HEADER.                  *
000750*-----------------------------------------------------------*
000760 77  WS-FILE-STATE-SWITCH        PIC X(01) VALUE "N".
000770     88  WS-FILE-NOTHING             VALUE "N".
000780     88  WS-FILE-ACCEPTED            VALUE "A".
000790     88  WS-FILE-REJECTED            VALUE "R".
000800 77  WS-CHECK-REASON             PIC X(40) VALUE SPACES.
000810 77  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
000813 77  WS-RUN-RESULT               PIC X(01) VALUE SPACES.
000816     88  WS-RUN-POSTED               VALUE "P".
000820 77  WS-TRAILER-SWITCH           PIC X(01) VALUE "N".
000830     88  WS-TRAILER-SEEN             VALUE "Y".
000840*-----------------------------------------------------------*
000850* THE CLIENT'S HEADER, KEPT FOR THE ACK AND RETURN FILES     *
000860* AND THE REPORT, AND THE TRAILER TOTALS IT CLAIMED.         *
000870*-----------------------------------------------------------*
000880 01  WS-HEADER-SAVE              PIC X(80) VALUE SPACES.
000890 77  WS-HDR-CLIENT-ID            PIC X(16) VALUE SPACES.
000900 77  WS-HDR-FILE-REF             PIC X(16) VALUE SPACES.
000910 77  WS-HDR-VALUE-DATE           PIC X(08) VALUE SPACES.
000915 77  WS-PRIOR-PROCESSED          PIC X(17) VALUE SPACES.
000920 77  WS-TRL-RECORD-COUNT         PIC 9(07) VALUE ZERO.
000930 77  WS-TRL-HASH-TOTAL           PIC 9(11)V99 VALUE ZERO.
000940*-----------------------------------------------------------*
000950* THE RETURN FILE'S OWN TRAILER - THE SAME SHAPE AS THE      *
000960* INBOUND ONE, BUT COUNTING ONLY THE LINES SENT BACK.        *
000970*-----------------------------------------------------------*
000980 01  WS-RETURN-TRAILER.
000990     05  FILLER                  PIC X(01) VALUE "T".
001000     05  WS-RTN-RECORD-COUNT     PIC 9(07) VALUE ZERO.
001010     05  WS-RTN-HASH-TOTAL       PIC 9(11)V99 VALUE ZERO.
001020     05  FILLER                  PIC X(59) VALUE SPACES.
001030*-----------------------------------------------------------*
001040* RUN DATE AND TIMESTAMP. THE TIMESTAMP GOES TO ACCTLKUP SO  *
001050* THE POSTINGS CARRY IT ON WRKTRAN LIKE ONLINE MOVEMENTS DO. *
001060*-----------------------------------------------------------*
001070 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001080 77  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
001090 77  WS-RUN-TIMESTAMP            PIC X(17) VALUE SPACES.
001100*-----------------------------------------------------------*
001110* FIRST-PASS COUNTS AND SECOND-PASS RESULTS.                 *
001120*-----------------------------------------------------------*
001130 77  WS-DETAILS-COUNTED          PIC 9(07) COMP VALUE ZERO.
001140 01  WS-HASH-TOTAL               PIC S9(11)V99 VALUE ZEROS.
001150 77  WS-LINE-NUMBER              PIC 9(07) COMP VALUE ZERO.
001160 77  WS-LINES-POSTED             PIC 9(07) COMP VALUE ZERO.
001170 77  WS-LINES-DUPLICATE          PIC 9(07) COMP VALUE ZERO.
001180 77  WS-LINES-RETURNED           PIC 9(07) COMP VALUE ZERO.
001190 77  WS-LINES-NO-HISTORY         PIC 9(07) COMP VALUE ZERO.
001200 01  WS-TOTAL-DEBITS             PIC S9(11)V99 VALUE ZEROS.
001210 01  WS-TOTAL-CREDITS            PIC S9(11)V99 VALUE ZEROS.
001220 77  WS-LINE-RESULT              PIC X(10) VALUE SPACES.
001230     88  WS-LINE-POSTED              VALUE "POSTED".
001240     88  WS-LINE-DUPLICATE           VALUE "DUPLICATE".
001250 77  WS-LINE-RC                  PIC X(02) VALUE SPACES.
001260 01  WS-LINE-BALANCE             PIC S9(9)V99 VALUE ZEROS.
001270 01  WS-COUNT-DISPLAY            PIC ZZZZZZ9.
001280 01  WS-AMOUNT-DISPLAY           PIC ZZZZZZZZZZ9.99-.
001290*-----------------------------------------------------------*
001300* CALL INTERFACE TO ACCTLKUP - SEE COPYBOOKS/ACCTLNK.CPY.    *
001310*-----------------------------------------------------------*
001320 COPY ACCTLNK.
001330*-----------------------------------------------------------*
001340* RUN CONTROL - SEE COPYBOOKS/RUNCLNK.CPY. THE JOB           *
001350* REGISTERS THE END OF EACH RUN ON WRKRUNCT FOR THE OPERATOR *
001360* REPORT, WITH THE DAY'S TOTALS FROM WRKBULKC; WRKBULKC, NOT *
001365* THE BUSINESS DATE, GUARDS AGAINST A FILE BEING POSTED      *
001367* TWICE.                                                     *
001370*-----------------------------------------------------------*
001400 COPY RUNCLNK.
001410 PROCEDURE DIVISION.
001420*===========================================================*
001430* 0000-MAIN-CONTROL - DRIVE THE BULK PAYMENT RUN.            *
001440*===========================================================*
001450 0000-MAIN-CONTROL.
001460     PERFORM 1000-INITIALIZE-PARA THRU 1000-EXIT.
001470     IF WS-FILE-ACCEPTED
001480         PERFORM 2000-PROVE-FILE-PARA THRU 2000-EXIT
001490         PERFORM 2800-WRITE-ACK-HEADER-PARA THRU 2800-EXIT
001500     END-IF.
001510     IF WS-FILE-ACCEPTED
001520         PERFORM 3000-POST-FILE-PARA THRU 3000-EXIT
001530     END-IF.
001540     IF NOT WS-FILE-NOTHING
001550         PERFORM 3900-WRITE-ACK-TRAILER-PARA THRU 3900-EXIT
001560     END-IF.
001565     PERFORM 3950-LOG-FILE-PARA THRU 3950-EXIT.
001570     IF WS-RPT-FILE-OK
001580         PERFORM 4000-WRITE-TOTALS-PARA THRU 4000-EXIT
001590     END-IF.
001600     PERFORM 9999-TERMINATE-PARA THRU 9999-EXIT.
001610 0000-EXIT.
001620     EXIT.
001630*-----------------------------------------------------------*
001640* 1000-INITIALIZE-PARA - OPEN THE REPORT, THE ACK AND RETURN *
001650* FILES AND CHECK THE BULK FILE IS THERE. WITHOUT AN ACK     *
001660* FILE THE CLIENT COULD NOT BE TOLD WHAT HAPPENED, SO        *
001670* NOTHING POSTS. THE FILE STARTS OUT ACCEPTED AND THE FIRST  *
001680* PASS DECIDES.                                              *
001690*-----------------------------------------------------------*
001700 1000-INITIALIZE-PARA.
001720     OPEN OUTPUT CONTROL-REPORT-FILE.
001730     IF WS-RPT-FILE-OK
001740         MOVE "BULK PAYMENT CONTROL REPORT" TO
001750             CONTROL-REPORT-LINE
001760         WRITE CONTROL-REPORT-LINE
001770     END-IF.
001860     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001870     ACCEPT WS-RUN-TIME FROM TIME.
001880     STRING WS-RUN-DATE DELIMITED BY SIZE
001890             "-"        DELIMITED BY SIZE
001900             WS-RUN-TIME DELIMITED BY SIZE
001910         INTO WS-RUN-TIMESTAMP.
001920     OPEN INPUT BULK-PAYMENT-FILE.
001930     IF NOT WS-BULK-FILE-OK
001940         IF WS-RPT-FILE-OK
001950             MOVE "NO BULK PAYMENT FILE - NOTHING TO POST" TO
001960                 CONTROL-REPORT-LINE
001970             WRITE CONTROL-REPORT-LINE
001980         END-IF
001990         GO TO 1000-EXIT
002000     END-IF.
002010     OPEN OUTPUT BULK-ACK-FILE.
002020     IF NOT WS-ACK-FILE-OK
002030         CLOSE BULK-PAYMENT-FILE
002040         IF WS-RPT-FILE-OK
002050             MOVE "ACK FILE UNAVAILABLE - NOTHING POSTED" TO
002060                 CONTROL-REPORT-LINE
002070             WRITE CONTROL-REPORT-LINE
002080         END-IF
002090         GO TO 1000-EXIT
002100     END-IF.
002110     OPEN OUTPUT BULK-RETURN-FILE.
002120     MOVE "A" TO WS-FILE-STATE-SWITCH.
002130 1000-EXIT.
002290     EXIT.
002300*-----------------------------------------------------------*
002310* 2000-PROVE-FILE-PARA - FIRST PASS. THE FIRST RECORD MUST   *
002320* BE A HEADER WITH A CLIENT ID AND A VALUE DATE THAT HAS     *
002330* COME; THE REST ARE DETAILS UP TO ONE TRAILER, WHICH MUST   *
002340* BE LAST AND WHOSE COUNT AND HASH TOTAL MUST MATCH THE      *
002350* DETAILS READ. THE FIRST FAULT FOUND REJECTS THE FILE.      *
002360* THE FILE IS CLOSED AGAIN FOR THE POSTING PASS.             *
002370*-----------------------------------------------------------*
002380 2000-PROVE-FILE-PARA.
002390     PERFORM 2100-READ-BULK-PARA THRU 2100-EXIT.
002400     EVALUATE TRUE
002410         WHEN WS-BULK-READ-ERROR
002420             MOVE "BULK FILE READ ERROR" TO WS-CHECK-REASON
002430             PERFORM 2900-REJECT-FILE-PARA THRU 2900-EXIT
002440         WHEN WS-BULK-EOF
002450             MOVE "EMPTY BULK PAYMENT FILE" TO WS-CHECK-REASON
002460             PERFORM 2900-REJECT-FILE-PARA THRU 2900-EXIT
002470         WHEN NOT BULK-HEADER
002480             MOVE "FIRST RECORD IS NOT A HEADER" TO
002490                 WS-CHECK-REASON
002500             PERFORM 2900-REJECT-FILE-PARA THRU 2900-EXIT
002510         WHEN OTHER
002520             PERFORM 2200-CHECK-HEADER-PARA THRU 2200-EXIT
002530     END-EVALUATE.
002540     IF NOT WS-BULK-EOF
002550         PERFORM 2100-READ-BULK-PARA THRU 2100-EXIT
002560     END-IF.
002570     PERFORM 2300-CHECK-RECORD-PARA THRU 2300-EXIT
002580         UNTIL WS-BULK-EOF.
002590     EVALUATE TRUE
002600         WHEN WS-BULK-READ-ERROR
002610             MOVE "BULK FILE READ ERROR" TO WS-CHECK-REASON
002620             PERFORM 2900-REJECT-FILE-PARA THRU 2900-EXIT
002630         WHEN NOT WS-TRAILER-SEEN
002640             MOVE "NO TRAILER RECORD" TO WS-CHECK-REASON
002650             PERFORM 2900-REJECT-FILE-PARA THRU 2900-EXIT
002660         WHEN WS-TRL-RECORD-COUNT NOT = WS-DETAILS-COUNTED
002670             MOVE "TRAILER RECORD COUNT DOES NOT MATCH" TO
002680                 WS-CHECK-REASON
002690             PERFORM 2900-REJECT-FILE-PARA THRU 2900-EXIT
002700         WHEN WS-TRL-HASH-TOTAL NOT = WS-HASH-TOTAL
002710             MOVE "TRAILER HASH TOTAL DOES NOT MATCH" TO
002720                 WS-CHECK-REASON
002730             PERFORM 2900-REJECT-FILE-PARA THRU 2900-EXIT
002740         WHEN OTHER
002750             CONTINUE
002760     END-EVALUATE.
002770     CLOSE BULK-PAYMENT-FILE.
002780 2000-EXIT.
002790     EXIT.
002800*-----------------------------------------------------------*
002810* 2100-READ-BULK-PARA - READ THE NEXT BULK FILE RECORD. A    *
002820* READ ERROR ENDS THE PASS AND IS FLAGGED - IN THE FIRST     *
002830* PASS IT REJECTS THE FILE, SINCE NOTHING UNREAD CAN BE      *
002840* PROVED; IN THE SECOND IT STOPS THE POSTING.                *
002850*-----------------------------------------------------------*
002860 2100-READ-BULK-PARA.
002870     READ BULK-PAYMENT-FILE
002880         AT END
002890             MOVE "Y" TO WS-BULK-EOF-SWITCH
002900     END-READ.
002910     IF NOT WS-BULK-EOF AND NOT WS-BULK-FILE-OK
002920         MOVE "Y" TO WS-BULK-EOF-SWITCH
002930         MOVE "Y" TO WS-BULK-ERROR-SWITCH
002940     END-IF.
002950 2100-EXIT.
002960     EXIT.
002970*-----------------------------------------------------------*
002980* 2200-CHECK-HEADER-PARA - KEEP THE HEADER AND CHECK IT.     *
002990* A VALUE DATE AFTER THE RUN DATE IS REFUSED - THE CLIENT    *
003000* SENDS THE FILE AGAIN ON OR AFTER THE DAY IT IS DUE. THE    *
003003* HEADER MUST CARRY A FILE REFERENCE, AND ONE THE CLIENT HAS *
003006* HAD POSTED BEFORE (ON WRKBULKC) REFUSES THE FILE, AS DOES  *
003008* A WRKBULKC THAT CANNOT BE READ TO PROVE IT WAS NOT.        *
003010*-----------------------------------------------------------*
003020 2200-CHECK-HEADER-PARA.
003030     MOVE BULK-HEADER-RECORD  TO WS-HEADER-SAVE.
003040     MOVE BULK-HDR-CLIENT-ID  TO WS-HDR-CLIENT-ID.
003050     MOVE BULK-HDR-FILE-REF   TO WS-HDR-FILE-REF.
003060     MOVE BULK-HEADER-RECORD (34:8) TO WS-HDR-VALUE-DATE.
003062     IF BULK-HDR-CLIENT-ID NOT = SPACES AND
003064        BULK-HDR-FILE-REF NOT = SPACES
003066         PERFORM 2250-CHECK-FILE-LOG-PARA THRU 2250-EXIT
003068     END-IF.
003070     EVALUATE TRUE
003080         WHEN BULK-HDR-CLIENT-ID = SPACES
003090             MOVE "NO CLIENT ID ON THE HEADER" TO
003100                 WS-CHECK-REASON
003101             PERFORM 2900-REJECT-FILE-PARA THRU 2900-EXIT
003102         WHEN BULK-HDR-FILE-REF = SPACES
003103             MOVE "NO FILE REFERENCE ON THE HEADER" TO
003104                 WS-CHECK-REASON
003105             PERFORM 2900-REJECT-FILE-PARA THRU 2900-EXIT
003106         WHEN WS-BCTL-ERROR
003107             MOVE "WRKBULKC FILE LOG COULD NOT BE READ" TO
003108                 WS-CHECK-REASON
003109             PERFORM 2900-REJECT-FILE-PARA THRU 2900-EXIT
003110         WHEN WS-PRIOR-PROCESSED NOT = SPACES
003111             MOVE SPACES TO WS-CHECK-REASON
003112             STRING "FILE ALREADY POSTED "  DELIMITED BY SIZE
003113                     WS-PRIOR-PROCESSED     DELIMITED BY SIZE
003114                 INTO WS-CHECK-REASON
003115             PERFORM 2900-REJECT-FILE-PARA THRU 2900-EXIT
003120         WHEN BULK-HDR-VALUE-DATE NOT NUMERIC OR
003130              BULK-HDR-VALUE-DATE = ZERO
003140             MOVE "INVALID VALUE DATE ON THE HEADER" TO
003150                 WS-CHECK-REASON
003160             PERFORM 2900-REJECT-FILE-PARA THRU 2900-EXIT
003170         WHEN BULK-HDR-VALUE-DATE > WS-RUN-DATE
003180             MOVE "VALUE DATE NOT YET REACHED" TO
003190                 WS-CHECK-REASON
003200             PERFORM 2900-REJECT-FILE-PARA THRU 2900-EXIT
003210         WHEN OTHER
003220             CONTINUE
003230     END-EVALUATE.
003240 2200-EXIT.
003241     EXIT.
003242*-----------------------------------------------------------*
003243* 2250-CHECK-FILE-LOG-PARA - LOOK FOR THE CLIENT ID AND      *
003244* FILE REFERENCE ON THE WRKBULKC LOG. NO LOG YET MEANS NO    *
003245* FILE HAS BEEN POSTED. A HIT LEAVES WHEN THE FILE WAS       *
003246* POSTED FOR THE REFUSAL. A LOG THAT WILL NOT OPEN OR READ   *
003247* TO THE END IS FLAGGED.                                     *
003248*-----------------------------------------------------------*
003249 2250-CHECK-FILE-LOG-PARA.
003250     MOVE "N" TO WS-BCTL-EOF-SWITCH.
003251     OPEN INPUT BULK-CONTROL-FILE.
003252     IF NOT WS-BCTL-FILE-OK
003253         IF NOT WS-BCTL-FILE-MISSING
003254             MOVE "Y" TO WS-BCTL-ERROR-SWITCH
003255         END-IF
003256         GO TO 2250-EXIT
003257     END-IF.
003258     PERFORM 2260-READ-FILE-LOG-PARA THRU 2260-EXIT.
003259     PERFORM 2270-TEST-FILE-LOG-PARA THRU 2270-EXIT
003260         UNTIL WS-BCTL-EOF.
003261     IF NOT WS-BCTL-FILE-AT-END
003262         MOVE "Y" TO WS-BCTL-ERROR-SWITCH
003263     END-IF.
003264     CLOSE BULK-CONTROL-FILE.
003265 2250-EXIT.
003266     EXIT.
003267*-----------------------------------------------------------*
003268* 2260-READ-FILE-LOG-PARA - READ THE NEXT WRKBULKC LINE.     *
003269*-----------------------------------------------------------*
003270 2260-READ-FILE-LOG-PARA.
003271     READ BULK-CONTROL-FILE
003272         AT END
003273             MOVE "Y" TO WS-BCTL-EOF-SWITCH
003274     END-READ.
003275     IF NOT WS-BCTL-EOF AND NOT WS-BCTL-FILE-OK
003276         MOVE "Y" TO WS-BCTL-EOF-SWITCH
003277     END-IF.
003278 2260-EXIT.
003279     EXIT.
003280*-----------------------------------------------------------*
003281* 2270-TEST-FILE-LOG-PARA - NOTE WHEN THE FILE WAS POSTED    *
003282* IF THE LOGGED LINE POSTED THIS CLIENT AND FILE REFERENCE,  *
003283* THEN READ THE NEXT.                                        *
003284*-----------------------------------------------------------*
003285 2270-TEST-FILE-LOG-PARA.
003286     IF BCTL-CLIENT-ID = WS-HDR-CLIENT-ID AND
003287        BCTL-FILE-REF = WS-HDR-FILE-REF AND
003288        BCTL-FILE-POSTED
003289         MOVE BCTL-PROCESSED TO WS-PRIOR-PROCESSED
003290     END-IF.
003291     PERFORM 2260-READ-FILE-LOG-PARA THRU 2260-EXIT.
003292 2270-EXIT.
003293     EXIT.
003294*-----------------------------------------------------------*
003295* 2300-CHECK-RECORD-PARA - COUNT AND HASH ONE DETAIL, OR     *
003296* TAKE THE TRAILER'S CLAIMED TOTALS, THEN READ THE NEXT.     *
003297* ANYTHING AFTER THE TRAILER, A SECOND HEADER, AN UNKNOWN    *
003300* RECORD TYPE OR AN AMOUNT THAT WILL NOT HASH REJECTS THE    *
003310* FILE.                                                      *
003320*-----------------------------------------------------------*
003330 2300-CHECK-RECORD-PARA.
003340     EVALUATE TRUE
003350         WHEN WS-TRAILER-SEEN
003360             MOVE "RECORD FOUND AFTER THE TRAILER" TO
003370                 WS-CHECK-REASON
003380             PERFORM 2900-REJECT-FILE-PARA THRU 2900-EXIT
003390         WHEN BULK-DETAIL
003400             ADD 1 TO WS-DETAILS-COUNTED
003410             IF BULK-DTL-AMOUNT NUMERIC
003420                 ADD BULK-DTL-AMOUNT TO WS-HASH-TOTAL
003430             ELSE
003440                 MOVE "DETAIL AMOUNT NOT NUMERIC" TO
003450                     WS-CHECK-REASON
003460                 PERFORM 2900-REJECT-FILE-PARA THRU 2900-EXIT
003470             END-IF
003480         WHEN BULK-TRAILER
003490             MOVE "Y" TO WS-TRAILER-SWITCH
003500             IF BULK-TRL-RECORD-COUNT NUMERIC AND
003510                BULK-TRL-HASH-TOTAL NUMERIC
003520                 MOVE BULK-TRL-RECORD-COUNT TO
003530                     WS-TRL-RECORD-COUNT
003540                 MOVE BULK-TRL-HASH-TOTAL TO WS-TRL-HASH-TOTAL
003550             ELSE
003560                 MOVE "TRAILER TOTALS NOT NUMERIC" TO
003570                     WS-CHECK-REASON
003580                 PERFORM 2900-REJECT-FILE-PARA THRU 2900-EXIT
003590             END-IF
003600         WHEN BULK-HEADER
003610             MOVE "SECOND HEADER RECORD" TO WS-CHECK-REASON
003620             PERFORM 2900-REJECT-FILE-PARA THRU 2900-EXIT
003630         WHEN OTHER
003640             MOVE "UNKNOWN RECORD TYPE" TO WS-CHECK-REASON
003650             PERFORM 2900-REJECT-FILE-PARA THRU 2900-EXIT
003660     END-EVALUATE.
003670     PERFORM 2100-READ-BULK-PARA THRU 2100-EXIT.
003680 2300-EXIT.
003690     EXIT.
003700*-----------------------------------------------------------*
003710* 2800-WRITE-ACK-HEADER-PARA - OPEN THE ACK FILE WITH THE    *
003720* CLIENT'S HEADER AND THE VERDICT ON THE FILE, AND PUT THE   *
003730* SAME ON THE CONTROL REPORT.                                *
003740*-----------------------------------------------------------*
003750 2800-WRITE-ACK-HEADER-PARA.
003760     MOVE SPACES             TO BACK-HEADER-RECORD.
003770     MOVE "H"                TO BACK-REC-TYPE.
003780     MOVE WS-HDR-CLIENT-ID   TO BACK-HDR-CLIENT-ID.
003790     MOVE WS-HDR-FILE-REF    TO BACK-HDR-FILE-REF.
003800     MOVE WS-HDR-VALUE-DATE  TO BACK-HDR-VALUE-DATE.
003810     MOVE WS-RUN-DATE        TO BACK-HDR-RUN-DATE.
003820     MOVE WS-FILE-STATE-SWITCH TO BACK-HDR-FILE-STATUS.
003830     MOVE WS-REJECT-REASON   TO BACK-HDR-REJECT-REASON.
003840     WRITE BACK-HEADER-RECORD.
003850     IF NOT WS-RPT-FILE-OK
003860         GO TO 2800-EXIT
003870     END-IF.
003880     MOVE SPACES TO CONTROL-REPORT-LINE.
003890     STRING "CLIENT " DELIMITED BY SIZE
003900             WS-HDR-CLIENT-ID    DELIMITED BY SIZE
003910             " FILE REF "        DELIMITED BY SIZE
003920             WS-HDR-FILE-REF     DELIMITED BY SIZE
003930             " VALUE DATE "      DELIMITED BY SIZE
003940             WS-HDR-VALUE-DATE   DELIMITED BY SIZE
003950         INTO CONTROL-REPORT-LINE.
003960     WRITE CONTROL-REPORT-LINE.
003970     MOVE SPACES TO CONTROL-REPORT-LINE.
003980     IF WS-FILE-ACCEPTED
003990         MOVE "FILE ACCEPTED - TRAILER AGREES" TO
004000             CONTROL-REPORT-LINE
004010     ELSE
004020         STRING "FILE REJECTED - " DELIMITED BY SIZE
004030                 WS-REJECT-REASON  DELIMITED BY SIZE
004040             INTO CONTROL-REPORT-LINE
004050     END-IF.
004060     WRITE CONTROL-REPORT-LINE.
004070 2800-EXIT.
004080     EXIT.
004090*-----------------------------------------------------------*
004100* 2900-REJECT-FILE-PARA - REJECT THE FILE FOR THE REASON IN  *
004110* WS-CHECK-REASON. ONLY THE FIRST REASON IS KEPT.            *
004120*-----------------------------------------------------------*
004130 2900-REJECT-FILE-PARA.
004140     IF WS-FILE-ACCEPTED
004150         MOVE "R" TO WS-FILE-STATE-SWITCH
004160         MOVE WS-CHECK-REASON TO WS-REJECT-REASON
004170     END-IF.
004180 2900-EXIT.
004190     EXIT.
004200*-----------------------------------------------------------*
004210* 3000-POST-FILE-PARA - SECOND PASS. REOPEN THE PROVED FILE, *
004220* START THE RETURN FILE WITH THE CLIENT'S HEADER AND POST    *
004230* EVERY DETAIL. THE RETURN FILE'S TRAILER COUNTS AND HASHES  *
004240* ONLY THE LINES SENT BACK, SO IT PROVES LIKE ANY INBOUND    *
004250* FILE IF THE CLIENT RE-SENDS IT. A FILE THAT WILL NOT       *
004260* REOPEN, OR A READ ERROR PART WAY THROUGH, STOPS THE        *
004270* POSTING AND IS CALLED OUT ON THE REPORT; THE LINES ALREADY *
004280* POSTED STAND, AND RE-SENDING THE FILE POSTS ONLY THE REST. *
004290*-----------------------------------------------------------*
004300 3000-POST-FILE-PARA.
004310     MOVE "N" TO WS-BULK-EOF-SWITCH.
004320     OPEN INPUT BULK-PAYMENT-FILE.
004330     IF NOT WS-BULK-FILE-OK
004340         MOVE "Y" TO WS-BULK-ERROR-SWITCH
004350         PERFORM 3050-WRITE-STOPPED-PARA THRU 3050-EXIT
004360         GO TO 3000-EXIT
004370     END-IF.
004380     IF WS-RTN-FILE-OK
004390         MOVE WS-HEADER-SAVE TO BULK-RETURN-LINE
004400         WRITE BULK-RETURN-LINE
004410     END-IF.
004420     PERFORM 2100-READ-BULK-PARA THRU 2100-EXIT.
004430     PERFORM 3100-POST-RECORD-PARA THRU 3100-EXIT
004440         UNTIL WS-BULK-EOF.
004450     CLOSE BULK-PAYMENT-FILE.
004460     IF WS-BULK-READ-ERROR
004470         PERFORM 3050-WRITE-STOPPED-PARA THRU 3050-EXIT
004480     END-IF.
004490     IF WS-RTN-FILE-OK
004500         MOVE WS-RETURN-TRAILER TO BULK-RETURN-LINE
004510         WRITE BULK-RETURN-LINE
004520     END-IF.
004530 3000-EXIT.
004540     EXIT.
004550*-----------------------------------------------------------*
004560* 3050-WRITE-STOPPED-PARA - THE POSTING PASS COULD NOT READ  *
004570* THE FILE THROUGH. SAY HOW FAR IT GOT.                      *
004580*-----------------------------------------------------------*
004590 3050-WRITE-STOPPED-PARA.
004600     IF NOT WS-RPT-FILE-OK
004610         GO TO 3050-EXIT
004620     END-IF.
004630     MOVE WS-LINE-NUMBER TO WS-COUNT-DISPLAY.
004640     MOVE SPACES TO CONTROL-REPORT-LINE.
004650     STRING "BULK FILE READ ERROR STATUS " DELIMITED BY SIZE
004660             WS-BULK-FILE-STATUS DELIMITED BY SIZE
004670             " - POSTING STOPPED AFTER LINE "
004680                                 DELIMITED BY SIZE
004690             WS-COUNT-DISPLAY    DELIMITED BY SIZE
004700         INTO CONTROL-REPORT-LINE.
004710     WRITE CONTROL-REPORT-LINE.
004720 3050-EXIT.
004730     EXIT.
004740*-----------------------------------------------------------*
004750* 3100-POST-RECORD-PARA - POST THE RECORD IN HAND IF IT IS A *
004760* DETAIL (THE HEADER AND TRAILER WERE DEALT WITH IN THE      *
004770* FIRST PASS), THEN READ THE NEXT.                           *
004780*-----------------------------------------------------------*
004790 3100-POST-RECORD-PARA.
004800     IF BULK-DETAIL
004810         PERFORM 3200-POST-DETAIL-PARA THRU 3200-EXIT
004820     END-IF.
004830     PERFORM 2100-READ-BULK-PARA THRU 2100-EXIT.
004840 3100-EXIT.
004850     EXIT.
004860*-----------------------------------------------------------*
004870* 3200-POST-DETAIL-PARA - EDIT ONE PAYMENT LINE AND HAND IT  *
004880* TO ACCTLKUP UNDER ITS CLIENT REFERENCE. A LINE WITH NO     *
004890* REFERENCE, OR ONE LEADING WITH THE "X", "R" OR "P" KEPT    *
004900* FOR TRANSFERS, REVERSALS AND SYSTEM REFERENCES, IS NOT     *
004910* POSTED - WITHOUT ITS OWN REFERENCE A RE-SENT FILE COULD    *
004920* POST IT TWICE. THE ACCTLKUP RETURN CODE BECOMES THE LINE'S *
004925* RESULT ON THE ACK FILE.                                    *
004930*-----------------------------------------------------------*
004940 3200-POST-DETAIL-PARA.
004950     ADD 1 TO WS-LINE-NUMBER.
004960     MOVE SPACES TO WS-LINE-RC.
004970     MOVE ZEROS TO WS-LINE-BALANCE.
004980     EVALUATE TRUE
004990         WHEN NOT BULK-DTL-DC-VALID
005000         WHEN BULK-DTL-AMOUNT = ZERO
005010         WHEN BULK-DTL-CLIENT-REF = SPACES
005020         WHEN BULK-DTL-CLIENT-REF (1:1) = "X" OR "R" OR "P"
005030             MOVE "INVALID" TO WS-LINE-RESULT
005040         WHEN OTHER
005050             PERFORM 3300-CALL-POSTING-PARA THRU 3300-EXIT
005060     END-EVALUATE.
005070     PERFORM 3500-WRITE-ACK-DETAIL-PARA THRU 3500-EXIT.
005080     IF NOT WS-LINE-POSTED AND NOT WS-LINE-DUPLICATE
005090         ADD 1 TO WS-LINES-RETURNED
005100         PERFORM 3600-WRITE-RETURN-PARA THRU 3600-EXIT
005110     END-IF.
005120 3200-EXIT.
005130     EXIT.
005140*-----------------------------------------------------------*
005150* 3300-CALL-POSTING-PARA - POST THE LINE THROUGH THE         *
005160* ACCTLKUP "T" FUNCTION AND TRANSLATE THE RETURN CODE. RC 90 *
005170* POSTED BUT LOST ITS WRKTRAN LINE - IT COUNTS AS POSTED AND *
005180* IS CALLED OUT ON THE REPORT FOR THE DESK. RC 28 IS A LINE  *
005190* ALREADY POSTED UNDER THE SAME REFERENCE, AND BRINGS BACK   *
005200* THE BALANCE THE ORIGINAL POSTING LEFT.                     *
005210*-----------------------------------------------------------*
005220 3300-CALL-POSTING-PARA.
005230     MOVE "T" TO ACCTLNK-FUNCTION-CODE.
005240     MOVE BULK-DTL-ACCT-NUMBER TO ACCTLNK-ACCT-NUMBER.
005250     MOVE BULK-DTL-DC-CODE     TO ACCTLNK-TRAN-CODE.
005260     MOVE BULK-DTL-AMOUNT      TO ACCTLNK-TRAN-AMOUNT.
005270     MOVE BULK-DTL-CLIENT-REF  TO ACCTLNK-CLIENT-REF.
005280     MOVE WS-RUN-TIMESTAMP     TO ACCTLNK-TIMESTAMP.
005290     MOVE "B"                  TO ACCTLNK-TRAN-SOURCE.
005295     MOVE WS-HDR-CLIENT-ID     TO ACCTLNK-CLIENT-ID.
005300     CALL "acctlkup" USING ACCTLNK-PARMS.
005310     MOVE ACCTLNK-RETURN-CODE TO WS-LINE-RC.
005320     EVALUATE TRUE
005330         WHEN ACCTLNK-RC-OK
005340         WHEN ACCTLNK-RC-NO-HISTORY
005350             MOVE "POSTED" TO WS-LINE-RESULT
005360             MOVE ACCTLNK-ACCT-BALANCE TO WS-LINE-BALANCE
005370             ADD 1 TO WS-LINES-POSTED
005380             IF BULK-DTL-CREDIT
005390                 ADD BULK-DTL-AMOUNT TO WS-TOTAL-CREDITS
005400             ELSE
005410                 ADD BULK-DTL-AMOUNT TO WS-TOTAL-DEBITS
005420             END-IF
005430             IF ACCTLNK-RC-NO-HISTORY
005440                 ADD 1 TO WS-LINES-NO-HISTORY
005450                 PERFORM 3700-WRITE-EXCEPTION-PARA THRU 3700-EXIT
005460             END-IF
005470         WHEN ACCTLNK-RC-DUP-REF
005480             MOVE "DUPLICATE" TO WS-LINE-RESULT
005490             MOVE ACCTLNK-ACCT-BALANCE TO WS-LINE-BALANCE
005500             ADD 1 TO WS-LINES-DUPLICATE
005510         WHEN ACCTLNK-RC-FROZEN
005520             MOVE "FROZEN" TO WS-LINE-RESULT
005530         WHEN ACCTLNK-RC-OVER-LIMIT
005540             MOVE "OVERLIMIT" TO WS-LINE-RESULT
005550         WHEN ACCTLNK-RC-FUNDS-HELD
005560             MOVE "HELD" TO WS-LINE-RESULT
005570         WHEN ACCTLNK-RC-CLOSED
005580             MOVE "CLOSED" TO WS-LINE-RESULT
005590         WHEN ACCTLNK-RC-NOT-FOUND
005600             MOVE "NOTFOUND" TO WS-LINE-RESULT
005610         WHEN OTHER
005620             MOVE "FAILED" TO WS-LINE-RESULT
005630     END-EVALUATE.
005640 3300-EXIT.
005650     EXIT.
005660*-----------------------------------------------------------*
005670* 3500-WRITE-ACK-DETAIL-PARA - ONE ACK LINE PER PAYMENT LINE *
005680* WITH ITS RESULT, RETURN CODE AND RESULTING BALANCE.        *
005690*-----------------------------------------------------------*
005700 3500-WRITE-ACK-DETAIL-PARA.
005710     MOVE SPACES               TO BACK-DETAIL-RECORD.
005720     MOVE "D"                  TO BACK-REC-TYPE.
005730     MOVE WS-LINE-NUMBER       TO BACK-DTL-LINE-NUMBER.
005740     MOVE BULK-DTL-ACCT-NUMBER TO BACK-DTL-ACCT-NUMBER.
005750     MOVE BULK-DTL-DC-CODE     TO BACK-DTL-DC-CODE.
005760     MOVE BULK-DETAIL-RECORD (13:11) TO BACK-DTL-AMOUNT.
005770     MOVE BULK-DTL-CLIENT-REF  TO BACK-DTL-CLIENT-REF.
005780     MOVE WS-LINE-RESULT       TO BACK-DTL-RESULT.
005790     MOVE WS-LINE-RC           TO BACK-DTL-RETURN-CODE.
005800     MOVE WS-LINE-BALANCE      TO BACK-DTL-NEW-BALANCE.
005810     WRITE BACK-DETAIL-RECORD.
005820 3500-EXIT.
005830     EXIT.
005840*-----------------------------------------------------------*
005850* 3600-WRITE-RETURN-PARA - SEND A LINE THAT DID NOT POST     *
005860* BACK ON THE RETURN FILE AS IT CAME IN, WITH THE REASON     *
005870* FILLED IN, AND LIST IT ON THE CONTROL REPORT.              *
005880*-----------------------------------------------------------*
005890 3600-WRITE-RETURN-PARA.
005900     ADD 1 TO WS-RTN-RECORD-COUNT.
005910     ADD BULK-DTL-AMOUNT TO WS-RTN-HASH-TOTAL.
005920     IF WS-RTN-FILE-OK
005930         MOVE WS-LINE-RESULT TO BULK-DTL-RETURN-REASON
005940         MOVE BULK-DETAIL-RECORD TO BULK-RETURN-LINE
005950         WRITE BULK-RETURN-LINE
005960     END-IF.
005970     PERFORM 3700-WRITE-EXCEPTION-PARA THRU 3700-EXIT.
005980 3600-EXIT.
005990     EXIT.
006000*-----------------------------------------------------------*
006010* 3700-WRITE-EXCEPTION-PARA - ONE CONTROL REPORT LINE FOR A  *
006020* PAYMENT LINE THE DESK NEEDS TO SEE.                        *
006030*-----------------------------------------------------------*
006040 3700-WRITE-EXCEPTION-PARA.
006050     IF NOT WS-RPT-FILE-OK
006060         GO TO 3700-EXIT
006070     END-IF.
006080     MOVE WS-LINE-NUMBER TO WS-COUNT-DISPLAY.
006090     MOVE BULK-DTL-AMOUNT TO WS-AMOUNT-DISPLAY.
006100     MOVE SPACES TO CONTROL-REPORT-LINE.
006110     STRING WS-LINE-RESULT       DELIMITED BY SIZE
006120             WS-COUNT-DISPLAY    DELIMITED BY SIZE
006130             " "                 DELIMITED BY SIZE
006140             BULK-DTL-ACCT-NUMBER DELIMITED BY SIZE
006150             " "                 DELIMITED BY SIZE
006160             BULK-DTL-DC-CODE    DELIMITED BY SIZE
006170             WS-AMOUNT-DISPLAY   DELIMITED BY SIZE
006180             " "                 DELIMITED BY SIZE
006190             BULK-DTL-CLIENT-REF DELIMITED BY SIZE
006200             " RC "              DELIMITED BY SIZE
006210             WS-LINE-RC          DELIMITED BY SIZE
006220         INTO CONTROL-REPORT-LINE.
006230     WRITE CONTROL-REPORT-LINE.
006240 3700-EXIT.
006250     EXIT.
006260*-----------------------------------------------------------*
006270* 3900-WRITE-ACK-TRAILER-PARA - CLOSE THE ACK FILE OFF WITH  *
006280* THE LINE COUNTS AND THE AMOUNT POSTED. A REJECTED FILE     *
006290* CARRIES ZERO COUNTS - NOTHING WAS POSTED FROM IT.          *
006300*-----------------------------------------------------------*
006310 3900-WRITE-ACK-TRAILER-PARA.
006320     MOVE SPACES             TO BACK-TRAILER-RECORD.
006330     MOVE "T"                TO BACK-REC-TYPE.
006340     MOVE WS-LINE-NUMBER     TO BACK-TRL-LINES-READ.
006350     MOVE WS-LINES-POSTED    TO BACK-TRL-LINES-POSTED.
006360     MOVE WS-LINES-DUPLICATE TO BACK-TRL-LINES-DUPLICATE.
006370     MOVE WS-LINES-RETURNED  TO BACK-TRL-LINES-RETURNED.
006380     COMPUTE BACK-TRL-POSTED-TOTAL =
006390         WS-TOTAL-DEBITS + WS-TOTAL-CREDITS.
006400     WRITE BACK-TRAILER-RECORD.
006410 3900-EXIT.
006420     EXIT.
006430*-----------------------------------------------------------*
006431* 3950-LOG-FILE-PARA - LOG THE RUN ON WRKBULKC, CREATING THE *
006432* LOG ON THE FIRST RUN: THE CLIENT ID AND FILE REFERENCE,    *
006433* HOW THE RUN ENDED AND ITS COUNTS. A FILE POSTED THROUGH IS *
006434* THEN NEVER POSTED AGAIN. IF THE LOG WILL NOT TAKE THE LINE *
006435* THE POSTINGS STILL STAND, BUT THE REPORT SAYS TO ADD A     *
006436* POSTED FILE BY HAND - THE LINE REFERENCES ALONE THEN GUARD *
006437* A RE-SENT FILE.                                            *
006438*-----------------------------------------------------------*
006439 3950-LOG-FILE-PARA.
006440     EVALUATE TRUE
006441         WHEN WS-FILE-NOTHING
006442             MOVE "N" TO WS-RUN-RESULT
006443         WHEN WS-FILE-REJECTED
006444             MOVE "R" TO WS-RUN-RESULT
006445         WHEN WS-BULK-READ-ERROR
006446             MOVE "S" TO WS-RUN-RESULT
006447         WHEN OTHER
006448             MOVE "P" TO WS-RUN-RESULT
006449     END-EVALUATE.
006450     OPEN EXTEND BULK-CONTROL-FILE.
006451     IF NOT WS-BCTL-FILE-OK
006452         OPEN OUTPUT BULK-CONTROL-FILE
006453     END-IF.
006454     IF WS-BCTL-FILE-OK
006455         MOVE SPACES TO BULK-CONTROL-RECORD
006456         MOVE WS-HDR-CLIENT-ID TO BCTL-CLIENT-ID
006457         MOVE WS-HDR-FILE-REF TO BCTL-FILE-REF
006458         MOVE WS-RUN-TIMESTAMP TO BCTL-PROCESSED
006459         MOVE WS-RUN-RESULT TO BCTL-RESULT
006460         MOVE WS-DETAILS-COUNTED TO BCTL-DETAILS
006461         MOVE WS-LINES-POSTED TO BCTL-LINES-POSTED
006462         MOVE WS-LINES-RETURNED TO BCTL-LINES-RETURNED
006463         COMPUTE BCTL-POSTED-TOTAL =
006464             WS-TOTAL-DEBITS + WS-TOTAL-CREDITS
006465         WRITE BULK-CONTROL-RECORD
006466         IF WS-BCTL-FILE-OK
006467             MOVE "Y" TO WS-BCTL-LOGGED-SWITCH
006468         END-IF
006469         CLOSE BULK-CONTROL-FILE
006470     END-IF.
006471     IF WS-BCTL-LOGGED OR NOT WS-RPT-FILE-OK
006472         GO TO 3950-EXIT
006473     END-IF.
006474     MOVE SPACES TO CONTROL-REPORT-LINE.
006475     IF WS-RUN-POSTED
006476         STRING "FILE NOT LOGGED ON WRKBULKC - STATUS "
006477                                     DELIMITED BY SIZE
006478                 WS-BCTL-FILE-STATUS DELIMITED BY SIZE
006479                 " - ADD IT BY HAND" DELIMITED BY SIZE
006480             INTO CONTROL-REPORT-LINE
006481     ELSE
006482         STRING "RUN NOT LOGGED ON WRKBULKC - STATUS "
006483                                     DELIMITED BY SIZE
006484                 WS-BCTL-FILE-STATUS DELIMITED BY SIZE
006485             INTO CONTROL-REPORT-LINE
006486     END-IF.
006487     WRITE CONTROL-REPORT-LINE.
006488 3950-EXIT.
006489     EXIT.
006490*-----------------------------------------------------------*
006491* 4000-WRITE-TOTALS-PARA - CONTROL TOTALS FOR THE ACCOUNTS   *
006492* TEAM TO TIE THE RUN BACK TO THE CLIENT'S TRAILER.          *
006493*-----------------------------------------------------------*
006494 4000-WRITE-TOTALS-PARA.
006495     MOVE WS-DETAILS-COUNTED TO WS-COUNT-DISPLAY.
006496     MOVE SPACES TO CONTROL-REPORT-LINE.
006500     STRING "DETAILS ON FILE ..... " DELIMITED BY SIZE
006510             WS-COUNT-DISPLAY        DELIMITED BY SIZE
006520         INTO CONTROL-REPORT-LINE.
006530     WRITE CONTROL-REPORT-LINE.
006540     MOVE WS-HASH-TOTAL TO WS-AMOUNT-DISPLAY.
006550     MOVE SPACES TO CONTROL-REPORT-LINE.
006560     STRING "HASH TOTAL .......... " DELIMITED BY SIZE
006570             WS-AMOUNT-DISPLAY       DELIMITED BY SIZE
006580         INTO CONTROL-REPORT-LINE.
006590     WRITE CONTROL-REPORT-LINE.
006600     MOVE WS-TRL-RECORD-COUNT TO WS-COUNT-DISPLAY.
006610     MOVE SPACES TO CONTROL-REPORT-LINE.
006620     STRING "TRAILER COUNT ....... " DELIMITED BY SIZE
006630             WS-COUNT-DISPLAY        DELIMITED BY SIZE
006640         INTO CONTROL-REPORT-LINE.
006650     WRITE CONTROL-REPORT-LINE.
006660     MOVE WS-TRL-HASH-TOTAL TO WS-AMOUNT-DISPLAY.
006670     MOVE SPACES TO CONTROL-REPORT-LINE.
006680     STRING "TRAILER HASH ........ " DELIMITED BY SIZE
006690             WS-AMOUNT-DISPLAY       DELIMITED BY SIZE
006700         INTO CONTROL-REPORT-LINE.
006710     WRITE CONTROL-REPORT-LINE.
006720     MOVE WS-LINES-POSTED TO WS-COUNT-DISPLAY.
006730     MOVE SPACES TO CONTROL-REPORT-LINE.
006740     STRING "LINES POSTED ........ " DELIMITED BY SIZE
006750             WS-COUNT-DISPLAY        DELIMITED BY SIZE
006760         INTO CONTROL-REPORT-LINE.
006770     WRITE CONTROL-REPORT-LINE.
006780     MOVE WS-LINES-DUPLICATE TO WS-COUNT-DISPLAY.
006790     MOVE SPACES TO CONTROL-REPORT-LINE.
006800     STRING "LINES DUPLICATE ..... " DELIMITED BY SIZE
006810             WS-COUNT-DISPLAY        DELIMITED BY SIZE
006820         INTO CONTROL-REPORT-LINE.
006830     WRITE CONTROL-REPORT-LINE.
006840     MOVE WS-LINES-RETURNED TO WS-COUNT-DISPLAY.
006850     MOVE SPACES TO CONTROL-REPORT-LINE.
006860     STRING "LINES RETURNED ...... " DELIMITED BY SIZE
006870             WS-COUNT-DISPLAY        DELIMITED BY SIZE
006880         INTO CONTROL-REPORT-LINE.
006890     WRITE CONTROL-REPORT-LINE.
006900     MOVE WS-LINES-NO-HISTORY TO WS-COUNT-DISPLAY.
006910     MOVE SPACES TO CONTROL-REPORT-LINE.
006920     STRING "NO HISTORY LINE ..... " DELIMITED BY SIZE
006930             WS-COUNT-DISPLAY        DELIMITED BY SIZE
006940         INTO CONTROL-REPORT-LINE.
006950     WRITE CONTROL-REPORT-LINE.
006960     MOVE WS-TOTAL-DEBITS TO WS-AMOUNT-DISPLAY.
006970     MOVE SPACES TO CONTROL-REPORT-LINE.
006980     STRING "TOTAL DEBITS ........ " DELIMITED BY SIZE
006990             WS-AMOUNT-DISPLAY       DELIMITED BY SIZE
007000         INTO CONTROL-REPORT-LINE.
007010     WRITE CONTROL-REPORT-LINE.
007020     MOVE WS-TOTAL-CREDITS TO WS-AMOUNT-DISPLAY.
007030     MOVE SPACES TO CONTROL-REPORT-LINE.
007040     STRING "TOTAL CREDITS ....... " DELIMITED BY SIZE
007050             WS-AMOUNT-DISPLAY       DELIMITED BY SIZE
007060         INTO CONTROL-REPORT-LINE.
007070     WRITE CONTROL-REPORT-LINE.
007080 4000-EXIT.
007090     EXIT.
007100*-----------------------------------------------------------*
007110* 8900-RUN-END-PARA - REGISTER THE END OF THE RUN ON         *
007120* WRKRUNCT. SEVERAL CLIENTS' FILES CAN RUN ON ONE DAY, SO    *
007130* THE RECORD FOR THE DATE IS REBUILT EACH TIME FROM EVERY    *
007140* WRKBULKC LINE FOR THE DATE - DETAILS IN, LINES POSTED AND  *
007150* AMOUNT POSTED SUMMED OVER ALL OF THEM. ANY RUN THAT DAY    *
007155* THAT DID NOT POST ITS FILE THROUGH (REJECTED, STOPPED PART *
007160* WAY, NOTHING TO ANSWER ON) FAILS THE DATE, AND A LATER     *
007165* GOOD FILE DOES NOT CLEAR IT, SO THE OPERATOR REPORT FLAGS  *
007170* IT. IF THIS RUN COULD NOT BE LOGGED, OR THE LOG CANNOT BE  *
007175* READ BACK, THE DATE FAILS WITH THIS RUN'S OWN TOTALS.      *
007180*-----------------------------------------------------------*
007190 8900-RUN-END-PARA.
007200     MOVE "acctbulk" TO RUNCLNK-JOB-NAME.
007230     MOVE "E" TO RUNCLNK-FUNCTION-CODE.
007240     MOVE WS-RUN-DATE TO RUNCLNK-BUSINESS-DATE.
007250     MOVE "C" TO RUNCLNK-STATUS-CODE.
007260     MOVE ZEROS TO RUNCLNK-RECORDS-IN.
007261     MOVE ZEROS TO RUNCLNK-RECORDS-OUT.
007262     MOVE ZEROS TO RUNCLNK-CONTROL-AMOUNT.
007263     IF WS-BCTL-LOGGED
007264         PERFORM 8910-TOTAL-DAY-PARA THRU 8910-EXIT
007265     END-IF.
007266     IF NOT WS-BCTL-LOGGED OR WS-BCTL-ERROR
007270         MOVE "F" TO RUNCLNK-STATUS-CODE
007272         MOVE WS-DETAILS-COUNTED TO RUNCLNK-RECORDS-IN
007274         MOVE WS-LINES-POSTED TO RUNCLNK-RECORDS-OUT
007276         COMPUTE RUNCLNK-CONTROL-AMOUNT =
007278             WS-TOTAL-DEBITS + WS-TOTAL-CREDITS
007280     END-IF.
007330     CALL "wrkrunct" USING RUNCLNK-PARMS.
007340 8900-EXIT.
007341     EXIT.
007342*-----------------------------------------------------------*
007343* 8910-TOTAL-DAY-PARA - READ WRKBULKC THROUGH AND TOTAL THE  *
007344* LINES FOR THE RUN DATE INTO THE RUN-CONTROL PARAMETERS. A  *
007345* LOG THAT WILL NOT OPEN OR READ TO THE END IS FLAGGED.      *
007346*-----------------------------------------------------------*
007347 8910-TOTAL-DAY-PARA.
007348     MOVE "N" TO WS-BCTL-EOF-SWITCH.
007349     MOVE "N" TO WS-BCTL-ERROR-SWITCH.
007350     OPEN INPUT BULK-CONTROL-FILE.
007351     IF NOT WS-BCTL-FILE-OK
007352         MOVE "Y" TO WS-BCTL-ERROR-SWITCH
007353         GO TO 8910-EXIT
007354     END-IF.
007355     PERFORM 2260-READ-FILE-LOG-PARA THRU 2260-EXIT.
007356     PERFORM 8920-ADD-DAY-LINE-PARA THRU 8920-EXIT
007357         UNTIL WS-BCTL-EOF.
007358     IF NOT WS-BCTL-FILE-AT-END
007359         MOVE "Y" TO WS-BCTL-ERROR-SWITCH
007360     END-IF.
007361     CLOSE BULK-CONTROL-FILE.
007362 8910-EXIT.
007363     EXIT.
007364*-----------------------------------------------------------*
007365* 8920-ADD-DAY-LINE-PARA - ADD A WRKBULKC LINE FOR THE RUN   *
007366* DATE TO THE DAY'S TOTALS, FAILING THE DATE IF ITS FILE DID *
007367* NOT POST THROUGH, THEN READ THE NEXT.                      *
007368*-----------------------------------------------------------*
007369 8920-ADD-DAY-LINE-PARA.
007370     IF BCTL-PROCESSED (1:8) = WS-RUN-TIMESTAMP (1:8)
007371         ADD BCTL-DETAILS TO RUNCLNK-RECORDS-IN
007372         ADD BCTL-LINES-POSTED TO RUNCLNK-RECORDS-OUT
007373         ADD BCTL-POSTED-TOTAL TO RUNCLNK-CONTROL-AMOUNT
007374         IF NOT BCTL-FILE-POSTED
007375             MOVE "F" TO RUNCLNK-STATUS-CODE
007376         END-IF
007377     END-IF.
007378     PERFORM 2260-READ-FILE-LOG-PARA THRU 2260-EXIT.
007379 8920-EXIT.
007380     EXIT.
007381*-----------------------------------------------------------*
007382* 9999-TERMINATE-PARA - CLOSE FILES AND END THE RUN.         *
007383*-----------------------------------------------------------*
007390 9999-TERMINATE-PARA.
007400     PERFORM 8900-RUN-END-PARA THRU 8900-EXIT.
007410     IF NOT WS-FILE-NOTHING
007420         CLOSE BULK-ACK-FILE
007430     END-IF.
007440     IF WS-RTN-FILE-OK
007450         CLOSE BULK-RETURN-FILE
007460     END-IF.
007470     IF WS-RPT-FILE-OK
007480         CLOSE CONTROL-REPORT-FILE
007490     END-IF.
007500     STOP RUN.
007510 9999-EXIT.
007520     EXIT.
