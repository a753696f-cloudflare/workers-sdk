000030 AUTHOR. DL100-DEVELOPMENT-TEAM.
000040 INSTALLATION. CLOUDFLARE-WORKERS-COBOL.
000050 DATE-WRITTEN. 2026-09-02.
000060 DATE-COMPILED. 2026-10-15.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*-----------------------------------------------------------*
000290*                    A BUSINESS DATE THAT ALREADY COMPLETED  *
000300*                    BLOCKS A RE-RUN UNLESS OPS SETS A       *
000310*                    RUN-FORCE LINE IN WRKCFG.               *
000311* 2026-10-15  DL100  WRKTRAN LINES NOW CARRY THE REVERSAL    *
000312*                    POINTER - ARCHIVE AND RETAINED RECORDS  *
000313*                    WIDENED TO THE NEW 90-BYTE LAYOUT.      *
000314* 2026-10-15  DL100  WRKTRAN LINES NOW CARRY THE POSTING     *
000315*                    SOURCE; THE ARCHIVE AND RETAINED        *
000316*                    RECORDS ARE WIDENED TO THE NEW 92-BYTE  *
000317*                    LAYOUT.                                 *
000318* 2026-10-15  DL100  WRKTRAN IS NOW A KEYED FILE AND IS CUT  *
000319*                    IN PLACE: EACH CLOSED POSTING IS WRITTEN*
000320*                    TO WRKTRANA (NOW KEYED THE SAME WAY, SO *
000321*                    IT MOUNTS AS WRKTRAN FOR THE STATEMENT  *
000322*                    AND EXCEPTION JOBS) AND THEN DELETED.   *
000323*                    WRKTRANO IS GONE - RETAINED POSTINGS    *
000324*                    ARE THE ONES LEFT ON THE LIVE FILE. A   *
000325*                    LINE THAT COULD NOT BE MOVED CLEANLY IS *
000326*                    COUNTED AND FAILS THE RUN.              *
000327*-----------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 INPUT-OUTPUT SECTION.
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-CONFIG-FILE-STATUS.
000400     SELECT TRAN-HISTORY-FILE ASSIGN TO "WRKTRAN"
000410         ORGANIZATION IS INDEXED
000412         ACCESS MODE IS DYNAMIC
000414         RECORD KEY IS TRAN-KEY
000416         ALTERNATE RECORD KEY IS TRAN-REFERENCE
000418             WITH DUPLICATES
000420         FILE STATUS IS WS-TRAN-FILE-STATUS.
000430     SELECT TRAN-ARCHIVE-FILE ASSIGN TO "WRKTRANA"
000440         ORGANIZATION IS INDEXED
000442         ACCESS MODE IS DYNAMIC
000444         RECORD KEY IS TRNA-KEY
000446         ALTERNATE RECORD KEY IS TRNA-REFERENCE
000448             WITH DUPLICATES
000450         FILE STATUS IS WS-TRNA-FILE-STATUS.
000490     SELECT AUDIT-LOG-FILE ASSIGN TO "WRKAUDIT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-AUDT-FILE-STATUS.
000740 FD  TRAN-HISTORY-FILE.
000750 COPY TRANREC.
000760 FD  TRAN-ARCHIVE-FILE.
000770 01  TRAN-ARCHIVE-RECORD.
000780     05  TRNA-KEY                    PIC X(31).
000790     05  FILLER                      PIC X(29).
000793     05  TRNA-REFERENCE              PIC X(16).
000796     05  FILLER                      PIC X(19).
000800 FD  AUDIT-LOG-FILE.
000810 COPY AUDTREC.
000820 FD  AUDIT-ARCHIVE-FILE.
000980 77  WS-CONFIG-FILE-STATUS       PIC X(02) VALUE SPACES.
000990     88  WS-CONFIG-FILE-OK           VALUE "00".
001000 77  WS-TRAN-FILE-STATUS         PIC X(02) VALUE SPACES.
001010     88  WS-TRAN-FILE-OK             VALUE "00" "02".
001020 77  WS-TRNA-FILE-STATUS         PIC X(02) VALUE SPACES.
001030     88  WS-TRNA-FILE-OK             VALUE "00" "02".
001060 77  WS-AUDT-FILE-STATUS         PIC X(02) VALUE SPACES.
001070     88  WS-AUDT-FILE-OK             VALUE "00".
001080 77  WS-AUDA-FILE-STATUS         PIC X(02) VALUE SPACES.
001540 01  WS-ARCH-CREDITS             PIC S9(11)V99 VALUE ZEROS.
001550 01  WS-RETD-DEBITS              PIC S9(11)V99 VALUE ZEROS.
001560 01  WS-RETD-CREDITS             PIC S9(11)V99 VALUE ZEROS.
001561*-----------------------------------------------------------*
001562* WRKTRAN LINES THE CUT COULD NOT MOVE CLEANLY - AN ARCHIVE  *
001563* WRITE THAT FAILED (THE LINE STAYS LIVE) OR A DELETE THAT   *
001564* FAILED AFTER THE ARCHIVE WRITE (THE LINE IS ON BOTH). ANY  *
001565* ERROR FAILS THE RUN ON WRKRUNCT FOR OPS TO FOLLOW UP.      *
001566*-----------------------------------------------------------*
001567 77  WS-TRAN-ERROR-COUNT         PIC 9(07) COMP VALUE ZERO.
001570 01  WS-COUNT-DISPLAY            PIC ZZZZZZ9.
001580 01  WS-AMOUNT-DISPLAY           PIC ZZZZZZZZZZ9.99-.
001590*-----------------------------------------------------------*
002700 1170-EXIT.
002710     EXIT.
002720*-----------------------------------------------------------*
002730* 2000-CUT-TRAN-PARA - CUT WRKTRAN IN PLACE. CLOSED POSTINGS *
002740* ARE WRITTEN TO THE KEYED WRKTRANA ARCHIVE GENERATION AND   *
002750* THEN DELETED FROM THE LIVE FILE; OPEN ONES ARE LEFT WHERE  *
002760* THEY ARE. DEBIT/CREDIT AMOUNT TOTALS ON EACH SIDE LET THE  *
002770* ACCOUNTS TEAM PROVE THE MOVE DROPPED NOTHING.              *
002780*-----------------------------------------------------------*
002790 2000-CUT-TRAN-PARA.
002800     MOVE ZERO TO WS-IN-COUNT WS-ARCHIVED-COUNT
002830                   WS-RETD-DEBITS WS-RETD-CREDITS.
002840     MOVE "WRKTRAN" TO WS-FILE-LABEL.
002850     MOVE "N" TO WS-FILE-EOF-SWITCH.
002860     OPEN I-O TRAN-HISTORY-FILE.
002870     IF NOT WS-TRAN-FILE-OK
002880         PERFORM 5200-WRITE-NOFILE-PARA THRU 5200-EXIT
002890         GO TO 2000-EXIT
002900     END-IF.
002910     OPEN OUTPUT TRAN-ARCHIVE-FILE.
002920     IF NOT WS-TRNA-FILE-OK
002940         PERFORM 5300-WRITE-NOCUT-PARA THRU 5300-EXIT
002950         CLOSE TRAN-HISTORY-FILE
002960         GO TO 2000-EXIT
003000         UNTIL WS-FILE-EOF.
003010     CLOSE TRAN-HISTORY-FILE.
003020     CLOSE TRAN-ARCHIVE-FILE.
003040     PERFORM 5000-WRITE-FILE-TOTALS-PARA THRU 5000-EXIT.
003050     ADD WS-IN-COUNT TO WS-GRAND-IN-COUNT.
003060     ADD WS-ARCHIVED-COUNT TO WS-GRAND-ARCH-COUNT.
003080 2000-EXIT.
003090     EXIT.
003100*-----------------------------------------------------------*
003110* 2100-READ-TRAN-PARA - READ THE NEXT WRKTRAN RECORD IN KEY  *
003113* ORDER. A READ ERROR ENDS THE CUT LIKE END OF FILE AND IS   *
003116* COUNTED AS AN ERROR.                                       *
003120*-----------------------------------------------------------*
003130 2100-READ-TRAN-PARA.
003140     READ TRAN-HISTORY-FILE NEXT RECORD
003150         AT END
003160             MOVE "Y" TO WS-FILE-EOF-SWITCH
003170     END-READ.
003172     IF NOT WS-FILE-EOF AND NOT WS-TRAN-FILE-OK
003174         ADD 1 TO WS-TRAN-ERROR-COUNT
003176         MOVE "Y" TO WS-FILE-EOF-SWITCH
003178     END-IF.
003180 2100-EXIT.
003190     EXIT.
003200*-----------------------------------------------------------*
003210* 2200-CUT-ONE-TRAN-PARA - ONE POSTING BY ITS TIMESTAMP      *
003220* DATE. A CLOSED ONE IS WRITTEN TO THE ARCHIVE AND ONLY THEN *
003230* DELETED FROM WRKTRAN; IF THE ARCHIVE WRITE FAILS THE LINE  *
003233* STAYS LIVE AND IS COUNTED AS RETAINED. COUNTED AND         *
003236* TOTALLED ON WHICHEVER SIDE IT LANDS.                       *
003240*-----------------------------------------------------------*
003250 2200-CUT-ONE-TRAN-PARA.
003260     ADD 1 TO WS-IN-COUNT.
003270     MOVE TRAN-TIMESTAMP (1:8) TO WS-RECORD-DATE-X.
003280     PERFORM 5400-TEST-RECORD-DATE-PARA THRU 5400-EXIT.
003281     IF WS-RECORD-IS-CLOSED
003282         MOVE TRAN-HISTORY-RECORD TO TRAN-ARCHIVE-RECORD
003283         WRITE TRAN-ARCHIVE-RECORD
003284             INVALID KEY
003285                 CONTINUE
003286         END-WRITE
003287         IF NOT WS-TRNA-FILE-OK
003288             ADD 1 TO WS-TRAN-ERROR-COUNT
003289             MOVE "N" TO WS-ARCHIVE-SWITCH
003290         END-IF
003291     END-IF.
003292     IF WS-RECORD-IS-CLOSED
003300         ADD 1 TO WS-ARCHIVED-COUNT
003310         IF TRAN-CREDIT
003320             ADD TRAN-AMOUNT TO WS-ARCH-CREDITS
003330         ELSE
003340             ADD TRAN-AMOUNT TO WS-ARCH-DEBITS
003350         END-IF
003360         DELETE TRAN-HISTORY-FILE RECORD
003370             INVALID KEY
003373                 ADD 1 TO WS-TRAN-ERROR-COUNT
003376         END-DELETE
003380     ELSE
003390         ADD 1 TO WS-RETAINED-COUNT
003400         IF TRAN-CREDIT
003420         ELSE
003430             ADD TRAN-AMOUNT TO WS-RETD-DEBITS
003440         END-IF
003470     END-IF.
003480     PERFORM 2100-READ-TRAN-PARA THRU 2100-EXIT.
003490 2200-EXIT.
005350             WS-AMOUNT-DISPLAY       DELIMITED BY SIZE
005360         INTO CUT-REPORT-LINE.
005370     WRITE CUT-REPORT-LINE.
005371     IF WS-TRAN-ERROR-COUNT > ZERO
005372         MOVE WS-TRAN-ERROR-COUNT TO WS-COUNT-DISPLAY
005373         MOVE SPACES TO CUT-REPORT-LINE
005374         STRING "WRKTRAN CUT ERRORS .. " DELIMITED BY SIZE
005375                 WS-COUNT-DISPLAY        DELIMITED BY SIZE
005376             INTO CUT-REPORT-LINE
005377         WRITE CUT-REPORT-LINE
005378     END-IF.
005380 5100-EXIT.
005390     EXIT.
005400*-----------------------------------------------------------*
005920         GO TO 8900-EXIT
005930     END-IF.
005940     MOVE "E" TO RUNCLNK-FUNCTION-CODE.
005950     IF WS-TRAN-ERROR-COUNT > ZERO
005952         MOVE "F" TO RUNCLNK-STATUS-CODE
005954     ELSE
005956         MOVE "C" TO RUNCLNK-STATUS-CODE
005958     END-IF.
005960     MOVE WS-GRAND-IN-COUNT TO RUNCLNK-RECORDS-IN.
005970     MOVE WS-GRAND-ARCH-COUNT TO RUNCLNK-RECORDS-OUT.
005980     CALL "wrkrunct" USING RUNCLNK-PARMS.
