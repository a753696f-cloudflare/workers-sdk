000030 AUTHOR. DL100-DEVELOPMENT-TEAM.
000040 INSTALLATION. CLOUDFLARE-WORKERS-COBOL.
000050 DATE-WRITTEN. 2026-08-22.
000060 DATE-COMPILED. 2026-10-15.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*-----------------------------------------------------------*
000300*                    A BUSINESS DATE THAT ALREADY COMPLETED  *
000310*                    BLOCKS A RE-RUN UNLESS OPS SETS A       *
000320*                    RUN-FORCE LINE IN WRKCFG.               *
000323* 2026-10-15  DL100  WRKTRAN IS NOW A KEYED FILE; THE        *
000326*                    ACTIVITY LOAD READS IT IN KEY ORDER.    *
000330*-----------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-CONFIG-FILE-STATUS.
000460     SELECT TRAN-HISTORY-FILE ASSIGN TO "WRKTRAN"
000470         ORGANIZATION IS INDEXED
000472         ACCESS MODE IS DYNAMIC
000474         RECORD KEY IS TRAN-KEY
000476         ALTERNATE RECORD KEY IS TRAN-REFERENCE
000478             WITH DUPLICATES
000480         FILE STATUS IS WS-TRAN-FILE-STATUS.
000490     SELECT AUDIT-LOG-FILE ASSIGN TO "WRKAUDIT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000750 77  WS-CONFIG-FILE-STATUS       PIC X(02) VALUE SPACES.
000760     88  WS-CONFIG-FILE-OK           VALUE "00".
000770 77  WS-TRAN-FILE-STATUS         PIC X(02) VALUE SPACES.
000780     88  WS-TRAN-FILE-OK             VALUE "00" "02".
000790 77  WS-AUDIT-FILE-STATUS        PIC X(02) VALUE SPACES.
000800     88  WS-AUDIT-FILE-OK            VALUE "00".
000810 77  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
002450 1200-EXIT.
002460     EXIT.
002470*-----------------------------------------------------------*
002480* 1250-READ-TRAN-PARA - READ THE NEXT WRKTRAN RECORD IN      *
002485* KEY ORDER. A READ ERROR ENDS THE PASS LIKE END OF FILE.    *
002490*-----------------------------------------------------------*
002500 1250-READ-TRAN-PARA.
002510     READ TRAN-HISTORY-FILE NEXT RECORD
002520         AT END
002530             MOVE "Y" TO WS-TRAN-EOF-SWITCH
002540     END-READ.
002542     IF NOT WS-TRAN-EOF AND NOT WS-TRAN-FILE-OK
002544         MOVE "Y" TO WS-TRAN-EOF-SWITCH
002546     END-IF.
002550 1250-EXIT.
002560     EXIT.
002570*-----------------------------------------------------------*
