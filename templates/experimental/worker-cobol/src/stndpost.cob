000030 AUTHOR. DL100-DEVELOPMENT-TEAM.
000040 INSTALLATION. CLOUDFLARE-WORKERS-COBOL.
000050 DATE-WRITTEN. 2026-09-02.
000060 DATE-COMPILED. 2026-10-15.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*-----------------------------------------------------------*
000320*                    A BUSINESS DATE THAT ALREADY COMPLETED  *
000330*                    BLOCKS A RE-RUN UNLESS OPS SETS A       *
000340*                    RUN-FORCE LINE IN WRKCFG.               *
000341* 2026-10-15  DL100  ORDERS NOW POST WITH SOURCE "S" SO THE  *
000342*                    GL EXTRACT CAN CLASSIFY THEM.           *
000343* 2026-10-15  DL100  CLIENT REF CLEARED BEFORE EACH POSTING  *
000344*                    SO ACCTLKUP GIVES EVERY ORDER ITS OWN   *
000345*                    "P" SYSTEM REFERENCE.                   *
000350*-----------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
002060* POSTED ORDER HAS ITS NEXT-DUE DATE ROLLED FORWARD AND IS   *
002070* REWRITTEN; A FAILED ORDER KEEPS ITS DUE DATE (SO THE NEXT  *
002080* RUN RETRIES IT) AND GOES ON THE REPORT WITH THE RETURN     *
002090* CODE. THE ORDER POSTS WITHOUT A CLIENT REFERENCE, SO       *
002093* ACCTLKUP GIVES IT A "P" SYSTEM REFERENCE THAT A REVERSAL   *
002096* CAN QUOTE.                                                 *
002100*-----------------------------------------------------------*
002110 2200-POST-ORDER-PARA.
002120     ADD 1 TO WS-ORDERS-DUE.
002150     MOVE STND-DC-CODE     TO ACCTLNK-TRAN-CODE.
002160     MOVE STND-AMOUNT      TO ACCTLNK-TRAN-AMOUNT.
002170     MOVE WS-RUN-TIMESTAMP TO ACCTLNK-TIMESTAMP.
002173     MOVE "S"              TO ACCTLNK-TRAN-SOURCE.
002176     MOVE SPACES           TO ACCTLNK-CLIENT-REF.
002180     CALL "acctlkup" USING ACCTLNK-PARMS.
002190     IF ACCTLNK-RC-OK OR ACCTLNK-RC-NO-HISTORY
002200         ADD 1 TO WS-ORDERS-POSTED
