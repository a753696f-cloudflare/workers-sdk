000030 AUTHOR. DL100-DEVELOPMENT-TEAM.
000040 INSTALLATION. CLOUDFLARE-WORKERS-COBOL.
000050 DATE-WRITTEN. 2026-09-02.
000060 DATE-COMPILED. 2026-10-15.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*-----------------------------------------------------------*
000310*                    A BUSINESS DATE THAT ALREADY COMPLETED  *
000320*                    BLOCKS A RE-RUN UNLESS OPS SETS A       *
000330*                    RUN-FORCE LINE IN WRKCFG.               *
000331* 2026-10-15  DL100  ACCRUALS NOW POST WITH SOURCE "I" SO    *
000332*                    THE GL EXTRACT CAN CLASSIFY THEM.       *
000333* 2026-10-15  DL100  CLIENT REF CLEARED BEFORE EACH ACCRUAL  *
000334*                    SO ACCTLKUP GIVES IT A "P" SYSTEM       *
000335*                    REFERENCE; PAID AND CHARGED LINES       *
000336*                    SHOW IT.                                *
000340*-----------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
002750* 2200-POST-ACCRUAL-PARA - POST ONE ACCRUAL THROUGH THE      *
002760* ACCTLKUP "T" FUNCTION AND REGISTER THE OUTCOME. THE CALL   *
002770* REUSES THE BROWSE PARM AREA, SO THE FUNCTION CODE GOES     *
002780* BACK TO "B" FOR THE NEXT PAGE FETCH. THE ACCRUAL POSTS     *
002783* WITHOUT A CLIENT REFERENCE, SO ACCTLKUP GIVES IT A "P"     *
002786* SYSTEM REFERENCE, WHICH GOES ON THE REGISTER LINE.         *
002790*-----------------------------------------------------------*
002800 2200-POST-ACCRUAL-PARA.
002810     MOVE "T" TO ACCTLNK-FUNCTION-CODE.
002840     MOVE WS-ACCRUAL-CODE     TO ACCTLNK-TRAN-CODE.
002850     MOVE WS-INTEREST-AMOUNT  TO ACCTLNK-TRAN-AMOUNT.
002860     MOVE WS-RUN-TIMESTAMP    TO ACCTLNK-TIMESTAMP.
002863     MOVE "I"                 TO ACCTLNK-TRAN-SOURCE.
002866     MOVE SPACES              TO ACCTLNK-CLIENT-REF.
002870     CALL "acctlkup" USING ACCTLNK-PARMS.
002880     IF ACCTLNK-RC-OK OR ACCTLNK-RC-NO-HISTORY
002890         ADD 1 TO WS-ACCRUALS-POSTED
003020     EXIT.
003030*-----------------------------------------------------------*
003040* 2300-WRITE-PAID-LINE-PARA - ONE LINE PER CREDIT-INTEREST   *
003050* ACCRUAL, WITH THE REFERENCE IT POSTED UNDER.               *
003060*-----------------------------------------------------------*
003070 2300-WRITE-PAID-LINE-PARA.
003080     IF NOT WS-RPT-FILE-OK
003140             ACCTLNK-ACCT-NUMBER DELIMITED BY SIZE
003150             " "                 DELIMITED BY SIZE
003160             WS-AMOUNT-DISPLAY   DELIMITED BY SIZE
003163             " REF "             DELIMITED BY SIZE
003166             ACCTLNK-CLIENT-REF  DELIMITED BY SIZE
003170         INTO ACCRUAL-REPORT-LINE.
003180     WRITE ACCRUAL-REPORT-LINE.
003190 2300-EXIT.
003200     EXIT.
003210*-----------------------------------------------------------*
003220* 2400-WRITE-CHARGED-LINE-PARA - ONE LINE PER DEBIT-INTEREST *
003230* ACCRUAL, WITH THE REFERENCE IT POSTED UNDER.               *
003240*-----------------------------------------------------------*
003250 2400-WRITE-CHARGED-LINE-PARA.
003260     IF NOT WS-RPT-FILE-OK
003320             ACCTLNK-ACCT-NUMBER DELIMITED BY SIZE
003330             " "                 DELIMITED BY SIZE
003340             WS-AMOUNT-DISPLAY   DELIMITED BY SIZE
003343             " REF "             DELIMITED BY SIZE
003346             ACCTLNK-CLIENT-REF  DELIMITED BY SIZE
003350         INTO ACCRUAL-REPORT-LINE.
003360     WRITE ACCRUAL-REPORT-LINE.
003370 2400-EXIT.
