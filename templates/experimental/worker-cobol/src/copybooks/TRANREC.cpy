000200*                      BE RECOGNISED AND ANSWERED WITH THE    *
000210*                      ORIGINAL RESULT INSTEAD OF MOVING THE  *
000220*                      BALANCE TWICE.                         *
000221*   2026-10-15  DL100  ADDED THE REVERSAL POINTER. A LINE      *
000222*                      WRITTEN BY A REVERSAL CARRIES THE       *
000223*                      REFERENCE OF THE POSTING IT UNDOES, SO  *
000224*                      THE TWO CAN BE PAIRED ON STATEMENTS AND *
000225*                      A SECOND REVERSAL REFUSED. BLANK ON     *
000226*                      EVERY OTHER LINE. REVERSAL LINES CARRY  *
000227*                      THEIR OWN "R" REFERENCE, AS TRANSFERS   *
000228*                      CARRY AN "X" ONE.                       *
000229*   2026-10-15  DL100  ADDED THE POSTING SOURCE - WHICH         *
000230*                      FEEDER PUT THE LINE ON (ONLINE /TRAN,    *
000231*                      BULK FILE, STANDING ORDER, INTEREST,     *
000232*                      TRANSFER OR REVERSAL) - SO THE GL        *
000233*                      EXTRACT CAN CLASSIFY EACH POSTING.       *
000234*                      BLANK ON LINES WRITTEN BEFORE THIS.      *
000235*   2026-10-15  DL100  WRKTRAN IS NOW A KEYED FILE. THE KEY IS  *
000236*                      THE ACCOUNT, THE TIMESTAMP AND A         *
000237*                      SEQUENCE NUMBER THAT KEEPS LINES         *
000238*                      STAMPED IN THE SAME HUNDREDTH OF A       *
000239*                      SECOND APART (TRANSFER BACK-OUTS, BULK   *
000240*                      AND BATCH RUNS POSTING ON ONE RUN        *
000241*                      TIMESTAMP); THE REFERENCE IS THE         *
000242*                      ALTERNATE KEY. THE SEPARATOR BETWEEN     *
000243*                      ACCOUNT AND TIMESTAMP GAVE WAY TO THE    *
000244*                      KEY (92 -> 95 BYTES).                    *
000245*===============================================================*
000246 01  TRAN-HISTORY-RECORD.
000250     05  TRAN-KEY.
000260         10  TRAN-ACCT-NUMBER        PIC X(10).
000270         10  TRAN-TIMESTAMP          PIC X(17).
000275         10  TRAN-SEQUENCE-NO        PIC 9(04).
000280     05  FILLER                      PIC X(01) VALUE SPACE.
000290     05  TRAN-DC-CODE                PIC X(01).
000300         88  TRAN-DEBIT                  VALUE "D".
000370                                     SIGN LEADING SEPARATE.
000380     05  FILLER                      PIC X(01) VALUE SPACE.
000390     05  TRAN-REFERENCE              PIC X(16).
000400     05  FILLER                      PIC X(01) VALUE SPACE.
000410     05  TRAN-REVERSAL-OF            PIC X(16).
000420     05  FILLER                      PIC X(01) VALUE SPACE.
000430     05  TRAN-SOURCE-CODE            PIC X(01).
000440         88  TRAN-SRC-ONLINE             VALUE "O".
000450         88  TRAN-SRC-BULK               VALUE "B".
000460         88  TRAN-SRC-STANDING-ORDER     VALUE "S".
000470         88  TRAN-SRC-INTEREST           VALUE "I".
000480         88  TRAN-SRC-TRANSFER           VALUE "X".
000490         88  TRAN-SRC-REVERSAL           VALUE "R".
