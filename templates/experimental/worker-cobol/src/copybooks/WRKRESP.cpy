000180*                      NUMBER, NAME, BALANCE) THE JSON BODY    *
000190*                      ASSEMBLY EMITS. TEXT REMAINS THE        *
000200*                      DEFAULT FORMAT.                         *
000202*   2026-10-15  DL100  ADDED THE AVAILABLE-BALANCE TEXT SO     *
000204*                      THE JSON BODY CAN CARRY AVAILABLE       *
000206*                      BESIDE LEDGER BALANCE.                  *
000210*===============================================================*
000220 01  WRKRESP-RECORD.
000230     05  WRKRESP-STATUS-CODE         PIC X(03) VALUE "200".
000310     05  WRKRESP-ACCT-NUMBER         PIC X(10) VALUE SPACES.
000320     05  WRKRESP-ACCT-NAME           PIC X(30) VALUE SPACES.
000330     05  WRKRESP-BALANCE-TEXT        PIC X(13) VALUE SPACES.
000335     05  WRKRESP-AVAIL-TEXT          PIC X(13) VALUE SPACES.
000340     05  WRKRESP-BODY                PIC X(512) VALUE SPACES.
