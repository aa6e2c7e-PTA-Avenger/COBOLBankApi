001000******************************************************************
001010* LDGSORT.CPY
001020*
001030* LEDGER SORT RECORD.  THE LEDGER-DRIVEN JOBS (DORMANT,
001040* LEDAUDIT, MTHCLOSE, FEESWEEP, CASHRPT, STATEMNT, COLLECT,
001050* NOTICES) SORT THE POSTINGS THEY NEED INTO ACCOUNT-KEY SEQUENCE
001060* AND MATCH THEM AGAINST THE ACCOUNT MASTER (OR CONTROL-BREAK ON
001070* THE ACCOUNT) INSTEAD OF HOLDING A TABLE ENTRY PER ACCOUNT, SO
001080* THE VOLUME LIMIT IS SORT WORK SPACE RATHER THAN WORKING STORAGE.
001090*
001100*     "S" SEED    - A FIGURE CARRIED IN FOR THE ACCOUNT FROM AN
001110*                   EARLIER PERIOD (THE LEDGSNAP SNAPSHOT, THE
001120*                   CASHMTD MONTH-TO-DATE), RELEASED BEFORE ANY
001130*                   POSTING SO IT RETURNS FIRST FOR ITS ACCOUNT.
001140*     "P" POSTING - THE WHOLE 121-BYTE LEDGER RECORD (SEE
001150*                   LEDGREC) AS READ.
001152*     "R" REVERSAL - A REVERSAL'S LEDGER RECORD RELEASED AGAIN,
001154*                   AFTER THE SEEDS AND AHEAD OF ANY POSTING, SO
001156*                   STATEMNT HAS AN ACCOUNT'S REVERSALS IN HAND
001158*                   BEFORE THE POSTINGS THEY BACK OUT.
001160*
001170* THE SORT IS ON LSR-ACC-ID ALONE WITH DUPLICATES IN ORDER, SO
001180* AN ACCOUNT'S POSTINGS COME BACK IN THE ORDER THEY WERE
001190* APPENDED TO THE LEDGER - POSTING ORDER - AND A BALANCE CHAIN
001200* STILL READS FORWARD.  THE SEED BALANCE USES A TRAILING
001210* SEPARATE SIGN AS IN LEDGREC.
001220*
001230* MODIFICATION HISTORY
001240*   2026-10-14  RLH  INITIAL VERSION.
001243*   2026-10-15  RLH  REVERSAL RECORD TYPE FOR STATEMNT; COLLECT
001246*                    AND NOTICES ADDED AS USERS.
001250******************************************************************
001260 01  LEDGER-SORT-RECORD.
001270     05  LSR-ACC-ID              PIC X(05).
001280     05  LSR-REC-TYPE            PIC X(01).
001290         88  LSR-IS-SEED         VALUE "S".
001300         88  LSR-IS-POSTING      VALUE "P".
001305         88  LSR-IS-REVERSAL     VALUE "R".
001310     05  LSR-LEDGER-DATA         PIC X(121).
001320     05  LSR-SEED-DATA REDEFINES LSR-LEDGER-DATA.
001330         10  LSR-SEED-AS-OF-DATE PIC 9(08).
001340         10  LSR-SEED-BALANCE    PIC S9(7)V99
001350                                 SIGN IS TRAILING SEPARATE.
001360         10  LSR-SEED-LAST-DATE  PIC 9(08).
001370         10  LSR-SEED-AMOUNT     PIC 9(9)V99.
001380         10  FILLER              PIC X(84).
