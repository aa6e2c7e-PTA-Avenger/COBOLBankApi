001000******************************************************************
001010* COLLWORK.CPY
001020*
001030* COLLECTIONS WORK FILE RECORD LAYOUT (COLLWORK.DAT).  REWRITTEN
001040* IN FULL BY EVERY COLLECT RUN - ONE RECORD PER OVERDRAWN ACCOUNT
001050* ON THE MASTER, CARRYING THE DATE THE CURRENT OVERDRAWN SPELL
001060* BEGAN, ITS AGE IN DAYS AND AGING BUCKET, AND WHAT COLLECT DID
001070* ABOUT IT.  THE COLLECTIONS UNIT WORKS ITS CALL LIST FROM THIS
001080* FILE.  THE BALANCE USES A TRAILING SEPARATE SIGN FOR THE SAME
001090* REASON LEDGREC DOES.
001100*
001110* MODIFICATION HISTORY
001120*   2026-09-10  RLH  INITIAL VERSION.
001130******************************************************************
001140 01  COLL-WORK-RECORD.
001150     05  CWK-RUN-DATE            PIC 9(08).
001160     05  CWK-ACC-ID              PIC X(05).
001170     05  CWK-CUST-ID             PIC X(06).
001180     05  CWK-ACC-NAME            PIC X(20).
001190     05  CWK-BALANCE             PIC S9(7)V99
001200                                 SIGN IS TRAILING SEPARATE.
001210     05  CWK-OVERDRAFT-LIMIT     PIC 9(7)V99.
001220     05  CWK-SINCE-DATE          PIC 9(08).
001230     05  CWK-DAYS-OVERDRAWN      PIC 9(05).
001240     05  CWK-BUCKET              PIC 9(01).
001250         88  CWK-BUCKET-1-30     VALUE 1.
001260         88  CWK-BUCKET-31-60    VALUE 2.
001270         88  CWK-BUCKET-61-90    VALUE 3.
001280         88  CWK-BUCKET-OVER-90  VALUE 4.
001290*    "Y" ONCE THE ACCOUNT IS PAST THE BLOCK DAY COUNT AND
001300*    CUSTOMER DEBITS ARE REFUSED (SEE ACC-COLL-FLAG).
001310     05  CWK-BLOCKED-FLAG        PIC X(01).
001320         88  CWK-BLOCKED         VALUE "Y".
001330*    "Y" WHEN PAST THE LAST AGING BUCKET - LISTED FOR
001340*    CHARGE-OFF APPROVAL ON THE AGING REPORT.
001350     05  CWK-CHGOFF-FLAG         PIC X(01).
001360         88  CWK-CHGOFF-CANDIDATE VALUE "Y".
