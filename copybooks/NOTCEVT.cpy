001000******************************************************************
001010* NOTCEVT.CPY
001020*
001030* CUSTOMER NOTICE EVENT RECORD LAYOUT (NOTCEVT.DAT).  ONE RECORD
001040* PER EVENT A POSTING JOB SEES THAT THE CUSTOMER MUST BE TOLD
001050* ABOUT BUT THAT LEAVES NO OTHER TRACE ON FILE.  TODAY THAT IS
001060* ONE EVENT TYPE:
001070*
001080*     "NSFW"  A CUSTOMER DEBIT (WITHDRAW, EXTPAY, TRANSFER)
001090*             DECLINED AT POSTING FOR INSUFFICIENT FUNDS.
001100*             WRITTEN BY BANKING.
001110*
001120* THE NOTICES JOB WORKS THE FILE AND EMPTIES IT.  NEV-BALANCE IS
001130* THE LEDGER BALANCE WHEN THE DEBIT WAS DECLINED, WITH A
001140* TRAILING SEPARATE SIGN AS IN LEDGREC.
001150*
001160* MODIFICATION HISTORY
001170*   2026-10-01  RLH  INITIAL VERSION.
001180******************************************************************
001190 01  NOTICE-EVENT-RECORD.
001200     05  NEV-EVENT-TYPE          PIC X(04).
001210         88  NEV-IS-NSF          VALUE "NSFW".
001220     05  NEV-ACC-ID              PIC X(05).
001230     05  NEV-EVENT-DATE          PIC 9(08).
001240     05  NEV-EVENT-TIME          PIC 9(08).
001250     05  NEV-TRX-TYPE            PIC X(10).
001260     05  NEV-AMOUNT              PIC 9(7)V99.
001270     05  NEV-BALANCE             PIC S9(7)V99
001280                                 SIGN IS TRAILING SEPARATE.
001290     05  FILLER                  PIC X(06).
