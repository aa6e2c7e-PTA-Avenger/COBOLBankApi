001090*
001100* MODIFICATION HISTORY
001110*   2026-08-22  RLH  INITIAL VERSION.
001112*   2026-09-24  RLH  ADD THE BENEFICIARY FIELDS AN EXTPAY ORDER
001114*                    CARRIES ONTO THE FEED (SEE TRXREC).  SPACES
001116*                    ON EVERY OTHER ORDER; RECORDS WRITTEN BEFORE
001118*                    THIS CHANGE READ BACK WITH THEM BLANK.
001120******************************************************************
001130 01  STANDING-ORDER-RECORD.
001140     05  SO-ID                   PIC X(05).
001220         88  SO-FREQ-DAILY       VALUE "D".
001230     05  SO-NEXT-DUE             PIC 9(08).
001240     05  SO-EXPIRY               PIC 9(08).
001250     05  SO-BENE-BANK            PIC X(09).
001260     05  SO-BENE-ACCOUNT         PIC X(16).
001270     05  SO-BENE-NAME            PIC X(20).
