001000******************************************************************
001010* NOTCREC.CPY
001020*
001030* CUSTOMER NOTICE RECORD LAYOUTS, WRITTEN BY THE NIGHTLY NOTICES
001040* JOB.
001050*
001060* NOTICE-RECORD (NOTICES.DAT) IS THE FIXED-FORMAT MAIL-MERGE
001070* FILE FOR THE MAILING HOUSE - ONE RECORD PER LETTER, CARRYING
001080* THE CUSTOMER'S NAME AND ADDRESS BLOCK FROM CUSTREC, THE LETTER
001090* TYPE, THE EVENT DATE AND AMOUNT, AND A ONE-LINE MESSAGE.  THE
001100* BALANCE USES A TRAILING SEPARATE SIGN AS IN LEDGREC.  LETTER
001110* TYPES:
001120*
001130*     "TMAT"  TERM DEPOSIT MATURING WITHIN 30 DAYS.  EVENT DATE
001140*             IS THE MATURITY DATE, REF THE INSTRUCTION AND
001150*             LINKED ACCOUNT.
001160*     "DORM"  ACCOUNT ABOUT TO BE MARKED DORMANT.  EVENT DATE IS
001170*             THE LAST CUSTOMER POSTING (ZERO IF NONE).
001180*     "HPLC"  FUNDS HOLD PLACED.  EVENT DATE IS THE DATE PLACED.
001190*     "HEXP"  FUNDS HOLD EXPIRING WITHIN 7 DAYS.  EVENT DATE IS
001200*             THE EXPIRY.
001210*     "NSFW"  DEBIT DECLINED FOR INSUFFICIENT FUNDS.  EVENT DATE
001220*             AND REF ARE THE DATE AND TIME DECLINED.
001230*     "ODRN"  ACCOUNT NEWLY OVERDRAWN.  EVENT DATE IS THE DAY IT
001240*             WENT BELOW ZERO.
001250*
001260* NOTICE-LOG-RECORD (NOTCLOG.DAT) IS THE PERMANENT RECORD OF
001270* EVERY NOTICE ISSUED.  ACCOUNT, LETTER TYPE, EVENT DATE, REF AND
001280* AMOUNT TOGETHER IDENTIFY THE EVENT; A NOTICE WHOSE EVENT IS
001290* ALREADY LOGGED IS NEVER ISSUED AGAIN, SO A RERUN NEVER MAILS
001300* THE SAME LETTER TWICE.  ENTRIES ISSUED MORE THAN A YEAR BEFORE
001310* THE BUSINESS DATE ARE DROPPED WHEN THE LOG IS REWRITTEN.
001320*
001330* MODIFICATION HISTORY
001340*   2026-10-01  RLH  INITIAL VERSION.
001350******************************************************************
001360 01  NOTICE-RECORD.
001370     05  NTC-NOTICE-TYPE         PIC X(04).
001380     05  NTC-ISSUE-DATE          PIC 9(08).
001390     05  NTC-ACC-ID              PIC X(05).
001400     05  NTC-CUST-ID             PIC X(06).
001410     05  NTC-CUST-NAME           PIC X(20).
001420     05  NTC-ADDR-LINE-1         PIC X(25).
001430     05  NTC-ADDR-LINE-2         PIC X(25).
001440     05  NTC-EVENT-DATE          PIC 9(08).
001450     05  NTC-EVENT-REF           PIC X(08).
001460     05  NTC-AMOUNT              PIC 9(7)V99.
001470     05  NTC-BALANCE             PIC S9(7)V99
001480                                 SIGN IS TRAILING SEPARATE.
001490     05  NTC-MESSAGE             PIC X(60).
001500     05  FILLER                  PIC X(12).

001510 01  NOTICE-LOG-RECORD.
001520     05  NLG-ACC-ID              PIC X(05).
001530     05  NLG-NOTICE-TYPE         PIC X(04).
001540     05  NLG-EVENT-DATE          PIC 9(08).
001550     05  NLG-EVENT-REF           PIC X(08).
001560     05  NLG-AMOUNT              PIC 9(7)V99.
001570     05  NLG-ISSUE-DATE          PIC 9(08).
001580     05  FILLER                  PIC X(08).
