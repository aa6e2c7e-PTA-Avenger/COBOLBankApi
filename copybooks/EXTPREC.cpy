001000******************************************************************
001010* EXTPREC.CPY
001020*
001030* OUTBOUND EXTERNAL PAYMENT RECORD LAYOUT.  ONE RECORD PER EXTPAY
001040* POSTED BY BANKING, CARRYING THE PAYMENT REFERENCE THE CLEARING
001050* HOUSE QUOTES BACK ON A RETURN, THE PAYING ACCOUNT AND AMOUNT,
001060* AND THE BENEFICIARY'S BANK, ACCOUNT AND NAME.  THE SAME LAYOUT
001070* IS USED TWICE:
001080*
001090*     EXTSUSP.DAT - THE CLEARING SUSPENSE FILE.  EVERY PAYMENT
001100*         SENT AND NOT YET SETTLED OR RETURNED.  BANKING APPENDS
001110*         AS IT POSTS; THE EXTRTN RETURNS JOB WORKS IT DOWN.
001120*     EXTPAY.DAT  - THE DAY'S OUTBOUND FILE FOR THE CLEARING
001130*         HOUSE, REBUILT BY BANKING AT CLEAN END OF RUN FROM THE
001140*         DAY'S SUSPENSE ITEMS, WITH A HEADER RECORD (MARKER
001150*         "HDR", FILE DATE AND ORIGINATOR) FIRST AND A TRAILER
001160*         RECORD (MARKER "TRL", DETAIL COUNT AND AMOUNT HASH)
001170*         LAST, THE SAME WAY BATCHREC SEALS THE TRANSACTION FEED.
001180*
001190* THE REFERENCE IS THE BUSINESS DATE FOLLOWED BY THE ITEM'S
001200* POSITION IN BANKING'S WORK FILE, SO A RESTARTED RUN RE-ISSUES
001204* THE SAME REFERENCE AND NO TWO PAYMENTS EVER SHARE ONE.  THE
001208* POSITION IS COUNTED ON FROM THE HIGHEST SEQUENCE ALREADY SENT
001212* THAT DAY, SO A SAME-DAY RERUN OF BANKING TAKES NEW REFERENCES
001216* AND SENDS ONLY ITS OWN PAYMENTS.
001220*
001221* EXP-HOLD-FLAG IS SET ON A SUSPENSE ITEM WHOSE RETURN COULD NOT
001222* BE APPLIED (AMOUNT DIFFERS, ACCOUNT GONE).  A HELD ITEM STAYS
001223* IN SUSPENSE FOR INVESTIGATION AND IS NEVER TAKEN AS SETTLED.
001224* SPACE ON EVERY ITEM BANKING WRITES.
001225*
001230* MODIFICATION HISTORY
001240*   2026-09-24  RLH  INITIAL VERSION.
001243*   2026-10-15  RLH  SEQUENCE COUNTED ON FROM THE LAST PAYMENT
001246*                    SENT THAT DAY.
001250******************************************************************
001260 01  EXT-PAYMENT-RECORD.
001270     05  EXP-PAY-REF             PIC X(16).
001280     05  EXP-REF-PARTS REDEFINES EXP-PAY-REF.
001290         10  EXP-SENT-DATE       PIC 9(08).
001300         10  EXP-SENT-SEQ        PIC 9(08).
001310     05  EXP-ACC-ID              PIC X(05).
001320     05  EXP-AMOUNT              PIC 9(7)V99.
001330     05  EXP-BENE-BANK           PIC X(09).
001340     05  EXP-BENE-ACCOUNT        PIC X(16).
001350     05  EXP-BENE-NAME           PIC X(20).
001360     05  EXP-SOURCE              PIC X(10).
001370     05  EXP-SENT-TIME           PIC 9(08).
001372     05  EXP-HOLD-FLAG           PIC X(01).
001374         88  EXP-HELD            VALUE "H".
001376         88  EXP-NOT-HELD        VALUE " ".
001380     05  FILLER                  PIC X(06).

001390 01  EXT-PAYMENT-CONTROL-RECORD.
001400     05  EPC-MARKER              PIC X(03).
001410         88  EPC-IS-HEADER       VALUE "HDR".
001420         88  EPC-IS-TRAILER      VALUE "TRL".
001430     05  EPC-DATA                PIC X(97).
001440     05  EPC-HEADER-DATA REDEFINES EPC-DATA.
001450         10  EPC-FILE-DATE       PIC 9(08).
001460         10  EPC-ORIGINATOR      PIC X(10).
001470         10  FILLER              PIC X(79).
001480     05  EPC-TRAILER-DATA REDEFINES EPC-DATA.
001490         10  EPC-RECORD-COUNT    PIC 9(08).
001500         10  EPC-HASH-TOTAL      PIC 9(11)V99.
001510         10  FILLER              PIC X(76).
