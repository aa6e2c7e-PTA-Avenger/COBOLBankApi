001000******************************************************************
001010* HISTREC.CPY
001020*
001030* ACCOUNT HISTORY RESEARCH EXTRACT RECORD (HISTEXT.DAT), THE
001040* MACHINE-READABLE COPY OF THE CERTIFIED HISTORY ACCHIST PRINTS
001050* FOR A DISPUTE, AUDIT CONFIRMATION OR LEGAL REQUEST.  EVERY
001060* RECORD CARRIES THE CASE REFERENCE KEYED BY THE OPERATOR.
001070*
001080*     "D" DETAIL  - ONE PER POSTING LISTED, THE WHOLE 121-BYTE
001090*                   LEDGER RECORD (SEE LEDGREC) EXACTLY AS HELD,
001100*                   WITH HXT-SOURCE SAYING WHETHER IT CAME FROM
001110*                   THE ARCHIVE (LEDGARCH.DAT) OR THE OPEN
001120*                   LEDGER (LEDGER.DAT).
001130*     "S" SUMMARY - ONE PER ACCOUNT AFTER ITS DETAILS, WITH THE
001140*                   PERIOD, OPENING AND CLOSING BALANCES,
001150*                   TOTALS, THE LEDGSNAP SNAPSHOT THE HISTORY WAS
001160*                   PROVED AGAINST, AND WHETHER IT WAS CERTIFIED.
001170*
001180* BALANCES USE A TRAILING SEPARATE SIGN FOR THE SAME REASON
001190* LEDGREC DOES.
001200*
001210* MODIFICATION HISTORY
001220*   2026-10-07  RLH  INITIAL VERSION.
001225*   2026-10-12  RLH  WIDENED TO CARRY THE 121-BYTE LEDGER RECORD.
001230******************************************************************
001240 01  HISTORY-EXTRACT-RECORD.
001250     05  HXT-CASE-REF            PIC X(10).
001260     05  HXT-REC-TYPE            PIC X(01).
001270         88  HXT-IS-DETAIL       VALUE "D".
001280         88  HXT-IS-SUMMARY      VALUE "S".
001290     05  HXT-ACC-ID              PIC X(05).
001300     05  HXT-SOURCE              PIC X(01).
001310         88  HXT-FROM-ARCHIVE    VALUE "A".
001320         88  HXT-FROM-LEDGER     VALUE "L".
001330     05  HXT-DATA                PIC X(121).
001340     05  HXT-SUMMARY-DATA REDEFINES HXT-DATA.
001350         10  HXS-FROM-DATE       PIC 9(08).
001360         10  HXS-TO-DATE         PIC 9(08).
001370         10  HXS-OPENING-BALANCE PIC S9(7)V99
001380                                 SIGN IS TRAILING SEPARATE.
001390         10  HXS-CLOSING-BALANCE PIC S9(7)V99
001400                                 SIGN IS TRAILING SEPARATE.
001410         10  HXS-ITEM-COUNT      PIC 9(07).
001420         10  HXS-CREDIT-TOTAL    PIC 9(09)V99.
001430         10  HXS-DEBIT-TOTAL     PIC 9(09)V99.
001440         10  HXS-SNAP-AS-OF-DATE PIC 9(08).
001450         10  HXS-SNAP-BALANCE    PIC S9(7)V99
001460                                 SIGN IS TRAILING SEPARATE.
001470         10  HXS-CERTIFIED-FLAG  PIC X(01).
001480             88  HXS-CERTIFIED       VALUE "Y".
001490             88  HXS-NOT-CERTIFIED   VALUE "N".
001500         10  FILLER              PIC X(37).
