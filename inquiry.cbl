001310*                      (SEE HOLDREC).
001320*     2026-09-03  RLH  SHOW THE TERM-DEPOSIT FIELDS ON A TERM
001330*                      ACCOUNT (SEE TERMPROD).
001332*     2026-09-17  RLH  A REVERSAL POSTING SHOWS THE TYPE AND DATE
001334*                      OF THE POSTING IT BACKS OUT.  THE RECENT
001336*                      POSTINGS WINDOW WIDENS WITH THE LEDGER
001338*                      RECORD.
001339*     2026-09-24  RLH  RECENT LEDGER TABLE WIDENED TO 101 BYTES.
001340*                      AN EXTRETURN SHOWS ITS RETURN REASON AND
001341*                      THE PAYMENT'S DATE.
001342*     2026-10-12  RLH  SHOW THE ORIGINATING SOURCE AND REFERENCE
001343*                      ON POSTINGS, PENDING ITEMS AND REJECTS.
001344*                      RECENT LEDGER TABLE WIDENED TO 121 BYTES.
001345******************************************************************
001350 IDENTIFICATION DIVISION.
001360 PROGRAM-ID. INQUIRY.

002180 01  BNK-RCT-SHOWN               PIC 9(04) COMP VALUE ZERO.
002190 01  BNK-RCT-TABLE.
002200     05  BNK-RCT-ENTRY           OCCURS 10 TIMES
002210                                 PIC X(121).

002220 01  BNK-SO-SHOWN-COUNT          PIC 9(04) VALUE ZERO.
002230 01  BNK-PEND-SHOWN-COUNT        PIC 9(04) VALUE ZERO.
004000     IF LDG-COUNTER-ACC NOT = SPACES
004010         DISPLAY " WITH " LDG-COUNTER-ACC WITH NO ADVANCING
004020     END-IF
004022     IF LDG-TRX-TYPE = "REVERSAL"
004024         DISPLAY " OF " LDG-ORIG-TYPE " " LDG-ORIG-DATE
004026             WITH NO ADVANCING
004028     END-IF
004029     IF LDG-TRX-TYPE = "EXTRETURN"
004030         DISPLAY " RETURNED " LDG-REASON-CODE " OF "
004031             LDG-ORIG-DATE WITH NO ADVANCING
004032     END-IF
004033     IF LDG-OVERDRAFT-USED
004040         DISPLAY " (OD)" WITH NO ADVANCING
004050     END-IF
004052     IF LDG-REFERENCE NOT = SPACES
004054         DISPLAY " REF " LDG-SOURCE " " LDG-REFERENCE
004056             WITH NO ADVANCING
004058     END-IF
004060     DISPLAY " "
004070     ADD 1 TO BNK-RCT-SHOWN
004080     ADD 1 TO BNK-RCT-IDX
004950     ELSE
004960         DISPLAY "    TRX " TRX-ID " " TRX-TYPE
004970             " EFFECTIVE " TRX-EFF-DATE
004980     END-IF
004985     DISPLAY "        REF " TRX-SOURCE " " TRX-REFERENCE.
004990 5100-SCAN-ONE-PENDING-EXIT.
005000     EXIT.

005330     ADD 1 TO BNK-REJ-SHOWN-COUNT
005340     DISPLAY "    TRX " REJ-TRX-ID " " REJ-TRX-TYPE
005350         " AMT " REJ-TRX-AMOUNT
005360         " REJECTED " REJ-REASON-CODE " " REJ-REASON-TEXT
005365     DISPLAY "        REF " REJ-SOURCE " " REJ-REFERENCE.
005370 6100-SCAN-ONE-REJECT-EXIT.
005380     EXIT.

