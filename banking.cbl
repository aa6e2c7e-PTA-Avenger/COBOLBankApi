002130*                      RUN OR AN OUT-OF-SEQUENCE START WITHOUT AN
002140*                      OPERATOR OVERRIDE AND OFFERS THE RUNCTL.DAT
002150*                      DATE ROLL WHEN THE DAY'S CYCLE COMPLETES.
002151*     2026-09-10  RLH  COLLECTIONS BLOCK.  A WITHDRAWAL, OR A
002152*                      TRANSFER WHOSE DEBIT SIDE IS AN ACCOUNT
002153*                      THE COLLECT JOB HAS BLOCKED (SEE
002154*                      ACC-COLL-FLAG), IS REJECTED; DEPOSITS,
002155*                      CREDITS AND BANK FEES STILL POST.
002156*     2026-09-17  RLH  ADD THE REVERSAL TYPE.  THE EDIT PASS FINDS
002157*                      THE ORIGINAL POSTING ON LEDGARCH.DAT OR
002158*                      LEDGER.DAT BY ACCOUNT, AMOUNT AND BUSINESS
002159*                      DATE AND REJECTS THE ITEM (RVNF/RVDN) IF IT
002160*                      IS NOT THERE OR HAS ALREADY BEEN REVERSED.
002161*                      THE POSTING PASS BACKS IT OUT THROUGH
002162*                      TRXPOST, THE LEDGER RECORD POINTS BACK AT
002163*                      THE ORIGINAL, AND THE CONTROL REPORT TOTALS
002164*                      REVERSALS BY DIRECTION.
002165*     2026-09-24  RLH  EXTPAY - A PAYMENT TO ANOTHER BANK. EDITED
002166*                      LIKE A WITHDRAWAL PLUS A BENEFICIARY CHECK
002167*                      (BADP), POSTED THROUGH THE
002168*                      AVAILABLE-BALANCE TEST INTO CLEARING
002169*                      SUSPENSE (EXTSUSP.DAT), AND SENT ON THE
002170*                      DAY'S OUTBOUND FILE EXTPAY.DAT, BUILT WITH
002171*                      HDR/TRL AT CLEAN END OF RUN. LEDGER COPIES
002172*                      WIDEN TO 101.
002173*     2026-10-01  RLH  INSUFFICIENT-FUNDS DECLINES WRITTEN TO
002174*                      NOTCEVT.DAT FOR CUSTOMER NOTICE LETTERS.
002175*     2026-10-12  RLH  DUPLICATE CHECK NOW KEYS ON THE ITEM'S
002176*                      SOURCE AND ORIGINATOR REFERENCE AGAINST
002177*                      REFHIST.DAT, THE REFERENCES POSTED OVER
002178*                      THE DUPPARM.DAT WINDOW, INSTEAD OF ON
002179*                      ACCOUNT/TYPE/AMOUNT WITHIN THE ONE BATCH -
002180*                      THE 5000-ENTRY SEEN TABLE IS GONE.  AN
002181*                      ITEM WITH NO REFERENCE IS REJECTED (NREF).
002182*                      AN ITEM THE POSTING PASS DECLINES GIVES ITS
002183*                      REFERENCE BACK SO THE ORIGINATOR CAN SEND
002184*                      IT AGAIN; A RERUN AFTER AN ABEND TAKES
002185*                      BACK ITS OWN.
002186*                      SOURCE AND REFERENCE GO ON THE LEDGER AND
002187*                      REJECT RECORDS; LEDGER COPIES WIDEN TO 121.
002188*     2026-10-14  RLH  THE REJECT QUEUE IS NOW THE REJQUEUE.DAT
002189*                      WORK FILE INSTEAD OF A 2000-ENTRY TABLE,
002190*                      COPIED TO REJECT.DAT AT CLEAN TERMINATION
002191*                      AS BEFORE. A LARGE REPAIR QUEUE NO LONGER
002192*                      STOPS THE RUN.
002193*     2026-10-15  RLH  RUN HISTORY: COUNTS AND STOP-COLD FAILURES
002194*                      TO CYCLCTL.
002195*     2026-10-15  RLH  POSTING-PASS DECLINES COUNTED AS REJECTED
002196*                      ON THE RUN HISTORY. STOP-COLD PATHS CLOSE
002197*                      THE REFERENCE HISTORY. A SAME-DAY RERUN
002198*                      NUMBERS ITS PAYMENTS ON FROM THE LAST
002199*                      ALREADY ON SUSPENSE AND SENDS ONLY ITS OWN.
002200******************************************************************
002201 IDENTIFICATION DIVISION.
002202 PROGRAM-ID. BANKING.

002203 ENVIRONMENT DIVISION.
002204 INPUT-OUTPUT SECTION.
002210 FILE-CONTROL.
002220     SELECT ACCOUNTS-FILE ASSIGN TO "accounts.dat"
002230         ORGANIZATION IS INDEXED
002300     SELECT WORK-TRX-FILE ASSIGN TO "trxwork.dat"
002310         ORGANIZATION IS LINE SEQUENTIAL.

002313     SELECT REJECT-QUEUE-FILE ASSIGN TO "rejqueue.dat"
002316         ORGANIZATION IS LINE SEQUENTIAL.

002320     SELECT REJECT-FILE ASSIGN TO "reject.dat"
002330         ORGANIZATION IS LINE SEQUENTIAL
002340         FILE STATUS IS BNK-REJECT-FILE-STATUS.
002610         ORGANIZATION IS LINE SEQUENTIAL
002620         FILE STATUS IS BNK-TERM-FILE-STATUS.

002621*    READ-ONLY VIEWS OF THE POSTED HISTORY, USED BY THE EDIT
002622*    PASS TO FIND THE ORIGINAL POSTING A REVERSAL NAMES.
002623     SELECT LEDGER-HIST-FILE ASSIGN TO "ledger.dat"
002624         ORGANIZATION IS LINE SEQUENTIAL
002625         FILE STATUS IS BNK-HIST-FILE-STATUS.

002626     SELECT ARCHIVE-FILE ASSIGN TO "ledgarch.dat"
002627         ORGANIZATION IS LINE SEQUENTIAL
002628         FILE STATUS IS BNK-ARCH-FILE-STATUS.

002629*    CLEARING SUSPENSE - EVERY EXTPAY SENT AND NOT YET SETTLED OR
002630*    RETURNED (SEE EXTPREC) - AND THE DAY'S OUTBOUND FILE FOR THE
002631*    CLEARING HOUSE, BUILT FROM IT AT CLEAN END OF RUN.
002632     SELECT SUSPENSE-FILE ASSIGN TO "extsusp.dat"
002633         ORGANIZATION IS LINE SEQUENTIAL
002634         FILE STATUS IS BNK-SUSP-FILE-STATUS.

002635     SELECT PAYMENT-FILE ASSIGN TO "extpay.dat"
002636         ORGANIZATION IS LINE SEQUENTIAL
002637         FILE STATUS IS BNK-PAYF-FILE-STATUS.

002638*    EVENTS THE NOTICES JOB WRITES TO THE CUSTOMER ABOUT (SEE
002639*    NOTCEVT) - A DEBIT DECLINED FOR INSUFFICIENT FUNDS.
002640     SELECT NOTICE-EVENT-FILE ASSIGN TO "notcevt.dat"
002641         ORGANIZATION IS LINE SEQUENTIAL
002642         FILE STATUS IS BNK-NEVT-FILE-STATUS.

002643*    ORIGINATOR REFERENCES ALREADY POSTED (SEE REFHIST) AND THE
002644*    NUMBER OF DAYS THEY ARE KEPT FOR THE DUPLICATE CHECK.
002645     SELECT REF-HISTORY-FILE ASSIGN TO "refhist.dat"
002646         ORGANIZATION IS INDEXED
002647         ACCESS MODE IS DYNAMIC
002648         RECORD KEY IS RFH-KEY
002649         FILE STATUS IS BNK-REFH-FILE-STATUS.

002650     SELECT DUP-PARM-FILE ASSIGN TO "dupparm.dat"
002651         ORGANIZATION IS LINE SEQUENTIAL
002652         FILE STATUS IS BNK-PARM-FILE-STATUS.

002653 DATA DIVISION.
002654 FILE SECTION.

002655 FD  ACCOUNTS-FILE.
002660 COPY ACCTREC.

002670 FD  TRANSACTION-FILE.
002690 FD  WORK-TRX-FILE.
002700 01  WORK-TRX-FILE-RECORD       PIC X(146).

002703 FD  REJECT-QUEUE-FILE.
002706 01  REJECT-QUEUE-RECORD         PIC X(185).

002710 FD  REJECT-FILE.
002720 COPY REJREC.

002920 FD  TERM-PRODUCT-FILE.
002930 COPY TERMPROD.

002932 FD  LEDGER-HIST-FILE.
002934 01  LEDGER-HIST-RECORD          PIC X(121).

002936 FD  ARCHIVE-FILE.
002938 01  ARCHIVE-RECORD              PIC X(121).

002939 FD  SUSPENSE-FILE.
002940 01  SUSPENSE-RECORD             PIC X(100).

002941 FD  PAYMENT-FILE.
002942 01  PAYMENT-FILE-RECORD         PIC X(100).

002943 FD  NOTICE-EVENT-FILE.
002944 COPY NOTCEVT.

002945 FD  REF-HISTORY-FILE.
002946 COPY REFHIST.

002947 FD  DUP-PARM-FILE.
002948 COPY DUPPARM.

002949 WORKING-STORAGE SECTION.
002950 COPY TRXREC.

002960*    HOLDS THE CREDIT-SIDE ACCOUNT OF A TRANSFER WHILE THE
003120     ACC-INSTRUCTION     BY CACC-INSTRUCTION
003130     ACC-INSTR-ROLLOVER  BY CACC-INSTR-ROLLOVER
003140     ACC-INSTR-PAYOUT    BY CACC-INSTR-PAYOUT
003150     ACC-LINKED-ACC      BY CACC-LINKED-ACC
003152     ACC-COLL-FLAG       BY CACC-COLL-FLAG
003154     ACC-COLL-BLOCKED    BY CACC-COLL-BLOCKED
003156     ACC-COLL-CLEAR      BY CACC-COLL-CLEAR.

003160 COPY BATCHREC.

003165 COPY EXTPREC.

003170 01  BNK-ACCT-FILE-STATUS        PIC X(02).
003180 01  BNK-RESTART-FILE-STATUS     PIC X(02).
003190 01  BNK-LEDGER-FILE-STATUS      PIC X(02).
003250 01  BNK-CUST-FILE-STATUS        PIC X(02).
003260 01  BNK-HOLDS-FILE-STATUS       PIC X(02).
003270 01  BNK-TERM-FILE-STATUS        PIC X(02).
003273 01  BNK-HIST-FILE-STATUS        PIC X(02).
003276 01  BNK-ARCH-FILE-STATUS        PIC X(02).
003277 01  BNK-SUSP-FILE-STATUS        PIC X(02).
003278 01  BNK-PAYF-FILE-STATUS        PIC X(02).
003279 01  BNK-NEVT-FILE-STATUS        PIC X(02).
003280 01  BNK-REFH-FILE-STATUS        PIC X(02).
003281 01  BNK-PARM-FILE-STATUS        PIC X(02).

003282 01  BNK-SUSPF-EOF-FLAG          PIC X(01) VALUE "N".
003283     88  BNK-SUSPF-END-OF-FILE       VALUE "Y".
003284     88  BNK-SUSPF-NOT-END-OF-FILE   VALUE "N".

003285*    THE DAY'S OUTBOUND PAYMENT FILE, COUNTED AS IT IS BUILT.
003286 01  BNK-PAYFILE-COUNT           PIC 9(08) VALUE ZERO.
003287 01  BNK-PAYFILE-HASH            PIC 9(11)V99 VALUE ZERO.
003288 01  BNK-LEDGER-TIME             PIC 9(08) VALUE ZERO.

003289 01  BNK-TERMF-EOF-FLAG          PIC X(01) VALUE "N".
003290     88  BNK-TERMF-END-OF-FILE       VALUE "Y".
003300     88  BNK-TERMF-NOT-END-OF-FILE   VALUE "N".

004170     88  BNK-REJF-END-OF-FILE        VALUE "Y".
004180     88  BNK-REJF-NOT-END-OF-FILE    VALUE "N".

004192*    THE RUN'S REJECTS, PLUS THE UNWORKED REJECTS ALREADY ON
004204*    REJECT.DAT (THE REPAIR PROGRAM'S QUEUE), GO TO THE
004216*    REJQUEUE.DAT WORK FILE AND ARE ONLY COPIED BACK TO
004228*    REJECT.DAT AT CLEAN TERMINATION SO AN ABEND OR A FAILED
004240*    BATCH CHECK LEAVES THE FILE AS IT STOOD AND A RERUN CANNOT
004252*    DUPLICATE THEM.
004264 01  BNK-REJQ-EOF-FLAG           PIC X(01) VALUE "N".
004276     88  BNK-REJQ-END-OF-FILE        VALUE "Y".
004288     88  BNK-REJQ-NOT-END-OF-FILE    VALUE "N".

004300 01  BNK-REPAIR-EOF-FLAG         PIC X(01) VALUE "N".
004310     88  BNK-REPAIR-END-OF-FILE      VALUE "Y".
004490     88  BNK-IS-REJECTED             VALUE "Y".
004500     88  BNK-NOT-REJECTED            VALUE "N".


004540 01  BNK-REASON-CODE             PIC X(04).
004550 01  BNK-REASON-TEXT             PIC X(35).

004552*    DUPLICATE CHECK ON SOURCE PLUS ORIGINATOR REFERENCE (SEE
004554*    REFHIST).  THE WINDOW DEFAULTS TO 30 DAYS WHEN DUPPARM.DAT
004556*    IS MISSING OR UNREADABLE.  THE RUN STAMP IS THE TIME THE
004558*    RUN STARTED; THE SERIES STAMP IS THE SAME UNLESS THIS RUN
004560*    CARRIES ON AN INTERRUPTED ONE.
004562 01  BNK-DUP-WINDOW-DAYS         PIC 9(03) VALUE 30.
004564 01  BNK-PARMS-LOADED-FLAG       PIC X(01) VALUE "N".
004566     88  BNK-PARMS-LOADED            VALUE "Y".
004568 01  BNK-WINDOW-START-DATE       PIC 9(08) VALUE ZERO.
004570 01  BNK-RUN-STAMP               PIC 9(08) VALUE ZERO.
004572 01  BNK-SERIES-STAMP            PIC 9(08) VALUE ZERO.
004574 01  BNK-SERIES-DATE             PIC 9(08) VALUE ZERO.
004576 01  BNK-SERIES-FLAG             PIC X(01) VALUE "N".
004578     88  BNK-SERIES-RESUMED          VALUE "Y".
004580     88  BNK-SERIES-NEW              VALUE "N".
004581*    A SERIES NUMBERS ITS PAYMENTS ON FROM ITS BASE, THE HIGHEST
004582*    SEQUENCE ALREADY ON SUSPENSE FOR THE DAY WHEN IT OPENED.
004583*    ONLY THOSE ABOVE THE BASE GO ON THE OUTBOUND FILE.
004584 01  BNK-SUSP-HIGH-SEQ           PIC 9(08) VALUE ZERO.
004585 01  BNK-PAY-SEQ-BASE            PIC 9(08) VALUE ZERO.
004586 01  BNK-REFH-EOF-FLAG           PIC X(01) VALUE "N".
004588     88  BNK-REFH-END-OF-FILE        VALUE "Y".
004590     88  BNK-REFH-NOT-END-OF-FILE    VALUE "N".
004592 01  BNK-REF-STATE               PIC X(01) VALUE "N".
004594     88  BNK-REF-NEW                 VALUE "N".
004596     88  BNK-REF-IN-THIS-RUN         VALUE "D".
004598     88  BNK-REF-POSTED-EARLIER      VALUE "P".
004600     88  BNK-REF-TAKEN-BACK          VALUE "T".
004602 01  BNK-REFS-PURGED-COUNT       PIC 9(07) VALUE ZERO.
004604 01  BNK-REFS-TAKEN-BACK-COUNT   PIC 9(07) VALUE ZERO.
004606 01  BNK-REFS-RELEASED-COUNT     PIC 9(07) VALUE ZERO.

004631 01  BNK-HISTF-EOF-FLAG          PIC X(01) VALUE "N".
004632     88  BNK-HISTF-END-OF-FILE       VALUE "Y".
004633     88  BNK-HISTF-NOT-END-OF-FILE   VALUE "N".

004634*    REVERSAL MATCHING.  FOR EACH REVERSAL THE EDIT PASS WALKS
004635*    THE ARCHIVE AND THE OPEN LEDGER FOR THE ACCOUNT, NOTING
004636*    EVERY POSTING THAT FITS THE ONE NAMED (CANDIDATES) AND
004637*    EVERY EARLIER REVERSAL THAT ALREADY POINTS AT THAT DAY
004638*    (POINTERS).  THE FIRST CANDIDATE NO POINTER AND NO EARLIER
004639*    REVERSAL IN THIS RUN (CLAIMS) HAS TAKEN IS THE MATCH.
004640 01  BNK-RVC-COUNT               PIC 9(04) COMP VALUE ZERO.
004641 01  BNK-RVC-IDX                 PIC 9(04) COMP VALUE ZERO.
004642 01  BNK-RVC-MAX                 PIC 9(04) COMP VALUE 20.
004643 01  BNK-RVC-TABLE.
004644     05  BNK-RVC-ENTRY           OCCURS 20 TIMES.
004645         10  BNK-RVC-TIME        PIC 9(08).
004646         10  BNK-RVC-TYPE        PIC X(10).

004647 01  BNK-RVP-COUNT               PIC 9(04) COMP VALUE ZERO.
004648 01  BNK-RVP-IDX                 PIC 9(04) COMP VALUE ZERO.
004649 01  BNK-RVP-MAX                 PIC 9(04) COMP VALUE 50.
004650 01  BNK-RVP-TABLE.
004651     05  BNK-RVP-TIME            OCCURS 50 TIMES
004652                                 PIC 9(08).

004653 01  BNK-RVX-COUNT               PIC 9(04) COMP VALUE ZERO.
004654 01  BNK-RVX-IDX                 PIC 9(04) COMP VALUE ZERO.
004655 01  BNK-RVX-MAX                 PIC 9(04) COMP VALUE 500.
004656 01  BNK-RVX-TABLE.
004657     05  BNK-RVX-ENTRY           OCCURS 500 TIMES.
004658         10  BNK-RVX-ACC-ID      PIC X(05).
004659         10  BNK-RVX-DATE        PIC 9(08).
004660         10  BNK-RVX-TIME        PIC 9(08).

004661 01  BNK-RVC-FOUND-IDX           PIC 9(04) COMP VALUE ZERO.
004662 01  BNK-RVC-TAKEN-FLAG          PIC X(01).
004663     88  BNK-RVC-TAKEN               VALUE "Y".
004664     88  BNK-RVC-FREE                VALUE "N".
004665 01  BNK-REVERSAL-STATE          PIC X(01).
004666     88  BNK-RV-MATCHED              VALUE "M".
004667     88  BNK-RV-NOT-FOUND            VALUE "N".
004668     88  BNK-RV-ALREADY-REVERSED     VALUE "A".
004669     88  BNK-RV-TABLE-FULL           VALUE "F".

004670 01  BNK-RESUME-ANSWER           PIC X(01).
004671 01  BNK-RESUME-COUNT            PIC 9(08) VALUE ZERO.
004672 01  BNK-WORK-REC-COUNT          PIC 9(08) VALUE ZERO.

004673 01  BNK-BALANCE-BEFORE          PIC S9(7)V99.
004680 01  BNK-HOLD-AMOUNT             PIC 9(7)V99 VALUE ZERO.
004690 01  BNK-CREDIT-BEFORE           PIC S9(7)V99.
004700 01  BNK-DEBIT-AFTER             PIC S9(7)V99.
004770     88  BNK-POST-INVALID-TYPE        VALUE "20".

004780 01  BNK-TOTAL-READ-COUNT        PIC 9(07) VALUE ZERO.
004783 01  BNK-REJECTED-COUNT          PIC 9(07) VALUE ZERO.
004786 01  BNK-LEDGER-WRITTEN-COUNT    PIC 9(07) VALUE ZERO.

004790 01  BNK-DEPOSIT-COUNT           PIC 9(07) VALUE ZERO.
004800 01  BNK-DEPOSIT-TOTAL           PIC 9(09)V99 VALUE ZERO.
004900 01  BNK-TRANSFER-TOTAL          PIC 9(09)V99 VALUE ZERO.
004910 01  BNK-FEE-COUNT               PIC 9(07) VALUE ZERO.
004920 01  BNK-FEE-TOTAL               PIC 9(09)V99 VALUE ZERO.
004921 01  BNK-EXTPAY-COUNT            PIC 9(07) VALUE ZERO.
004922 01  BNK-EXTPAY-TOTAL            PIC 9(09)V99 VALUE ZERO.
004923*    REVERSALS SPLIT BY THE WAY THEY MOVE THE BALANCE: DEBITS
004924*    BACK OUT A DEPOSIT OR INTEREST CREDIT, CREDITS BACK OUT A
004925*    WITHDRAWAL, FEE OR INTEREST CHARGE.
004926 01  BNK-REVERSAL-DR-COUNT       PIC 9(07) VALUE ZERO.
004927 01  BNK-REVERSAL-DR-TOTAL       PIC 9(09)V99 VALUE ZERO.
004928 01  BNK-REVERSAL-CR-COUNT       PIC 9(07) VALUE ZERO.
004929 01  BNK-REVERSAL-CR-TOTAL       PIC 9(09)V99 VALUE ZERO.
004930 01  BNK-CUSTNEW-COUNT           PIC 9(07) VALUE ZERO.
004940 01  BNK-CUSTCHNG-COUNT          PIC 9(07) VALUE ZERO.
004950 01  BNK-HOLD-PLACED-COUNT       PIC 9(07) VALUE ZERO.
005100                                 PIC X(05).

005110 01  BNK-REJECT-DUP-COUNT        PIC 9(07) VALUE ZERO.
005115 01  BNK-REJECT-NOREF-COUNT      PIC 9(07) VALUE ZERO.
005120 01  BNK-REJECT-ZEROAMT-COUNT    PIC 9(07) VALUE ZERO.
005130 01  BNK-REJECT-BADAMT-COUNT     PIC 9(07) VALUE ZERO.
005140 01  BNK-REJECT-BADTYPE-COUNT    PIC 9(07) VALUE ZERO.
005230 01  BNK-REJECT-NOHOLD-COUNT     PIC 9(07) VALUE ZERO.
005240 01  BNK-REJECT-CUSTDUP-COUNT    PIC 9(07) VALUE ZERO.
005250 01  BNK-REJECT-CUSTNF-COUNT     PIC 9(07) VALUE ZERO.
005255 01  BNK-REJECT-BLOCKED-COUNT    PIC 9(07) VALUE ZERO.
005256 01  BNK-REJECT-RVNF-COUNT       PIC 9(07) VALUE ZERO.
005257 01  BNK-REJECT-RVDN-COUNT       PIC 9(07) VALUE ZERO.
005258 01  BNK-REJECT-BADBENE-COUNT    PIC 9(07) VALUE ZERO.

005260 01  BNK-BACKDATED-COUNT         PIC 9(07) VALUE ZERO.
005270 01  BNK-PEND-HELD-COUNT         PIC 9(07) VALUE ZERO.
005410 01  BNK-CYCLE-FUNCTION          PIC X(05) VALUE SPACES.
005420 01  BNK-CYCLE-RETURN-CODE       PIC X(02) VALUE "00".
005430     88  BNK-CYCLE-PROCEED           VALUE "00".
005433*    THIS RUN'S HISTORY RECORD, STAMPED BY CYCLCTL (SEE RUNHIST).
005436     COPY RUNHIST.

005440 PROCEDURE DIVISION.

005730     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
005740                           BNK-CYCLE-FUNCTION
005750                           BNK-CYCLE-RETURN-CODE
005755                           RUN-HISTORY-RECORD
005760     IF NOT BNK-CYCLE-PROCEED
005770         DISPLAY "BANKING STOPPED BY CYCLE CONTROL"
005780         STOP RUN
005810     EXIT.

005820*-----------------------------------------------------------------
005821* 0850  LOAD THIS RUN'S RECORD COUNTS ONTO THE HISTORY RECORD
005822*       FOR CYCLCTL TO FILE WITH THE END OR FAIL CALL.
005823*-----------------------------------------------------------------
005824 0850-SET-RUN-COUNTS.
005825     MOVE BNK-TOTAL-READ-COUNT TO RHS-READ-COUNT
005826     COMPUTE RHS-POSTED-COUNT = BNK-DEPOSIT-COUNT
005827         + BNK-WITHDRAW-COUNT + BNK-EXTPAY-COUNT
005828         + BNK-OPEN-COUNT + BNK-CLOSE-COUNT + BNK-NAMECHNG-COUNT
005829         + BNK-INTEREST-COUNT + BNK-TRANSFER-COUNT + BNK-FEE-COUNT
005830         + BNK-REVERSAL-DR-COUNT + BNK-REVERSAL-CR-COUNT
005831         + BNK-CUSTNEW-COUNT + BNK-CUSTCHNG-COUNT
005832         + BNK-HOLD-PLACED-COUNT + BNK-HOLD-RELEASED-COUNT
005833     COMPUTE RHS-REJECTED-COUNT = BNK-REJECTED-COUNT
005834       + BNK-REJECT-NOMATCH-COUNT + BNK-REJECT-CLOSED-COUNT
005835       + BNK-REJECT-INSUFF-COUNT + BNK-REJECT-BLOCKED-COUNT
005836       + BNK-REJECT-EXISTS-COUNT + BNK-REJECT-CUSTDUP-COUNT
005837       + BNK-REJECT-CUSTNF-COUNT + BNK-REJECT-NOHOLD-COUNT
005838     MOVE BNK-LEDGER-WRITTEN-COUNT TO RHS-WRITTEN-COUNT.
005839 0850-SET-RUN-COUNTS-EXIT.
005840     EXIT.

005841*-----------------------------------------------------------------
005842* 0900  REGISTER CLEAN COMPLETION.  AN ABEND OR A STOP-COLD PATH
005843*       NEVER GETS HERE AND LEAVES THE STEP MARKED STARTED, SO A
005850*       RERUN NEEDS THE OPERATOR OVERRIDE.
005860*-----------------------------------------------------------------
005870 0900-CYCLE-END.
005873     PERFORM 0850-SET-RUN-COUNTS
005876         THRU 0850-SET-RUN-COUNTS-EXIT
005880     MOVE "END" TO BNK-CYCLE-FUNCTION
005890     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
005900                           BNK-CYCLE-FUNCTION
005906                           BNK-CYCLE-RETURN-CODE
005912                           RUN-HISTORY-RECORD.
005920 0900-CYCLE-END-EXIT.
005921     EXIT.

005922*-----------------------------------------------------------------
005923* 0950  REGISTER A STOP-COLD RUN.  CYCLCTL FILES IT ON THE RUN
005924*       HISTORY AS FAILED BUT LEAVES THE STEP MARKED STARTED, SO A
005925*       RERUN STILL NEEDS THE OPERATOR OVERRIDE.
005926*-----------------------------------------------------------------
005927 0950-CYCLE-FAIL.
005928     PERFORM 0850-SET-RUN-COUNTS
005929         THRU 0850-SET-RUN-COUNTS-EXIT
005930     MOVE "FAIL" TO BNK-CYCLE-FUNCTION
005931     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
005932                           BNK-CYCLE-FUNCTION
005933                           BNK-CYCLE-RETURN-CODE
005934                           RUN-HISTORY-RECORD.
005935 0950-CYCLE-FAIL-EXIT.
005936     EXIT.


005940*-----------------------------------------------------------------
005970 1000-INITIALIZE.
005980     PERFORM 1200-GET-BUSINESS-DATE
005990         THRU 1200-GET-BUSINESS-DATE-EXIT
005993     PERFORM 1600-FIND-LAST-PAYMENT-SEQ
005996         THRU 1600-FIND-LAST-PAYMENT-SEQ-EXIT
006000     OPEN I-O ACCOUNTS-FILE
006010     IF BNK-ACCT-FILE-STATUS = "35"
006020         OPEN OUTPUT ACCOUNTS-FILE
006110         OPEN EXTEND LEDGER-FILE
006120     END-IF

006121     OPEN EXTEND SUSPENSE-FILE
006122     IF BNK-SUSP-FILE-STATUS = "35"
006123         OPEN OUTPUT SUSPENSE-FILE
006124         CLOSE SUSPENSE-FILE
006125         OPEN EXTEND SUSPENSE-FILE
006126     END-IF

006127     OPEN EXTEND NOTICE-EVENT-FILE
006128     IF BNK-NEVT-FILE-STATUS = "35"
006129         OPEN OUTPUT NOTICE-EVENT-FILE
006130         CLOSE NOTICE-EVENT-FILE
006131         OPEN EXTEND NOTICE-EVENT-FILE
006132     END-IF

006133     OPEN I-O CUSTOMER-FILE
006140     IF BNK-CUST-FILE-STATUS = "35"
006150         OPEN OUTPUT CUSTOMER-FILE
006160         CLOSE CUSTOMER-FILE
006200         THRU 1300-LOAD-HOLDS-EXIT
006210     PERFORM 1400-LOAD-TERM-PRODUCTS
006220         THRU 1400-LOAD-TERM-PRODUCTS-EXIT
006223     PERFORM 1500-OPEN-REFERENCE-HISTORY
006226         THRU 1500-OPEN-REFERENCE-HISTORY-EXIT
006227     PERFORM 1650-SET-PAYMENT-BASE
006228         THRU 1650-SET-PAYMENT-BASE-EXIT

006230     PERFORM 1100-SUM-BEGINNING-BALANCE
006240         THRU 1100-SUM-BEGINNING-BALANCE-EXIT.
007200         CLOSE CUSTOMER-FILE
007210         CLOSE OUTPUT-FILE
007220         CLOSE LEDGER-FILE
007225         CLOSE SUSPENSE-FILE
007227         CLOSE NOTICE-EVENT-FILE
007228         PERFORM 0950-CYCLE-FAIL
007229             THRU 0950-CYCLE-FAIL-EXIT
007230         STOP RUN
007240     END-IF.
007250 1310-LOAD-ONE-HOLD-EXIT.
007680 1410-LOAD-ONE-TERM-EXIT.
007690     EXIT.

007691*-----------------------------------------------------------------
007692* 1500  OPEN THE POSTED-REFERENCE HISTORY FOR THE DUPLICATE
007693*       CHECK.  THE WINDOW RUNS BACK BNK-DUP-WINDOW-DAYS FROM THE
007694*       BUSINESS DATE; ANYTHING POSTED BEFORE IT IS PURGED HERE.
007695*       THEN THE RUN CONTROL RECORD IS READ: AN OPEN SERIES LEFT
007696*       BY A RUN THAT NEVER FINISHED IS CARRIED ON, SO THE
007697*       RERUN CAN TAKE BACK THE REFERENCES THAT RUN RECORDED;
007698*       OTHERWISE THIS RUN OPENS A SERIES OF ITS OWN.
007699*-----------------------------------------------------------------
007700 1500-OPEN-REFERENCE-HISTORY.
007701     PERFORM 1510-LOAD-DUP-PARAMETERS
007702         THRU 1510-LOAD-DUP-PARAMETERS-EXIT

007703     MOVE BNK-BUSINESS-DATE TO BNK-EFF-DATE-WRK-N
007704     IF BNK-DUP-WINDOW-DAYS > ZERO
007705         PERFORM 1520-SUBTRACT-ONE-DAY
007706             THRU 1520-SUBTRACT-ONE-DAY-EXIT
007707             BNK-DUP-WINDOW-DAYS TIMES
007708     END-IF
007709     MOVE BNK-EFF-DATE-WRK-N TO BNK-WINDOW-START-DATE

007710     ACCEPT BNK-RUN-STAMP FROM TIME
007711     IF BNK-RUN-STAMP = ZERO
007712         MOVE 1 TO BNK-RUN-STAMP
007713     END-IF

007714     OPEN I-O REF-HISTORY-FILE
007715     IF BNK-REFH-FILE-STATUS = "35"
007716         OPEN OUTPUT REF-HISTORY-FILE
007717         CLOSE REF-HISTORY-FILE
007718         OPEN I-O REF-HISTORY-FILE
007719     END-IF

007720     SET BNK-REFH-NOT-END-OF-FILE TO TRUE
007721     MOVE LOW-VALUES TO RFH-KEY
007722     START REF-HISTORY-FILE KEY IS NOT LESS THAN RFH-KEY
007723         INVALID KEY
007724             SET BNK-REFH-END-OF-FILE TO TRUE
007725     END-START
007726     PERFORM 1530-PURGE-ONE-REFERENCE
007727         THRU 1530-PURGE-ONE-REFERENCE-EXIT
007728         UNTIL BNK-REFH-END-OF-FILE

007729     PERFORM 1540-OPEN-RUN-SERIES
007730         THRU 1540-OPEN-RUN-SERIES-EXIT.
007731 1500-OPEN-REFERENCE-HISTORY-EXIT.
007732     EXIT.

007733 1510-LOAD-DUP-PARAMETERS.
007734     OPEN INPUT DUP-PARM-FILE
007735     IF BNK-PARM-FILE-STATUS = "35"
007736         GO TO 1510-LOAD-DUP-PARAMETERS-EXIT
007737     END-IF
007738     READ DUP-PARM-FILE
007739         AT END
007740             CONTINUE
007741         NOT AT END
007742             IF DPP-WINDOW-DAYS NUMERIC
007743                 MOVE DPP-WINDOW-DAYS TO BNK-DUP-WINDOW-DAYS
007744                 SET BNK-PARMS-LOADED TO TRUE
007745             END-IF
007746     END-READ
007747     CLOSE DUP-PARM-FILE.
007748 1510-LOAD-DUP-PARAMETERS-EXIT.
007749     EXIT.

007750*    STEP BNK-EFF-DATE-WRK BACK ONE CALENDAR DAY.
007751 1520-SUBTRACT-ONE-DAY.
007752     IF BNK-EFF-DAY > 1
007753         SUBTRACT 1 FROM BNK-EFF-DAY
007754         GO TO 1520-SUBTRACT-ONE-DAY-EXIT
007755     END-IF
007756     IF BNK-EFF-MONTH > 1
007757         SUBTRACT 1 FROM BNK-EFF-MONTH
007758     ELSE
007759         MOVE 12 TO BNK-EFF-MONTH
007760         SUBTRACT 1 FROM BNK-EFF-YEAR
007761     END-IF
007762     PERFORM 4317-GET-MONTH-DAYS
007763         THRU 4317-GET-MONTH-DAYS-EXIT
007764     MOVE BNK-MONTH-DAYS TO BNK-EFF-DAY.
007765 1520-SUBTRACT-ONE-DAY-EXIT.
007766     EXIT.

007767 1530-PURGE-ONE-REFERENCE.
007768     READ REF-HISTORY-FILE NEXT RECORD
007769         AT END
007770             SET BNK-REFH-END-OF-FILE TO TRUE
007771             GO TO 1530-PURGE-ONE-REFERENCE-EXIT
007772     END-READ
007773     IF RFH-KEY = SPACES
007774         GO TO 1530-PURGE-ONE-REFERENCE-EXIT
007775     END-IF
007776     IF RFH-POSTED-DATE NOT NUMERIC
007777         OR RFH-POSTED-DATE < BNK-WINDOW-START-DATE
007778         DELETE REF-HISTORY-FILE RECORD
007779             INVALID KEY
007780                 CONTINUE
007781             NOT INVALID KEY
007782                 ADD 1 TO BNK-REFS-PURGED-COUNT
007783         END-DELETE
007784     END-IF.
007785 1530-PURGE-ONE-REFERENCE-EXIT.
007786     EXIT.

007787 1540-OPEN-RUN-SERIES.
007788     MOVE BNK-RUN-STAMP TO BNK-SERIES-STAMP
007789     MOVE BNK-BUSINESS-DATE TO BNK-SERIES-DATE
007790     SET BNK-SERIES-NEW TO TRUE
007791     MOVE SPACES TO RFH-KEY
007792     READ REF-HISTORY-FILE
007793         INVALID KEY
007794             MOVE SPACES TO REF-HISTORY-RECORD
007795             PERFORM 1550-SET-RUN-CONTROL
007796                 THRU 1550-SET-RUN-CONTROL-EXIT
007797             WRITE REF-HISTORY-RECORD
007798                 INVALID KEY
007799                     CONTINUE
007800             END-WRITE
007801             GO TO 1540-OPEN-RUN-SERIES-EXIT
007802     END-READ
007803     IF RFH-SERIES-STAMP NUMERIC
007804         AND RFH-SERIES-STAMP > ZERO
007805         AND RFH-POSTED-DATE NUMERIC
007806         MOVE RFH-SERIES-STAMP TO BNK-SERIES-STAMP
007807         MOVE RFH-POSTED-DATE TO BNK-SERIES-DATE
007808         SET BNK-SERIES-RESUMED TO TRUE
007809     END-IF
007810     PERFORM 1550-SET-RUN-CONTROL
007811         THRU 1550-SET-RUN-CONTROL-EXIT
007812     REWRITE REF-HISTORY-RECORD
007813         INVALID KEY
007814             CONTINUE
007815     END-REWRITE.
007816 1540-OPEN-RUN-SERIES-EXIT.
007817     EXIT.

007818 1550-SET-RUN-CONTROL.
007819     MOVE SPACES TO RFH-KEY
007820     MOVE BNK-SERIES-DATE TO RFH-POSTED-DATE
007821     MOVE BNK-SERIES-STAMP TO RFH-SERIES-STAMP
007822     MOVE BNK-RUN-STAMP TO RFH-RUN-STAMP
007823     MOVE SPACES TO RFH-ACC-ID
007825     MOVE ZERO TO RFH-AMOUNT.
007826 1550-SET-RUN-CONTROL-EXIT.
007827     EXIT.

007828*-----------------------------------------------------------------
007829* 1600  HIGHEST PAYMENT SEQUENCE ALREADY ON SUSPENSE FOR THE
007830*       BUSINESS DATE, BEFORE THIS RUN ADDS ANY.
007831*-----------------------------------------------------------------
007832 1600-FIND-LAST-PAYMENT-SEQ.
007833     MOVE ZERO TO BNK-SUSP-HIGH-SEQ
007834     OPEN INPUT SUSPENSE-FILE
007835     IF BNK-SUSP-FILE-STATUS = "35"
007836         GO TO 1600-FIND-LAST-PAYMENT-SEQ-EXIT
007837     END-IF
007838     SET BNK-SUSPF-NOT-END-OF-FILE TO TRUE
007839     PERFORM 1610-TEST-ONE-PAYMENT
007840         THRU 1610-TEST-ONE-PAYMENT-EXIT
007841         UNTIL BNK-SUSPF-END-OF-FILE
007842     CLOSE SUSPENSE-FILE.
007843 1600-FIND-LAST-PAYMENT-SEQ-EXIT.
007844     EXIT.

007845 1610-TEST-ONE-PAYMENT.
007846     READ SUSPENSE-FILE INTO EXT-PAYMENT-RECORD
007847         AT END
007848             SET BNK-SUSPF-END-OF-FILE TO TRUE
007849             GO TO 1610-TEST-ONE-PAYMENT-EXIT
007850     END-READ
007851     IF EXP-SENT-DATE NUMERIC
007852         AND EXP-SENT-DATE = BNK-BUSINESS-DATE
007853         AND EXP-SENT-SEQ NUMERIC
007854         AND EXP-SENT-SEQ > BNK-SUSP-HIGH-SEQ
007855         MOVE EXP-SENT-SEQ TO BNK-SUSP-HIGH-SEQ
007856     END-IF.
007857 1610-TEST-ONE-PAYMENT-EXIT.
007858     EXIT.

007859*-----------------------------------------------------------------
007860* 1650  A NEW SERIES TAKES THE DAY'S HIGHEST PAYMENT SEQUENCE AS
007861*       ITS BASE AND KEEPS IT ON THE RUN CONTROL RECORD; A RESUMED
007862*       SERIES TAKES BACK THE BASE IT OPENED WITH.  A SAME-DAY
007863*       RERUN THEREFORE NEITHER REUSES AN EARLIER RUN'S PAYMENT
007864*       REFERENCES NOR SENDS THOSE PAYMENTS AGAIN, AND A RESTART
007865*       STILL REISSUES ITS OWN REFERENCES UNCHANGED.
007866*-----------------------------------------------------------------
007867 1650-SET-PAYMENT-BASE.
007868     MOVE BNK-SUSP-HIGH-SEQ TO BNK-PAY-SEQ-BASE
007869     MOVE SPACES TO RFH-KEY
007870     READ REF-HISTORY-FILE
007871         INVALID KEY
007872             GO TO 1650-SET-PAYMENT-BASE-EXIT
007873     END-READ
007874     IF BNK-SERIES-RESUMED
007875         MOVE ZERO TO BNK-PAY-SEQ-BASE
007876         IF RFH-CTL-PAY-SEQ-BASE NUMERIC
007877             MOVE RFH-CTL-PAY-SEQ-BASE TO BNK-PAY-SEQ-BASE
007878         END-IF
007879         GO TO 1650-SET-PAYMENT-BASE-EXIT
007880     END-IF
007881     MOVE BNK-PAY-SEQ-BASE TO RFH-CTL-PAY-SEQ-BASE
007882     REWRITE REF-HISTORY-RECORD
007883         INVALID KEY
007884             CONTINUE
007885     END-REWRITE.
007886 1650-SET-PAYMENT-BASE-EXIT.
007887     EXIT.

007888*-----------------------------------------------------------------
007889* 1900  BATCH INTEGRITY CHECK, BEFORE THE EDIT PASS TOUCHES THE
007890*       FEED.  THE FIRST RECORD MUST BE A HEADER CARRYING THE
007891*       RUN'S BUSINESS DATE AND THE LAST A TRAILER WHOSE RECORD
007892*       COUNT AND TRX-AMOUNT HASH TOTAL MATCH WHAT WAS READ.
007893*       ANY FAILURE STOPS THE RUN COLD: FILES ARE CLOSED, THE
007894*       CHECKPOINT AND PENDING FILE ARE LEFT UNTOUCHED, AND
007895*       NOTHING MOVES TO THE WORK FILE OR POSTS.
007896*-----------------------------------------------------------------
007897 1900-VERIFY-BATCH.
007898     OPEN INPUT TRANSACTION-FILE
007899     IF BNK-TRX-FILE-STATUS = "35"
007900         MOVE "BATCH CHECK FAILED - TRANSACTION FILE MISSING"
007901             TO OUTPUT-RECORD
007902         WRITE OUTPUT-RECORD
007903         PERFORM 1990-STOP-BAD-BATCH
007904             THRU 1990-STOP-BAD-BATCH-EXIT
007905     END-IF

007906     SET BNK-TRX-NOT-END-OF-FILE TO TRUE
007907     READ TRANSACTION-FILE INTO BATCH-CONTROL-RECORD
007908         AT END
007910             SET BNK-TRX-END-OF-FILE TO TRUE
007920     END-READ
007930     IF BNK-TRX-END-OF-FILE OR NOT BCR-IS-HEADER
008950     CLOSE CUSTOMER-FILE
008960     CLOSE OUTPUT-FILE
008970     CLOSE LEDGER-FILE
008975     CLOSE SUSPENSE-FILE
008977     CLOSE NOTICE-EVENT-FILE
008978     CLOSE REF-HISTORY-FILE
008981     PERFORM 0950-CYCLE-FAIL
008984         THRU 0950-CYCLE-FAIL-EXIT
008987     STOP RUN.
008990 1990-STOP-BAD-BATCH-EXIT.
009000     EXIT.

009010*-----------------------------------------------------------------
009020* 2000  EDIT PASS.  SCREEN TRANSACTION-FILE FOR DUPLICATE OR
009030*       MISSING REFERENCES, ZERO OR NON-NUMERIC AMOUNTS AND
009040*       UNKNOWN TRANSACTION TYPES.  CLEAN RECORDS GO ON TO
009045*       WORK-TRX-FILE, THE BATCH THAT 4000 ACTUALLY POSTS; THE
009054*       REST GO TO THE REJECT QUEUE WITH A REASON CODE.  THE
009063*       QUEUE (REJQUEUE.DAT) HOLDS THE PRIOR FILE'S UNWORKED
009072*       REJECTS AS WELL AND IS ONLY COPIED BACK TO REJECT.DAT AT
009081*       CLEAN TERMINATION.
009090*-----------------------------------------------------------------
009100 2000-VALIDATE-TRANSACTIONS.
009110     OPEN INPUT TRANSACTION-FILE
009120     OPEN OUTPUT WORK-TRX-FILE
009125     OPEN OUTPUT REJECT-QUEUE-FILE

009130     PERFORM 2450-LOAD-PRIOR-REJECTS
009140         THRU 2450-LOAD-PRIOR-REJECTS-EXIT
009220         UNTIL BNK-TRX-END-OF-FILE

009230     CLOSE TRANSACTION-FILE
009236     CLOSE WORK-TRX-FILE
009242     CLOSE REJECT-QUEUE-FILE.
009250 2000-VALIDATE-TRANSACTIONS-EXIT.
009260     EXIT.


009430 2200-EDIT-ONE-RECORD.
009440     SET BNK-NOT-REJECTED TO TRUE
009441*    AN ITEM FROM AN UNMERGED FEED CARRIES NO SOURCE OF ITS OWN
009442*    AND TOTALS, AND IS CHECKED FOR DUPLICATES, UNDER THE BATCH
009443*    HEADER'S.
009444     IF TRX-SOURCE = SPACES
009445         MOVE BNK-BATCH-SOURCE TO TRX-SOURCE
009446     END-IF
009447     PERFORM 2300-CHECK-DUPLICATE-REF
009448         THRU 2300-CHECK-DUPLICATE-REF-EXIT

009450     EVALUATE TRUE
009460         WHEN NOT (TRX-TYPE-DEPOSIT OR TRX-TYPE-WITHDRAW
009480                   OR TRX-TYPE-NAMECHNG OR TRX-TYPE-INTEREST
009490                   OR TRX-TYPE-TRANSFER OR TRX-TYPE-FEE
009500                   OR TRX-TYPE-CUSTNEW OR TRX-TYPE-CUSTCHNG
009510                   OR TRX-TYPE-HOLD OR TRX-TYPE-RELEASE
009515                   OR TRX-TYPE-REVERSAL OR TRX-TYPE-EXTPAY)
009520             SET BNK-IS-REJECTED TO TRUE
009530             MOVE "BADT" TO BNK-REASON-CODE
009540             MOVE "UNKNOWN TRANSACTION TYPE" TO BNK-REASON-TEXT
009550             ADD 1 TO BNK-REJECT-BADTYPE-COUNT

009551*        EVERY ITEM CARRIES ITS ORIGINATOR'S REFERENCE - WITHOUT
009552*        ONE A RESENT ITEM CANNOT BE TOLD FROM A NEW ONE.
009553         WHEN TRX-REFERENCE = SPACES
009554             SET BNK-IS-REJECTED TO TRUE
009555             MOVE "NREF" TO BNK-REASON-CODE
009556             MOVE "ORIGINATOR REFERENCE MISSING"
009557                 TO BNK-REASON-TEXT
009558             ADD 1 TO BNK-REJECT-NOREF-COUNT

009559         WHEN BNK-REF-IN-THIS-RUN
009560             SET BNK-IS-REJECTED TO TRUE
009561             MOVE "DUPE" TO BNK-REASON-CODE
009562             MOVE "DUPLICATE REFERENCE IN THIS RUN"
009563                 TO BNK-REASON-TEXT
009564             ADD 1 TO BNK-REJECT-DUP-COUNT

009565         WHEN BNK-REF-POSTED-EARLIER
009566             SET BNK-IS-REJECTED TO TRUE
009567             MOVE "DUPE" TO BNK-REASON-CODE
009568             MOVE SPACES TO BNK-REASON-TEXT
009569             STRING "REFERENCE ALREADY POSTED "
009570                 RFH-POSTED-DATE
009571                 DELIMITED BY SIZE INTO BNK-REASON-TEXT
009572             ADD 1 TO BNK-REJECT-DUP-COUNT

009573         WHEN (TRX-TYPE-DEPOSIT OR TRX-TYPE-WITHDRAW
009574                   OR TRX-TYPE-OPEN OR TRX-TYPE-INTEREST
009580                   OR TRX-TYPE-TRANSFER OR TRX-TYPE-FEE
009590                   OR TRX-TYPE-HOLD OR TRX-TYPE-RELEASE
009595                   OR TRX-TYPE-REVERSAL OR TRX-TYPE-EXTPAY)
009600                 AND TRX-AMOUNT NOT NUMERIC
009610             SET BNK-IS-REJECTED TO TRUE
009620             MOVE "BADN" TO BNK-REASON-CODE

009660         WHEN (TRX-TYPE-DEPOSIT OR TRX-TYPE-WITHDRAW
009670                   OR TRX-TYPE-TRANSFER OR TRX-TYPE-FEE
009680                   OR TRX-TYPE-HOLD OR TRX-TYPE-RELEASE
009685                   OR TRX-TYPE-REVERSAL OR TRX-TYPE-EXTPAY)
009690                 AND TRX-AMOUNT = ZERO
009700             SET BNK-IS-REJECTED TO TRUE
009710             MOVE "ZAMT" TO BNK-REASON-CODE
009790                 TO BNK-REASON-TEXT
009800             ADD 1 TO BNK-REJECT-NOCUST-COUNT

009850         WHEN TRX-TYPE-TRANSFER
009860                 AND (TRX-COUNTER-ACC = SPACES
009870                      OR TRX-COUNTER-ACC = TRX-ID)
010020                 TO BNK-REASON-TEXT
010030             ADD 1 TO BNK-REJECT-BADCTR-COUNT

010031*        A PAYMENT TO ANOTHER BANK MUST SAY WHERE IT IS GOING.
010032         WHEN TRX-TYPE-EXTPAY
010033                 AND (TRX-BENE-BANK = SPACES
010034                      OR TRX-BENE-ACCOUNT = SPACES)
010035             SET BNK-IS-REJECTED TO TRUE
010036             MOVE "BADP" TO BNK-REASON-CODE
010037             MOVE "INVALID PAYMENT BENEFICIARY"
010038                 TO BNK-REASON-TEXT
010039             ADD 1 TO BNK-REJECT-BADBENE-COUNT

010091*        A REVERSAL IS MATCHED TO ITS ORIGINAL POSTING - TWO
010092*        REVERSALS OF THE SAME AMOUNT ON ONE ACCOUNT ARE
010093*        LEGITIMATE SO LONG AS EACH FINDS AN ORIGINAL OF ITS OWN.
010095         WHEN TRX-TYPE-REVERSAL
010096                 AND BNK-RVX-COUNT NOT < BNK-RVX-MAX
010097             SET BNK-IS-REJECTED TO TRUE
010098             MOVE "OVFL" TO BNK-REASON-CODE
010099             MOVE "REVERSAL TABLE FULL, BATCH TOO LARGE"
010100                 TO BNK-REASON-TEXT
010101             ADD 1 TO BNK-REJECT-OVFL-COUNT

010102         WHEN TRX-TYPE-REVERSAL
010103             PERFORM 2350-CHECK-REVERSAL
010104                 THRU 2350-CHECK-REVERSAL-EXIT
010105             IF BNK-RV-NOT-FOUND
010106                 SET BNK-IS-REJECTED TO TRUE
010107                 MOVE "RVNF" TO BNK-REASON-CODE
010108                 MOVE "ORIGINAL POSTING NOT FOUND"
010109                     TO BNK-REASON-TEXT
010110                 ADD 1 TO BNK-REJECT-RVNF-COUNT
010111             END-IF
010112             IF BNK-RV-ALREADY-REVERSED
010113                 SET BNK-IS-REJECTED TO TRUE
010114                 MOVE "RVDN" TO BNK-REASON-CODE
010115                 MOVE "ORIGINAL POSTING ALREADY REVERSED"
010116                     TO BNK-REASON-TEXT
010117                 ADD 1 TO BNK-REJECT-RVDN-COUNT
010118             END-IF
010119             IF BNK-RV-TABLE-FULL
010120                 SET BNK-IS-REJECTED TO TRUE
010121                 MOVE "OVFL" TO BNK-REASON-CODE
010122                 MOVE "REVERSAL MATCH TABLE FULL"
010123                     TO BNK-REASON-TEXT
010124                 ADD 1 TO BNK-REJECT-OVFL-COUNT
010125             END-IF

010126         WHEN OTHER
010127             CONTINUE
010200     END-EVALUATE

010210     IF BNK-IS-REJECTED
010680         WRITE OUTPUT-RECORD
010690     END-IF

010727     PERFORM 2280-RECORD-REFERENCE
010764         THRU 2280-RECORD-REFERENCE-EXIT
010801*    A MATCHED REVERSAL CLAIMS ITS ORIGINAL SO A SECOND ONE IN
010802*    THE SAME RUN CANNOT TAKE IT TOO.
010803     IF TRX-TYPE-REVERSAL
010804         ADD 1 TO BNK-RVX-COUNT
010805         MOVE TRX-ID TO BNK-RVX-ACC-ID (BNK-RVX-COUNT)
010806         MOVE TRX-ORIG-DATE TO BNK-RVX-DATE (BNK-RVX-COUNT)
010807         MOVE TRX-ORIG-TIME TO BNK-RVX-TIME (BNK-RVX-COUNT)
010808     END-IF
010810     WRITE WORK-TRX-FILE-RECORD FROM TRANSACTION-RECORD.
010820 2250-SCREEN-DATES-AND-RELEASE-EXIT.
010830     EXIT.
010970 2270-HOLD-ON-PENDING-EXIT.
010980     EXIT.

010982*-----------------------------------------------------------------
010984* 2280  NOTE THE REFERENCE OF AN ITEM RELEASED TO POSTING ON THE
010986*       HISTORY UNDER THIS RUN, SO A SECOND COPY IN THE BATCH OR
010988*       A RESEND WITHIN THE WINDOW IS CAUGHT.  AN ITEM HELD ON
010990*       PENDING IS NOTED ONLY WHEN IT COMES DUE AND IS RELEASED.
010992*-----------------------------------------------------------------
010994 2280-RECORD-REFERENCE.
010996     MOVE TRX-SOURCE TO RFH-SOURCE
010998     MOVE TRX-REFERENCE TO RFH-REFERENCE
011000     MOVE BNK-BUSINESS-DATE TO RFH-POSTED-DATE
011002     MOVE BNK-SERIES-STAMP TO RFH-SERIES-STAMP
011004     MOVE BNK-RUN-STAMP TO RFH-RUN-STAMP
011006     MOVE TRX-ID TO RFH-ACC-ID
011008     MOVE TRX-TYPE TO RFH-TRX-TYPE
011010     IF TRX-AMOUNT NUMERIC
011012         MOVE TRX-AMOUNT TO RFH-AMOUNT
011014     ELSE
011016         MOVE ZERO TO RFH-AMOUNT
011018     END-IF
011020     IF BNK-REF-TAKEN-BACK
011022         ADD 1 TO BNK-REFS-TAKEN-BACK-COUNT
011024         REWRITE REF-HISTORY-RECORD
011026             INVALID KEY
011028                 CONTINUE
011030         END-REWRITE
011032     ELSE
011034         WRITE REF-HISTORY-RECORD
011036             INVALID KEY
011038                 CONTINUE
011040         END-WRITE
011042     END-IF.
011044 2280-RECORD-REFERENCE-EXIT.
011046     EXIT.

011048*-----------------------------------------------------------------
011050* 2300  LOOK THE ITEM'S SOURCE AND REFERENCE UP ON THE HISTORY.
011052*       ONE THIS RUN HAS ALREADY RELEASED IS A DUPLICATE IN THE
011054*       BATCH; ONE AN INTERRUPTED RUN OF THIS SERIES RECORDED IS
011056*       TAKEN BACK, SINCE THE RERUN IS REPOSTING THAT SAME BATCH
011058*       AND THE RESTART SKIP KEEPS IT FROM POSTING TWICE; ONE
011060*       POSTED INSIDE THE WINDOW BY ANY OTHER RUN IS A RESEND.
011062*-----------------------------------------------------------------
011064 2300-CHECK-DUPLICATE-REF.
011066     SET BNK-REF-NEW TO TRUE
011068     IF TRX-REFERENCE = SPACES
011070         GO TO 2300-CHECK-DUPLICATE-REF-EXIT
011072     END-IF
011074     MOVE TRX-SOURCE TO RFH-SOURCE
011076     MOVE TRX-REFERENCE TO RFH-REFERENCE
011078     READ REF-HISTORY-FILE
011080         INVALID KEY
011082             GO TO 2300-CHECK-DUPLICATE-REF-EXIT
011084     END-READ
011086     EVALUATE TRUE
011088         WHEN RFH-RUN-STAMP = BNK-RUN-STAMP
011090                 AND RFH-POSTED-DATE = BNK-BUSINESS-DATE
011092             SET BNK-REF-IN-THIS-RUN TO TRUE
011094         WHEN BNK-SERIES-RESUMED
011096                 AND RFH-SERIES-STAMP = BNK-SERIES-STAMP
011098                 AND RFH-POSTED-DATE NOT < BNK-SERIES-DATE
011100             SET BNK-REF-TAKEN-BACK TO TRUE
011102         WHEN RFH-POSTED-DATE NOT < BNK-WINDOW-START-DATE
011104             SET BNK-REF-POSTED-EARLIER TO TRUE
011106         WHEN OTHER
011108             SET BNK-REF-TAKEN-BACK TO TRUE
011110     END-EVALUATE.
011112 2300-CHECK-DUPLICATE-REF-EXIT.
011114     EXIT.

011141*-----------------------------------------------------------------
011142* 2350  FIND THE ORIGINAL POSTING A REVERSAL NAMES: SAME ACCOUNT,
011143*       AMOUNT AND BUSINESS DATE, A TYPE THAT MOVED THE BALANCE
011144*       (DEPOSIT, WITHDRAW, FEE, INTEREST, INTCHARGE), AND THE
011145*       FEED'S ORIGINAL TYPE IF IT GAVE ONE.  THE ARCHIVE IS
011146*       READ FIRST, THEN THE OPEN LEDGER, SO CANDIDATES COME IN
011147*       POSTING ORDER AND THE EARLIEST FREE ONE IS TAKEN.  A
011148*       REVERSAL ALREADY ON THE LEDGER UNDER TODAY'S DATE IS
011149*       THIS RUN'S OWN WORK BEFORE A RESTART AND IS NOT COUNTED
011150*       AGAINST THE CANDIDATES - THE RESTART SKIP KEEPS IT FROM
011151*       POSTING TWICE.  ON A MATCH THE ORIGINAL'S TYPE AND TIME
011152*       ARE FILLED IN ON THE TRANSACTION FOR THE POSTING PASS.
011153*       ONLY HISTORY POSTED BEFORE THIS RUN IS SEEN, SO AN ITEM
011154*       AND ITS REVERSAL CANNOT SHARE A BATCH.
011155*-----------------------------------------------------------------
011156 2350-CHECK-REVERSAL.
011157     SET BNK-RV-NOT-FOUND TO TRUE
011158     MOVE ZERO TO BNK-RVC-COUNT
011159     MOVE ZERO TO BNK-RVP-COUNT
011160     IF TRX-ORIG-DATE NOT NUMERIC OR TRX-ORIG-DATE = ZERO
011161         GO TO 2350-CHECK-REVERSAL-EXIT
011162     END-IF

011163     OPEN INPUT ARCHIVE-FILE
011164     IF BNK-ARCH-FILE-STATUS NOT = "35"
011165         SET BNK-HISTF-NOT-END-OF-FILE TO TRUE
011166         PERFORM 2360-SCAN-ONE-ARCHIVED
011167             THRU 2360-SCAN-ONE-ARCHIVED-EXIT
011168             UNTIL BNK-HISTF-END-OF-FILE
011169         CLOSE ARCHIVE-FILE
011170     END-IF

011171     OPEN INPUT LEDGER-HIST-FILE
011172     IF BNK-HIST-FILE-STATUS NOT = "35"
011173         SET BNK-HISTF-NOT-END-OF-FILE TO TRUE
011174         PERFORM 2365-SCAN-ONE-POSTED
011175             THRU 2365-SCAN-ONE-POSTED-EXIT
011176             UNTIL BNK-HISTF-END-OF-FILE
011177         CLOSE LEDGER-HIST-FILE
011178     END-IF

011179     IF BNK-RV-TABLE-FULL OR BNK-RVC-COUNT = ZERO
011180         GO TO 2350-CHECK-REVERSAL-EXIT
011181     END-IF

011182     SET BNK-RV-ALREADY-REVERSED TO TRUE
011183     PERFORM 2380-TEST-ONE-CANDIDATE
011184         THRU 2380-TEST-ONE-CANDIDATE-EXIT
011185         VARYING BNK-RVC-IDX FROM 1 BY 1
011186         UNTIL BNK-RVC-IDX > BNK-RVC-COUNT
011187             OR BNK-RV-MATCHED
011188     IF BNK-RV-MATCHED
011189         MOVE BNK-RVC-TIME (BNK-RVC-FOUND-IDX) TO TRX-ORIG-TIME
011190         MOVE BNK-RVC-TYPE (BNK-RVC-FOUND-IDX) TO TRX-ORIG-TYPE
011191     END-IF.
011192 2350-CHECK-REVERSAL-EXIT.
011193     EXIT.

011194 2360-SCAN-ONE-ARCHIVED.
011195     READ ARCHIVE-FILE INTO LEDGER-RECORD
011196         AT END
011197             SET BNK-HISTF-END-OF-FILE TO TRUE
011198             GO TO 2360-SCAN-ONE-ARCHIVED-EXIT
011199     END-READ
011200     PERFORM 2370-NOTE-ONE-HISTORY
011201         THRU 2370-NOTE-ONE-HISTORY-EXIT.
011202 2360-SCAN-ONE-ARCHIVED-EXIT.
011203     EXIT.

011204 2365-SCAN-ONE-POSTED.
011205     READ LEDGER-HIST-FILE INTO LEDGER-RECORD
011206         AT END
011207             SET BNK-HISTF-END-OF-FILE TO TRUE
011208             GO TO 2365-SCAN-ONE-POSTED-EXIT
011209     END-READ
011210     PERFORM 2370-NOTE-ONE-HISTORY
011211         THRU 2370-NOTE-ONE-HISTORY-EXIT.
011212 2365-SCAN-ONE-POSTED-EXIT.
011213     EXIT.

011214 2370-NOTE-ONE-HISTORY.
011215     IF LDG-ACC-ID NOT = TRX-ID
011216         GO TO 2370-NOTE-ONE-HISTORY-EXIT
011217     END-IF

011218     IF LDG-TRX-TYPE = "REVERSAL"
011219         IF LDG-ORIG-DATE NUMERIC
011220             AND LDG-ORIG-DATE = TRX-ORIG-DATE
011221             AND LDG-DATE NOT = BNK-BUSINESS-DATE
011222             IF BNK-RVP-COUNT < BNK-RVP-MAX
011223                 ADD 1 TO BNK-RVP-COUNT
011224                 MOVE LDG-ORIG-TIME
011225                     TO BNK-RVP-TIME (BNK-RVP-COUNT)
011226             ELSE
011227                 SET BNK-RV-TABLE-FULL TO TRUE
011228             END-IF
011229         END-IF
011230         GO TO 2370-NOTE-ONE-HISTORY-EXIT
011231     END-IF

011232     IF LDG-DATE NOT = TRX-ORIG-DATE
011233         OR LDG-TRX-AMOUNT NOT = TRX-AMOUNT
011234         GO TO 2370-NOTE-ONE-HISTORY-EXIT
011235     END-IF
011236     IF LDG-TRX-TYPE NOT = "DEPOSIT"
011237         AND LDG-TRX-TYPE NOT = "WITHDRAW"
011238         AND LDG-TRX-TYPE NOT = "FEE"
011239         AND LDG-TRX-TYPE NOT = "INTEREST"
011240         AND LDG-TRX-TYPE NOT = "INTCHARGE"
011241         GO TO 2370-NOTE-ONE-HISTORY-EXIT
011242     END-IF
011243     IF TRX-ORIG-TYPE NOT = SPACES
011244         AND TRX-ORIG-TYPE NOT = LDG-TRX-TYPE
011245         GO TO 2370-NOTE-ONE-HISTORY-EXIT
011246     END-IF

011247     IF BNK-RVC-COUNT < BNK-RVC-MAX
011248         ADD 1 TO BNK-RVC-COUNT
011249         MOVE LDG-TIME TO BNK-RVC-TIME (BNK-RVC-COUNT)
011250         MOVE LDG-TRX-TYPE TO BNK-RVC-TYPE (BNK-RVC-COUNT)
011251     ELSE
011252         SET BNK-RV-TABLE-FULL TO TRUE
011253     END-IF.
011254 2370-NOTE-ONE-HISTORY-EXIT.
011255     EXIT.

011256 2380-TEST-ONE-CANDIDATE.
011257     SET BNK-RVC-FREE TO TRUE
011258     PERFORM 2381-TEST-ONE-POINTER
011259         THRU 2381-TEST-ONE-POINTER-EXIT
011260         VARYING BNK-RVP-IDX FROM 1 BY 1
011261         UNTIL BNK-RVP-IDX > BNK-RVP-COUNT
011262             OR BNK-RVC-TAKEN
011263     PERFORM 2382-TEST-ONE-CLAIM
011264         THRU 2382-TEST-ONE-CLAIM-EXIT
011265         VARYING BNK-RVX-IDX FROM 1 BY 1
011266         UNTIL BNK-RVX-IDX > BNK-RVX-COUNT
011267             OR BNK-RVC-TAKEN
011268     IF BNK-RVC-FREE
011269         SET BNK-RV-MATCHED TO TRUE
011270         MOVE BNK-RVC-IDX TO BNK-RVC-FOUND-IDX
011271     END-IF.
011272 2380-TEST-ONE-CANDIDATE-EXIT.
011273     EXIT.

011274 2381-TEST-ONE-POINTER.
011275     IF BNK-RVP-TIME (BNK-RVP-IDX) = BNK-RVC-TIME (BNK-RVC-IDX)
011276         SET BNK-RVC-TAKEN TO TRUE
011277     END-IF.
011278 2381-TEST-ONE-POINTER-EXIT.
011279     EXIT.

011280 2382-TEST-ONE-CLAIM.
011281     IF BNK-RVX-ACC-ID (BNK-RVX-IDX) = TRX-ID
011282         AND BNK-RVX-DATE (BNK-RVX-IDX) = TRX-ORIG-DATE
011283         AND BNK-RVX-TIME (BNK-RVX-IDX)
011284                 = BNK-RVC-TIME (BNK-RVC-IDX)
011285         SET BNK-RVC-TAKEN TO TRUE
011286     END-IF.
011287 2382-TEST-ONE-CLAIM-EXIT.
011288     EXIT.

011289 2400-WRITE-REJECT.
011290     MOVE TRX-ID TO REJ-TRX-ID
011291     MOVE TRX-TYPE TO REJ-TRX-TYPE
011292     MOVE TRX-AMOUNT TO REJ-TRX-AMOUNT
011293     MOVE BNK-REASON-CODE TO REJ-REASON-CODE
011294     MOVE BNK-REASON-TEXT TO REJ-REASON-TEXT
011295     MOVE TRX-NEW-NAME TO REJ-NEW-NAME
011296     MOVE TRX-COUNTER-ACC TO REJ-COUNTER-ACC
011297     MOVE TRX-EFF-DATE TO REJ-EFF-DATE
011298     MOVE TRX-PRODUCT-CODE TO REJ-PRODUCT-CODE
011299     MOVE TRX-CUST-ID TO REJ-CUST-ID
011300     MOVE TRX-ADDR-LINE-1 TO REJ-ADDR-LINE-1
011301     MOVE TRX-ADDR-LINE-2 TO REJ-ADDR-LINE-2
011302     MOVE TRX-EXPIRY-DATE TO REJ-EXPIRY-DATE
011303     MOVE TRX-SOURCE TO REJ-SOURCE
011304     MOVE TRX-INSTRUCTION TO REJ-INSTRUCTION
011305     MOVE TRX-REFERENCE TO REJ-REFERENCE
011315     WRITE REJECT-QUEUE-RECORD FROM REJECT-RECORD
011325     ADD 1 TO BNK-REJECTED-COUNT.
011380 2400-WRITE-REJECT-EXIT.
011390     EXIT.


011650*-----------------------------------------------------------------
011660* 2450  CARRY FORWARD THE UNWORKED REJECTS ALREADY ON FILE -
011830         AT END
011840             SET BNK-REJF-END-OF-FILE TO TRUE
011850         NOT AT END
011883             WRITE REJECT-QUEUE-RECORD FROM REJECT-RECORD
011916             ADD 1 TO BNK-REJ-CARRIED-COUNT
011950     END-READ.
011960 2460-LOAD-ONE-PRIOR-REJECT-EXIT.
011970     EXIT.
012810 2610-WRITE-ONE-PENDING-EXIT.
012820     EXIT.

012827 2700-REWRITE-REJECT-FILE.
012834     OPEN INPUT REJECT-QUEUE-FILE
012841     OPEN OUTPUT REJECT-FILE
012848     SET BNK-REJQ-NOT-END-OF-FILE TO TRUE
012855     PERFORM 2710-WRITE-ONE-REJECT
012862         THRU 2710-WRITE-ONE-REJECT-EXIT
012869         UNTIL BNK-REJQ-END-OF-FILE
012876     CLOSE REJECT-QUEUE-FILE
012883     CLOSE REJECT-FILE.
012890 2700-REWRITE-REJECT-FILE-EXIT.
012897     EXIT.

012904 2710-WRITE-ONE-REJECT.
012911     READ REJECT-QUEUE-FILE
012918         AT END
012925             SET BNK-REJQ-END-OF-FILE TO TRUE
012932         NOT AT END
012939             WRITE REJECT-RECORD FROM REJECT-QUEUE-RECORD
012946     END-READ.
012970 2710-WRITE-ONE-REJECT-EXIT.
012980     EXIT.

014490     STRING "TRX " TRX-ID
014500         " REJECTED - ACCOUNT ALREADY EXISTS"
014510         DELIMITED BY SIZE INTO OUTPUT-RECORD
014520     WRITE OUTPUT-RECORD
014523     PERFORM 4490-RELEASE-REFERENCE
014526         THRU 4490-RELEASE-REFERENCE-EXIT.
014530 4320-REJECT-DUP-OPEN-EXIT.
014540     EXIT.

016270                 IF ACC-STATUS-DORMANT
016280                     AND NOT TRX-TYPE-INTEREST
016290                     AND NOT TRX-TYPE-FEE
016295                     AND NOT TRX-TYPE-REVERSAL
016300                     PERFORM 4450-REACTIVATE-DORMANT
016310                         THRU 4450-REACTIVATE-DORMANT-EXIT
016320                 END-IF
016400     ADD 1 TO BNK-REJECT-NOMATCH-COUNT
016410     STRING "TRX " TRX-ID " REJECTED - ACCOUNT NOT FOUND"
016420         DELIMITED BY SIZE INTO OUTPUT-RECORD
016430     WRITE OUTPUT-RECORD
016433     PERFORM 4490-RELEASE-REFERENCE
016436         THRU 4490-RELEASE-REFERENCE-EXIT.
016440 4410-REJECT-NOT-FOUND-EXIT.
016450     EXIT.

016470     ADD 1 TO BNK-REJECT-CLOSED-COUNT
016480     STRING "TRX " TRX-ID " REJECTED - ACCOUNT IS CLOSED"
016490         DELIMITED BY SIZE INTO OUTPUT-RECORD
016500     WRITE OUTPUT-RECORD
016503     PERFORM 4490-RELEASE-REFERENCE
016506         THRU 4490-RELEASE-REFERENCE-EXIT.
016510 4420-REJECT-CLOSED-EXIT.
016520     EXIT.

016540     ADD 1 TO BNK-REJECT-INSUFF-COUNT
016550     STRING "TRX " TRX-ID " REJECTED - INSUFFICIENT FUNDS"
016560         DELIMITED BY SIZE INTO OUTPUT-RECORD
016570     WRITE OUTPUT-RECORD
016571*    THE CUSTOMER IS TOLD BY LETTER (SEE NOTCEVT).
016572     MOVE SPACES TO NOTICE-EVENT-RECORD
016573     MOVE "NSFW" TO NEV-EVENT-TYPE
016574     MOVE TRX-ID TO NEV-ACC-ID
016575     MOVE BNK-BUSINESS-DATE TO NEV-EVENT-DATE
016576     ACCEPT NEV-EVENT-TIME FROM TIME
016577     MOVE TRX-TYPE TO NEV-TRX-TYPE
016578     MOVE TRX-AMOUNT TO NEV-AMOUNT
016579     MOVE ACC-BALANCE TO NEV-BALANCE
016580     WRITE NOTICE-EVENT-RECORD
016581     PERFORM 4490-RELEASE-REFERENCE
016582         THRU 4490-RELEASE-REFERENCE-EXIT.
016583 4430-REJECT-INSUFFICIENT-EXIT.
016590     EXIT.

016591 4435-REJECT-BLOCKED.
016592     ADD 1 TO BNK-REJECT-BLOCKED-COUNT
016593     STRING "TRX " TRX-ID " REJECTED - COLLECTIONS BLOCK"
016594         DELIMITED BY SIZE INTO OUTPUT-RECORD
016595     WRITE OUTPUT-RECORD
016596     PERFORM 4490-RELEASE-REFERENCE
016597         THRU 4490-RELEASE-REFERENCE-EXIT.
016598 4435-REJECT-BLOCKED-EXIT.
016599     EXIT.

016600*-----------------------------------------------------------------
016601* 4490  AN ITEM THE POSTING PASS DECLINES NEVER POSTED, SO ITS
016602*       REFERENCE COMES OFF THE HISTORY AND THE ORIGINATOR CAN
016603*       SEND IT AGAIN.  ONLY THIS RUN'S OWN RECORD IS REMOVED -
016604*       A REJECTED RESEND MUST NOT FREE THE ORIGINAL.
016605*-----------------------------------------------------------------
016606 4490-RELEASE-REFERENCE.
016607     IF TRX-REFERENCE = SPACES
016608         GO TO 4490-RELEASE-REFERENCE-EXIT
016609     END-IF
016610     MOVE TRX-SOURCE TO RFH-SOURCE
016611     MOVE TRX-REFERENCE TO RFH-REFERENCE
016612     READ REF-HISTORY-FILE
016613         INVALID KEY
016614             GO TO 4490-RELEASE-REFERENCE-EXIT
016615     END-READ
016616     IF RFH-RUN-STAMP = BNK-RUN-STAMP
016617         AND RFH-POSTED-DATE = BNK-BUSINESS-DATE
016618         DELETE REF-HISTORY-FILE RECORD
016619             INVALID KEY
016620                 CONTINUE
016621             NOT INVALID KEY
016622                 ADD 1 TO BNK-REFS-RELEASED-COUNT
016623         END-DELETE
016624     END-IF.
016625 4490-RELEASE-REFERENCE-EXIT.
016626     EXIT.

016627 4440-POST-AND-REWRITE.
016628*    AN ACCOUNT IN COLLECTIONS TAKES NO CUSTOMER DEBITS.
016629     IF ACC-COLL-BLOCKED
016630         AND (TRX-TYPE-WITHDRAW OR TRX-TYPE-EXTPAY)
016631         PERFORM 4435-REJECT-BLOCKED
016632             THRU 4435-REJECT-BLOCKED-EXIT
016633         GO TO 4440-POST-AND-REWRITE-EXIT
016634     END-IF
016635     PERFORM 4885-SUM-ACTIVE-HOLDS
016636         THRU 4885-SUM-ACTIVE-HOLDS-EXIT
016637     CALL "TRXPOST" USING TRANSACTION-RECORD
016640                           ACCOUNT-RECORD
016650                           COUNTER-ACCOUNT-RECORD
016660                           BNK-BALANCE-BEFORE
016790                 THRU 4600-ACCUMULATE-TOTALS-EXIT
016800             PERFORM 4500-WRITE-LEDGER-AND-OUTPUT
016810                 THRU 4500-WRITE-LEDGER-AND-OUTPUT-EXIT
016812             IF TRX-TYPE-EXTPAY
016814                 PERFORM 4520-WRITE-EXTERNAL-PAYMENT
016816                     THRU 4520-WRITE-EXTERNAL-PAYMENT-EXIT
016818             END-IF
016820             PERFORM 4455-NOTE-REACTIVATION
016830                 THRU 4455-NOTE-REACTIVATION-EXIT
016840             IF TRX-TYPE-WITHDRAW OR TRX-TYPE-EXTPAY
016850                 PERFORM 4470-CHECK-EARLY-PENALTY
016860                     THRU 4470-CHECK-EARLY-PENALTY-EXIT
016870             END-IF
016960* 4450  A CUSTOMER TRANSACTION AGAINST A DORMANT ACCOUNT WAKES
016970*       IT: THE STATUS GOES BACK TO OPEN, THE LISTING SAYS SO,
016980*       AND THE TRANSACTION THEN POSTS AS NORMAL.  INTEREST AND
016990*       FEE POSTINGS ARE NOT THE CUSTOMER AND DO NOT WAKE IT;
016995*       NOR DOES A REVERSAL, WHICH IS THE BANK'S CORRECTION.
017000*-----------------------------------------------------------------
017010 4450-REACTIVATE-DORMANT.
017020     SET ACC-STATUS-OPEN TO TRUE

017410     MOVE BNK-BUSINESS-DATE TO LDG-DATE
017420     ACCEPT LDG-TIME FROM TIME
017425     MOVE LDG-TIME TO BNK-LEDGER-TIME
017430     MOVE TRX-ID TO LDG-TRX-ID
017440     MOVE ACC-ID TO LDG-ACC-ID
017450     MOVE TRX-TYPE TO LDG-TRX-TYPE
017480     MOVE ACC-BALANCE TO LDG-BALANCE-AFTER
017490     MOVE BNK-OVERDRAFT-FLAG TO LDG-OVERDRAFT-FLAG
017500     MOVE SPACES TO LDG-COUNTER-ACC
017501     IF TRX-TYPE-REVERSAL
017502         MOVE TRX-ORIG-DATE TO LDG-ORIG-DATE
017503         MOVE TRX-ORIG-TIME TO LDG-ORIG-TIME
017504         MOVE TRX-ORIG-TYPE TO LDG-ORIG-TYPE
017505     ELSE
017506         MOVE ZERO TO LDG-ORIG-DATE
017507         MOVE ZERO TO LDG-ORIG-TIME
017508         MOVE SPACES TO LDG-ORIG-TYPE
017509     END-IF
017510     MOVE SPACES TO LDG-REASON-CODE
017511     MOVE TRX-SOURCE TO LDG-SOURCE
017512     MOVE TRX-REFERENCE TO LDG-REFERENCE
017513     WRITE LEDGER-RECORD
017516     ADD 1 TO BNK-LEDGER-WRITTEN-COUNT

017520     STRING
017530         "Account ID: " ACC-ID
017570         " " BNK-OVERDRAFT-NOTE
017580         DELIMITED BY SIZE
017590         INTO OUTPUT-RECORD
017600     WRITE OUTPUT-RECORD

017601     IF TRX-TYPE-REVERSAL
017602         MOVE SPACES TO OUTPUT-RECORD
017603         STRING "TRX " TRX-ID " REVERSAL OF " TRX-ORIG-TYPE
017604             " POSTED " TRX-ORIG-DATE " " TRX-NEW-NAME
017605             DELIMITED BY SIZE INTO OUTPUT-RECORD
017606         WRITE OUTPUT-RECORD
017607     END-IF.
017610 4500-WRITE-LEDGER-AND-OUTPUT-EXIT.
017620     EXIT.

017621*-----------------------------------------------------------------
017622* 4520  AN EXTPAY HAS POSTED AND ITS MONEY NOW SITS IN CLEARING
017623*       SUSPENSE UNTIL THE CLEARING HOUSE SETTLES OR RETURNS IT.
017624*       THE PAYMENT GOES ON THE SUSPENSE FILE UNDER A REFERENCE
017625*       OF THE BUSINESS DATE AND ITS WORK-FILE POSITION PAST THE
017626*       SERIES' BASE (SEE 1650) - THE SAME ON A RESTART - AND ON
017627*       THE LISTING.  THE OUTBOUND FILE IS BUILT AT CLEAN END.
017628*-----------------------------------------------------------------
017629 4520-WRITE-EXTERNAL-PAYMENT.
017630     MOVE SPACES TO EXT-PAYMENT-RECORD
017631     MOVE BNK-BUSINESS-DATE TO EXP-SENT-DATE
017632     COMPUTE EXP-SENT-SEQ = BNK-PAY-SEQ-BASE + BNK-WORK-REC-COUNT
017633     MOVE ACC-ID TO EXP-ACC-ID
017634     MOVE TRX-AMOUNT TO EXP-AMOUNT
017635     MOVE TRX-BENE-BANK TO EXP-BENE-BANK
017636     MOVE TRX-BENE-ACCOUNT TO EXP-BENE-ACCOUNT
017637     MOVE TRX-NEW-NAME TO EXP-BENE-NAME
017638     MOVE TRX-SOURCE TO EXP-SOURCE
017639     MOVE BNK-LEDGER-TIME TO EXP-SENT-TIME
017640     WRITE SUSPENSE-RECORD FROM EXT-PAYMENT-RECORD
017641     MOVE SPACES TO OUTPUT-RECORD
017642     STRING "TRX " TRX-ID " PAYMENT REF " EXP-PAY-REF
017643         " TO " EXP-BENE-BANK " " EXP-BENE-ACCOUNT
017644         DELIMITED BY SIZE INTO OUTPUT-RECORD
017645     WRITE OUTPUT-RECORD.
017646 4520-WRITE-EXTERNAL-PAYMENT-EXIT.
017647     EXIT.

017648 4600-ACCUMULATE-TOTALS.
017649     EVALUATE TRUE
017650         WHEN TRX-TYPE-DEPOSIT
017660             ADD 1 TO BNK-DEPOSIT-COUNT
017670             ADD TRX-AMOUNT TO BNK-DEPOSIT-TOTAL
017840         WHEN TRX-TYPE-FEE
017850             ADD 1 TO BNK-FEE-COUNT
017860             ADD TRX-AMOUNT TO BNK-FEE-TOTAL
017861         WHEN TRX-TYPE-EXTPAY
017862             ADD 1 TO BNK-EXTPAY-COUNT
017863             ADD TRX-AMOUNT TO BNK-EXTPAY-TOTAL
017864         WHEN TRX-TYPE-REVERSAL
017865             IF TRX-ORIG-TYPE = "DEPOSIT"
017866                 OR TRX-ORIG-TYPE = "INTEREST"
017867                 ADD 1 TO BNK-REVERSAL-DR-COUNT
017868                 ADD TRX-AMOUNT TO BNK-REVERSAL-DR-TOTAL
017869             ELSE
017870                 ADD 1 TO BNK-REVERSAL-CR-COUNT
017871                 ADD TRX-AMOUNT TO BNK-REVERSAL-CR-TOTAL
017872             END-IF
017873     END-EVALUATE
017880     PERFORM 4650-ACCUMULATE-SOURCE
017890         THRU 4650-ACCUMULATE-SOURCE-EXIT.
017900 4600-ACCUMULATE-TOTALS-EXIT.
018620             THRU 4420-REJECT-CLOSED-EXIT
018630         GO TO 4700-APPLY-TRANSFER-EXIT
018640     END-IF
018641     IF ACC-COLL-BLOCKED
018642         PERFORM 4435-REJECT-BLOCKED
018643             THRU 4435-REJECT-BLOCKED-EXIT
018644         GO TO 4700-APPLY-TRANSFER-EXIT
018645     END-IF

018650     IF ACC-STATUS-DORMANT
018660         PERFORM 4450-REACTIVATE-DORMANT
019280     MOVE BNK-DEBIT-AFTER TO LDG-BALANCE-AFTER
019290     MOVE BNK-OVERDRAFT-FLAG TO LDG-OVERDRAFT-FLAG
019300     MOVE CACC-ID TO LDG-COUNTER-ACC
019302     MOVE ZERO TO LDG-ORIG-DATE
019304     MOVE ZERO TO LDG-ORIG-TIME
019306     MOVE SPACES TO LDG-ORIG-TYPE
019308     MOVE SPACES TO LDG-REASON-CODE
019309     MOVE TRX-SOURCE TO LDG-SOURCE
019310     MOVE TRX-REFERENCE TO LDG-REFERENCE
019311     WRITE LEDGER-RECORD
019315     ADD 1 TO BNK-LEDGER-WRITTEN-COUNT

019320     MOVE CACC-ID TO LDG-ACC-ID
019330     MOVE BNK-CREDIT-BEFORE TO LDG-BALANCE-BEFORE
019350     MOVE "N" TO LDG-OVERDRAFT-FLAG
019360     MOVE TRX-ID TO LDG-COUNTER-ACC
019370     WRITE LEDGER-RECORD
019375     ADD 1 TO BNK-LEDGER-WRITTEN-COUNT

019380     MOVE SPACES TO BNK-OVERDRAFT-NOTE
019390     IF BNK-OVERDRAFT-WAS-USED
020300     STRING "CUST " TRX-CUST-ID
020310         " REJECTED - CUSTOMER ALREADY EXISTS"
020320         DELIMITED BY SIZE INTO OUTPUT-RECORD
020330     WRITE OUTPUT-RECORD
020333     PERFORM 4490-RELEASE-REFERENCE
020336         THRU 4490-RELEASE-REFERENCE-EXIT.
020340 4830-REJECT-CUST-EXISTS-EXIT.
020350     EXIT.

020390     STRING "CUST " TRX-CUST-ID
020400         " REJECTED - CUSTOMER NOT FOUND"
020410         DELIMITED BY SIZE INTO OUTPUT-RECORD
020420     WRITE OUTPUT-RECORD
020423     PERFORM 4490-RELEASE-REFERENCE
020426         THRU 4490-RELEASE-REFERENCE-EXIT.
020430 4840-REJECT-CUST-NOT-FOUND-EXIT.
020440     EXIT.

020780         CLOSE CUSTOMER-FILE
020790         CLOSE OUTPUT-FILE
020800         CLOSE LEDGER-FILE
020803         CLOSE SUSPENSE-FILE
020806         CLOSE NOTICE-EVENT-FILE
020807         CLOSE REF-HISTORY-FILE
020808         PERFORM 0950-CYCLE-FAIL
020809             THRU 0950-CYCLE-FAIL-EXIT
020810         STOP RUN
020820     END-IF
020830     ADD 1 TO BNK-HLD-COUNT
021200     MOVE ACC-BALANCE TO LDG-BALANCE-AFTER
021210     MOVE "N" TO LDG-OVERDRAFT-FLAG
021220     MOVE SPACES TO LDG-COUNTER-ACC
021222     MOVE ZERO TO LDG-ORIG-DATE
021224     MOVE ZERO TO LDG-ORIG-TIME
021226     MOVE SPACES TO LDG-ORIG-TYPE
021228     MOVE SPACES TO LDG-REASON-CODE
021229     MOVE TRX-SOURCE TO LDG-SOURCE
021230     MOVE TRX-REFERENCE TO LDG-REFERENCE
021233     WRITE LEDGER-RECORD
021236     ADD 1 TO BNK-LEDGER-WRITTEN-COUNT.
021240 4865-WRITE-HOLD-LEDGER-EXIT.
021250     EXIT.

021330             " REJECTED - NO MATCHING HOLD TO RELEASE"
021340             DELIMITED BY SIZE INTO OUTPUT-RECORD
021350         WRITE OUTPUT-RECORD
021353         PERFORM 4490-RELEASE-REFERENCE
021356             THRU 4490-RELEASE-REFERENCE-EXIT
021360         GO TO 4870-RELEASE-HOLD-EXIT
021370     END-IF
021380     MOVE "R" TO BNK-HLD-STATE (BNK-HLD-FOUND-IDX)
022160     COMPUTE BNK-EXPECTED-CHANGE =
022170         BNK-DEPOSIT-TOTAL + BNK-INTEREST-TOTAL
022180         + BNK-OPEN-TOTAL - BNK-WITHDRAW-TOTAL - BNK-FEE-TOTAL
022185         + BNK-REVERSAL-CR-TOTAL - BNK-REVERSAL-DR-TOTAL
022187         - BNK-EXTPAY-TOTAL

022190     MOVE SPACES TO OUTPUT-RECORD
022200     WRITE OUTPUT-RECORD
022650         DELIMITED BY SIZE INTO OUTPUT-RECORD
022660     WRITE OUTPUT-RECORD

022661     MOVE SPACES TO OUTPUT-RECORD
022662     MOVE BNK-DUP-WINDOW-DAYS TO BNK-COUNT-EDIT
022663     IF BNK-PARMS-LOADED
022664         STRING "Duplicate window (days):  " BNK-COUNT-EDIT
022665             " (DUPPARM.DAT)"
022666             DELIMITED BY SIZE INTO OUTPUT-RECORD
022667     ELSE
022668         STRING "Duplicate window (days):  " BNK-COUNT-EDIT
022669             " (DEFAULT - NO DUPPARM.DAT)"
022670             DELIMITED BY SIZE INTO OUTPUT-RECORD
022671     END-IF
022672     WRITE OUTPUT-RECORD

022673     MOVE SPACES TO OUTPUT-RECORD
022674     MOVE BNK-REFS-PURGED-COUNT TO BNK-COUNT-EDIT
022675     STRING "References aged off:      " BNK-COUNT-EDIT
022676         DELIMITED BY SIZE INTO OUTPUT-RECORD
022677     WRITE OUTPUT-RECORD

022678     MOVE BNK-REFS-RELEASED-COUNT TO BNK-COUNT-EDIT
022679     STRING "References released:      " BNK-COUNT-EDIT
022680         DELIMITED BY SIZE INTO OUTPUT-RECORD
022681     WRITE OUTPUT-RECORD

022682     IF BNK-SERIES-RESUMED
022683         MOVE SPACES TO OUTPUT-RECORD
022684         MOVE BNK-REFS-TAKEN-BACK-COUNT TO BNK-COUNT-EDIT
022685         STRING "Rerun - refs taken back:  " BNK-COUNT-EDIT
022686             " (SERIES " BNK-SERIES-STAMP " OF "
022687             BNK-SERIES-DATE ")"
022688             DELIMITED BY SIZE INTO OUTPUT-RECORD
022689         WRITE OUTPUT-RECORD
022690     END-IF


022691     MOVE BNK-DEPOSIT-COUNT TO BNK-COUNT-EDIT
022692     MOVE BNK-DEPOSIT-TOTAL TO BNK-UAMOUNT-EDIT
022693     STRING "Deposits:                 " BNK-COUNT-EDIT
022700         "   amount " BNK-UAMOUNT-EDIT
022710         DELIMITED BY SIZE INTO OUTPUT-RECORD
022720     WRITE OUTPUT-RECORD
022770         DELIMITED BY SIZE INTO OUTPUT-RECORD
022780     WRITE OUTPUT-RECORD

022781     MOVE BNK-EXTPAY-COUNT TO BNK-COUNT-EDIT
022782     MOVE BNK-EXTPAY-TOTAL TO BNK-UAMOUNT-EDIT
022783     STRING "External payments:        " BNK-COUNT-EDIT
022784         "   amount " BNK-UAMOUNT-EDIT
022785         DELIMITED BY SIZE INTO OUTPUT-RECORD
022786     WRITE OUTPUT-RECORD

022790     MOVE BNK-OPEN-COUNT TO BNK-COUNT-EDIT
022800     MOVE BNK-OPEN-TOTAL TO BNK-UAMOUNT-EDIT
022810     STRING "Accounts opened:          " BNK-COUNT-EDIT
023090         DELIMITED BY SIZE INTO OUTPUT-RECORD
023100     WRITE OUTPUT-RECORD

023101     MOVE BNK-REVERSAL-DR-COUNT TO BNK-COUNT-EDIT
023102     MOVE BNK-REVERSAL-DR-TOTAL TO BNK-UAMOUNT-EDIT
023103     STRING "Reversals - debits:       " BNK-COUNT-EDIT
023104         "   amount " BNK-UAMOUNT-EDIT
023105         DELIMITED BY SIZE INTO OUTPUT-RECORD
023106     WRITE OUTPUT-RECORD

023107     MOVE BNK-REVERSAL-CR-COUNT TO BNK-COUNT-EDIT
023108     MOVE BNK-REVERSAL-CR-TOTAL TO BNK-UAMOUNT-EDIT
023109     STRING "Reversals - credits:      " BNK-COUNT-EDIT
023110         "   amount " BNK-UAMOUNT-EDIT
023111         DELIMITED BY SIZE INTO OUTPUT-RECORD
023112     WRITE OUTPUT-RECORD

023113     MOVE BNK-CUSTNEW-COUNT TO BNK-COUNT-EDIT
023120     STRING "Customers created:        " BNK-COUNT-EDIT
023130         DELIMITED BY SIZE INTO OUTPUT-RECORD
023140     WRITE OUTPUT-RECORD
023720     WRITE OUTPUT-RECORD

023730     MOVE BNK-REJECT-DUP-COUNT TO BNK-COUNT-EDIT
023740     STRING "Rejects - duplicate reference:      " BNK-COUNT-EDIT
023750         DELIMITED BY SIZE INTO OUTPUT-RECORD
023760     WRITE OUTPUT-RECORD

023762     MOVE BNK-REJECT-NOREF-COUNT TO BNK-COUNT-EDIT
023764     STRING "Rejects - reference missing:        " BNK-COUNT-EDIT
023766         DELIMITED BY SIZE INTO OUTPUT-RECORD
023768     WRITE OUTPUT-RECORD

023770     MOVE BNK-REJECT-OVFL-COUNT TO BNK-COUNT-EDIT
023780     STRING "Rejects - table overflow:           " BNK-COUNT-EDIT
023790         DELIMITED BY SIZE INTO OUTPUT-RECORD
023800     WRITE OUTPUT-RECORD

024030         DELIMITED BY SIZE INTO OUTPUT-RECORD
024040     WRITE OUTPUT-RECORD

024042     MOVE BNK-REJECT-BLOCKED-COUNT TO BNK-COUNT-EDIT
024044     STRING "Rejects - collections block:        " BNK-COUNT-EDIT
024046         DELIMITED BY SIZE INTO OUTPUT-RECORD
024048     WRITE OUTPUT-RECORD

024049     MOVE BNK-REJECT-RVNF-COUNT TO BNK-COUNT-EDIT
024050     STRING "Rejects - reversal not found:       " BNK-COUNT-EDIT
024051         DELIMITED BY SIZE INTO OUTPUT-RECORD
024052     WRITE OUTPUT-RECORD

024053     MOVE BNK-REJECT-RVDN-COUNT TO BNK-COUNT-EDIT
024054     STRING "Rejects - already reversed:         " BNK-COUNT-EDIT
024055         DELIMITED BY SIZE INTO OUTPUT-RECORD
024056     WRITE OUTPUT-RECORD

024057     MOVE BNK-REJECT-BADBENE-COUNT TO BNK-COUNT-EDIT
024058     STRING "Rejects - invalid beneficiary:      " BNK-COUNT-EDIT
024059         DELIMITED BY SIZE INTO OUTPUT-RECORD
024060     WRITE OUTPUT-RECORD

024061     MOVE SPACES TO OUTPUT-RECORD
024062     WRITE OUTPUT-RECORD
024070     MOVE BNK-BEGIN-TOTAL-BALANCE TO BNK-SAMOUNT-EDIT
024080     STRING "Account balances before run:  " BNK-SAMOUNT-EDIT
024090         DELIMITED BY SIZE INTO OUTPUT-RECORD
025050 8610-LIST-ONE-SOURCE-EXIT.
025060     EXIT.

025061*-----------------------------------------------------------------
025062* 8700  BUILD THE DAY'S OUTBOUND PAYMENT FILE FOR THE CLEARING
025063*       HOUSE FROM THE SUSPENSE ITEMS SENT TODAY ABOVE THE SERIES'
025064*       BASE (SEE 1650) - HEADER, DETAILS, AND A TRAILER WITH THE
025065*       COUNT AND AMOUNT HASH.  BUILT ONLY AT CLEAN END OF RUN, SO
025066*       A RUN RESTARTED AFTER AN ABEND STILL SENDS ONE WHOLE FILE.
025067*-----------------------------------------------------------------
025068 8700-WRITE-PAYMENT-FILE.
025069     MOVE ZERO TO BNK-PAYFILE-COUNT
025070     MOVE ZERO TO BNK-PAYFILE-HASH
025071     OPEN OUTPUT PAYMENT-FILE
025072     MOVE SPACES TO EXT-PAYMENT-CONTROL-RECORD
025073     MOVE "HDR" TO EPC-MARKER
025074     MOVE BNK-BUSINESS-DATE TO EPC-FILE-DATE
025075     MOVE "BANKING" TO EPC-ORIGINATOR
025076     WRITE PAYMENT-FILE-RECORD FROM EXT-PAYMENT-CONTROL-RECORD

025077     OPEN INPUT SUSPENSE-FILE
025078     IF BNK-SUSP-FILE-STATUS NOT = "35"
025079         SET BNK-SUSPF-NOT-END-OF-FILE TO TRUE
025080         PERFORM 8710-COPY-ONE-PAYMENT
025081             THRU 8710-COPY-ONE-PAYMENT-EXIT
025082             UNTIL BNK-SUSPF-END-OF-FILE
025083         CLOSE SUSPENSE-FILE
025084     END-IF

025085     MOVE SPACES TO EXT-PAYMENT-CONTROL-RECORD
025086     MOVE "TRL" TO EPC-MARKER
025087     MOVE BNK-PAYFILE-COUNT TO EPC-RECORD-COUNT
025088     MOVE BNK-PAYFILE-HASH TO EPC-HASH-TOTAL
025089     WRITE PAYMENT-FILE-RECORD FROM EXT-PAYMENT-CONTROL-RECORD
025090     CLOSE PAYMENT-FILE

025091     MOVE BNK-PAYFILE-COUNT TO BNK-COUNT-EDIT
025092     MOVE BNK-PAYFILE-HASH TO BNK-UAMOUNT-EDIT
025093     MOVE SPACES TO OUTPUT-RECORD
025094     STRING "Outbound payment file:    " BNK-COUNT-EDIT
025095         "   amount " BNK-UAMOUNT-EDIT
025096         DELIMITED BY SIZE INTO OUTPUT-RECORD
025097     WRITE OUTPUT-RECORD.
025098 8700-WRITE-PAYMENT-FILE-EXIT.
025099     EXIT.

025100 8710-COPY-ONE-PAYMENT.
025101     READ SUSPENSE-FILE INTO EXT-PAYMENT-RECORD
025102         AT END
025103             SET BNK-SUSPF-END-OF-FILE TO TRUE
025104             GO TO 8710-COPY-ONE-PAYMENT-EXIT
025105     END-READ
025106     IF EXP-SENT-DATE = BNK-BUSINESS-DATE
025107         AND EXP-SENT-SEQ > BNK-PAY-SEQ-BASE
025108         WRITE PAYMENT-FILE-RECORD FROM EXT-PAYMENT-RECORD
025109         ADD 1 TO BNK-PAYFILE-COUNT
025110         ADD EXP-AMOUNT TO BNK-PAYFILE-HASH
025111     END-IF.
025112 8710-COPY-ONE-PAYMENT-EXIT.
025113     EXIT.

025114 8100-SUM-ENDING-BALANCE.
025115     MOVE ZERO TO BNK-END-TOTAL-BALANCE
025116     SET BNK-ACCT-NOT-END-OF-FILE TO TRUE
025117     MOVE LOW-VALUES TO ACC-ID
025118     START ACCOUNTS-FILE KEY IS NOT LESS THAN ACC-ID
025120         INVALID KEY
025130             SET BNK-ACCT-END-OF-FILE TO TRUE
025140     END-START
025400         THRU 2800-REWRITE-HOLDS-FILE-EXIT
025410     OPEN OUTPUT REPAIRED-FILE
025420     CLOSE REPAIRED-FILE
025422     CLOSE SUSPENSE-FILE
025423     CLOSE NOTICE-EVENT-FILE
025424     PERFORM 9100-CLOSE-RUN-SERIES
025425         THRU 9100-CLOSE-RUN-SERIES-EXIT
025426     PERFORM 8700-WRITE-PAYMENT-FILE
025427         THRU 8700-WRITE-PAYMENT-FILE-EXIT
025430     CLOSE ACCOUNTS-FILE
025440     CLOSE CUSTOMER-FILE
025450     CLOSE OUTPUT-FILE
025510     CLOSE RESTART-FILE.
025520 9000-TERMINATE-EXIT.
025530     EXIT.

025540*-----------------------------------------------------------------
025550* 9100  THE RUN FINISHED, SO ITS SERIES IS CLOSED ON THE RUN
025560*       CONTROL RECORD AND THE NEXT RUN OPENS A FRESH ONE.
025570*-----------------------------------------------------------------
025580 9100-CLOSE-RUN-SERIES.
025590     MOVE SPACES TO RFH-KEY
025600     READ REF-HISTORY-FILE
025610         INVALID KEY
025612             CONTINUE
025614         NOT INVALID KEY
025616             MOVE ZERO TO RFH-SERIES-STAMP
025618             MOVE ZERO TO RFH-RUN-STAMP
025620             REWRITE REF-HISTORY-RECORD
025622                 INVALID KEY
025624                     CONTINUE
025626             END-REWRITE
025630     END-READ
025710     CLOSE REF-HISTORY-FILE.
025720 9100-CLOSE-RUN-SERIES-EXIT.
025730     EXIT.
