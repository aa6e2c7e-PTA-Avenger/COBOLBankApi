001000******************************************************************
001010* PROGRAM-ID    : XREFCHK
001020* AUTHOR        : R. L. HASTINGS
001030* INSTALLATION  : RETAIL BANKING SYSTEMS
001040* DATE-WRITTEN  : 2026-10-09
001050* DATE-COMPILED :
001060*
001070* REMARKS.
001080*     NIGHTLY CROSS-FILE REFERENTIAL INTEGRITY SWEEP.  THE MASTER
001090*     AND PARAMETER FILES POINT AT EACH OTHER AND NOTHING ELSE
001100*     CHECKS THE POINTERS STILL RESOLVE - A BAD ONE USED TO SHOW
001110*     UP ONLY WHEN TERMMAT ROLLED OVER A PAYOUT OR STORDERS
001120*     SKIPPED AN ORDER.  THIS JOB CHECKS, READ-ONLY:
001130*
001140*       ACCOUNTS.DAT - ACC-CUST-ID AGAINST CUSTMAST.DAT;
001150*                      ACC-LINKED-ACC AGAINST THE MASTER (A
001160*                      MISSING, CLOSED OR SELF LINK);
001170*                      TERM FIELDS FILLED ON A PRODUCT NOT ON
001180*                      TERMPROD.DAT;
001190*                      AN OPEN ACCOUNT WHOSE PRODUCT HAS NO
001200*                      RATES.DAT ENTRY.
001210*       STORDER.DAT  - A LIVE ORDER ON A MISSING OR CLOSED
001220*                      ACCOUNT, OR A TRANSFER ORDER TO ONE.
001230*       HOLDS.DAT    - A LIVE HOLD ON A MISSING OR CLOSED
001240*                      ACCOUNT.
001250*       PENDING.DAT  - A FUTURE-DATED ITEM FOR AN ACCOUNT THAT
001260*                      NO LONGER EXISTS (OR IS CLOSED).
001270*
001280*     EACH EXCEPTION IS WRITTEN TO A WORK FILE AS FOUND AND THE
001290*     REPORT (XREFRPT.DAT) LISTS THEM GROUPED BY SEVERITY:
001300*
001310*       1 HIGH   - MONEY WILL MOVE WRONGLY OR AN ITEM WILL FAIL
001320*                  AT THE NEXT RUN; PUT RIGHT BEFORE THEN.
001330*       2 MEDIUM - A MASTER OR PARAMETER GAP THAT A JOB WILL
001340*                  WORK AROUND, BUT WRONGLY.
001350*       3 LOW    - LATENT, OR HARMLESS UNTIL SOMETHING CHANGES.
001360*
001370*     THE COUNT SUMMARY SHOWS EACH CHECK AGAINST THE PREVIOUS RUN
001380*     FROM THE PERMANENT HISTORY FILE XREFHIST.DAT, WHICH EACH
001390*     RUN APPENDS TO, SO OPERATIONS CAN SEE THE TREND.
001400*
001410* MODIFICATION HISTORY.
001420*     2026-10-09  RLH  INITIAL VERSION.
001423*     2026-10-15  RLH  RUN HISTORY: COUNTS AND STOP-COLD FAILURES
001426*                      TO CYCLCTL.
001430******************************************************************
001440 IDENTIFICATION DIVISION.
001450 PROGRAM-ID. XREFCHK.

001460 ENVIRONMENT DIVISION.
001470 INPUT-OUTPUT SECTION.
001480 FILE-CONTROL.
001490     SELECT ACCOUNTS-FILE ASSIGN TO "accounts.dat"
001500         ORGANIZATION IS INDEXED
001510         ACCESS MODE IS DYNAMIC
001520         RECORD KEY IS ACC-ID
001530         FILE STATUS IS BNK-ACCT-FILE-STATUS.

001540     SELECT CUSTOMER-FILE ASSIGN TO "custmast.dat"
001550         ORGANIZATION IS INDEXED
001560         ACCESS MODE IS DYNAMIC
001570         RECORD KEY IS CUST-ID
001580         FILE STATUS IS BNK-CUST-FILE-STATUS.

001590     SELECT TERM-PRODUCT-FILE ASSIGN TO "termprod.dat"
001600         ORGANIZATION IS LINE SEQUENTIAL
001610         FILE STATUS IS BNK-TERM-FILE-STATUS.

001620     SELECT RATES-FILE ASSIGN TO "rates.dat"
001630         ORGANIZATION IS LINE SEQUENTIAL
001640         FILE STATUS IS BNK-RATES-FILE-STATUS.

001650     SELECT ORDER-FILE ASSIGN TO "storder.dat"
001660         ORGANIZATION IS LINE SEQUENTIAL
001670         FILE STATUS IS BNK-ORDER-FILE-STATUS.

001680     SELECT HOLDS-FILE ASSIGN TO "holds.dat"
001690         ORGANIZATION IS LINE SEQUENTIAL
001700         FILE STATUS IS BNK-HOLDS-FILE-STATUS.

001710     SELECT PENDING-FILE ASSIGN TO "pending.dat"
001720         ORGANIZATION IS LINE SEQUENTIAL
001730         FILE STATUS IS BNK-PENDING-FILE-STATUS.

001740     SELECT EXCEPTION-WORK-FILE ASSIGN TO "xrefwork.dat"
001750         ORGANIZATION IS LINE SEQUENTIAL
001760         FILE STATUS IS BNK-WORK-FILE-STATUS.

001770     SELECT HISTORY-FILE ASSIGN TO "xrefhist.dat"
001780         ORGANIZATION IS LINE SEQUENTIAL
001790         FILE STATUS IS BNK-HIST-FILE-STATUS.

001800     SELECT REPORT-FILE ASSIGN TO "xrefrpt.dat"
001810         ORGANIZATION IS LINE SEQUENTIAL.

001820     SELECT RUN-CONTROL-FILE ASSIGN TO "runctl.dat"
001830         ORGANIZATION IS LINE SEQUENTIAL
001840         FILE STATUS IS BNK-RUNCTL-FILE-STATUS.

001850 DATA DIVISION.
001860 FILE SECTION.

001870 FD  ACCOUNTS-FILE.
001880 COPY ACCTREC.

001890 FD  CUSTOMER-FILE.
001900 COPY CUSTREC.

001910 FD  TERM-PRODUCT-FILE.
001920 COPY TERMPROD.

001930 FD  RATES-FILE.
001940 COPY RATEREC.

001950 FD  ORDER-FILE.
001960 COPY STORDER.

001970 FD  HOLDS-FILE.
001980 COPY HOLDREC.

001990 FD  PENDING-FILE.
002000 01  PENDING-FILE-RECORD         PIC X(146).

002010*    ONE EXCEPTION AS FOUND; RE-READ ONCE PER SEVERITY FOR THE
002020*    REPORT.
002030 FD  EXCEPTION-WORK-FILE.
002040 01  EXCEPTION-WORK-RECORD.
002050     05  XWK-SEVERITY            PIC 9(01).
002060     05  XWK-CHECK-CODE          PIC X(04).
002070     05  XWK-FILE-NAME           PIC X(08).
002080     05  XWK-KEY                 PIC X(10).
002090     05  XWK-TEXT                PIC X(60).

002100*    ONE RECORD PER CHECK PER RUN, NEVER CLEARED.
002110 FD  HISTORY-FILE.
002120 01  XREF-HISTORY-RECORD.
002130     05  XRH-RUN-DATE            PIC 9(08).
002140     05  XRH-CHECK-CODE          PIC X(04).
002150     05  XRH-COUNT               PIC 9(07).

002160 FD  REPORT-FILE.
002170 01  REPORT-RECORD               PIC X(120).

002180 FD  RUN-CONTROL-FILE.
002190 01  RUN-CONTROL-RECORD.
002200     05  RUN-BUSINESS-DATE       PIC 9(08).

002210 WORKING-STORAGE SECTION.
002220 COPY TRXREC.

002230 01  BNK-ACCT-FILE-STATUS        PIC X(02).
002240 01  BNK-CUST-FILE-STATUS        PIC X(02).
002250 01  BNK-TERM-FILE-STATUS        PIC X(02).
002260 01  BNK-RATES-FILE-STATUS       PIC X(02).
002270 01  BNK-ORDER-FILE-STATUS       PIC X(02).
002280 01  BNK-HOLDS-FILE-STATUS       PIC X(02).
002290 01  BNK-PENDING-FILE-STATUS     PIC X(02).
002300 01  BNK-WORK-FILE-STATUS        PIC X(02).
002310 01  BNK-HIST-FILE-STATUS        PIC X(02).
002320 01  BNK-RUNCTL-FILE-STATUS      PIC X(02).

002330 01  BNK-CUSTF-FLAG              PIC X(01) VALUE "N".
002340     88  BNK-CUSTF-ON-HAND           VALUE "Y".
002350     88  BNK-CUSTF-MISSING           VALUE "N".

002360 01  BNK-ACCT-EOF-FLAG           PIC X(01) VALUE "N".
002370     88  BNK-ACCT-END-OF-FILE        VALUE "Y".
002380     88  BNK-ACCT-NOT-END-OF-FILE    VALUE "N".

002390 01  BNK-TERMF-EOF-FLAG          PIC X(01) VALUE "N".
002400     88  BNK-TERMF-END-OF-FILE       VALUE "Y".
002410     88  BNK-TERMF-NOT-END-OF-FILE   VALUE "N".

002420 01  BNK-RATEF-EOF-FLAG          PIC X(01) VALUE "N".
002430     88  BNK-RATEF-END-OF-FILE       VALUE "Y".
002440     88  BNK-RATEF-NOT-END-OF-FILE   VALUE "N".

002450 01  BNK-ORDER-EOF-FLAG          PIC X(01) VALUE "N".
002460     88  BNK-ORDER-END-OF-FILE       VALUE "Y".
002470     88  BNK-ORDER-NOT-END-OF-FILE   VALUE "N".

002480 01  BNK-HOLDF-EOF-FLAG          PIC X(01) VALUE "N".
002490     88  BNK-HOLDF-END-OF-FILE       VALUE "Y".
002500     88  BNK-HOLDF-NOT-END-OF-FILE   VALUE "N".

002510 01  BNK-PEND-EOF-FLAG           PIC X(01) VALUE "N".
002520     88  BNK-PEND-END-OF-FILE        VALUE "Y".
002530     88  BNK-PEND-NOT-END-OF-FILE    VALUE "N".

002540 01  BNK-WORK-EOF-FLAG           PIC X(01) VALUE "N".
002550     88  BNK-WORK-END-OF-FILE        VALUE "Y".
002560     88  BNK-WORK-NOT-END-OF-FILE    VALUE "N".

002570 01  BNK-HIST-EOF-FLAG           PIC X(01) VALUE "N".
002580     88  BNK-HIST-END-OF-FILE        VALUE "Y".
002590     88  BNK-HIST-NOT-END-OF-FILE    VALUE "N".

002600 01  BNK-BUSINESS-DATE           PIC 9(08) VALUE ZERO.

002610*    THE CHECKS: CODE, SEVERITY AND DESCRIPTION.  THIS RUN'S AND
002620*    THE PREVIOUS RUN'S COUNTS ARE KEPT ALONGSIDE.
002630 01  BNK-CHK-TABLE-VALUES.
002640     05  FILLER                  PIC X(45)
002650         VALUE "LNKP1PAYOUT LINK MISSING, CLOSED OR SELF     ".
002660     05  FILLER                  PIC X(45)
002670         VALUE "SOAC1STANDING ORDER ON MISSING ACCOUNT       ".
002680     05  FILLER                  PIC X(45)
002690         VALUE "SOCA1TRANSFER ORDER TO MISSING/CLOSED ACCOUNT".
002700     05  FILLER                  PIC X(45)
002710         VALUE "HLDM1HOLD ON MISSING ACCOUNT                 ".
002720     05  FILLER                  PIC X(45)
002730         VALUE "PNDM1PENDING ITEM FOR MISSING ACCOUNT        ".
002740     05  FILLER                  PIC X(45)
002750         VALUE "TERM2TERM FIELDS ON A NON-TERM PRODUCT       ".
002760     05  FILLER                  PIC X(45)
002770         VALUE "RATE2OPEN ACCOUNT PRODUCT HAS NO RATES       ".
002780     05  FILLER                  PIC X(45)
002790         VALUE "SOCL2STANDING ORDER ON CLOSED ACCOUNT        ".
002800     05  FILLER                  PIC X(45)
002810         VALUE "PNDC2PENDING ITEM FOR CLOSED ACCOUNT         ".
002820     05  FILLER                  PIC X(45)
002830         VALUE "LNKO3OTHER LINK MISSING, CLOSED OR SELF      ".
002840     05  FILLER                  PIC X(45)
002850         VALUE "HLDC3HOLD ON CLOSED ACCOUNT                  ".
002860     05  FILLER                  PIC X(45)
002870         VALUE "CUST3CUSTOMER ID NOT ON CUSTOMER MASTER      ".
002880 01  FILLER REDEFINES BNK-CHK-TABLE-VALUES.
002890     05  BNK-CHK-ENTRY           OCCURS 12 TIMES.
002900         10  BNK-CHK-CODE        PIC X(04).
002910         10  BNK-CHK-SEVERITY    PIC 9(01).
002920         10  BNK-CHK-TEXT        PIC X(40).
002930 01  BNK-CHK-MAX                 PIC 9(04) COMP VALUE 12.
002940 01  BNK-CHK-IDX                 PIC 9(04) COMP VALUE ZERO.
002950 01  BNK-CHK-COUNTS.
002960     05  BNK-CHK-COUNT-ENTRY     OCCURS 12 TIMES.
002970         10  BNK-CHK-COUNT       PIC 9(07).
002980         10  BNK-CHK-PRIOR       PIC 9(07).
002990 01  BNK-CHK-FOUND-FLAG          PIC X(01).
003000     88  BNK-CHK-FOUND               VALUE "Y".
003010     88  BNK-CHK-NOT-FOUND           VALUE "N".
003020 01  BNK-CHK-FOUND-IDX           PIC 9(04) COMP VALUE ZERO.
003030 01  BNK-CHK-SEARCH-CODE         PIC X(04).

003040*    THE LATEST EARLIER RUN ON THE HISTORY FILE.
003050 01  BNK-PRIOR-RUN-DATE          PIC 9(08) VALUE ZERO.

003060*    TERM PRODUCTS AND RATED PRODUCTS, LOADED AT START-UP.
003070 01  BNK-TRM-COUNT               PIC 9(04) COMP VALUE ZERO.
003080 01  BNK-TRM-IDX                 PIC 9(04) COMP VALUE ZERO.
003090 01  BNK-TRM-MAX                 PIC 9(04) COMP VALUE 50.
003100 01  BNK-TRM-TABLE.
003110     05  BNK-TRM-PRODUCT         PIC X(03) OCCURS 50 TIMES.
003120 01  BNK-RTP-COUNT               PIC 9(04) COMP VALUE ZERO.
003130 01  BNK-RTP-IDX                 PIC 9(04) COMP VALUE ZERO.
003140 01  BNK-RTP-MAX                 PIC 9(04) COMP VALUE 200.
003150 01  BNK-RTP-TABLE.
003160     05  BNK-RTP-PRODUCT         PIC X(03) OCCURS 200 TIMES.
003170 01  BNK-PRD-FOUND-FLAG          PIC X(01).
003180     88  BNK-PRD-FOUND               VALUE "Y".
003190     88  BNK-PRD-NOT-FOUND           VALUE "N".

003200*    RESULT OF A LOOK-UP OF ANOTHER ACCOUNT BY KEY.
003210 01  BNK-LOOKUP-ACC-ID           PIC X(05).
003220 01  BNK-LOOKUP-FLAG             PIC X(01).
003230     88  BNK-LOOKUP-OPEN             VALUE "O".
003240     88  BNK-LOOKUP-CLOSED           VALUE "C".
003250     88  BNK-LOOKUP-MISSING          VALUE "M".

003260*    THE ACCOUNT THE MASTER WALK IS ON, HELD ACROSS A LINK
003270*    LOOK-UP THAT MOVES THE FILE POSITION.
003280 01  BNK-WALK-ACC-ID             PIC X(05).
003290 01  BNK-WALK-PAYOUT-FLAG        PIC X(01).
003300     88  BNK-WALK-OPEN-PAYOUT        VALUE "Y".

003310*    THE EXCEPTION BEING RAISED.
003320 01  BNK-XCP-CODE                PIC X(04).
003330 01  BNK-XCP-FILE-NAME           PIC X(08).
003340 01  BNK-XCP-KEY                 PIC X(10).
003350 01  BNK-XCP-TEXT                PIC X(60).

003360 01  BNK-REPORT-SEVERITY         PIC 9(01).
003370 01  BNK-SEVERITY-LISTED         PIC 9(07).
003380 01  BNK-SEV-TOTAL               PIC 9(07).
003390 01  BNK-SEV-PRIOR               PIC 9(07).
003400 01  BNK-GRAND-TOTAL             PIC 9(07) VALUE ZERO.
003410 01  BNK-GRAND-PRIOR             PIC 9(07) VALUE ZERO.
003420 01  BNK-CHANGE                  PIC S9(07).
003430 01  BNK-TREND-TEXT              PIC X(06).

003440 01  BNK-ACCOUNTS-READ           PIC 9(07) VALUE ZERO.
003450 01  BNK-ORDERS-READ             PIC 9(07) VALUE ZERO.
003460 01  BNK-HOLDS-READ              PIC 9(07) VALUE ZERO.
003470 01  BNK-PENDING-READ            PIC 9(07) VALUE ZERO.

003480 01  BNK-COUNT-EDIT              PIC ZZZ,ZZ9.
003490 01  BNK-COUNT-EDIT-2            PIC ZZZ,ZZ9.
003500 01  BNK-CHANGE-EDIT             PIC +++,++9.

003510*    DAILY JOB-CYCLE CONTROL (SEE CYCLCTL).
003520 01  BNK-CYCLE-JOB-NAME          PIC X(08) VALUE "XREFCHK ".
003530 01  BNK-CYCLE-FUNCTION          PIC X(05) VALUE SPACES.
003540 01  BNK-CYCLE-RETURN-CODE       PIC X(02) VALUE "00".
003550     88  BNK-CYCLE-PROCEED           VALUE "00".
003553*    THIS RUN'S HISTORY RECORD, STAMPED BY CYCLCTL (SEE RUNHIST).
003556     COPY RUNHIST.

003560 PROCEDURE DIVISION.

003570 0000-MAINLINE.
003580     PERFORM 0100-CYCLE-START
003590         THRU 0100-CYCLE-START-EXIT
003600     PERFORM 1000-INITIALIZE
003610         THRU 1000-INITIALIZE-EXIT
003620     PERFORM 2000-CHECK-ACCOUNT-MASTER
003630         THRU 2000-CHECK-ACCOUNT-MASTER-EXIT
003640     PERFORM 3000-CHECK-STANDING-ORDERS
003650         THRU 3000-CHECK-STANDING-ORDERS-EXIT
003660     PERFORM 4000-CHECK-HOLDS
003670         THRU 4000-CHECK-HOLDS-EXIT
003680     PERFORM 5000-CHECK-PENDING
003690         THRU 5000-CHECK-PENDING-EXIT
003700     CLOSE EXCEPTION-WORK-FILE
003710     PERFORM 6000-LIST-EXCEPTIONS
003720         THRU 6000-LIST-EXCEPTIONS-EXIT
003730     PERFORM 8000-WRITE-SUMMARY
003740         THRU 8000-WRITE-SUMMARY-EXIT
003750     PERFORM 8500-APPEND-HISTORY
003760         THRU 8500-APPEND-HISTORY-EXIT
003770     PERFORM 9000-TERMINATE
003780         THRU 9000-TERMINATE-EXIT
003790     PERFORM 0900-CYCLE-END
003800         THRU 0900-CYCLE-END-EXIT
003810     STOP RUN.

003820*-----------------------------------------------------------------
003830* 0100  REGISTER THE START WITH CYCLE CONTROL.  A DOUBLE RUN, AN
003840*       UNFINISHED EARLIER RUN, OR AN OUT-OF-SEQUENCE START IS
003850*       REFUSED THERE UNLESS THE OPERATOR OVERRIDES, AND THIS JOB
003860*       THEN STOPS WITHOUT TOUCHING A FILE.
003870*-----------------------------------------------------------------
003880 0100-CYCLE-START.
003890     MOVE "START" TO BNK-CYCLE-FUNCTION
003900     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
003910                           BNK-CYCLE-FUNCTION
003920                           BNK-CYCLE-RETURN-CODE
003925                           RUN-HISTORY-RECORD
003930     IF NOT BNK-CYCLE-PROCEED
003940         DISPLAY "XREFCHK STOPPED BY CYCLE CONTROL"
003950         STOP RUN
003960     END-IF.
003970 0100-CYCLE-START-EXIT.
003980     EXIT.

003981*-----------------------------------------------------------------
003982* 0850  LOAD THIS RUN'S RECORD COUNTS ONTO THE HISTORY RECORD
003983*       FOR CYCLCTL TO FILE WITH THE END OR FAIL CALL.
003984*-----------------------------------------------------------------
003985 0850-SET-RUN-COUNTS.
003986     MOVE BNK-ACCOUNTS-READ TO RHS-READ-COUNT
003987     MOVE BNK-GRAND-TOTAL TO RHS-REJECTED-COUNT.
003988 0850-SET-RUN-COUNTS-EXIT.
003989     EXIT.

003990*-----------------------------------------------------------------
004000* 0900  REGISTER CLEAN COMPLETION.  AN ABEND NEVER GETS HERE AND
004010*       LEAVES THE STEP MARKED STARTED, SO A RERUN NEEDS THE
004020*       OPERATOR OVERRIDE.
004030*-----------------------------------------------------------------
004040 0900-CYCLE-END.
004043     PERFORM 0850-SET-RUN-COUNTS
004046         THRU 0850-SET-RUN-COUNTS-EXIT
004050     MOVE "END" TO BNK-CYCLE-FUNCTION
004060     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
004070                           BNK-CYCLE-FUNCTION
004080                           BNK-CYCLE-RETURN-CODE
004085                           RUN-HISTORY-RECORD.
004090 0900-CYCLE-END-EXIT.
004100     EXIT.

004110*-----------------------------------------------------------------
004120* 1000  BUSINESS DATE FROM THE RUN-CONTROL CARD (SYSTEM DATE IF
004130*       NO CARD), THE PRODUCT TABLES, THE PREVIOUS RUN'S COUNTS,
004140*       FILES OPEN.
004150*-----------------------------------------------------------------
004160 1000-INITIALIZE.
004170     OPEN INPUT RUN-CONTROL-FILE
004180     IF BNK-RUNCTL-FILE-STATUS NOT = "35"
004190         READ RUN-CONTROL-FILE
004200             AT END
004210                 CONTINUE
004220             NOT AT END
004230                 IF RUN-BUSINESS-DATE NUMERIC
004240                     AND RUN-BUSINESS-DATE > ZERO
004250                     MOVE RUN-BUSINESS-DATE TO BNK-BUSINESS-DATE
004260                 END-IF
004270         END-READ
004280         CLOSE RUN-CONTROL-FILE
004290     END-IF
004300     IF BNK-BUSINESS-DATE = ZERO
004310         ACCEPT BNK-BUSINESS-DATE FROM DATE YYYYMMDD
004320     END-IF

004330     INITIALIZE BNK-CHK-COUNTS
004340     PERFORM 1100-LOAD-TERM-PRODUCTS
004350         THRU 1100-LOAD-TERM-PRODUCTS-EXIT
004360     PERFORM 1200-LOAD-RATED-PRODUCTS
004370         THRU 1200-LOAD-RATED-PRODUCTS-EXIT
004380     PERFORM 1300-LOAD-PRIOR-COUNTS
004390         THRU 1300-LOAD-PRIOR-COUNTS-EXIT

004400     OPEN INPUT ACCOUNTS-FILE
004410     OPEN INPUT CUSTOMER-FILE
004420     IF BNK-CUST-FILE-STATUS = "35"
004430         SET BNK-CUSTF-MISSING TO TRUE
004440     ELSE
004450         SET BNK-CUSTF-ON-HAND TO TRUE
004460     END-IF
004470     OPEN OUTPUT EXCEPTION-WORK-FILE
004480     OPEN OUTPUT REPORT-FILE
004490     MOVE SPACES TO REPORT-RECORD
004500     STRING "REFERENTIAL INTEGRITY SWEEP FOR BUSINESS DATE "
004510         BNK-BUSINESS-DATE
004520         DELIMITED BY SIZE INTO REPORT-RECORD
004530     WRITE REPORT-RECORD
004540     IF BNK-CUSTF-MISSING
004550         MOVE "NO CUSTOMER MASTER ON FILE - CUSTOMER LINKS NOT"
004560             & " CHECKED"
004570             TO REPORT-RECORD
004580         WRITE REPORT-RECORD
004590     END-IF.
004600 1000-INITIALIZE-EXIT.
004610     EXIT.

004620 1100-LOAD-TERM-PRODUCTS.
004630     OPEN INPUT TERM-PRODUCT-FILE
004640     IF BNK-TERM-FILE-STATUS = "35"
004650         GO TO 1100-LOAD-TERM-PRODUCTS-EXIT
004660     END-IF
004670     SET BNK-TERMF-NOT-END-OF-FILE TO TRUE
004680     PERFORM 1110-LOAD-ONE-TERM
004690         THRU 1110-LOAD-ONE-TERM-EXIT
004700         UNTIL BNK-TERMF-END-OF-FILE
004710     CLOSE TERM-PRODUCT-FILE.
004720 1100-LOAD-TERM-PRODUCTS-EXIT.
004730     EXIT.

004740 1110-LOAD-ONE-TERM.
004750     READ TERM-PRODUCT-FILE
004760         AT END
004770             SET BNK-TERMF-END-OF-FILE TO TRUE
004780             GO TO 1110-LOAD-ONE-TERM-EXIT
004790     END-READ
004800     IF BNK-TRM-COUNT < BNK-TRM-MAX
004810         ADD 1 TO BNK-TRM-COUNT
004820         MOVE TP-PRODUCT-CODE TO BNK-TRM-PRODUCT (BNK-TRM-COUNT)
004830     END-IF.
004840 1110-LOAD-ONE-TERM-EXIT.
004850     EXIT.

004860*    RATES.DAT CARRIES ONE RECORD PER TIER; ONLY THE DISTINCT
004870*    PRODUCT CODES ARE KEPT.
004880 1200-LOAD-RATED-PRODUCTS.
004890     OPEN INPUT RATES-FILE
004900     IF BNK-RATES-FILE-STATUS = "35"
004910         GO TO 1200-LOAD-RATED-PRODUCTS-EXIT
004920     END-IF
004930     SET BNK-RATEF-NOT-END-OF-FILE TO TRUE
004940     PERFORM 1210-LOAD-ONE-RATE
004950         THRU 1210-LOAD-ONE-RATE-EXIT
004960         UNTIL BNK-RATEF-END-OF-FILE
004970     CLOSE RATES-FILE.
004980 1200-LOAD-RATED-PRODUCTS-EXIT.
004990     EXIT.

005000 1210-LOAD-ONE-RATE.
005010     READ RATES-FILE
005020         AT END
005030             SET BNK-RATEF-END-OF-FILE TO TRUE
005040             GO TO 1210-LOAD-ONE-RATE-EXIT
005050     END-READ
005060     PERFORM 7200-FIND-RATED-PRODUCT
005070         THRU 7200-FIND-RATED-PRODUCT-EXIT
005080     IF BNK-PRD-NOT-FOUND AND BNK-RTP-COUNT < BNK-RTP-MAX
005090         ADD 1 TO BNK-RTP-COUNT
005100         MOVE RT-PRODUCT-CODE TO BNK-RTP-PRODUCT (BNK-RTP-COUNT)
005110     END-IF.
005120 1210-LOAD-ONE-RATE-EXIT.
005130     EXIT.

005140*-----------------------------------------------------------------
005150* 1300  THE PREVIOUS RUN'S COUNTS: THE LATEST DATE ON THE HISTORY
005160*       FILE BEFORE TODAY.  A RERUN'S LATER RECORDS FOR A DATE
005170*       REPLACE ITS EARLIER ONES.
005180*-----------------------------------------------------------------
005190 1300-LOAD-PRIOR-COUNTS.
005200     OPEN INPUT HISTORY-FILE
005210     IF BNK-HIST-FILE-STATUS = "35"
005220         GO TO 1300-LOAD-PRIOR-COUNTS-EXIT
005230     END-IF
005240     SET BNK-HIST-NOT-END-OF-FILE TO TRUE
005250     PERFORM 1310-LOAD-ONE-HISTORY
005260         THRU 1310-LOAD-ONE-HISTORY-EXIT
005270         UNTIL BNK-HIST-END-OF-FILE
005280     CLOSE HISTORY-FILE.
005290 1300-LOAD-PRIOR-COUNTS-EXIT.
005300     EXIT.

005310 1310-LOAD-ONE-HISTORY.
005320     READ HISTORY-FILE
005330         AT END
005340             SET BNK-HIST-END-OF-FILE TO TRUE
005350             GO TO 1310-LOAD-ONE-HISTORY-EXIT
005360     END-READ
005370     IF XRH-RUN-DATE NOT < BNK-BUSINESS-DATE
005380         OR XRH-RUN-DATE < BNK-PRIOR-RUN-DATE
005390         GO TO 1310-LOAD-ONE-HISTORY-EXIT
005400     END-IF
005410     IF XRH-RUN-DATE > BNK-PRIOR-RUN-DATE
005420         MOVE XRH-RUN-DATE TO BNK-PRIOR-RUN-DATE
005430         PERFORM 1320-CLEAR-ONE-PRIOR
005440             THRU 1320-CLEAR-ONE-PRIOR-EXIT
005450             VARYING BNK-CHK-IDX FROM 1 BY 1
005460             UNTIL BNK-CHK-IDX > BNK-CHK-MAX
005470     END-IF
005480     MOVE XRH-CHECK-CODE TO BNK-CHK-SEARCH-CODE
005490     PERFORM 7000-FIND-CHECK
005500         THRU 7000-FIND-CHECK-EXIT
005510     IF BNK-CHK-FOUND
005520         MOVE XRH-COUNT TO BNK-CHK-PRIOR (BNK-CHK-FOUND-IDX)
005530     END-IF.
005540 1310-LOAD-ONE-HISTORY-EXIT.
005550     EXIT.

005560 1320-CLEAR-ONE-PRIOR.
005570     MOVE ZERO TO BNK-CHK-PRIOR (BNK-CHK-IDX).
005580 1320-CLEAR-ONE-PRIOR-EXIT.
005590     EXIT.

005600*-----------------------------------------------------------------
005610* 2000  WALK THE ACCOUNT MASTER IN KEY ORDER.
005620*-----------------------------------------------------------------
005630 2000-CHECK-ACCOUNT-MASTER.
005640     SET BNK-ACCT-NOT-END-OF-FILE TO TRUE
005650     MOVE LOW-VALUES TO ACC-ID
005660     START ACCOUNTS-FILE KEY IS NOT LESS THAN ACC-ID
005670         INVALID KEY
005680             SET BNK-ACCT-END-OF-FILE TO TRUE
005690     END-START
005700     PERFORM 2100-CHECK-ONE-ACCOUNT
005710         THRU 2100-CHECK-ONE-ACCOUNT-EXIT
005720         UNTIL BNK-ACCT-END-OF-FILE.
005730 2000-CHECK-ACCOUNT-MASTER-EXIT.
005740     EXIT.

005750 2100-CHECK-ONE-ACCOUNT.
005760     READ ACCOUNTS-FILE NEXT RECORD
005770         AT END
005780             SET BNK-ACCT-END-OF-FILE TO TRUE
005790             GO TO 2100-CHECK-ONE-ACCOUNT-EXIT
005800     END-READ
005810     ADD 1 TO BNK-ACCOUNTS-READ
005820     MOVE "ACCOUNTS" TO BNK-XCP-FILE-NAME
005830     MOVE ACC-ID TO BNK-XCP-KEY

005840*    CUSTOMER LINK.  A BLANK ACC-CUST-ID IS AN ACCOUNT OPENED
005850*    BEFORE THE CUSTOMER MASTER AND IS NOT AN ERROR.
005860     IF ACC-CUST-ID NOT = SPACES AND BNK-CUSTF-ON-HAND
005870         MOVE ACC-CUST-ID TO CUST-ID
005880         READ CUSTOMER-FILE
005890             INVALID KEY
005900                 MOVE "CUST" TO BNK-XCP-CODE
005910                 MOVE SPACES TO BNK-XCP-TEXT
005920                 STRING "ACC-CUST-ID " ACC-CUST-ID
005930                     " NOT ON CUSTMAST.DAT"
005940                     DELIMITED BY SIZE INTO BNK-XCP-TEXT
005950                 PERFORM 7500-RAISE-EXCEPTION
005960                     THRU 7500-RAISE-EXCEPTION-EXIT
005970         END-READ
005980     END-IF

005990*    TERM FIELDS ON A PRODUCT TERMPROD DOES NOT KNOW - TERMMAT
006000*    WOULD STILL MATURE IT.
006010     IF (ACC-TERM-MONTHS NUMERIC AND ACC-TERM-MONTHS > ZERO)
006020         OR (ACC-MATURITY-DATE NUMERIC
006030             AND ACC-MATURITY-DATE > ZERO)
006040         PERFORM 7100-FIND-TERM-PRODUCT
006050             THRU 7100-FIND-TERM-PRODUCT-EXIT
006060         IF BNK-PRD-NOT-FOUND
006070             MOVE "TERM" TO BNK-XCP-CODE
006080             MOVE SPACES TO BNK-XCP-TEXT
006090             STRING "PRODUCT " ACC-PRODUCT-CODE
006100                 " NOT ON TERMPROD.DAT BUT MATURES "
006110                 ACC-MATURITY-DATE
006120                 DELIMITED BY SIZE INTO BNK-XCP-TEXT
006130             PERFORM 7500-RAISE-EXCEPTION
006140                 THRU 7500-RAISE-EXCEPTION-EXIT
006150         END-IF
006160     END-IF

006170*    AN OPEN ACCOUNT INTEREST CANNOT PRICE.
006180     IF ACC-STATUS-OPEN
006190         MOVE ACC-PRODUCT-CODE TO RT-PRODUCT-CODE
006200         PERFORM 7200-FIND-RATED-PRODUCT
006210             THRU 7200-FIND-RATED-PRODUCT-EXIT
006220         IF BNK-PRD-NOT-FOUND
006230             MOVE "RATE" TO BNK-XCP-CODE
006240             MOVE SPACES TO BNK-XCP-TEXT
006250             STRING "PRODUCT '" ACC-PRODUCT-CODE
006260                 "' HAS NO RATES.DAT ENTRY"
006270                 DELIMITED BY SIZE INTO BNK-XCP-TEXT
006280             PERFORM 7500-RAISE-EXCEPTION
006290                 THRU 7500-RAISE-EXCEPTION-EXIT
006300         END-IF
006310     END-IF

006320     IF ACC-LINKED-ACC NOT = SPACES
006330         PERFORM 2200-CHECK-LINKED-ACCOUNT
006340             THRU 2200-CHECK-LINKED-ACCOUNT-EXIT
006350     END-IF.
006360 2100-CHECK-ONE-ACCOUNT-EXIT.
006370     EXIT.

006380*-----------------------------------------------------------------
006390* 2200  THE PAYOUT LINK.  AN OPEN PAYOUT DEPOSIT WITH A BAD LINK
006400*       IS ROLLED OVER BY TERMMAT INSTEAD OF PAID - HIGH.  ANY
006410*       OTHER BAD LINK IS LATENT - LOW.  THE LOOK-UP MOVES THE
006420*       FILE POSITION, SO THE WALKED ACCOUNT IS READ BACK AFTER
006430*       IT AND THE WALK CARRIES ON FROM THERE.
006440*-----------------------------------------------------------------
006450 2200-CHECK-LINKED-ACCOUNT.
006460     MOVE ACC-ID TO BNK-WALK-ACC-ID
006470     MOVE "N" TO BNK-WALK-PAYOUT-FLAG
006480     IF ACC-STATUS-OPEN AND ACC-INSTR-PAYOUT
006490         SET BNK-WALK-OPEN-PAYOUT TO TRUE
006500     END-IF
006510     IF BNK-WALK-OPEN-PAYOUT
006520         MOVE "LNKP" TO BNK-XCP-CODE
006530     ELSE
006540         MOVE "LNKO" TO BNK-XCP-CODE
006550     END-IF
006560     MOVE SPACES TO BNK-XCP-TEXT

006570     IF ACC-LINKED-ACC = ACC-ID
006580         STRING "ACC-LINKED-ACC POINTS AT ITSELF"
006590             DELIMITED BY SIZE INTO BNK-XCP-TEXT
006600         PERFORM 7500-RAISE-EXCEPTION
006610             THRU 7500-RAISE-EXCEPTION-EXIT
006620         GO TO 2200-CHECK-LINKED-ACCOUNT-EXIT
006630     END-IF

006640     MOVE ACC-LINKED-ACC TO BNK-LOOKUP-ACC-ID
006650     PERFORM 7300-LOOKUP-ACCOUNT
006660         THRU 7300-LOOKUP-ACCOUNT-EXIT
006670     MOVE BNK-WALK-ACC-ID TO ACC-ID
006680     READ ACCOUNTS-FILE
006690         INVALID KEY
006700             CONTINUE
006710     END-READ

006720     IF BNK-LOOKUP-MISSING
006730         STRING "ACC-LINKED-ACC " BNK-LOOKUP-ACC-ID
006740             " NOT ON THE ACCOUNT MASTER"
006750             DELIMITED BY SIZE INTO BNK-XCP-TEXT
006760         PERFORM 7500-RAISE-EXCEPTION
006770             THRU 7500-RAISE-EXCEPTION-EXIT
006780     END-IF
006790     IF BNK-LOOKUP-CLOSED
006800         STRING "ACC-LINKED-ACC " BNK-LOOKUP-ACC-ID
006810             " IS CLOSED"
006820             DELIMITED BY SIZE INTO BNK-XCP-TEXT
006830         PERFORM 7500-RAISE-EXCEPTION
006840             THRU 7500-RAISE-EXCEPTION-EXIT
006850     END-IF.
006860 2200-CHECK-LINKED-ACCOUNT-EXIT.
006870     EXIT.

006880*-----------------------------------------------------------------
006890* 3000  STANDING ORDERS.  AN EXPIRED ORDER IS NEVER GENERATED
006900*       AGAIN AND IS PASSED OVER.
006910*-----------------------------------------------------------------
006920 3000-CHECK-STANDING-ORDERS.
006930     OPEN INPUT ORDER-FILE
006940     IF BNK-ORDER-FILE-STATUS = "35"
006950         GO TO 3000-CHECK-STANDING-ORDERS-EXIT
006960     END-IF
006970     SET BNK-ORDER-NOT-END-OF-FILE TO TRUE
006980     PERFORM 3100-CHECK-ONE-ORDER
006990         THRU 3100-CHECK-ONE-ORDER-EXIT
007000         UNTIL BNK-ORDER-END-OF-FILE
007010     CLOSE ORDER-FILE.
007020 3000-CHECK-STANDING-ORDERS-EXIT.
007030     EXIT.

007040 3100-CHECK-ONE-ORDER.
007050     READ ORDER-FILE
007060         AT END
007070             SET BNK-ORDER-END-OF-FILE TO TRUE
007080             GO TO 3100-CHECK-ONE-ORDER-EXIT
007090     END-READ
007100     ADD 1 TO BNK-ORDERS-READ
007110     IF SO-EXPIRY NUMERIC AND SO-EXPIRY > ZERO
007120         AND SO-EXPIRY < BNK-BUSINESS-DATE
007130         GO TO 3100-CHECK-ONE-ORDER-EXIT
007140     END-IF
007150     MOVE "STORDER" TO BNK-XCP-FILE-NAME
007160     MOVE SO-ID TO BNK-XCP-KEY

007170     MOVE SO-ACC-ID TO BNK-LOOKUP-ACC-ID
007180     PERFORM 7300-LOOKUP-ACCOUNT
007190         THRU 7300-LOOKUP-ACCOUNT-EXIT
007200     MOVE SPACES TO BNK-XCP-TEXT
007210     IF BNK-LOOKUP-MISSING
007220         MOVE "SOAC" TO BNK-XCP-CODE
007230         STRING SO-TYPE " FROM " SO-ACC-ID
007240             " - ACCOUNT NOT ON THE MASTER"
007250             DELIMITED BY SIZE INTO BNK-XCP-TEXT
007260         PERFORM 7500-RAISE-EXCEPTION
007270             THRU 7500-RAISE-EXCEPTION-EXIT
007280     END-IF
007290     IF BNK-LOOKUP-CLOSED
007300         MOVE "SOCL" TO BNK-XCP-CODE
007310         STRING SO-TYPE " FROM " SO-ACC-ID
007320             " - ACCOUNT IS CLOSED"
007330             DELIMITED BY SIZE INTO BNK-XCP-TEXT
007340         PERFORM 7500-RAISE-EXCEPTION
007350             THRU 7500-RAISE-EXCEPTION-EXIT
007360     END-IF

007370     IF SO-TYPE NOT = "TRANSFER"
007380         GO TO 3100-CHECK-ONE-ORDER-EXIT
007390     END-IF
007400     MOVE SO-COUNTER-ACC TO BNK-LOOKUP-ACC-ID
007410     PERFORM 7300-LOOKUP-ACCOUNT
007420         THRU 7300-LOOKUP-ACCOUNT-EXIT
007430     IF NOT BNK-LOOKUP-OPEN
007440         MOVE "SOCA" TO BNK-XCP-CODE
007450         MOVE SPACES TO BNK-XCP-TEXT
007460         STRING "TRANSFER TO " SO-COUNTER-ACC
007470             " - ACCOUNT MISSING OR CLOSED"
007480             DELIMITED BY SIZE INTO BNK-XCP-TEXT
007490         PERFORM 7500-RAISE-EXCEPTION
007500             THRU 7500-RAISE-EXCEPTION-EXIT
007510     END-IF.
007520 3100-CHECK-ONE-ORDER-EXIT.
007530     EXIT.

007540*-----------------------------------------------------------------
007550* 4000  FUNDS HOLDS.  A LAPSED HOLD IS PURGED AT THE NEXT POSTING
007560*       RUN AND IS PASSED OVER.
007570*-----------------------------------------------------------------
007580 4000-CHECK-HOLDS.
007590     OPEN INPUT HOLDS-FILE
007600     IF BNK-HOLDS-FILE-STATUS = "35"
007610         GO TO 4000-CHECK-HOLDS-EXIT
007620     END-IF
007630     SET BNK-HOLDF-NOT-END-OF-FILE TO TRUE
007640     PERFORM 4100-CHECK-ONE-HOLD
007650         THRU 4100-CHECK-ONE-HOLD-EXIT
007660         UNTIL BNK-HOLDF-END-OF-FILE
007670     CLOSE HOLDS-FILE.
007680 4000-CHECK-HOLDS-EXIT.
007690     EXIT.

007700 4100-CHECK-ONE-HOLD.
007710     READ HOLDS-FILE
007720         AT END
007730             SET BNK-HOLDF-END-OF-FILE TO TRUE
007740             GO TO 4100-CHECK-ONE-HOLD-EXIT
007750     END-READ
007760     ADD 1 TO BNK-HOLDS-READ
007770     IF HLD-EXPIRY NUMERIC AND HLD-EXPIRY > ZERO
007780         AND HLD-EXPIRY < BNK-BUSINESS-DATE
007790         GO TO 4100-CHECK-ONE-HOLD-EXIT
007800     END-IF
007810     MOVE "HOLDS" TO BNK-XCP-FILE-NAME
007820     MOVE HLD-ACC-ID TO BNK-XCP-KEY
007830     MOVE HLD-ACC-ID TO BNK-LOOKUP-ACC-ID
007840     PERFORM 7300-LOOKUP-ACCOUNT
007850         THRU 7300-LOOKUP-ACCOUNT-EXIT
007860     MOVE SPACES TO BNK-XCP-TEXT
007870     IF BNK-LOOKUP-MISSING
007880         MOVE "HLDM" TO BNK-XCP-CODE
007890         STRING "HOLD " HLD-REASON
007900             " - ACCOUNT NOT ON THE MASTER"
007910             DELIMITED BY SIZE INTO BNK-XCP-TEXT
007920         PERFORM 7500-RAISE-EXCEPTION
007930             THRU 7500-RAISE-EXCEPTION-EXIT
007940     END-IF
007950     IF BNK-LOOKUP-CLOSED
007960         MOVE "HLDC" TO BNK-XCP-CODE
007970         STRING "HOLD " HLD-REASON
007980             " - ACCOUNT IS CLOSED"
007990             DELIMITED BY SIZE INTO BNK-XCP-TEXT
008000         PERFORM 7500-RAISE-EXCEPTION
008010             THRU 7500-RAISE-EXCEPTION-EXIT
008020     END-IF.
008030 4100-CHECK-ONE-HOLD-EXIT.
008040     EXIT.

008050*-----------------------------------------------------------------
008060* 5000  FUTURE-DATED ITEMS WAITING ON PENDING.DAT.  AN OPEN
008070*       CREATES ITS ACCOUNT AND CUSTOMER MAINTENANCE NAMES NO
008080*       ACCOUNT, SO NEITHER IS CHECKED; A TRANSFER IS CHECKED ON
008090*       BOTH LEGS.
008100*-----------------------------------------------------------------
008110 5000-CHECK-PENDING.
008120     OPEN INPUT PENDING-FILE
008130     IF BNK-PENDING-FILE-STATUS = "35"
008140         GO TO 5000-CHECK-PENDING-EXIT
008150     END-IF
008160     SET BNK-PEND-NOT-END-OF-FILE TO TRUE
008170     PERFORM 5100-CHECK-ONE-PENDING
008180         THRU 5100-CHECK-ONE-PENDING-EXIT
008190         UNTIL BNK-PEND-END-OF-FILE
008200     CLOSE PENDING-FILE.
008210 5000-CHECK-PENDING-EXIT.
008220     EXIT.

008230 5100-CHECK-ONE-PENDING.
008240     READ PENDING-FILE INTO TRANSACTION-RECORD
008250         AT END
008260             SET BNK-PEND-END-OF-FILE TO TRUE
008270             GO TO 5100-CHECK-ONE-PENDING-EXIT
008280     END-READ
008290     ADD 1 TO BNK-PENDING-READ
008300     IF TRX-TYPE-OPEN OR TRX-TYPE-CUSTNEW OR TRX-TYPE-CUSTCHNG
008310         GO TO 5100-CHECK-ONE-PENDING-EXIT
008320     END-IF
008330     MOVE "PENDING" TO BNK-XCP-FILE-NAME
008340     MOVE TRX-ID TO BNK-XCP-KEY
008350     MOVE TRX-ID TO BNK-LOOKUP-ACC-ID
008360     PERFORM 5200-CHECK-PENDING-ACCOUNT
008370         THRU 5200-CHECK-PENDING-ACCOUNT-EXIT
008380     IF TRX-TYPE-TRANSFER
008390         MOVE TRX-COUNTER-ACC TO BNK-LOOKUP-ACC-ID
008400         PERFORM 5200-CHECK-PENDING-ACCOUNT
008410             THRU 5200-CHECK-PENDING-ACCOUNT-EXIT
008420     END-IF.
008430 5100-CHECK-ONE-PENDING-EXIT.
008440     EXIT.

008450 5200-CHECK-PENDING-ACCOUNT.
008460     PERFORM 7300-LOOKUP-ACCOUNT
008470         THRU 7300-LOOKUP-ACCOUNT-EXIT
008480     MOVE SPACES TO BNK-XCP-TEXT
008490     IF BNK-LOOKUP-MISSING
008500         MOVE "PNDM" TO BNK-XCP-CODE
008510         STRING TRX-TYPE " DUE " TRX-EFF-DATE " - ACCOUNT "
008520             BNK-LOOKUP-ACC-ID " NOT ON THE MASTER"
008530             DELIMITED BY SIZE INTO BNK-XCP-TEXT
008540         PERFORM 7500-RAISE-EXCEPTION
008550             THRU 7500-RAISE-EXCEPTION-EXIT
008560     END-IF
008570     IF BNK-LOOKUP-CLOSED
008580         MOVE "PNDC" TO BNK-XCP-CODE
008590         STRING TRX-TYPE " DUE " TRX-EFF-DATE " - ACCOUNT "
008600             BNK-LOOKUP-ACC-ID " IS CLOSED"
008610             DELIMITED BY SIZE INTO BNK-XCP-TEXT
008620         PERFORM 7500-RAISE-EXCEPTION
008630             THRU 7500-RAISE-EXCEPTION-EXIT
008640     END-IF.
008650 5200-CHECK-PENDING-ACCOUNT-EXIT.
008660     EXIT.

008670*-----------------------------------------------------------------
008680* 6000  THE EXCEPTION REPORT, ONE PASS OF THE WORK FILE PER
008690*       SEVERITY, HIGHEST FIRST.
008700*-----------------------------------------------------------------
008710 6000-LIST-EXCEPTIONS.
008720     PERFORM 6100-LIST-ONE-SEVERITY
008730         THRU 6100-LIST-ONE-SEVERITY-EXIT
008740         VARYING BNK-REPORT-SEVERITY FROM 1 BY 1
008750         UNTIL BNK-REPORT-SEVERITY > 3.
008760 6000-LIST-EXCEPTIONS-EXIT.
008770     EXIT.

008780 6100-LIST-ONE-SEVERITY.
008790     MOVE SPACES TO REPORT-RECORD
008800     WRITE REPORT-RECORD
008810     EVALUATE BNK-REPORT-SEVERITY
008820         WHEN 1
008830             MOVE "SEVERITY 1 - HIGH - PUT RIGHT BEFORE THE NEXT"
008840                 & " POSTING RUN"
008850                 TO REPORT-RECORD
008860         WHEN 2
008870             MOVE "SEVERITY 2 - MEDIUM - A JOB WILL WORK AROUND"
008880                 & " IT, WRONGLY"
008890                 TO REPORT-RECORD
008900         WHEN OTHER
008910             MOVE "SEVERITY 3 - LOW - LATENT" TO REPORT-RECORD
008920     END-EVALUATE
008930     WRITE REPORT-RECORD
008940     MOVE ALL "-" TO REPORT-RECORD
008950     WRITE REPORT-RECORD

008960     MOVE ZERO TO BNK-SEVERITY-LISTED
008970     OPEN INPUT EXCEPTION-WORK-FILE
008980     SET BNK-WORK-NOT-END-OF-FILE TO TRUE
008990     PERFORM 6110-LIST-ONE-EXCEPTION
009000         THRU 6110-LIST-ONE-EXCEPTION-EXIT
009010         UNTIL BNK-WORK-END-OF-FILE
009020     CLOSE EXCEPTION-WORK-FILE
009030     IF BNK-SEVERITY-LISTED = ZERO
009040         MOVE "  NONE" TO REPORT-RECORD
009050         WRITE REPORT-RECORD
009060     END-IF.
009070 6100-LIST-ONE-SEVERITY-EXIT.
009080     EXIT.

009090 6110-LIST-ONE-EXCEPTION.
009100     READ EXCEPTION-WORK-FILE
009110         AT END
009120             SET BNK-WORK-END-OF-FILE TO TRUE
009130             GO TO 6110-LIST-ONE-EXCEPTION-EXIT
009140     END-READ
009150     IF XWK-SEVERITY NOT = BNK-REPORT-SEVERITY
009160         GO TO 6110-LIST-ONE-EXCEPTION-EXIT
009170     END-IF
009180     ADD 1 TO BNK-SEVERITY-LISTED
009190     MOVE SPACES TO REPORT-RECORD
009200     STRING "  " XWK-CHECK-CODE "  " XWK-FILE-NAME
009210         "  " XWK-KEY "  " XWK-TEXT
009220         DELIMITED BY SIZE INTO REPORT-RECORD
009230     WRITE REPORT-RECORD.
009240 6110-LIST-ONE-EXCEPTION-EXIT.
009250     EXIT.

009260*-----------------------------------------------------------------
009270* 7000  FIND THE CHECK IN BNK-CHK-SEARCH-CODE.
009280*-----------------------------------------------------------------
009290 7000-FIND-CHECK.
009300     SET BNK-CHK-NOT-FOUND TO TRUE
009310     PERFORM 7010-TEST-ONE-CHECK
009320         THRU 7010-TEST-ONE-CHECK-EXIT
009330         VARYING BNK-CHK-IDX FROM 1 BY 1
009340         UNTIL BNK-CHK-IDX > BNK-CHK-MAX
009350             OR BNK-CHK-FOUND.
009360 7000-FIND-CHECK-EXIT.
009370     EXIT.

009380 7010-TEST-ONE-CHECK.
009390     IF BNK-CHK-CODE (BNK-CHK-IDX) = BNK-CHK-SEARCH-CODE
009400         SET BNK-CHK-FOUND TO TRUE
009410         MOVE BNK-CHK-IDX TO BNK-CHK-FOUND-IDX
009420     END-IF.
009430 7010-TEST-ONE-CHECK-EXIT.
009440     EXIT.

009450 7100-FIND-TERM-PRODUCT.
009460     SET BNK-PRD-NOT-FOUND TO TRUE
009470     IF BNK-TRM-COUNT > 0
009480         PERFORM 7110-TEST-ONE-TERM
009490             THRU 7110-TEST-ONE-TERM-EXIT
009500             VARYING BNK-TRM-IDX FROM 1 BY 1
009510             UNTIL BNK-TRM-IDX > BNK-TRM-COUNT
009520                 OR BNK-PRD-FOUND
009530     END-IF.
009540 7100-FIND-TERM-PRODUCT-EXIT.
009550     EXIT.

009560 7110-TEST-ONE-TERM.
009570     IF BNK-TRM-PRODUCT (BNK-TRM-IDX) = ACC-PRODUCT-CODE
009580         SET BNK-PRD-FOUND TO TRUE
009590     END-IF.
009600 7110-TEST-ONE-TERM-EXIT.
009610     EXIT.

009620*    LOOKS FOR RT-PRODUCT-CODE.
009630 7200-FIND-RATED-PRODUCT.
009640     SET BNK-PRD-NOT-FOUND TO TRUE
009650     IF BNK-RTP-COUNT > 0
009660         PERFORM 7210-TEST-ONE-RATED
009670             THRU 7210-TEST-ONE-RATED-EXIT
009680             VARYING BNK-RTP-IDX FROM 1 BY 1
009690             UNTIL BNK-RTP-IDX > BNK-RTP-COUNT
009700                 OR BNK-PRD-FOUND
009710     END-IF.
009720 7200-FIND-RATED-PRODUCT-EXIT.
009730     EXIT.

009740 7210-TEST-ONE-RATED.
009750     IF BNK-RTP-PRODUCT (BNK-RTP-IDX) = RT-PRODUCT-CODE
009760         SET BNK-PRD-FOUND TO TRUE
009770     END-IF.
009780 7210-TEST-ONE-RATED-EXIT.
009790     EXIT.

009800*-----------------------------------------------------------------
009810* 7300  LOOK UP BNK-LOOKUP-ACC-ID ON THE MASTER: OPEN (OR
009820*       DORMANT), CLOSED, OR MISSING.
009830*-----------------------------------------------------------------
009840 7300-LOOKUP-ACCOUNT.
009850     MOVE BNK-LOOKUP-ACC-ID TO ACC-ID
009860     READ ACCOUNTS-FILE
009870         INVALID KEY
009880             SET BNK-LOOKUP-MISSING TO TRUE
009890             GO TO 7300-LOOKUP-ACCOUNT-EXIT
009900     END-READ
009910     IF ACC-STATUS-CLOSED
009920         SET BNK-LOOKUP-CLOSED TO TRUE
009930     ELSE
009940         SET BNK-LOOKUP-OPEN TO TRUE
009950     END-IF.
009960 7300-LOOKUP-ACCOUNT-EXIT.
009970     EXIT.

009980*-----------------------------------------------------------------
009990* 7500  RAISE ONE EXCEPTION: COUNT IT UNDER ITS CHECK AND WRITE
010000*       IT TO THE WORK FILE WITH THE CHECK'S SEVERITY.
010010*-----------------------------------------------------------------
010020 7500-RAISE-EXCEPTION.
010030     MOVE BNK-XCP-CODE TO BNK-CHK-SEARCH-CODE
010040     PERFORM 7000-FIND-CHECK
010050         THRU 7000-FIND-CHECK-EXIT
010060     ADD 1 TO BNK-CHK-COUNT (BNK-CHK-FOUND-IDX)
010070     MOVE BNK-CHK-SEVERITY (BNK-CHK-FOUND-IDX) TO XWK-SEVERITY
010080     MOVE BNK-XCP-CODE TO XWK-CHECK-CODE
010090     MOVE BNK-XCP-FILE-NAME TO XWK-FILE-NAME
010100     MOVE BNK-XCP-KEY TO XWK-KEY
010110     MOVE BNK-XCP-TEXT TO XWK-TEXT
010120     WRITE EXCEPTION-WORK-RECORD.
010130 7500-RAISE-EXCEPTION-EXIT.
010140     EXIT.

010150*-----------------------------------------------------------------
010160* 8000  THE COUNT SUMMARY: EACH CHECK, EACH SEVERITY AND THE
010170*       TOTAL AGAINST THE PREVIOUS RUN ON THE HISTORY FILE.
010180*-----------------------------------------------------------------
010190 8000-WRITE-SUMMARY.
010200     MOVE SPACES TO REPORT-RECORD
010210     WRITE REPORT-RECORD
010220     MOVE "========== REFERENTIAL INTEGRITY COUNT SUMMARY ======="
010230         TO REPORT-RECORD
010240     WRITE REPORT-RECORD
010250     MOVE SPACES TO REPORT-RECORD
010260     IF BNK-PRIOR-RUN-DATE = ZERO
010270         MOVE "NO EARLIER RUN ON THE HISTORY FILE"
010280             TO REPORT-RECORD
010290     ELSE
010300         STRING "PREVIOUS RUN " BNK-PRIOR-RUN-DATE
010310             DELIMITED BY SIZE INTO REPORT-RECORD
010320     END-IF
010330     WRITE REPORT-RECORD
010340     MOVE SPACES TO REPORT-RECORD
010350     STRING "CHECK SEV DESCRIPTION                             "
010360         "     TODAY  PREVIOUS    CHANGE"
010370         DELIMITED BY SIZE INTO REPORT-RECORD
010380     WRITE REPORT-RECORD

010390     PERFORM 8100-LIST-ONE-SEVERITY-COUNTS
010400         THRU 8100-LIST-ONE-SEVERITY-COUNTS-EXIT
010410         VARYING BNK-REPORT-SEVERITY FROM 1 BY 1
010420         UNTIL BNK-REPORT-SEVERITY > 3

010430     MOVE SPACES TO REPORT-RECORD
010440     WRITE REPORT-RECORD
010450     MOVE BNK-GRAND-TOTAL TO BNK-SEV-TOTAL
010460     MOVE BNK-GRAND-PRIOR TO BNK-SEV-PRIOR
010470     PERFORM 8300-SET-TREND
010480         THRU 8300-SET-TREND-EXIT
010490     MOVE SPACES TO REPORT-RECORD
010500     STRING "ALL EXCEPTIONS                                    "
010510         "   " BNK-COUNT-EDIT "   " BNK-COUNT-EDIT-2
010520         "   " BNK-CHANGE-EDIT "  " BNK-TREND-TEXT
010530         DELIMITED BY SIZE INTO REPORT-RECORD
010540     WRITE REPORT-RECORD

010550     MOVE SPACES TO REPORT-RECORD
010560     WRITE REPORT-RECORD
010570     MOVE BNK-ACCOUNTS-READ TO BNK-COUNT-EDIT
010580     MOVE SPACES TO REPORT-RECORD
010590     STRING "Accounts checked:         " BNK-COUNT-EDIT
010600         DELIMITED BY SIZE INTO REPORT-RECORD
010610     WRITE REPORT-RECORD
010620     MOVE BNK-ORDERS-READ TO BNK-COUNT-EDIT
010630     MOVE SPACES TO REPORT-RECORD
010640     STRING "Standing orders checked:  " BNK-COUNT-EDIT
010650         DELIMITED BY SIZE INTO REPORT-RECORD
010660     WRITE REPORT-RECORD
010670     MOVE BNK-HOLDS-READ TO BNK-COUNT-EDIT
010680     MOVE SPACES TO REPORT-RECORD
010690     STRING "Holds checked:            " BNK-COUNT-EDIT
010700         DELIMITED BY SIZE INTO REPORT-RECORD
010710     WRITE REPORT-RECORD
010720     MOVE BNK-PENDING-READ TO BNK-COUNT-EDIT
010730     MOVE SPACES TO REPORT-RECORD
010740     STRING "Pending items checked:    " BNK-COUNT-EDIT
010750         DELIMITED BY SIZE INTO REPORT-RECORD
010760     WRITE REPORT-RECORD.
010770 8000-WRITE-SUMMARY-EXIT.
010780     EXIT.

010790 8100-LIST-ONE-SEVERITY-COUNTS.
010800     MOVE ZERO TO BNK-SEV-TOTAL
010810     MOVE ZERO TO BNK-SEV-PRIOR
010820     PERFORM 8200-LIST-ONE-CHECK-COUNT
010830         THRU 8200-LIST-ONE-CHECK-COUNT-EXIT
010840         VARYING BNK-CHK-IDX FROM 1 BY 1
010850         UNTIL BNK-CHK-IDX > BNK-CHK-MAX
010860     ADD BNK-SEV-TOTAL TO BNK-GRAND-TOTAL
010870     ADD BNK-SEV-PRIOR TO BNK-GRAND-PRIOR
010880     PERFORM 8300-SET-TREND
010890         THRU 8300-SET-TREND-EXIT
010900     MOVE SPACES TO REPORT-RECORD
010910     STRING "      " BNK-REPORT-SEVERITY
010920         "  SEVERITY TOTAL                              "
010930         "   " BNK-COUNT-EDIT "   " BNK-COUNT-EDIT-2
010940         "   " BNK-CHANGE-EDIT "  " BNK-TREND-TEXT
010950         DELIMITED BY SIZE INTO REPORT-RECORD
010960     WRITE REPORT-RECORD.
010970 8100-LIST-ONE-SEVERITY-COUNTS-EXIT.
010980     EXIT.

010990 8200-LIST-ONE-CHECK-COUNT.
011000     IF BNK-CHK-SEVERITY (BNK-CHK-IDX) NOT = BNK-REPORT-SEVERITY
011010         GO TO 8200-LIST-ONE-CHECK-COUNT-EXIT
011020     END-IF
011030     ADD BNK-CHK-COUNT (BNK-CHK-IDX) TO BNK-SEV-TOTAL
011040     ADD BNK-CHK-PRIOR (BNK-CHK-IDX) TO BNK-SEV-PRIOR
011050     MOVE BNK-CHK-COUNT (BNK-CHK-IDX) TO BNK-COUNT-EDIT
011060     MOVE BNK-CHK-PRIOR (BNK-CHK-IDX) TO BNK-COUNT-EDIT-2
011070     COMPUTE BNK-CHANGE = BNK-CHK-COUNT (BNK-CHK-IDX)
011080         - BNK-CHK-PRIOR (BNK-CHK-IDX)
011090     MOVE BNK-CHANGE TO BNK-CHANGE-EDIT
011100     MOVE SPACES TO REPORT-RECORD
011110     STRING BNK-CHK-CODE (BNK-CHK-IDX) "   "
011120         BNK-CHK-SEVERITY (BNK-CHK-IDX) "  "
011130         BNK-CHK-TEXT (BNK-CHK-IDX)
011140         "   " BNK-COUNT-EDIT "   " BNK-COUNT-EDIT-2
011150         "   " BNK-CHANGE-EDIT
011160         DELIMITED BY SIZE INTO REPORT-RECORD
011170     WRITE REPORT-RECORD.
011180 8200-LIST-ONE-CHECK-COUNT-EXIT.
011190     EXIT.

011200 8300-SET-TREND.
011210     MOVE BNK-SEV-TOTAL TO BNK-COUNT-EDIT
011220     MOVE BNK-SEV-PRIOR TO BNK-COUNT-EDIT-2
011230     COMPUTE BNK-CHANGE = BNK-SEV-TOTAL - BNK-SEV-PRIOR
011240     MOVE BNK-CHANGE TO BNK-CHANGE-EDIT
011250     EVALUATE TRUE
011260         WHEN BNK-PRIOR-RUN-DATE = ZERO
011270             MOVE SPACES TO BNK-TREND-TEXT
011280         WHEN BNK-CHANGE > ZERO
011290             MOVE "WORSE" TO BNK-TREND-TEXT
011300         WHEN BNK-CHANGE < ZERO
011310             MOVE "BETTER" TO BNK-TREND-TEXT
011320         WHEN OTHER
011330             MOVE "SAME" TO BNK-TREND-TEXT
011340     END-EVALUATE.
011350 8300-SET-TREND-EXIT.
011360     EXIT.

011370*-----------------------------------------------------------------
011380* 8500  APPEND TODAY'S COUNTS, ONE RECORD PER CHECK, TO THE
011390*       PERMANENT HISTORY FILE.
011400*-----------------------------------------------------------------
011410 8500-APPEND-HISTORY.
011420     OPEN EXTEND HISTORY-FILE
011430     IF BNK-HIST-FILE-STATUS = "35"
011440         OPEN OUTPUT HISTORY-FILE
011450         CLOSE HISTORY-FILE
011460         OPEN EXTEND HISTORY-FILE
011470     END-IF
011480     PERFORM 8510-APPEND-ONE-CHECK
011490         THRU 8510-APPEND-ONE-CHECK-EXIT
011500         VARYING BNK-CHK-IDX FROM 1 BY 1
011510         UNTIL BNK-CHK-IDX > BNK-CHK-MAX
011520     CLOSE HISTORY-FILE.
011530 8500-APPEND-HISTORY-EXIT.
011540     EXIT.

011550 8510-APPEND-ONE-CHECK.
011560     MOVE BNK-BUSINESS-DATE TO XRH-RUN-DATE
011570     MOVE BNK-CHK-CODE (BNK-CHK-IDX) TO XRH-CHECK-CODE
011580     MOVE BNK-CHK-COUNT (BNK-CHK-IDX) TO XRH-COUNT
011590     WRITE XREF-HISTORY-RECORD.
011600 8510-APPEND-ONE-CHECK-EXIT.
011610     EXIT.

011620 9000-TERMINATE.
011630     MOVE BNK-GRAND-TOTAL TO BNK-COUNT-EDIT
011640     DISPLAY "INTEGRITY EXCEPTIONS: " BNK-COUNT-EDIT
011650     CLOSE ACCOUNTS-FILE
011660     IF BNK-CUSTF-ON-HAND
011670         CLOSE CUSTOMER-FILE
011680     END-IF
011690     CLOSE REPORT-FILE.
011700 9000-TERMINATE-EXIT.
011710     EXIT.
