001000******************************************************************
001010* PROGRAM-ID    : COLLECT
001020* AUTHOR        : R. L. HASTINGS
001030* INSTALLATION  : RETAIL BANKING SYSTEMS
001040* DATE-WRITTEN  : 2026-09-10
001050* DATE-COMPILED :
001060*
001070* REMARKS.
001080*     NIGHTLY OVERDRAFT ARREARS AGING AND COLLECTIONS RUN.
001090*     EVERY ACCOUNT WITH A NEGATIVE BALANCE ON THE MASTER IS
001100*     TRACED BACK THROUGH THE POSTING HISTORY - LEDGARCH.DAT
001110*     FOR CLOSED MONTHS, THEN LEDGER.DAT FOR THE OPEN PERIOD -
001120*     TO THE FIRST POSTING OF ITS CURRENT UNBROKEN OVERDRAWN
001130*     SPELL.  THE SPELL IS AGED IN CALENDAR DAYS (THE DAY IT
001140*     WENT OVERDRAWN COUNTS AS DAY ONE) INTO THE 1-30, 31-60,
001150*     61-90 AND OVER-90 BUCKETS, LISTED ON THE AGING REPORT,
001160*     AND WRITTEN TO THE COLLECTIONS WORK FILE (SEE COLLWORK).
001170*
001180*     AN ACCOUNT OVERDRAWN FOR MORE THAN THE BLOCK DAY COUNT ON
001190*     COLLPARM.DAT IS FLAGGED ON THE MASTER (ACC-COLL-FLAG) AND
001200*     BANKING THEN REFUSES CUSTOMER DEBITS AGAINST IT; CREDITS
001210*     STILL POST.  THE FLAG IS TAKEN OFF AGAIN ONCE THE ACCOUNT
001220*     IS BACK IN CREDIT.  AN ACCOUNT PAST THE LAST BUCKET IS
001230*     LISTED SEPARATELY FOR CHARGE-OFF APPROVAL - THE WRITE-OFF
001240*     ITSELF IS A MANUAL DECISION AND IS NOT POSTED HERE.
001250*
001260*     NO PARAMETER FILE MEANS NO BLOCK DAY COUNT: THE REPORT
001270*     AND WORK FILE ARE STILL PRODUCED BUT NO FLAG IS SET OR
001280*     TAKEN OFF.
001290*
001292*     THE HISTORY IS SORTED BY ACCOUNT AND MATCHED TO THE MASTER
001294*     IN ONE WALK, SO NO ACCOUNT TABLE IS HELD.
001296*
001300* MODIFICATION HISTORY.
001310*     2026-09-10  RLH  INITIAL VERSION.
001313*     2026-09-17  RLH  ARCHIVE RECORD WIDENED WITH THE LEDGER
001316*                      RECORD (SEE LEDGREC).
001317*     2026-09-24  RLH  ARCHIVE RECORD WIDENED TO THE 101-BYTE
001318*                      LEDGER RECORD.
001319*     2026-10-12  RLH  LEDGER COPIES WIDENED TO THE 121-BYTE
001320*                      RECORD.
001321*     2026-10-15  RLH  RUN HISTORY: COUNTS AND STOP-COLD FAILURES
001322*                      TO CYCLCTL.
001324*     2026-10-15  RLH  POSTING HISTORY SORTED AND MATCHED TO THE
001326*                      MASTER; OVERDRAWN ACCOUNT TABLE REMOVED.
001328******************************************************************
001330 IDENTIFICATION DIVISION.
001340 PROGRAM-ID. COLLECT.

001350 ENVIRONMENT DIVISION.
001360 INPUT-OUTPUT SECTION.
001370 FILE-CONTROL.
001380     SELECT ACCOUNTS-FILE ASSIGN TO "accounts.dat"
001390         ORGANIZATION IS INDEXED
001400         ACCESS MODE IS DYNAMIC
001410         RECORD KEY IS ACC-ID
001420         FILE STATUS IS BNK-ACCT-FILE-STATUS.

001430     SELECT LEDGER-FILE ASSIGN TO "ledger.dat"
001440         ORGANIZATION IS LINE SEQUENTIAL
001450         FILE STATUS IS BNK-LEDGER-FILE-STATUS.

001460     SELECT ARCHIVE-FILE ASSIGN TO "ledgarch.dat"
001470         ORGANIZATION IS LINE SEQUENTIAL
001480         FILE STATUS IS BNK-ARCHIVE-FILE-STATUS.

001490     SELECT COLL-PARM-FILE ASSIGN TO "collparm.dat"
001500         ORGANIZATION IS LINE SEQUENTIAL
001510         FILE STATUS IS BNK-PARM-FILE-STATUS.

001520     SELECT COLL-WORK-FILE ASSIGN TO "collwork.dat"
001530         ORGANIZATION IS LINE SEQUENTIAL.

001540     SELECT REPORT-FILE ASSIGN TO "colrept.dat"
001550         ORGANIZATION IS LINE SEQUENTIAL.

001560     SELECT RUN-CONTROL-FILE ASSIGN TO "runctl.dat"
001570         ORGANIZATION IS LINE SEQUENTIAL
001580         FILE STATUS IS BNK-RUNCTL-FILE-STATUS.

001585     SELECT SORT-FILE ASSIGN TO "sortwk01".

001590 DATA DIVISION.
001600 FILE SECTION.

001610 FD  ACCOUNTS-FILE.
001620 COPY ACCTREC.

001630 FD  LEDGER-FILE.
001640 01  LEDGER-FILE-RECORD          PIC X(121).

001650 FD  ARCHIVE-FILE.
001660 01  ARCHIVE-RECORD              PIC X(121).

001670 FD  COLL-PARM-FILE.
001680 COPY COLLPARM.

001690 FD  COLL-WORK-FILE.
001700 COPY COLLWORK.

001710 FD  REPORT-FILE.
001720 01  REPORT-RECORD               PIC X(120).

001730 FD  RUN-CONTROL-FILE.
001740 01  RUN-CONTROL-RECORD.
001750     05  RUN-BUSINESS-DATE       PIC 9(08).

001753 SD  SORT-FILE.
001756 COPY LDGSORT.

001760 WORKING-STORAGE SECTION.

001765 COPY LEDGREC.

001770 01  BNK-ACCT-FILE-STATUS        PIC X(02).
001780 01  BNK-LEDGER-FILE-STATUS      PIC X(02).
001790 01  BNK-ARCHIVE-FILE-STATUS     PIC X(02).
001800 01  BNK-PARM-FILE-STATUS        PIC X(02).
001810 01  BNK-RUNCTL-FILE-STATUS      PIC X(02).

001820 01  BNK-ACCT-EOF-FLAG           PIC X(01) VALUE "N".
001830     88  BNK-ACCT-END-OF-FILE        VALUE "Y".
001840     88  BNK-ACCT-NOT-END-OF-FILE    VALUE "N".

001850 01  BNK-LDG-EOF-FLAG            PIC X(01) VALUE "N".
001860     88  BNK-LDG-END-OF-FILE         VALUE "Y".
001870     88  BNK-LDG-NOT-END-OF-FILE     VALUE "N".

001880 01  BNK-ARCH-EOF-FLAG           PIC X(01) VALUE "N".
001890     88  BNK-ARCH-END-OF-FILE        VALUE "Y".
001900     88  BNK-ARCH-NOT-END-OF-FILE    VALUE "N".

001910 01  BNK-BUSINESS-DATE           PIC 9(08) VALUE ZERO.
001920 01  BNK-BUSINESS-DAYNO          PIC 9(07) VALUE ZERO.

001930 01  BNK-PARMS-LOADED-FLAG       PIC X(01) VALUE "N".
001940     88  BNK-PARMS-LOADED            VALUE "Y".
001950 01  BNK-BLOCK-DAYS              PIC 9(03) VALUE ZERO.

001960*    THE SORTED HISTORY IS MATCHED TO THE MASTER ON THE ACCOUNT
001970*    KEY; AT END THE KEY GOES HIGH SO EVERY ACCOUNT LEFT FINDS
001975*    NONE.
001980 01  BNK-SRT-EOF-FLAG            PIC X(01) VALUE "N".
001990     88  BNK-SRT-END-OF-FILE         VALUE "Y".
002000     88  BNK-SRT-NOT-END-OF-FILE     VALUE "N".
002010 01  BNK-SRT-ACC-ID              PIC X(05) VALUE SPACES.

002020*    FIRST POSTING OF THE ACCOUNT'S CURRENT OVERDRAWN SPELL - ZERO
002030*    UNTIL ITS HISTORY SHOWS ONE, AND RESET TO ZERO WHENEVER A
002040*    LATER POSTING LEAVES THE ACCOUNT IN CREDIT.
002050 01  BNK-SINCE-DATE              PIC 9(08) VALUE ZERO.

002060 01  BNK-CWK-EOF-FLAG            PIC X(01) VALUE "N".
002070     88  BNK-CWK-END-OF-FILE         VALUE "Y".
002080     88  BNK-CWK-NOT-END-OF-FILE     VALUE "N".

002170*    CALENDAR ARITHMETIC.  A DATE IS TURNED INTO A DAY NUMBER
002180*    (DAYS SINCE 0001-01-01) SO TWO DATES CAN BE SUBTRACTED.
002190 01  BNK-DATE-WORK               PIC 9(08) VALUE ZERO.
002200 01  BNK-DATE-WORK-PARTS REDEFINES BNK-DATE-WORK.
002210     05  BNK-DATE-YEAR           PIC 9(04).
002220     05  BNK-DATE-MONTH          PIC 9(02).
002230     05  BNK-DATE-DAY            PIC 9(02).
002240 01  BNK-DAY-NUMBER              PIC 9(07) VALUE ZERO.
002250 01  BNK-PRIOR-YEAR              PIC 9(04) VALUE ZERO.
002260 01  BNK-LEAP-4                  PIC 9(04) VALUE ZERO.
002270 01  BNK-LEAP-100                PIC 9(04) VALUE ZERO.
002280 01  BNK-LEAP-400                PIC 9(04) VALUE ZERO.
002290 01  BNK-LEAP-REMAINDER          PIC 9(04) VALUE ZERO.
002300 01  BNK-LEAP-YEAR-FLAG          PIC X(01) VALUE "N".
002310     88  BNK-LEAP-YEAR               VALUE "Y".
002320     88  BNK-NOT-LEAP-YEAR           VALUE "N".

002330*    DAYS IN THE YEAR BEFORE THE FIRST OF EACH MONTH (NON-LEAP).
002340 01  BNK-CUM-DAYS-VALUES.
002350     05  FILLER                  PIC X(36) VALUE
002360         "000031059090120151181212243273304334".
002370 01  BNK-CUM-DAYS-TABLE REDEFINES BNK-CUM-DAYS-VALUES.
002380     05  BNK-CUM-DAYS            PIC 9(03) OCCURS 12 TIMES.

002390 01  BNK-DAYS-OVERDRAWN          PIC 9(05) VALUE ZERO.
002400 01  BNK-OVERDRAWN-AMOUNT        PIC 9(7)V99 VALUE ZERO.
002410 01  BNK-BUCKET                  PIC 9(01) VALUE ZERO.

002420*    AGING BUCKETS - COUNT AND AMOUNT OWED PER BUCKET.
002430 01  BNK-BKT-LABEL-VALUES.
002440     05  FILLER                  PIC X(05) VALUE "1-30 ".
002450     05  FILLER                  PIC X(05) VALUE "31-60".
002460     05  FILLER                  PIC X(05) VALUE "61-90".
002470     05  FILLER                  PIC X(05) VALUE "90+  ".
002480 01  BNK-BKT-LABEL-TABLE REDEFINES BNK-BKT-LABEL-VALUES.
002490     05  BNK-BKT-LABEL           PIC X(05) OCCURS 4 TIMES.
002500 01  BNK-BKT-IDX                 PIC 9(04) COMP VALUE ZERO.
002510 01  BNK-BKT-TOTALS.
002520     05  BNK-BKT-ENTRY           OCCURS 4 TIMES.
002530         10  BNK-BKT-COUNT       PIC 9(07).
002540         10  BNK-BKT-AMOUNT      PIC 9(9)V99.

002550 01  BNK-NO-HISTORY-FLAG         PIC X(01) VALUE "N".
002560     88  BNK-NO-HISTORY              VALUE "Y".
002570     88  BNK-HISTORY-FOUND           VALUE "N".
002580 01  BNK-BLOCK-STATE             PIC X(20) VALUE SPACES.
002590 01  BNK-RELEASE-REASON          PIC X(30) VALUE SPACES.

002600 01  BNK-EXAMINED-COUNT          PIC 9(07) VALUE ZERO.
002610 01  BNK-OVERDRAWN-COUNT         PIC 9(07) VALUE ZERO.
002620 01  BNK-TOTAL-OWED              PIC 9(9)V99 VALUE ZERO.
002630 01  BNK-BLOCKED-COUNT           PIC 9(07) VALUE ZERO.
002640 01  BNK-NEWLY-BLOCKED-COUNT     PIC 9(07) VALUE ZERO.
002650 01  BNK-RELEASED-COUNT          PIC 9(07) VALUE ZERO.
002660 01  BNK-CHGOFF-COUNT            PIC 9(07) VALUE ZERO.
002670 01  BNK-CHGOFF-AMOUNT           PIC 9(9)V99 VALUE ZERO.
002680 01  BNK-NO-HISTORY-COUNT        PIC 9(07) VALUE ZERO.
002690 01  BNK-HISTORY-READ-COUNT      PIC 9(07) VALUE ZERO.

002700 01  BNK-COUNT-EDIT              PIC ZZZ,ZZ9.
002710 01  BNK-DAYS-EDIT               PIC ZZ,ZZ9.
002720 01  BNK-UAMOUNT-EDIT            PIC ZZZ,ZZZ,ZZ9.99.

002730*    DAILY JOB-CYCLE CONTROL (SEE CYCLCTL).
002740 01  BNK-CYCLE-JOB-NAME          PIC X(08) VALUE "COLLECT ".
002750 01  BNK-CYCLE-FUNCTION          PIC X(05) VALUE SPACES.
002760 01  BNK-CYCLE-RETURN-CODE       PIC X(02) VALUE "00".
002770     88  BNK-CYCLE-PROCEED           VALUE "00".
002773*    THIS RUN'S HISTORY RECORD, STAMPED BY CYCLCTL (SEE RUNHIST).
002776     COPY RUNHIST.

002780 PROCEDURE DIVISION.

002790 0000-MAINLINE.
002800     PERFORM 0100-CYCLE-START
002810         THRU 0100-CYCLE-START-EXIT
002820     PERFORM 1000-INITIALIZE
002830         THRU 1000-INITIALIZE-EXIT
002840     PERFORM 2000-AGE-BY-ACCOUNT
002850         THRU 2000-AGE-BY-ACCOUNT-EXIT
002900     PERFORM 5000-LIST-CHARGE-OFFS
002910         THRU 5000-LIST-CHARGE-OFFS-EXIT
002920     PERFORM 8000-WRITE-SUMMARY
002930         THRU 8000-WRITE-SUMMARY-EXIT
002940     PERFORM 9000-TERMINATE
002950         THRU 9000-TERMINATE-EXIT
002960     PERFORM 0900-CYCLE-END
002970         THRU 0900-CYCLE-END-EXIT
002980     STOP RUN.

002990*-----------------------------------------------------------------
003000* 0100  REGISTER THE START WITH CYCLE CONTROL.  A DOUBLE RUN, AN
003010*       UNFINISHED EARLIER RUN, OR AN OUT-OF-SEQUENCE START IS
003020*       REFUSED THERE UNLESS THE OPERATOR OVERRIDES, AND THIS JOB
003030*       THEN STOPS WITHOUT TOUCHING A FILE.
003040*-----------------------------------------------------------------
003050 0100-CYCLE-START.
003060     MOVE "START" TO BNK-CYCLE-FUNCTION
003070     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
003080                           BNK-CYCLE-FUNCTION
003090                           BNK-CYCLE-RETURN-CODE
003095                           RUN-HISTORY-RECORD
003100     IF NOT BNK-CYCLE-PROCEED
003110         DISPLAY "COLLECT STOPPED BY CYCLE CONTROL"
003120         STOP RUN
003130     END-IF.
003140 0100-CYCLE-START-EXIT.
003150     EXIT.

003151*-----------------------------------------------------------------
003152* 0850  LOAD THIS RUN'S RECORD COUNTS ONTO THE HISTORY RECORD
003153*       FOR CYCLCTL TO FILE WITH THE END OR FAIL CALL.
003154*-----------------------------------------------------------------
003155 0850-SET-RUN-COUNTS.
003156     MOVE BNK-EXAMINED-COUNT TO RHS-READ-COUNT
003157     COMPUTE RHS-POSTED-COUNT = BNK-NEWLY-BLOCKED-COUNT
003158         + BNK-RELEASED-COUNT + BNK-CHGOFF-COUNT
003159     MOVE BNK-OVERDRAWN-COUNT TO RHS-WRITTEN-COUNT.
003160 0850-SET-RUN-COUNTS-EXIT.
003161     EXIT.

003162*-----------------------------------------------------------------
003170* 0900  REGISTER CLEAN COMPLETION.  AN ABEND OR A STOP-COLD PATH
003180*       NEVER GETS HERE AND LEAVES THE STEP MARKED STARTED, SO A
003190*       RERUN NEEDS THE OPERATOR OVERRIDE.
003200*-----------------------------------------------------------------
003210 0900-CYCLE-END.
003213     PERFORM 0850-SET-RUN-COUNTS
003216         THRU 0850-SET-RUN-COUNTS-EXIT
003220     MOVE "END" TO BNK-CYCLE-FUNCTION
003230     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
003240                           BNK-CYCLE-FUNCTION
003250                           BNK-CYCLE-RETURN-CODE
003255                           RUN-HISTORY-RECORD.
003260 0900-CYCLE-END-EXIT.
003270     EXIT.

003280*-----------------------------------------------------------------
003290* 1000  BUSINESS DATE FROM THE RUN-CONTROL CARD (SYSTEM DATE IF
003300*       NO CARD), THE BLOCK DAY COUNT FROM THE PARAMETER FILE.
003310*-----------------------------------------------------------------
003320 1000-INITIALIZE.
003330     OPEN INPUT RUN-CONTROL-FILE
003340     IF BNK-RUNCTL-FILE-STATUS NOT = "35"
003350         READ RUN-CONTROL-FILE
003360             AT END
003370                 CONTINUE
003380             NOT AT END
003390                 IF RUN-BUSINESS-DATE NUMERIC
003400                     AND RUN-BUSINESS-DATE > ZERO
003410                     MOVE RUN-BUSINESS-DATE TO BNK-BUSINESS-DATE
003420                 END-IF
003430         END-READ
003440         CLOSE RUN-CONTROL-FILE
003450     END-IF
003460     IF BNK-BUSINESS-DATE = ZERO
003470         ACCEPT BNK-BUSINESS-DATE FROM DATE YYYYMMDD
003480     END-IF
003490     MOVE BNK-BUSINESS-DATE TO BNK-DATE-WORK
003500     PERFORM 6000-GET-DAY-NUMBER
003510         THRU 6000-GET-DAY-NUMBER-EXIT
003520     MOVE BNK-DAY-NUMBER TO BNK-BUSINESS-DAYNO
003530     INITIALIZE BNK-BKT-TOTALS

003540     PERFORM 1100-LOAD-PARAMETERS
003550         THRU 1100-LOAD-PARAMETERS-EXIT

003560     OPEN I-O ACCOUNTS-FILE
003570     OPEN OUTPUT COLL-WORK-FILE
003580     OPEN OUTPUT REPORT-FILE

003590     MOVE SPACES TO REPORT-RECORD
003600     STRING "OVERDRAFT ARREARS AGING FOR BUSINESS DATE "
003610         BNK-BUSINESS-DATE
003620         DELIMITED BY SIZE INTO REPORT-RECORD
003630     WRITE REPORT-RECORD
003640     MOVE SPACES TO REPORT-RECORD
003650     IF BNK-PARMS-LOADED
003660         MOVE BNK-BLOCK-DAYS TO BNK-COUNT-EDIT
003670         STRING "DEBITS BLOCKED AFTER " BNK-COUNT-EDIT
003680             " DAYS OVERDRAWN (ZERO = BLOCKING OFF)"
003690             DELIMITED BY SIZE INTO REPORT-RECORD
003700     ELSE
003710         MOVE "NO PARAMETER FILE - NO BLOCKS SET OR RELEASED"
003720             TO REPORT-RECORD
003730     END-IF
003740     WRITE REPORT-RECORD
003750     MOVE SPACES TO REPORT-RECORD
003760     WRITE REPORT-RECORD.
003770 1000-INITIALIZE-EXIT.
003780     EXIT.

003790 1100-LOAD-PARAMETERS.
003800     OPEN INPUT COLL-PARM-FILE
003810     IF BNK-PARM-FILE-STATUS = "35"
003820         GO TO 1100-LOAD-PARAMETERS-EXIT
003830     END-IF
003840     READ COLL-PARM-FILE
003850         AT END
003860             CONTINUE
003870         NOT AT END
003880             IF CLP-BLOCK-DAYS NUMERIC
003890                 MOVE CLP-BLOCK-DAYS TO BNK-BLOCK-DAYS
003900                 SET BNK-PARMS-LOADED TO TRUE
003910             END-IF
003920     END-READ
003930     CLOSE COLL-PARM-FILE.
003940 1100-LOAD-PARAMETERS-EXIT.
003950     EXIT.

003960*-----------------------------------------------------------------
003967* 2000  SORT THE POSTING HISTORY BY ACCOUNT AND AGE THE MASTER
003974*       AGAINST IT IN ONE WALK.  NO ACCOUNT TABLE IS HELD AND THE
003981*       RUN GROWS ONLY WITH VOLUME.
003990*-----------------------------------------------------------------
004000 2000-AGE-BY-ACCOUNT.
004010     SORT SORT-FILE
004020         ON ASCENDING KEY LSR-ACC-ID
004030         WITH DUPLICATES IN ORDER
004040         INPUT PROCEDURE IS 3000-SCAN-HISTORY
004050             THRU 3000-SCAN-HISTORY-EXIT
004060         OUTPUT PROCEDURE IS 4000-AGE-ACCOUNTS
004070             THRU 4000-AGE-ACCOUNTS-EXIT.
004080 2000-AGE-BY-ACCOUNT-EXIT.
004320     EXIT.

004330*-----------------------------------------------------------------
004340* 3000  RELEASE THE POSTING HISTORY TO THE SORT OLDEST FIRST - THE
004350*       ARCHIVE OF CLOSED MONTHS, THEN THE OPEN PERIOD'S LEDGER -
004360*       SO EACH ACCOUNT'S POSTINGS COME BACK IN THE ORDER MADE.
004370*-----------------------------------------------------------------
004380 3000-SCAN-HISTORY.
004420     OPEN INPUT ARCHIVE-FILE
004430     IF BNK-ARCHIVE-FILE-STATUS NOT = "35"
004440         SET BNK-ARCH-NOT-END-OF-FILE TO TRUE
004450         PERFORM 3100-SCAN-ONE-ARCHIVE
004460             THRU 3100-SCAN-ONE-ARCHIVE-EXIT
004470             UNTIL BNK-ARCH-END-OF-FILE
004480         CLOSE ARCHIVE-FILE
004490     END-IF

004500     OPEN INPUT LEDGER-FILE
004510     IF BNK-LEDGER-FILE-STATUS NOT = "35"
004520         SET BNK-LDG-NOT-END-OF-FILE TO TRUE
004530         PERFORM 3200-SCAN-ONE-LEDGER
004540             THRU 3200-SCAN-ONE-LEDGER-EXIT
004550             UNTIL BNK-LDG-END-OF-FILE
004560         CLOSE LEDGER-FILE
004570     END-IF.
004580 3000-SCAN-HISTORY-EXIT.
004590     EXIT.

004600 3100-SCAN-ONE-ARCHIVE.
004610     READ ARCHIVE-FILE INTO LEDGER-RECORD
004620         AT END
004630             SET BNK-ARCH-END-OF-FILE TO TRUE
004640             GO TO 3100-SCAN-ONE-ARCHIVE-EXIT
004650     END-READ
004660     PERFORM 3300-RELEASE-ONE-POSTING
004670         THRU 3300-RELEASE-ONE-POSTING-EXIT.
004680 3100-SCAN-ONE-ARCHIVE-EXIT.
004690     EXIT.

004700 3200-SCAN-ONE-LEDGER.
004710     READ LEDGER-FILE INTO LEDGER-RECORD
004720         AT END
004730             SET BNK-LDG-END-OF-FILE TO TRUE
004740             GO TO 3200-SCAN-ONE-LEDGER-EXIT
004750     END-READ
004760     PERFORM 3300-RELEASE-ONE-POSTING
004770         THRU 3300-RELEASE-ONE-POSTING-EXIT.
004780 3200-SCAN-ONE-LEDGER-EXIT.
004790     EXIT.

004800 3300-RELEASE-ONE-POSTING.
004850     ADD 1 TO BNK-HISTORY-READ-COUNT
004860     MOVE LDG-ACC-ID TO LSR-ACC-ID
004870     SET LSR-IS-POSTING TO TRUE
004880     MOVE LEDGER-RECORD TO LSR-LEDGER-DATA
004890     RELEASE LEDGER-SORT-RECORD.
004900 3300-RELEASE-ONE-POSTING-EXIT.
005180     EXIT.

005190*-----------------------------------------------------------------
005200* 4000  WALK THE MASTER IN KEY ORDER ALONGSIDE THE SORTED HISTORY.
005210*       EACH OVERDRAWN ACCOUNT IS AGED, LISTED, WRITTEN TO THE
005220*       WORK FILE, AND BLOCKED IF PAST THE BLOCK DAY COUNT; A
005230*       BLOCKED ACCOUNT NOW BACK IN CREDIT IS RELEASED.  HISTORY
005240*       FOR AN ACCOUNT NOT ON THE MASTER IS PASSED OVER.
005260*-----------------------------------------------------------------
005270 4000-AGE-ACCOUNTS.
005280     SET BNK-SRT-NOT-END-OF-FILE TO TRUE
005290     PERFORM 4050-RETURN-HISTORY
005300         THRU 4050-RETURN-HISTORY-EXIT
005350     SET BNK-ACCT-NOT-END-OF-FILE TO TRUE
005360     MOVE LOW-VALUES TO ACC-ID
005370     START ACCOUNTS-FILE KEY IS NOT LESS THAN ACC-ID
005380         INVALID KEY
005390             SET BNK-ACCT-END-OF-FILE TO TRUE
005400     END-START
005410     PERFORM 4100-AGE-ONE-ACCOUNT
005420         THRU 4100-AGE-ONE-ACCOUNT-EXIT
005430         UNTIL BNK-ACCT-END-OF-FILE.
005440 4000-AGE-ACCOUNTS-EXIT.
005450     EXIT.

005451 4050-RETURN-HISTORY.
005452     RETURN SORT-FILE
005453         AT END
005454             SET BNK-SRT-END-OF-FILE TO TRUE
005455             MOVE HIGH-VALUES TO BNK-SRT-ACC-ID
005456         NOT AT END
005457             MOVE LSR-ACC-ID TO BNK-SRT-ACC-ID
005458     END-RETURN.
005459 4050-RETURN-HISTORY-EXIT.
005460     EXIT.

005461*-----------------------------------------------------------------
005462* 4060  A POSTING THAT LEAVES THE ACCOUNT OVERDRAWN STARTS A SPELL
005463*       IF NONE IS RUNNING; ONE THAT LEAVES IT IN CREDIT ENDS IT.
005464*-----------------------------------------------------------------
005465 4060-TRACK-ONE-POSTING.
005466     MOVE LSR-LEDGER-DATA TO LEDGER-RECORD
005467     IF LDG-BALANCE-AFTER < ZERO
005468         IF BNK-SINCE-DATE = ZERO
005469             MOVE LDG-DATE TO BNK-SINCE-DATE
005470         END-IF
005471     ELSE
005472         MOVE ZERO TO BNK-SINCE-DATE
005473     END-IF
005474     PERFORM 4050-RETURN-HISTORY
005475         THRU 4050-RETURN-HISTORY-EXIT.
005476 4060-TRACK-ONE-POSTING-EXIT.
005477     EXIT.

005478 4100-AGE-ONE-ACCOUNT.
005479     READ ACCOUNTS-FILE NEXT RECORD
005480         AT END
005490             SET BNK-ACCT-END-OF-FILE TO TRUE
005500             GO TO 4100-AGE-ONE-ACCOUNT-EXIT
005510     END-READ
005520     ADD 1 TO BNK-EXAMINED-COUNT
005521     MOVE ZERO TO BNK-SINCE-DATE
005522     PERFORM 4050-RETURN-HISTORY
005523         THRU 4050-RETURN-HISTORY-EXIT
005524         UNTIL BNK-SRT-ACC-ID NOT < ACC-ID
005525     PERFORM 4060-TRACK-ONE-POSTING
005526         THRU 4060-TRACK-ONE-POSTING-EXIT
005527         UNTIL BNK-SRT-ACC-ID NOT = ACC-ID

005530     IF ACC-BALANCE NOT < ZERO
005540         IF ACC-COLL-BLOCKED
005550             AND BNK-PARMS-LOADED
005560             MOVE "NO LONGER OVERDRAWN" TO BNK-RELEASE-REASON
005570             PERFORM 4500-RELEASE-BLOCK
005580                 THRU 4500-RELEASE-BLOCK-EXIT
005590         END-IF
005600         GO TO 4100-AGE-ONE-ACCOUNT-EXIT
005610     END-IF

005680     ADD 1 TO BNK-OVERDRAWN-COUNT

005690     SET BNK-HISTORY-FOUND TO TRUE
005700     IF BNK-SINCE-DATE = ZERO
005710         SET BNK-NO-HISTORY TO TRUE
005720         ADD 1 TO BNK-NO-HISTORY-COUNT
005730         MOVE BNK-BUSINESS-DATE TO BNK-SINCE-DATE
005750     END-IF

005760     PERFORM 4200-COMPUTE-AGE
005770         THRU 4200-COMPUTE-AGE-EXIT
005780     PERFORM 4300-APPLY-BLOCK
005790         THRU 4300-APPLY-BLOCK-EXIT
005800     PERFORM 4400-WRITE-AGING-LINE
005810         THRU 4400-WRITE-AGING-LINE-EXIT.
005820 4100-AGE-ONE-ACCOUNT-EXIT.
005830     EXIT.

005840*-----------------------------------------------------------------
005850* 4200  DAYS OVERDRAWN, COUNTING THE FIRST DAY, AND THE BUCKET.
005860*-----------------------------------------------------------------
005870 4200-COMPUTE-AGE.
005880     MOVE BNK-SINCE-DATE TO BNK-DATE-WORK
005890     PERFORM 6000-GET-DAY-NUMBER
005900         THRU 6000-GET-DAY-NUMBER-EXIT
005910     IF BNK-DAY-NUMBER NOT < BNK-BUSINESS-DAYNO
005920         MOVE 1 TO BNK-DAYS-OVERDRAWN
005930     ELSE
005940         COMPUTE BNK-DAYS-OVERDRAWN =
005950             BNK-BUSINESS-DAYNO - BNK-DAY-NUMBER + 1
005960     END-IF

005980     EVALUATE TRUE
005990         WHEN BNK-DAYS-OVERDRAWN NOT > 30
006000             MOVE 1 TO BNK-BUCKET
006010         WHEN BNK-DAYS-OVERDRAWN NOT > 60
006020             MOVE 2 TO BNK-BUCKET
006030         WHEN BNK-DAYS-OVERDRAWN NOT > 90
006040             MOVE 3 TO BNK-BUCKET
006050         WHEN OTHER
006060             MOVE 4 TO BNK-BUCKET
006070     END-EVALUATE

006080     COMPUTE BNK-OVERDRAWN-AMOUNT = ZERO - ACC-BALANCE
006090     ADD 1 TO BNK-BKT-COUNT (BNK-BUCKET)
006100     ADD BNK-OVERDRAWN-AMOUNT TO BNK-BKT-AMOUNT (BNK-BUCKET)
006110     ADD BNK-OVERDRAWN-AMOUNT TO BNK-TOTAL-OWED
006120     IF BNK-BUCKET = 4
006130         ADD 1 TO BNK-CHGOFF-COUNT
006140         ADD BNK-OVERDRAWN-AMOUNT TO BNK-CHGOFF-AMOUNT
006150     END-IF.
006160 4200-COMPUTE-AGE-EXIT.
006170     EXIT.

006180*-----------------------------------------------------------------
006190* 4300  BLOCK AN ACCOUNT PAST THE BLOCK DAY COUNT.  ONE STILL
006200*       INSIDE IT (THE COUNT WAS RAISED, OR BLOCKING TURNED OFF)
006210*       IS RELEASED.  WITHOUT A PARAMETER FILE NOTHING CHANGES.
006220*-----------------------------------------------------------------
006230 4300-APPLY-BLOCK.
006240     MOVE SPACES TO BNK-BLOCK-STATE
006250     IF NOT BNK-PARMS-LOADED
006260         IF ACC-COLL-BLOCKED
006270             MOVE "BLOCKED" TO BNK-BLOCK-STATE
006280             ADD 1 TO BNK-BLOCKED-COUNT
006290         END-IF
006300         GO TO 4300-APPLY-BLOCK-EXIT
006310     END-IF

006320     IF BNK-BLOCK-DAYS = ZERO
006330         OR BNK-DAYS-OVERDRAWN NOT > BNK-BLOCK-DAYS
006340         IF ACC-COLL-BLOCKED
006350             MOVE "WITHIN BLOCK DAY COUNT" TO BNK-RELEASE-REASON
006360             PERFORM 4500-RELEASE-BLOCK
006370                 THRU 4500-RELEASE-BLOCK-EXIT
006380         END-IF
006390         GO TO 4300-APPLY-BLOCK-EXIT
006400     END-IF

006410     IF ACC-COLL-BLOCKED
006420         MOVE "BLOCKED" TO BNK-BLOCK-STATE
006430         ADD 1 TO BNK-BLOCKED-COUNT
006440         GO TO 4300-APPLY-BLOCK-EXIT
006450     END-IF

006460     SET ACC-COLL-BLOCKED TO TRUE
006470     REWRITE ACCOUNT-RECORD
006480         INVALID KEY
006490             MOVE "COLLECTIONS BLOCK FAILED - REWRITE ERROR"
006500                 TO REPORT-RECORD
006510             WRITE REPORT-RECORD
006520     END-REWRITE
006530     IF BNK-ACCT-FILE-STATUS = "00"
006540         MOVE "NEWLY BLOCKED" TO BNK-BLOCK-STATE
006550         ADD 1 TO BNK-BLOCKED-COUNT
006560         ADD 1 TO BNK-NEWLY-BLOCKED-COUNT
006570     END-IF.
006580 4300-APPLY-BLOCK-EXIT.
006590     EXIT.

006600 4400-WRITE-AGING-LINE.
006610     MOVE BNK-OVERDRAWN-AMOUNT TO BNK-UAMOUNT-EDIT
006620     MOVE BNK-DAYS-OVERDRAWN TO BNK-DAYS-EDIT
006630     MOVE SPACES TO REPORT-RECORD
006640     STRING "ACCT " ACC-ID " " ACC-NAME
006650         " OWED " BNK-UAMOUNT-EDIT
006660         " SINCE " BNK-SINCE-DATE
006670         " DAYS " BNK-DAYS-EDIT
006680         " " BNK-BKT-LABEL (BNK-BUCKET)
006690         " " BNK-BLOCK-STATE
006700         DELIMITED BY SIZE INTO REPORT-RECORD
006710     WRITE REPORT-RECORD
006720     IF BNK-NO-HISTORY
006730         MOVE SPACES TO REPORT-RECORD
006740         STRING "     NO OVERDRAWN POSTING ON THE LEDGER OR"
006750             " ARCHIVE - AGED FROM THE BUSINESS DATE"
006760             DELIMITED BY SIZE INTO REPORT-RECORD
006770         WRITE REPORT-RECORD
006780     END-IF

006790     MOVE BNK-BUSINESS-DATE TO CWK-RUN-DATE
006800     MOVE ACC-ID TO CWK-ACC-ID
006810     MOVE ACC-CUST-ID TO CWK-CUST-ID
006820     MOVE ACC-NAME TO CWK-ACC-NAME
006830     MOVE ACC-BALANCE TO CWK-BALANCE
006840     MOVE ACC-OVERDRAFT-LIMIT TO CWK-OVERDRAFT-LIMIT
006850     MOVE BNK-SINCE-DATE TO CWK-SINCE-DATE
006870     MOVE BNK-DAYS-OVERDRAWN TO CWK-DAYS-OVERDRAWN
006880     MOVE BNK-BUCKET TO CWK-BUCKET
006890     MOVE "N" TO CWK-BLOCKED-FLAG
006900     IF ACC-COLL-BLOCKED
006910         SET CWK-BLOCKED TO TRUE
006920     END-IF
006930     MOVE "N" TO CWK-CHGOFF-FLAG
006940     IF BNK-BUCKET = 4
006950         SET CWK-CHGOFF-CANDIDATE TO TRUE
006960     END-IF
006970     WRITE COLL-WORK-RECORD.
006980 4400-WRITE-AGING-LINE-EXIT.
006990     EXIT.

007000 4500-RELEASE-BLOCK.
007010     SET ACC-COLL-CLEAR TO TRUE
007020     REWRITE ACCOUNT-RECORD
007030         INVALID KEY
007040             MOVE "COLLECTIONS RELEASE FAILED - REWRITE ERROR"
007050                 TO REPORT-RECORD
007060             WRITE REPORT-RECORD
007070     END-REWRITE
007080     IF BNK-ACCT-FILE-STATUS = "00"
007090         ADD 1 TO BNK-RELEASED-COUNT
007100         MOVE SPACES TO REPORT-RECORD
007110         STRING "ACCT " ACC-ID " " ACC-NAME
007120             " COLLECTIONS BLOCK RELEASED - " BNK-RELEASE-REASON
007130             DELIMITED BY SIZE INTO REPORT-RECORD
007140         WRITE REPORT-RECORD
007150     END-IF.
007160 4500-RELEASE-BLOCK-EXIT.
007170     EXIT.

007180*-----------------------------------------------------------------
007190* 5000  ACCOUNTS PAST THE LAST BUCKET, LISTED FOR CHARGE-OFF
007196*       APPROVAL FROM THE WORK FILE JUST WRITTEN.  THE APPROVER
007202*       SIGNS THE PRINTED LIST.
007210*-----------------------------------------------------------------
007220 5000-LIST-CHARGE-OFFS.
007260     MOVE SPACES TO REPORT-RECORD
007270     WRITE REPORT-RECORD
007280     MOVE "CHARGE-OFF APPROVAL LIST - OVERDRAWN MORE THAN 90 DAYS"
007290         TO REPORT-RECORD
007300     WRITE REPORT-RECORD
007310     IF BNK-CHGOFF-COUNT = ZERO
007320         MOVE "     NONE" TO REPORT-RECORD
007330         WRITE REPORT-RECORD
007340         GO TO 5000-LIST-CHARGE-OFFS-EXIT
007350     END-IF
007352     CLOSE COLL-WORK-FILE
007354     OPEN INPUT COLL-WORK-FILE
007356     SET BNK-CWK-NOT-END-OF-FILE TO TRUE
007360     PERFORM 5100-LIST-ONE-CHARGE-OFF
007370         THRU 5100-LIST-ONE-CHARGE-OFF-EXIT
007380         UNTIL BNK-CWK-END-OF-FILE
007400     MOVE SPACES TO REPORT-RECORD
007410     WRITE REPORT-RECORD
007420     MOVE "APPROVED BY: ______________________  DATE: __________"
007430         TO REPORT-RECORD
007440     WRITE REPORT-RECORD.
007450 5000-LIST-CHARGE-OFFS-EXIT.
007460     EXIT.

007470 5100-LIST-ONE-CHARGE-OFF.
007472     READ COLL-WORK-FILE
007474         AT END
007476             SET BNK-CWK-END-OF-FILE TO TRUE
007478             GO TO 5100-LIST-ONE-CHARGE-OFF-EXIT
007480     END-READ
007482     IF NOT CWK-CHGOFF-CANDIDATE
007490         GO TO 5100-LIST-ONE-CHARGE-OFF-EXIT
007500     END-IF
007510     COMPUTE BNK-OVERDRAWN-AMOUNT = ZERO - CWK-BALANCE
007530     MOVE BNK-OVERDRAWN-AMOUNT TO BNK-UAMOUNT-EDIT
007540     MOVE CWK-DAYS-OVERDRAWN TO BNK-DAYS-EDIT
007550     MOVE SPACES TO REPORT-RECORD
007560     STRING "ACCT " CWK-ACC-ID
007570         " " CWK-ACC-NAME
007580         " OWED " BNK-UAMOUNT-EDIT
007590         " SINCE " CWK-SINCE-DATE
007600         " DAYS " BNK-DAYS-EDIT
007610         DELIMITED BY SIZE INTO REPORT-RECORD
007620     WRITE REPORT-RECORD.
007630 5100-LIST-ONE-CHARGE-OFF-EXIT.
007640     EXIT.

007650*-----------------------------------------------------------------
007660* 6000  DAY NUMBER OF BNK-DATE-WORK.  AN UNUSABLE DATE COMES
007670*       BACK AS THE BUSINESS DATE'S DAY NUMBER (AGE OF ONE DAY).
007680*-----------------------------------------------------------------
007690 6000-GET-DAY-NUMBER.
007700     IF BNK-DATE-WORK NOT NUMERIC
007710         OR BNK-DATE-MONTH < 1 OR BNK-DATE-MONTH > 12
007720         OR BNK-DATE-YEAR < 1
007730         MOVE BNK-BUSINESS-DAYNO TO BNK-DAY-NUMBER
007740         GO TO 6000-GET-DAY-NUMBER-EXIT
007750     END-IF
007760     COMPUTE BNK-PRIOR-YEAR = BNK-DATE-YEAR - 1
007770     DIVIDE BNK-PRIOR-YEAR BY 4 GIVING BNK-LEAP-4
007780     DIVIDE BNK-PRIOR-YEAR BY 100 GIVING BNK-LEAP-100
007790     DIVIDE BNK-PRIOR-YEAR BY 400 GIVING BNK-LEAP-400
007800     COMPUTE BNK-DAY-NUMBER = BNK-PRIOR-YEAR * 365
007810         + BNK-LEAP-4 - BNK-LEAP-100 + BNK-LEAP-400
007820         + BNK-CUM-DAYS (BNK-DATE-MONTH) + BNK-DATE-DAY
007830     IF BNK-DATE-MONTH > 2
007840         PERFORM 6100-TEST-LEAP-YEAR
007850             THRU 6100-TEST-LEAP-YEAR-EXIT
007860         IF BNK-LEAP-YEAR
007870             ADD 1 TO BNK-DAY-NUMBER
007880         END-IF
007890     END-IF.
007900 6000-GET-DAY-NUMBER-EXIT.
007910     EXIT.

007920 6100-TEST-LEAP-YEAR.
007930     SET BNK-NOT-LEAP-YEAR TO TRUE
007940     DIVIDE BNK-DATE-YEAR BY 4 GIVING BNK-LEAP-4
007950         REMAINDER BNK-LEAP-REMAINDER
007960     IF BNK-LEAP-REMAINDER NOT = ZERO
007970         GO TO 6100-TEST-LEAP-YEAR-EXIT
007980     END-IF
007990     DIVIDE BNK-DATE-YEAR BY 100 GIVING BNK-LEAP-100
008000         REMAINDER BNK-LEAP-REMAINDER
008010     IF BNK-LEAP-REMAINDER NOT = ZERO
008020         SET BNK-LEAP-YEAR TO TRUE
008030         GO TO 6100-TEST-LEAP-YEAR-EXIT
008040     END-IF
008050     DIVIDE BNK-DATE-YEAR BY 400 GIVING BNK-LEAP-400
008060         REMAINDER BNK-LEAP-REMAINDER
008070     IF BNK-LEAP-REMAINDER = ZERO
008080         SET BNK-LEAP-YEAR TO TRUE
008090     END-IF.
008100 6100-TEST-LEAP-YEAR-EXIT.
008110     EXIT.

008120 8000-WRITE-SUMMARY.
008130     MOVE SPACES TO REPORT-RECORD
008140     WRITE REPORT-RECORD
008150     MOVE "========== OVERDRAFT ARREARS AGING SUMMARY =========="
008160         TO REPORT-RECORD
008170     WRITE REPORT-RECORD

008180     MOVE BNK-EXAMINED-COUNT TO BNK-COUNT-EDIT
008190     MOVE SPACES TO REPORT-RECORD
008200     STRING "Accounts examined:         " BNK-COUNT-EDIT
008210         DELIMITED BY SIZE INTO REPORT-RECORD
008220     WRITE REPORT-RECORD

008230     MOVE BNK-HISTORY-READ-COUNT TO BNK-COUNT-EDIT
008240     MOVE SPACES TO REPORT-RECORD
008250     STRING "History records read:      " BNK-COUNT-EDIT
008260         DELIMITED BY SIZE INTO REPORT-RECORD
008270     WRITE REPORT-RECORD

008280     MOVE BNK-OVERDRAWN-COUNT TO BNK-COUNT-EDIT
008290     MOVE BNK-TOTAL-OWED TO BNK-UAMOUNT-EDIT
008300     MOVE SPACES TO REPORT-RECORD
008310     STRING "Accounts overdrawn:        " BNK-COUNT-EDIT
008320         "  OWED " BNK-UAMOUNT-EDIT
008330         DELIMITED BY SIZE INTO REPORT-RECORD
008340     WRITE REPORT-RECORD

008350     PERFORM 8100-WRITE-ONE-BUCKET
008360         THRU 8100-WRITE-ONE-BUCKET-EXIT
008370         VARYING BNK-BKT-IDX FROM 1 BY 1
008380         UNTIL BNK-BKT-IDX > 4

008390     MOVE BNK-NO-HISTORY-COUNT TO BNK-COUNT-EDIT
008400     MOVE SPACES TO REPORT-RECORD
008410     STRING "Aged with no history:      " BNK-COUNT-EDIT
008420         DELIMITED BY SIZE INTO REPORT-RECORD
008430     WRITE REPORT-RECORD

008440     MOVE BNK-BLOCKED-COUNT TO BNK-COUNT-EDIT
008450     MOVE SPACES TO REPORT-RECORD
008460     STRING "Debits blocked:            " BNK-COUNT-EDIT
008470         DELIMITED BY SIZE INTO REPORT-RECORD
008480     WRITE REPORT-RECORD

008490     MOVE BNK-NEWLY-BLOCKED-COUNT TO BNK-COUNT-EDIT
008500     MOVE SPACES TO REPORT-RECORD
008510     STRING "  of which new this run:   " BNK-COUNT-EDIT
008520         DELIMITED BY SIZE INTO REPORT-RECORD
008530     WRITE REPORT-RECORD

008540     MOVE BNK-RELEASED-COUNT TO BNK-COUNT-EDIT
008550     MOVE SPACES TO REPORT-RECORD
008560     STRING "Blocks released:           " BNK-COUNT-EDIT
008570         DELIMITED BY SIZE INTO REPORT-RECORD
008580     WRITE REPORT-RECORD

008590     MOVE BNK-CHGOFF-COUNT TO BNK-COUNT-EDIT
008600     MOVE BNK-CHGOFF-AMOUNT TO BNK-UAMOUNT-EDIT
008610     MOVE SPACES TO REPORT-RECORD
008620     STRING "Charge-off candidates:     " BNK-COUNT-EDIT
008630         "  OWED " BNK-UAMOUNT-EDIT
008640         DELIMITED BY SIZE INTO REPORT-RECORD
008650     WRITE REPORT-RECORD.
008660 8000-WRITE-SUMMARY-EXIT.
008670     EXIT.

008680 8100-WRITE-ONE-BUCKET.
008690     MOVE BNK-BKT-COUNT (BNK-BKT-IDX) TO BNK-COUNT-EDIT
008700     MOVE BNK-BKT-AMOUNT (BNK-BKT-IDX) TO BNK-UAMOUNT-EDIT
008710     MOVE SPACES TO REPORT-RECORD
008720     STRING "  Overdrawn " BNK-BKT-LABEL (BNK-BKT-IDX)
008730         " days:      " BNK-COUNT-EDIT
008740         "  OWED " BNK-UAMOUNT-EDIT
008750         DELIMITED BY SIZE INTO REPORT-RECORD
008760     WRITE REPORT-RECORD.
008770 8100-WRITE-ONE-BUCKET-EXIT.
008780     EXIT.

008790 9000-TERMINATE.
008800     CLOSE ACCOUNTS-FILE
008810     CLOSE COLL-WORK-FILE
008820     CLOSE REPORT-FILE.
008830 9000-TERMINATE-EXIT.
008840     EXIT.
