001000******************************************************************
001010* PROGRAM-ID    : ACCHIST
001020* AUTHOR        : R. L. HASTINGS
001030* INSTALLATION  : RETAIL BANKING SYSTEMS
001040* DATE-WRITTEN  : 2026-10-07
001050* DATE-COMPILED :
001060*
001070* REMARKS.
001080*     ACCOUNT HISTORY RESEARCH EXTRACT.  ONCE MTHCLOSE CUTS A
001090*     MONTH TO LEDGARCH.DAT, INQUIRY AND STATEMNT NO LONGER SEE
001100*     IT.  FOR A DISPUTE, AN AUDIT CONFIRMATION OR A LEGAL
001110*     REQUEST THE OPERATOR KEYS A CASE REFERENCE, ONE ACCOUNT OR
001120*     ONE CUSTOMER (EVERY ACCOUNT CARRYING THAT ACC-CUST-ID), AND
001130*     A FROM/TO DATE RANGE.  THE JOB THEN READS THE ARCHIVE AND
001140*     THE OPEN LEDGER TOGETHER, OLDEST FIRST, FOR EACH ACCOUNT
001150*     AND WRITES:
001160*
001170*       - HISTRPT.DAT, THE CERTIFIED HISTORY: EVERY POSTING IN
001180*         THE RANGE WITH ITS RUNNING BALANCE, THEN THE OPENING
001190*         AND CLOSING BALANCES AND THE PROOFS BEHIND THEM;
001200*       - HISTEXT.DAT, THE SAME RECORDS MACHINE-READABLE (SEE
001210*         HISTREC).
001220*
001230*     AN ACCOUNT'S HISTORY IS CERTIFIED ONLY WHEN ALL THREE
001240*     PROOFS HOLD:
001250*
001260*       - CHAIN    - FROM A ZERO OPENING, EVERY RECORD'S BALANCE
001270*                    BEFORE EQUALS THE PRIOR RECORD'S BALANCE
001280*                    AFTER, ACROSS THE ARCHIVE AND INTO THE
001290*                    LEDGER, SO NOTHING IS MISSING;
001300*       - SNAPSHOT - THE BALANCE AT THE END OF THE ARCHIVE
001310*                    EQUALS THE LEDGSNAP BALANCE MTHCLOSE WROTE
001320*                    WHEN IT LAST CUT THE ARCHIVE;
001330*       - MASTER   - THE BALANCE AT THE END OF THE LEDGER EQUALS
001340*                    ACC-BALANCE ON THE ACCOUNT MASTER.
001350*
001360*     THE OPENING AND CLOSING BALANCES ARE POINTS ON THAT PROVED
001370*     CHAIN.  AS IN STATEMNT, A BACKDATED POSTING KEYED AFTER THE
001380*     RANGE'S FIRST POSTING DOES NOT MOVE THE OPENING BALANCE.
001390*
001400*     READ-ONLY AND RUN ON REQUEST, SO IT IS NOT PART OF THE
001410*     CYCLCTL SEQUENCE.  RUN IT OUTSIDE THE POSTING WINDOW.  BOTH
001420*     OUTPUT FILES ARE REBUILT ON EVERY RUN - FILE THEM AWAY
001430*     WITH THE CASE BEFORE THE NEXT REQUEST.
001440*
001450* MODIFICATION HISTORY.
001460*     2026-10-07  RLH  INITIAL VERSION.
001463*     2026-10-12  RLH  LEDGER COPIES WIDENED TO THE 121-BYTE
001466*                      RECORD.
001470******************************************************************
001480 IDENTIFICATION DIVISION.
001490 PROGRAM-ID. ACCHIST.

001500 ENVIRONMENT DIVISION.
001510 INPUT-OUTPUT SECTION.
001520 FILE-CONTROL.
001530     SELECT ACCOUNTS-FILE ASSIGN TO "accounts.dat"
001540         ORGANIZATION IS INDEXED
001550         ACCESS MODE IS DYNAMIC
001560         RECORD KEY IS ACC-ID
001570         FILE STATUS IS BNK-ACCT-FILE-STATUS.

001580     SELECT CUSTOMER-FILE ASSIGN TO "custmast.dat"
001590         ORGANIZATION IS INDEXED
001600         ACCESS MODE IS DYNAMIC
001610         RECORD KEY IS CUST-ID
001620         FILE STATUS IS BNK-CUST-FILE-STATUS.

001630     SELECT LEDGER-FILE ASSIGN TO "ledger.dat"
001640         ORGANIZATION IS LINE SEQUENTIAL
001650         FILE STATUS IS BNK-LEDGER-FILE-STATUS.

001660     SELECT ARCHIVE-FILE ASSIGN TO "ledgarch.dat"
001670         ORGANIZATION IS LINE SEQUENTIAL
001680         FILE STATUS IS BNK-ARCHIVE-FILE-STATUS.

001690     SELECT SNAPSHOT-FILE ASSIGN TO "ledgsnap.dat"
001700         ORGANIZATION IS LINE SEQUENTIAL
001710         FILE STATUS IS BNK-SNAP-FILE-STATUS.

001720     SELECT REPORT-FILE ASSIGN TO "histrpt.dat"
001730         ORGANIZATION IS LINE SEQUENTIAL.

001740     SELECT EXTRACT-FILE ASSIGN TO "histext.dat"
001750         ORGANIZATION IS LINE SEQUENTIAL.

001760     SELECT RUN-CONTROL-FILE ASSIGN TO "runctl.dat"
001770         ORGANIZATION IS LINE SEQUENTIAL
001780         FILE STATUS IS BNK-RUNCTL-FILE-STATUS.

001790 DATA DIVISION.
001800 FILE SECTION.

001810 FD  ACCOUNTS-FILE.
001820 COPY ACCTREC.

001830 FD  CUSTOMER-FILE.
001840 COPY CUSTREC.

001850 FD  LEDGER-FILE.
001860 COPY LEDGREC.

001870 FD  ARCHIVE-FILE.
001880 01  ARCHIVE-RECORD              PIC X(121).

001890 FD  SNAPSHOT-FILE.
001900 COPY SNAPREC.

001910 FD  REPORT-FILE.
001920 01  REPORT-RECORD               PIC X(120).

001930 FD  EXTRACT-FILE.
001940 COPY HISTREC.

001950 FD  RUN-CONTROL-FILE.
001960 01  RUN-CONTROL-RECORD.
001970     05  RUN-BUSINESS-DATE       PIC 9(08).

001980 WORKING-STORAGE SECTION.

001990 01  BNK-ACCT-FILE-STATUS        PIC X(02).
002000 01  BNK-CUST-FILE-STATUS        PIC X(02).
002010 01  BNK-LEDGER-FILE-STATUS      PIC X(02).
002020 01  BNK-ARCHIVE-FILE-STATUS     PIC X(02).
002030 01  BNK-SNAP-FILE-STATUS        PIC X(02).
002040 01  BNK-RUNCTL-FILE-STATUS      PIC X(02).

002050 01  BNK-CUSTF-FLAG              PIC X(01) VALUE "N".
002060     88  BNK-CUSTF-ON-HAND           VALUE "Y".
002070     88  BNK-CUSTF-MISSING           VALUE "N".

002080 01  BNK-ACCT-EOF-FLAG           PIC X(01) VALUE "N".
002090     88  BNK-ACCT-END-OF-FILE        VALUE "Y".
002100     88  BNK-ACCT-NOT-END-OF-FILE    VALUE "N".

002110 01  BNK-LDG-EOF-FLAG            PIC X(01) VALUE "N".
002120     88  BNK-LDG-END-OF-FILE         VALUE "Y".
002130     88  BNK-LDG-NOT-END-OF-FILE     VALUE "N".

002140 01  BNK-ARC-EOF-FLAG            PIC X(01) VALUE "N".
002150     88  BNK-ARC-END-OF-FILE         VALUE "Y".
002160     88  BNK-ARC-NOT-END-OF-FILE     VALUE "N".

002170 01  BNK-SNAPF-EOF-FLAG          PIC X(01) VALUE "N".
002180     88  BNK-SNAPF-END-OF-FILE       VALUE "Y".
002190     88  BNK-SNAPF-NOT-END-OF-FILE   VALUE "N".

002200 01  BNK-BUSINESS-DATE           PIC 9(08) VALUE ZERO.

002210*    THE RESEARCH REQUEST, KEYED ON THE CONSOLE.
002220 01  BNK-CASE-REF                PIC X(10) VALUE SPACES.
002230 01  BNK-SCOPE-ANSWER            PIC X(01) VALUE SPACE.
002240     88  BNK-SCOPE-ACCOUNT           VALUE "A".
002250     88  BNK-SCOPE-CUSTOMER          VALUE "C".
002260 01  BNK-SEARCH-KEY              PIC X(06) VALUE SPACES.
002270 01  BNK-FROM-DATE               PIC 9(08).
002280 01  BNK-FROM-DATE-X REDEFINES BNK-FROM-DATE
002290                                 PIC X(08).
002300 01  BNK-TO-DATE                 PIC 9(08).
002310 01  BNK-TO-DATE-X REDEFINES BNK-TO-DATE
002320                                 PIC X(08).

002330*    THE ACCOUNT BEING RESEARCHED.  KEPT APART FROM ACC-ID SO AN
002340*    ACCOUNT NO LONGER ON THE MASTER CAN STILL BE TRACED.
002350 01  BNK-HIST-ACC-ID             PIC X(05).
002360 01  BNK-MASTER-FLAG             PIC X(01).
002370     88  BNK-ON-MASTER               VALUE "Y".
002380     88  BNK-NOT-ON-MASTER           VALUE "N".
002390 01  BNK-MASTER-BALANCE          PIC S9(7)V99.

002400*    WHERE THE CURRENT LEDGER RECORD CAME FROM.
002410 01  BNK-SOURCE-FLAG             PIC X(01).
002420     88  BNK-SOURCE-ARCHIVE          VALUE "A".
002430     88  BNK-SOURCE-LEDGER           VALUE "L".

002440*    THE BALANCE CHAIN, RUN FROM ZERO THROUGH EVERY RECORD THE
002450*    ACCOUNT HAS EVER POSTED.
002460 01  BNK-CHAIN-BALANCE           PIC S9(7)V99.
002470 01  BNK-CHAIN-BREAK-COUNT       PIC 9(05).
002480 01  BNK-ARCHIVE-ITEM-COUNT      PIC 9(07).
002490 01  BNK-LEDGER-ITEM-COUNT       PIC 9(07).
002500 01  BNK-ARCHIVE-END-BALANCE     PIC S9(7)V99.

002510 01  BNK-SNAP-FOUND-FLAG         PIC X(01).
002520     88  BNK-SNAP-FOUND              VALUE "Y".
002530     88  BNK-SNAP-NOT-FOUND          VALUE "N".
002540 01  BNK-SNAP-AS-OF              PIC 9(08).
002550 01  BNK-SNAP-BALANCE            PIC S9(7)V99.

002560 01  BNK-ACTIVITY-FLAG           PIC X(01).
002570     88  BNK-RANGE-HAS-ACTIVITY      VALUE "Y".
002580     88  BNK-RANGE-NO-ACTIVITY       VALUE "N".
002590 01  BNK-OPENING-BALANCE         PIC S9(7)V99.
002600 01  BNK-CLOSING-BALANCE         PIC S9(7)V99.
002610 01  BNK-CREDIT-TOTAL            PIC 9(09)V99.
002620 01  BNK-DEBIT-TOTAL             PIC 9(09)V99.
002630 01  BNK-RANGE-COUNT             PIC 9(07).

002640 01  BNK-CERTIFY-FLAG            PIC X(01).
002650     88  BNK-CERTIFIED               VALUE "Y".
002660     88  BNK-NOT-CERTIFIED           VALUE "N".
002670 01  BNK-PROOF-TEXT              PIC X(08).

002680 01  BNK-ACCOUNTS-LISTED         PIC 9(05) VALUE ZERO.
002690 01  BNK-ACCOUNTS-CERTIFIED      PIC 9(05) VALUE ZERO.
002700 01  BNK-ITEMS-LISTED            PIC 9(07) VALUE ZERO.
002710 01  BNK-EXTRACT-COUNT           PIC 9(07) VALUE ZERO.

002720 01  BNK-NOTE-TEXT               PIC X(30).

002730 01  BNK-COUNT-EDIT              PIC ZZZ,ZZ9.
002740 01  BNK-COUNT-EDIT-2            PIC ZZZ,ZZ9.
002750 01  BNK-COUNT-EDIT-3            PIC ZZZ,ZZ9.
002760 01  BNK-UAMOUNT-EDIT            PIC ZZZ,ZZZ,ZZ9.99.
002770 01  BNK-SAMOUNT-EDIT            PIC ZZZ,ZZZ,ZZ9.99-.
002780 01  BNK-SAMOUNT-EDIT-2          PIC ZZZ,ZZZ,ZZ9.99-.

002790 01  BNK-DETAIL-LINE.
002800     05  FILLER                  PIC X(02) VALUE SPACES.
002810     05  DTL-DATE                PIC 9(08).
002820     05  FILLER                  PIC X(02) VALUE SPACES.
002830     05  DTL-TIME                PIC 9(08).
002840     05  FILLER                  PIC X(02) VALUE SPACES.
002850     05  DTL-TYPE                PIC X(10).
002860     05  FILLER                  PIC X(02) VALUE SPACES.
002870     05  DTL-DR-CR               PIC X(02).
002880     05  FILLER                  PIC X(01) VALUE SPACES.
002890     05  DTL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
002900     05  FILLER                  PIC X(02) VALUE SPACES.
002910     05  DTL-BALANCE             PIC ZZZ,ZZZ,ZZ9.99-.
002920     05  FILLER                  PIC X(02) VALUE SPACES.
002930     05  DTL-SOURCE              PIC X(07).
002940     05  FILLER                  PIC X(02) VALUE SPACES.
002950     05  DTL-NOTE                PIC X(30).

002960 PROCEDURE DIVISION.

002970 0000-MAINLINE.
002980     PERFORM 1000-INITIALIZE
002990         THRU 1000-INITIALIZE-EXIT
003000     PERFORM 2000-SELECT-ACCOUNTS
003010         THRU 2000-SELECT-ACCOUNTS-EXIT
003020     PERFORM 8000-WRITE-SUMMARY
003030         THRU 8000-WRITE-SUMMARY-EXIT
003040     PERFORM 9000-TERMINATE
003050         THRU 9000-TERMINATE-EXIT
003060     STOP RUN.

003070*-----------------------------------------------------------------
003080* 1000  TAKE THE REQUEST FROM THE OPERATOR.  A BAD ANSWER STOPS
003090*       THE RUN BEFORE ANY FILE IS OPENED.
003100*-----------------------------------------------------------------
003110 1000-INITIALIZE.
003120     OPEN INPUT RUN-CONTROL-FILE
003130     IF BNK-RUNCTL-FILE-STATUS NOT = "35"
003140         READ RUN-CONTROL-FILE
003150             AT END
003160                 CONTINUE
003170             NOT AT END
003180                 IF RUN-BUSINESS-DATE NUMERIC
003190                     AND RUN-BUSINESS-DATE > ZERO
003200                     MOVE RUN-BUSINESS-DATE TO BNK-BUSINESS-DATE
003210                 END-IF
003220         END-READ
003230         CLOSE RUN-CONTROL-FILE
003240     END-IF
003250     IF BNK-BUSINESS-DATE = ZERO
003260         ACCEPT BNK-BUSINESS-DATE FROM DATE YYYYMMDD
003270     END-IF

003280     DISPLAY "ENTER CASE REFERENCE: "
003290         WITH NO ADVANCING
003300     ACCEPT BNK-CASE-REF
003310     IF BNK-CASE-REF = SPACES
003320         DISPLAY "A CASE REFERENCE IS REQUIRED"
003330         STOP RUN
003340     END-IF

003350     DISPLAY "HISTORY FOR ONE ACCOUNT OR A CUSTOMER (A/C): "
003360         WITH NO ADVANCING
003370     ACCEPT BNK-SCOPE-ANSWER
003380     IF BNK-SCOPE-ANSWER = "a"
003390         MOVE "A" TO BNK-SCOPE-ANSWER
003400     END-IF
003410     IF BNK-SCOPE-ANSWER = "c"
003420         MOVE "C" TO BNK-SCOPE-ANSWER
003430     END-IF
003440     IF NOT BNK-SCOPE-ACCOUNT AND NOT BNK-SCOPE-CUSTOMER
003450         DISPLAY "ANSWER A FOR AN ACCOUNT OR C FOR A CUSTOMER"
003460         STOP RUN
003470     END-IF

003480     IF BNK-SCOPE-ACCOUNT
003490         DISPLAY "ENTER ACCOUNT ID: "
003500             WITH NO ADVANCING
003510     ELSE
003520         DISPLAY "ENTER CUSTOMER ID: "
003530             WITH NO ADVANCING
003540     END-IF
003550     ACCEPT BNK-SEARCH-KEY
003560     IF BNK-SEARCH-KEY = SPACES
003570         DISPLAY "AN ACCOUNT OR CUSTOMER ID IS REQUIRED"
003580         STOP RUN
003590     END-IF

003600     DISPLAY "ENTER FROM DATE (YYYYMMDD): "
003610         WITH NO ADVANCING
003620     ACCEPT BNK-FROM-DATE-X
003630     DISPLAY "ENTER TO DATE (YYYYMMDD): "
003640         WITH NO ADVANCING
003650     ACCEPT BNK-TO-DATE-X
003660     IF BNK-FROM-DATE NOT NUMERIC
003670         OR BNK-TO-DATE NOT NUMERIC
003680         DISPLAY "DATES MUST BE NUMERIC YYYYMMDD"
003690         STOP RUN
003700     END-IF
003710     IF BNK-FROM-DATE > BNK-TO-DATE
003720         DISPLAY "FROM DATE " BNK-FROM-DATE
003730             " IS AFTER TO DATE " BNK-TO-DATE
003740         STOP RUN
003750     END-IF

003760     OPEN INPUT ACCOUNTS-FILE
003770     OPEN INPUT CUSTOMER-FILE
003780     IF BNK-CUST-FILE-STATUS = "35"
003790         SET BNK-CUSTF-MISSING TO TRUE
003800     ELSE
003810         SET BNK-CUSTF-ON-HAND TO TRUE
003820     END-IF
003830     OPEN OUTPUT REPORT-FILE
003840     OPEN OUTPUT EXTRACT-FILE

003850     MOVE ALL "=" TO REPORT-RECORD
003860     WRITE REPORT-RECORD
003870     MOVE SPACES TO REPORT-RECORD
003880     STRING "CERTIFIED ACCOUNT HISTORY   CASE " BNK-CASE-REF
003890         "   PRODUCED " BNK-BUSINESS-DATE
003900         DELIMITED BY SIZE INTO REPORT-RECORD
003910     WRITE REPORT-RECORD
003920     MOVE SPACES TO REPORT-RECORD
003930     IF BNK-SCOPE-ACCOUNT
003940         STRING "ACCOUNT " BNK-SEARCH-KEY
003950             "   PERIOD " BNK-FROM-DATE " TO " BNK-TO-DATE
003960             DELIMITED BY SIZE INTO REPORT-RECORD
003970     ELSE
003980         STRING "ALL ACCOUNTS OF CUSTOMER " BNK-SEARCH-KEY
003990             "   PERIOD " BNK-FROM-DATE " TO " BNK-TO-DATE
004000             DELIMITED BY SIZE INTO REPORT-RECORD
004010     END-IF
004020     WRITE REPORT-RECORD
004030     MOVE ALL "=" TO REPORT-RECORD
004040     WRITE REPORT-RECORD.
004050 1000-INITIALIZE-EXIT.
004060     EXIT.

004070*-----------------------------------------------------------------
004080* 2000  ONE ACCOUNT BY KEY, OR EVERY ACCOUNT ON THE MASTER THAT
004090*       CARRIES THE CUSTOMER'S ID.  AN ACCOUNT NOT ON THE MASTER
004100*       IS STILL TRACED THROUGH THE LEDGERS, BUT CANNOT PASS THE
004110*       MASTER PROOF.
004120*-----------------------------------------------------------------
004130 2000-SELECT-ACCOUNTS.
004140     IF BNK-SCOPE-ACCOUNT
004150         MOVE BNK-SEARCH-KEY TO BNK-HIST-ACC-ID
004160         MOVE BNK-HIST-ACC-ID TO ACC-ID
004170         READ ACCOUNTS-FILE
004180             INVALID KEY
004190                 SET BNK-NOT-ON-MASTER TO TRUE
004200             NOT INVALID KEY
004210                 SET BNK-ON-MASTER TO TRUE
004220         END-READ
004230         IF BNK-ON-MASTER
004240             PERFORM 2500-WRITE-CUSTOMER-BLOCK
004250                 THRU 2500-WRITE-CUSTOMER-BLOCK-EXIT
004260         END-IF
004270         PERFORM 3000-HISTORY-ONE-ACCOUNT
004280             THRU 3000-HISTORY-ONE-ACCOUNT-EXIT
004290         GO TO 2000-SELECT-ACCOUNTS-EXIT
004300     END-IF

004310     MOVE BNK-SEARCH-KEY TO ACC-CUST-ID
004320     PERFORM 2500-WRITE-CUSTOMER-BLOCK
004330         THRU 2500-WRITE-CUSTOMER-BLOCK-EXIT
004340     SET BNK-ACCT-NOT-END-OF-FILE TO TRUE
004350     MOVE LOW-VALUES TO ACC-ID
004360     START ACCOUNTS-FILE KEY IS NOT LESS THAN ACC-ID
004370         INVALID KEY
004380             SET BNK-ACCT-END-OF-FILE TO TRUE
004390     END-START
004400     PERFORM 2100-TEST-ONE-ACCOUNT
004410         THRU 2100-TEST-ONE-ACCOUNT-EXIT
004420         UNTIL BNK-ACCT-END-OF-FILE
004430     IF BNK-ACCOUNTS-LISTED = ZERO
004440         MOVE SPACES TO REPORT-RECORD
004450         STRING "NO ACCOUNT ON THE MASTER CARRIES CUSTOMER "
004460             BNK-SEARCH-KEY
004470             DELIMITED BY SIZE INTO REPORT-RECORD
004480         WRITE REPORT-RECORD
004490     END-IF.
004500 2000-SELECT-ACCOUNTS-EXIT.
004510     EXIT.

004520 2100-TEST-ONE-ACCOUNT.
004530     READ ACCOUNTS-FILE NEXT RECORD
004540         AT END
004550             SET BNK-ACCT-END-OF-FILE TO TRUE
004560             GO TO 2100-TEST-ONE-ACCOUNT-EXIT
004570     END-READ
004580     IF ACC-CUST-ID NOT = BNK-SEARCH-KEY
004590         GO TO 2100-TEST-ONE-ACCOUNT-EXIT
004600     END-IF
004610     MOVE ACC-ID TO BNK-HIST-ACC-ID
004620     SET BNK-ON-MASTER TO TRUE
004630     PERFORM 3000-HISTORY-ONE-ACCOUNT
004640         THRU 3000-HISTORY-ONE-ACCOUNT-EXIT.
004650 2100-TEST-ONE-ACCOUNT-EXIT.
004660     EXIT.

004670*-----------------------------------------------------------------
004680* 2500  THE CUSTOMER'S NAME AND ADDRESS UNDER THE TITLE, FROM
004690*       ACC-CUST-ID.  NO LINK, OR A LINK POINTING NOWHERE, IS
004700*       SAID SO AND THE RESEARCH GOES ON.
004710*-----------------------------------------------------------------
004720 2500-WRITE-CUSTOMER-BLOCK.
004730     IF ACC-CUST-ID = SPACES OR BNK-CUSTF-MISSING
004740         GO TO 2500-WRITE-CUSTOMER-BLOCK-EXIT
004750     END-IF
004760     MOVE ACC-CUST-ID TO CUST-ID
004770     READ CUSTOMER-FILE
004780         INVALID KEY
004790             MOVE SPACES TO REPORT-RECORD
004800             STRING "  CUSTOMER " ACC-CUST-ID
004810                 " NOT ON CUSTOMER MASTER"
004820                 DELIMITED BY SIZE INTO REPORT-RECORD
004830             WRITE REPORT-RECORD
004840             GO TO 2500-WRITE-CUSTOMER-BLOCK-EXIT
004850     END-READ
004860     MOVE SPACES TO REPORT-RECORD
004870     STRING "  CUSTOMER " CUST-ID "  " CUST-NAME
004880         DELIMITED BY SIZE INTO REPORT-RECORD
004890     WRITE REPORT-RECORD
004900     MOVE SPACES TO REPORT-RECORD
004910     STRING "  " CUST-ADDR-LINE-1
004920         DELIMITED BY SIZE INTO REPORT-RECORD
004930     WRITE REPORT-RECORD
004940     MOVE SPACES TO REPORT-RECORD
004950     STRING "  " CUST-ADDR-LINE-2
004960         DELIMITED BY SIZE INTO REPORT-RECORD
004970     WRITE REPORT-RECORD.
004980 2500-WRITE-CUSTOMER-BLOCK-EXIT.
004990     EXIT.

005000*-----------------------------------------------------------------
005010* 3000  ONE ACCOUNT: ITS SNAPSHOT, THEN THE ARCHIVE AND THE OPEN
005020*       LEDGER FROM THE TOP, THEN THE PROOFS.  THE MASTER RECORD
005030*       IS STILL IN THE FILE AREA WHEN IT WAS FOUND.
005040*-----------------------------------------------------------------
005050 3000-HISTORY-ONE-ACCOUNT.
005060     ADD 1 TO BNK-ACCOUNTS-LISTED
005070     MOVE ZERO TO BNK-CHAIN-BALANCE
005080     MOVE ZERO TO BNK-CHAIN-BREAK-COUNT
005090     MOVE ZERO TO BNK-ARCHIVE-ITEM-COUNT
005100     MOVE ZERO TO BNK-LEDGER-ITEM-COUNT
005110     MOVE ZERO TO BNK-ARCHIVE-END-BALANCE
005120     MOVE ZERO TO BNK-OPENING-BALANCE
005130     MOVE ZERO TO BNK-CLOSING-BALANCE
005140     MOVE ZERO TO BNK-CREDIT-TOTAL
005150     MOVE ZERO TO BNK-DEBIT-TOTAL
005160     MOVE ZERO TO BNK-RANGE-COUNT
005170     MOVE ZERO TO BNK-MASTER-BALANCE
005180     SET BNK-RANGE-NO-ACTIVITY TO TRUE
005190     IF BNK-ON-MASTER
005200         MOVE ACC-BALANCE TO BNK-MASTER-BALANCE
005210     END-IF

005220     PERFORM 3100-WRITE-ACCOUNT-HEADER
005230         THRU 3100-WRITE-ACCOUNT-HEADER-EXIT
005240     PERFORM 3200-FIND-SNAPSHOT
005250         THRU 3200-FIND-SNAPSHOT-EXIT

005260     SET BNK-SOURCE-ARCHIVE TO TRUE
005270     OPEN INPUT ARCHIVE-FILE
005280     IF BNK-ARCHIVE-FILE-STATUS NOT = "35"
005290         SET BNK-ARC-NOT-END-OF-FILE TO TRUE
005300         PERFORM 3300-SCAN-ONE-ARCHIVE
005310             THRU 3300-SCAN-ONE-ARCHIVE-EXIT
005320             UNTIL BNK-ARC-END-OF-FILE
005330         CLOSE ARCHIVE-FILE
005340     END-IF
005350     MOVE BNK-CHAIN-BALANCE TO BNK-ARCHIVE-END-BALANCE

005360     SET BNK-SOURCE-LEDGER TO TRUE
005370     OPEN INPUT LEDGER-FILE
005380     IF BNK-LEDGER-FILE-STATUS NOT = "35"
005390         SET BNK-LDG-NOT-END-OF-FILE TO TRUE
005400         PERFORM 3400-SCAN-ONE-LEDGER
005410             THRU 3400-SCAN-ONE-LEDGER-EXIT
005420             UNTIL BNK-LDG-END-OF-FILE
005430         CLOSE LEDGER-FILE
005440     END-IF

005450     PERFORM 4000-WRITE-ACCOUNT-FOOTER
005460         THRU 4000-WRITE-ACCOUNT-FOOTER-EXIT
005470     PERFORM 4500-WRITE-SUMMARY-EXTRACT
005480         THRU 4500-WRITE-SUMMARY-EXTRACT-EXIT.
005490 3000-HISTORY-ONE-ACCOUNT-EXIT.
005500     EXIT.

005510 3100-WRITE-ACCOUNT-HEADER.
005520     MOVE SPACES TO REPORT-RECORD
005530     WRITE REPORT-RECORD
005540     MOVE ALL "-" TO REPORT-RECORD
005550     WRITE REPORT-RECORD
005560     MOVE SPACES TO REPORT-RECORD
005570     IF BNK-ON-MASTER
005580         STRING "ACCOUNT " ACC-ID "  " ACC-NAME
005590             "  PRODUCT " ACC-PRODUCT-CODE
005600             "  STATUS " ACC-STATUS
005610             "  CUSTOMER " ACC-CUST-ID
005620             DELIMITED BY SIZE INTO REPORT-RECORD
005630     ELSE
005640         STRING "ACCOUNT " BNK-HIST-ACC-ID
005650             "  NOT ON THE ACCOUNT MASTER"
005660             DELIMITED BY SIZE INTO REPORT-RECORD
005670     END-IF
005680     WRITE REPORT-RECORD
005690     MOVE ALL "-" TO REPORT-RECORD
005700     WRITE REPORT-RECORD
005710     MOVE SPACES TO REPORT-RECORD
005720     STRING "  DATE      TIME      TYPE        DR"
005730         "          AMOUNT          BALANCE  SOURCE   NOTE"
005740         DELIMITED BY SIZE INTO REPORT-RECORD
005750     WRITE REPORT-RECORD.
005760 3100-WRITE-ACCOUNT-HEADER-EXIT.
005770     EXIT.

005780*-----------------------------------------------------------------
005790* 3200  THE ACCOUNT'S LEDGSNAP RECORD, IF ANY.  NO SNAPSHOT FILE
005800*       MEANS NO MONTH HAS EVER BEEN CLOSED.
005810*-----------------------------------------------------------------
005820 3200-FIND-SNAPSHOT.
005830     SET BNK-SNAP-NOT-FOUND TO TRUE
005840     MOVE ZERO TO BNK-SNAP-AS-OF
005850     MOVE ZERO TO BNK-SNAP-BALANCE
005860     OPEN INPUT SNAPSHOT-FILE
005870     IF BNK-SNAP-FILE-STATUS = "35"
005880         GO TO 3200-FIND-SNAPSHOT-EXIT
005890     END-IF
005900     SET BNK-SNAPF-NOT-END-OF-FILE TO TRUE
005910     PERFORM 3210-TEST-ONE-SNAPSHOT
005920         THRU 3210-TEST-ONE-SNAPSHOT-EXIT
005930         UNTIL BNK-SNAPF-END-OF-FILE
005940             OR BNK-SNAP-FOUND
005950     CLOSE SNAPSHOT-FILE.
005960 3200-FIND-SNAPSHOT-EXIT.
005970     EXIT.

005980 3210-TEST-ONE-SNAPSHOT.
005990     READ SNAPSHOT-FILE
006000         AT END
006010             SET BNK-SNAPF-END-OF-FILE TO TRUE
006020             GO TO 3210-TEST-ONE-SNAPSHOT-EXIT
006030     END-READ
006040     IF SNP-ACC-ID = BNK-HIST-ACC-ID
006050         SET BNK-SNAP-FOUND TO TRUE
006060         MOVE SNP-AS-OF-DATE TO BNK-SNAP-AS-OF
006070         MOVE SNP-BALANCE TO BNK-SNAP-BALANCE
006080     END-IF.
006090 3210-TEST-ONE-SNAPSHOT-EXIT.
006100     EXIT.

006110 3300-SCAN-ONE-ARCHIVE.
006120     READ ARCHIVE-FILE INTO LEDGER-RECORD
006130         AT END
006140             SET BNK-ARC-END-OF-FILE TO TRUE
006150             GO TO 3300-SCAN-ONE-ARCHIVE-EXIT
006160     END-READ
006170     IF LDG-ACC-ID = BNK-HIST-ACC-ID
006180         ADD 1 TO BNK-ARCHIVE-ITEM-COUNT
006190         PERFORM 3500-APPLY-HISTORY-RECORD
006200             THRU 3500-APPLY-HISTORY-RECORD-EXIT
006210     END-IF.
006220 3300-SCAN-ONE-ARCHIVE-EXIT.
006230     EXIT.

006240 3400-SCAN-ONE-LEDGER.
006250     READ LEDGER-FILE
006260         AT END
006270             SET BNK-LDG-END-OF-FILE TO TRUE
006280             GO TO 3400-SCAN-ONE-LEDGER-EXIT
006290     END-READ
006300     IF LDG-ACC-ID = BNK-HIST-ACC-ID
006310         ADD 1 TO BNK-LEDGER-ITEM-COUNT
006320         PERFORM 3500-APPLY-HISTORY-RECORD
006330             THRU 3500-APPLY-HISTORY-RECORD-EXIT
006340     END-IF.
006350 3400-SCAN-ONE-LEDGER-EXIT.
006360     EXIT.

006370*-----------------------------------------------------------------
006380* 3500  ONE OF THE ACCOUNT'S RECORDS, IN POSTING ORDER.  FIRST
006390*       THE CHAIN: A BALANCE BEFORE THAT DOES NOT FOLLOW ON FROM
006400*       THE LAST BALANCE AFTER IS A BREAK, LISTED WHEREVER IT
006410*       FALLS.  THEN THE RANGE, THE SAME WAY STATEMNT TREATS ITS
006420*       MONTH: BEFORE IT A RECORD ONLY MOVES THE BALANCES ON, IN
006430*       IT A RECORD IS LISTED, AFTER IT A RECORD IS PASSED OVER.
006440*-----------------------------------------------------------------
006450 3500-APPLY-HISTORY-RECORD.
006460     IF LDG-BALANCE-BEFORE NOT = BNK-CHAIN-BALANCE
006470         ADD 1 TO BNK-CHAIN-BREAK-COUNT
006480         MOVE LDG-BALANCE-BEFORE TO BNK-SAMOUNT-EDIT
006490         MOVE BNK-CHAIN-BALANCE TO BNK-SAMOUNT-EDIT-2
006500         MOVE SPACES TO REPORT-RECORD
006510         STRING "  ** CHAIN BREAK AT " LDG-DATE " " LDG-TIME
006520             " " LDG-TRX-TYPE " - BALANCE BEFORE "
006530             BNK-SAMOUNT-EDIT " EXPECTED " BNK-SAMOUNT-EDIT-2
006540             DELIMITED BY SIZE INTO REPORT-RECORD
006550         WRITE REPORT-RECORD
006560     END-IF
006570     MOVE LDG-BALANCE-AFTER TO BNK-CHAIN-BALANCE

006580     EVALUATE TRUE
006590         WHEN LDG-DATE < BNK-FROM-DATE
006600             IF BNK-RANGE-NO-ACTIVITY
006610                 MOVE LDG-BALANCE-AFTER TO BNK-OPENING-BALANCE
006620                 MOVE LDG-BALANCE-AFTER TO BNK-CLOSING-BALANCE
006630             END-IF
006640         WHEN LDG-DATE > BNK-TO-DATE
006650             CONTINUE
006660         WHEN OTHER
006670             IF BNK-RANGE-NO-ACTIVITY
006680                 SET BNK-RANGE-HAS-ACTIVITY TO TRUE
006690                 MOVE LDG-BALANCE-BEFORE TO BNK-OPENING-BALANCE
006700             END-IF
006710             MOVE LDG-BALANCE-AFTER TO BNK-CLOSING-BALANCE
006720             PERFORM 3600-LIST-HISTORY-RECORD
006730                 THRU 3600-LIST-HISTORY-RECORD-EXIT
006740     END-EVALUATE.
006750 3500-APPLY-HISTORY-RECORD-EXIT.
006760     EXIT.

006770*-----------------------------------------------------------------
006780* 3600  ONE POSTING IN THE RANGE, TO THE REPORT AND THE EXTRACT.
006790*       DEBIT OR CREDIT IS WHICH WAY THE BALANCE MOVED; A HOLD OR
006800*       RELEASE MOVES NOTHING AND IS NEITHER.
006810*-----------------------------------------------------------------
006820 3600-LIST-HISTORY-RECORD.
006830     ADD 1 TO BNK-RANGE-COUNT
006840     ADD 1 TO BNK-ITEMS-LISTED
006850     MOVE SPACES TO DTL-DR-CR
006860     IF LDG-BALANCE-AFTER > LDG-BALANCE-BEFORE
006870         ADD LDG-TRX-AMOUNT TO BNK-CREDIT-TOTAL
006880         MOVE "CR" TO DTL-DR-CR
006890     END-IF
006900     IF LDG-BALANCE-AFTER < LDG-BALANCE-BEFORE
006910         ADD LDG-TRX-AMOUNT TO BNK-DEBIT-TOTAL
006920         MOVE "DR" TO DTL-DR-CR
006930     END-IF

006940     MOVE SPACES TO BNK-NOTE-TEXT
006950     IF LDG-OVERDRAFT-USED
006960         MOVE "(OVERDRAFT USED)" TO BNK-NOTE-TEXT
006970     END-IF
006980     IF LDG-COUNTER-ACC NOT = SPACES
006990         STRING "TRANSFER WITH " LDG-COUNTER-ACC
007000             DELIMITED BY SIZE INTO BNK-NOTE-TEXT
007010     END-IF
007020     IF LDG-TRX-TYPE = "EXTRETURN"
007030         MOVE SPACES TO BNK-NOTE-TEXT
007040         STRING "RETURNED " LDG-REASON-CODE
007050             " SENT " LDG-ORIG-DATE
007060             DELIMITED BY SIZE INTO BNK-NOTE-TEXT
007070     END-IF
007080     IF LDG-TRX-TYPE = "REVERSAL"
007090         MOVE SPACES TO BNK-NOTE-TEXT
007100         STRING "REVERSES " LDG-ORIG-TYPE " " LDG-ORIG-DATE
007110             DELIMITED BY SIZE INTO BNK-NOTE-TEXT
007120     END-IF

007130     MOVE LDG-DATE TO DTL-DATE
007140     MOVE LDG-TIME TO DTL-TIME
007150     MOVE LDG-TRX-TYPE TO DTL-TYPE
007160     MOVE LDG-TRX-AMOUNT TO DTL-AMOUNT
007170     MOVE LDG-BALANCE-AFTER TO DTL-BALANCE
007180     IF BNK-SOURCE-ARCHIVE
007190         MOVE "ARCHIVE" TO DTL-SOURCE
007200     ELSE
007210         MOVE "LEDGER" TO DTL-SOURCE
007220     END-IF
007230     MOVE BNK-NOTE-TEXT TO DTL-NOTE
007240     WRITE REPORT-RECORD FROM BNK-DETAIL-LINE

007250     MOVE SPACES TO HISTORY-EXTRACT-RECORD
007260     MOVE BNK-CASE-REF TO HXT-CASE-REF
007270     SET HXT-IS-DETAIL TO TRUE
007280     MOVE BNK-HIST-ACC-ID TO HXT-ACC-ID
007290     MOVE BNK-SOURCE-FLAG TO HXT-SOURCE
007300     MOVE LEDGER-RECORD TO HXT-DATA
007310     WRITE HISTORY-EXTRACT-RECORD
007320     ADD 1 TO BNK-EXTRACT-COUNT.
007330 3600-LIST-HISTORY-RECORD-EXIT.
007340     EXIT.

007350*-----------------------------------------------------------------
007360* 4000  BALANCES, TOTALS AND THE THREE PROOFS.  ANY PROOF THAT
007370*       FAILS WITHHOLDS THE CERTIFICATE.
007380*-----------------------------------------------------------------
007390 4000-WRITE-ACCOUNT-FOOTER.
007400     SET BNK-CERTIFIED TO TRUE
007410     MOVE SPACES TO REPORT-RECORD
007420     WRITE REPORT-RECORD
007430     IF BNK-RANGE-NO-ACTIVITY
007440         MOVE "  NO POSTINGS IN THE PERIOD" TO REPORT-RECORD
007450         WRITE REPORT-RECORD
007460     END-IF

007470     MOVE BNK-OPENING-BALANCE TO BNK-SAMOUNT-EDIT
007480     MOVE SPACES TO REPORT-RECORD
007490     STRING "  OPENING BALANCE:            " BNK-SAMOUNT-EDIT
007500         DELIMITED BY SIZE INTO REPORT-RECORD
007510     WRITE REPORT-RECORD

007520     MOVE BNK-RANGE-COUNT TO BNK-COUNT-EDIT
007530     MOVE SPACES TO REPORT-RECORD
007540     STRING "  POSTINGS LISTED:            " BNK-COUNT-EDIT
007550         DELIMITED BY SIZE INTO REPORT-RECORD
007560     WRITE REPORT-RECORD

007570     MOVE BNK-CREDIT-TOTAL TO BNK-UAMOUNT-EDIT
007580     MOVE SPACES TO REPORT-RECORD
007590     STRING "  TOTAL CREDITS:               " BNK-UAMOUNT-EDIT
007600         DELIMITED BY SIZE INTO REPORT-RECORD
007610     WRITE REPORT-RECORD

007620     MOVE BNK-DEBIT-TOTAL TO BNK-UAMOUNT-EDIT
007630     MOVE SPACES TO REPORT-RECORD
007640     STRING "  TOTAL DEBITS:                " BNK-UAMOUNT-EDIT
007650         DELIMITED BY SIZE INTO REPORT-RECORD
007660     WRITE REPORT-RECORD

007670     MOVE BNK-CLOSING-BALANCE TO BNK-SAMOUNT-EDIT
007680     MOVE SPACES TO REPORT-RECORD
007690     STRING "  CLOSING BALANCE:            " BNK-SAMOUNT-EDIT
007700         DELIMITED BY SIZE INTO REPORT-RECORD
007710     WRITE REPORT-RECORD

007720     MOVE SPACES TO REPORT-RECORD
007730     WRITE REPORT-RECORD
007740     PERFORM 4100-PROVE-CHAIN
007750         THRU 4100-PROVE-CHAIN-EXIT
007760     PERFORM 4200-PROVE-SNAPSHOT
007770         THRU 4200-PROVE-SNAPSHOT-EXIT
007780     PERFORM 4300-PROVE-MASTER
007790         THRU 4300-PROVE-MASTER-EXIT

007800     IF BNK-CERTIFIED
007810         ADD 1 TO BNK-ACCOUNTS-CERTIFIED
007820         MOVE "  CERTIFIED - OPENING AND CLOSING BALANCES PROVED"
007830             TO REPORT-RECORD
007840     ELSE
007850         MOVE "  NOT CERTIFIED - SEE THE PROOFS ABOVE"
007860             TO REPORT-RECORD
007870     END-IF
007880     WRITE REPORT-RECORD.
007890 4000-WRITE-ACCOUNT-FOOTER-EXIT.
007900     EXIT.

007910 4100-PROVE-CHAIN.
007920     IF BNK-CHAIN-BREAK-COUNT = ZERO
007930         MOVE "AGREED" TO BNK-PROOF-TEXT
007940     ELSE
007950         MOVE "BROKEN" TO BNK-PROOF-TEXT
007960         SET BNK-NOT-CERTIFIED TO TRUE
007970     END-IF
007980     MOVE BNK-ARCHIVE-ITEM-COUNT TO BNK-COUNT-EDIT
007990     MOVE BNK-LEDGER-ITEM-COUNT TO BNK-COUNT-EDIT-2
008000     MOVE BNK-CHAIN-BREAK-COUNT TO BNK-COUNT-EDIT-3
008010     MOVE SPACES TO REPORT-RECORD
008020     STRING "  CHAIN PROOF:     " BNK-PROOF-TEXT
008030         "  ARCHIVE RECORDS " BNK-COUNT-EDIT
008040         "  LEDGER RECORDS " BNK-COUNT-EDIT-2
008050         "  BREAKS " BNK-COUNT-EDIT-3
008060         DELIMITED BY SIZE INTO REPORT-RECORD
008070     WRITE REPORT-RECORD.
008080 4100-PROVE-CHAIN-EXIT.
008090     EXIT.

008100*-----------------------------------------------------------------
008110* 4200  THE BALANCE AT THE END OF THE ARCHIVE AGAINST LEDGSNAP.
008120*       MTHCLOSE WRITES A SNAPSHOT FOR EVERY ACCOUNT IT HAS EVER
008130*       ARCHIVED, SO ARCHIVED HISTORY WITH NO SNAPSHOT FAILS; NO
008140*       ARCHIVE AND NO SNAPSHOT MEANS NOTHING YET CLOSED.
008150*-----------------------------------------------------------------
008160 4200-PROVE-SNAPSHOT.
008170     MOVE SPACES TO REPORT-RECORD
008180     IF BNK-SNAP-NOT-FOUND
008190         IF BNK-ARCHIVE-ITEM-COUNT = ZERO
008200             MOVE "  SNAPSHOT PROOF:  AGREED  NO CLOSED PERIOD"
008210                 & " FOR THIS ACCOUNT"
008220                 TO REPORT-RECORD
008230         ELSE
008240             SET BNK-NOT-CERTIFIED TO TRUE
008250             MOVE "  SNAPSHOT PROOF:  FAILED  ARCHIVED HISTORY"
008260                 & " BUT NO LEDGSNAP RECORD"
008270                 TO REPORT-RECORD
008280         END-IF
008290         WRITE REPORT-RECORD
008300         GO TO 4200-PROVE-SNAPSHOT-EXIT
008310     END-IF
008320     IF BNK-ARCHIVE-END-BALANCE = BNK-SNAP-BALANCE
008330         MOVE "AGREED" TO BNK-PROOF-TEXT
008340     ELSE
008350         MOVE "FAILED" TO BNK-PROOF-TEXT
008360         SET BNK-NOT-CERTIFIED TO TRUE
008370     END-IF
008380     MOVE BNK-SNAP-BALANCE TO BNK-SAMOUNT-EDIT
008390     MOVE BNK-ARCHIVE-END-BALANCE TO BNK-SAMOUNT-EDIT-2
008400     STRING "  SNAPSHOT PROOF:  " BNK-PROOF-TEXT
008410         "  AS OF " BNK-SNAP-AS-OF
008420         "  LEDGSNAP " BNK-SAMOUNT-EDIT
008430         "  ARCHIVE CHAIN " BNK-SAMOUNT-EDIT-2
008440         DELIMITED BY SIZE INTO REPORT-RECORD
008450     WRITE REPORT-RECORD.
008460 4200-PROVE-SNAPSHOT-EXIT.
008470     EXIT.

008480 4300-PROVE-MASTER.
008490     MOVE SPACES TO REPORT-RECORD
008500     IF BNK-NOT-ON-MASTER
008510         SET BNK-NOT-CERTIFIED TO TRUE
008520         MOVE "  MASTER PROOF:    FAILED  ACCOUNT NOT ON THE"
008530             & " ACCOUNT MASTER"
008540             TO REPORT-RECORD
008550         WRITE REPORT-RECORD
008560         GO TO 4300-PROVE-MASTER-EXIT
008570     END-IF
008580     IF BNK-CHAIN-BALANCE = BNK-MASTER-BALANCE
008590         MOVE "AGREED" TO BNK-PROOF-TEXT
008600     ELSE
008610         MOVE "FAILED" TO BNK-PROOF-TEXT
008620         SET BNK-NOT-CERTIFIED TO TRUE
008630     END-IF
008640     MOVE BNK-MASTER-BALANCE TO BNK-SAMOUNT-EDIT
008650     MOVE BNK-CHAIN-BALANCE TO BNK-SAMOUNT-EDIT-2
008660     STRING "  MASTER PROOF:    " BNK-PROOF-TEXT
008670         "  ACC-BALANCE " BNK-SAMOUNT-EDIT
008680         "  LEDGER CHAIN " BNK-SAMOUNT-EDIT-2
008690         DELIMITED BY SIZE INTO REPORT-RECORD
008700     WRITE REPORT-RECORD.
008710 4300-PROVE-MASTER-EXIT.
008720     EXIT.

008730 4500-WRITE-SUMMARY-EXTRACT.
008740     MOVE SPACES TO HISTORY-EXTRACT-RECORD
008750     MOVE BNK-CASE-REF TO HXT-CASE-REF
008760     SET HXT-IS-SUMMARY TO TRUE
008770     MOVE BNK-HIST-ACC-ID TO HXT-ACC-ID
008780     MOVE BNK-FROM-DATE TO HXS-FROM-DATE
008790     MOVE BNK-TO-DATE TO HXS-TO-DATE
008800     MOVE BNK-OPENING-BALANCE TO HXS-OPENING-BALANCE
008810     MOVE BNK-CLOSING-BALANCE TO HXS-CLOSING-BALANCE
008820     MOVE BNK-RANGE-COUNT TO HXS-ITEM-COUNT
008830     MOVE BNK-CREDIT-TOTAL TO HXS-CREDIT-TOTAL
008840     MOVE BNK-DEBIT-TOTAL TO HXS-DEBIT-TOTAL
008850     MOVE BNK-SNAP-AS-OF TO HXS-SNAP-AS-OF-DATE
008860     MOVE BNK-SNAP-BALANCE TO HXS-SNAP-BALANCE
008870     IF BNK-CERTIFIED
008880         SET HXS-CERTIFIED TO TRUE
008890     ELSE
008900         SET HXS-NOT-CERTIFIED TO TRUE
008910     END-IF
008920     WRITE HISTORY-EXTRACT-RECORD
008930     ADD 1 TO BNK-EXTRACT-COUNT.
008940 4500-WRITE-SUMMARY-EXTRACT-EXIT.
008950     EXIT.

008960 8000-WRITE-SUMMARY.
008970     MOVE SPACES TO REPORT-RECORD
008980     WRITE REPORT-RECORD
008990     MOVE "========== ACCOUNT HISTORY RESEARCH SUMMARY =========="
009000         TO REPORT-RECORD
009010     WRITE REPORT-RECORD

009020     MOVE BNK-ACCOUNTS-LISTED TO BNK-COUNT-EDIT
009030     MOVE SPACES TO REPORT-RECORD
009040     STRING "Accounts researched:      " BNK-COUNT-EDIT
009050         DELIMITED BY SIZE INTO REPORT-RECORD
009060     WRITE REPORT-RECORD

009070     MOVE BNK-ACCOUNTS-CERTIFIED TO BNK-COUNT-EDIT
009080     MOVE SPACES TO REPORT-RECORD
009090     STRING "Accounts certified:       " BNK-COUNT-EDIT
009100         DELIMITED BY SIZE INTO REPORT-RECORD
009110     WRITE REPORT-RECORD

009120     MOVE BNK-ITEMS-LISTED TO BNK-COUNT-EDIT
009130     MOVE SPACES TO REPORT-RECORD
009140     STRING "Postings listed:          " BNK-COUNT-EDIT
009150         DELIMITED BY SIZE INTO REPORT-RECORD
009160     WRITE REPORT-RECORD

009170     MOVE BNK-EXTRACT-COUNT TO BNK-COUNT-EDIT
009180     MOVE SPACES TO REPORT-RECORD
009190     STRING "Extract records written:  " BNK-COUNT-EDIT
009200         DELIMITED BY SIZE INTO REPORT-RECORD
009210     WRITE REPORT-RECORD.
009220 8000-WRITE-SUMMARY-EXIT.
009230     EXIT.

009240 9000-TERMINATE.
009250     MOVE BNK-ACCOUNTS-CERTIFIED TO BNK-COUNT-EDIT
009260     DISPLAY "ACCOUNTS CERTIFIED: " BNK-COUNT-EDIT
009270     MOVE BNK-ACCOUNTS-LISTED TO BNK-COUNT-EDIT
009280     DISPLAY "ACCOUNTS RESEARCHED: " BNK-COUNT-EDIT
009290     CLOSE ACCOUNTS-FILE
009300     IF BNK-CUSTF-ON-HAND
009310         CLOSE CUSTOMER-FILE
009320     END-IF
009330     CLOSE REPORT-FILE
009340     CLOSE EXTRACT-FILE.
009350 9000-TERMINATE-EXIT.
009360     EXIT.
