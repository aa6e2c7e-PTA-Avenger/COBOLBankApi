001000******************************************************************
001010* PROGRAM-ID    : NOTICES
001020* AUTHOR        : R. L. HASTINGS
001030* INSTALLATION  : RETAIL BANKING SYSTEMS
001040* DATE-WRITTEN  : 2026-10-01
001050* DATE-COMPILED :
001060*
001070* REMARKS.
001080*     NIGHTLY CUSTOMER NOTICE RUN.  FINDS THE EVENTS A CUSTOMER
001090*     MUST BE TOLD ABOUT BY LETTER AND WRITES ONE MAIL-MERGE
001100*     RECORD PER LETTER TO NOTICES.DAT FOR THE MAILING HOUSE,
001110*     CARRYING THE NAME AND ADDRESS BLOCK FROM THE CUSTOMER
001120*     MASTER (SEE NOTCREC), PLUS A PRINTED LISTING OF EVERY
001130*     LETTER ON NOTCPRT.DAT.  THE EVENTS:
001140*
001150*         TMAT  AN OPEN TERM DEPOSIT MATURING WITHIN 30 DAYS,
001160*               SO THE CUSTOMER CAN CHANGE THE MATURITY
001170*               INSTRUCTION BEFORE TERMMAT ACTS ON IT.
001180*         DORM  AN OPEN ACCOUNT WHOSE LAST CUSTOMER POSTING
001190*               WILL FALL BEHIND THE DORMANT JOB'S TWELVE-MONTH
001200*               CUTOFF WITHIN THE NEXT MONTH (SAME ACTIVITY
001210*               RULES AS DORMANT).
001220*         HPLC  A FUNDS HOLD ON HOLDS.DAT PLACED IN THE LAST
001230*               7 DAYS.
001240*         HEXP  A FUNDS HOLD EXPIRING IN THE NEXT 7 DAYS.
001250*         NSFW  A DEBIT BANKING DECLINED FOR INSUFFICIENT
001260*               FUNDS, FROM NOTCEVT.DAT.
001270*         ODRN  A LEDGER POSTING IN THE LAST 7 DAYS THAT TOOK
001280*               THE ACCOUNT FROM IN CREDIT TO OVERDRAWN.
001290*
001300*     EVERY LETTER ISSUED IS APPENDED TO THE NOTICE LOG
001310*     (NOTCLOG.DAT) AS IT IS WRITTEN, AND AN EVENT ALREADY ON
001320*     THE LOG IS NEVER ISSUED AGAIN - A RERUN, OR A CONDITION
001330*     THAT STILL HOLDS THE NEXT NIGHT, NEVER MAILS THE SAME
001340*     LETTER TWICE.  NOTICES.DAT IS APPENDED TO IN STEP WITH THE
001350*     LOG SO A RUN THAT FAILS PART WAY KEEPS ITS LETTERS; THE
001360*     MAILING HOUSE CLEARS THE FILE WHEN IT TAKES IT.
001370*
001380*     AN ACCOUNT WITH NO CUSTOMER ON FILE GETS NO LETTER - IT
001390*     IS LISTED "NOT SENT" FOR THE BRANCH AND, NOT BEING
001400*     LOGGED, IS OFFERED AGAIN THE NEXT NIGHT WHILE THE EVENT
001410*     STILL APPLIES.  NOTCEVT.DAT IS EMPTIED AT CLEAN END OF
001420*     RUN, SO AN UNSENT DECLINE IS FOLLOWED UP FROM THE LISTING.
001430*
001432*     THE DORMANCY WARNINGS SORT THE CUSTOMER ACTIVITY BY ACCOUNT
001434*     AND MATCH IT TO THE MASTER IN ONE WALK, SO NO ACCOUNT TABLE
001436*     IS HELD.
001438*
001440* MODIFICATION HISTORY.
001450*     2026-10-01  RLH  INITIAL VERSION.
001453*     2026-10-15  RLH  RUN HISTORY: COUNTS AND STOP-COLD FAILURES
001456*                      TO CYCLCTL.
001457*     2026-10-15  RLH  DORMANCY ACTIVITY SORTED AND MATCHED TO THE
001458*                      MASTER; ACTIVITY TABLE REMOVED.
001460******************************************************************
001470 IDENTIFICATION DIVISION.
001480 PROGRAM-ID. NOTICES.

001490 ENVIRONMENT DIVISION.
001500 INPUT-OUTPUT SECTION.
001510 FILE-CONTROL.
001520     SELECT ACCOUNTS-FILE ASSIGN TO "accounts.dat"
001530         ORGANIZATION IS INDEXED
001540         ACCESS MODE IS DYNAMIC
001550         RECORD KEY IS ACC-ID
001560         FILE STATUS IS BNK-ACCT-FILE-STATUS.

001570     SELECT CUSTOMER-FILE ASSIGN TO "custmast.dat"
001580         ORGANIZATION IS INDEXED
001590         ACCESS MODE IS DYNAMIC
001600         RECORD KEY IS CUST-ID
001610         FILE STATUS IS BNK-CUST-FILE-STATUS.

001620     SELECT LEDGER-FILE ASSIGN TO "ledger.dat"
001630         ORGANIZATION IS LINE SEQUENTIAL
001640         FILE STATUS IS BNK-LEDGER-FILE-STATUS.

001650     SELECT SNAPSHOT-FILE ASSIGN TO "ledgsnap.dat"
001660         ORGANIZATION IS LINE SEQUENTIAL
001670         FILE STATUS IS BNK-SNAP-FILE-STATUS.

001680     SELECT HOLDS-FILE ASSIGN TO "holds.dat"
001690         ORGANIZATION IS LINE SEQUENTIAL
001700         FILE STATUS IS BNK-HOLDS-FILE-STATUS.

001710     SELECT NOTICE-EVENT-FILE ASSIGN TO "notcevt.dat"
001720         ORGANIZATION IS LINE SEQUENTIAL
001730         FILE STATUS IS BNK-NEVT-FILE-STATUS.

001740     SELECT NOTICE-LOG-FILE ASSIGN TO "notclog.dat"
001750         ORGANIZATION IS LINE SEQUENTIAL
001760         FILE STATUS IS BNK-NLOG-FILE-STATUS.

001770     SELECT NOTICE-FILE ASSIGN TO "notices.dat"
001780         ORGANIZATION IS LINE SEQUENTIAL
001790         FILE STATUS IS BNK-NTC-FILE-STATUS.

001800     SELECT REPORT-FILE ASSIGN TO "notcprt.dat"
001810         ORGANIZATION IS LINE SEQUENTIAL.

001820     SELECT RUN-CONTROL-FILE ASSIGN TO "runctl.dat"
001830         ORGANIZATION IS LINE SEQUENTIAL
001840         FILE STATUS IS BNK-RUNCTL-FILE-STATUS.

001845     SELECT SORT-FILE ASSIGN TO "sortwk01".

001850 DATA DIVISION.
001860 FILE SECTION.

001870 FD  ACCOUNTS-FILE.
001880 COPY ACCTREC.

001890 FD  CUSTOMER-FILE.
001900 COPY CUSTREC.

001910 FD  LEDGER-FILE.
001920 01  LEDGER-FILE-RECORD          PIC X(121).

001930 FD  SNAPSHOT-FILE.
001940 COPY SNAPREC.

001950 FD  HOLDS-FILE.
001960 COPY HOLDREC.

001970 FD  NOTICE-EVENT-FILE.
001980 COPY NOTCEVT.

001990 FD  NOTICE-LOG-FILE.
002000 01  NOTICE-LOG-FILE-RECORD      PIC X(50).

002010 FD  NOTICE-FILE.
002020 01  NOTICE-FILE-RECORD          PIC X(200).

002030 FD  REPORT-FILE.
002040 01  REPORT-RECORD               PIC X(120).

002050 FD  RUN-CONTROL-FILE.
002060 01  RUN-CONTROL-RECORD.
002070     05  RUN-BUSINESS-DATE       PIC 9(08).


002073 SD  SORT-FILE.
002076 COPY LDGSORT.
002080 WORKING-STORAGE SECTION.

002090 COPY NOTCREC.

002095 COPY LEDGREC.

002100 01  BNK-ACCT-FILE-STATUS        PIC X(02).
002110 01  BNK-CUST-FILE-STATUS        PIC X(02).
002120 01  BNK-LEDGER-FILE-STATUS      PIC X(02).
002130 01  BNK-SNAP-FILE-STATUS        PIC X(02).
002140 01  BNK-HOLDS-FILE-STATUS       PIC X(02).
002150 01  BNK-NEVT-FILE-STATUS        PIC X(02).
002160 01  BNK-NLOG-FILE-STATUS        PIC X(02).
002170 01  BNK-NTC-FILE-STATUS         PIC X(02).
002180 01  BNK-RUNCTL-FILE-STATUS      PIC X(02).

002190 01  BNK-ACCT-EOF-FLAG           PIC X(01) VALUE "N".
002200     88  BNK-ACCT-END-OF-FILE        VALUE "Y".
002210     88  BNK-ACCT-NOT-END-OF-FILE    VALUE "N".

002220 01  BNK-LDG-EOF-FLAG            PIC X(01) VALUE "N".
002230     88  BNK-LDG-END-OF-FILE         VALUE "Y".
002240     88  BNK-LDG-NOT-END-OF-FILE     VALUE "N".

002250 01  BNK-SNAPF-EOF-FLAG          PIC X(01) VALUE "N".
002260     88  BNK-SNAPF-END-OF-FILE       VALUE "Y".
002270     88  BNK-SNAPF-NOT-END-OF-FILE   VALUE "N".

002280 01  BNK-HOLDF-EOF-FLAG          PIC X(01) VALUE "N".
002290     88  BNK-HOLDF-END-OF-FILE       VALUE "Y".
002300     88  BNK-HOLDF-NOT-END-OF-FILE   VALUE "N".

002310 01  BNK-NEVTF-EOF-FLAG          PIC X(01) VALUE "N".
002320     88  BNK-NEVTF-END-OF-FILE       VALUE "Y".
002330     88  BNK-NEVTF-NOT-END-OF-FILE   VALUE "N".

002340 01  BNK-NLOGF-EOF-FLAG          PIC X(01) VALUE "N".
002350     88  BNK-NLOGF-END-OF-FILE       VALUE "Y".
002360     88  BNK-NLOGF-NOT-END-OF-FILE   VALUE "N".

002370 01  BNK-BUSINESS-DATE           PIC 9(08) VALUE ZERO.
002380*    DORMANT'S CUTOFF, AND THE WARNING DATE ONE MONTH LATER - AN
002390*    ACCOUNT LAST USED BEFORE THE WARNING DATE WILL BE CAUGHT BY
002400*    DORMANT WITHIN THE MONTH.
002410 01  BNK-CUTOFF-DATE             PIC 9(08) VALUE ZERO.
002420 01  BNK-WARN-DATE               PIC 9(08) VALUE ZERO.
002430*    LOOK-BACK FOR RECENT EVENTS, AND THE LOOK-AHEAD LIMITS FOR
002440*    EXPIRING HOLDS AND MATURING DEPOSITS.
002450 01  BNK-WINDOW-DATE             PIC 9(08) VALUE ZERO.
002460 01  BNK-HOLD-AHEAD-DATE         PIC 9(08) VALUE ZERO.
002470 01  BNK-MATURITY-AHEAD-DATE     PIC 9(08) VALUE ZERO.
002480*    LOG ENTRIES ISSUED BEFORE THIS DATE ARE DROPPED.
002490 01  BNK-LOG-KEEP-DATE           PIC 9(08) VALUE ZERO.

002500 01  BNK-WRK-DATE.
002510     05  BNK-WRK-YEAR            PIC 9(04).
002520     05  BNK-WRK-MONTH           PIC 9(02).
002530     05  BNK-WRK-DAY             PIC 9(02).
002540 01  BNK-WRK-DATE-N REDEFINES BNK-WRK-DATE
002550                                 PIC 9(08).

002560 01  BNK-DAYS-IN-MONTH-TABLE.
002570     05  FILLER                  PIC X(24)
002580         VALUE "312831303130313130313031".
002590 01  FILLER REDEFINES BNK-DAYS-IN-MONTH-TABLE.
002600     05  BNK-DAYS-IN-MONTH       OCCURS 12 TIMES
002610                                 PIC 9(02).
002620 01  BNK-MONTH-DAYS              PIC 9(02).
002630 01  BNK-LEAP-QUOTIENT           PIC 9(04) COMP.
002640 01  BNK-LEAP-REMAINDER          PIC 9(04) COMP.
002650 01  BNK-LEAP-FLAG               PIC X(01).
002660     88  BNK-IS-LEAP-YEAR            VALUE "Y".

002670*    THE SORTED ACTIVITY IS MATCHED TO THE MASTER ON THE ACCOUNT
002680*    KEY; AT END THE KEY GOES HIGH SO EVERY ACCOUNT LEFT FINDS
002690*    NONE.
002700 01  BNK-SRT-EOF-FLAG            PIC X(01) VALUE "N".
002710     88  BNK-SRT-END-OF-FILE         VALUE "Y".
002720     88  BNK-SRT-NOT-END-OF-FILE     VALUE "N".
002730 01  BNK-SRT-ACC-ID              PIC X(05) VALUE SPACES.
002740*    LAST CUSTOMER-INITIATED POSTING DATE OF THE ACCOUNT IN HAND,
002750*    FROM ITS SNAPSHOT SEED AND ITS LEDGER POSTINGS.
002760 01  BNK-LAST-CUST-DATE          PIC 9(08) VALUE ZERO.

002830*    THE NOTICE LOG, HELD IN STORAGE FOR THE ALREADY-ISSUED
002840*    CHECK.  EACH ENTRY IS THE EVENT KEY (THE FIRST 34 BYTES OF
002850*    NOTICE-LOG-RECORD) AND THE ISSUE DATE.
002860 01  BNK-LOG-COUNT               PIC 9(05) COMP VALUE ZERO.
002870 01  BNK-LOG-IDX                 PIC 9(05) COMP VALUE ZERO.
002880 01  BNK-LOG-MAX                 PIC 9(05) COMP VALUE 5000.
002890 01  BNK-LOG-TABLE.
002900     05  BNK-LOG-ENTRY           OCCURS 5000 TIMES.
002910         10  BNK-LOG-KEY         PIC X(34).
002920         10  BNK-LOG-ISSUE-DATE  PIC 9(08).

002930 01  BNK-LOG-FOUND-FLAG          PIC X(01).
002940     88  BNK-LOG-FOUND               VALUE "Y".
002950     88  BNK-LOG-NOT-FOUND           VALUE "N".
002960 01  BNK-LOG-FULL-FLAG           PIC X(01) VALUE "N".
002970     88  BNK-LOG-FULL                VALUE "Y".

002980*    THE EVENT BEING ISSUED.  BNK-NOTICE-KEY LINES UP WITH THE
002990*    FIRST 34 BYTES OF NOTICE-LOG-RECORD.  THE REF AND AMOUNT IN
003000*    THE KEY ARE WHAT MAKE THE EVENT UNIQUE; THE LETTER'S OWN
003010*    REF, AMOUNT AND BALANCE ARE SET SEPARATELY.
003020 01  BNK-NOTICE-KEY.
003030     05  BNK-KEY-ACC-ID          PIC X(05).
003040     05  BNK-KEY-TYPE            PIC X(04).
003050         88  BNK-KEY-IS-TMAT         VALUE "TMAT".
003060         88  BNK-KEY-IS-DORM         VALUE "DORM".
003070         88  BNK-KEY-IS-HPLC         VALUE "HPLC".
003080         88  BNK-KEY-IS-HEXP         VALUE "HEXP".
003090         88  BNK-KEY-IS-NSFW         VALUE "NSFW".
003100         88  BNK-KEY-IS-ODRN         VALUE "ODRN".
003110     05  BNK-KEY-DATE            PIC 9(08).
003120     05  BNK-KEY-REF             PIC X(08).
003130     05  BNK-KEY-AMOUNT          PIC 9(7)V99.
003140 01  BNK-NOTICE-REF              PIC X(08).
003150 01  BNK-NOTICE-AMOUNT           PIC 9(7)V99.
003160 01  BNK-NOTICE-BALANCE          PIC S9(7)V99.
003170 01  BNK-NOTICE-MESSAGE          PIC X(60).
003180 01  BNK-NOT-SENT-REASON         PIC X(30).

003190 01  BNK-ACCT-LOADED-FLAG        PIC X(01).
003200     88  BNK-ACCT-LOADED             VALUE "Y".
003210     88  BNK-ACCT-NOT-LOADED         VALUE "N".

003220 01  BNK-REF-BUILD.
003230     05  BNK-REF-INSTRUCTION     PIC X(01).
003240     05  FILLER                  PIC X(01) VALUE SPACE.
003250     05  BNK-REF-LINKED-ACC      PIC X(05).
003260     05  FILLER                  PIC X(01) VALUE SPACE.

003270 01  BNK-TMAT-COUNT              PIC 9(07) VALUE ZERO.
003280 01  BNK-DORM-COUNT              PIC 9(07) VALUE ZERO.
003290 01  BNK-HPLC-COUNT              PIC 9(07) VALUE ZERO.
003300 01  BNK-HEXP-COUNT              PIC 9(07) VALUE ZERO.
003310 01  BNK-NSFW-COUNT              PIC 9(07) VALUE ZERO.
003320 01  BNK-ODRN-COUNT              PIC 9(07) VALUE ZERO.
003330 01  BNK-ISSUED-COUNT            PIC 9(07) VALUE ZERO.
003340 01  BNK-ALREADY-SENT-COUNT      PIC 9(07) VALUE ZERO.
003350 01  BNK-NOT-SENT-COUNT          PIC 9(07) VALUE ZERO.
003360 01  BNK-LOG-DROPPED-COUNT       PIC 9(07) VALUE ZERO.

003370 01  BNK-COUNT-EDIT              PIC ZZZ,ZZ9.
003380 01  BNK-UAMOUNT-EDIT            PIC ZZZ,ZZZ,ZZ9.99.
003390 01  BNK-SAMOUNT-EDIT            PIC ZZZ,ZZZ,ZZ9.99-.

003400*    DAILY JOB-CYCLE CONTROL (SEE CYCLCTL).
003410 01  BNK-CYCLE-JOB-NAME          PIC X(08) VALUE "NOTICES ".
003420 01  BNK-CYCLE-FUNCTION          PIC X(05) VALUE SPACES.
003430 01  BNK-CYCLE-RETURN-CODE       PIC X(02) VALUE "00".
003440     88  BNK-CYCLE-PROCEED           VALUE "00".
003443*    THIS RUN'S HISTORY RECORD, STAMPED BY CYCLCTL (SEE RUNHIST).
003446     COPY RUNHIST.

003450 PROCEDURE DIVISION.

003460 0000-MAINLINE.
003470     PERFORM 0100-CYCLE-START
003480         THRU 0100-CYCLE-START-EXIT
003490     PERFORM 1000-INITIALIZE
003500         THRU 1000-INITIALIZE-EXIT
003510     PERFORM 2000-SCAN-LEDGER
003520         THRU 2000-SCAN-LEDGER-EXIT
003530     PERFORM 3000-DECLINED-DEBITS
003540         THRU 3000-DECLINED-DEBITS-EXIT
003550     PERFORM 4000-FUNDS-HOLDS
003560         THRU 4000-FUNDS-HOLDS-EXIT
003570     PERFORM 5000-REVIEW-ACCOUNTS
003580         THRU 5000-REVIEW-ACCOUNTS-EXIT
003590     PERFORM 8000-WRITE-SUMMARY
003600         THRU 8000-WRITE-SUMMARY-EXIT
003610     PERFORM 9000-TERMINATE
003620         THRU 9000-TERMINATE-EXIT
003630     PERFORM 0900-CYCLE-END
003640         THRU 0900-CYCLE-END-EXIT
003650     STOP RUN.

003660*-----------------------------------------------------------------
003670* 0100  REGISTER THE START WITH CYCLE CONTROL.  A DOUBLE RUN, AN
003680*       UNFINISHED EARLIER RUN, OR AN OUT-OF-SEQUENCE START IS
003690*       REFUSED THERE UNLESS THE OPERATOR OVERRIDES, AND THIS JOB
003700*       THEN STOPS WITHOUT TOUCHING A FILE.
003710*-----------------------------------------------------------------
003720 0100-CYCLE-START.
003730     MOVE "START" TO BNK-CYCLE-FUNCTION
003740     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
003750                           BNK-CYCLE-FUNCTION
003760                           BNK-CYCLE-RETURN-CODE
003765                           RUN-HISTORY-RECORD
003770     IF NOT BNK-CYCLE-PROCEED
003780         DISPLAY "NOTICES STOPPED BY CYCLE CONTROL"
003790         STOP RUN
003800     END-IF.
003810 0100-CYCLE-START-EXIT.
003820     EXIT.

003821*-----------------------------------------------------------------
003822* 0850  LOAD THIS RUN'S RECORD COUNTS ONTO THE HISTORY RECORD
003823*       FOR CYCLCTL TO FILE WITH THE END OR FAIL CALL.
003824*-----------------------------------------------------------------
003825 0850-SET-RUN-COUNTS.
003826     MOVE BNK-NOT-SENT-COUNT TO RHS-REJECTED-COUNT
003827     MOVE BNK-ISSUED-COUNT TO RHS-WRITTEN-COUNT.
003828 0850-SET-RUN-COUNTS-EXIT.
003829     EXIT.

003830*-----------------------------------------------------------------
003840* 0900  REGISTER CLEAN COMPLETION.  AN ABEND OR A STOP-COLD PATH
003850*       NEVER GETS HERE AND LEAVES THE STEP MARKED STARTED, SO A
003860*       RERUN NEEDS THE OPERATOR OVERRIDE.
003870*-----------------------------------------------------------------
003880 0900-CYCLE-END.
003883     PERFORM 0850-SET-RUN-COUNTS
003886         THRU 0850-SET-RUN-COUNTS-EXIT
003890     MOVE "END" TO BNK-CYCLE-FUNCTION
003900     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
003910                           BNK-CYCLE-FUNCTION
003920                           BNK-CYCLE-RETURN-CODE
003925                           RUN-HISTORY-RECORD.
003930 0900-CYCLE-END-EXIT.
003940     EXIT.

003941*-----------------------------------------------------------------
003942* 0950  REGISTER A STOP-COLD RUN.  CYCLCTL FILES IT ON THE RUN
003943*       HISTORY AS FAILED BUT LEAVES THE STEP MARKED STARTED, SO A
003944*       RERUN STILL NEEDS THE OPERATOR OVERRIDE.
003945*-----------------------------------------------------------------
003946 0950-CYCLE-FAIL.
003947     PERFORM 0850-SET-RUN-COUNTS
003948         THRU 0850-SET-RUN-COUNTS-EXIT
003949     MOVE "FAIL" TO BNK-CYCLE-FUNCTION
003950     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
003951                           BNK-CYCLE-FUNCTION
003952                           BNK-CYCLE-RETURN-CODE
003953                           RUN-HISTORY-RECORD.
003954 0950-CYCLE-FAIL-EXIT.
003955     EXIT.

003956*-----------------------------------------------------------------
003960* 1000  BUSINESS DATE FROM THE RUN-CONTROL CARD (SYSTEM DATE IF
003970*       NO CARD) AND THE DATE LIMITS WORKED FROM IT.  THE NOTICE
003980*       LOG IS LOADED AND REWRITTEN WITHOUT ITS EXPIRED ENTRIES
003990*       BEFORE ANY LETTER IS ISSUED, THEN OPENED TO TAKE TONIGHT'S
004000*       ENTRIES AS THEY ARE MADE.
004010*-----------------------------------------------------------------
004020 1000-INITIALIZE.
004030     OPEN INPUT RUN-CONTROL-FILE
004040     IF BNK-RUNCTL-FILE-STATUS NOT = "35"
004050         READ RUN-CONTROL-FILE
004060             AT END
004070                 CONTINUE
004080             NOT AT END
004090                 IF RUN-BUSINESS-DATE NUMERIC
004100                     AND RUN-BUSINESS-DATE > ZERO
004110                     MOVE RUN-BUSINESS-DATE TO BNK-BUSINESS-DATE
004120                 END-IF
004130         END-READ
004140         CLOSE RUN-CONTROL-FILE
004150     END-IF
004160     IF BNK-BUSINESS-DATE = ZERO
004170         ACCEPT BNK-BUSINESS-DATE FROM DATE YYYYMMDD
004180     END-IF
004190     PERFORM 1100-SET-DATE-LIMITS
004200         THRU 1100-SET-DATE-LIMITS-EXIT

004210     PERFORM 1200-LOAD-NOTICE-LOG
004220         THRU 1200-LOAD-NOTICE-LOG-EXIT
004230     PERFORM 1300-REWRITE-NOTICE-LOG
004240         THRU 1300-REWRITE-NOTICE-LOG-EXIT

004250     OPEN INPUT ACCOUNTS-FILE
004260     OPEN INPUT CUSTOMER-FILE
004270     OPEN EXTEND NOTICE-FILE
004280     IF BNK-NTC-FILE-STATUS = "35"
004290         OPEN OUTPUT NOTICE-FILE
004300         CLOSE NOTICE-FILE
004310         OPEN EXTEND NOTICE-FILE
004320     END-IF
004330     OPEN OUTPUT REPORT-FILE

004340     MOVE SPACES TO REPORT-RECORD
004350     STRING "CUSTOMER NOTICES FOR BUSINESS DATE "
004360         BNK-BUSINESS-DATE
004370         DELIMITED BY SIZE INTO REPORT-RECORD
004380     WRITE REPORT-RECORD.

004410 1000-INITIALIZE-EXIT.
004420     EXIT.

004430*-----------------------------------------------------------------
004440* 1100  DORMANCY CUTOFF TWELVE MONTHS BACK AS IN DORMANT, THE
004450*       WARNING DATE ONE MONTH AFTER IT, THE 7-DAY LOOK-BACK, THE
004460*       7-DAY AND 30-DAY LOOK-AHEADS, AND THE ONE-YEAR LOG KEEP.
004470*-----------------------------------------------------------------
004480 1100-SET-DATE-LIMITS.
004490     COMPUTE BNK-CUTOFF-DATE = BNK-BUSINESS-DATE - 10000
004500     MOVE BNK-CUTOFF-DATE TO BNK-LOG-KEEP-DATE
004510     MOVE BNK-CUTOFF-DATE TO BNK-WRK-DATE-N
004520     PERFORM 1110-ADD-ONE-MONTH
004530         THRU 1110-ADD-ONE-MONTH-EXIT
004540     MOVE BNK-WRK-DATE-N TO BNK-WARN-DATE

004550     MOVE BNK-BUSINESS-DATE TO BNK-WRK-DATE-N
004560     PERFORM 1130-SUBTRACT-ONE-DAY
004570         THRU 1130-SUBTRACT-ONE-DAY-EXIT
004580         7 TIMES
004590     MOVE BNK-WRK-DATE-N TO BNK-WINDOW-DATE

004600     MOVE BNK-BUSINESS-DATE TO BNK-WRK-DATE-N
004610     PERFORM 1120-ADD-ONE-DAY
004620         THRU 1120-ADD-ONE-DAY-EXIT
004630         7 TIMES
004640     MOVE BNK-WRK-DATE-N TO BNK-HOLD-AHEAD-DATE

004650     MOVE BNK-BUSINESS-DATE TO BNK-WRK-DATE-N
004660     PERFORM 1120-ADD-ONE-DAY
004670         THRU 1120-ADD-ONE-DAY-EXIT
004680         30 TIMES
004690     MOVE BNK-WRK-DATE-N TO BNK-MATURITY-AHEAD-DATE.
004700 1100-SET-DATE-LIMITS-EXIT.
004710     EXIT.

004720 1110-ADD-ONE-MONTH.
004730     ADD 1 TO BNK-WRK-MONTH
004740     IF BNK-WRK-MONTH > 12
004750         MOVE 1 TO BNK-WRK-MONTH
004760         ADD 1 TO BNK-WRK-YEAR
004770     END-IF
004780     PERFORM 1140-GET-MONTH-DAYS
004790         THRU 1140-GET-MONTH-DAYS-EXIT
004800     IF BNK-WRK-DAY > BNK-MONTH-DAYS
004810         MOVE BNK-MONTH-DAYS TO BNK-WRK-DAY
004820     END-IF.
004830 1110-ADD-ONE-MONTH-EXIT.
004840     EXIT.

004850 1120-ADD-ONE-DAY.
004860     PERFORM 1140-GET-MONTH-DAYS
004870         THRU 1140-GET-MONTH-DAYS-EXIT
004880     ADD 1 TO BNK-WRK-DAY
004890     IF BNK-WRK-DAY > BNK-MONTH-DAYS
004900         MOVE 1 TO BNK-WRK-DAY
004910         ADD 1 TO BNK-WRK-MONTH
004920         IF BNK-WRK-MONTH > 12
004930             MOVE 1 TO BNK-WRK-MONTH
004940             ADD 1 TO BNK-WRK-YEAR
004950         END-IF
004960     END-IF.
004970 1120-ADD-ONE-DAY-EXIT.
004980     EXIT.

004990 1130-SUBTRACT-ONE-DAY.
005000     SUBTRACT 1 FROM BNK-WRK-DAY
005010     IF BNK-WRK-DAY = ZERO
005020         SUBTRACT 1 FROM BNK-WRK-MONTH
005030         IF BNK-WRK-MONTH = ZERO
005040             MOVE 12 TO BNK-WRK-MONTH
005050             SUBTRACT 1 FROM BNK-WRK-YEAR
005060         END-IF
005070         PERFORM 1140-GET-MONTH-DAYS
005080             THRU 1140-GET-MONTH-DAYS-EXIT
005090         MOVE BNK-MONTH-DAYS TO BNK-WRK-DAY
005100     END-IF.
005110 1130-SUBTRACT-ONE-DAY-EXIT.
005120     EXIT.

005130 1140-GET-MONTH-DAYS.
005140     MOVE BNK-DAYS-IN-MONTH (BNK-WRK-MONTH) TO BNK-MONTH-DAYS
005150     IF BNK-WRK-MONTH = 2
005160         PERFORM 1150-CHECK-LEAP-YEAR
005170             THRU 1150-CHECK-LEAP-YEAR-EXIT
005180         IF BNK-IS-LEAP-YEAR
005190             MOVE 29 TO BNK-MONTH-DAYS
005200         END-IF
005210     END-IF.
005220 1140-GET-MONTH-DAYS-EXIT.
005230     EXIT.

005240 1150-CHECK-LEAP-YEAR.
005250     MOVE "N" TO BNK-LEAP-FLAG
005260     DIVIDE BNK-WRK-YEAR BY 4 GIVING BNK-LEAP-QUOTIENT
005270         REMAINDER BNK-LEAP-REMAINDER
005280     IF BNK-LEAP-REMAINDER = ZERO
005290         MOVE "Y" TO BNK-LEAP-FLAG
005300         DIVIDE BNK-WRK-YEAR BY 100 GIVING BNK-LEAP-QUOTIENT
005310             REMAINDER BNK-LEAP-REMAINDER
005320         IF BNK-LEAP-REMAINDER = ZERO
005330             MOVE "N" TO BNK-LEAP-FLAG
005340             DIVIDE BNK-WRK-YEAR BY 400 GIVING BNK-LEAP-QUOTIENT
005350                 REMAINDER BNK-LEAP-REMAINDER
005360             IF BNK-LEAP-REMAINDER = ZERO
005370                 MOVE "Y" TO BNK-LEAP-FLAG
005380             END-IF
005390         END-IF
005400     END-IF.
005410 1150-CHECK-LEAP-YEAR-EXIT.
005420     EXIT.

005430*-----------------------------------------------------------------
005440* 1200  LOAD THE NOTICE LOG, DROPPING ENTRIES ISSUED BEFORE THE
005450*       KEEP DATE - NO EVENT THAT OLD CAN COME ROUND AGAIN.  A
005460*       LOG TOO BIG FOR THE TABLE STOPS THE JOB COLD: WITHOUT
005470*       THE WHOLE LOG A LETTER ALREADY SENT COULD BE SENT AGAIN.
005480*-----------------------------------------------------------------
005490 1200-LOAD-NOTICE-LOG.
005500     OPEN INPUT NOTICE-LOG-FILE
005510     IF BNK-NLOG-FILE-STATUS = "35"
005520         GO TO 1200-LOAD-NOTICE-LOG-EXIT
005530     END-IF
005540     SET BNK-NLOGF-NOT-END-OF-FILE TO TRUE
005550     PERFORM 1210-LOAD-ONE-LOG-ENTRY
005560         THRU 1210-LOAD-ONE-LOG-ENTRY-EXIT
005570         UNTIL BNK-NLOGF-END-OF-FILE
005580     CLOSE NOTICE-LOG-FILE.
005590 1200-LOAD-NOTICE-LOG-EXIT.
005600     EXIT.

005610 1210-LOAD-ONE-LOG-ENTRY.
005620     READ NOTICE-LOG-FILE INTO NOTICE-LOG-RECORD
005630         AT END
005640             SET BNK-NLOGF-END-OF-FILE TO TRUE
005650             GO TO 1210-LOAD-ONE-LOG-ENTRY-EXIT
005660     END-READ
005670     IF NLG-ISSUE-DATE < BNK-LOG-KEEP-DATE
005680         ADD 1 TO BNK-LOG-DROPPED-COUNT
005690         GO TO 1210-LOAD-ONE-LOG-ENTRY-EXIT
005700     END-IF
005710     IF BNK-LOG-COUNT NOT < BNK-LOG-MAX
005720         DISPLAY "JOB STOPPED - NOTICE LOG TABLE FULL"
005730         CLOSE NOTICE-LOG-FILE
005733         PERFORM 0950-CYCLE-FAIL
005736             THRU 0950-CYCLE-FAIL-EXIT
005740         STOP RUN
005750     END-IF
005760     ADD 1 TO BNK-LOG-COUNT
005770     MOVE NOTICE-LOG-RECORD (1:34)
005780         TO BNK-LOG-KEY (BNK-LOG-COUNT)
005790     MOVE NLG-ISSUE-DATE TO BNK-LOG-ISSUE-DATE (BNK-LOG-COUNT).
005800 1210-LOAD-ONE-LOG-ENTRY-EXIT.
005810     EXIT.

005820 1300-REWRITE-NOTICE-LOG.
005830     OPEN OUTPUT NOTICE-LOG-FILE
005840     IF BNK-LOG-COUNT > 0
005850         PERFORM 1310-WRITE-ONE-LOG-ENTRY
005860             THRU 1310-WRITE-ONE-LOG-ENTRY-EXIT
005870             VARYING BNK-LOG-IDX FROM 1 BY 1
005880             UNTIL BNK-LOG-IDX > BNK-LOG-COUNT
005890     END-IF
005900     CLOSE NOTICE-LOG-FILE
005910     OPEN EXTEND NOTICE-LOG-FILE.
005920 1300-REWRITE-NOTICE-LOG-EXIT.
005930     EXIT.

005940 1310-WRITE-ONE-LOG-ENTRY.
005950     MOVE SPACES TO NOTICE-LOG-RECORD
005960     MOVE BNK-LOG-KEY (BNK-LOG-IDX) TO NOTICE-LOG-RECORD (1:34)
005970     MOVE BNK-LOG-ISSUE-DATE (BNK-LOG-IDX) TO NLG-ISSUE-DATE
005980     WRITE NOTICE-LOG-FILE-RECORD FROM NOTICE-LOG-RECORD.
005990 1310-WRITE-ONE-LOG-ENTRY-EXIT.
006000     EXIT.

006010*-----------------------------------------------------------------
006018* 1400  THE DORMANCY WARNINGS' INPUT TO THE SORT.  EACH ACCOUNT IS
006026*       SEEDED FROM THE MTHCLOSE SNAPSHOT, AS DORMANT DOES, SO
006034*       ACTIVITY ARCHIVED OFF THE LEDGER STILL COUNTS; THE SEEDS
006042*       GO AHEAD OF THE LEDGER'S CUSTOMER POSTINGS.
006050*-----------------------------------------------------------------
006052 1400-RELEASE-ACTIVITY.
006054     PERFORM 1410-RELEASE-SNAPSHOT
006056         THRU 1410-RELEASE-SNAPSHOT-EXIT
006058     PERFORM 1430-RELEASE-LEDGER
006060         THRU 1430-RELEASE-LEDGER-EXIT.
006062 1400-RELEASE-ACTIVITY-EXIT.
006064     EXIT.

006066 1410-RELEASE-SNAPSHOT.
006070     OPEN INPUT SNAPSHOT-FILE
006080     IF BNK-SNAP-FILE-STATUS = "35"
006090         GO TO 1410-RELEASE-SNAPSHOT-EXIT
006100     END-IF
006110     SET BNK-SNAPF-NOT-END-OF-FILE TO TRUE
006120     PERFORM 1420-RELEASE-ONE-SNAPSHOT
006130         THRU 1420-RELEASE-ONE-SNAPSHOT-EXIT
006140         UNTIL BNK-SNAPF-END-OF-FILE
006150     CLOSE SNAPSHOT-FILE.
006160 1410-RELEASE-SNAPSHOT-EXIT.
006170     EXIT.

006180 1420-RELEASE-ONE-SNAPSHOT.
006190     READ SNAPSHOT-FILE
006200         AT END
006210             SET BNK-SNAPF-END-OF-FILE TO TRUE
006220             GO TO 1420-RELEASE-ONE-SNAPSHOT-EXIT
006230     END-READ
006240     IF SNP-LAST-CUST-DATE = ZERO
006250         GO TO 1420-RELEASE-ONE-SNAPSHOT-EXIT
006260     END-IF
006262     MOVE SPACES TO LEDGER-SORT-RECORD
006264     MOVE SNP-ACC-ID TO LSR-ACC-ID
006266     SET LSR-IS-SEED TO TRUE
006268     MOVE SNP-AS-OF-DATE TO LSR-SEED-AS-OF-DATE
006270     MOVE SNP-BALANCE TO LSR-SEED-BALANCE
006272     MOVE SNP-LAST-CUST-DATE TO LSR-SEED-LAST-DATE
006274     MOVE ZERO TO LSR-SEED-AMOUNT
006276     RELEASE LEDGER-SORT-RECORD.
006278 1420-RELEASE-ONE-SNAPSHOT-EXIT.
006280     EXIT.

006282*-----------------------------------------------------------------
006284* 1430  A SECOND PASS OF THE LEDGER, RELEASING THE CUSTOMER
006286*       POSTINGS WITH DORMANT'S EXCLUSIONS.
006288*-----------------------------------------------------------------
006290 1430-RELEASE-LEDGER.
006292     OPEN INPUT LEDGER-FILE
006294     IF BNK-LEDGER-FILE-STATUS = "35"
006296         GO TO 1430-RELEASE-LEDGER-EXIT
006298     END-IF
006300     SET BNK-LDG-NOT-END-OF-FILE TO TRUE
006302     PERFORM 1440-RELEASE-ONE-LEDGER
006304         THRU 1440-RELEASE-ONE-LEDGER-EXIT
006306         UNTIL BNK-LDG-END-OF-FILE
006308     CLOSE LEDGER-FILE.
006310 1430-RELEASE-LEDGER-EXIT.
006312     EXIT.

006314 1440-RELEASE-ONE-LEDGER.
006316     READ LEDGER-FILE INTO LEDGER-RECORD
006318         AT END
006320             SET BNK-LDG-END-OF-FILE TO TRUE
006322             GO TO 1440-RELEASE-ONE-LEDGER-EXIT
006324     END-READ

006326     IF LDG-TRX-TYPE = "INTEREST" OR LDG-TRX-TYPE = "FEE"
006328         OR LDG-TRX-TYPE = "INTCHARGE"
006330         OR LDG-TRX-TYPE = "HOLD" OR LDG-TRX-TYPE = "RELEASE"
006332         OR LDG-TRX-TYPE = "REVERSAL"
006334         OR LDG-TRX-TYPE = "EXTRETURN"
006336         GO TO 1440-RELEASE-ONE-LEDGER-EXIT
006338     END-IF

006340     MOVE LDG-ACC-ID TO LSR-ACC-ID
006342     SET LSR-IS-POSTING TO TRUE
006344     MOVE LEDGER-RECORD TO LSR-LEDGER-DATA
006346     RELEASE LEDGER-SORT-RECORD.
006348 1440-RELEASE-ONE-LEDGER-EXIT.
006360     EXIT.

006370*-----------------------------------------------------------------
006380* 2000  ONE PASS OF THE LEDGER.  A POSTING IN THE LOOK-BACK
006390*       WINDOW THAT TOOK THE BALANCE FROM ZERO OR BETTER TO BELOW
006400*       ZERO IS AN OVERDRAWN EVENT - ONE LETTER PER ACCOUNT PER
006410*       DAY.
006430*-----------------------------------------------------------------
006440 2000-SCAN-LEDGER.
006450     OPEN INPUT LEDGER-FILE
006460     IF BNK-LEDGER-FILE-STATUS = "35"
006470         GO TO 2000-SCAN-LEDGER-EXIT
006480     END-IF
006490     SET BNK-LDG-NOT-END-OF-FILE TO TRUE
006500     PERFORM 2100-SCAN-ONE-LEDGER
006510         THRU 2100-SCAN-ONE-LEDGER-EXIT
006520         UNTIL BNK-LDG-END-OF-FILE
006530     CLOSE LEDGER-FILE.
006540 2000-SCAN-LEDGER-EXIT.
006550     EXIT.

006560 2100-SCAN-ONE-LEDGER.
006570     READ LEDGER-FILE INTO LEDGER-RECORD
006580         AT END
006590             SET BNK-LDG-END-OF-FILE TO TRUE
006600             GO TO 2100-SCAN-ONE-LEDGER-EXIT
006610     END-READ

006620     IF LDG-DATE NOT < BNK-WINDOW-DATE
006630         AND LDG-DATE NOT > BNK-BUSINESS-DATE
006640         AND LDG-BALANCE-BEFORE NOT < ZERO
006650         AND LDG-BALANCE-AFTER < ZERO
006660         MOVE LDG-ACC-ID TO BNK-KEY-ACC-ID
006670         MOVE "ODRN" TO BNK-KEY-TYPE
006680         MOVE LDG-DATE TO BNK-KEY-DATE
006690         MOVE SPACES TO BNK-KEY-REF
006700         MOVE ZERO TO BNK-KEY-AMOUNT
006710         MOVE SPACES TO BNK-NOTICE-REF
006720         MOVE LDG-TRX-AMOUNT TO BNK-NOTICE-AMOUNT
006730         MOVE LDG-BALANCE-AFTER TO BNK-NOTICE-BALANCE
006740         MOVE "YOUR ACCOUNT IS OVERDRAWN - PLEASE PAY IN FUNDS"
006750             TO BNK-NOTICE-MESSAGE
006760         SET BNK-ACCT-NOT-LOADED TO TRUE
006770         PERFORM 6000-ISSUE-NOTICE
006780             THRU 6000-ISSUE-NOTICE-EXIT
007080     END-IF.
007090 2100-SCAN-ONE-LEDGER-EXIT.
007100     EXIT.


007290*-----------------------------------------------------------------
007300* 3000  DEBITS BANKING DECLINED FOR INSUFFICIENT FUNDS.  EACH
007310*       DECLINE IS ITS OWN EVENT, KEYED BY ITS DATE, TIME AND
007320*       AMOUNT.
007330*-----------------------------------------------------------------
007340 3000-DECLINED-DEBITS.
007350     OPEN INPUT NOTICE-EVENT-FILE
007360     IF BNK-NEVT-FILE-STATUS = "35"
007370         GO TO 3000-DECLINED-DEBITS-EXIT
007380     END-IF
007390     SET BNK-NEVTF-NOT-END-OF-FILE TO TRUE
007400     PERFORM 3100-ONE-DECLINED-DEBIT
007410         THRU 3100-ONE-DECLINED-DEBIT-EXIT
007420         UNTIL BNK-NEVTF-END-OF-FILE
007430     CLOSE NOTICE-EVENT-FILE.
007440 3000-DECLINED-DEBITS-EXIT.
007450     EXIT.

007460 3100-ONE-DECLINED-DEBIT.
007470     READ NOTICE-EVENT-FILE
007480         AT END
007490             SET BNK-NEVTF-END-OF-FILE TO TRUE
007500             GO TO 3100-ONE-DECLINED-DEBIT-EXIT
007510     END-READ
007520     IF NOT NEV-IS-NSF
007530         GO TO 3100-ONE-DECLINED-DEBIT-EXIT
007540     END-IF
007550     MOVE NEV-ACC-ID TO BNK-KEY-ACC-ID
007560     MOVE "NSFW" TO BNK-KEY-TYPE
007570     MOVE NEV-EVENT-DATE TO BNK-KEY-DATE
007580     MOVE NEV-EVENT-TIME TO BNK-KEY-REF
007590     MOVE NEV-AMOUNT TO BNK-KEY-AMOUNT
007600     MOVE NEV-EVENT-TIME TO BNK-NOTICE-REF
007610     MOVE NEV-AMOUNT TO BNK-NOTICE-AMOUNT
007620     MOVE NEV-BALANCE TO BNK-NOTICE-BALANCE
007630     MOVE "A PAYMENT WAS DECLINED FOR INSUFFICIENT FUNDS"
007640         TO BNK-NOTICE-MESSAGE
007650     SET BNK-ACCT-NOT-LOADED TO TRUE
007660     PERFORM 6000-ISSUE-NOTICE
007670         THRU 6000-ISSUE-NOTICE-EXIT.
007680 3100-ONE-DECLINED-DEBIT-EXIT.
007690     EXIT.

007700*-----------------------------------------------------------------
007710* 4000  FUNDS HOLDS.  A HOLD PLACED IN THE LOOK-BACK WINDOW GETS
007720*       A PLACED LETTER; A HOLD EXPIRING BY THE LOOK-AHEAD DATE
007730*       GETS AN EXPIRY LETTER.  A HOLD WITH NO EXPIRY NEVER GETS
007740*       ONE.
007750*-----------------------------------------------------------------
007760 4000-FUNDS-HOLDS.
007770     OPEN INPUT HOLDS-FILE
007780     IF BNK-HOLDS-FILE-STATUS = "35"
007790         GO TO 4000-FUNDS-HOLDS-EXIT
007800     END-IF
007810     SET BNK-HOLDF-NOT-END-OF-FILE TO TRUE
007820     PERFORM 4100-ONE-FUNDS-HOLD
007830         THRU 4100-ONE-FUNDS-HOLD-EXIT
007840         UNTIL BNK-HOLDF-END-OF-FILE
007850     CLOSE HOLDS-FILE.
007860 4000-FUNDS-HOLDS-EXIT.
007870     EXIT.

007880 4100-ONE-FUNDS-HOLD.
007890     READ HOLDS-FILE
007900         AT END
007910             SET BNK-HOLDF-END-OF-FILE TO TRUE
007920             GO TO 4100-ONE-FUNDS-HOLD-EXIT
007930     END-READ
007940     MOVE HLD-ACC-ID TO BNK-KEY-ACC-ID
007950     MOVE SPACES TO BNK-KEY-REF
007960     MOVE HLD-AMOUNT TO BNK-KEY-AMOUNT
007970     MOVE SPACES TO BNK-NOTICE-REF
007980     MOVE HLD-AMOUNT TO BNK-NOTICE-AMOUNT

007990     IF HLD-PLACED-DATE NUMERIC
008000         AND HLD-PLACED-DATE NOT < BNK-WINDOW-DATE
008010         AND HLD-PLACED-DATE NOT > BNK-BUSINESS-DATE
008020         MOVE "HPLC" TO BNK-KEY-TYPE
008030         MOVE HLD-PLACED-DATE TO BNK-KEY-DATE
008040         MOVE "A HOLD HAS BEEN PLACED ON FUNDS IN YOUR ACCOUNT"
008050             TO BNK-NOTICE-MESSAGE
008060         SET BNK-ACCT-NOT-LOADED TO TRUE
008070         PERFORM 6000-ISSUE-NOTICE
008080             THRU 6000-ISSUE-NOTICE-EXIT
008090     END-IF

008100     IF HLD-EXPIRY NUMERIC
008110         AND HLD-EXPIRY NOT < BNK-BUSINESS-DATE
008120         AND HLD-EXPIRY NOT > BNK-HOLD-AHEAD-DATE
008130         MOVE "HEXP" TO BNK-KEY-TYPE
008140         MOVE HLD-EXPIRY TO BNK-KEY-DATE
008150         MOVE "A HOLD ON YOUR FUNDS ENDS ON THE DATE SHOWN"
008160             TO BNK-NOTICE-MESSAGE
008170         SET BNK-ACCT-NOT-LOADED TO TRUE
008180         PERFORM 6000-ISSUE-NOTICE
008190             THRU 6000-ISSUE-NOTICE-EXIT
008200     END-IF.
008210 4100-ONE-FUNDS-HOLD-EXIT.
008220     EXIT.

008230*-----------------------------------------------------------------
008240* 5000  SORT THE CUSTOMER ACTIVITY INTO ACCOUNT ORDER AND WALK THE
008250*       ACCOUNT MASTER AGAINST IT FOR MATURING TERM DEPOSITS AND
008260*       ACCOUNTS ABOUT TO GO DORMANT.  NO PER-ACCOUNT TABLE IS
008270*       HELD, SO EVERY ACCOUNT IS WARNED HOWEVER LARGE THE BOOK.
008280*-----------------------------------------------------------------
008290 5000-REVIEW-ACCOUNTS.
008295     SORT SORT-FILE
008300         ON ASCENDING KEY LSR-ACC-ID
008305         WITH DUPLICATES IN ORDER
008310         INPUT PROCEDURE IS 1400-RELEASE-ACTIVITY
008315             THRU 1400-RELEASE-ACTIVITY-EXIT
008320         OUTPUT PROCEDURE IS 5050-WALK-ACCOUNTS
008325             THRU 5050-WALK-ACCOUNTS-EXIT.
008330 5000-REVIEW-ACCOUNTS-EXIT.
008335     EXIT.

008340 5050-WALK-ACCOUNTS.
008345     SET BNK-SRT-NOT-END-OF-FILE TO TRUE
008350     PERFORM 5060-RETURN-ACTIVITY
008355         THRU 5060-RETURN-ACTIVITY-EXIT
008370     SET BNK-ACCT-NOT-END-OF-FILE TO TRUE
008380     MOVE LOW-VALUES TO ACC-ID
008390     START ACCOUNTS-FILE KEY IS NOT LESS THAN ACC-ID
008400         INVALID KEY
008410             SET BNK-ACCT-END-OF-FILE TO TRUE
008420     END-START
008430     PERFORM 5100-REVIEW-ONE-ACCOUNT
008440         THRU 5100-REVIEW-ONE-ACCOUNT-EXIT
008450         UNTIL BNK-ACCT-END-OF-FILE.
008451 5050-WALK-ACCOUNTS-EXIT.
008452     EXIT.

008453 5060-RETURN-ACTIVITY.
008454     RETURN SORT-FILE
008455         AT END
008456             SET BNK-SRT-END-OF-FILE TO TRUE
008457             MOVE HIGH-VALUES TO BNK-SRT-ACC-ID
008458         NOT AT END
008459             MOVE LSR-ACC-ID TO BNK-SRT-ACC-ID
008460     END-RETURN.
008461 5060-RETURN-ACTIVITY-EXIT.
008470     EXIT.

008480 5100-REVIEW-ONE-ACCOUNT.
008490     READ ACCOUNTS-FILE NEXT RECORD
008500         AT END
008510             SET BNK-ACCT-END-OF-FILE TO TRUE
008520             GO TO 5100-REVIEW-ONE-ACCOUNT-EXIT
008530     END-READ
008531     MOVE ZERO TO BNK-LAST-CUST-DATE
008532     PERFORM 5060-RETURN-ACTIVITY
008533         THRU 5060-RETURN-ACTIVITY-EXIT
008534         UNTIL BNK-SRT-ACC-ID NOT < ACC-ID
008535     PERFORM 5150-APPLY-ACTIVITY
008536         THRU 5150-APPLY-ACTIVITY-EXIT
008537         UNTIL BNK-SRT-ACC-ID NOT = ACC-ID
008540     IF NOT ACC-STATUS-OPEN
008550         GO TO 5100-REVIEW-ONE-ACCOUNT-EXIT
008560     END-IF
008570     MOVE ACC-ID TO BNK-KEY-ACC-ID
008580     MOVE SPACES TO BNK-KEY-REF
008590     MOVE ZERO TO BNK-KEY-AMOUNT
008600     MOVE ZERO TO BNK-NOTICE-AMOUNT
008610     MOVE ACC-BALANCE TO BNK-NOTICE-BALANCE

008620     IF ACC-TERM-MONTHS NUMERIC
008630         AND ACC-TERM-MONTHS > ZERO
008640         AND ACC-MATURITY-DATE NUMERIC
008650         AND ACC-MATURITY-DATE > BNK-BUSINESS-DATE
008660         AND ACC-MATURITY-DATE NOT > BNK-MATURITY-AHEAD-DATE
008670         MOVE "TMAT" TO BNK-KEY-TYPE
008680         MOVE ACC-MATURITY-DATE TO BNK-KEY-DATE
008690         MOVE ACC-INSTRUCTION TO BNK-REF-INSTRUCTION
008700         MOVE ACC-LINKED-ACC TO BNK-REF-LINKED-ACC
008710         MOVE BNK-REF-BUILD TO BNK-NOTICE-REF
008720         MOVE "YOUR TERM DEPOSIT MATURES ON THE DATE SHOWN"
008730             TO BNK-NOTICE-MESSAGE
008740         SET BNK-ACCT-LOADED TO TRUE
008750         PERFORM 6000-ISSUE-NOTICE
008760             THRU 6000-ISSUE-NOTICE-EXIT
008770     END-IF

008840     MOVE "DORM" TO BNK-KEY-TYPE
008850     MOVE BNK-LAST-CUST-DATE TO BNK-KEY-DATE
008900     IF BNK-KEY-DATE NOT < BNK-WARN-DATE
008910         GO TO 5100-REVIEW-ONE-ACCOUNT-EXIT
008920     END-IF
008930     MOVE SPACES TO BNK-NOTICE-REF
008940     MOVE "NO RECENT USE - ACCOUNT DUE TO BE MADE DORMANT"
008950         TO BNK-NOTICE-MESSAGE
008960     SET BNK-ACCT-LOADED TO TRUE
008970     PERFORM 6000-ISSUE-NOTICE
008980         THRU 6000-ISSUE-NOTICE-EXIT.
008990 5100-REVIEW-ONE-ACCOUNT-EXIT.
008991     EXIT.

008992*-----------------------------------------------------------------
008993* 5150  TAKE THE LATER OF THE SNAPSHOT SEED AND EACH CUSTOMER
008994*       POSTING AS THE ACCOUNT'S LAST CUSTOMER POSTING DATE.
008995*-----------------------------------------------------------------
008996 5150-APPLY-ACTIVITY.
008997     IF LSR-IS-SEED
008998         IF LSR-SEED-LAST-DATE > BNK-LAST-CUST-DATE
008999             MOVE LSR-SEED-LAST-DATE TO BNK-LAST-CUST-DATE
009000         END-IF
009001     ELSE
009002         MOVE LSR-LEDGER-DATA TO LEDGER-RECORD
009003         IF LDG-DATE > BNK-LAST-CUST-DATE
009004             MOVE LDG-DATE TO BNK-LAST-CUST-DATE
009005         END-IF
009006     END-IF
009007     PERFORM 5060-RETURN-ACTIVITY
009008         THRU 5060-RETURN-ACTIVITY-EXIT.
009009 5150-APPLY-ACTIVITY-EXIT.
009010     EXIT.

009011*-----------------------------------------------------------------
009020* 6000  ISSUE ONE NOTICE FOR THE EVENT IN BNK-NOTICE-KEY.  AN
009030*       EVENT ALREADY ON THE LOG IS COUNTED AND SKIPPED.  THE
009040*       ACCOUNT IS READ UNLESS THE CALLER ALREADY HOLDS IT, AND
009050*       ITS CUSTOMER FOR THE ADDRESS BLOCK.  THE LETTER GOES TO
009060*       THE MAIL-MERGE FILE, THE LISTING AND THE LOG TOGETHER.
009070*-----------------------------------------------------------------
009080 6000-ISSUE-NOTICE.
009090     PERFORM 6100-CHECK-NOTICE-LOG
009100         THRU 6100-CHECK-NOTICE-LOG-EXIT
009110     IF BNK-LOG-FOUND
009120         ADD 1 TO BNK-ALREADY-SENT-COUNT
009130         GO TO 6000-ISSUE-NOTICE-EXIT
009140     END-IF

009150     IF BNK-ACCT-NOT-LOADED
009160         MOVE BNK-KEY-ACC-ID TO ACC-ID
009170         READ ACCOUNTS-FILE
009180             INVALID KEY
009190                 MOVE "NOT SENT - ACCOUNT NOT ON FILE"
009200                     TO BNK-NOT-SENT-REASON
009210                 PERFORM 6300-LIST-NOT-SENT
009220                     THRU 6300-LIST-NOT-SENT-EXIT
009230                 GO TO 6000-ISSUE-NOTICE-EXIT
009240         END-READ
009250     END-IF

009260     MOVE ACC-CUST-ID TO CUST-ID
009270     IF ACC-CUST-ID = SPACES
009280         MOVE "NOT SENT - NO CUSTOMER ON FILE"
009290             TO BNK-NOT-SENT-REASON
009300         PERFORM 6300-LIST-NOT-SENT
009310             THRU 6300-LIST-NOT-SENT-EXIT
009320         GO TO 6000-ISSUE-NOTICE-EXIT
009330     END-IF
009340     READ CUSTOMER-FILE
009350         INVALID KEY
009360             MOVE "NOT SENT - NO CUSTOMER ON FILE"
009370                 TO BNK-NOT-SENT-REASON
009380             PERFORM 6300-LIST-NOT-SENT
009390                 THRU 6300-LIST-NOT-SENT-EXIT
009400             GO TO 6000-ISSUE-NOTICE-EXIT
009410     END-READ

009420     IF BNK-LOG-COUNT NOT < BNK-LOG-MAX
009430         MOVE "NOT SENT - NOTICE LOG FULL"
009440             TO BNK-NOT-SENT-REASON
009450         PERFORM 6300-LIST-NOT-SENT
009460             THRU 6300-LIST-NOT-SENT-EXIT
009470         IF NOT BNK-LOG-FULL
009480             SET BNK-LOG-FULL TO TRUE
009490             DISPLAY "NOTICES - NOTICE LOG TABLE FULL, LETTERS"
009500                 " HELD BACK"
009510         END-IF
009520         GO TO 6000-ISSUE-NOTICE-EXIT
009530     END-IF

009540     MOVE SPACES TO NOTICE-RECORD
009550     MOVE BNK-KEY-TYPE TO NTC-NOTICE-TYPE
009560     MOVE BNK-BUSINESS-DATE TO NTC-ISSUE-DATE
009570     MOVE BNK-KEY-ACC-ID TO NTC-ACC-ID
009580     MOVE CUST-ID TO NTC-CUST-ID
009590     MOVE CUST-NAME TO NTC-CUST-NAME
009600     MOVE CUST-ADDR-LINE-1 TO NTC-ADDR-LINE-1
009610     MOVE CUST-ADDR-LINE-2 TO NTC-ADDR-LINE-2
009620     MOVE BNK-KEY-DATE TO NTC-EVENT-DATE
009630     MOVE BNK-NOTICE-REF TO NTC-EVENT-REF
009640     MOVE BNK-NOTICE-AMOUNT TO NTC-AMOUNT
009650     MOVE BNK-NOTICE-BALANCE TO NTC-BALANCE
009660     MOVE BNK-NOTICE-MESSAGE TO NTC-MESSAGE
009670     WRITE NOTICE-FILE-RECORD FROM NOTICE-RECORD

009680     ADD 1 TO BNK-LOG-COUNT
009690     MOVE BNK-NOTICE-KEY TO BNK-LOG-KEY (BNK-LOG-COUNT)
009700     MOVE BNK-BUSINESS-DATE TO BNK-LOG-ISSUE-DATE (BNK-LOG-COUNT)
009710     MOVE SPACES TO NOTICE-LOG-RECORD
009720     MOVE BNK-NOTICE-KEY TO NOTICE-LOG-RECORD (1:34)
009730     MOVE BNK-BUSINESS-DATE TO NLG-ISSUE-DATE
009740     WRITE NOTICE-LOG-FILE-RECORD FROM NOTICE-LOG-RECORD

009750     PERFORM 6200-LIST-LETTER
009760         THRU 6200-LIST-LETTER-EXIT
009770     ADD 1 TO BNK-ISSUED-COUNT
009780     EVALUATE TRUE
009790         WHEN BNK-KEY-IS-TMAT
009800             ADD 1 TO BNK-TMAT-COUNT
009810         WHEN BNK-KEY-IS-DORM
009820             ADD 1 TO BNK-DORM-COUNT
009830         WHEN BNK-KEY-IS-HPLC
009840             ADD 1 TO BNK-HPLC-COUNT
009850         WHEN BNK-KEY-IS-HEXP
009860             ADD 1 TO BNK-HEXP-COUNT
009870         WHEN BNK-KEY-IS-NSFW
009880             ADD 1 TO BNK-NSFW-COUNT
009890         WHEN BNK-KEY-IS-ODRN
009900             ADD 1 TO BNK-ODRN-COUNT
009910     END-EVALUATE.
009920 6000-ISSUE-NOTICE-EXIT.
009930     EXIT.

009940 6100-CHECK-NOTICE-LOG.
009950     SET BNK-LOG-NOT-FOUND TO TRUE
009960     IF BNK-LOG-COUNT > 0
009970         PERFORM 6110-TEST-ONE-LOG-ENTRY
009980             THRU 6110-TEST-ONE-LOG-ENTRY-EXIT
009990             VARYING BNK-LOG-IDX FROM 1 BY 1
010000             UNTIL BNK-LOG-IDX > BNK-LOG-COUNT
010010                 OR BNK-LOG-FOUND
010020     END-IF.
010030 6100-CHECK-NOTICE-LOG-EXIT.
010040     EXIT.

010050 6110-TEST-ONE-LOG-ENTRY.
010060     IF BNK-LOG-KEY (BNK-LOG-IDX) = BNK-NOTICE-KEY
010070         SET BNK-LOG-FOUND TO TRUE
010080     END-IF.
010090 6110-TEST-ONE-LOG-ENTRY-EXIT.
010100     EXIT.

010110*-----------------------------------------------------------------
010120* 6200  THE LETTER ON THE LISTING, WITH ITS ADDRESS BLOCK, SO THE
010130*       BRANCH HAS A COPY OF EVERYTHING MAILED.
010140*-----------------------------------------------------------------
010150 6200-LIST-LETTER.
010160     MOVE SPACES TO REPORT-RECORD
010170     WRITE REPORT-RECORD
010180     STRING "NOTICE " BNK-KEY-TYPE
010190         "  ACCOUNT " BNK-KEY-ACC-ID
010200         "  CUSTOMER " CUST-ID
010210         "  EVENT DATE " BNK-KEY-DATE
010220         "  REF " BNK-NOTICE-REF
010230         DELIMITED BY SIZE INTO REPORT-RECORD
010240     WRITE REPORT-RECORD
010250     MOVE SPACES TO REPORT-RECORD
010260     STRING "    " CUST-NAME
010270         DELIMITED BY SIZE INTO REPORT-RECORD
010280     WRITE REPORT-RECORD
010290     MOVE SPACES TO REPORT-RECORD
010300     STRING "    " CUST-ADDR-LINE-1
010310         DELIMITED BY SIZE INTO REPORT-RECORD
010320     WRITE REPORT-RECORD
010330     MOVE SPACES TO REPORT-RECORD
010340     STRING "    " CUST-ADDR-LINE-2
010350         DELIMITED BY SIZE INTO REPORT-RECORD
010360     WRITE REPORT-RECORD
010370     MOVE SPACES TO REPORT-RECORD
010380     STRING "    " BNK-NOTICE-MESSAGE
010390         DELIMITED BY SIZE INTO REPORT-RECORD
010400     WRITE REPORT-RECORD
010410     MOVE BNK-NOTICE-AMOUNT TO BNK-UAMOUNT-EDIT
010420     MOVE BNK-NOTICE-BALANCE TO BNK-SAMOUNT-EDIT
010430     MOVE SPACES TO REPORT-RECORD
010440     STRING "    AMOUNT " BNK-UAMOUNT-EDIT
010450         "  BALANCE " BNK-SAMOUNT-EDIT
010460         DELIMITED BY SIZE INTO REPORT-RECORD
010470     WRITE REPORT-RECORD.
010480 6200-LIST-LETTER-EXIT.
010490     EXIT.

010500 6300-LIST-NOT-SENT.
010510     ADD 1 TO BNK-NOT-SENT-COUNT
010520     MOVE SPACES TO REPORT-RECORD
010530     WRITE REPORT-RECORD
010540     STRING "NOTICE " BNK-KEY-TYPE
010550         "  ACCOUNT " BNK-KEY-ACC-ID
010560         "  EVENT DATE " BNK-KEY-DATE
010570         "  " BNK-NOT-SENT-REASON
010580         DELIMITED BY SIZE INTO REPORT-RECORD
010590     WRITE REPORT-RECORD.
010600 6300-LIST-NOT-SENT-EXIT.
010610     EXIT.

010620 8000-WRITE-SUMMARY.
010630     MOVE SPACES TO REPORT-RECORD
010640     WRITE REPORT-RECORD
010650     MOVE "============= CUSTOMER NOTICE SUMMARY ============="
010660         TO REPORT-RECORD
010670     WRITE REPORT-RECORD

010680     MOVE BNK-TMAT-COUNT TO BNK-COUNT-EDIT
010690     MOVE SPACES TO REPORT-RECORD
010700     STRING "Term deposits maturing:   " BNK-COUNT-EDIT
010710         DELIMITED BY SIZE INTO REPORT-RECORD
010720     WRITE REPORT-RECORD

010730     MOVE BNK-DORM-COUNT TO BNK-COUNT-EDIT
010740     MOVE SPACES TO REPORT-RECORD
010750     STRING "Dormancy warnings:        " BNK-COUNT-EDIT
010760         DELIMITED BY SIZE INTO REPORT-RECORD
010770     WRITE REPORT-RECORD

010780     MOVE BNK-HPLC-COUNT TO BNK-COUNT-EDIT
010790     MOVE SPACES TO REPORT-RECORD
010800     STRING "Holds placed:             " BNK-COUNT-EDIT
010810         DELIMITED BY SIZE INTO REPORT-RECORD
010820     WRITE REPORT-RECORD

010830     MOVE BNK-HEXP-COUNT TO BNK-COUNT-EDIT
010840     MOVE SPACES TO REPORT-RECORD
010850     STRING "Holds expiring:           " BNK-COUNT-EDIT
010860         DELIMITED BY SIZE INTO REPORT-RECORD
010870     WRITE REPORT-RECORD

010880     MOVE BNK-NSFW-COUNT TO BNK-COUNT-EDIT
010890     MOVE SPACES TO REPORT-RECORD
010900     STRING "Insufficient funds:       " BNK-COUNT-EDIT
010910         DELIMITED BY SIZE INTO REPORT-RECORD
010920     WRITE REPORT-RECORD

010930     MOVE BNK-ODRN-COUNT TO BNK-COUNT-EDIT
010940     MOVE SPACES TO REPORT-RECORD
010950     STRING "Newly overdrawn:          " BNK-COUNT-EDIT
010960         DELIMITED BY SIZE INTO REPORT-RECORD
010970     WRITE REPORT-RECORD

010980     MOVE BNK-ISSUED-COUNT TO BNK-COUNT-EDIT
010990     MOVE SPACES TO REPORT-RECORD
011000     STRING "Letters issued:           " BNK-COUNT-EDIT
011010         DELIMITED BY SIZE INTO REPORT-RECORD
011020     WRITE REPORT-RECORD

011030     MOVE BNK-ALREADY-SENT-COUNT TO BNK-COUNT-EDIT
011040     MOVE SPACES TO REPORT-RECORD
011050     STRING "Already sent - skipped:   " BNK-COUNT-EDIT
011060         DELIMITED BY SIZE INTO REPORT-RECORD
011070     WRITE REPORT-RECORD

011080     MOVE BNK-NOT-SENT-COUNT TO BNK-COUNT-EDIT
011090     MOVE SPACES TO REPORT-RECORD
011100     STRING "Not sent - see listing:   " BNK-COUNT-EDIT
011110         DELIMITED BY SIZE INTO REPORT-RECORD
011120     WRITE REPORT-RECORD

011130     MOVE BNK-LOG-DROPPED-COUNT TO BNK-COUNT-EDIT
011140     MOVE SPACES TO REPORT-RECORD
011150     STRING "Log entries expired:      " BNK-COUNT-EDIT
011160         DELIMITED BY SIZE INTO REPORT-RECORD
011170     WRITE REPORT-RECORD.
011180 8000-WRITE-SUMMARY-EXIT.
011190     EXIT.

011200*-----------------------------------------------------------------
011210* 9000  CLOSE UP AND EMPTY THE EVENT FILE - EVERY EVENT ON IT HAS
011220*       NOW BEEN LETTERED OR LISTED.
011230*-----------------------------------------------------------------
011240 9000-TERMINATE.
011250     CLOSE ACCOUNTS-FILE
011260     CLOSE CUSTOMER-FILE
011270     CLOSE NOTICE-FILE
011280     CLOSE NOTICE-LOG-FILE
011290     CLOSE REPORT-FILE
011300     OPEN OUTPUT NOTICE-EVENT-FILE
011310     CLOSE NOTICE-EVENT-FILE.
011320 9000-TERMINATE-EXIT.
011330     EXIT.
