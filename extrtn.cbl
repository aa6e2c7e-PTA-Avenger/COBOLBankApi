001000******************************************************************
001010* PROGRAM-ID    : EXTRTN
001020* AUTHOR        : R. L. HASTINGS
001030* INSTALLATION  : RETAIL BANKING SYSTEMS
001040* DATE-WRITTEN  : 2026-09-24
001050* DATE-COMPILED :
001060*
001070* REMARKS.
001080*     EXTERNAL PAYMENT RETURNS AND CLEARING RECONCILIATION JOB,
001090*     RUN AFTER BANKING OFF THE RUN-CONTROL BUSINESS DATE.  EVERY
001100*     EXTPAY BANKING POSTS SITS ON THE CLEARING SUSPENSE FILE
001110*     (EXTSUSP.DAT, SEE EXTPREC) UNTIL THIS JOB DISPOSES OF IT.
001120*     THE CLEARING HOUSE'S RETURNS FILE (EXTRTN.DAT, SEE
001130*     EXTRREC) ARRIVES THE DAY AFTER THE PAYMENTS WERE SENT.
001140*
001150*     THE RETURNS FILE IS CHECKED WHOLE FIRST - HEADER DATED THE
001160*     BUSINESS DATE, TRAILER COUNT AND AMOUNT HASH AGREEING WITH
001170*     THE DETAILS - THE WAY BANKING CHECKS ITS FEED.  A BAD OR
001180*     MISSING FILE STOPS THE JOB COLD WITH NOTHING CREDITED AND
001190*     THE SUSPENSE FILE UNTOUCHED.
001200*
001210*     EACH RETURN IS MATCHED BY PAYMENT REFERENCE TO A SUSPENSE
001220*     ITEM SENT BEFORE THE BUSINESS DATE.  A MATCH IS CREDITED
001230*     BACK TO THE PAYING ACCOUNT THROUGH TRXPOST AS AN EXTRETURN,
001240*     LEDGERED WITH THE CLEARING HOUSE'S REASON CODE AND POINTING
001250*     BACK AT THE EXTPAY IN THE ORIGINAL-POSTING FIELDS (SEE
001260*     LEDGREC).  A RETURN FOR ANOTHER AMOUNT, OR AGAINST AN
001270*     ACCOUNT NO LONGER ON FILE, IS NOT CREDITED - THE ITEM IS
001280*     HELD IN SUSPENSE FOR INVESTIGATION.  A REFERENCE NOT IN
001290*     SUSPENSE IS LISTED AND IGNORED.
001300*
001310*     EVERY OTHER ITEM SENT BEFORE THE BUSINESS DATE AND NOT HELD
001320*     HAS CLEARED AND IS TAKEN AS SETTLED.  THE SUSPENSE FILE IS
001330*     REWRITTEN WITH WHAT IS LEFT - THE DAY'S OWN PAYMENTS, NOT
001340*     YET DUE BACK, AND THE HELD ITEMS.  THE RECONCILIATION
001350*     REPORT (EXTRTNRP.DAT) PROVES THE ITEMS DUE AGAINST THOSE
001360*     RETURNED, SETTLED AND HELD, BY COUNT AND AMOUNT, AND LISTS
001370*     EVERY EXCEPTION.  FINANCE CLEARS THE SETTLED TOTAL OUT OF
001380*     THE CLEARING SUSPENSE GL FROM IT (SEE GLMAPREC).
001390*
001392*     THE RETURNS AND THE SUSPENSE FILE ARE EACH SORTED BY PAYMENT
001394*     REFERENCE AND MATCHED IN ONE PASS, SO NO SUSPENSE TABLE IS
001396*     HELD.  THE EXCEPTIONS LIST IN REFERENCE ORDER.
001398*
001400* MODIFICATION HISTORY.
001410*     2026-09-24  RLH  INITIAL VERSION.
001412*     2026-10-12  RLH  LEDGER RECORDS CARRY THIS JOB AS THEIR
001414*                      SOURCE AND A REFERENCE NAMING THE RETURNED
001416*                      PAYMENT.
001417*     2026-10-15  RLH  RUN HISTORY: COUNTS AND STOP-COLD FAILURES
001418*                      TO CYCLCTL.
001421*     2026-10-15  RLH  RETURNS AND SUSPENSE SORTED BY REFERENCE
001424*                      AND MATCHED; SUSPENSE TABLE REMOVED.
001427******************************************************************
001430 IDENTIFICATION DIVISION.
001440 PROGRAM-ID. EXTRTN.

001450 ENVIRONMENT DIVISION.
001460 INPUT-OUTPUT SECTION.
001470 FILE-CONTROL.
001480     SELECT ACCOUNTS-FILE ASSIGN TO "accounts.dat"
001490         ORGANIZATION IS INDEXED
001500         ACCESS MODE IS DYNAMIC
001510         RECORD KEY IS ACC-ID
001520         FILE STATUS IS BNK-ACCT-FILE-STATUS.

001530     SELECT SUSPENSE-FILE ASSIGN TO "extsusp.dat"
001540         ORGANIZATION IS LINE SEQUENTIAL
001550         FILE STATUS IS BNK-SUSP-FILE-STATUS.

001560     SELECT RETURNS-FILE ASSIGN TO "extrtn.dat"
001570         ORGANIZATION IS LINE SEQUENTIAL
001580         FILE STATUS IS BNK-RTN-FILE-STATUS.

001590     SELECT LEDGER-FILE ASSIGN TO "ledger.dat"
001600         ORGANIZATION IS LINE SEQUENTIAL
001610         FILE STATUS IS BNK-LEDGER-FILE-STATUS.

001620     SELECT OUTPUT-FILE ASSIGN TO "output.dat"
001630         ORGANIZATION IS LINE SEQUENTIAL
001640         FILE STATUS IS BNK-OUTPUT-FILE-STATUS.

001650     SELECT REPORT-FILE ASSIGN TO "extrtnrp.dat"
001660         ORGANIZATION IS LINE SEQUENTIAL
001670         FILE STATUS IS BNK-REPORT-FILE-STATUS.

001680     SELECT RUN-CONTROL-FILE ASSIGN TO "runctl.dat"
001690         ORGANIZATION IS LINE SEQUENTIAL
001700         FILE STATUS IS BNK-RUNCTL-FILE-STATUS.

001702     SELECT RETURNS-WORK-FILE ASSIGN TO "extrtnwk.dat"
001704         ORGANIZATION IS LINE SEQUENTIAL.

001706     SELECT SORT-FILE ASSIGN TO "sortwk01".

001708     SELECT RETURNS-SORT-FILE ASSIGN TO "sortwk02".

001710 DATA DIVISION.
001720 FILE SECTION.

001730 FD  ACCOUNTS-FILE.
001740 COPY ACCTREC.

001750 FD  SUSPENSE-FILE.
001760 01  SUSPENSE-RECORD             PIC X(100).

001770 FD  RETURNS-FILE.
001780 01  RETURNS-RECORD              PIC X(80).

001790 FD  LEDGER-FILE.
001800 COPY LEDGREC.

001810 FD  OUTPUT-FILE.
001820 01  OUTPUT-RECORD               PIC X(120).

001830 FD  REPORT-FILE.
001840 01  REPORT-RECORD               PIC X(120).

001850 FD  RUN-CONTROL-FILE.
001860 01  RUN-CONTROL-RECORD.
001870     05  RUN-BUSINESS-DATE       PIC 9(08).

001871 FD  RETURNS-WORK-FILE.
001872 01  RETURNS-WORK-RECORD         PIC X(80).

001873*    THE SUSPENSE ITEM AND ITS STATE FOR THE RUN, IN REFERENCE
001874*    ORDER.
001875 SD  SORT-FILE.
001876 01  SUSPENSE-SORT-RECORD.
001877     05  SSR-PAYMENT-DATA.
001878         10  SSR-PAY-REF         PIC X(16).
001879         10  FILLER              PIC X(84).
001880     05  SSR-STATE               PIC X(01).

001881*    THE RETURNS DETAILS, IN REFERENCE ORDER.
001882 SD  RETURNS-SORT-FILE.
001883 01  RETURNS-SORT-RECORD.
001884     05  RSR-PAY-REF             PIC X(16).
001885     05  FILLER                  PIC X(64).

001886 WORKING-STORAGE SECTION.
001890 COPY TRXREC.

001900 COPY EXTPREC.

001910 COPY EXTRREC.

001920*    NOT USED BY AN EXTRETURN, BUT TRXPOST TAKES ONE.
001930 COPY ACCTREC REPLACING
001940     ACCOUNT-RECORD      BY COUNTER-ACCOUNT-RECORD
001950     ACC-ID              BY CACC-ID
001960     ACC-NAME            BY CACC-NAME
001970     ACC-BALANCE         BY CACC-BALANCE
001980     ACC-OVERDRAFT-LIMIT BY CACC-OVERDRAFT-LIMIT
001990     ACC-STATUS          BY CACC-STATUS
002000     ACC-STATUS-OPEN     BY CACC-STATUS-OPEN
002010     ACC-STATUS-CLOSED   BY CACC-STATUS-CLOSED
002020     ACC-STATUS-DORMANT  BY CACC-STATUS-DORMANT
002030     ACC-PRODUCT-CODE    BY CACC-PRODUCT-CODE
002040     ACC-CUST-ID         BY CACC-CUST-ID
002050     ACC-MATURITY-DATE   BY CACC-MATURITY-DATE
002060     ACC-TERM-MONTHS     BY CACC-TERM-MONTHS
002070     ACC-INSTRUCTION     BY CACC-INSTRUCTION
002080     ACC-INSTR-ROLLOVER  BY CACC-INSTR-ROLLOVER
002090     ACC-INSTR-PAYOUT    BY CACC-INSTR-PAYOUT
002100     ACC-LINKED-ACC      BY CACC-LINKED-ACC
002110     ACC-COLL-FLAG       BY CACC-COLL-FLAG
002120     ACC-COLL-BLOCKED    BY CACC-COLL-BLOCKED
002130     ACC-COLL-CLEAR      BY CACC-COLL-CLEAR.

002140 01  BNK-ACCT-FILE-STATUS        PIC X(02).
002150 01  BNK-SUSP-FILE-STATUS        PIC X(02).
002160 01  BNK-RTN-FILE-STATUS         PIC X(02).
002170 01  BNK-LEDGER-FILE-STATUS      PIC X(02).
002180 01  BNK-OUTPUT-FILE-STATUS      PIC X(02).
002190 01  BNK-REPORT-FILE-STATUS      PIC X(02).
002200 01  BNK-RUNCTL-FILE-STATUS      PIC X(02).

002210 01  BNK-SUSPF-EOF-FLAG          PIC X(01) VALUE "N".
002220     88  BNK-SUSPF-END-OF-FILE       VALUE "Y".
002230     88  BNK-SUSPF-NOT-END-OF-FILE   VALUE "N".

002240 01  BNK-RTN-EOF-FLAG            PIC X(01) VALUE "N".
002250     88  BNK-RTN-END-OF-FILE         VALUE "Y".
002260     88  BNK-RTN-NOT-END-OF-FILE     VALUE "N".

002270 01  BNK-BUSINESS-DATE           PIC 9(08) VALUE ZERO.

002280*    THE SUSPENSE ITEM IN HAND, WITH ITS STATE FOR THE RUN; THE
002290*    ITEMS STILL OPEN ARE WRITTEN BACK AS THEY ARE WORKED:
002300*    STATE FOR THE RUN:
002310*      "P"  SENT ON THE BUSINESS DATE - NOT YET DUE BACK
002320*      "D"  DUE - SENT EARLIER, AWAITING THIS RUN'S OUTCOME
002330*      "R"  RETURNED AND CREDITED BACK
002340*      "H"  HELD FOR INVESTIGATION
002350*      "S"  SETTLED
002360 01  BNK-SUS-STATE               PIC X(01) VALUE SPACE.

002370*    THE SORTED SUSPENSE ITEMS ARE MATCHED TO THE SORTED RETURNS
002380*    ON THE PAYMENT REFERENCE; AT END THE REFERENCE GOES HIGH SO
002390*    EVERY ITEM LEFT FINDS NONE.
002400 01  BNK-SRT-EOF-FLAG            PIC X(01) VALUE "N".
002410     88  BNK-SRT-END-OF-FILE         VALUE "Y".
002420     88  BNK-SRT-NOT-END-OF-FILE     VALUE "N".
002430 01  BNK-RTN-PAY-REF             PIC X(16) VALUE SPACES.

002470*    RETURNS FILE CONTROL CHECK.
002480 01  BNK-CHECK-FLAG              PIC X(01) VALUE "N".
002490     88  BNK-CHECK-FAILED            VALUE "Y".
002500 01  BNK-TRL-SEEN-FLAG           PIC X(01) VALUE "N".
002510     88  BNK-TRL-SEEN                VALUE "Y".
002520 01  BNK-TRL-COUNT               PIC 9(08) VALUE ZERO.
002530 01  BNK-TRL-HASH                PIC 9(11)V99 VALUE ZERO.
002540 01  BNK-VERIFY-COUNT            PIC 9(08) VALUE ZERO.
002550 01  BNK-VERIFY-HASH             PIC 9(11)V99 VALUE ZERO.

002560 01  BNK-BALANCE-BEFORE          PIC S9(7)V99.
002570 01  BNK-HOLD-AMOUNT             PIC 9(7)V99 VALUE ZERO.
002580 01  BNK-OVERDRAFT-FLAG          PIC X(01).
002590 01  BNK-RETURN-CODE             PIC X(02).
002600     88  BNK-POST-SUCCESS             VALUE "00".

002610*    RECONCILIATION TOTALS.  DUE = RETURNED + SETTLED + HELD.
002620 01  BNK-DUE-COUNT               PIC 9(07) VALUE ZERO.
002630 01  BNK-DUE-TOTAL               PIC 9(09)V99 VALUE ZERO.
002640 01  BNK-RETURNED-COUNT          PIC 9(07) VALUE ZERO.
002650 01  BNK-RETURNED-TOTAL          PIC 9(09)V99 VALUE ZERO.
002660 01  BNK-SETTLED-COUNT           PIC 9(07) VALUE ZERO.
002670 01  BNK-SETTLED-TOTAL           PIC 9(09)V99 VALUE ZERO.
002680 01  BNK-HELD-COUNT              PIC 9(07) VALUE ZERO.
002690 01  BNK-HELD-TOTAL              PIC 9(09)V99 VALUE ZERO.
002700 01  BNK-PENDING-COUNT           PIC 9(07) VALUE ZERO.
002710 01  BNK-PENDING-TOTAL           PIC 9(09)V99 VALUE ZERO.
002720 01  BNK-UNMATCHED-COUNT         PIC 9(07) VALUE ZERO.
002730 01  BNK-UNMATCHED-TOTAL         PIC 9(09)V99 VALUE ZERO.
002740 01  BNK-PROVED-TOTAL            PIC 9(09)V99 VALUE ZERO.
002750 01  BNK-PROVED-COUNT            PIC 9(07) VALUE ZERO.

002760 01  BNK-COUNT-EDIT              PIC ZZZ,ZZ9.
002770 01  BNK-UAMOUNT-EDIT            PIC ZZZ,ZZZ,ZZ9.99.
002780 01  BNK-UAMOUNT-EDIT-2          PIC ZZZ,ZZZ,ZZ9.99.

002790*    DAILY JOB-CYCLE CONTROL (SEE CYCLCTL).
002800 01  BNK-CYCLE-JOB-NAME          PIC X(08) VALUE "EXTRTN  ".
002810 01  BNK-CYCLE-FUNCTION          PIC X(05) VALUE SPACES.
002820 01  BNK-CYCLE-RETURN-CODE       PIC X(02) VALUE "00".
002830     88  BNK-CYCLE-PROCEED           VALUE "00".
002833*    THIS RUN'S HISTORY RECORD, STAMPED BY CYCLCTL (SEE RUNHIST).
002836     COPY RUNHIST.

002840 PROCEDURE DIVISION.

002850 0000-MAINLINE.
002860     PERFORM 0100-CYCLE-START
002870         THRU 0100-CYCLE-START-EXIT
002880     PERFORM 1000-INITIALIZE
002890         THRU 1000-INITIALIZE-EXIT
002900     PERFORM 1900-VERIFY-RETURNS
002910         THRU 1900-VERIFY-RETURNS-EXIT
002920     PERFORM 2000-APPLY-RETURNS
002930         THRU 2000-APPLY-RETURNS-EXIT
002980     PERFORM 8000-WRITE-SUMMARY
002990         THRU 8000-WRITE-SUMMARY-EXIT
003000     PERFORM 9000-TERMINATE
003010         THRU 9000-TERMINATE-EXIT
003020     PERFORM 0900-CYCLE-END
003030         THRU 0900-CYCLE-END-EXIT
003040     STOP RUN.

003050*-----------------------------------------------------------------
003060* 0100  REGISTER THE START WITH CYCLE CONTROL.  A DOUBLE RUN
003070*       WOULD CREDIT THE DAY'S RETURNS A SECOND TIME.
003080*-----------------------------------------------------------------
003090 0100-CYCLE-START.
003100     MOVE "START" TO BNK-CYCLE-FUNCTION
003110     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
003120                           BNK-CYCLE-FUNCTION
003130                           BNK-CYCLE-RETURN-CODE
003135                           RUN-HISTORY-RECORD
003140     IF NOT BNK-CYCLE-PROCEED
003150         DISPLAY "EXTRTN STOPPED BY CYCLE CONTROL"
003160         STOP RUN
003170     END-IF.
003180 0100-CYCLE-START-EXIT.
003190     EXIT.

003191*-----------------------------------------------------------------
003192* 0850  LOAD THIS RUN'S RECORD COUNTS ONTO THE HISTORY RECORD
003193*       FOR CYCLCTL TO FILE WITH THE END OR FAIL CALL.
003194*-----------------------------------------------------------------
003195 0850-SET-RUN-COUNTS.
003196     MOVE BNK-VERIFY-COUNT TO RHS-READ-COUNT
003197     MOVE BNK-RETURNED-COUNT TO RHS-POSTED-COUNT
003198     COMPUTE RHS-REJECTED-COUNT = BNK-UNMATCHED-COUNT
003199         + BNK-HELD-COUNT
003200     MOVE BNK-SETTLED-COUNT TO RHS-WRITTEN-COUNT.
003201 0850-SET-RUN-COUNTS-EXIT.
003202     EXIT.

003203 0900-CYCLE-END.
003205     PERFORM 0850-SET-RUN-COUNTS
003207         THRU 0850-SET-RUN-COUNTS-EXIT
003210     MOVE "END" TO BNK-CYCLE-FUNCTION
003220     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
003230                           BNK-CYCLE-FUNCTION
003240                           BNK-CYCLE-RETURN-CODE
003245                           RUN-HISTORY-RECORD.
003250 0900-CYCLE-END-EXIT.
003260     EXIT.

003261*-----------------------------------------------------------------
003262* 0950  REGISTER A STOP-COLD RUN.  CYCLCTL FILES IT ON THE RUN
003263*       HISTORY AS FAILED BUT LEAVES THE STEP MARKED STARTED, SO A
003264*       RERUN STILL NEEDS THE OPERATOR OVERRIDE.
003265*-----------------------------------------------------------------
003266 0950-CYCLE-FAIL.
003267     PERFORM 0850-SET-RUN-COUNTS
003268         THRU 0850-SET-RUN-COUNTS-EXIT
003269     MOVE "FAIL" TO BNK-CYCLE-FUNCTION
003270     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
003271                           BNK-CYCLE-FUNCTION
003272                           BNK-CYCLE-RETURN-CODE
003273                           RUN-HISTORY-RECORD.
003274 0950-CYCLE-FAIL-EXIT.
003275     EXIT.

003276 1000-INITIALIZE.
003280     OPEN INPUT RUN-CONTROL-FILE
003290     IF BNK-RUNCTL-FILE-STATUS NOT = "35"
003300         READ RUN-CONTROL-FILE
003310             AT END
003320                 CONTINUE
003330             NOT AT END
003340                 IF RUN-BUSINESS-DATE NUMERIC
003350                     AND RUN-BUSINESS-DATE > ZERO
003360                     MOVE RUN-BUSINESS-DATE TO BNK-BUSINESS-DATE
003370                 END-IF
003380         END-READ
003390         CLOSE RUN-CONTROL-FILE
003400     END-IF
003410     IF BNK-BUSINESS-DATE = ZERO
003420         ACCEPT BNK-BUSINESS-DATE FROM DATE YYYYMMDD
003430     END-IF

003440     OPEN OUTPUT REPORT-FILE
003450     MOVE SPACES TO REPORT-RECORD
003460     STRING "=== EXTERNAL PAYMENT RETURNS AND CLEARING "
003470         "RECONCILIATION - BUSINESS DATE " BNK-BUSINESS-DATE
003480         " ==="
003490         DELIMITED BY SIZE INTO REPORT-RECORD
003500     WRITE REPORT-RECORD
003510     MOVE SPACES TO REPORT-RECORD
003520     WRITE REPORT-RECORD.

003550 1000-INITIALIZE-EXIT.
003560     EXIT.

003570*-----------------------------------------------------------------
003580* 1100  RELEASE THE CLEARING SUSPENSE FILE TO THE SORT.  AN ITEM
003590*       SENT BEFORE THE BUSINESS DATE IS DUE BACK TODAY; ONE SENT
003600*       TODAY WAITS.
003610*-----------------------------------------------------------------
003620 1100-RELEASE-SUSPENSE.
003630     OPEN INPUT SUSPENSE-FILE
003640     IF BNK-SUSP-FILE-STATUS = "35"
003650         GO TO 1100-RELEASE-SUSPENSE-EXIT
003660     END-IF
003670     SET BNK-SUSPF-NOT-END-OF-FILE TO TRUE
003680     PERFORM 1110-RELEASE-ONE-ITEM
003690         THRU 1110-RELEASE-ONE-ITEM-EXIT
003700         UNTIL BNK-SUSPF-END-OF-FILE
003710     CLOSE SUSPENSE-FILE.
003720 1100-RELEASE-SUSPENSE-EXIT.
003730     EXIT.

003740 1110-RELEASE-ONE-ITEM.
003750     READ SUSPENSE-FILE INTO EXT-PAYMENT-RECORD
003760         AT END
003770             SET BNK-SUSPF-END-OF-FILE TO TRUE
003780             GO TO 1110-RELEASE-ONE-ITEM-EXIT
003790     END-READ
003800     MOVE EXT-PAYMENT-RECORD TO SSR-PAYMENT-DATA
003880     IF EXP-SENT-DATE NUMERIC
003890         AND EXP-SENT-DATE < BNK-BUSINESS-DATE
003900         MOVE "D" TO SSR-STATE
003910         ADD 1 TO BNK-DUE-COUNT
003920         ADD EXP-AMOUNT TO BNK-DUE-TOTAL
003930     ELSE
003940         MOVE "P" TO SSR-STATE
003950         ADD 1 TO BNK-PENDING-COUNT
003960         ADD EXP-AMOUNT TO BNK-PENDING-TOTAL
003967     END-IF
003974     RELEASE SUSPENSE-SORT-RECORD.
003981 1110-RELEASE-ONE-ITEM-EXIT.
003990     EXIT.

004000*-----------------------------------------------------------------
004010* 1900  RETURNS FILE INTEGRITY CHECK, BEFORE ANYTHING IS
004020*       CREDITED.  THE FIRST RECORD MUST BE A HEADER DATED THE
004030*       BUSINESS DATE AND THE LAST A TRAILER WHOSE COUNT AND
004040*       AMOUNT HASH MATCH WHAT WAS READ.  ANY FAILURE STOPS THE
004050*       JOB COLD WITH THE SUSPENSE FILE LEFT AS IT WAS.
004060*-----------------------------------------------------------------
004070 1900-VERIFY-RETURNS.
004080     OPEN INPUT RETURNS-FILE
004090     IF BNK-RTN-FILE-STATUS = "35"
004100         MOVE "RETURNS CHECK FAILED - RETURNS FILE MISSING"
004110             TO REPORT-RECORD
004120         WRITE REPORT-RECORD
004130         PERFORM 1990-STOP-BAD-FILE
004140             THRU 1990-STOP-BAD-FILE-EXIT
004150     END-IF

004160     SET BNK-RTN-NOT-END-OF-FILE TO TRUE
004170     READ RETURNS-FILE INTO EXT-RETURN-CONTROL-RECORD
004180         AT END
004190             SET BNK-RTN-END-OF-FILE TO TRUE
004200     END-READ
004210     IF BNK-RTN-END-OF-FILE OR NOT ERC-IS-HEADER
004220         MOVE "RETURNS CHECK FAILED - HEADER RECORD MISSING"
004230             TO REPORT-RECORD
004240         WRITE REPORT-RECORD
004250         SET BNK-CHECK-FAILED TO TRUE
004260     ELSE
004270         IF ERC-FILE-DATE NOT NUMERIC
004280             OR ERC-FILE-DATE NOT = BNK-BUSINESS-DATE
004290             MOVE SPACES TO REPORT-RECORD
004300             STRING "RETURNS CHECK FAILED - HEADER DATE "
004310                 ERC-FILE-DATE
004320                 " DOES NOT MATCH RUN " BNK-BUSINESS-DATE
004330                 DELIMITED BY SIZE INTO REPORT-RECORD
004340             WRITE REPORT-RECORD
004350             SET BNK-CHECK-FAILED TO TRUE
004360         END-IF
004370     END-IF

004380     PERFORM 1910-VERIFY-ONE-RECORD
004390         THRU 1910-VERIFY-ONE-RECORD-EXIT
004400         UNTIL BNK-RTN-END-OF-FILE
004410     CLOSE RETURNS-FILE

004420     IF NOT BNK-TRL-SEEN
004430         MOVE "RETURNS CHECK FAILED - TRAILER RECORD MISSING"
004440             TO REPORT-RECORD
004450         WRITE REPORT-RECORD
004460         SET BNK-CHECK-FAILED TO TRUE
004470     ELSE
004480         IF BNK-TRL-COUNT NOT = BNK-VERIFY-COUNT
004490             MOVE SPACES TO REPORT-RECORD
004500             STRING "RETURNS CHECK FAILED - COUNT: TRAILER "
004510                 BNK-TRL-COUNT " READ " BNK-VERIFY-COUNT
004520                 DELIMITED BY SIZE INTO REPORT-RECORD
004530             WRITE REPORT-RECORD
004540             SET BNK-CHECK-FAILED TO TRUE
004550         END-IF
004560         IF BNK-TRL-HASH NOT = BNK-VERIFY-HASH
004570             MOVE "RETURNS CHECK FAILED - AMOUNT HASH MISMATCH"
004580                 TO REPORT-RECORD
004590             WRITE REPORT-RECORD
004600             SET BNK-CHECK-FAILED TO TRUE
004610         END-IF
004620     END-IF

004630     IF BNK-CHECK-FAILED
004640         PERFORM 1990-STOP-BAD-FILE
004650             THRU 1990-STOP-BAD-FILE-EXIT
004660     END-IF.
004670 1900-VERIFY-RETURNS-EXIT.
004680     EXIT.

004690 1910-VERIFY-ONE-RECORD.
004700     READ RETURNS-FILE INTO EXT-RETURN-CONTROL-RECORD
004710         AT END
004720             SET BNK-RTN-END-OF-FILE TO TRUE
004730             GO TO 1910-VERIFY-ONE-RECORD-EXIT
004740     END-READ

004750     EVALUATE TRUE
004760         WHEN BNK-TRL-SEEN
004770             MOVE "RETURNS CHECK FAILED - RECORDS AFTER TRAILER"
004780                 TO REPORT-RECORD
004790             WRITE REPORT-RECORD
004800             SET BNK-CHECK-FAILED TO TRUE
004810             SET BNK-RTN-END-OF-FILE TO TRUE
004820         WHEN ERC-IS-TRAILER
004830             IF ERC-RECORD-COUNT NOT NUMERIC
004840                 OR ERC-HASH-TOTAL NOT NUMERIC
004850                 MOVE "RETURNS CHECK FAILED - TRAILER NOT NUMERIC"
004860                     TO REPORT-RECORD
004870                 WRITE REPORT-RECORD
004880                 SET BNK-CHECK-FAILED TO TRUE
004890                 SET BNK-RTN-END-OF-FILE TO TRUE
004900             ELSE
004910                 MOVE ERC-RECORD-COUNT TO BNK-TRL-COUNT
004920                 MOVE ERC-HASH-TOTAL TO BNK-TRL-HASH
004930                 SET BNK-TRL-SEEN TO TRUE
004940             END-IF
004950         WHEN ERC-IS-HEADER
004960             MOVE "RETURNS CHECK FAILED - DUPLICATE HEADER"
004970                 TO REPORT-RECORD
004980             WRITE REPORT-RECORD
004990             SET BNK-CHECK-FAILED TO TRUE
005000             SET BNK-RTN-END-OF-FILE TO TRUE
005010         WHEN OTHER
005020             ADD 1 TO BNK-VERIFY-COUNT
005030             MOVE EXT-RETURN-CONTROL-RECORD TO EXT-RETURN-RECORD
005040             IF EXR-AMOUNT NUMERIC
005050                 ADD EXR-AMOUNT TO BNK-VERIFY-HASH
005060             END-IF
005070     END-EVALUATE.
005080 1910-VERIFY-ONE-RECORD-EXIT.
005090     EXIT.

005100*-----------------------------------------------------------------
005110* 1990  A BAD RETURNS FILE.  NOTHING HAS BEEN CREDITED AND THE
005120*       SUSPENSE FILE IS UNTOUCHED; THE OPERATOR GETS A GOOD FILE
005130*       FROM THE CLEARING HOUSE AND RERUNS.
005140*-----------------------------------------------------------------
005150 1990-STOP-BAD-FILE.
005160     MOVE "RUN STOPPED - RETURNS CHECK FAILED, NOTHING CREDITED"
005170         TO REPORT-RECORD
005180     WRITE REPORT-RECORD
005190     DISPLAY "EXTRTN STOPPED - RETURNS CHECK FAILED"
005200     CLOSE REPORT-FILE
005203     PERFORM 0950-CYCLE-FAIL
005206         THRU 0950-CYCLE-FAIL-EXIT
005210     STOP RUN.
005220 1990-STOP-BAD-FILE-EXIT.
005230     EXIT.

005240*-----------------------------------------------------------------
005247* 2000  SECOND PASS OF THE CHECKED RETURNS FILE, SORTED BY PAYMENT
005254*       REFERENCE AND MATCHED TO THE SUSPENSE FILE SORTED THE SAME
005261*       WAY, SO NO SUSPENSE TABLE IS HELD.
005270*-----------------------------------------------------------------
005280 2000-APPLY-RETURNS.
005290     OPEN I-O ACCOUNTS-FILE
005300     OPEN EXTEND OUTPUT-FILE
005310     IF BNK-OUTPUT-FILE-STATUS = "35"
005320         OPEN OUTPUT OUTPUT-FILE
005330         CLOSE OUTPUT-FILE
005340         OPEN EXTEND OUTPUT-FILE
005350     END-IF

005360     OPEN EXTEND LEDGER-FILE
005370     IF BNK-LEDGER-FILE-STATUS = "35"
005380         OPEN OUTPUT LEDGER-FILE
005390         CLOSE LEDGER-FILE
005400         OPEN EXTEND LEDGER-FILE
005410     END-IF

005420     MOVE "EXCEPTIONS:" TO REPORT-RECORD
005430     WRITE REPORT-RECORD

005432     SORT RETURNS-SORT-FILE
005434         ON ASCENDING KEY RSR-PAY-REF
005436         WITH DUPLICATES IN ORDER
005438         INPUT PROCEDURE IS 2050-RELEASE-RETURNS
005440             THRU 2050-RELEASE-RETURNS-EXIT
005442         GIVING RETURNS-WORK-FILE

005444     OPEN INPUT RETURNS-WORK-FILE
005450     SET BNK-RTN-NOT-END-OF-FILE TO TRUE
005454     PERFORM 2070-READ-RETURN
005458         THRU 2070-READ-RETURN-EXIT
005462     SORT SORT-FILE
005466         ON ASCENDING KEY SSR-PAY-REF
005470         WITH DUPLICATES IN ORDER
005474         INPUT PROCEDURE IS 1100-RELEASE-SUSPENSE
005478             THRU 1100-RELEASE-SUSPENSE-EXIT
005482         OUTPUT PROCEDURE IS 3000-WORK-SUSPENSE
005486             THRU 3000-WORK-SUSPENSE-EXIT
005490     CLOSE RETURNS-WORK-FILE.
005500 2000-APPLY-RETURNS-EXIT.
005510     EXIT.

005511 2050-RELEASE-RETURNS.
005512     OPEN INPUT RETURNS-FILE
005513     SET BNK-RTN-NOT-END-OF-FILE TO TRUE
005514     PERFORM 2060-RELEASE-ONE-RETURN
005515         THRU 2060-RELEASE-ONE-RETURN-EXIT
005516         UNTIL BNK-RTN-END-OF-FILE
005517     CLOSE RETURNS-FILE.
005518 2050-RELEASE-RETURNS-EXIT.
005519     EXIT.

005520 2060-RELEASE-ONE-RETURN.
005530     READ RETURNS-FILE INTO EXT-RETURN-CONTROL-RECORD
005540         AT END
005550             SET BNK-RTN-END-OF-FILE TO TRUE
005560             GO TO 2060-RELEASE-ONE-RETURN-EXIT
005570     END-READ
005580     IF ERC-IS-HEADER OR ERC-IS-TRAILER
005590         GO TO 2060-RELEASE-ONE-RETURN-EXIT
005600     END-IF
005609     MOVE EXT-RETURN-CONTROL-RECORD TO RETURNS-SORT-RECORD
005618     RELEASE RETURNS-SORT-RECORD.
005627 2060-RELEASE-ONE-RETURN-EXIT.
005636     EXIT.

005645 2070-READ-RETURN.
005654     READ RETURNS-WORK-FILE INTO EXT-RETURN-RECORD
005663         AT END
005672             SET BNK-RTN-END-OF-FILE TO TRUE
005681             MOVE HIGH-VALUES TO BNK-RTN-PAY-REF
005690         NOT AT END
005699             MOVE EXR-PAY-REF TO BNK-RTN-PAY-REF
005708     END-READ.
005717 2070-READ-RETURN-EXIT.
005726     EXIT.

005735*-----------------------------------------------------------------
005744* 2100  APPLY THE RETURN IN HAND TO THE SUSPENSE ITEM IN HAND.
005753*-----------------------------------------------------------------
005762 2100-APPLY-ONE-RETURN.
005771     IF BNK-SUS-STATE = "R"
005790         MOVE SPACES TO REPORT-RECORD
005800         STRING "  REF " EXR-PAY-REF " ACCT " EXP-ACC-ID
005810             " - RETURNED TWICE, SECOND RETURN IGNORED"
005820             DELIMITED BY SIZE INTO REPORT-RECORD
005830         WRITE REPORT-RECORD
005840         GO TO 2100-APPLY-ONE-RETURN-EXIT
005850     END-IF

005860     IF EXR-AMOUNT NOT NUMERIC
005870         OR EXR-AMOUNT NOT = EXP-AMOUNT
005880         MOVE EXP-AMOUNT TO BNK-UAMOUNT-EDIT
005890         MOVE ZERO TO BNK-UAMOUNT-EDIT-2
005900         IF EXR-AMOUNT NUMERIC
005910             MOVE EXR-AMOUNT TO BNK-UAMOUNT-EDIT-2
005920         END-IF
005930         MOVE SPACES TO REPORT-RECORD
005940         STRING "  REF " EXR-PAY-REF " ACCT " EXP-ACC-ID
005950             " - RETURN OF " BNK-UAMOUNT-EDIT-2
005960             " AGAINST PAYMENT OF " BNK-UAMOUNT-EDIT
005970             " - HELD"
005980             DELIMITED BY SIZE INTO REPORT-RECORD
005990         WRITE REPORT-RECORD
006000         PERFORM 2500-HOLD-ITEM
006010             THRU 2500-HOLD-ITEM-EXIT
006020         GO TO 2100-APPLY-ONE-RETURN-EXIT
006030     END-IF

006040     MOVE EXP-ACC-ID TO ACC-ID
006050     READ ACCOUNTS-FILE
006060         INVALID KEY
006070             MOVE SPACES TO REPORT-RECORD
006080             STRING "  REF " EXR-PAY-REF " ACCT " EXP-ACC-ID
006090                 " - ACCOUNT NOT ON FILE - HELD"
006100                 DELIMITED BY SIZE INTO REPORT-RECORD
006110             WRITE REPORT-RECORD
006120             PERFORM 2500-HOLD-ITEM
006130                 THRU 2500-HOLD-ITEM-EXIT
006140             GO TO 2100-APPLY-ONE-RETURN-EXIT
006150     END-READ

006160     PERFORM 2300-CREDIT-RETURN
006170         THRU 2300-CREDIT-RETURN-EXIT.
006180 2100-APPLY-ONE-RETURN-EXIT.
006190     EXIT.

006200*-----------------------------------------------------------------
006210* 2150  A RETURN QUOTING NO PAYMENT DUE BACK IS LISTED AND
006220*       IGNORED.
006230*-----------------------------------------------------------------
006237 2150-UNMATCHED-RETURN.
006244     ADD 1 TO BNK-UNMATCHED-COUNT
006251     IF EXR-AMOUNT NUMERIC
006258         ADD EXR-AMOUNT TO BNK-UNMATCHED-TOTAL
006265     END-IF
006272     MOVE SPACES TO REPORT-RECORD
006279     STRING "  REF " EXR-PAY-REF " REASON " EXR-REASON-CODE
006286         " - NO PAYMENT DUE UNDER THIS REFERENCE, IGNORED"
006293         DELIMITED BY SIZE INTO REPORT-RECORD
006300     WRITE REPORT-RECORD
006307     PERFORM 2070-READ-RETURN
006314         THRU 2070-READ-RETURN-EXIT.
006321 2150-UNMATCHED-RETURN-EXIT.
006340     EXIT.


006430*-----------------------------------------------------------------
006440* 2300  CREDIT THE RETURNED PAYMENT BACK THROUGH TRXPOST AND
006450*       LEDGER IT WITH THE CLEARING HOUSE'S REASON, POINTING BACK
006460*       AT THE EXTPAY.  A RETURN TO A CLOSED ACCOUNT STILL CREDITS
006470*       - THE MONEY IS THE CUSTOMER'S - BUT IS LISTED FOR THE
006480*       BRANCH TO PAY AWAY.
006490*-----------------------------------------------------------------
006500 2300-CREDIT-RETURN.
006510     MOVE SPACES TO TRANSACTION-RECORD
006520     MOVE EXP-ACC-ID TO TRX-ID
006530     MOVE "EXTRETURN" TO TRX-TYPE
006540     MOVE EXP-AMOUNT TO TRX-AMOUNT
006550     MOVE BNK-BUSINESS-DATE TO TRX-EFF-DATE
006560     MOVE "EXTRTN" TO TRX-SOURCE
006570     MOVE ZERO TO BNK-HOLD-AMOUNT
006580     CALL "TRXPOST" USING TRANSACTION-RECORD
006590                           ACCOUNT-RECORD
006600                           COUNTER-ACCOUNT-RECORD
006610                           BNK-BALANCE-BEFORE
006620                           BNK-HOLD-AMOUNT
006630                           BNK-OVERDRAFT-FLAG
006640                           BNK-RETURN-CODE
006650     IF NOT BNK-POST-SUCCESS
006660         MOVE SPACES TO REPORT-RECORD
006670         STRING "  REF " EXR-PAY-REF " ACCT " EXP-ACC-ID
006680             " - CREDIT REFUSED, CODE " BNK-RETURN-CODE
006690             " - HELD"
006700             DELIMITED BY SIZE INTO REPORT-RECORD
006710         WRITE REPORT-RECORD
006720         PERFORM 2500-HOLD-ITEM
006730             THRU 2500-HOLD-ITEM-EXIT
006740         GO TO 2300-CREDIT-RETURN-EXIT
006750     END-IF

006760     REWRITE ACCOUNT-RECORD
006770         INVALID KEY
006780             MOVE "Return failed - rewrite error"
006790                 TO OUTPUT-RECORD
006800             WRITE OUTPUT-RECORD
006810     END-REWRITE
006820     IF BNK-ACCT-FILE-STATUS NOT = "00"
006830         PERFORM 2500-HOLD-ITEM
006840             THRU 2500-HOLD-ITEM-EXIT
006850         GO TO 2300-CREDIT-RETURN-EXIT
006860     END-IF

006870     MOVE BNK-BUSINESS-DATE TO LDG-DATE
006880     ACCEPT LDG-TIME FROM TIME
006890     MOVE EXP-ACC-ID TO LDG-TRX-ID
006900     MOVE EXP-ACC-ID TO LDG-ACC-ID
006910     MOVE "EXTRETURN" TO LDG-TRX-TYPE
006920     MOVE EXP-AMOUNT TO LDG-TRX-AMOUNT
006930     MOVE BNK-BALANCE-BEFORE TO LDG-BALANCE-BEFORE
006940     MOVE ACC-BALANCE TO LDG-BALANCE-AFTER
006950     MOVE "N" TO LDG-OVERDRAFT-FLAG
006960     MOVE SPACES TO LDG-COUNTER-ACC
006970     MOVE EXP-SENT-DATE TO LDG-ORIG-DATE
006980     MOVE EXP-SENT-TIME TO LDG-ORIG-TIME
006990     MOVE "EXTPAY" TO LDG-ORIG-TYPE
007000     MOVE EXR-REASON-CODE TO LDG-REASON-CODE
007001*    THE RETURN IS REFERENCED BY THE PAYMENT IT SENDS BACK - ITS
007002*    SEND DATE (YMMDD) AND SEQUENCE.
007003     MOVE "EXTRTN" TO LDG-SOURCE
007004     MOVE EXP-SENT-DATE (4:5) TO LDG-REFERENCE (1:5)
007005     MOVE EXP-SENT-SEQ (4:5) TO LDG-REFERENCE (6:5)
007010     WRITE LEDGER-RECORD

007020     MOVE "R" TO BNK-SUS-STATE
007030     ADD 1 TO BNK-RETURNED-COUNT
007040     ADD EXP-AMOUNT TO BNK-RETURNED-TOTAL

007050     MOVE EXP-AMOUNT TO BNK-UAMOUNT-EDIT
007060     MOVE SPACES TO OUTPUT-RECORD
007070     STRING "ACCT " EXP-ACC-ID " PAYMENT " EXP-PAY-REF
007080         " RETURNED " EXR-REASON-CODE " " EXR-REASON-TEXT
007090         " CREDITED " BNK-UAMOUNT-EDIT
007100         DELIMITED BY SIZE INTO OUTPUT-RECORD
007110     WRITE OUTPUT-RECORD

007120     IF ACC-STATUS-CLOSED
007130         MOVE SPACES TO REPORT-RECORD
007140         STRING "  REF " EXR-PAY-REF " ACCT " EXP-ACC-ID
007150             " - CREDITED TO A CLOSED ACCOUNT, PAY AWAY"
007160             DELIMITED BY SIZE INTO REPORT-RECORD
007170         WRITE REPORT-RECORD
007180     END-IF.
007190 2300-CREDIT-RETURN-EXIT.
007200     EXIT.

007210*-----------------------------------------------------------------
007220* 2500  A RETURN THAT CANNOT BE APPLIED LEAVES ITS PAYMENT HELD
007230*       IN SUSPENSE, NEVER TO BE TAKEN AS SETTLED, UNTIL SOMEONE
007240*       SORTS IT OUT WITH THE CLEARING HOUSE.
007250*-----------------------------------------------------------------
007260 2500-HOLD-ITEM.
007290     SET EXP-HELD TO TRUE
007300     MOVE "H" TO BNK-SUS-STATE.
007330 2500-HOLD-ITEM-EXIT.
007340     EXIT.

007350*-----------------------------------------------------------------
007352* 3000  WALK THE SUSPENSE ITEMS IN REFERENCE ORDER ALONGSIDE THE
007354*       SORTED RETURNS.  A RETURN QUOTING NO ITEM IS LISTED AND
007356*       IGNORED; ONE QUOTING AN ITEM ALREADY DUE BACK - NOT
007358*       ONE SENT TODAY - IS APPLIED.  THE ITEM IS THEN SETTLED
007360*       IF STILL DUE, AND WRITTEN BACK TO THE SUSPENSE FILE IF
007362*       STILL OPEN.
007364*-----------------------------------------------------------------
007366 3000-WORK-SUSPENSE.
007368     OPEN OUTPUT SUSPENSE-FILE
007370     SET BNK-SRT-NOT-END-OF-FILE TO TRUE
007372     PERFORM 3010-RETURN-ITEM
007374         THRU 3010-RETURN-ITEM-EXIT
007376     PERFORM 3020-WORK-ONE-ITEM
007378         THRU 3020-WORK-ONE-ITEM-EXIT
007380         UNTIL BNK-SRT-END-OF-FILE
007382     PERFORM 2150-UNMATCHED-RETURN
007384         THRU 2150-UNMATCHED-RETURN-EXIT
007386         UNTIL BNK-RTN-END-OF-FILE
007388     CLOSE SUSPENSE-FILE.
007390 3000-WORK-SUSPENSE-EXIT.
007392     EXIT.

007394 3010-RETURN-ITEM.
007396     RETURN SORT-FILE
007398         AT END
007400             SET BNK-SRT-END-OF-FILE TO TRUE
007402     END-RETURN.
007404 3010-RETURN-ITEM-EXIT.
007406     EXIT.

007408 3020-WORK-ONE-ITEM.
007410     MOVE SSR-PAYMENT-DATA TO EXT-PAYMENT-RECORD
007412     MOVE SSR-STATE TO BNK-SUS-STATE
007414     PERFORM 2150-UNMATCHED-RETURN
007416         THRU 2150-UNMATCHED-RETURN-EXIT
007418         UNTIL BNK-RTN-PAY-REF NOT < EXP-PAY-REF
007420     IF BNK-SUS-STATE NOT = "P"
007422         PERFORM 3030-MATCH-ONE-RETURN
007424             THRU 3030-MATCH-ONE-RETURN-EXIT
007426             UNTIL BNK-RTN-PAY-REF NOT = EXP-PAY-REF
007428     END-IF
007430     PERFORM 3100-SETTLE-ONE-ITEM
007432         THRU 3100-SETTLE-ONE-ITEM-EXIT
007434     PERFORM 4100-REWRITE-ONE-ITEM
007436         THRU 4100-REWRITE-ONE-ITEM-EXIT
007438     PERFORM 3010-RETURN-ITEM
007440         THRU 3010-RETURN-ITEM-EXIT.
007442 3020-WORK-ONE-ITEM-EXIT.
007444     EXIT.

007446 3030-MATCH-ONE-RETURN.
007448     PERFORM 2100-APPLY-ONE-RETURN
007450         THRU 2100-APPLY-ONE-RETURN-EXIT
007452     PERFORM 2070-READ-RETURN
007454         THRU 2070-READ-RETURN-EXIT.
007456 3030-MATCH-ONE-RETURN-EXIT.
007458     EXIT.

007460*-----------------------------------------------------------------
007462* 3100  AN ITEM STILL DUE HAS NOT COME BACK AND HAS SETTLED -
007464*       UNLESS IT WAS HELD ON AN EARLIER NIGHT, WHICH STAYS HELD.
007466*-----------------------------------------------------------------

007480 3100-SETTLE-ONE-ITEM.
007490     IF BNK-SUS-STATE = "D"
007510         IF EXP-HELD
007520             MOVE "H" TO BNK-SUS-STATE
007530         ELSE
007540             MOVE "S" TO BNK-SUS-STATE
007550             ADD 1 TO BNK-SETTLED-COUNT
007560             ADD EXP-AMOUNT TO BNK-SETTLED-TOTAL
007570         END-IF
007580     END-IF
007590     IF BNK-SUS-STATE = "H"
007600         ADD 1 TO BNK-HELD-COUNT
007610         ADD EXP-AMOUNT TO BNK-HELD-TOTAL
007620     END-IF.
007630 3100-SETTLE-ONE-ITEM-EXIT.
007640     EXIT.

007650*-----------------------------------------------------------------
007660* 4100  WRITE THE ITEM BACK TO THE SUSPENSE FILE IF IT IS STILL
007670*       OPEN - ONE OF TODAY'S PAYMENTS, OR HELD.
007680*-----------------------------------------------------------------

007800 4100-REWRITE-ONE-ITEM.
007810     IF BNK-SUS-STATE = "P"
007820         OR BNK-SUS-STATE = "H"
007830         WRITE SUSPENSE-RECORD FROM EXT-PAYMENT-RECORD
007840     END-IF.
007850 4100-REWRITE-ONE-ITEM-EXIT.
007860     EXIT.

007870*-----------------------------------------------------------------
007880* 8000  THE RECONCILIATION: ITEMS DUE BACK TODAY AGAINST THOSE
007890*       RETURNED, SETTLED AND HELD, BY COUNT AND AMOUNT.
007900*-----------------------------------------------------------------
007910 8000-WRITE-SUMMARY.
007920     MOVE SPACES TO REPORT-RECORD
007930     WRITE REPORT-RECORD
007940     MOVE "RECONCILIATION:" TO REPORT-RECORD
007950     WRITE REPORT-RECORD

007960     MOVE BNK-DUE-COUNT TO BNK-COUNT-EDIT
007970     MOVE BNK-DUE-TOTAL TO BNK-UAMOUNT-EDIT
007980     MOVE SPACES TO REPORT-RECORD
007990     STRING "Payments sent, due back:  " BNK-COUNT-EDIT
008000         "   amount " BNK-UAMOUNT-EDIT
008010         DELIMITED BY SIZE INTO REPORT-RECORD
008020     WRITE REPORT-RECORD

008030     MOVE BNK-RETURNED-COUNT TO BNK-COUNT-EDIT
008040     MOVE BNK-RETURNED-TOTAL TO BNK-UAMOUNT-EDIT
008050     MOVE SPACES TO REPORT-RECORD
008060     STRING "Returned and credited:    " BNK-COUNT-EDIT
008070         "   amount " BNK-UAMOUNT-EDIT
008080         DELIMITED BY SIZE INTO REPORT-RECORD
008090     WRITE REPORT-RECORD

008100     MOVE BNK-SETTLED-COUNT TO BNK-COUNT-EDIT
008110     MOVE BNK-SETTLED-TOTAL TO BNK-UAMOUNT-EDIT
008120     MOVE SPACES TO REPORT-RECORD
008130     STRING "Settled:                  " BNK-COUNT-EDIT
008140         "   amount " BNK-UAMOUNT-EDIT
008150         DELIMITED BY SIZE INTO REPORT-RECORD
008160     WRITE REPORT-RECORD

008170     MOVE BNK-HELD-COUNT TO BNK-COUNT-EDIT
008180     MOVE BNK-HELD-TOTAL TO BNK-UAMOUNT-EDIT
008190     MOVE SPACES TO REPORT-RECORD
008200     STRING "Held for investigation:   " BNK-COUNT-EDIT
008210         "   amount " BNK-UAMOUNT-EDIT
008220         DELIMITED BY SIZE INTO REPORT-RECORD
008230     WRITE REPORT-RECORD

008240     COMPUTE BNK-PROVED-COUNT = BNK-RETURNED-COUNT
008250         + BNK-SETTLED-COUNT + BNK-HELD-COUNT
008260     COMPUTE BNK-PROVED-TOTAL = BNK-RETURNED-TOTAL
008270         + BNK-SETTLED-TOTAL + BNK-HELD-TOTAL
008280     MOVE SPACES TO REPORT-RECORD
008290     IF BNK-PROVED-COUNT = BNK-DUE-COUNT
008300         AND BNK-PROVED-TOTAL = BNK-DUE-TOTAL
008310         MOVE "Sent = returned + settled + held:   IN BALANCE"
008320             TO REPORT-RECORD
008330     ELSE
008340         MOVE "Sent = returned + settled + held:   OUT OF BALANCE"
008350             TO REPORT-RECORD
008360     END-IF
008370     WRITE REPORT-RECORD

008380     MOVE SPACES TO REPORT-RECORD
008390     WRITE REPORT-RECORD

008400     MOVE BNK-VERIFY-COUNT TO BNK-COUNT-EDIT
008410     MOVE BNK-VERIFY-HASH TO BNK-UAMOUNT-EDIT
008420     MOVE SPACES TO REPORT-RECORD
008430     STRING "Returns file records:     " BNK-COUNT-EDIT
008440         "   amount " BNK-UAMOUNT-EDIT
008450         DELIMITED BY SIZE INTO REPORT-RECORD
008460     WRITE REPORT-RECORD

008470     MOVE BNK-UNMATCHED-COUNT TO BNK-COUNT-EDIT
008480     MOVE BNK-UNMATCHED-TOTAL TO BNK-UAMOUNT-EDIT
008490     MOVE SPACES TO REPORT-RECORD
008500     STRING "Returns not matched:      " BNK-COUNT-EDIT
008510         "   amount " BNK-UAMOUNT-EDIT
008520         DELIMITED BY SIZE INTO REPORT-RECORD
008530     WRITE REPORT-RECORD

008540     MOVE BNK-PENDING-COUNT TO BNK-COUNT-EDIT
008550     MOVE BNK-PENDING-TOTAL TO BNK-UAMOUNT-EDIT
008560     MOVE SPACES TO REPORT-RECORD
008570     STRING "Sent today, not yet due:  " BNK-COUNT-EDIT
008580         "   amount " BNK-UAMOUNT-EDIT
008590         DELIMITED BY SIZE INTO REPORT-RECORD
008600     WRITE REPORT-RECORD.
008610 8000-WRITE-SUMMARY-EXIT.
008620     EXIT.

008630 9000-TERMINATE.
008640     CLOSE ACCOUNTS-FILE
008650     CLOSE OUTPUT-FILE
008660     CLOSE LEDGER-FILE
008670     CLOSE REPORT-FILE.
008680 9000-TERMINATE-EXIT.
008690     EXIT.
