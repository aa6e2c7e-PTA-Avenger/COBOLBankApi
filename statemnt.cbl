001070* REMARKS.
001080*     MONTHLY CUSTOMER STATEMENT RUN.  FOR A REQUESTED STATEMENT
001090*     MONTH (ENTERED ON THE CONSOLE AS YYYYMM) THE PROGRAM WALKS
001100*     THE ACCOUNT MASTER IN KEY SEQUENCE AGAINST THE LEDGER SORTED
001110*     INTO ACCOUNT ORDER, TAKING EACH ACCOUNT'S MONTH POSTINGS.
001120*     EACH ACCOUNT GETS ONE PAGE BLOCK ON STATEMENT-FILE SHOWING
001130*     THE OPENING BALANCE, EVERY POSTING IN DATE ORDER WITH THE
001140*     RUNNING BALANCE, INTEREST AND OVERDRAFT USAGE CALLED OUT,
001150*     AND THE CLOSING BALANCE.
001160*
001170*     THE LEDGER IS APPENDED IN POSTING ORDER AND THE SORT KEEPS
001180*     THAT ORDER WITHIN AN ACCOUNT, SO THE POSTINGS STILL COME IN
001190*     DATE ORDER.  THE OPENING BALANCE IS THE BEFORE-BALANCE OF
001200*     THE FIRST POSTING IN THE MONTH; AN ACCOUNT WITH NO ACTIVITY
001210*     IN THE MONTH CARRIES THE AFTER-BALANCE OF ITS LAST POSTING
001220*     BEFORE THE MONTH, OR ZERO IF IT HAS NEVER POSTED.
001230*
001240* MODIFICATION HISTORY.
001460*                      RUN OR AN OUT-OF-SEQUENCE START WITHOUT AN
001470*                      OPERATOR OVERRIDE AND OFFERS THE RUNCTL.DAT
001480*                      DATE ROLL WHEN THE DAY'S CYCLE COMPLETES.
001482*     2026-09-17  RLH  A REVERSAL AND THE POSTING IT BACKS OUT
001484*                      PRINT AS A PAIR: THE REVERSAL NAMES THE
001486*                      ORIGINAL'S TYPE AND DATE, THE ORIGINAL THE
001488*                      DATE IT WAS REVERSED.
001489*     2026-09-24  RLH  EXTPAY PRINTS AS AN EXTERNAL PAYMENT; AN
001490*                      EXTRETURN PRINTS ITS RETURN REASON AND THE
001491*                      DATE THE PAYMENT WAS SENT.
001492*     2026-10-14  RLH  THE SNAPSHOT BALANCE TABLE AND THE LEDGER
001493*                      RE-READ PER ACCOUNT ARE GONE. THE SNAPSHOT
001494*                      BALANCES AND THE LEDGER ARE SORTED INTO
001495*                      ACCOUNT ORDER ONCE AND MATCHED AGAINST THE
001496*                      ACCOUNT MASTER, SO THE RUN GROWS WITH
001497*                      LEDGER VOLUME INSTEAD OF ACCOUNTS TIMES
001498*                      POSTINGS.
001499*     2026-10-15  RLH  RUN HISTORY: COUNTS AND STOP-COLD FAILURES
001500*                      TO CYCLCTL.
001501*     2026-10-15  RLH  REVERSALS ARE CARRIED THROUGH THE SORT
001502*                      AHEAD OF EACH ACCOUNT'S POSTINGS AND PAIRED
001503*                      PER ACCOUNT, NOT HELD IN A TABLE FOR THE
001504*                      WHOLE LEDGER. ANY LEFT UNMARKED ARE COUNTED
001505*                      ON THE RUN SUMMARY.
001506******************************************************************
001507 IDENTIFICATION DIVISION.
001510 PROGRAM-ID. STATEMNT.

001520 ENVIRONMENT DIVISION.
001740         ORGANIZATION IS LINE SEQUENTIAL
001750         FILE STATUS IS BNK-HOLDS-FILE-STATUS.

001755     SELECT SORT-FILE ASSIGN TO "sortwk01".

001760 DATA DIVISION.
001770 FILE SECTION.

001790 COPY ACCTREC.

001800 FD  LEDGER-FILE.
001810 01  LEDGER-FILE-RECORD          PIC X(121).

001820 FD  STATEMENT-FILE.
001830 01  STATEMENT-RECORD            PIC X(120).
001880 FD  HOLDS-FILE.
001890 COPY HOLDREC.

001893 SD  SORT-FILE.
001896 COPY LDGSORT.

001900 WORKING-STORAGE SECTION.
001905 COPY LEDGREC.

001910 01  BNK-ACCT-FILE-STATUS        PIC X(02).
001920 01  BNK-LEDGER-FILE-STATUS      PIC X(02).
002070         10  BNK-HLD-REASON      PIC X(20).
002080         10  BNK-HLD-EXPIRY      PIC 9(08).

002081*    THE REVERSALS ON ONE ACCOUNT'S OPEN LEDGER, SORTED AHEAD OF
002082*    ITS POSTINGS SO THE POSTING EACH ONE BACKS OUT CAN BE
002083*    MARKED. A NOTE ONLY - AN ACCOUNT WITH MORE LEAVES THE REST
002084*    UNMARKED, COUNTED ON THE RUN SUMMARY.
002085 01  BNK-RVL-COUNT               PIC 9(04) COMP VALUE ZERO.
002086 01  BNK-RVL-IDX                 PIC 9(04) COMP VALUE ZERO.
002087 01  BNK-RVL-MAX                 PIC 9(04) COMP VALUE 500.
002088 01  BNK-RVL-TABLE.
002089     05  BNK-RVL-ENTRY           OCCURS 500 TIMES.
002090         10  BNK-RVL-ACC-ID      PIC X(05).
002091         10  BNK-RVL-ORIG-DATE   PIC 9(08).
002092         10  BNK-RVL-ORIG-TIME   PIC 9(08).
002093         10  BNK-RVL-REV-DATE    PIC 9(08).

002094 01  BNK-RVL-FOUND-FLAG          PIC X(01).
002095     88  BNK-RVL-FOUND               VALUE "Y".
002096     88  BNK-RVL-NOT-FOUND           VALUE "N".
002097 01  BNK-RVL-FOUND-IDX           PIC 9(04) COMP VALUE ZERO.

002098 01  BNK-CUSTF-FLAG              PIC X(01) VALUE "N".
002100     88  BNK-CUSTF-ON-HAND           VALUE "Y".
002110     88  BNK-CUSTF-MISSING           VALUE "N".

002190     88  BNK-SNAPF-END-OF-FILE       VALUE "Y".
002200     88  BNK-SNAPF-NOT-END-OF-FILE   VALUE "N".

002217*    THE SORTED HISTORY IS MATCHED TO THE MASTER ON THE ACCOUNT
002234*    KEY; AT END THE KEY GOES HIGH SO EVERY ACCOUNT LEFT FINDS
002251*    NONE.
002268 01  BNK-SRT-EOF-FLAG            PIC X(01) VALUE "N".
002285     88  BNK-SRT-END-OF-FILE         VALUE "Y".
002302     88  BNK-SRT-NOT-END-OF-FILE     VALUE "N".
002319 01  BNK-SRT-ACC-ID              PIC X(05) VALUE SPACES.
002341*    THE SNAPSHOT'S CUTOFF DATE - MONTHS ON OR BEFORE IT ARE
002342*    ARCHIVED AND CANNOT BE STATEMENTED FROM THE LEDGER.
002343 01  BNK-SNAP-AS-OF              PIC 9(08) VALUE ZERO.
002490 01  BNK-OVERDRAFT-COUNT         PIC 9(05).

002500 01  BNK-STMT-PAGE-COUNT         PIC 9(07) VALUE ZERO.
002505 01  BNK-RVL-UNMARKED-COUNT      PIC 9(07) VALUE ZERO.

002510 01  BNK-NOTE-TEXT               PIC X(30).

002700 01  BNK-CYCLE-FUNCTION          PIC X(05) VALUE SPACES.
002710 01  BNK-CYCLE-RETURN-CODE       PIC X(02) VALUE "00".
002720     88  BNK-CYCLE-PROCEED           VALUE "00".
002723*    THIS RUN'S HISTORY RECORD, STAMPED BY CYCLCTL (SEE RUNHIST).
002726     COPY RUNHIST.

002730 PROCEDURE DIVISION.

002940     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
002950                           BNK-CYCLE-FUNCTION
002960                           BNK-CYCLE-RETURN-CODE
002965                           RUN-HISTORY-RECORD
002970     IF NOT BNK-CYCLE-PROCEED
002980         DISPLAY "STATEMNT STOPPED BY CYCLE CONTROL"
002990         STOP RUN
003010 0100-CYCLE-START-EXIT.
003020     EXIT.

003021*-----------------------------------------------------------------
003022* 0850  LOAD THIS RUN'S RECORD COUNTS ONTO THE HISTORY RECORD
003023*       FOR CYCLCTL TO FILE WITH THE END OR FAIL CALL.
003024*-----------------------------------------------------------------
003025 0850-SET-RUN-COUNTS.
003026     MOVE BNK-STMT-PAGE-COUNT TO RHS-WRITTEN-COUNT.
003027 0850-SET-RUN-COUNTS-EXIT.
003028     EXIT.

003030*-----------------------------------------------------------------
003040* 0900  REGISTER CLEAN COMPLETION.  AN ABEND OR A STOP-COLD PATH
003050*       NEVER GETS HERE AND LEAVES THE STEP MARKED STARTED, SO A
003060*       RERUN NEEDS THE OPERATOR OVERRIDE.
003070*-----------------------------------------------------------------
003080 0900-CYCLE-END.
003083     PERFORM 0850-SET-RUN-COUNTS
003086         THRU 0850-SET-RUN-COUNTS-EXIT
003090     MOVE "END" TO BNK-CYCLE-FUNCTION
003100     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
003110                           BNK-CYCLE-FUNCTION
003120                           BNK-CYCLE-RETURN-CODE
003125                           RUN-HISTORY-RECORD.
003130 0900-CYCLE-END-EXIT.
003140     EXIT.

003141*-----------------------------------------------------------------
003142* 0950  REGISTER A STOP-COLD RUN.  CYCLCTL FILES IT ON THE RUN
003143*       HISTORY AS FAILED BUT LEAVES THE STEP MARKED STARTED, SO A
003144*       RERUN STILL NEEDS THE OPERATOR OVERRIDE.
003145*-----------------------------------------------------------------
003146 0950-CYCLE-FAIL.
003147     PERFORM 0850-SET-RUN-COUNTS
003148         THRU 0850-SET-RUN-COUNTS-EXIT
003149     MOVE "FAIL" TO BNK-CYCLE-FUNCTION
003150     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
003151                           BNK-CYCLE-FUNCTION
003152                           BNK-CYCLE-RETURN-CODE
003153                           RUN-HISTORY-RECORD.
003154 0950-CYCLE-FAIL-EXIT.
003155     EXIT.


003156*-----------------------------------------------------------------
003160* 1000  ASK THE OPERATOR FOR THE STATEMENT MONTH AND OPEN THE
003170*       ACCOUNT MASTER AND THE STATEMENT OUTPUT FILE.
003180*-----------------------------------------------------------------
003220     ACCEPT BNK-STMT-MONTH-X
003230     IF BNK-STMT-MONTH NOT NUMERIC
003240         DISPLAY "STATEMENT MONTH MUST BE NUMERIC YYYYMM"
003243         PERFORM 0950-CYCLE-FAIL
003246             THRU 0950-CYCLE-FAIL-EXIT
003250         STOP RUN
003260     END-IF
003270     COMPUTE BNK-MONTH-FIRST-DAY = BNK-STMT-MONTH * 100 + 1
003350         SET BNK-CUSTF-ON-HAND TO TRUE
003360     END-IF

003370     PERFORM 1100-FIND-SNAPSHOT-CUTOFF
003380         THRU 1100-FIND-SNAPSHOT-CUTOFF-EXIT

003381*    A MONTH MTHCLOSE HAS ALREADY CUT TO THE ARCHIVE HAS NO
003382*    LEDGER DETAIL LEFT - STOP RATHER THAN PRINT EVERY PAGE AS
003396         IF BNK-CUSTF-ON-HAND
003397             CLOSE CUSTOMER-FILE
003398         END-IF
003399         PERFORM 0950-CYCLE-FAIL
003400             THRU 0950-CYCLE-FAIL-EXIT
003401         STOP RUN
003402     END-IF

003403     PERFORM 1300-LOAD-HOLDS-TABLE
003406         THRU 1300-LOAD-HOLDS-TABLE-EXIT.
003410 1000-INITIALIZE-EXIT.
003420     EXIT.

003437*-----------------------------------------------------------------
003454* 1100  FIND THE CUTOFF OF THE PERIOD-END SNAPSHOT LEFT BY
003471*       MTHCLOSE.  NO SNAPSHOT ON FILE MEANS NO CLOSE HAS EVER RUN
003488*       AND THE LEDGER STILL CARRIES ALL HISTORY - THE OLD
003505*       BEHAVIOUR.
003522*-----------------------------------------------------------------
003539 1100-FIND-SNAPSHOT-CUTOFF.
003556     OPEN INPUT SNAPSHOT-FILE
003573     IF BNK-SNAP-FILE-STATUS = "35"
003590         GO TO 1100-FIND-SNAPSHOT-CUTOFF-EXIT
003607     END-IF
003624     SET BNK-SNAPF-NOT-END-OF-FILE TO TRUE
003641     PERFORM 1110-CHECK-ONE-SNAPSHOT
003658         THRU 1110-CHECK-ONE-SNAPSHOT-EXIT
003675         UNTIL BNK-SNAPF-END-OF-FILE
003692     CLOSE SNAPSHOT-FILE.
003709 1100-FIND-SNAPSHOT-CUTOFF-EXIT.
003726     EXIT.

003743 1110-CHECK-ONE-SNAPSHOT.
003760     READ SNAPSHOT-FILE
003777         AT END
003794             SET BNK-SNAPF-END-OF-FILE TO TRUE
003811         NOT AT END
003828             IF SNP-AS-OF-DATE > BNK-SNAP-AS-OF
003845                 MOVE SNP-AS-OF-DATE TO BNK-SNAP-AS-OF
003862             END-IF
003879     END-READ.
003896 1110-CHECK-ONE-SNAPSHOT-EXIT.
003913     EXIT.

003930 1300-LOAD-HOLDS-TABLE.
003940     OPEN INPUT HOLDS-FILE
004220 1310-LOAD-ONE-HOLD-EXIT.
004230     EXIT.

004231*-----------------------------------------------------------------
004232* 1400  ONE PASS OF THE LEDGER FOR ITS REVERSAL RECORDS, EACH
004233*       NAMING THE POSTING IT BACKS OUT, RELEASED TO THE SORT
004234*       AHEAD OF EVERY POSTING (SEE 2010).
004235*-----------------------------------------------------------------
004236 1400-RELEASE-REVERSALS.
004237     OPEN INPUT LEDGER-FILE
004238     IF BNK-LEDGER-FILE-STATUS = "35"
004239         GO TO 1400-RELEASE-REVERSALS-EXIT
004240     END-IF
004241     SET BNK-LDG-NOT-END-OF-FILE TO TRUE
004242     PERFORM 1410-RELEASE-ONE-REVERSAL
004243         THRU 1410-RELEASE-ONE-REVERSAL-EXIT
004244         UNTIL BNK-LDG-END-OF-FILE
004245     CLOSE LEDGER-FILE.
004246 1400-RELEASE-REVERSALS-EXIT.
004247     EXIT.

004248 1410-RELEASE-ONE-REVERSAL.
004249     READ LEDGER-FILE INTO LEDGER-RECORD
004250         AT END
004251             SET BNK-LDG-END-OF-FILE TO TRUE
004252         NOT AT END
004253             IF LDG-TRX-TYPE = "REVERSAL"
004254                 AND LDG-ORIG-DATE NUMERIC
004256                 MOVE LDG-ACC-ID TO LSR-ACC-ID
004258                 SET LSR-IS-REVERSAL TO TRUE
004260                 MOVE LEDGER-RECORD TO LSR-LEDGER-DATA
004262                 RELEASE LEDGER-SORT-RECORD
004265             END-IF
004266     END-READ.
004267 1410-RELEASE-ONE-REVERSAL-EXIT.
004268     EXIT.

004269 1450-LOOKUP-REVERSAL.
004270     SET BNK-RVL-NOT-FOUND TO TRUE
004271     IF BNK-RVL-COUNT > 0
004272         PERFORM 1460-TEST-ONE-REVERSAL
004273             THRU 1460-TEST-ONE-REVERSAL-EXIT
004274             VARYING BNK-RVL-IDX FROM 1 BY 1
004275             UNTIL BNK-RVL-IDX > BNK-RVL-COUNT
004276                 OR BNK-RVL-FOUND
004277     END-IF.
004278 1450-LOOKUP-REVERSAL-EXIT.
004279     EXIT.

004280 1460-TEST-ONE-REVERSAL.
004281     IF BNK-RVL-ACC-ID (BNK-RVL-IDX) = LDG-ACC-ID
004282         AND BNK-RVL-ORIG-DATE (BNK-RVL-IDX) = LDG-DATE
004283         AND BNK-RVL-ORIG-TIME (BNK-RVL-IDX) = LDG-TIME
004284         SET BNK-RVL-FOUND TO TRUE
004285         MOVE BNK-RVL-IDX TO BNK-RVL-FOUND-IDX
004286     END-IF.
004287 1460-TEST-ONE-REVERSAL-EXIT.
004288     EXIT.

004292*-----------------------------------------------------------------
004296* 2000  SORT THE SNAPSHOT BALANCES AND THE LEDGER INTO ACCOUNT
004300*       ORDER AND WALK THE ACCOUNT MASTER IN KEY SEQUENCE AGAINST
004304*       THEM, BUILDING ONE STATEMENT PAGE BLOCK PER ACCOUNT.  THE
004308*       LEDGER IS READ ONCE FOR THE RUN, NOT ONCE PER ACCOUNT.
004312*-----------------------------------------------------------------
004316 2000-PRODUCE-STATEMENTS.
004320     SORT SORT-FILE
004324         ON ASCENDING KEY LSR-ACC-ID
004328         WITH DUPLICATES IN ORDER
004332         INPUT PROCEDURE IS 2010-RELEASE-HISTORY
004336             THRU 2010-RELEASE-HISTORY-EXIT
004340         OUTPUT PROCEDURE IS 2050-WALK-ACCOUNTS
004344             THRU 2050-WALK-ACCOUNTS-EXIT.
004348 2000-PRODUCE-STATEMENTS-EXIT.
004352     EXIT.

004356 2010-RELEASE-HISTORY.
004360     PERFORM 2020-RELEASE-SNAPSHOT
004364         THRU 2020-RELEASE-SNAPSHOT-EXIT
004365     PERFORM 1400-RELEASE-REVERSALS
004366         THRU 1400-RELEASE-REVERSALS-EXIT
004368     PERFORM 2030-RELEASE-LEDGER
004372         THRU 2030-RELEASE-LEDGER-EXIT.
004376 2010-RELEASE-HISTORY-EXIT.
004380     EXIT.

004384*-----------------------------------------------------------------
004388* 2020  EACH ACCOUNT'S PERIOD-END SNAPSHOT BALANCE GOES TO THE
004392*       SORT AHEAD OF ITS POSTINGS.  THE OPENING BALANCE STARTS
004396*       FROM HERE; THE LEDGER ADDS ONLY THE OPEN PERIOD ON TOP.
004400*-----------------------------------------------------------------
004404 2020-RELEASE-SNAPSHOT.
004408     OPEN INPUT SNAPSHOT-FILE
004412     IF BNK-SNAP-FILE-STATUS = "35"
004416         GO TO 2020-RELEASE-SNAPSHOT-EXIT
004420     END-IF
004424     SET BNK-SNAPF-NOT-END-OF-FILE TO TRUE
004428     PERFORM 2025-RELEASE-ONE-SNAPSHOT
004432         THRU 2025-RELEASE-ONE-SNAPSHOT-EXIT
004436         UNTIL BNK-SNAPF-END-OF-FILE
004440     CLOSE SNAPSHOT-FILE.
004444 2020-RELEASE-SNAPSHOT-EXIT.
004448     EXIT.

004452 2025-RELEASE-ONE-SNAPSHOT.
004456     READ SNAPSHOT-FILE
004460         AT END
004464             SET BNK-SNAPF-END-OF-FILE TO TRUE
004468             GO TO 2025-RELEASE-ONE-SNAPSHOT-EXIT
004472     END-READ
004476     MOVE SPACES TO LEDGER-SORT-RECORD
004480     MOVE SNP-ACC-ID TO LSR-ACC-ID
004484     SET LSR-IS-SEED TO TRUE
004488     MOVE SNP-AS-OF-DATE TO LSR-SEED-AS-OF-DATE
004492     MOVE SNP-BALANCE TO LSR-SEED-BALANCE
004496     MOVE SNP-LAST-CUST-DATE TO LSR-SEED-LAST-DATE
004500     MOVE ZERO TO LSR-SEED-AMOUNT
004504     RELEASE LEDGER-SORT-RECORD.
004508 2025-RELEASE-ONE-SNAPSHOT-EXIT.
004512     EXIT.

004516*-----------------------------------------------------------------
004520* 2030  EVERY LEDGER POSTING GOES TO THE SORT.  THE LEDGER IS
004524*       APPENDED IN POSTING ORDER AND THE SORT KEEPS THAT ORDER
004528*       WITHIN AN ACCOUNT.
004532*-----------------------------------------------------------------
004536 2030-RELEASE-LEDGER.
004540     OPEN INPUT LEDGER-FILE
004544     IF BNK-LEDGER-FILE-STATUS = "35"
004548         GO TO 2030-RELEASE-LEDGER-EXIT
004552     END-IF
004556     SET BNK-LDG-NOT-END-OF-FILE TO TRUE
004560     PERFORM 2035-RELEASE-ONE-LEDGER
004564         THRU 2035-RELEASE-ONE-LEDGER-EXIT
004568         UNTIL BNK-LDG-END-OF-FILE
004572     CLOSE LEDGER-FILE.
004576 2030-RELEASE-LEDGER-EXIT.
004580     EXIT.

004584 2035-RELEASE-ONE-LEDGER.
004588     READ LEDGER-FILE INTO LEDGER-RECORD
004592         AT END
004596             SET BNK-LDG-END-OF-FILE TO TRUE
004600             GO TO 2035-RELEASE-ONE-LEDGER-EXIT
004604     END-READ
004608     MOVE LDG-ACC-ID TO LSR-ACC-ID
004612     SET LSR-IS-POSTING TO TRUE
004616     MOVE LEDGER-RECORD TO LSR-LEDGER-DATA
004620     RELEASE LEDGER-SORT-RECORD.
004624 2035-RELEASE-ONE-LEDGER-EXIT.
004628     EXIT.

004632*-----------------------------------------------------------------
004636* 2050  WALK THE ACCOUNT MASTER ALONGSIDE THE SORTED HISTORY.
004640*       HISTORY FOR AN ACCOUNT NOT ON THE MASTER IS PASSED OVER.
004644*-----------------------------------------------------------------
004648 2050-WALK-ACCOUNTS.
004652     SET BNK-SRT-NOT-END-OF-FILE TO TRUE
004656     PERFORM 2060-RETURN-HISTORY
004660         THRU 2060-RETURN-HISTORY-EXIT
004664     SET BNK-ACCT-NOT-END-OF-FILE TO TRUE
004668     MOVE LOW-VALUES TO ACC-ID
004672     START ACCOUNTS-FILE KEY IS NOT LESS THAN ACC-ID
004676         INVALID KEY
004680             SET BNK-ACCT-END-OF-FILE TO TRUE
004684     END-START
004688     PERFORM 2100-STATEMENT-ONE-ACCOUNT
004692         THRU 2100-STATEMENT-ONE-ACCOUNT-EXIT
004696         UNTIL BNK-ACCT-END-OF-FILE.
004700 2050-WALK-ACCOUNTS-EXIT.
004704     EXIT.

004708 2060-RETURN-HISTORY.
004712     RETURN SORT-FILE
004716         AT END
004720             SET BNK-SRT-END-OF-FILE TO TRUE
004724             MOVE HIGH-VALUES TO BNK-SRT-ACC-ID
004728         NOT AT END
004732             MOVE LSR-ACC-ID TO BNK-SRT-ACC-ID
004736     END-RETURN.
004740 2060-RETURN-HISTORY-EXIT.
004744     EXIT.

004748 2100-STATEMENT-ONE-ACCOUNT.
004752     READ ACCOUNTS-FILE NEXT RECORD
004756         AT END
004760             SET BNK-ACCT-END-OF-FILE TO TRUE
004764         NOT AT END
004768             PERFORM 2200-BUILD-ONE-STATEMENT
004772                 THRU 2200-BUILD-ONE-STATEMENT-EXIT
004776     END-READ.
004780 2100-STATEMENT-ONE-ACCOUNT-EXIT.
004784     EXIT.

004788*-----------------------------------------------------------------
004792* 2200  ONE ACCOUNT.  TAKE ITS SORTED HISTORY, PRINTING THE IN-
004796*       MONTH POSTINGS AND CARRYING BALANCES FORWARD FROM THE
004800*       SNAPSHOT AND THE EARLIER ONES.
004804*-----------------------------------------------------------------
004808 2200-BUILD-ONE-STATEMENT.
004812     MOVE ZERO TO BNK-OPENING-BALANCE
004816     MOVE ZERO TO BNK-CLOSING-BALANCE
004820     MOVE ZERO TO BNK-CREDIT-TOTAL
004824     MOVE ZERO TO BNK-DEBIT-TOTAL
004828     MOVE ZERO TO BNK-POSTING-COUNT
004832     MOVE ZERO TO BNK-INTEREST-COUNT
004836     MOVE ZERO TO BNK-OVERDRAFT-COUNT
004838     MOVE ZERO TO BNK-RVL-COUNT
004840     SET BNK-MONTH-NO-ACTIVITY TO TRUE

004844     PERFORM 2500-WRITE-PAGE-HEADER
004848         THRU 2500-WRITE-PAGE-HEADER-EXIT

004852     PERFORM 2060-RETURN-HISTORY
004856         THRU 2060-RETURN-HISTORY-EXIT
004860         UNTIL BNK-SRT-ACC-ID NOT < ACC-ID
004864     PERFORM 2300-APPLY-ONE-HISTORY
004868         THRU 2300-APPLY-ONE-HISTORY-EXIT
004872         UNTIL BNK-SRT-ACC-ID NOT = ACC-ID

004876     PERFORM 2600-WRITE-PAGE-FOOTER
004880         THRU 2600-WRITE-PAGE-FOOTER-EXIT
004884     ADD 1 TO BNK-STMT-PAGE-COUNT.
004888 2200-BUILD-ONE-STATEMENT-EXIT.
004892     EXIT.

004896*-----------------------------------------------------------------
004900* 2300  THE SNAPSHOT SEED COMES FIRST AND STARTS BOTH BALANCES;
004904*       LEDGER RECORDS THEN MOVE THE BALANCES FORWARD AS BEFORE.
004908*-----------------------------------------------------------------
004912 2300-APPLY-ONE-HISTORY.
004916     IF LSR-IS-SEED
004920         MOVE LSR-SEED-BALANCE TO BNK-OPENING-BALANCE
004924         MOVE LSR-SEED-BALANCE TO BNK-CLOSING-BALANCE
004928     ELSE
004932         MOVE LSR-LEDGER-DATA TO LEDGER-RECORD
004936         PERFORM 2400-APPLY-LEDGER-RECORD
004940             THRU 2400-APPLY-LEDGER-RECORD-EXIT
004944     END-IF
004948     PERFORM 2060-RETURN-HISTORY
004952         THRU 2060-RETURN-HISTORY-EXIT.
004956 2300-APPLY-ONE-HISTORY-EXIT.
004960     EXIT.

004964*    ONE OF THE ACCOUNT'S REVERSALS, TABLED FOR 1450.  PAST THE
004968*    TABLE IT IS COUNTED AND ITS ORIGINAL GOES UNMARKED.
004972 2310-TABLE-ONE-REVERSAL.
004976     IF BNK-RVL-COUNT NOT < BNK-RVL-MAX
004980         ADD 1 TO BNK-RVL-UNMARKED-COUNT
004984         GO TO 2310-TABLE-ONE-REVERSAL-EXIT
004988     END-IF
004992     ADD 1 TO BNK-RVL-COUNT
004996     MOVE LDG-ACC-ID TO BNK-RVL-ACC-ID (BNK-RVL-COUNT)
005000     MOVE LDG-ORIG-DATE TO BNK-RVL-ORIG-DATE (BNK-RVL-COUNT)
005004     MOVE LDG-ORIG-TIME TO BNK-RVL-ORIG-TIME (BNK-RVL-COUNT)
005008     MOVE LDG-DATE TO BNK-RVL-REV-DATE (BNK-RVL-COUNT).
005012 2310-TABLE-ONE-REVERSAL-EXIT.
005016     EXIT.

005030*-----------------------------------------------------------------
005040* 2400  ONE OF THIS ACCOUNT'S LEDGER RECORDS.  BEFORE THE MONTH
005070*       A STATEMENT RERUN FOR A PAST MONTH STAYS CORRECT.
005080*-----------------------------------------------------------------
005090 2400-APPLY-LEDGER-RECORD.
005091     IF LSR-IS-REVERSAL
005092         PERFORM 2310-TABLE-ONE-REVERSAL
005093             THRU 2310-TABLE-ONE-REVERSAL-EXIT
005094         GO TO 2400-APPLY-LEDGER-RECORD-EXIT
005095     END-IF
005100     EVALUATE TRUE
005110         WHEN LDG-DATE < BNK-MONTH-FIRST-DAY
005120*            A BACKDATED PRE-MONTH POSTING CAN ARRIVE AFTER THE
005610         STRING "TRANSFER WITH " LDG-COUNTER-ACC
005620             DELIMITED BY SIZE INTO BNK-NOTE-TEXT
005630     END-IF
005631*    A PAYMENT TO ANOTHER BANK, AND ONE THE CLEARING HOUSE SENT
005632*    BACK, SAY SO; A RETURN GIVES ITS REASON AND THE SENT DATE.
005633     IF LDG-TRX-TYPE = "EXTPAY"
005634         MOVE "EXTERNAL PAYMENT" TO BNK-NOTE-TEXT
005635     END-IF
005636     IF LDG-TRX-TYPE = "EXTRETURN"
005637         MOVE SPACES TO BNK-NOTE-TEXT
005638         STRING "RETURNED " LDG-REASON-CODE
005639             " SENT " LDG-ORIG-DATE
005640             DELIMITED BY SIZE INTO BNK-NOTE-TEXT
005641     END-IF
005642*    A REVERSAL AND THE POSTING IT BACKS OUT EACH NAME THE OTHER
005643*    SO THE CUSTOMER SEES THE PAIR.
005644     IF LDG-TRX-TYPE = "REVERSAL"
005645         MOVE SPACES TO BNK-NOTE-TEXT
005646         STRING "REVERSES " LDG-ORIG-TYPE " " LDG-ORIG-DATE
005647             DELIMITED BY SIZE INTO BNK-NOTE-TEXT
005648     ELSE
005649         PERFORM 1450-LOOKUP-REVERSAL
005650             THRU 1450-LOOKUP-REVERSAL-EXIT
005651         IF BNK-RVL-FOUND
005652             MOVE SPACES TO BNK-NOTE-TEXT
005653             STRING "REVERSED "
005654                 BNK-RVL-REV-DATE (BNK-RVL-FOUND-IDX)
005655                 DELIMITED BY SIZE INTO BNK-NOTE-TEXT
005656         END-IF
005657     END-IF

005658     MOVE LDG-DATE TO DTL-DATE
005659     MOVE LDG-TIME TO DTL-TIME
005660     MOVE LDG-TRX-TYPE TO DTL-TYPE
005670     MOVE LDG-TRX-AMOUNT TO DTL-AMOUNT
005680     MOVE LDG-BALANCE-AFTER TO DTL-BALANCE
006980 9000-TERMINATE.
006990     MOVE BNK-STMT-PAGE-COUNT TO BNK-COUNT-EDIT
007000     DISPLAY "STATEMENT PAGES PRODUCED: " BNK-COUNT-EDIT
007001     IF BNK-RVL-UNMARKED-COUNT > 0
007002         MOVE BNK-RVL-UNMARKED-COUNT TO BNK-COUNT-EDIT
007003         DISPLAY "REVERSED POSTINGS LEFT UNMARKED: "
007004             BNK-COUNT-EDIT
007005     END-IF
007010     CLOSE ACCOUNTS-FILE
007020     CLOSE STATEMENT-FILE
007030     IF BNK-CUSTF-ON-HAND
