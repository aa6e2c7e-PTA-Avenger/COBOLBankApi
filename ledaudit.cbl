001250*
001260* MODIFICATION HISTORY.
001270*     2026-09-03  RLH  INITIAL VERSION.
001271*     2026-10-14  RLH  THE REPLAY NO LONGER HOLDS A TABLE ENTRY
001272*                      PER ACCOUNT. THE SNAPSHOT SEEDS AND LEDGER
001273*                      POSTINGS ARE SORTED INTO ACCOUNT ORDER,
001274*                      KEEPING POSTING ORDER WITHIN EACH ACCOUNT,
001275*                      AND EACH ACCOUNT'S CHAIN IS REPLAYED AND
001276*                      PROVED AGAINST THE MASTER IN ONE MATCHED
001277*                      PASS. THE TABLE-FULL ABANDONMENT IS GONE.
001278*     2026-10-15  RLH  RUN HISTORY: COUNTS AND STOP-COLD FAILURES
001279*                      TO CYCLCTL.
001280******************************************************************
001290 IDENTIFICATION DIVISION.
001300 PROGRAM-ID. LEDAUDIT.
001480     SELECT REPORT-FILE ASSIGN TO "laudrept.dat"
001490         ORGANIZATION IS LINE SEQUENTIAL.

001495     SELECT SORT-FILE ASSIGN TO "sortwk01".

001500 DATA DIVISION.
001510 FILE SECTION.

001530 COPY ACCTREC.

001540 FD  LEDGER-FILE.
001550 01  LEDGER-FILE-RECORD          PIC X(121).

001560 FD  SNAPSHOT-FILE.
001570 COPY SNAPREC.
001610 FD  REPORT-FILE.
001620 01  REPORT-RECORD               PIC X(120).

001623 SD  SORT-FILE.
001626 COPY LDGSORT.

001630 WORKING-STORAGE SECTION.
001635 COPY LEDGREC.

001640 01  BNK-ACCT-FILE-STATUS        PIC X(02).
001650 01  BNK-LEDGER-FILE-STATUS      PIC X(02).

001770 01  BNK-BUSINESS-DATE           PIC 9(08) VALUE ZERO.

001780*    THE SORTED HISTORY IS MATCHED TO THE MASTER ON THE ACCOUNT
001790*    KEY; AT END THE KEY GOES HIGH SO EVERY ACCOUNT LEFT FINDS
001800*    NONE.
001810 01  BNK-SRT-EOF-FLAG            PIC X(01) VALUE "N".
001820     88  BNK-SRT-END-OF-FILE         VALUE "Y".
001830     88  BNK-SRT-NOT-END-OF-FILE     VALUE "N".
001840 01  BNK-SRT-ACC-ID              PIC X(05) VALUE SPACES.

001850*    THE ACCOUNT UNDER PROOF: THE RUNNING REPLAYED BALANCE AND THE
001860*    FIRST CHAIN BREAK.  FOUND MEANS IT HAD A SNAPSHOT SEED OR AT
001870*    LEAST ONE LEDGER POSTING.
001880 01  BNK-AUD-ACCOUNT.
001890     05  BNK-AUD-BALANCE         PIC S9(7)V99.
001900     05  BNK-AUD-SEEDED          PIC X(01).
001910     05  BNK-AUD-BROKEN          PIC X(01).
001920     05  BNK-AUD-BRK-DATE        PIC 9(08).
001930     05  BNK-AUD-BRK-TRX         PIC X(05).
001940     05  BNK-AUD-BRK-EXP         PIC S9(7)V99.
001950     05  BNK-AUD-BRK-FND         PIC S9(7)V99.

001960 01  BNK-AUD-FOUND-FLAG          PIC X(01).
001970     88  BNK-AUD-FOUND               VALUE "Y".
001980     88  BNK-AUD-NOT-FOUND           VALUE "N".

001990 01  BNK-EXAMINED-COUNT          PIC 9(07) VALUE ZERO.
002000 01  BNK-PROVEN-COUNT            PIC 9(07) VALUE ZERO.
002100 01  BNK-CYCLE-FUNCTION          PIC X(05) VALUE SPACES.
002110 01  BNK-CYCLE-RETURN-CODE       PIC X(02) VALUE "00".
002120     88  BNK-CYCLE-PROCEED           VALUE "00".
002123*    THIS RUN'S HISTORY RECORD, STAMPED BY CYCLCTL (SEE RUNHIST).
002126     COPY RUNHIST.

002130 PROCEDURE DIVISION.

002160         THRU 0100-CYCLE-START-EXIT
002170     PERFORM 1000-INITIALIZE
002180         THRU 1000-INITIALIZE-EXIT
002190     PERFORM 2000-AUDIT-BY-ACCOUNT
002200         THRU 2000-AUDIT-BY-ACCOUNT-EXIT
002250     PERFORM 8000-WRITE-SUMMARY
002260         THRU 8000-WRITE-SUMMARY-EXIT
002270     PERFORM 9000-TERMINATE
002370     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
002380                           BNK-CYCLE-FUNCTION
002390                           BNK-CYCLE-RETURN-CODE
002395                           RUN-HISTORY-RECORD
002400     IF NOT BNK-CYCLE-PROCEED
002410         DISPLAY "LEDAUDIT STOPPED BY CYCLE CONTROL"
002420         STOP RUN
002440 0100-CYCLE-START-EXIT.
002450     EXIT.

002451*-----------------------------------------------------------------
002452* 0850  LOAD THIS RUN'S RECORD COUNTS ONTO THE HISTORY RECORD
002453*       FOR CYCLCTL TO FILE WITH THE END OR FAIL CALL.
002454*-----------------------------------------------------------------
002455 0850-SET-RUN-COUNTS.
002456     MOVE BNK-LEDGER-REC-COUNT TO RHS-READ-COUNT
002457     COMPUTE RHS-REJECTED-COUNT = BNK-DRIFT-COUNT
002458         + BNK-BREAK-COUNT
002459     MOVE BNK-EXAMINED-COUNT TO RHS-WRITTEN-COUNT.
002460 0850-SET-RUN-COUNTS-EXIT.
002461     EXIT.

002462 0900-CYCLE-END.
002464     PERFORM 0850-SET-RUN-COUNTS
002466         THRU 0850-SET-RUN-COUNTS-EXIT
002470     MOVE "END" TO BNK-CYCLE-FUNCTION
002480     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
002490                           BNK-CYCLE-FUNCTION
002500                           BNK-CYCLE-RETURN-CODE
002505                           RUN-HISTORY-RECORD.
002510 0900-CYCLE-END-EXIT.
002520     EXIT.

002780     EXIT.

002790*-----------------------------------------------------------------
002800* 2000  SORT THE SNAPSHOT SEEDS AND THE LEDGER INTO ACCOUNT ORDER
002810*       AND PROVE THE MASTER AGAINST THEM IN ONE MATCHED PASS, SO
002820*       NO PER-ACCOUNT TABLE IS HELD.
002830*-----------------------------------------------------------------
002840 2000-AUDIT-BY-ACCOUNT.
002850     SORT SORT-FILE
002860         ON ASCENDING KEY LSR-ACC-ID
002870         WITH DUPLICATES IN ORDER
002880         INPUT PROCEDURE IS 2100-RELEASE-HISTORY
002890             THRU 2100-RELEASE-HISTORY-EXIT
002900         OUTPUT PROCEDURE IS 4000-PROVE-ACCOUNTS
002910             THRU 4000-PROVE-ACCOUNTS-EXIT.
002920 2000-AUDIT-BY-ACCOUNT-EXIT.
002930     EXIT.

002940 2100-RELEASE-HISTORY.
002950     PERFORM 2200-RELEASE-SNAPSHOT
002960         THRU 2200-RELEASE-SNAPSHOT-EXIT
002970     PERFORM 2300-RELEASE-LEDGER
002980         THRU 2300-RELEASE-LEDGER-EXIT.
002990 2100-RELEASE-HISTORY-EXIT.
003000     EXIT.

003010*-----------------------------------------------------------------
003020* 2200  SEED EACH ACCOUNT'S REPLAYED BALANCE FROM THE MTHCLOSE
003030*       SNAPSHOT.  THE SEEDS GO TO THE SORT AHEAD OF THE POSTINGS.
003040*       NO SNAPSHOT MEANS THE LEDGER STILL CARRIES ALL HISTORY AND
003050*       EVERY CHAIN STARTS AT ITS FIRST POSTING.
003060*-----------------------------------------------------------------
003070 2200-RELEASE-SNAPSHOT.
003080     OPEN INPUT SNAPSHOT-FILE
003090     IF BNK-SNAP-FILE-STATUS = "35"
003100         GO TO 2200-RELEASE-SNAPSHOT-EXIT
003110     END-IF
003120     SET BNK-SNAPF-NOT-END-OF-FILE TO TRUE
003130     PERFORM 2210-RELEASE-ONE-SNAPSHOT
003140         THRU 2210-RELEASE-ONE-SNAPSHOT-EXIT
003150         UNTIL BNK-SNAPF-END-OF-FILE
003160     CLOSE SNAPSHOT-FILE.
003170 2200-RELEASE-SNAPSHOT-EXIT.
003180     EXIT.

003190 2210-RELEASE-ONE-SNAPSHOT.
003200     READ SNAPSHOT-FILE
003210         AT END
003220             SET BNK-SNAPF-END-OF-FILE TO TRUE
003230             GO TO 2210-RELEASE-ONE-SNAPSHOT-EXIT
003240     END-READ
003250     MOVE SPACES TO LEDGER-SORT-RECORD
003260     MOVE SNP-ACC-ID TO LSR-ACC-ID
003270     SET LSR-IS-SEED TO TRUE
003280     MOVE SNP-AS-OF-DATE TO LSR-SEED-AS-OF-DATE
003290     MOVE SNP-BALANCE TO LSR-SEED-BALANCE
003300     MOVE SNP-LAST-CUST-DATE TO LSR-SEED-LAST-DATE
003310     MOVE ZERO TO LSR-SEED-AMOUNT
003320     RELEASE LEDGER-SORT-RECORD.
003330 2210-RELEASE-ONE-SNAPSHOT-EXIT.
003340     EXIT.

003350*-----------------------------------------------------------------
003360* 2300  RELEASE EVERY LEDGER POSTING.  THE LEDGER IS APPENDED IN
003370*       POSTING ORDER AND THE SORT KEEPS THAT ORDER WITHIN AN
003380*       ACCOUNT, SO EACH CHAIN STILL REPLAYS FORWARD.
003390*-----------------------------------------------------------------
003400 2300-RELEASE-LEDGER.
003410     OPEN INPUT LEDGER-FILE
003420     IF BNK-LEDGER-FILE-STATUS = "35"
003430         MOVE "NO LEDGER FILE - NOTHING TO REPLAY"
003440             TO REPORT-RECORD
003450         WRITE REPORT-RECORD
003460         GO TO 2300-RELEASE-LEDGER-EXIT
003470     END-IF
003480     SET BNK-LDG-NOT-END-OF-FILE TO TRUE
003490     PERFORM 2310-RELEASE-ONE-LEDGER
003500         THRU 2310-RELEASE-ONE-LEDGER-EXIT
003510         UNTIL BNK-LDG-END-OF-FILE
003520     CLOSE LEDGER-FILE.
003530 2300-RELEASE-LEDGER-EXIT.
003540     EXIT.

003550 2310-RELEASE-ONE-LEDGER.
003560     READ LEDGER-FILE INTO LEDGER-RECORD
003570         AT END
003580             SET BNK-LDG-END-OF-FILE TO TRUE
003590             GO TO 2310-RELEASE-ONE-LEDGER-EXIT
003600     END-READ
003610     ADD 1 TO BNK-LEDGER-REC-COUNT
003620     MOVE LDG-ACC-ID TO LSR-ACC-ID
003630     SET LSR-IS-POSTING TO TRUE
003640     MOVE LEDGER-RECORD TO LSR-LEDGER-DATA
003650     RELEASE LEDGER-SORT-RECORD.
003660 2310-RELEASE-ONE-LEDGER-EXIT.
003670     EXIT.

003680 3050-RETURN-HISTORY.
003690     RETURN SORT-FILE
003700         AT END
003710             SET BNK-SRT-END-OF-FILE TO TRUE
003720             MOVE HIGH-VALUES TO BNK-SRT-ACC-ID
003730         NOT AT END
003740             MOVE LSR-ACC-ID TO BNK-SRT-ACC-ID
003750     END-RETURN.
003760 3050-RETURN-HISTORY-EXIT.
003770     EXIT.

003780*-----------------------------------------------------------------
003790* 3100  REPLAY ONE SORTED RECORD OF THE ACCOUNT UNDER PROOF.  A
003800*       BEFORE-BALANCE THAT DOES NOT MATCH THE REPLAYED BALANCE IS
003810*       THE CHAIN BREAK; THE FIRST ONE IS KEPT FOR THE REPORT AND
003820*       THE REPLAY RESYNCS ON THE POSTING'S AFTER-BALANCE SO ONE
003830*       BREAK DOES NOT DROWN THE REST.
003840*-----------------------------------------------------------------
003848 3100-REPLAY-ONE-RECORD.
003856     SET BNK-AUD-FOUND TO TRUE
003864     IF LSR-IS-SEED
003872         MOVE LSR-SEED-BALANCE TO BNK-AUD-BALANCE
003880         MOVE "Y" TO BNK-AUD-SEEDED
003888     ELSE
003896         MOVE LSR-LEDGER-DATA TO LEDGER-RECORD
003904         PERFORM 3110-CHAIN-ONE-POSTING
003912             THRU 3110-CHAIN-ONE-POSTING-EXIT
003920     END-IF
003928     PERFORM 3050-RETURN-HISTORY
003936         THRU 3050-RETURN-HISTORY-EXIT.
003944 3100-REPLAY-ONE-RECORD-EXIT.
003952     EXIT.

003960 3110-CHAIN-ONE-POSTING.
003968     IF BNK-AUD-SEEDED = "Y"
003976         IF LDG-BALANCE-BEFORE NOT = BNK-AUD-BALANCE
003984             AND BNK-AUD-BROKEN = "N"
003992             MOVE "Y" TO BNK-AUD-BROKEN
004000             MOVE LDG-DATE TO BNK-AUD-BRK-DATE
004008             MOVE LDG-TRX-ID TO BNK-AUD-BRK-TRX
004016             MOVE BNK-AUD-BALANCE TO BNK-AUD-BRK-EXP
004024             MOVE LDG-BALANCE-BEFORE TO BNK-AUD-BRK-FND
004032         END-IF
004040     ELSE
004048*        FIRST POSTING EVER SEEN FOR THE ACCOUNT - ITS BEFORE-
004056*        BALANCE IS THE CHAIN'S STARTING POINT.
004064         MOVE "Y" TO BNK-AUD-SEEDED
004072     END-IF
004080     MOVE LDG-BALANCE-AFTER TO BNK-AUD-BALANCE.
004088 3110-CHAIN-ONE-POSTING-EXIT.
004096     EXIT.

004130*-----------------------------------------------------------------
004140* 4000  PROVE THE MASTER, WALKING IT IN KEY ORDER ALONGSIDE THE
004150*       SORTED HISTORY.  HISTORY FOR AN ACCOUNT NOT ON THE MASTER
004160*       IS PASSED OVER.
004170*-----------------------------------------------------------------
004180 4000-PROVE-ACCOUNTS.
004190     SET BNK-SRT-NOT-END-OF-FILE TO TRUE
004200     PERFORM 3050-RETURN-HISTORY
004210         THRU 3050-RETURN-HISTORY-EXIT
004220     SET BNK-ACCT-NOT-END-OF-FILE TO TRUE
004230     MOVE LOW-VALUES TO ACC-ID
004240     START ACCOUNTS-FILE KEY IS NOT LESS THAN ACC-ID
004250         INVALID KEY
004260             SET BNK-ACCT-END-OF-FILE TO TRUE
004270     END-START
004280     PERFORM 4100-PROVE-ONE-ACCOUNT
004290         THRU 4100-PROVE-ONE-ACCOUNT-EXIT
004300         UNTIL BNK-ACCT-END-OF-FILE.
004310 4000-PROVE-ACCOUNTS-EXIT.
004320     EXIT.

004330 4100-PROVE-ONE-ACCOUNT.
004340     READ ACCOUNTS-FILE NEXT RECORD
004350         AT END
004360             SET BNK-ACCT-END-OF-FILE TO TRUE
004370             GO TO 4100-PROVE-ONE-ACCOUNT-EXIT
004380     END-READ
004390     ADD 1 TO BNK-EXAMINED-COUNT

004400     SET BNK-AUD-NOT-FOUND TO TRUE
004410     MOVE ZERO TO BNK-AUD-BALANCE
004420     MOVE "N" TO BNK-AUD-SEEDED
004430     MOVE "N" TO BNK-AUD-BROKEN
004440     PERFORM 3050-RETURN-HISTORY
004450         THRU 3050-RETURN-HISTORY-EXIT
004460         UNTIL BNK-SRT-ACC-ID NOT < ACC-ID
004470     PERFORM 3100-REPLAY-ONE-RECORD
004480         THRU 3100-REPLAY-ONE-RECORD-EXIT
004490         UNTIL BNK-SRT-ACC-ID NOT = ACC-ID

004500     IF BNK-AUD-NOT-FOUND
004510         IF ACC-BALANCE = ZERO
004520             ADD 1 TO BNK-PROVEN-COUNT
004530         ELSE
004540             ADD 1 TO BNK-UNPROVEN-COUNT
004550             MOVE ACC-BALANCE TO BNK-SAMOUNT-EDIT
004560             MOVE SPACES TO REPORT-RECORD
004570             STRING "ACCT " ACC-ID
004580                 " NOT PROVABLE - BALANCE " BNK-SAMOUNT-EDIT
004590                 " BUT NO LEDGER HISTORY"
004600                 DELIMITED BY SIZE INTO REPORT-RECORD
004610             WRITE REPORT-RECORD
004620         END-IF
004630         GO TO 4100-PROVE-ONE-ACCOUNT-EXIT
004640     END-IF

004650     IF BNK-AUD-BROKEN = "Y"
004660         ADD 1 TO BNK-BREAK-COUNT
004670         PERFORM 4200-REPORT-CHAIN-BREAK
004680             THRU 4200-REPORT-CHAIN-BREAK-EXIT
004690     END-IF
004700     IF BNK-AUD-BALANCE = ACC-BALANCE
004710         IF BNK-AUD-BROKEN = "N"
004720             ADD 1 TO BNK-PROVEN-COUNT
004730         END-IF
004740     ELSE
004750         ADD 1 TO BNK-DRIFT-COUNT
004760         MOVE BNK-AUD-BALANCE TO BNK-SAMOUNT-EDIT
004770         MOVE ACC-BALANCE TO BNK-SAMOUNT-EDIT-2
004780         MOVE SPACES TO REPORT-RECORD
004790         STRING "ACCT " ACC-ID
004800             " DRIFTED - LEDGER SAYS " BNK-SAMOUNT-EDIT
004810             " MASTER SAYS " BNK-SAMOUNT-EDIT-2
004820             DELIMITED BY SIZE INTO REPORT-RECORD
004830         WRITE REPORT-RECORD
004840     END-IF.
004850 4100-PROVE-ONE-ACCOUNT-EXIT.
004860     EXIT.

004950 4200-REPORT-CHAIN-BREAK.
004960     MOVE BNK-AUD-BRK-EXP TO BNK-SAMOUNT-EDIT
004970     MOVE BNK-AUD-BRK-FND TO BNK-SAMOUNT-EDIT-2
004980     MOVE SPACES TO REPORT-RECORD
004990     STRING "ACCT " ACC-ID
005000         " CHAIN BREAKS AT TRX "
005010         BNK-AUD-BRK-TRX
005020         " ON " BNK-AUD-BRK-DATE
005030         " EXPECTED " BNK-SAMOUNT-EDIT
005040         " FOUND " BNK-SAMOUNT-EDIT-2
005050         DELIMITED BY SIZE INTO REPORT-RECORD
