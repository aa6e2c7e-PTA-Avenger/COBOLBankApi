001300*                      RUN OR AN OUT-OF-SEQUENCE START WITHOUT AN
001310*                      OPERATOR OVERRIDE AND OFFERS THE RUNCTL.DAT
001320*                      DATE ROLL WHEN THE DAY'S CYCLE COMPLETES.
001322*     2026-09-17  RLH  A REVERSAL IS A BANK CORRECTION, NOT
001324*                      CUSTOMER ACTIVITY, AND DOES NOT COUNT
001326*                      TOWARD KEEPING AN ACCOUNT ACTIVE.
001327*     2026-09-24  RLH  AN EXTRETURN IS A CLEARING-HOUSE ACTION,
001328*                      NOT CUSTOMER ACTIVITY.
001329*     2026-10-14  RLH  THE REVIEW NO LONGER HOLDS A TABLE ENTRY
001330*                      PER ACCOUNT. THE SNAPSHOT SEEDS AND
001331*                      CUSTOMER POSTINGS ARE SORTED INTO ACCOUNT
001332*                      ORDER AND MATCHED AGAINST THE ACCOUNT
001333*                      MASTER IN ONE PASS, SO VOLUME IS BOUNDED BY
001334*                      SORT WORK SPACE AND THE TABLE-FULL
001335*                      ABANDONMENT IS GONE.
001336*     2026-10-15  RLH  RUN HISTORY: COUNTS AND STOP-COLD FAILURES
001337*                      TO CYCLCTL.
001338******************************************************************
001340 IDENTIFICATION DIVISION.
001350 PROGRAM-ID. DORMANT.

001530         ORGANIZATION IS LINE SEQUENTIAL
001540         FILE STATUS IS BNK-SNAP-FILE-STATUS.

001545     SELECT SORT-FILE ASSIGN TO "sortwk01".

001550 DATA DIVISION.
001560 FILE SECTION.

001580 COPY ACCTREC.

001590 FD  LEDGER-FILE.
001600 01  LEDGER-FILE-RECORD          PIC X(121).

001610 FD  REPORT-FILE.
001620 01  REPORT-RECORD               PIC X(120).
001660 FD  SNAPSHOT-FILE.
001670 COPY SNAPREC.

001673 SD  SORT-FILE.
001676 COPY LDGSORT.

001680 WORKING-STORAGE SECTION.
001685 COPY LEDGREC.

001690 01  BNK-ACCT-FILE-STATUS        PIC X(02).
001700 01  BNK-LEDGER-FILE-STATUS      PIC X(02).
001820 01  BNK-BUSINESS-DATE           PIC 9(08) VALUE ZERO.
001830 01  BNK-CUTOFF-DATE             PIC 9(08) VALUE ZERO.

001844*    THE SORTED ACTIVITY IS MATCHED TO THE MASTER ON THE ACCOUNT
001858*    KEY; AT END THE KEY GOES HIGH SO EVERY ACCOUNT LEFT FINDS
001872*    NONE.
001886 01  BNK-SRT-EOF-FLAG            PIC X(01) VALUE "N".
001900     88  BNK-SRT-END-OF-FILE         VALUE "Y".
001914     88  BNK-SRT-NOT-END-OF-FILE     VALUE "N".
001928 01  BNK-SRT-ACC-ID              PIC X(05) VALUE SPACES.

001942*    LAST CUSTOMER-INITIATED POSTING DATE OF THE ACCOUNT UNDER
001956*    REVIEW (ZERO IF NONE ON FILE).
001970 01  BNK-LAST-CUST-DATE          PIC 9(08) VALUE ZERO.

001990 01  BNK-EXAMINED-COUNT          PIC 9(07) VALUE ZERO.
002000 01  BNK-MARKED-COUNT            PIC 9(07) VALUE ZERO.
002060 01  BNK-CYCLE-FUNCTION          PIC X(05) VALUE SPACES.
002070 01  BNK-CYCLE-RETURN-CODE       PIC X(02) VALUE "00".
002080     88  BNK-CYCLE-PROCEED           VALUE "00".
002083*    THIS RUN'S HISTORY RECORD, STAMPED BY CYCLCTL (SEE RUNHIST).
002086     COPY RUNHIST.

002090 PROCEDURE DIVISION.

002120         THRU 0100-CYCLE-START-EXIT
002130     PERFORM 1000-INITIALIZE
002140         THRU 1000-INITIALIZE-EXIT
002150     PERFORM 2000-REVIEW-BY-ACCOUNT
002160         THRU 2000-REVIEW-BY-ACCOUNT-EXIT
002190     PERFORM 8000-WRITE-SUMMARY
002200         THRU 8000-WRITE-SUMMARY-EXIT
002210     PERFORM 9000-TERMINATE
002340     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
002350                           BNK-CYCLE-FUNCTION
002360                           BNK-CYCLE-RETURN-CODE
002365                           RUN-HISTORY-RECORD
002370     IF NOT BNK-CYCLE-PROCEED
002380         DISPLAY "DORMANT STOPPED BY CYCLE CONTROL"
002390         STOP RUN
002410 0100-CYCLE-START-EXIT.
002420     EXIT.

002421*-----------------------------------------------------------------
002422* 0850  LOAD THIS RUN'S RECORD COUNTS ONTO THE HISTORY RECORD
002423*       FOR CYCLCTL TO FILE WITH THE END OR FAIL CALL.
002424*-----------------------------------------------------------------
002425 0850-SET-RUN-COUNTS.
002426     MOVE BNK-EXAMINED-COUNT TO RHS-READ-COUNT
002427     MOVE BNK-MARKED-COUNT TO RHS-POSTED-COUNT.
002428 0850-SET-RUN-COUNTS-EXIT.
002429     EXIT.

002430*-----------------------------------------------------------------
002440* 0900  REGISTER CLEAN COMPLETION.  AN ABEND OR A STOP-COLD PATH
002450*       NEVER GETS HERE AND LEAVES THE STEP MARKED STARTED, SO A
002460*       RERUN NEEDS THE OPERATOR OVERRIDE.
002470*-----------------------------------------------------------------
002480 0900-CYCLE-END.
002483     PERFORM 0850-SET-RUN-COUNTS
002486         THRU 0850-SET-RUN-COUNTS-EXIT
002490     MOVE "END" TO BNK-CYCLE-FUNCTION
002500     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
002510                           BNK-CYCLE-FUNCTION
002520                           BNK-CYCLE-RETURN-CODE
002525                           RUN-HISTORY-RECORD.
002530 0900-CYCLE-END-EXIT.
002540     EXIT.

002820         BNK-BUSINESS-DATE
002830         " CUTOFF " BNK-CUTOFF-DATE
002840         DELIMITED BY SIZE INTO REPORT-RECORD
002850     WRITE REPORT-RECORD.
002880 1000-INITIALIZE-EXIT.
002890     EXIT.

002899*-----------------------------------------------------------------
002908* 2000  SORT THE CUSTOMER ACTIVITY INTO ACCOUNT ORDER AND REVIEW
002917*       THE MASTER AGAINST IT IN ONE MATCHED PASS, SO NO PER-
002926*       ACCOUNT TABLE IS HELD AND THE RUN GROWS ONLY WITH VOLUME.
002935*-----------------------------------------------------------------
002944 2000-REVIEW-BY-ACCOUNT.
002953     SORT SORT-FILE
002962         ON ASCENDING KEY LSR-ACC-ID
002971         WITH DUPLICATES IN ORDER
002980         INPUT PROCEDURE IS 2100-RELEASE-ACTIVITY
002989             THRU 2100-RELEASE-ACTIVITY-EXIT
002998         OUTPUT PROCEDURE IS 3000-REVIEW-ACCOUNTS
003007             THRU 3000-REVIEW-ACCOUNTS-EXIT.
003016 2000-REVIEW-BY-ACCOUNT-EXIT.
003025     EXIT.

003034 2100-RELEASE-ACTIVITY.
003043     PERFORM 2110-RELEASE-SNAPSHOT
003052         THRU 2110-RELEASE-SNAPSHOT-EXIT
003061     PERFORM 2200-RELEASE-LEDGER
003070         THRU 2200-RELEASE-LEDGER-EXIT.
003079 2100-RELEASE-ACTIVITY-EXIT.
003088     EXIT.

003097*-----------------------------------------------------------------
003106* 2110  SEED EACH ACCOUNT FROM THE MTHCLOSE SNAPSHOT, SO ACTIVITY
003115*       ARCHIVED OFF THE LEDGER STILL COUNTS.  THE SEEDS GO TO THE
003124*       SORT AHEAD OF THE POSTINGS.  NO SNAPSHOT ON FILE MEANS NO
003133*       CLOSE HAS EVER RUN AND THE LEDGER STILL CARRIES ALL
003142*       HISTORY - THE OLD BEHAVIOUR.
003151*-----------------------------------------------------------------
003160 2110-RELEASE-SNAPSHOT.
003169     OPEN INPUT SNAPSHOT-FILE
003178     IF BNK-SNAP-FILE-STATUS = "35"
003187         GO TO 2110-RELEASE-SNAPSHOT-EXIT
003196     END-IF
003205     SET BNK-SNAPF-NOT-END-OF-FILE TO TRUE
003214     PERFORM 2120-RELEASE-ONE-SNAPSHOT
003223         THRU 2120-RELEASE-ONE-SNAPSHOT-EXIT
003232         UNTIL BNK-SNAPF-END-OF-FILE
003241     CLOSE SNAPSHOT-FILE.
003250 2110-RELEASE-SNAPSHOT-EXIT.
003259     EXIT.

003268 2120-RELEASE-ONE-SNAPSHOT.
003277     READ SNAPSHOT-FILE
003286         AT END
003295             SET BNK-SNAPF-END-OF-FILE TO TRUE
003304             GO TO 2120-RELEASE-ONE-SNAPSHOT-EXIT
003313     END-READ
003322     IF SNP-LAST-CUST-DATE = ZERO
003331         GO TO 2120-RELEASE-ONE-SNAPSHOT-EXIT
003340     END-IF
003349     MOVE SPACES TO LEDGER-SORT-RECORD
003358     MOVE SNP-ACC-ID TO LSR-ACC-ID
003367     SET LSR-IS-SEED TO TRUE
003376     MOVE SNP-AS-OF-DATE TO LSR-SEED-AS-OF-DATE
003385     MOVE SNP-BALANCE TO LSR-SEED-BALANCE
003394     MOVE SNP-LAST-CUST-DATE TO LSR-SEED-LAST-DATE
003403     MOVE ZERO TO LSR-SEED-AMOUNT
003412     RELEASE LEDGER-SORT-RECORD.
003421 2120-RELEASE-ONE-SNAPSHOT-EXIT.
003430     EXIT.

003439*-----------------------------------------------------------------
003448* 2200  ONE PASS OF THE LEDGER, RELEASING THE CUSTOMER POSTINGS.
003457*       INTEREST AND FEE POSTINGS ARE THE BANK'S DOING, NOT THE
003466*       CUSTOMER'S, AND ARE IGNORED.
003475*-----------------------------------------------------------------
003484 2200-RELEASE-LEDGER.
003493     OPEN INPUT LEDGER-FILE
003502     IF BNK-LEDGER-FILE-STATUS = "35"
003511         GO TO 2200-RELEASE-LEDGER-EXIT
003520     END-IF
003529     SET BNK-LDG-NOT-END-OF-FILE TO TRUE
003538     PERFORM 2210-RELEASE-ONE-LEDGER
003547         THRU 2210-RELEASE-ONE-LEDGER-EXIT
003556         UNTIL BNK-LDG-END-OF-FILE
003565     CLOSE LEDGER-FILE.
003574 2200-RELEASE-LEDGER-EXIT.
003583     EXIT.

003592 2210-RELEASE-ONE-LEDGER.
003601     READ LEDGER-FILE INTO LEDGER-RECORD
003610         AT END
003619             SET BNK-LDG-END-OF-FILE TO TRUE
003628             GO TO 2210-RELEASE-ONE-LEDGER-EXIT
003637     END-READ

003646     IF LDG-TRX-TYPE = "INTEREST" OR LDG-TRX-TYPE = "FEE"
003655         OR LDG-TRX-TYPE = "INTCHARGE"
003664         OR LDG-TRX-TYPE = "HOLD" OR LDG-TRX-TYPE = "RELEASE"
003673         OR LDG-TRX-TYPE = "REVERSAL"
003682         OR LDG-TRX-TYPE = "EXTRETURN"
003691         GO TO 2210-RELEASE-ONE-LEDGER-EXIT
003700     END-IF

003709     MOVE LDG-ACC-ID TO LSR-ACC-ID
003718     SET LSR-IS-POSTING TO TRUE
003727     MOVE LEDGER-RECORD TO LSR-LEDGER-DATA
003736     RELEASE LEDGER-SORT-RECORD.
003745 2210-RELEASE-ONE-LEDGER-EXIT.
003754     EXIT.

003763*-----------------------------------------------------------------
003772* 3000  WALK THE ACCOUNT MASTER IN KEY ORDER ALONGSIDE THE SORTED
003781*       ACTIVITY.  OPEN ACCOUNTS WITH NO CUSTOMER POSTING SINCE
003790*       THE CUTOFF ARE MARKED DORMANT AND LISTED.  ACTIVITY FOR AN
003799*       ACCOUNT NOT ON THE MASTER IS PASSED OVER.
003808*-----------------------------------------------------------------
003817 3000-REVIEW-ACCOUNTS.
003826     SET BNK-SRT-NOT-END-OF-FILE TO TRUE
003835     PERFORM 3050-RETURN-ACTIVITY
003844         THRU 3050-RETURN-ACTIVITY-EXIT
003853     SET BNK-ACCT-NOT-END-OF-FILE TO TRUE
003862     MOVE LOW-VALUES TO ACC-ID
003871     START ACCOUNTS-FILE KEY IS NOT LESS THAN ACC-ID
003880         INVALID KEY
003889             SET BNK-ACCT-END-OF-FILE TO TRUE
003898     END-START
003907     PERFORM 3100-REVIEW-ONE-ACCOUNT
003916         THRU 3100-REVIEW-ONE-ACCOUNT-EXIT
003925         UNTIL BNK-ACCT-END-OF-FILE.
003934 3000-REVIEW-ACCOUNTS-EXIT.
003943     EXIT.

003952 3050-RETURN-ACTIVITY.
003961     RETURN SORT-FILE
003970         AT END
003979             SET BNK-SRT-END-OF-FILE TO TRUE
003988             MOVE HIGH-VALUES TO BNK-SRT-ACC-ID
003997         NOT AT END
004006             MOVE LSR-ACC-ID TO BNK-SRT-ACC-ID
004015     END-RETURN.
004024 3050-RETURN-ACTIVITY-EXIT.
004033     EXIT.

004042 3100-REVIEW-ONE-ACCOUNT.
004051     READ ACCOUNTS-FILE NEXT RECORD
004060         AT END
004069             SET BNK-ACCT-END-OF-FILE TO TRUE
004078             GO TO 3100-REVIEW-ONE-ACCOUNT-EXIT
004087     END-READ
004096     ADD 1 TO BNK-EXAMINED-COUNT

004105     MOVE ZERO TO BNK-LAST-CUST-DATE
004114     PERFORM 3050-RETURN-ACTIVITY
004123         THRU 3050-RETURN-ACTIVITY-EXIT
004132         UNTIL BNK-SRT-ACC-ID NOT < ACC-ID
004141     PERFORM 3150-APPLY-ACTIVITY
004150         THRU 3150-APPLY-ACTIVITY-EXIT
004159         UNTIL BNK-SRT-ACC-ID NOT = ACC-ID

004168     IF ACC-STATUS-DORMANT
004177         ADD 1 TO BNK-ALREADY-DORMANT-COUNT
004186         GO TO 3100-REVIEW-ONE-ACCOUNT-EXIT
004195     END-IF
004204     IF NOT ACC-STATUS-OPEN
004213         GO TO 3100-REVIEW-ONE-ACCOUNT-EXIT
004222     END-IF

004231     IF BNK-LAST-CUST-DATE NOT < BNK-CUTOFF-DATE
004240         ADD 1 TO BNK-STILL-ACTIVE-COUNT
004249         GO TO 3100-REVIEW-ONE-ACCOUNT-EXIT
004258     END-IF

004267     PERFORM 3200-MARK-DORMANT
004276         THRU 3200-MARK-DORMANT-EXIT.
004285 3100-REVIEW-ONE-ACCOUNT-EXIT.
004294     EXIT.

004303*-----------------------------------------------------------------
004312* 3150  TAKE THE LATER OF THE SNAPSHOT SEED AND EACH POSTING AS
004321*       THE ACCOUNT'S LAST CUSTOMER POSTING DATE.
004330*-----------------------------------------------------------------
004339 3150-APPLY-ACTIVITY.
004348     IF LSR-IS-SEED
004357         IF LSR-SEED-LAST-DATE > BNK-LAST-CUST-DATE
004366             MOVE LSR-SEED-LAST-DATE TO BNK-LAST-CUST-DATE
004375         END-IF
004384     ELSE
004393         MOVE LSR-LEDGER-DATA TO LEDGER-RECORD
004402         IF LDG-DATE > BNK-LAST-CUST-DATE
004411             MOVE LDG-DATE TO BNK-LAST-CUST-DATE
004420         END-IF
004429     END-IF
004438     PERFORM 3050-RETURN-ACTIVITY
004447         THRU 3050-RETURN-ACTIVITY-EXIT.
004456 3150-APPLY-ACTIVITY-EXIT.
004465     EXIT.

004474 3200-MARK-DORMANT.
004483     SET ACC-STATUS-DORMANT TO TRUE
004492     REWRITE ACCOUNT-RECORD
004501         INVALID KEY
004510             MOVE "DORMANT MARK FAILED - REWRITE ERROR"
004519                 TO REPORT-RECORD
004528             WRITE REPORT-RECORD
004537     END-REWRITE
004546     IF BNK-ACCT-FILE-STATUS = "00"
004555         ADD 1 TO BNK-MARKED-COUNT
004564         MOVE SPACES TO REPORT-RECORD
004573         IF BNK-LAST-CUST-DATE > ZERO
004582             STRING "ACCT " ACC-ID " " ACC-NAME
004591                 " MARKED DORMANT - LAST CUSTOMER POSTING "
004600                 BNK-LAST-CUST-DATE
004609                 DELIMITED BY SIZE INTO REPORT-RECORD
004618         ELSE
004627             STRING "ACCT " ACC-ID " " ACC-NAME
004636                 " MARKED DORMANT - NO CUSTOMER POSTING ON FILE"
004645                 DELIMITED BY SIZE INTO REPORT-RECORD
004654         END-IF
004663         WRITE REPORT-RECORD
004672     END-IF.
004681 3200-MARK-DORMANT-EXIT.
004690     EXIT.

004890 8000-WRITE-SUMMARY.
004900     MOVE SPACES TO REPORT-RECORD
