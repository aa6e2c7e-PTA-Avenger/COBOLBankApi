001250*     ONLY EVER WANTED THE OPEN MONTH AND SIMPLY WALKS THE NOW
001260*     SHORT FILE.
001270*
001279*     A PRIOR SNAPSHOT DATED ON OR AFTER THE CUTOFF MEANS THE
001288*     MONTH IS ALREADY CLOSED AND THE RUN STOPS WITH EVERY FILE
001297*     UNTOUCHED.  THE LEDGER IS THEN READ ONCE: EACH RECORD GOES
001306*     TO THE ARCHIVE OR TO THE CARRY FILE LDGCARRY.DAT, AND THE
001315*     CLOSED RECORDS ARE SORTED BY ACCOUNT BEHIND THE PRIOR
001324*     SNAPSHOT TO BUILD THE NEW ONE.  LEDGER.DAT IS ONLY REWRITTEN
001333*     FROM THE CARRY FILE AT THE END.  AN ABEND BEFORE THAT LEAVES
001342*     LEDGER.DAT AS IT STOOD - RESTORE LEDGARCH.DAT AND
001351*     LEDGSNAP.DAT FROM BACKUP BEFORE RERUNNING.
001360*
001370* MODIFICATION HISTORY.
001380*     2026-09-03  RLH  INITIAL VERSION.
001382*     2026-09-17  RLH  ARCHIVE AND CARRY RECORDS WIDENED WITH THE
001384*                      LEDGER RECORD (SEE LEDGREC).  A REVERSAL IS
001386*                      A BANK CORRECTION, NOT CUSTOMER ACTIVITY,
001388*                      SO IT DOES NOT MOVE THE LAST-CUSTOMER DATE.
001389*     2026-09-24  RLH  ARCHIVE AND RETAINED LEDGER WIDENED TO 101
001390*                      BYTES. AN EXTRETURN IS A CLEARING-HOUSE
001391*                      ACTION, NOT CUSTOMER ACTIVITY.
001392*     2026-10-12  RLH  LEDGER COPIES WIDENED TO THE 121-BYTE
001393*                      RECORD.
001394*     2026-10-14  RLH  THE LEDGER IS READ ONCE, CUT BETWEEN THE
001395*                      ARCHIVE AND A CARRY FILE, AND THE CLOSED
001396*                      POSTINGS ARE SORTED BY ACCOUNT BEHIND THE
001397*                      PRIOR SNAPSHOT TO BUILD THE NEW ONE, SO
001398*                      NEITHER THE SNAPSHOT NOR THE CARRIED
001399*                      RECORDS ARE HELD IN TABLES.
001400******************************************************************
001401 IDENTIFICATION DIVISION.
001410 PROGRAM-ID. MTHCLOSE.

001420 ENVIRONMENT DIVISION.
001570     SELECT REPORT-FILE ASSIGN TO "mcrept.dat"
001580         ORGANIZATION IS LINE SEQUENTIAL.

001582     SELECT CARRY-FILE ASSIGN TO "ldgcarry.dat"
001584         ORGANIZATION IS LINE SEQUENTIAL
001586         FILE STATUS IS BNK-CARRY-FILE-STATUS.

001588     SELECT SORT-FILE ASSIGN TO "sortwk01".

001590 DATA DIVISION.
001600 FILE SECTION.

001610 FD  LEDGER-FILE.
001620 01  LEDGER-FILE-RECORD          PIC X(121).

001630 FD  ARCHIVE-FILE.
001640 01  ARCHIVE-RECORD              PIC X(121).

001650 FD  SNAPSHOT-FILE.
001660 COPY SNAPREC.
001700 FD  REPORT-FILE.
001710 01  REPORT-RECORD               PIC X(120).

001712 FD  CARRY-FILE.
001714 01  CARRY-RECORD                PIC X(121).

001716 SD  SORT-FILE.
001718 COPY LDGSORT.

001720 WORKING-STORAGE SECTION.
001725 COPY LEDGREC.

001730 01  BNK-LEDGER-FILE-STATUS      PIC X(02).
001740 01  BNK-ARCHIVE-FILE-STATUS     PIC X(02).
001750 01  BNK-SNAP-FILE-STATUS        PIC X(02).
001760 01  BNK-RUNCTL-FILE-STATUS      PIC X(02).
001765 01  BNK-CARRY-FILE-STATUS       PIC X(02).

001770 01  BNK-LDG-EOF-FLAG            PIC X(01) VALUE "N".
001780     88  BNK-LDG-END-OF-FILE         VALUE "Y".
001810     88  BNK-SNAPF-END-OF-FILE       VALUE "Y".
001820     88  BNK-SNAPF-NOT-END-OF-FILE   VALUE "N".

001822 01  BNK-CRY-EOF-FLAG            PIC X(01) VALUE "N".
001824     88  BNK-CRY-END-OF-FILE         VALUE "Y".
001826     88  BNK-CRY-NOT-END-OF-FILE     VALUE "N".

001830 01  BNK-BUSINESS-DATE           PIC 9(08) VALUE ZERO.
001840 01  BNK-BUSINESS-MONTH          PIC 9(06) VALUE ZERO.
001850 01  BNK-CLOSE-MONTH             PIC 9(06).
001900     88  BNK-RUN-ABORTED             VALUE "Y".
001910 01  BNK-ABORT-TEXT              PIC X(50) VALUE SPACES.

001929*    THE SORTED SNAPSHOT AND POSTINGS ARE BROKEN ON THE ACCOUNT
001948*    KEY; AT END THE KEY GOES HIGH SO THE LAST ACCOUNT CLOSES.
001967 01  BNK-SRT-EOF-FLAG            PIC X(01) VALUE "N".
001986     88  BNK-SRT-END-OF-FILE         VALUE "Y".
002005     88  BNK-SRT-NOT-END-OF-FILE     VALUE "N".
002024 01  BNK-SRT-ACC-ID              PIC X(05) VALUE SPACES.

002043*    THE ACCOUNT BEING ROLLED FORWARD TO THE CUTOFF.
002062 01  BNK-SNP-ACCOUNT.
002081     05  BNK-SNP-ACC-ID          PIC X(05).
002100     05  BNK-SNP-BALANCE         PIC S9(7)V99.
002119     05  BNK-SNP-LAST-DATE       PIC 9(08).

002140 01  BNK-ARCHIVED-COUNT          PIC 9(07) VALUE ZERO.
002150 01  BNK-CARRIED-COUNT           PIC 9(07) VALUE ZERO.
002160 01  BNK-PRIOR-SNAP-COUNT        PIC 9(07) VALUE ZERO.
002165 01  BNK-SNAP-WRITTEN-COUNT      PIC 9(07) VALUE ZERO.

002170 01  BNK-COUNT-EDIT              PIC ZZZ,ZZ9.

002190 0000-MAINLINE.
002200     PERFORM 1000-INITIALIZE
002210         THRU 1000-INITIALIZE-EXIT
002220     PERFORM 2000-CHECK-PRIOR-SNAPSHOT
002230         THRU 2000-CHECK-PRIOR-SNAPSHOT-EXIT
002240     IF NOT BNK-RUN-ABORTED
002250         PERFORM 3000-CHECK-LEDGER
002260             THRU 3000-CHECK-LEDGER-EXIT
002270     END-IF
002280     IF BNK-RUN-ABORTED
002290         MOVE SPACES TO REPORT-RECORD
002350             THRU 9000-TERMINATE-EXIT
002360         STOP RUN
002370     END-IF
002380     PERFORM 4000-CLOSE-BY-ACCOUNT
002390         THRU 4000-CLOSE-BY-ACCOUNT-EXIT
002400     PERFORM 6000-REWRITE-LEDGER
002410         THRU 6000-REWRITE-LEDGER-EXIT
002420     PERFORM 8000-WRITE-SUMMARY
002430         THRU 8000-WRITE-SUMMARY-EXIT
002440     PERFORM 9000-TERMINATE
002450         THRU 9000-TERMINATE-EXIT
002460     STOP RUN.

002490*-----------------------------------------------------------------
002500* 1000  ASK THE OPERATOR FOR THE CLOSE MONTH AND CHECK IT AGAINST
002940 1000-INITIALIZE-EXIT.
002950     EXIT.

002959*-----------------------------------------------------------------
002968* 2000  CHECK THE PRIOR SNAPSHOT.  ONE ALREADY DATED ON OR AFTER
002977*       THE CUTOFF MEANS THIS MONTH WAS CLOSED BEFORE, AND A
002986*       SECOND CUT WOULD DOUBLE THE ARCHIVE - STOP COLD.  ITS
002995*       ACCOUNTS ARE RELEASED TO THE SORT LATER (SEE 4200).
003004*-----------------------------------------------------------------
003013 2000-CHECK-PRIOR-SNAPSHOT.
003022     OPEN INPUT SNAPSHOT-FILE
003031     IF BNK-SNAP-FILE-STATUS = "35"
003040         GO TO 2000-CHECK-PRIOR-SNAPSHOT-EXIT
003049     END-IF
003058     SET BNK-SNAPF-NOT-END-OF-FILE TO TRUE
003067     PERFORM 2100-CHECK-ONE-SNAPSHOT
003076         THRU 2100-CHECK-ONE-SNAPSHOT-EXIT
003085         UNTIL BNK-SNAPF-END-OF-FILE
003094     CLOSE SNAPSHOT-FILE.
003103 2000-CHECK-PRIOR-SNAPSHOT-EXIT.
003112     EXIT.

003121 2100-CHECK-ONE-SNAPSHOT.
003130     READ SNAPSHOT-FILE
003139         AT END
003148             SET BNK-SNAPF-END-OF-FILE TO TRUE
003157             GO TO 2100-CHECK-ONE-SNAPSHOT-EXIT
003166     END-READ
003175     IF SNP-AS-OF-DATE NOT < BNK-CUTOFF-DATE
003184         SET BNK-RUN-ABORTED TO TRUE
003193         MOVE "MONTH ALREADY CLOSED, FILES UNTOUCHED"
003202             TO BNK-ABORT-TEXT
003211         SET BNK-SNAPF-END-OF-FILE TO TRUE
003220         GO TO 2100-CHECK-ONE-SNAPSHOT-EXIT
003229     END-IF
003238     ADD 1 TO BNK-PRIOR-SNAP-COUNT.
003247 2100-CHECK-ONE-SNAPSHOT-EXIT.
003256     EXIT.

003265*-----------------------------------------------------------------
003274* 3000  MAKE SURE THERE IS A LEDGER TO CLOSE BEFORE ANYTHING IS
003283*       WRITTEN.
003292*-----------------------------------------------------------------
003301 3000-CHECK-LEDGER.
003310     OPEN INPUT LEDGER-FILE
003319     IF BNK-LEDGER-FILE-STATUS = "35"
003328         SET BNK-RUN-ABORTED TO TRUE
003337         MOVE "NO LEDGER FILE, NOTHING TO CLOSE"
003346             TO BNK-ABORT-TEXT
003355         GO TO 3000-CHECK-LEDGER-EXIT
003364     END-IF
003373     CLOSE LEDGER-FILE.
003382 3000-CHECK-LEDGER-EXIT.
003391     EXIT.

003400*-----------------------------------------------------------------
003409* 4000  ONE PASS OF THE LEDGER CUTS IT IN TWO AND FEEDS THE SORT;
003418*       THE CLOSED POSTINGS, SORTED BEHIND EACH ACCOUNT'S PRIOR
003427*       SNAPSHOT, ROLL THE SNAPSHOT FORWARD AN ACCOUNT AT A TIME.
003436*-----------------------------------------------------------------
003445 4000-CLOSE-BY-ACCOUNT.
003454     SORT SORT-FILE
003463         ON ASCENDING KEY LSR-ACC-ID
003472         WITH DUPLICATES IN ORDER
003481         INPUT PROCEDURE IS 4100-CUT-LEDGER
003490             THRU 4100-CUT-LEDGER-EXIT
003499         OUTPUT PROCEDURE IS 5000-WRITE-SNAPSHOT
003508             THRU 5000-WRITE-SNAPSHOT-EXIT.
003517 4000-CLOSE-BY-ACCOUNT-EXIT.
003526     EXIT.

003535*-----------------------------------------------------------------
003544* 4100  FROM HERE ON AN ABEND NEEDS LEDGARCH.DAT AND LEDGSNAP.DAT
003553*       RESTORED FROM BACKUP BEFORE A RERUN - LEDGER.DAT IS NOT
003562*       TOUCHED UNTIL 6000.
003571*-----------------------------------------------------------------
003580 4100-CUT-LEDGER.
003589     PERFORM 4200-RELEASE-PRIOR-SNAPSHOT
003598         THRU 4200-RELEASE-PRIOR-SNAPSHOT-EXIT
003607     OPEN EXTEND ARCHIVE-FILE
003616     IF BNK-ARCHIVE-FILE-STATUS = "35"
003625         OPEN OUTPUT ARCHIVE-FILE
003634         CLOSE ARCHIVE-FILE
003643         OPEN EXTEND ARCHIVE-FILE
003652     END-IF
003661     OPEN OUTPUT CARRY-FILE
003670     OPEN INPUT LEDGER-FILE
003679     SET BNK-LDG-NOT-END-OF-FILE TO TRUE
003688     PERFORM 4300-CUT-ONE-LEDGER
003697         THRU 4300-CUT-ONE-LEDGER-EXIT
003706         UNTIL BNK-LDG-END-OF-FILE
003715     CLOSE LEDGER-FILE
003724     CLOSE CARRY-FILE
003733     CLOSE ARCHIVE-FILE.
003742 4100-CUT-LEDGER-EXIT.
003751     EXIT.

003760 4200-RELEASE-PRIOR-SNAPSHOT.
003769     OPEN INPUT SNAPSHOT-FILE
003778     IF BNK-SNAP-FILE-STATUS = "35"
003787         GO TO 4200-RELEASE-PRIOR-SNAPSHOT-EXIT
003796     END-IF
003805     SET BNK-SNAPF-NOT-END-OF-FILE TO TRUE
003814     PERFORM 4210-RELEASE-ONE-SNAPSHOT
003823         THRU 4210-RELEASE-ONE-SNAPSHOT-EXIT
003832         UNTIL BNK-SNAPF-END-OF-FILE
003841     CLOSE SNAPSHOT-FILE.
003850 4200-RELEASE-PRIOR-SNAPSHOT-EXIT.
003859     EXIT.

003868 4210-RELEASE-ONE-SNAPSHOT.
003877     READ SNAPSHOT-FILE
003886         AT END
003895             SET BNK-SNAPF-END-OF-FILE TO TRUE
003904             GO TO 4210-RELEASE-ONE-SNAPSHOT-EXIT
003913     END-READ
003922     MOVE SPACES TO LEDGER-SORT-RECORD
003931     MOVE SNP-ACC-ID TO LSR-ACC-ID
003940     SET LSR-IS-SEED TO TRUE
003949     MOVE SNP-AS-OF-DATE TO LSR-SEED-AS-OF-DATE
003958     MOVE SNP-BALANCE TO LSR-SEED-BALANCE
003967     MOVE SNP-LAST-CUST-DATE TO LSR-SEED-LAST-DATE
003976     MOVE ZERO TO LSR-SEED-AMOUNT
003985     RELEASE LEDGER-SORT-RECORD.
003994 4210-RELEASE-ONE-SNAPSHOT-EXIT.
004003     EXIT.

004012*-----------------------------------------------------------------
004021* 4300  RECORDS IN OR BEFORE THE CLOSE MONTH GO TO THE ARCHIVE
004030*       AND THE SORT; LATER RECORDS GO TO THE CARRY FILE.
004039*-----------------------------------------------------------------
004048 4300-CUT-ONE-LEDGER.
004057     READ LEDGER-FILE INTO LEDGER-RECORD
004066         AT END
004075             SET BNK-LDG-END-OF-FILE TO TRUE
004084             GO TO 4300-CUT-ONE-LEDGER-EXIT
004093     END-READ

004102     IF LDG-DATE > BNK-CUTOFF-DATE
004111         WRITE CARRY-RECORD FROM LEDGER-RECORD
004120         ADD 1 TO BNK-CARRIED-COUNT
004129         GO TO 4300-CUT-ONE-LEDGER-EXIT
004138     END-IF

004147     WRITE ARCHIVE-RECORD FROM LEDGER-RECORD
004156     ADD 1 TO BNK-ARCHIVED-COUNT
004165     MOVE LDG-ACC-ID TO LSR-ACC-ID
004174     SET LSR-IS-POSTING TO TRUE
004183     MOVE LEDGER-RECORD TO LSR-LEDGER-DATA
004192     RELEASE LEDGER-SORT-RECORD.
004201 4300-CUT-ONE-LEDGER-EXIT.
004210     EXIT.

004219*-----------------------------------------------------------------
004228* 5000  WRITE THE ROLLED-FORWARD SNAPSHOT IN ACCOUNT ORDER, EVERY
004237*       ENTRY DATED AT THE CUTOFF.
004246*-----------------------------------------------------------------
004255 5000-WRITE-SNAPSHOT.
004264     OPEN OUTPUT SNAPSHOT-FILE
004273     SET BNK-SRT-NOT-END-OF-FILE TO TRUE
004282     PERFORM 5010-RETURN-HISTORY
004291         THRU 5010-RETURN-HISTORY-EXIT
004300     PERFORM 5100-ROLL-ONE-ACCOUNT
004309         THRU 5100-ROLL-ONE-ACCOUNT-EXIT
004318         UNTIL BNK-SRT-END-OF-FILE
004327     CLOSE SNAPSHOT-FILE.
004336 5000-WRITE-SNAPSHOT-EXIT.
004345     EXIT.

004354 5010-RETURN-HISTORY.
004363     RETURN SORT-FILE
004372         AT END
004381             SET BNK-SRT-END-OF-FILE TO TRUE
004390             MOVE HIGH-VALUES TO BNK-SRT-ACC-ID
004399         NOT AT END
004408             MOVE LSR-ACC-ID TO BNK-SRT-ACC-ID
004417     END-RETURN.
004426 5010-RETURN-HISTORY-EXIT.
004435     EXIT.

004444 5100-ROLL-ONE-ACCOUNT.
004453     MOVE BNK-SRT-ACC-ID TO BNK-SNP-ACC-ID
004462     MOVE ZERO TO BNK-SNP-BALANCE
004471     MOVE ZERO TO BNK-SNP-LAST-DATE
004480     PERFORM 5200-APPLY-ONE-HISTORY
004489         THRU 5200-APPLY-ONE-HISTORY-EXIT
004498         UNTIL BNK-SRT-ACC-ID NOT = BNK-SNP-ACC-ID
004507     MOVE BNK-SNP-ACC-ID TO SNP-ACC-ID
004516     MOVE BNK-CUTOFF-DATE TO SNP-AS-OF-DATE
004525     MOVE BNK-SNP-BALANCE TO SNP-BALANCE
004534     MOVE BNK-SNP-LAST-DATE TO SNP-LAST-CUST-DATE
004543     WRITE SNAPSHOT-RECORD
004552     ADD 1 TO BNK-SNAP-WRITTEN-COUNT.
004561 5100-ROLL-ONE-ACCOUNT-EXIT.
004570     EXIT.

004579 5200-APPLY-ONE-HISTORY.
004588     IF LSR-IS-SEED
004597         MOVE LSR-SEED-BALANCE TO BNK-SNP-BALANCE
004606         MOVE LSR-SEED-LAST-DATE TO BNK-SNP-LAST-DATE
004615     ELSE
004624         MOVE LSR-LEDGER-DATA TO LEDGER-RECORD
004633         PERFORM 5300-ROLL-ONE-POSTING
004642             THRU 5300-ROLL-ONE-POSTING-EXIT
004651     END-IF
004660     PERFORM 5010-RETURN-HISTORY
004669         THRU 5010-RETURN-HISTORY-EXIT.
004678 5200-APPLY-ONE-HISTORY-EXIT.
004687     EXIT.

004696 5300-ROLL-ONE-POSTING.
004705*    THE SORT KEEPS AN ACCOUNT'S POSTINGS IN POSTING ORDER, SO THE
004714*    LAST RECORD SEEN CARRIES ITS CLOSING BALANCE.
004723     MOVE LDG-BALANCE-AFTER TO BNK-SNP-BALANCE
004732     IF LDG-TRX-TYPE NOT = "INTEREST"
004741         AND LDG-TRX-TYPE NOT = "INTCHARGE"
004750         AND LDG-TRX-TYPE NOT = "FEE"
004759         AND LDG-TRX-TYPE NOT = "HOLD"
004768         AND LDG-TRX-TYPE NOT = "RELEASE"
004777         AND LDG-TRX-TYPE NOT = "REVERSAL"
004786         AND LDG-TRX-TYPE NOT = "EXTRETURN"
004795         IF LDG-DATE > BNK-SNP-LAST-DATE
004804             MOVE LDG-DATE TO BNK-SNP-LAST-DATE
004813         END-IF
004822     END-IF.
004831 5300-ROLL-ONE-POSTING-EXIT.
004840     EXIT.

004849*-----------------------------------------------------------------
004858* 6000  REWRITE LEDGER.DAT WITH ONLY THE OPEN PERIOD'S RECORDS,
004867*       COPIED FROM THE CARRY FILE CUT IN 4300.
004876*-----------------------------------------------------------------
004885 6000-REWRITE-LEDGER.
004894     OPEN INPUT CARRY-FILE
004903     OPEN OUTPUT LEDGER-FILE
004912     SET BNK-CRY-NOT-END-OF-FILE TO TRUE
004921     PERFORM 6100-COPY-ONE-CARRIED
004930         THRU 6100-COPY-ONE-CARRIED-EXIT
004939         UNTIL BNK-CRY-END-OF-FILE
004948     CLOSE LEDGER-FILE
004957     CLOSE CARRY-FILE.
004966 6000-REWRITE-LEDGER-EXIT.
004975     EXIT.

004984 6100-COPY-ONE-CARRIED.
004993     READ CARRY-FILE
005002         AT END
005011             SET BNK-CRY-END-OF-FILE TO TRUE
005020         NOT AT END
005029             WRITE LEDGER-FILE-RECORD FROM CARRY-RECORD
005038     END-READ.
005047 6100-COPY-ONE-CARRIED-EXIT.
005056     EXIT.


005120 8000-WRITE-SUMMARY.
005130     MOVE SPACES TO REPORT-RECORD
005310         DELIMITED BY SIZE INTO REPORT-RECORD
005320     WRITE REPORT-RECORD

005330     MOVE BNK-SNAP-WRITTEN-COUNT TO BNK-COUNT-EDIT
005340     MOVE SPACES TO REPORT-RECORD
005350     STRING "Snapshot accounts written: " BNK-COUNT-EDIT
005360         DELIMITED BY SIZE INTO REPORT-RECORD
