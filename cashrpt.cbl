001260*
001270* MODIFICATION HISTORY.
001280*     2026-09-03  RLH  INITIAL VERSION.
001282*     2026-09-17  RLH  A REVERSAL OF A DEPOSIT OR WITHDRAWAL NETS
001284*                      THE ORIGINAL BACK OUT OF THE DAY AND
001286*                      MONTH-TO-DATE CASH TOTALS IT WENT INTO.
001287*     2026-10-14  RLH  THE RUN NO LONGER HOLDS A TABLE ENTRY PER
001288*                      ACCOUNT. THE CARRIED MONTH-TO-DATE TOTALS
001289*                      AND THE DAY'S CASH POSTINGS ARE SORTED INTO
001290*                      ACCOUNT ORDER AND EACH ACCOUNT IS REPORTED
001291*                      AND ROLLED ON THE CONTROL BREAK, SO NO
001292*                      ACCOUNT IS MISSED WHEN VOLUME GROWS.
001293*     2026-10-15  RLH  RUN HISTORY: COUNTS AND STOP-COLD FAILURES
001294*                      TO CYCLCTL.
001295******************************************************************
001300 IDENTIFICATION DIVISION.
001310 PROGRAM-ID. CASHRPT.

001490         ORGANIZATION IS LINE SEQUENTIAL
001500         FILE STATUS IS BNK-RUNCTL-FILE-STATUS.

001505     SELECT SORT-FILE ASSIGN TO "sortwk01".

001510 DATA DIVISION.
001520 FILE SECTION.

001530 FD  LEDGER-FILE.
001540 01  LEDGER-FILE-RECORD          PIC X(121).

001550 FD  CASH-PARM-FILE.
001560 COPY CASHPARM.
001690 01  RUN-CONTROL-RECORD.
001700     05  RUN-BUSINESS-DATE       PIC 9(08).

001703 SD  SORT-FILE.
001706 COPY LDGSORT.

001710 WORKING-STORAGE SECTION.
001715 COPY LEDGREC.

001720 01  BNK-LEDGER-FILE-STATUS      PIC X(02).
001730 01  BNK-PARM-FILE-STATUS        PIC X(02).
001860 01  BNK-DAILY-THRESHOLD         PIC 9(7)V99 VALUE ZERO.
001870 01  BNK-MTD-THRESHOLD           PIC 9(7)V99 VALUE ZERO.

001885*    THE SORTED CASH IS TAKEN ONE ACCOUNT AT A TIME ON ITS KEY.
001900 01  BNK-SRT-EOF-FLAG            PIC X(01) VALUE "N".
001915     88  BNK-SRT-END-OF-FILE         VALUE "Y".
001930     88  BNK-SRT-NOT-END-OF-FILE     VALUE "N".
001945 01  BNK-SRT-ACC-ID              PIC X(05) VALUE SPACES.

001960*    CASH TOTALS OF THE ACCOUNT IN HAND: TODAY'S FROM THE LEDGER,
001975*    THE MONTH-TO-DATE CARRIED IN FROM CASHMTD.DAT AND ROLLED UP.
001990 01  BNK-CSH-ACCOUNT.
002005     05  BNK-CSH-ACC-ID          PIC X(05).
002020     05  BNK-CSH-DAY-AMOUNT      PIC 9(9)V99.
002035     05  BNK-CSH-MTD-AMOUNT      PIC 9(9)V99.

002050 01  BNK-REPORTED-COUNT          PIC 9(07) VALUE ZERO.
002060 01  BNK-DAILY-HIT-COUNT         PIC 9(07) VALUE ZERO.
002070 01  BNK-MTD-HIT-COUNT           PIC 9(07) VALUE ZERO.
002080 01  BNK-LEDGER-REC-COUNT        PIC 9(07) VALUE ZERO.
002090 01  BNK-MTD-DROPPED-COUNT       PIC 9(07) VALUE ZERO.
002093 01  BNK-REVERSAL-REC-COUNT      PIC 9(07) VALUE ZERO.
002096 01  BNK-ORIG-MONTH              PIC 9(06) VALUE ZERO.

002100 01  BNK-COUNT-EDIT              PIC ZZZ,ZZ9.
002110 01  BNK-UAMOUNT-EDIT            PIC ZZZ,ZZZ,ZZ9.99.
002150 01  BNK-CYCLE-FUNCTION          PIC X(05) VALUE SPACES.
002160 01  BNK-CYCLE-RETURN-CODE       PIC X(02) VALUE "00".
002170     88  BNK-CYCLE-PROCEED           VALUE "00".
002173*    THIS RUN'S HISTORY RECORD, STAMPED BY CYCLCTL (SEE RUNHIST).
002176     COPY RUNHIST.

002180 PROCEDURE DIVISION.

002270         WRITE REPORT-RECORD
002280         DISPLAY "CASHRPT - NO PARAMETER FILE, NOTHING REPORTED"
002290     ELSE
002300         PERFORM 2000-REPORT-BY-ACCOUNT
002310             THRU 2000-REPORT-BY-ACCOUNT-EXIT
002360     END-IF
002370     PERFORM 8000-WRITE-SUMMARY
002380         THRU 8000-WRITE-SUMMARY-EXIT
002500     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
002510                           BNK-CYCLE-FUNCTION
002520                           BNK-CYCLE-RETURN-CODE
002525                           RUN-HISTORY-RECORD
002530     IF NOT BNK-CYCLE-PROCEED
002540         DISPLAY "CASHRPT STOPPED BY CYCLE CONTROL"
002550         STOP RUN
002570 0100-CYCLE-START-EXIT.
002580     EXIT.

002581*-----------------------------------------------------------------
002582* 0850  LOAD THIS RUN'S RECORD COUNTS ONTO THE HISTORY RECORD
002583*       FOR CYCLCTL TO FILE WITH THE END OR FAIL CALL.
002584*-----------------------------------------------------------------
002585 0850-SET-RUN-COUNTS.
002586     COMPUTE RHS-READ-COUNT = BNK-LEDGER-REC-COUNT
002587         + BNK-REVERSAL-REC-COUNT
002588     MOVE BNK-REPORTED-COUNT TO RHS-WRITTEN-COUNT.
002589 0850-SET-RUN-COUNTS-EXIT.
002590     EXIT.

002591 0900-CYCLE-END.
002594     PERFORM 0850-SET-RUN-COUNTS
002597         THRU 0850-SET-RUN-COUNTS-EXIT
002600     MOVE "END" TO BNK-CYCLE-FUNCTION
002610     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
002620                           BNK-CYCLE-FUNCTION
002630                           BNK-CYCLE-RETURN-CODE
002635                           RUN-HISTORY-RECORD.
002640 0900-CYCLE-END-EXIT.
002650     EXIT.

003140 1100-LOAD-PARAMETERS-EXIT.
003150     EXIT.

003157*-----------------------------------------------------------------
003164* 2000  SORT THE CARRIED MONTH-TO-DATE TOTALS AND THE DAY'S CASH
003171*       POSTINGS INTO ACCOUNT ORDER AND REPORT AND ROLL EACH
003178*       ACCOUNT ON THE CONTROL BREAK, SO NO PER-ACCOUNT TABLE IS
003185*       HELD.
003192*-----------------------------------------------------------------
003199 2000-REPORT-BY-ACCOUNT.
003206     SORT SORT-FILE
003213         ON ASCENDING KEY LSR-ACC-ID
003220         WITH DUPLICATES IN ORDER
003227         INPUT PROCEDURE IS 2100-RELEASE-CASH
003234             THRU 2100-RELEASE-CASH-EXIT
003241         OUTPUT PROCEDURE IS 4000-REPORT-AND-ROLL
003248             THRU 4000-REPORT-AND-ROLL-EXIT.
003255 2000-REPORT-BY-ACCOUNT-EXIT.
003262     EXIT.

003269 2100-RELEASE-CASH.
003276     PERFORM 2200-RELEASE-MTD
003283         THRU 2200-RELEASE-MTD-EXIT
003290     PERFORM 3000-SCAN-LEDGER
003297         THRU 3000-SCAN-LEDGER-EXIT.
003304 2100-RELEASE-CASH-EXIT.
003311     EXIT.

003318*-----------------------------------------------------------------
003325* 2200  CARRY IN THE MONTH-TO-DATE TOTALS AS SEEDS, AHEAD OF THE
003332*       POSTINGS.  A RECORD FROM AN EARLIER MONTH IS DROPPED - THE
003339*       MONTH HAS ROLLED.
003346*-----------------------------------------------------------------
003353 2200-RELEASE-MTD.
003360     OPEN INPUT CASH-MTD-FILE
003367     IF BNK-MTD-FILE-STATUS = "35"
003374         GO TO 2200-RELEASE-MTD-EXIT
003381     END-IF
003388     SET BNK-MTDF-NOT-END-OF-FILE TO TRUE
003395     PERFORM 2210-RELEASE-ONE-MTD
003402         THRU 2210-RELEASE-ONE-MTD-EXIT
003409         UNTIL BNK-MTDF-END-OF-FILE
003416     CLOSE CASH-MTD-FILE.
003423 2200-RELEASE-MTD-EXIT.
003430     EXIT.

003437 2210-RELEASE-ONE-MTD.
003444     READ CASH-MTD-FILE
003451         AT END
003458             SET BNK-MTDF-END-OF-FILE TO TRUE
003465             GO TO 2210-RELEASE-ONE-MTD-EXIT
003472     END-READ
003479     IF CMT-MONTH NOT = BNK-BUSINESS-MONTH
003486         ADD 1 TO BNK-MTD-DROPPED-COUNT
003493         GO TO 2210-RELEASE-ONE-MTD-EXIT
003500     END-IF
003507     MOVE SPACES TO LEDGER-SORT-RECORD
003514     MOVE CMT-ACC-ID TO LSR-ACC-ID
003521     SET LSR-IS-SEED TO TRUE
003528     MOVE ZERO TO LSR-SEED-AS-OF-DATE
003535     MOVE ZERO TO LSR-SEED-BALANCE
003542     MOVE ZERO TO LSR-SEED-LAST-DATE
003549     MOVE CMT-AMOUNT TO LSR-SEED-AMOUNT
003556     RELEASE LEDGER-SORT-RECORD.
003563 2210-RELEASE-ONE-MTD-EXIT.
003570     EXIT.

003577*-----------------------------------------------------------------
003584* 3000  ONE PASS OF THE LEDGER, RELEASING THE BUSINESS DATE'S CASH
003591*       POSTINGS - DEPOSITS AND WITHDRAWALS - AND THE REVERSALS
003598*       THAT NET ONE OUT.
003605*-----------------------------------------------------------------
003612 3000-SCAN-LEDGER.
003619     OPEN INPUT LEDGER-FILE
003626     IF BNK-LEDGER-FILE-STATUS = "35"
003633         MOVE "NO LEDGER FILE - NOTHING TO REPORT"
003640             TO REPORT-RECORD
003647         WRITE REPORT-RECORD
003654         GO TO 3000-SCAN-LEDGER-EXIT
003661     END-IF
003668     SET BNK-LDG-NOT-END-OF-FILE TO TRUE
003675     PERFORM 3100-SCAN-ONE-LEDGER
003682         THRU 3100-SCAN-ONE-LEDGER-EXIT
003689         UNTIL BNK-LDG-END-OF-FILE
003696     CLOSE LEDGER-FILE.
003703 3000-SCAN-LEDGER-EXIT.
003710     EXIT.

003717 3100-SCAN-ONE-LEDGER.
003724     READ LEDGER-FILE INTO LEDGER-RECORD
003731         AT END
003738             SET BNK-LDG-END-OF-FILE TO TRUE
003745             GO TO 3100-SCAN-ONE-LEDGER-EXIT
003752     END-READ
003759     IF LDG-DATE NOT = BNK-BUSINESS-DATE
003766         GO TO 3100-SCAN-ONE-LEDGER-EXIT
003773     END-IF
003780     IF LDG-TRX-TYPE = "REVERSAL"
003787         PERFORM 3250-SELECT-ONE-REVERSAL
003794             THRU 3250-SELECT-ONE-REVERSAL-EXIT
003801         GO TO 3100-SCAN-ONE-LEDGER-EXIT
003808     END-IF
003815     IF LDG-TRX-TYPE NOT = "DEPOSIT"
003822         AND LDG-TRX-TYPE NOT = "WITHDRAW"
003829         GO TO 3100-SCAN-ONE-LEDGER-EXIT
003836     END-IF
003843     ADD 1 TO BNK-LEDGER-REC-COUNT
003850     PERFORM 3200-RELEASE-ONE-CASH
003857         THRU 3200-RELEASE-ONE-CASH-EXIT.
003864 3100-SCAN-ONE-LEDGER-EXIT.
003871     EXIT.

003878 3200-RELEASE-ONE-CASH.
003885     MOVE LDG-ACC-ID TO LSR-ACC-ID
003892     SET LSR-IS-POSTING TO TRUE
003899     MOVE LEDGER-RECORD TO LSR-LEDGER-DATA
003906     RELEASE LEDGER-SORT-RECORD.
003913 3200-RELEASE-ONE-CASH-EXIT.
003920     EXIT.

003927*-----------------------------------------------------------------
003934* 3250  ONLY A REVERSAL OF A CASH POSTING FROM THIS MONTH CAN TAKE
003941*       ANYTHING BACK OUT OF THE TOTALS; ANY OTHER IS PASSED OVER.
003948*-----------------------------------------------------------------
003955 3250-SELECT-ONE-REVERSAL.
003962     IF LDG-ORIG-TYPE NOT = "DEPOSIT"
003969         AND LDG-ORIG-TYPE NOT = "WITHDRAW"
003976         GO TO 3250-SELECT-ONE-REVERSAL-EXIT
003983     END-IF
003990     IF LDG-ORIG-DATE NOT NUMERIC
003997         GO TO 3250-SELECT-ONE-REVERSAL-EXIT
004004     END-IF
004011     DIVIDE LDG-ORIG-DATE BY 100 GIVING BNK-ORIG-MONTH
004018     IF BNK-ORIG-MONTH NOT = BNK-BUSINESS-MONTH
004025         GO TO 3250-SELECT-ONE-REVERSAL-EXIT
004032     END-IF
004039     ADD 1 TO BNK-REVERSAL-REC-COUNT
004046     PERFORM 3200-RELEASE-ONE-CASH
004053         THRU 3200-RELEASE-ONE-CASH-EXIT.
004060 3250-SELECT-ONE-REVERSAL-EXIT.
004067     EXIT.

004074*-----------------------------------------------------------------
004081* 3300  A REVERSAL OF A CASH POSTING TAKES THAT POSTING BACK OUT
004088*       OF THE TOTALS IT WENT INTO: TODAY'S AND THE MONTH'S IF
004095*       THE ORIGINAL WAS TODAY, THE MONTH'S ALONE IF IT WAS
004102*       EARLIER THIS MONTH (3250 HAS ALREADY PASSED OVER ONE FROM
004109*       A PRIOR MONTH).  A TOTAL NEVER GOES BELOW ZERO.
004116*-----------------------------------------------------------------
004123 3300-NET-ONE-REVERSAL.
004130     IF LDG-ORIG-DATE = BNK-BUSINESS-DATE
004137         IF LDG-TRX-AMOUNT > BNK-CSH-DAY-AMOUNT
004144             MOVE ZERO TO BNK-CSH-DAY-AMOUNT
004151         ELSE
004158             SUBTRACT LDG-TRX-AMOUNT FROM BNK-CSH-DAY-AMOUNT
004165         END-IF
004172     END-IF
004179     IF LDG-TRX-AMOUNT > BNK-CSH-MTD-AMOUNT
004186         MOVE ZERO TO BNK-CSH-MTD-AMOUNT
004193     ELSE
004200         SUBTRACT LDG-TRX-AMOUNT FROM BNK-CSH-MTD-AMOUNT
004207     END-IF.
004214 3300-NET-ONE-REVERSAL-EXIT.
004221     EXIT.

004228*-----------------------------------------------------------------
004235* 4000  TAKE THE SORTED CASH ONE ACCOUNT AT A TIME, APPLY THE
004242*       THRESHOLDS AND WRITE THE OUTPUTS.  THE MONTH-TO-DATE FILE
004249*       IS REWRITTEN AS IT GOES WITH TODAY ROLLED IN.
004256*-----------------------------------------------------------------
004263 4000-REPORT-AND-ROLL.
004270     OPEN OUTPUT CASH-MTD-FILE
004277     SET BNK-SRT-NOT-END-OF-FILE TO TRUE
004284     PERFORM 4010-RETURN-CASH
004291         THRU 4010-RETURN-CASH-EXIT
004298     PERFORM 4050-ROLL-ONE-ACCOUNT
004305         THRU 4050-ROLL-ONE-ACCOUNT-EXIT
004312         UNTIL BNK-SRT-END-OF-FILE
004319     CLOSE CASH-MTD-FILE.
004326 4000-REPORT-AND-ROLL-EXIT.
004333     EXIT.

004340 4010-RETURN-CASH.
004347     RETURN SORT-FILE
004354         AT END
004361             SET BNK-SRT-END-OF-FILE TO TRUE
004368             MOVE HIGH-VALUES TO BNK-SRT-ACC-ID
004375         NOT AT END
004382             MOVE LSR-ACC-ID TO BNK-SRT-ACC-ID
004389     END-RETURN.
004396 4010-RETURN-CASH-EXIT.
004403     EXIT.

004410 4050-ROLL-ONE-ACCOUNT.
004417     MOVE BNK-SRT-ACC-ID TO BNK-CSH-ACC-ID
004424     MOVE ZERO TO BNK-CSH-DAY-AMOUNT
004431     MOVE ZERO TO BNK-CSH-MTD-AMOUNT
004438     PERFORM 4060-APPLY-ONE-CASH
004445         THRU 4060-APPLY-ONE-CASH-EXIT
004452         UNTIL BNK-SRT-ACC-ID NOT = BNK-CSH-ACC-ID
004459     PERFORM 4100-TEST-ONE-ACCOUNT
004466         THRU 4100-TEST-ONE-ACCOUNT-EXIT
004473     PERFORM 5100-WRITE-ONE-MTD
004480         THRU 5100-WRITE-ONE-MTD-EXIT.
004487 4050-ROLL-ONE-ACCOUNT-EXIT.
004494     EXIT.

004501*-----------------------------------------------------------------
004508* 4060  THE CARRIED MONTH-TO-DATE COMES FIRST; EACH POSTING THEN
004515*       ADDS TO TODAY AND THE MONTH, EACH REVERSAL NETS ONE OUT,
004522*       IN THE ORDER THEY WERE POSTED.
004529*-----------------------------------------------------------------
004536 4060-APPLY-ONE-CASH.
004543     IF LSR-IS-SEED
004550         ADD LSR-SEED-AMOUNT TO BNK-CSH-MTD-AMOUNT
004557     ELSE
004564         MOVE LSR-LEDGER-DATA TO LEDGER-RECORD
004571         IF LDG-TRX-TYPE = "REVERSAL"
004578             PERFORM 3300-NET-ONE-REVERSAL
004585                 THRU 3300-NET-ONE-REVERSAL-EXIT
004592         ELSE
004599             ADD LDG-TRX-AMOUNT TO BNK-CSH-DAY-AMOUNT
004606             ADD LDG-TRX-AMOUNT TO BNK-CSH-MTD-AMOUNT
004613         END-IF
004620     END-IF
004627     PERFORM 4010-RETURN-CASH
004634         THRU 4010-RETURN-CASH-EXIT.
004641 4060-APPLY-ONE-CASH-EXIT.
004648     EXIT.

004655*-----------------------------------------------------------------
004662* 4100  THE DAILY TEST COMES FIRST; AN ACCOUNT UNDER THE DAILY
004669*       LINE BUT AT THE MTD LINE - WITH ACTIVITY TODAY - REPORTS
004676*       AS "MTD", THE STRUCTURING CASE.
004683*-----------------------------------------------------------------
004690 4100-TEST-ONE-ACCOUNT.
004697     IF BNK-CSH-DAY-AMOUNT = ZERO
004704         GO TO 4100-TEST-ONE-ACCOUNT-EXIT
004711     END-IF
004718     EVALUATE TRUE
004725         WHEN BNK-CSH-DAY-AMOUNT NOT < BNK-DAILY-THRESHOLD
004732             ADD 1 TO BNK-DAILY-HIT-COUNT
004739             MOVE "DAILY" TO CIF-REASON
004746             PERFORM 4200-WRITE-ONE-REPORTABLE
004753                 THRU 4200-WRITE-ONE-REPORTABLE-EXIT
004760         WHEN BNK-MTD-THRESHOLD > ZERO
004767                 AND BNK-CSH-MTD-AMOUNT NOT < BNK-MTD-THRESHOLD
004774             ADD 1 TO BNK-MTD-HIT-COUNT
004781             MOVE "MTD" TO CIF-REASON
004788             PERFORM 4200-WRITE-ONE-REPORTABLE
004795                 THRU 4200-WRITE-ONE-REPORTABLE-EXIT
004802         WHEN OTHER
004809             CONTINUE
004816     END-EVALUATE.
004823 4100-TEST-ONE-ACCOUNT-EXIT.
004830     EXIT.

004837 4200-WRITE-ONE-REPORTABLE.
004844     ADD 1 TO BNK-REPORTED-COUNT
004851     MOVE BNK-BUSINESS-DATE TO CIF-DATE
004858     MOVE BNK-CSH-ACC-ID TO CIF-ACC-ID
004865     MOVE BNK-CSH-DAY-AMOUNT TO CIF-DAY-AMOUNT
004872     MOVE BNK-CSH-MTD-AMOUNT TO CIF-MTD-AMOUNT
004879     WRITE CASH-INTERFACE-RECORD

004886     MOVE BNK-CSH-DAY-AMOUNT TO BNK-UAMOUNT-EDIT
004893     MOVE BNK-CSH-MTD-AMOUNT TO BNK-UAMOUNT-EDIT-2
004900     MOVE SPACES TO REPORT-RECORD
004907     STRING "ACCT " BNK-CSH-ACC-ID
004914         " REPORTABLE (" CIF-REASON ")"
004921         " DAY " BNK-UAMOUNT-EDIT
004928         " MTD " BNK-UAMOUNT-EDIT-2
004935         DELIMITED BY SIZE INTO REPORT-RECORD
004942     WRITE REPORT-RECORD.
004949 4200-WRITE-ONE-REPORTABLE-EXIT.
004956     EXIT.

004963 5100-WRITE-ONE-MTD.
004970     MOVE BNK-BUSINESS-MONTH TO CMT-MONTH
004977     MOVE BNK-CSH-ACC-ID TO CMT-ACC-ID
004984     MOVE BNK-CSH-MTD-AMOUNT TO CMT-AMOUNT
004991     WRITE CASH-MTD-RECORD.
004998 5100-WRITE-ONE-MTD-EXIT.
005005     EXIT.

005100 8000-WRITE-SUMMARY.
005110     MOVE SPACES TO REPORT-RECORD
005370     MOVE SPACES TO REPORT-RECORD
005380     STRING "Prior-month MTD dropped:   " BNK-COUNT-EDIT
005390         DELIMITED BY SIZE INTO REPORT-RECORD
005391     WRITE REPORT-RECORD

005392     MOVE BNK-REVERSAL-REC-COUNT TO BNK-COUNT-EDIT
005393     MOVE SPACES TO REPORT-RECORD
005394     STRING "Cash reversals netted:     " BNK-COUNT-EDIT
005395         DELIMITED BY SIZE INTO REPORT-RECORD
005400     WRITE REPORT-RECORD.
005410 8000-WRITE-SUMMARY-EXIT.
005420     EXIT.
