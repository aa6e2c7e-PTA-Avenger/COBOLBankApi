001260*                      RUN OR AN OUT-OF-SEQUENCE START WITHOUT AN
001270*                      OPERATOR OVERRIDE AND OFFERS THE RUNCTL.DAT
001280*                      DATE ROLL WHEN THE DAY'S CYCLE COMPLETES.
001283*     2026-09-17  RLH  CLEAR THE NEW LEDGER ORIGINAL-POSTING
001286*                      FIELDS (SEE LEDGREC).
001287*     2026-09-24  RLH  LEDGER RECORD CARRIES A BLANK RETURN
001288*                      REASON.
001289*     2026-10-12  RLH  LEDGER RECORDS CARRY THIS JOB AS THEIR
001290*                      SOURCE AND A REFERENCE OF THE ACCOUNT,
001291*                      MONTH AND SCHEDULE LINE.
001292*     2026-10-14  RLH  THE SWEEP NO LONGER HOLDS A TABLE ENTRY PER
001293*                      ACCOUNT. THE MONTH'S QUALIFYING POSTINGS
001294*                      ARE SORTED INTO ACCOUNT ORDER AND MATCHED
001295*                      AGAINST THE ACCOUNT MASTER IN ONE PASS, SO
001296*                      NO ACCOUNT IS MISSED WHEN VOLUME GROWS.
001297*     2026-10-15  RLH  RUN HISTORY: COUNTS AND STOP-COLD FAILURES
001298*                      TO CYCLCTL.
001299******************************************************************
001300 IDENTIFICATION DIVISION.
001310 PROGRAM-ID. FEESWEEP.

001500         ORGANIZATION IS LINE SEQUENTIAL
001510         FILE STATUS IS BNK-RUNCTL-FILE-STATUS.

001515     SELECT SORT-FILE ASSIGN TO "sortwk01".

001520 DATA DIVISION.
001530 FILE SECTION.

001550 COPY ACCTREC.

001560 FD  LEDGER-FILE.
001570 01  LEDGER-FILE-RECORD          PIC X(121).

001580 FD  FEE-SCHEDULE-FILE.
001590 COPY FEESCHED.
001630 01  RUN-CONTROL-RECORD.
001640     05  RUN-BUSINESS-DATE       PIC 9(08).

001643 SD  SORT-FILE.
001646 COPY LDGSORT.

001650 WORKING-STORAGE SECTION.
001660 COPY TRXREC.
001665 COPY LEDGREC.

001670*    UNUSED HERE - TRXPOST TAKES A COUNTERPARTY ACCOUNT RECORD
001680*    FOR TRANSFERS, WHICH THIS JOB NEVER POSTS.
001830     ACC-INSTRUCTION     BY CACC-INSTRUCTION
001840     ACC-INSTR-ROLLOVER  BY CACC-INSTR-ROLLOVER
001850     ACC-INSTR-PAYOUT    BY CACC-INSTR-PAYOUT
001860     ACC-LINKED-ACC      BY CACC-LINKED-ACC
001862     ACC-COLL-FLAG       BY CACC-COLL-FLAG
001864     ACC-COLL-BLOCKED    BY CACC-COLL-BLOCKED
001866     ACC-COLL-CLEAR      BY CACC-COLL-CLEAR.

001870 01  BNK-ACCT-FILE-STATUS        PIC X(02).
001880 01  BNK-LEDGER-FILE-STATUS      PIC X(02).
002100 01  BNK-FEE-COUNT               PIC 9(04) COMP VALUE ZERO.
002110 01  BNK-FEE-IDX                 PIC 9(04) COMP VALUE ZERO.
002120 01  BNK-FEE-MAX                 PIC 9(04) COMP VALUE 20.
002125 01  BNK-FEE-REF-LINE            PIC 9(02) VALUE ZERO.
002130 01  BNK-FEE-TABLE.
002140     05  BNK-FEE-ENTRY           OCCURS 20 TIMES.
002150         10  BNK-FEE-TYPE        PIC X(08).
002170         10  BNK-FEE-FLAT        PIC 9(5)V99.
002180         10  BNK-FEE-PCT         PIC 9V9999.

002190*    THE SORTED ACTIVITY IS MATCHED TO THE MASTER ON THE ACCOUNT
002200*    KEY; AT END THE KEY GOES HIGH SO EVERY ACCOUNT LEFT FINDS
002210*    NONE.
002220 01  BNK-SRT-EOF-FLAG            PIC X(01) VALUE "N".
002230     88  BNK-SRT-END-OF-FILE         VALUE "Y".
002240     88  BNK-SRT-NOT-END-OF-FILE     VALUE "N".
002250 01  BNK-SRT-ACC-ID              PIC X(05) VALUE SPACES.

002260*    QUALIFYING ACTIVITY OF THE ACCOUNT UNDER REVIEW.
002270 01  BNK-ACT-ACCOUNT.
002280     05  BNK-ACT-OD-COUNT        PIC 9(05).
002290     05  BNK-ACT-OD-AMOUNT       PIC 9(9)V99.
002300     05  BNK-ACT-WD-COUNT        PIC 9(05).
002310     05  BNK-ACT-WD-AMOUNT       PIC 9(9)V99.

002320 01  BNK-ACT-FOUND-FLAG          PIC X(01).
002330     88  BNK-ACT-FOUND               VALUE "Y".
002340     88  BNK-ACT-NOT-FOUND           VALUE "N".

002360 01  BNK-QUAL-COUNT              PIC 9(05) VALUE ZERO.
002370 01  BNK-QUAL-AMOUNT             PIC 9(9)V99 VALUE ZERO.
002480 01  BNK-CYCLE-FUNCTION          PIC X(05) VALUE SPACES.
002490 01  BNK-CYCLE-RETURN-CODE       PIC X(02) VALUE "00".
002500     88  BNK-CYCLE-PROCEED           VALUE "00".
002503*    THIS RUN'S HISTORY RECORD, STAMPED BY CYCLCTL (SEE RUNHIST).
002506     COPY RUNHIST.

002510 PROCEDURE DIVISION.

002600         WRITE OUTPUT-RECORD
002610         DISPLAY "FEESWEEP - NO FEE SCHEDULE, NOTHING CHARGED"
002620     ELSE
002630         PERFORM 2000-SWEEP-BY-ACCOUNT
002640             THRU 2000-SWEEP-BY-ACCOUNT-EXIT
002670     END-IF
002680     PERFORM 8000-WRITE-SUMMARY
002690         THRU 8000-WRITE-SUMMARY-EXIT
002830     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
002840                           BNK-CYCLE-FUNCTION
002850                           BNK-CYCLE-RETURN-CODE
002855                           RUN-HISTORY-RECORD
002860     IF NOT BNK-CYCLE-PROCEED
002870         DISPLAY "FEESWEEP STOPPED BY CYCLE CONTROL"
002880         STOP RUN
002900 0100-CYCLE-START-EXIT.
002910     EXIT.

002911*-----------------------------------------------------------------
002912* 0850  LOAD THIS RUN'S RECORD COUNTS ONTO THE HISTORY RECORD
002913*       FOR CYCLCTL TO FILE WITH THE END OR FAIL CALL.
002914*-----------------------------------------------------------------
002915 0850-SET-RUN-COUNTS.
002916     MOVE BNK-ACCOUNT-COUNT TO RHS-READ-COUNT
002917     MOVE BNK-CHARGED-COUNT TO RHS-POSTED-COUNT
002918     MOVE BNK-CHARGED-COUNT TO RHS-WRITTEN-COUNT.
002919 0850-SET-RUN-COUNTS-EXIT.
002920     EXIT.

002921*-----------------------------------------------------------------
002930* 0900  REGISTER CLEAN COMPLETION.  AN ABEND OR A STOP-COLD PATH
002940*       NEVER GETS HERE AND LEAVES THE STEP MARKED STARTED, SO A
002950*       RERUN NEEDS THE OPERATOR OVERRIDE.
002960*-----------------------------------------------------------------
002970 0900-CYCLE-END.
002973     PERFORM 0850-SET-RUN-COUNTS
002976         THRU 0850-SET-RUN-COUNTS-EXIT
002980     MOVE "END" TO BNK-CYCLE-FUNCTION
002990     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
003000                           BNK-CYCLE-FUNCTION
003010                           BNK-CYCLE-RETURN-CODE
003015                           RUN-HISTORY-RECORD.
003020 0900-CYCLE-END-EXIT.
003030     EXIT.

003760     EXIT.

003770*-----------------------------------------------------------------
003780* 2000  SORT THE QUALIFYING POSTINGS INTO ACCOUNT ORDER AND
003790*       SWEEP THE MASTER AGAINST THEM IN ONE MATCHED PASS, SO
003800*       NO PER-ACCOUNT TABLE IS HELD.
003810*-----------------------------------------------------------------
003820 2000-SWEEP-BY-ACCOUNT.
003830     SORT SORT-FILE
003840         ON ASCENDING KEY LSR-ACC-ID
003850         WITH DUPLICATES IN ORDER
003860         INPUT PROCEDURE IS 2100-RELEASE-ACTIVITY
003870             THRU 2100-RELEASE-ACTIVITY-EXIT
003880         OUTPUT PROCEDURE IS 3000-SWEEP-ACCOUNTS
003890             THRU 3000-SWEEP-ACCOUNTS-EXIT.
003900 2000-SWEEP-BY-ACCOUNT-EXIT.
003910     EXIT.

003920*-----------------------------------------------------------------
003930* 2100  ONE PASS OF THE LEDGER.  EVERY IN-MONTH POSTING THAT IS
003940*       OVERDRAFT-FLAGGED (ODUSE) OR A WITHDRAWAL (EXCESSWD) GOES
003950*       TO THE SORT.  FEE POSTINGS THEMSELVES ARE IGNORED SO A
003960*       RERUN CANNOT COMPOUND FEES.
003970*-----------------------------------------------------------------
003980 2100-RELEASE-ACTIVITY.
003990     OPEN INPUT LEDGER-FILE
004000     IF BNK-LEDGER-FILE-STATUS = "35"
004010         GO TO 2100-RELEASE-ACTIVITY-EXIT
004020     END-IF
004030     SET BNK-LDG-NOT-END-OF-FILE TO TRUE
004040     PERFORM 2110-RELEASE-ONE-LEDGER
004050         THRU 2110-RELEASE-ONE-LEDGER-EXIT
004060         UNTIL BNK-LDG-END-OF-FILE
004070     CLOSE LEDGER-FILE.
004080 2100-RELEASE-ACTIVITY-EXIT.
004090     EXIT.

004100 2110-RELEASE-ONE-LEDGER.
004110     READ LEDGER-FILE INTO LEDGER-RECORD
004120         AT END
004130             SET BNK-LDG-END-OF-FILE TO TRUE
004140         NOT AT END
004150             DIVIDE LDG-DATE BY 100 GIVING BNK-LEDGER-MONTH
004160             IF BNK-LEDGER-MONTH = BNK-BUSINESS-MONTH
004170                 AND LDG-TRX-TYPE NOT = "FEE"
004180                 AND LDG-TRX-TYPE NOT = "INTCHARGE"
004190                 PERFORM 2200-RELEASE-ONE-ACTIVITY
004200                     THRU 2200-RELEASE-ONE-ACTIVITY-EXIT
004210             END-IF
004220     END-READ.
004230 2110-RELEASE-ONE-LEDGER-EXIT.
004240     EXIT.

004250 2200-RELEASE-ONE-ACTIVITY.
004260     IF LDG-OVERDRAFT-FLAG NOT = "Y"
004270         AND LDG-TRX-TYPE NOT = "WITHDRAW"
004280         GO TO 2200-RELEASE-ONE-ACTIVITY-EXIT
004290     END-IF
004300     MOVE LDG-ACC-ID TO LSR-ACC-ID
004310     SET LSR-IS-POSTING TO TRUE
004320     MOVE LEDGER-RECORD TO LSR-LEDGER-DATA
004330     RELEASE LEDGER-SORT-RECORD.
004340 2200-RELEASE-ONE-ACTIVITY-EXIT.
004350     EXIT.

004360*-----------------------------------------------------------------
004370* 3000  WALK THE ACCOUNT MASTER IN KEY ORDER ALONGSIDE THE SORTED
004380*       ACTIVITY AND POST THE SCHEDULED CHARGES AGAINST EACH OPEN
004390*       ACCOUNT WITH QUALIFYING ACTIVITY.  ACTIVITY FOR AN ACCOUNT
004400*       NOT ON THE MASTER IS PASSED OVER.
004410*-----------------------------------------------------------------
004420 3000-SWEEP-ACCOUNTS.
004430     OPEN EXTEND LEDGER-FILE
004440     IF BNK-LEDGER-FILE-STATUS = "35"
004450         OPEN OUTPUT LEDGER-FILE
004460         CLOSE LEDGER-FILE
004470         OPEN EXTEND LEDGER-FILE
004480     END-IF
004490     SET BNK-SRT-NOT-END-OF-FILE TO TRUE
004500     PERFORM 3050-RETURN-ACTIVITY
004510         THRU 3050-RETURN-ACTIVITY-EXIT
004520     SET BNK-ACCT-NOT-END-OF-FILE TO TRUE
004530     MOVE LOW-VALUES TO ACC-ID
004540     START ACCOUNTS-FILE KEY IS NOT LESS THAN ACC-ID
004550         INVALID KEY
004560             SET BNK-ACCT-END-OF-FILE TO TRUE
004570     END-START
004580     PERFORM 3100-SWEEP-ONE-ACCOUNT
004590         THRU 3100-SWEEP-ONE-ACCOUNT-EXIT
004600         UNTIL BNK-ACCT-END-OF-FILE
004610     CLOSE LEDGER-FILE.
004620 3000-SWEEP-ACCOUNTS-EXIT.
004630     EXIT.

004640 3050-RETURN-ACTIVITY.
004650     RETURN SORT-FILE
004660         AT END
004670             SET BNK-SRT-END-OF-FILE TO TRUE
004680             MOVE HIGH-VALUES TO BNK-SRT-ACC-ID
004690         NOT AT END
004700             MOVE LSR-ACC-ID TO BNK-SRT-ACC-ID
004710     END-RETURN.
004720 3050-RETURN-ACTIVITY-EXIT.
004730     EXIT.

004740 3100-SWEEP-ONE-ACCOUNT.
004750     READ ACCOUNTS-FILE NEXT RECORD
004760         AT END
004770             SET BNK-ACCT-END-OF-FILE TO TRUE
004780             GO TO 3100-SWEEP-ONE-ACCOUNT-EXIT
004790     END-READ
004800     ADD 1 TO BNK-ACCOUNT-COUNT
004810     PERFORM 3150-GATHER-ACTIVITY
004820         THRU 3150-GATHER-ACTIVITY-EXIT
004830     IF ACC-STATUS-OPEN
004840         PERFORM 3200-CHARGE-ONE-ACCOUNT
004850             THRU 3200-CHARGE-ONE-ACCOUNT-EXIT
004860     END-IF.
004870 3100-SWEEP-ONE-ACCOUNT-EXIT.
004880     EXIT.

004890*-----------------------------------------------------------------
004900* 3150  TOTAL THE SORTED ACTIVITY OF THE ACCOUNT JUST READ:
004910*       OVERDRAFT-FLAGGED POSTINGS UNDER ODUSE, WITHDRAWALS UNDER
004920*       EXCESSWD.  EVERY ACCOUNT CONSUMES ITS OWN RECORDS, OPEN OR
004930*       NOT, SO THE MATCH STAYS IN STEP.
004940*-----------------------------------------------------------------
004950 3150-GATHER-ACTIVITY.
004960     SET BNK-ACT-NOT-FOUND TO TRUE
004970     MOVE ZERO TO BNK-ACT-OD-COUNT
004980     MOVE ZERO TO BNK-ACT-OD-AMOUNT
004990     MOVE ZERO TO BNK-ACT-WD-COUNT
005000     MOVE ZERO TO BNK-ACT-WD-AMOUNT
005010     PERFORM 3050-RETURN-ACTIVITY
005020         THRU 3050-RETURN-ACTIVITY-EXIT
005030         UNTIL BNK-SRT-ACC-ID NOT < ACC-ID
005040     PERFORM 3160-APPLY-ONE-ACTIVITY
005050         THRU 3160-APPLY-ONE-ACTIVITY-EXIT
005060         UNTIL BNK-SRT-ACC-ID NOT = ACC-ID.
005070 3150-GATHER-ACTIVITY-EXIT.
005080     EXIT.

005090 3160-APPLY-ONE-ACTIVITY.
005100     SET BNK-ACT-FOUND TO TRUE
005110     MOVE LSR-LEDGER-DATA TO LEDGER-RECORD
005120     IF LDG-OVERDRAFT-FLAG = "Y"
005130         ADD 1 TO BNK-ACT-OD-COUNT
005140         ADD LDG-TRX-AMOUNT TO BNK-ACT-OD-AMOUNT
005150     END-IF
005160     IF LDG-TRX-TYPE = "WITHDRAW"
005170         ADD 1 TO BNK-ACT-WD-COUNT
005180         ADD LDG-TRX-AMOUNT TO BNK-ACT-WD-AMOUNT
005190     END-IF
005200     PERFORM 3050-RETURN-ACTIVITY
005210         THRU 3050-RETURN-ACTIVITY-EXIT.
005220 3160-APPLY-ONE-ACTIVITY-EXIT.
005230     EXIT.

005240 3200-CHARGE-ONE-ACCOUNT.
005250     IF BNK-ACT-NOT-FOUND
005260         GO TO 3200-CHARGE-ONE-ACCOUNT-EXIT
005270     END-IF
005340 3300-APPLY-ONE-FEE.
005350     EVALUATE BNK-FEE-TYPE (BNK-FEE-IDX)
005360         WHEN "ODUSE"
005370             MOVE BNK-ACT-OD-COUNT
005380                 TO BNK-QUAL-COUNT
005390             MOVE BNK-ACT-OD-AMOUNT
005400                 TO BNK-QUAL-AMOUNT
005410         WHEN "EXCESSWD"
005420             MOVE BNK-ACT-WD-COUNT
005430                 TO BNK-QUAL-COUNT
005440             MOVE BNK-ACT-WD-AMOUNT
005450                 TO BNK-QUAL-AMOUNT
005460         WHEN OTHER
005470             MOVE ZERO TO BNK-QUAL-COUNT
006000     MOVE ACC-BALANCE TO LDG-BALANCE-AFTER
006010     MOVE BNK-OVERDRAFT-FLAG TO LDG-OVERDRAFT-FLAG
006020     MOVE SPACES TO LDG-COUNTER-ACC
006022     MOVE ZERO TO LDG-ORIG-DATE
006024     MOVE ZERO TO LDG-ORIG-TIME
006026     MOVE SPACES TO LDG-ORIG-TYPE
006028     MOVE SPACES TO LDG-REASON-CODE
006029*    AN ACCOUNT CAN TAKE ONE CHARGE PER SCHEDULE LINE A MONTH:
006030*    THE ACCOUNT, THE MONTH (YMM) AND THE LINE ARE ITS REFERENCE.
006031     MOVE "FEESWEEP" TO LDG-SOURCE
006032     MOVE BNK-FEE-IDX TO BNK-FEE-REF-LINE
006033     MOVE ACC-ID TO LDG-REFERENCE (1:5)
006034     MOVE BNK-BUSINESS-DATE (4:3) TO LDG-REFERENCE (6:3)
006035     MOVE BNK-FEE-REF-LINE TO LDG-REFERENCE (9:2)
006036     WRITE LEDGER-FILE-RECORD FROM LEDGER-RECORD

006040     MOVE ACC-BALANCE TO BNK-SAMOUNT-EDIT
006050     MOVE SPACES TO OUTPUT-RECORD
006310     STRING "Charges posted:          " BNK-COUNT-EDIT
006320         "   amount " BNK-UAMOUNT-EDIT
006330         DELIMITED BY SIZE INTO OUTPUT-RECORD
006340     WRITE OUTPUT-RECORD.
006410 8000-WRITE-SUMMARY-EXIT.
006420     EXIT.

