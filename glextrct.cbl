001200*     TOTALLED SO THE MOVEMENT IS JOURNALLED ONCE.  A TYPE WITH
001210*     ACTIVITY BUT NO MAPPING IS EXCLUDED WHOLE - BOTH SIDES -
001220*     AND FLAGGED ON THE REPORT, SO THE FILE STILL BALANCES.
001221*
001222*     EACH TYPE IS TOTALLED PER ACC-PRODUCT-CODE, AND EVERY
001223*     JOURNAL LINE CARRIES THE PRODUCT OF THE CUSTOMER ACCOUNT
001224*     IT BELONGS TO (SEE GLINTREC).  THE PART OF THE DAY'S
001225*     POSTINGS THAT TOOK ACCOUNTS BELOW ZERO, OR BROUGHT THEM
001226*     BACK, IS RECLASSIFIED BETWEEN THE DEPOSITS AND OVERDRAFTS
001227*     CONTROLS AS OD-RECLASS / OD-REPAID (SEE GLMAPREC), SO THE
001228*     GLRECON TRIAL BALANCE CAN PROVE BOTH AGAINST THE MASTER.
001230*
001240* MODIFICATION HISTORY.
001250*     2026-08-22  RLH  INITIAL VERSION.
001310*                      RUN OR AN OUT-OF-SEQUENCE START WITHOUT AN
001320*                      OPERATOR OVERRIDE AND OFFERS THE RUNCTL.DAT
001330*                      DATE ROLL WHEN THE DAY'S CYCLE COMPLETES.
001331*     2026-09-17  RLH  REVERSALS JOURNAL IN TWO DIRECTIONS.  ONE
001332*                      BACKING OUT A CUSTOMER CREDIT TOTALS AS
001333*                      REVERSAL AND USES ITS MAPPING AS KEYED; ONE
001334*                      BACKING OUT A CUSTOMER DEBIT TOTALS AS
001335*                      REVERSAL-C AND USES THE SAME MAPPING WITH
001336*                      DEBIT AND CREDIT SWAPPED (SEE GLMAPREC).
001337*     2026-10-05  RLH  TOTALS BY TYPE AND PRODUCT, EACH JOURNAL
001338*                      LINE CARRIES ITS PRODUCT (SEE GLINTREC),
001339*                      AND THE DAY'S MOVE OF BALANCES ACROSS ZERO
001340*                      JOURNALS AS OD-RECLASS/OD-REPAID BETWEEN
001341*                      THE DEPOSITS AND OVERDRAFTS CONTROLS, FOR
001342*                      THE GLRECON TRIAL BALANCE.
001343*     2026-10-15  RLH  RUN HISTORY: COUNTS AND STOP-COLD FAILURES
001344*                      TO CYCLCTL.
001345*     2026-10-15  RLH  A FULL TYPE AND PRODUCT TABLE NOW STOPS THE
001346*                      JOB AS FAILED RATHER THAN LEAVING POSTINGS
001347*                      OUT OF THE JOURNAL.
001348******************************************************************
001350 IDENTIFICATION DIVISION.
001360 PROGRAM-ID. GLEXTRCT.

001370 ENVIRONMENT DIVISION.
001380 INPUT-OUTPUT SECTION.
001390 FILE-CONTROL.
001391     SELECT ACCOUNTS-FILE ASSIGN TO "accounts.dat"
001392         ORGANIZATION IS INDEXED
001393         ACCESS MODE IS DYNAMIC
001394         RECORD KEY IS ACC-ID
001395         FILE STATUS IS BNK-ACCT-FILE-STATUS.

001400     SELECT LEDGER-FILE ASSIGN TO "ledger.dat"
001410         ORGANIZATION IS LINE SEQUENTIAL
001420         FILE STATUS IS BNK-LEDGER-FILE-STATUS.
001530 DATA DIVISION.
001540 FILE SECTION.

001543 FD  ACCOUNTS-FILE.
001546 COPY ACCTREC.

001550 FD  LEDGER-FILE.
001560 COPY LEDGREC.

001580 COPY GLMAPREC.

001590 FD  GL-INTERFACE-FILE.
001625 COPY GLINTREC.

001660 FD  REPORT-FILE.
001670 01  REPORT-RECORD               PIC X(120).

001710 WORKING-STORAGE SECTION.

001715 01  BNK-ACCT-FILE-STATUS        PIC X(02).
001720 01  BNK-LEDGER-FILE-STATUS      PIC X(02).
001730 01  BNK-GLMAP-FILE-STATUS       PIC X(02).
001740 01  BNK-RUNCTL-FILE-STATUS      PIC X(02).
001890         10  BNK-MAP-DR-ACCT     PIC X(08).
001900         10  BNK-MAP-CR-ACCT     PIC X(08).

001910*    PER-TYPE DAY TOTALS ACCUMULATED FROM THE LEDGER PASS, ONE
001913*    ENTRY PER TYPE AND PRODUCT.  THE DEBIT AND CREDIT PRODUCTS
001916*    DIFFER ONLY ON A TRANSFER BETWEEN PRODUCTS.
001920 01  BNK-TYP-COUNT               PIC 9(04) COMP VALUE ZERO.
001930 01  BNK-TYP-IDX                 PIC 9(04) COMP VALUE ZERO.
001940 01  BNK-TYP-MAX                 PIC 9(04) COMP VALUE 300.
001950 01  BNK-TYP-TABLE.
001960     05  BNK-TYP-ENTRY           OCCURS 300 TIMES.
001970         10  BNK-TYP-TRX-TYPE    PIC X(10).
001973         10  BNK-TYP-DR-PRODUCT  PIC X(03).
001976         10  BNK-TYP-CR-PRODUCT  PIC X(03).
001980         10  BNK-TYP-REC-COUNT   PIC 9(07).
001990         10  BNK-TYP-AMOUNT      PIC 9(11)V99.

002060     88  BNK-MAP-NOT-FOUND           VALUE "N".
002070 01  BNK-MAP-FOUND-IDX           PIC 9(04) COMP VALUE ZERO.

002071*    THE TYPE A LEDGER RECORD TOTALS UNDER, AND THE MAPPING
002072*    RECORD AND GL ACCOUNTS ONE TYPE'S TOTAL JOURNALS TO.  A
002073*    REVERSAL OF A CUSTOMER DEBIT TOTALS AS "REVERSAL-C" AND
002074*    JOURNALS AGAINST THE "REVERSAL" MAPPING WITH THE TWO
002075*    ACCOUNTS SWAPPED (SEE GLMAPREC).
002076 01  BNK-SUMMARY-TYPE            PIC X(10) VALUE SPACES.
002077 01  BNK-SUMMARY-DR-PRODUCT      PIC X(03) VALUE SPACES.
002078 01  BNK-SUMMARY-CR-PRODUCT      PIC X(03) VALUE SPACES.
002079 01  BNK-SUMMARY-AMOUNT          PIC 9(7)V99 VALUE ZERO.
002080 01  BNK-MAP-LOOKUP-TYPE         PIC X(10) VALUE SPACES.
002081 01  BNK-JNL-DR-ACCT             PIC X(08) VALUE SPACES.
002082 01  BNK-JNL-CR-ACCT             PIC X(08) VALUE SPACES.

002083*    PRODUCT OF THE ACCOUNT POSTED, AND THE OVERDRAWN PART OF
002084*    ITS BALANCE BEFORE AND AFTER, FOR THE OVERDRAFT RECLASS.
002085 01  BNK-LEDGER-PRODUCT          PIC X(03) VALUE SPACES.
002086 01  BNK-OD-BEFORE               PIC 9(7)V99 VALUE ZERO.
002087 01  BNK-OD-AFTER                PIC 9(7)V99 VALUE ZERO.

002088 01  BNK-DEBIT-TOTAL             PIC 9(11)V99 VALUE ZERO.
002090 01  BNK-CREDIT-TOTAL            PIC 9(11)V99 VALUE ZERO.
002100 01  BNK-INTF-REC-COUNT          PIC 9(07) VALUE ZERO.
002110 01  BNK-UNMAPPED-COUNT          PIC 9(04) VALUE ZERO.
002170 01  BNK-CYCLE-FUNCTION          PIC X(05) VALUE SPACES.
002180 01  BNK-CYCLE-RETURN-CODE       PIC X(02) VALUE "00".
002190     88  BNK-CYCLE-PROCEED           VALUE "00".
002193*    THIS RUN'S HISTORY RECORD, STAMPED BY CYCLCTL (SEE RUNHIST).
002196     COPY RUNHIST.

002200 PROCEDURE DIVISION.

002450     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
002460                           BNK-CYCLE-FUNCTION
002470                           BNK-CYCLE-RETURN-CODE
002475                           RUN-HISTORY-RECORD
002480     IF NOT BNK-CYCLE-PROCEED
002490         DISPLAY "GLEXTRCT STOPPED BY CYCLE CONTROL"
002500         STOP RUN
002520 0100-CYCLE-START-EXIT.
002530     EXIT.

002531*-----------------------------------------------------------------
002532* 0850  LOAD THIS RUN'S RECORD COUNTS ONTO THE HISTORY RECORD
002533*       FOR CYCLCTL TO FILE WITH THE END OR FAIL CALL.
002534*-----------------------------------------------------------------
002535 0850-SET-RUN-COUNTS.
002536     MOVE BNK-LEDGER-REC-COUNT TO RHS-READ-COUNT
002537     MOVE BNK-UNMAPPED-COUNT TO RHS-REJECTED-COUNT
002538     MOVE BNK-INTF-REC-COUNT TO RHS-WRITTEN-COUNT.
002539 0850-SET-RUN-COUNTS-EXIT.
002540     EXIT.

002541*-----------------------------------------------------------------
002550* 0900  REGISTER CLEAN COMPLETION.  AN ABEND OR A STOP-COLD PATH
002560*       NEVER GETS HERE AND LEAVES THE STEP MARKED STARTED, SO A
002570*       RERUN NEEDS THE OPERATOR OVERRIDE.
002580*-----------------------------------------------------------------
002590 0900-CYCLE-END.
002593     PERFORM 0850-SET-RUN-COUNTS
002596         THRU 0850-SET-RUN-COUNTS-EXIT
002600     MOVE "END" TO BNK-CYCLE-FUNCTION
002610     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
002620                           BNK-CYCLE-FUNCTION
002630                           BNK-CYCLE-RETURN-CODE
002635                           RUN-HISTORY-RECORD.
002640 0900-CYCLE-END-EXIT.
002650     EXIT.

002651*-----------------------------------------------------------------
002652* 0950  REGISTER A STOP-COLD RUN.  CYCLCTL FILES IT ON THE RUN
002653*       HISTORY AS FAILED BUT LEAVES THE STEP MARKED STARTED, SO A
002654*       RERUN STILL NEEDS THE OPERATOR OVERRIDE.
002655*-----------------------------------------------------------------
002656 0950-CYCLE-FAIL.
002657     PERFORM 0850-SET-RUN-COUNTS
002658         THRU 0850-SET-RUN-COUNTS-EXIT
002659     MOVE "FAIL" TO BNK-CYCLE-FUNCTION
002660     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
002661                           BNK-CYCLE-FUNCTION
002662                           BNK-CYCLE-RETURN-CODE
002663                           RUN-HISTORY-RECORD.
002664 0950-CYCLE-FAIL-EXIT.
002665     EXIT.


002666*-----------------------------------------------------------------
002670* 1000  BUSINESS DATE FROM THE RUN-CONTROL CARD (SYSTEM DATE IF
002680*       NO CARD), GL MAPPING INTO THE TABLE, FILES OPEN.
002690*-----------------------------------------------------------------
002850         ACCEPT BNK-BUSINESS-DATE FROM DATE YYYYMMDD
002860     END-IF

002865     OPEN INPUT ACCOUNTS-FILE
002870     OPEN OUTPUT GL-INTERFACE-FILE
002880     OPEN OUTPUT REPORT-FILE

003510     IF LDG-DATE NOT = BNK-BUSINESS-DATE
003520         GO TO 2100-SUMMARIZE-ONE-RECORD-EXIT
003530     END-IF
003580*    A FUNDS HOLD OR RELEASE MOVES NO MONEY AND HAS NO PLACE IN
003590*    A JOURNAL ENTRY.
003600     IF LDG-TRX-TYPE = "HOLD" OR LDG-TRX-TYPE = "RELEASE"
003610         GO TO 2100-SUMMARIZE-ONE-RECORD-EXIT
003620     END-IF

003621*    EVERY POSTING, BOTH LEGS OF A TRANSFER INCLUDED, MAY MOVE
003622*    ITS ACCOUNT ACROSS ZERO.
003623     MOVE LDG-ACC-ID TO ACC-ID
003624     PERFORM 2300-GET-PRODUCT
003625         THRU 2300-GET-PRODUCT-EXIT
003626     MOVE ACC-PRODUCT-CODE TO BNK-LEDGER-PRODUCT
003627     PERFORM 2400-RECLASSIFY-OVERDRAFT
003628         THRU 2400-RECLASSIFY-OVERDRAFT-EXIT

003629     IF LDG-TRX-TYPE = "TRANSFER"
003630         AND LDG-ACC-ID NOT = LDG-TRX-ID
003631         GO TO 2100-SUMMARIZE-ONE-RECORD-EXIT
003632     END-IF

003633     MOVE LDG-TRX-TYPE TO BNK-SUMMARY-TYPE
003634     IF LDG-TRX-TYPE = "REVERSAL"
003635         AND LDG-ORIG-TYPE NOT = "DEPOSIT"
003636         AND LDG-ORIG-TYPE NOT = "INTEREST"
003637         MOVE "REVERSAL-C" TO BNK-SUMMARY-TYPE
003638     END-IF
003639     MOVE BNK-LEDGER-PRODUCT TO BNK-SUMMARY-DR-PRODUCT
003640     MOVE BNK-LEDGER-PRODUCT TO BNK-SUMMARY-CR-PRODUCT
003641     IF LDG-TRX-TYPE = "TRANSFER"
003642         MOVE LDG-COUNTER-ACC TO ACC-ID
003643         PERFORM 2300-GET-PRODUCT
003644             THRU 2300-GET-PRODUCT-EXIT
003645         MOVE ACC-PRODUCT-CODE TO BNK-SUMMARY-CR-PRODUCT
003646     END-IF
003647     MOVE LDG-TRX-AMOUNT TO BNK-SUMMARY-AMOUNT

003648     ADD 1 TO BNK-LEDGER-REC-COUNT
003668     PERFORM 2500-ADD-TO-TYPE
003688         THRU 2500-ADD-TO-TYPE-EXIT.
003710 2100-SUMMARIZE-ONE-RECORD-EXIT.
003720     EXIT.

003780             VARYING BNK-TYP-IDX FROM 1 BY 1
003790             UNTIL BNK-TYP-IDX > BNK-TYP-COUNT
003800                 OR BNK-TYP-FOUND
003801     END-IF
003802*    A FULL TABLE WOULD LEAVE THE POSTING OUT OF THE JOURNAL AND
003803*    THE DAY OUT OF BALANCE IN GLRECON WITH NO CAUSE SHOWN.
003804     IF BNK-TYP-NOT-FOUND
003805         AND BNK-TYP-COUNT NOT < BNK-TYP-MAX
003806         DISPLAY "JOB STOPPED - TYPE TABLE FULL"
003807         CLOSE LEDGER-FILE ACCOUNTS-FILE
003808         CLOSE GL-INTERFACE-FILE REPORT-FILE
003809         PERFORM 0950-CYCLE-FAIL
003810             THRU 0950-CYCLE-FAIL-EXIT
003811         STOP RUN
003812     END-IF
003820     IF BNK-TYP-NOT-FOUND
003830         AND BNK-TYP-COUNT < BNK-TYP-MAX
003840         ADD 1 TO BNK-TYP-COUNT
003850         MOVE BNK-TYP-COUNT TO BNK-TYP-FOUND-IDX
003860         MOVE BNK-SUMMARY-TYPE
003870             TO BNK-TYP-TRX-TYPE (BNK-TYP-FOUND-IDX)
003872         MOVE BNK-SUMMARY-DR-PRODUCT
003874             TO BNK-TYP-DR-PRODUCT (BNK-TYP-FOUND-IDX)
003876         MOVE BNK-SUMMARY-CR-PRODUCT
003878             TO BNK-TYP-CR-PRODUCT (BNK-TYP-FOUND-IDX)
003880         MOVE ZERO TO BNK-TYP-REC-COUNT (BNK-TYP-FOUND-IDX)
003890         MOVE ZERO TO BNK-TYP-AMOUNT (BNK-TYP-FOUND-IDX)
003900         SET BNK-TYP-FOUND TO TRUE
003930     EXIT.

003940 2210-TEST-ONE-TYPE.
003950     IF BNK-TYP-TRX-TYPE (BNK-TYP-IDX) = BNK-SUMMARY-TYPE
003952         AND BNK-TYP-DR-PRODUCT (BNK-TYP-IDX)
003954             = BNK-SUMMARY-DR-PRODUCT
003956         AND BNK-TYP-CR-PRODUCT (BNK-TYP-IDX)
003958             = BNK-SUMMARY-CR-PRODUCT
003960         SET BNK-TYP-FOUND TO TRUE
003970         MOVE BNK-TYP-IDX TO BNK-TYP-FOUND-IDX
003980     END-IF.
003990 2210-TEST-ONE-TYPE-EXIT.
004000     EXIT.

004001*-----------------------------------------------------------------
004002* 2300  PRODUCT OF THE ACCOUNT IN ACC-ID.  AN ACCOUNT NOT ON THE
004003*       MASTER TOTALS UNDER "???" SO THE GAP SHOWS ON THE TRIAL
004004*       BALANCE.
004005*-----------------------------------------------------------------
004006 2300-GET-PRODUCT.
004007     READ ACCOUNTS-FILE
004008         INVALID KEY
004009             MOVE "???" TO ACC-PRODUCT-CODE
004010     END-READ.
004011 2300-GET-PRODUCT-EXIT.
004012     EXIT.

004013*-----------------------------------------------------------------
004014* 2400  THE CHANGE IN THE OVERDRAWN PART OF THE BALANCE.  A RISE
004015*       TOTALS AS OD-RECLASS, A FALL AS OD-REPAID, UNDER THE
004016*       ACCOUNT'S PRODUCT.
004017*-----------------------------------------------------------------
004018 2400-RECLASSIFY-OVERDRAFT.
004019     MOVE ZERO TO BNK-OD-BEFORE
004020     MOVE ZERO TO BNK-OD-AFTER
004021     IF LDG-BALANCE-BEFORE < ZERO
004022         COMPUTE BNK-OD-BEFORE = ZERO - LDG-BALANCE-BEFORE
004023     END-IF
004024     IF LDG-BALANCE-AFTER < ZERO
004025         COMPUTE BNK-OD-AFTER = ZERO - LDG-BALANCE-AFTER
004026     END-IF
004027     IF BNK-OD-AFTER = BNK-OD-BEFORE
004028         GO TO 2400-RECLASSIFY-OVERDRAFT-EXIT
004029     END-IF
004030     IF BNK-OD-AFTER > BNK-OD-BEFORE
004031         MOVE "OD-RECLASS" TO BNK-SUMMARY-TYPE
004032         COMPUTE BNK-SUMMARY-AMOUNT
004033             = BNK-OD-AFTER - BNK-OD-BEFORE
004034     ELSE
004035         MOVE "OD-REPAID" TO BNK-SUMMARY-TYPE
004036         COMPUTE BNK-SUMMARY-AMOUNT
004037             = BNK-OD-BEFORE - BNK-OD-AFTER
004038     END-IF
004039     MOVE BNK-LEDGER-PRODUCT TO BNK-SUMMARY-DR-PRODUCT
004040     MOVE BNK-LEDGER-PRODUCT TO BNK-SUMMARY-CR-PRODUCT
004041     PERFORM 2500-ADD-TO-TYPE
004042         THRU 2500-ADD-TO-TYPE-EXIT.
004043 2400-RECLASSIFY-OVERDRAFT-EXIT.
004044     EXIT.

004045 2500-ADD-TO-TYPE.
004046     PERFORM 2200-FIND-TYPE-ENTRY
004047         THRU 2200-FIND-TYPE-ENTRY-EXIT
004048     IF BNK-TYP-FOUND
004049         ADD 1 TO BNK-TYP-REC-COUNT (BNK-TYP-FOUND-IDX)
004050         ADD BNK-SUMMARY-AMOUNT
004051             TO BNK-TYP-AMOUNT (BNK-TYP-FOUND-IDX)
004052     END-IF.
004053 2500-ADD-TO-TYPE-EXIT.
004054     EXIT.

004055*-----------------------------------------------------------------
004056* 3000  ONE BALANCED JOURNAL ENTRY PER TYPE WITH ACTIVITY: A
004057*       DEBIT RECORD AND A CREDIT RECORD TO THE GL ACCOUNTS
004058*       FINANCE MAPPED FOR THE TYPE.  UNMAPPED TYPES ARE
004059*       EXCLUDED WHOLE AND FLAGGED ON THE REPORT.
004060*-----------------------------------------------------------------
004070 3000-WRITE-JOURNAL-ENTRIES.
004080     IF BNK-TYP-COUNT > 0
004180         GO TO 3100-JOURNAL-ONE-TYPE-EXIT
004190     END-IF

004192     MOVE BNK-TYP-TRX-TYPE (BNK-TYP-IDX) TO BNK-MAP-LOOKUP-TYPE
004194     IF BNK-MAP-LOOKUP-TYPE = "REVERSAL-C"
004196         MOVE "REVERSAL" TO BNK-MAP-LOOKUP-TYPE
004198     END-IF
004199     IF BNK-MAP-LOOKUP-TYPE = "OD-REPAID"
004200         MOVE "OD-RECLASS" TO BNK-MAP-LOOKUP-TYPE
004201     END-IF
004202     PERFORM 3200-FIND-MAP-ENTRY
004210         THRU 3200-FIND-MAP-ENTRY-EXIT
004220     IF BNK-MAP-NOT-FOUND
004230         ADD 1 TO BNK-UNMAPPED-COUNT
004290         GO TO 3100-JOURNAL-ONE-TYPE-EXIT
004300     END-IF

004301     IF BNK-TYP-TRX-TYPE (BNK-TYP-IDX) = "REVERSAL-C"
004302         OR BNK-TYP-TRX-TYPE (BNK-TYP-IDX) = "OD-REPAID"
004303         MOVE BNK-MAP-CR-ACCT (BNK-MAP-FOUND-IDX)
004304             TO BNK-JNL-DR-ACCT
004305         MOVE BNK-MAP-DR-ACCT (BNK-MAP-FOUND-IDX)
004306             TO BNK-JNL-CR-ACCT
004307     ELSE
004308         MOVE BNK-MAP-DR-ACCT (BNK-MAP-FOUND-IDX)
004309             TO BNK-JNL-DR-ACCT
004310         MOVE BNK-MAP-CR-ACCT (BNK-MAP-FOUND-IDX)
004311             TO BNK-JNL-CR-ACCT
004312     END-IF

004313     MOVE BNK-BUSINESS-DATE TO GLI-DATE
004320     MOVE BNK-JNL-DR-ACCT
004330         TO GLI-GL-ACCOUNT
004340     MOVE "D" TO GLI-DC-FLAG
004345     MOVE BNK-TYP-DR-PRODUCT (BNK-TYP-IDX) TO GLI-PRODUCT-CODE
004350     MOVE BNK-TYP-AMOUNT (BNK-TYP-IDX) TO GLI-AMOUNT
004360     MOVE BNK-TYP-TRX-TYPE (BNK-TYP-IDX) TO GLI-DESCRIPTION
004370     WRITE GL-INTERFACE-RECORD
004380     ADD 1 TO BNK-INTF-REC-COUNT
004390     ADD BNK-TYP-AMOUNT (BNK-TYP-IDX) TO BNK-DEBIT-TOTAL

004400     MOVE BNK-JNL-CR-ACCT
004410         TO GLI-GL-ACCOUNT
004420     MOVE "C" TO GLI-DC-FLAG
004425     MOVE BNK-TYP-CR-PRODUCT (BNK-TYP-IDX) TO GLI-PRODUCT-CODE
004430     WRITE GL-INTERFACE-RECORD
004440     ADD 1 TO BNK-INTF-REC-COUNT
004450     ADD BNK-TYP-AMOUNT (BNK-TYP-IDX) TO BNK-CREDIT-TOTAL
004470     MOVE BNK-TYP-AMOUNT (BNK-TYP-IDX) TO BNK-UAMOUNT-EDIT
004480     MOVE SPACES TO REPORT-RECORD
004490     STRING "TYPE " BNK-TYP-TRX-TYPE (BNK-TYP-IDX)
004493         " PRODUCT " BNK-TYP-DR-PRODUCT (BNK-TYP-IDX)
004496         "/" BNK-TYP-CR-PRODUCT (BNK-TYP-IDX)
004500         " POSTINGS " BNK-COUNT-EDIT
004510         " AMOUNT " BNK-UAMOUNT-EDIT
004520         " DR " BNK-JNL-DR-ACCT
004530         " CR " BNK-JNL-CR-ACCT
004540         DELIMITED BY SIZE INTO REPORT-RECORD
004550     WRITE REPORT-RECORD.
004560 3100-JOURNAL-ONE-TYPE-EXIT.

004690 3210-TEST-ONE-MAP.
004700     IF BNK-MAP-TRX-TYPE (BNK-MAP-IDX)
004710         = BNK-MAP-LOOKUP-TYPE
004720         SET BNK-MAP-FOUND TO TRUE
004730         MOVE BNK-MAP-IDX TO BNK-MAP-FOUND-IDX
004740     END-IF.
005190     EXIT.

005200 9000-TERMINATE.
005205     CLOSE ACCOUNTS-FILE
005210     CLOSE GL-INTERFACE-FILE
005220     CLOSE REPORT-FILE.
005230 9000-TERMINATE-EXIT.
