001000******************************************************************
001010* PROGRAM-ID    : GLRECON
001020* AUTHOR        : R. L. HASTINGS
001030* INSTALLATION  : RETAIL BANKING SYSTEMS
001040* DATE-WRITTEN  : 2026-10-05
001050* DATE-COMPILED :
001060*
001070* REMARKS.
001080*     DAILY GL CONTROL-BALANCE RECONCILIATION (TRIAL BALANCE).
001090*     GLEXTRCT SENDS FINANCE THE DAY'S MOVEMENTS AND LEDAUDIT
001100*     PROVES EACH ACCOUNT'S OWN CHAIN; THIS JOB PROVES THE SUM OF
001110*     THE ACCOUNT MASTER STILL EQUALS THE CUSTOMER CONTROL
001120*     BALANCES FINANCE HOLDS.
001130*
001140*     THE CONTROL BALANCES ARE KEPT ON GLCTL.DAT (SEE GLCTLREC),
001150*     ONE RECORD PER ACC-PRODUCT-CODE, WITH THE DEPOSITS CONTROL
001160*     (CREDIT BALANCE) AND THE OVERDRAFTS CONTROL (DEBIT
001170*     BALANCE) SEPARATE.  EACH RUN ROLLS THEM FORWARD FROM THE
001180*     DAY'S JOURNAL LINES ON GLINTF.DAT THAT HIT EITHER CONTROL
001190*     ACCOUNT, AS NAMED BY THE OD-RECLASS RECORD ON GLMAP.DAT
001200*     (SEE GLMAPREC).  THE ACCOUNT MASTER IS TOTALLED THE SAME
001210*     WAY - BALANCES IN CREDIT AND OVERDRAWN BALANCES SEPARATELY
001220*     BY PRODUCT - AND THE TRIAL BALANCE ON GLTBRPT.DAT SHOWS
001230*     BOTH SIDES AND ANY DIFFERENCE PER PRODUCT.
001240*
001250*     AN OUT-OF-BALANCE PRODUCT STOPS THE JOB WITHOUT
001260*     REGISTERING COMPLETION, AND CYCLCTL OFFERS NO DATE ROLL
001270*     UNTIL GLRECON HAS COMPLETED, SO THE BUSINESS DATE CANNOT
001280*     ROLL UNTIL THE GAP IS EXPLAINED AND CLEARED.  THE CONTROL
001286*     FILE IS STILL REWRITTEN, MARKED WITH THE BUSINESS DATE AND
001292*     KEEPING THE BALANCES THE DAY OPENED WITH, SO THE RERUN
001298*     AFTER A CORRECTION (A GLEXTRCT RERUN, SAY) ROLLS THE DAY
001304*     AGAIN FROM THOSE AND PICKS UP THE CORRECTED GLINTF.DAT
001310*     WITHOUT ADDING THE DAY'S MOVEMENTS TWICE.
001320*
001330*     THE FIRST RUN, WITH NO GLCTL.DAT ON FILE, OPENS THE
001340*     CONTROLS FROM THE ACCOUNT MASTER AND SAYS SO ON THE REPORT
001350*     - FINANCE AGREES THE OPENING FIGURES TO THE GL BY HAND.
001360*
001370* MODIFICATION HISTORY.
001380*     2026-10-05  RLH  INITIAL VERSION.
001383*     2026-10-15  RLH  RUN HISTORY: COUNTS AND STOP-COLD FAILURES
001386*                      TO CYCLCTL.
001388*     2026-10-15  RLH  EACH CONTROL RECORD KEEPS THE BALANCES ITS
001390*                      DAY OPENED FROM, AND A SAME-DAY RERUN ROLLS
001392*                      THE DAY AGAIN FROM THEM, SO A CORRECTED GL
001394*                      INTERFACE FILE IS PICKED UP.
001396******************************************************************
001400 IDENTIFICATION DIVISION.
001410 PROGRAM-ID. GLRECON.

001420 ENVIRONMENT DIVISION.
001430 INPUT-OUTPUT SECTION.
001440 FILE-CONTROL.
001450     SELECT ACCOUNTS-FILE ASSIGN TO "accounts.dat"
001460         ORGANIZATION IS INDEXED
001470         ACCESS MODE IS DYNAMIC
001480         RECORD KEY IS ACC-ID
001490         FILE STATUS IS BNK-ACCT-FILE-STATUS.

001500     SELECT GL-MAP-FILE ASSIGN TO "glmap.dat"
001510         ORGANIZATION IS LINE SEQUENTIAL
001520         FILE STATUS IS BNK-GLMAP-FILE-STATUS.

001530     SELECT GL-INTERFACE-FILE ASSIGN TO "glintf.dat"
001540         ORGANIZATION IS LINE SEQUENTIAL
001550         FILE STATUS IS BNK-GLINTF-FILE-STATUS.

001560     SELECT GL-CONTROL-FILE ASSIGN TO "glctl.dat"
001570         ORGANIZATION IS LINE SEQUENTIAL
001580         FILE STATUS IS BNK-GLCTL-FILE-STATUS.

001590     SELECT REPORT-FILE ASSIGN TO "gltbrpt.dat"
001600         ORGANIZATION IS LINE SEQUENTIAL.

001610     SELECT RUN-CONTROL-FILE ASSIGN TO "runctl.dat"
001620         ORGANIZATION IS LINE SEQUENTIAL
001630         FILE STATUS IS BNK-RUNCTL-FILE-STATUS.

001640 DATA DIVISION.
001650 FILE SECTION.

001660 FD  ACCOUNTS-FILE.
001670 COPY ACCTREC.

001680 FD  GL-MAP-FILE.
001690 COPY GLMAPREC.

001700 FD  GL-INTERFACE-FILE.
001710 COPY GLINTREC.

001720 FD  GL-CONTROL-FILE.
001730 COPY GLCTLREC.

001740 FD  REPORT-FILE.
001750 01  REPORT-RECORD               PIC X(120).

001760 FD  RUN-CONTROL-FILE.
001770 01  RUN-CONTROL-RECORD.
001780     05  RUN-BUSINESS-DATE       PIC 9(08).

001790 WORKING-STORAGE SECTION.

001800 01  BNK-ACCT-FILE-STATUS        PIC X(02).
001810 01  BNK-GLMAP-FILE-STATUS       PIC X(02).
001820 01  BNK-GLINTF-FILE-STATUS      PIC X(02).
001830 01  BNK-GLCTL-FILE-STATUS       PIC X(02).
001840 01  BNK-RUNCTL-FILE-STATUS      PIC X(02).

001850 01  BNK-ACCT-EOF-FLAG           PIC X(01) VALUE "N".
001860     88  BNK-ACCT-END-OF-FILE        VALUE "Y".
001870     88  BNK-ACCT-NOT-END-OF-FILE    VALUE "N".

001880 01  BNK-MAP-EOF-FLAG            PIC X(01) VALUE "N".
001890     88  BNK-MAP-END-OF-FILE         VALUE "Y".
001900     88  BNK-MAP-NOT-END-OF-FILE     VALUE "N".

001910 01  BNK-INTF-EOF-FLAG           PIC X(01) VALUE "N".
001920     88  BNK-INTF-END-OF-FILE        VALUE "Y".
001930     88  BNK-INTF-NOT-END-OF-FILE    VALUE "N".

001940 01  BNK-CTLF-EOF-FLAG           PIC X(01) VALUE "N".
001950     88  BNK-CTLF-END-OF-FILE        VALUE "Y".
001960     88  BNK-CTLF-NOT-END-OF-FILE    VALUE "N".

001970 01  BNK-BUSINESS-DATE           PIC 9(08) VALUE ZERO.

001980*    THE TWO CUSTOMER CONTROL ACCOUNTS, FROM THE OD-RECLASS
001990*    MAPPING RECORD.
002000 01  BNK-DEPOSIT-CTL-ACCT        PIC X(08) VALUE SPACES.
002010 01  BNK-OVERDRAFT-CTL-ACCT      PIC X(08) VALUE SPACES.

002020*    LATEST BUSINESS DATE ALREADY ROLLED INTO THE CONTROL FILE.
002030 01  BNK-CTL-AS-OF-DATE          PIC 9(08) VALUE ZERO.
002040 01  BNK-FIRST-RUN-FLAG          PIC X(01) VALUE "N".
002050     88  BNK-FIRST-RUN               VALUE "Y".
002060 01  BNK-ALREADY-ROLLED-FLAG     PIC X(01) VALUE "N".
002070     88  BNK-ALREADY-ROLLED          VALUE "Y".
002071*    A RERUN ROLLS THE DAY AGAIN FROM THE PRIOR BALANCES, WHEN
002072*    EVERY CONTROL RECORD ROLLED TODAY STILL CARRIES THEM.
002073 01  BNK-REROLL-FLAG             PIC X(01) VALUE "Y".
002074     88  BNK-REROLL-ALLOWED          VALUE "Y".
002075     88  BNK-REROLL-BLOCKED          VALUE "N".
002076 01  BNK-ROLLING-AGAIN-FLAG      PIC X(01) VALUE "N".
002077     88  BNK-ROLLING-AGAIN           VALUE "Y".
002080 01  BNK-BALANCE-FLAG            PIC X(01) VALUE "Y".
002090     88  BNK-IN-BALANCE              VALUE "Y".
002100     88  BNK-OUT-OF-BALANCE          VALUE "N".

002110*    ONE ENTRY PER PRODUCT: THE GL CONTROL BALANCES ROLLED
002116*    FORWARD AND THE ACCOUNT MASTER TOTALLED THE SAME WAY.  THE
002122*    OPENING BALANCES AND DATE ARE THOSE THE DAY ROLLED FROM.
002130 01  BNK-PRD-COUNT               PIC 9(04) COMP VALUE ZERO.
002140 01  BNK-PRD-IDX                 PIC 9(04) COMP VALUE ZERO.
002150 01  BNK-PRD-MAX                 PIC 9(04) COMP VALUE 200.
002160 01  BNK-PRD-TABLE.
002170     05  BNK-PRD-ENTRY           OCCURS 200 TIMES.
002180         10  BNK-PRD-CODE        PIC X(03).
002190         10  BNK-PRD-GL-CREDIT   PIC S9(11)V99.
002200         10  BNK-PRD-GL-DEBIT    PIC S9(11)V99.
002210         10  BNK-PRD-MST-CREDIT  PIC S9(11)V99.
002220         10  BNK-PRD-MST-DEBIT   PIC S9(11)V99.
002230         10  BNK-PRD-ACCT-COUNT  PIC 9(07).
002232         10  BNK-PRD-OPEN-DATE   PIC 9(08).
002234         10  BNK-PRD-OPEN-CREDIT PIC S9(11)V99.
002236         10  BNK-PRD-OPEN-DEBIT  PIC S9(11)V99.

002240 01  BNK-PRD-FOUND-FLAG          PIC X(01).
002250     88  BNK-PRD-FOUND               VALUE "Y".
002260     88  BNK-PRD-NOT-FOUND           VALUE "N".
002270 01  BNK-PRD-FOUND-IDX           PIC 9(04) COMP VALUE ZERO.
002280 01  BNK-PRD-SEARCH-CODE         PIC X(03).

002290 01  BNK-DIFFERENCE              PIC S9(11)V99 VALUE ZERO.
002300 01  BNK-TOT-GL-CREDIT           PIC S9(11)V99 VALUE ZERO.
002310 01  BNK-TOT-GL-DEBIT            PIC S9(11)V99 VALUE ZERO.
002320 01  BNK-TOT-MST-CREDIT          PIC S9(11)V99 VALUE ZERO.
002330 01  BNK-TOT-MST-DEBIT           PIC S9(11)V99 VALUE ZERO.

002340 01  BNK-INTF-READ-COUNT         PIC 9(07) VALUE ZERO.
002350 01  BNK-INTF-APPLIED-COUNT      PIC 9(07) VALUE ZERO.
002360 01  BNK-ACCT-TOTALLED-COUNT     PIC 9(07) VALUE ZERO.
002370 01  BNK-PRD-OUT-COUNT           PIC 9(04) VALUE ZERO.

002380 01  BNK-COUNT-EDIT              PIC ZZZ,ZZ9.
002390 01  BNK-GL-EDIT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002400 01  BNK-MST-EDIT                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002410 01  BNK-DIFF-EDIT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002420 01  BNK-SIDE-TEXT               PIC X(06).

002430*    DAILY JOB-CYCLE CONTROL (SEE CYCLCTL).
002440 01  BNK-CYCLE-JOB-NAME          PIC X(08) VALUE "GLRECON ".
002450 01  BNK-CYCLE-FUNCTION          PIC X(05) VALUE SPACES.
002460 01  BNK-CYCLE-RETURN-CODE       PIC X(02) VALUE "00".
002470     88  BNK-CYCLE-PROCEED           VALUE "00".
002473*    THIS RUN'S HISTORY RECORD, STAMPED BY CYCLCTL (SEE RUNHIST).
002476     COPY RUNHIST.

002480 PROCEDURE DIVISION.

002490 0000-MAINLINE.
002500     PERFORM 0100-CYCLE-START
002510         THRU 0100-CYCLE-START-EXIT
002520     PERFORM 1000-INITIALIZE
002530         THRU 1000-INITIALIZE-EXIT
002540     PERFORM 2000-ROLL-FORWARD-CONTROLS
002550         THRU 2000-ROLL-FORWARD-CONTROLS-EXIT
002560     PERFORM 3000-TOTAL-ACCOUNT-MASTER
002570         THRU 3000-TOTAL-ACCOUNT-MASTER-EXIT
002580     PERFORM 4000-OPEN-CONTROLS
002590         THRU 4000-OPEN-CONTROLS-EXIT
002600     PERFORM 5000-WRITE-TRIAL-BALANCE
002610         THRU 5000-WRITE-TRIAL-BALANCE-EXIT
002620     PERFORM 6000-REWRITE-CONTROL-FILE
002630         THRU 6000-REWRITE-CONTROL-FILE-EXIT
002640     PERFORM 8000-WRITE-SUMMARY
002650         THRU 8000-WRITE-SUMMARY-EXIT
002660     PERFORM 9000-TERMINATE
002670         THRU 9000-TERMINATE-EXIT
002680     PERFORM 0900-CYCLE-END
002690         THRU 0900-CYCLE-END-EXIT
002700     STOP RUN.

002710*-----------------------------------------------------------------
002720* 0100  REGISTER THE START WITH CYCLE CONTROL.  A DOUBLE RUN, AN
002730*       UNFINISHED EARLIER RUN, OR AN OUT-OF-SEQUENCE START IS
002740*       REFUSED THERE UNLESS THE OPERATOR OVERRIDES, AND THIS JOB
002750*       THEN STOPS WITHOUT TOUCHING A FILE.
002760*-----------------------------------------------------------------
002770 0100-CYCLE-START.
002780     MOVE "START" TO BNK-CYCLE-FUNCTION
002790     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
002800                           BNK-CYCLE-FUNCTION
002810                           BNK-CYCLE-RETURN-CODE
002815                           RUN-HISTORY-RECORD
002820     IF NOT BNK-CYCLE-PROCEED
002830         DISPLAY "GLRECON STOPPED BY CYCLE CONTROL"
002840         STOP RUN
002850     END-IF.
002860 0100-CYCLE-START-EXIT.
002870     EXIT.

002871*-----------------------------------------------------------------
002872* 0850  LOAD THIS RUN'S RECORD COUNTS ONTO THE HISTORY RECORD
002873*       FOR CYCLCTL TO FILE WITH THE END OR FAIL CALL.
002874*-----------------------------------------------------------------
002875 0850-SET-RUN-COUNTS.
002876     MOVE BNK-INTF-READ-COUNT TO RHS-READ-COUNT
002877     MOVE BNK-INTF-APPLIED-COUNT TO RHS-POSTED-COUNT
002878     MOVE BNK-PRD-OUT-COUNT TO RHS-WRITTEN-COUNT.
002879 0850-SET-RUN-COUNTS-EXIT.
002880     EXIT.

002881*-----------------------------------------------------------------
002890* 0900  REGISTER CLEAN COMPLETION.  AN ABEND OR A STOP-COLD PATH
002900*       NEVER GETS HERE AND LEAVES THE STEP MARKED STARTED, SO A
002910*       RERUN NEEDS THE OPERATOR OVERRIDE.
002920*-----------------------------------------------------------------
002930 0900-CYCLE-END.
002933     PERFORM 0850-SET-RUN-COUNTS
002936         THRU 0850-SET-RUN-COUNTS-EXIT
002940     MOVE "END" TO BNK-CYCLE-FUNCTION
002950     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
002960                           BNK-CYCLE-FUNCTION
002970                           BNK-CYCLE-RETURN-CODE
002975                           RUN-HISTORY-RECORD.
002980 0900-CYCLE-END-EXIT.
002990     EXIT.

002991*-----------------------------------------------------------------
002992* 0950  REGISTER A STOP-COLD RUN.  CYCLCTL FILES IT ON THE RUN
002993*       HISTORY AS FAILED BUT LEAVES THE STEP MARKED STARTED, SO A
002994*       RERUN STILL NEEDS THE OPERATOR OVERRIDE.
002995*-----------------------------------------------------------------
002996 0950-CYCLE-FAIL.
002997     PERFORM 0850-SET-RUN-COUNTS
002998         THRU 0850-SET-RUN-COUNTS-EXIT
002999     MOVE "FAIL" TO BNK-CYCLE-FUNCTION
003000     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
003001                           BNK-CYCLE-FUNCTION
003002                           BNK-CYCLE-RETURN-CODE
003003                           RUN-HISTORY-RECORD.
003004 0950-CYCLE-FAIL-EXIT.
003005     EXIT.

003006*-----------------------------------------------------------------
003010* 1000  BUSINESS DATE FROM THE RUN-CONTROL CARD (SYSTEM DATE IF
003020*       NO CARD), THE CONTROL ACCOUNTS FROM THE GL MAPPING, AND
003030*       THE CONTROL BALANCES INTO THE TABLE.
003040*-----------------------------------------------------------------
003050 1000-INITIALIZE.
003060     OPEN INPUT RUN-CONTROL-FILE
003070     IF BNK-RUNCTL-FILE-STATUS NOT = "35"
003080         READ RUN-CONTROL-FILE
003090             AT END
003100                 CONTINUE
003110             NOT AT END
003120                 IF RUN-BUSINESS-DATE NUMERIC
003130                     AND RUN-BUSINESS-DATE > ZERO
003140                     MOVE RUN-BUSINESS-DATE TO BNK-BUSINESS-DATE
003150                 END-IF
003160         END-READ
003170         CLOSE RUN-CONTROL-FILE
003180     END-IF
003190     IF BNK-BUSINESS-DATE = ZERO
003200         ACCEPT BNK-BUSINESS-DATE FROM DATE YYYYMMDD
003210     END-IF

003220     OPEN OUTPUT REPORT-FILE
003230     MOVE SPACES TO REPORT-RECORD
003240     STRING "GL CONTROL TRIAL BALANCE FOR BUSINESS DATE "
003250         BNK-BUSINESS-DATE
003260         DELIMITED BY SIZE INTO REPORT-RECORD
003270     WRITE REPORT-RECORD

003280     PERFORM 1100-FIND-CONTROL-ACCOUNTS
003290         THRU 1100-FIND-CONTROL-ACCOUNTS-EXIT
003300     PERFORM 1200-LOAD-CONTROL-FILE
003310         THRU 1200-LOAD-CONTROL-FILE-EXIT.
003320 1000-INITIALIZE-EXIT.
003330     EXIT.

003340*-----------------------------------------------------------------
003350* 1100  THE OD-RECLASS MAPPING NAMES THE OVERDRAFTS CONTROL AS
003360*       ITS DEBIT ACCOUNT AND THE DEPOSITS CONTROL AS ITS CREDIT
003370*       ACCOUNT.  WITHOUT IT NOTHING CAN BE PROVED AND THE JOB
003380*       STOPS COLD.
003390*-----------------------------------------------------------------
003400 1100-FIND-CONTROL-ACCOUNTS.
003410     OPEN INPUT GL-MAP-FILE
003420     IF BNK-GLMAP-FILE-STATUS NOT = "35"
003430         SET BNK-MAP-NOT-END-OF-FILE TO TRUE
003440         PERFORM 1110-TEST-ONE-MAP
003450             THRU 1110-TEST-ONE-MAP-EXIT
003460             UNTIL BNK-MAP-END-OF-FILE
003470         CLOSE GL-MAP-FILE
003480     END-IF
003490     IF BNK-DEPOSIT-CTL-ACCT = SPACES
003500         MOVE "NO OD-RECLASS RECORD ON GLMAP.DAT - CONTROL"
003510             & " ACCOUNTS UNKNOWN"
003520             TO REPORT-RECORD
003530         WRITE REPORT-RECORD
003540         DISPLAY "JOB STOPPED - NO OD-RECLASS GL MAPPING"
003550         CLOSE REPORT-FILE
003553         PERFORM 0950-CYCLE-FAIL
003556             THRU 0950-CYCLE-FAIL-EXIT
003560         STOP RUN
003570     END-IF.
003580 1100-FIND-CONTROL-ACCOUNTS-EXIT.
003590     EXIT.

003600 1110-TEST-ONE-MAP.
003610     READ GL-MAP-FILE
003620         AT END
003630             SET BNK-MAP-END-OF-FILE TO TRUE
003640             GO TO 1110-TEST-ONE-MAP-EXIT
003650     END-READ
003660     IF GLM-TRX-TYPE = "OD-RECLASS"
003670         MOVE GLM-DEBIT-ACCT TO BNK-OVERDRAFT-CTL-ACCT
003680         MOVE GLM-CREDIT-ACCT TO BNK-DEPOSIT-CTL-ACCT
003690     END-IF.
003700 1110-TEST-ONE-MAP-EXIT.
003710     EXIT.

003720*-----------------------------------------------------------------
003730* 1200  CONTROL BALANCES INTO THE PRODUCT TABLE.  NO FILE MEANS
003740*       THE FIRST RUN.  A FILE ALREADY AS OF THE BUSINESS DATE
003745*       MEANS TODAY HAS BEEN ROLLED IN AND THIS IS A RERUN, WHICH
003750*       ROLLS AGAIN FROM THE PRIOR BALANCES WHEN THE FILE STILL
003755*       HOLDS THEM AND OTHERWISE ONLY PROVES.
003760*-----------------------------------------------------------------
003770 1200-LOAD-CONTROL-FILE.
003780     OPEN INPUT GL-CONTROL-FILE
003790     IF BNK-GLCTL-FILE-STATUS = "35"
003800         SET BNK-FIRST-RUN TO TRUE
003810         GO TO 1200-LOAD-CONTROL-FILE-EXIT
003820     END-IF
003830     SET BNK-CTLF-NOT-END-OF-FILE TO TRUE
003840     PERFORM 1210-LOAD-ONE-CONTROL
003850         THRU 1210-LOAD-ONE-CONTROL-EXIT
003860         UNTIL BNK-CTLF-END-OF-FILE
003870     CLOSE GL-CONTROL-FILE
003874     IF BNK-CTL-AS-OF-DATE < BNK-BUSINESS-DATE
003878         GO TO 1200-LOAD-CONTROL-FILE-EXIT
003882     END-IF
003886     IF BNK-REROLL-BLOCKED
003890         SET BNK-ALREADY-ROLLED TO TRUE
003892         GO TO 1200-LOAD-CONTROL-FILE-EXIT
003894     END-IF
003896     SET BNK-ROLLING-AGAIN TO TRUE
003898     PERFORM 1230-REOPEN-ONE-PRODUCT
003900         THRU 1230-REOPEN-ONE-PRODUCT-EXIT
003902         VARYING BNK-PRD-IDX FROM 1 BY 1
003904         UNTIL BNK-PRD-IDX > BNK-PRD-COUNT.
003910 1200-LOAD-CONTROL-FILE-EXIT.
003920     EXIT.

003930 1210-LOAD-ONE-CONTROL.
003940     READ GL-CONTROL-FILE
003950         AT END
003960             SET BNK-CTLF-END-OF-FILE TO TRUE
003970             GO TO 1210-LOAD-ONE-CONTROL-EXIT
003980     END-READ
003990     MOVE GCB-PRODUCT-CODE TO BNK-PRD-SEARCH-CODE
004000     PERFORM 7000-FIND-PRODUCT-ENTRY
004010         THRU 7000-FIND-PRODUCT-ENTRY-EXIT
004020     ADD GCB-CREDIT-BALANCE
004030         TO BNK-PRD-GL-CREDIT (BNK-PRD-FOUND-IDX)
004040     ADD GCB-DEBIT-BALANCE
004050         TO BNK-PRD-GL-DEBIT (BNK-PRD-FOUND-IDX)
004060     IF GCB-AS-OF-DATE > BNK-CTL-AS-OF-DATE
004070         MOVE GCB-AS-OF-DATE TO BNK-CTL-AS-OF-DATE
004075     END-IF
004080     PERFORM 1220-SET-OPENING
004085         THRU 1220-SET-OPENING-EXIT.
004090 1210-LOAD-ONE-CONTROL-EXIT.
004091     EXIT.

004092*-----------------------------------------------------------------
004093* 1220  THE BALANCES THE DAY ROLLS FROM.  A RECORD NOT YET ROLLED
004094*       TODAY OPENS AT ITS BALANCES; ONE ALREADY ROLLED TODAY AT
004095*       THE PRIOR BALANCES IT CARRIES.  A RECORD ROLLED TODAY
004096*       WITHOUT THEM (A FIRST-RUN OPENING, OR ONE WRITTEN BEFORE
004097*       THEY WERE KEPT) LEAVES THE RERUN ONLY TO PROVE.
004098*-----------------------------------------------------------------
004099 1220-SET-OPENING.
004100     IF GCB-AS-OF-DATE = BNK-BUSINESS-DATE
004101         AND GCB-PRIOR-DATE NUMERIC
004102         AND GCB-PRIOR-CREDIT NUMERIC
004103         AND GCB-PRIOR-DEBIT NUMERIC
004104         AND GCB-PRIOR-DATE < BNK-BUSINESS-DATE
004105         MOVE GCB-PRIOR-DATE
004106             TO BNK-PRD-OPEN-DATE (BNK-PRD-FOUND-IDX)
004107         ADD GCB-PRIOR-CREDIT
004108             TO BNK-PRD-OPEN-CREDIT (BNK-PRD-FOUND-IDX)
004109         ADD GCB-PRIOR-DEBIT
004110             TO BNK-PRD-OPEN-DEBIT (BNK-PRD-FOUND-IDX)
004111         GO TO 1220-SET-OPENING-EXIT
004112     END-IF
004113     IF GCB-AS-OF-DATE NOT < BNK-BUSINESS-DATE
004114         SET BNK-REROLL-BLOCKED TO TRUE
004115     END-IF
004116     MOVE GCB-AS-OF-DATE TO BNK-PRD-OPEN-DATE (BNK-PRD-FOUND-IDX)
004117     ADD GCB-CREDIT-BALANCE
004118         TO BNK-PRD-OPEN-CREDIT (BNK-PRD-FOUND-IDX)
004119     ADD GCB-DEBIT-BALANCE
004120         TO BNK-PRD-OPEN-DEBIT (BNK-PRD-FOUND-IDX).
004121 1220-SET-OPENING-EXIT.
004122     EXIT.

004123 1230-REOPEN-ONE-PRODUCT.
004124     MOVE BNK-PRD-OPEN-CREDIT (BNK-PRD-IDX)
004125         TO BNK-PRD-GL-CREDIT (BNK-PRD-IDX)
004126     MOVE BNK-PRD-OPEN-DEBIT (BNK-PRD-IDX)
004127         TO BNK-PRD-GL-DEBIT (BNK-PRD-IDX).
004128 1230-REOPEN-ONE-PRODUCT-EXIT.
004129     EXIT.

004130*-----------------------------------------------------------------
004131* 2000  ROLL THE CONTROLS FORWARD FROM THE DAY'S JOURNAL LINES.
004132*       A CREDIT TO THE DEPOSITS CONTROL RAISES ITS BALANCE AND A
004140*       DEBIT LOWERS IT; THE OVERDRAFTS CONTROL RUNS THE OTHER
004150*       WAY.  LINES TO ANY OTHER GL ACCOUNT ARE NOT CUSTOMER
004160*       BALANCES AND ARE PASSED OVER.  AN INTERFACE FILE FOR
004170*       ANOTHER DATE STOPS THE JOB COLD - GLEXTRCT HAS NOT RUN
004180*       FOR TODAY.
004190*-----------------------------------------------------------------
004200 2000-ROLL-FORWARD-CONTROLS.
004210     IF BNK-FIRST-RUN
004220         GO TO 2000-ROLL-FORWARD-CONTROLS-EXIT
004230     END-IF
004240     IF BNK-ALREADY-ROLLED
004250         MOVE SPACES TO REPORT-RECORD
004260         STRING "CONTROLS ALREADY ROLLED FORWARD TO "
004270             BNK-CTL-AS-OF-DATE
004280             " - RERUN PROVES WITHOUT ROLLING AGAIN"
004290             DELIMITED BY SIZE INTO REPORT-RECORD
004300         WRITE REPORT-RECORD
004310         GO TO 2000-ROLL-FORWARD-CONTROLS-EXIT
004311     END-IF
004312     IF BNK-ROLLING-AGAIN
004313         MOVE SPACES TO REPORT-RECORD
004314         STRING "CONTROLS ALREADY ROLLED FORWARD TO "
004315             BNK-CTL-AS-OF-DATE
004316             " - RERUN ROLLS THE DAY AGAIN FROM THE PRIOR"
004317             " BALANCES"
004318             DELIMITED BY SIZE INTO REPORT-RECORD
004319         WRITE REPORT-RECORD
004320     END-IF
004330     OPEN INPUT GL-INTERFACE-FILE
004340     IF BNK-GLINTF-FILE-STATUS = "35"
004350         MOVE "NO GL INTERFACE FILE - NO MOVEMENTS ROLLED"
004360             TO REPORT-RECORD
004370         WRITE REPORT-RECORD
004380         GO TO 2000-ROLL-FORWARD-CONTROLS-EXIT
004390     END-IF
004400     SET BNK-INTF-NOT-END-OF-FILE TO TRUE
004410     PERFORM 2100-ROLL-ONE-LINE
004420         THRU 2100-ROLL-ONE-LINE-EXIT
004430         UNTIL BNK-INTF-END-OF-FILE
004440     CLOSE GL-INTERFACE-FILE.
004450 2000-ROLL-FORWARD-CONTROLS-EXIT.
004460     EXIT.

004470 2100-ROLL-ONE-LINE.
004480     READ GL-INTERFACE-FILE
004490         AT END
004500             SET BNK-INTF-END-OF-FILE TO TRUE
004510             GO TO 2100-ROLL-ONE-LINE-EXIT
004520     END-READ
004530     ADD 1 TO BNK-INTF-READ-COUNT
004540     IF GLI-DATE NOT = BNK-BUSINESS-DATE
004550         MOVE SPACES TO REPORT-RECORD
004560         STRING "GL INTERFACE FILE IS FOR " GLI-DATE
004570             " NOT " BNK-BUSINESS-DATE " - RUN GLEXTRCT FIRST"
004580             DELIMITED BY SIZE INTO REPORT-RECORD
004590         WRITE REPORT-RECORD
004600         DISPLAY "JOB STOPPED - GL INTERFACE FILE IS FOR "
004610             GLI-DATE
004620         CLOSE GL-INTERFACE-FILE
004630         CLOSE REPORT-FILE
004633         PERFORM 0950-CYCLE-FAIL
004636             THRU 0950-CYCLE-FAIL-EXIT
004640         STOP RUN
004650     END-IF
004660     IF GLI-GL-ACCOUNT NOT = BNK-DEPOSIT-CTL-ACCT
004670         AND GLI-GL-ACCOUNT NOT = BNK-OVERDRAFT-CTL-ACCT
004680         GO TO 2100-ROLL-ONE-LINE-EXIT
004690     END-IF

004700     ADD 1 TO BNK-INTF-APPLIED-COUNT
004710     MOVE GLI-PRODUCT-CODE TO BNK-PRD-SEARCH-CODE
004720     PERFORM 7000-FIND-PRODUCT-ENTRY
004730         THRU 7000-FIND-PRODUCT-ENTRY-EXIT
004740     IF GLI-GL-ACCOUNT = BNK-DEPOSIT-CTL-ACCT
004750         IF GLI-CREDIT
004760             ADD GLI-AMOUNT
004770                 TO BNK-PRD-GL-CREDIT (BNK-PRD-FOUND-IDX)
004780         ELSE
004790             SUBTRACT GLI-AMOUNT
004800                 FROM BNK-PRD-GL-CREDIT (BNK-PRD-FOUND-IDX)
004810         END-IF
004820     ELSE
004830         IF GLI-DEBIT
004840             ADD GLI-AMOUNT
004850                 TO BNK-PRD-GL-DEBIT (BNK-PRD-FOUND-IDX)
004860         ELSE
004870             SUBTRACT GLI-AMOUNT
004880                 FROM BNK-PRD-GL-DEBIT (BNK-PRD-FOUND-IDX)
004890         END-IF
004900     END-IF.
004910 2100-ROLL-ONE-LINE-EXIT.
004920     EXIT.

004930*-----------------------------------------------------------------
004940* 3000  TOTAL THE ACCOUNT MASTER BY PRODUCT - BALANCES IN CREDIT
004950*       ON ONE SIDE, OVERDRAWN BALANCES (AS A POSITIVE DEBIT) ON
004960*       THE OTHER.  EVERY STATUS COUNTS; A CLOSED ACCOUNT SHOULD
004970*       CARRY NOTHING, AND IF IT DOES THE GL STILL HOLDS IT.
004980*-----------------------------------------------------------------
004990 3000-TOTAL-ACCOUNT-MASTER.
005000     OPEN INPUT ACCOUNTS-FILE
005010     SET BNK-ACCT-NOT-END-OF-FILE TO TRUE
005020     MOVE LOW-VALUES TO ACC-ID
005030     START ACCOUNTS-FILE KEY IS NOT LESS THAN ACC-ID
005040         INVALID KEY
005050             SET BNK-ACCT-END-OF-FILE TO TRUE
005060     END-START
005070     PERFORM 3100-TOTAL-ONE-ACCOUNT
005080         THRU 3100-TOTAL-ONE-ACCOUNT-EXIT
005090         UNTIL BNK-ACCT-END-OF-FILE
005100     CLOSE ACCOUNTS-FILE.
005110 3000-TOTAL-ACCOUNT-MASTER-EXIT.
005120     EXIT.

005130 3100-TOTAL-ONE-ACCOUNT.
005140     READ ACCOUNTS-FILE NEXT RECORD
005150         AT END
005160             SET BNK-ACCT-END-OF-FILE TO TRUE
005170             GO TO 3100-TOTAL-ONE-ACCOUNT-EXIT
005180     END-READ
005190     ADD 1 TO BNK-ACCT-TOTALLED-COUNT
005200     MOVE ACC-PRODUCT-CODE TO BNK-PRD-SEARCH-CODE
005210     PERFORM 7000-FIND-PRODUCT-ENTRY
005220         THRU 7000-FIND-PRODUCT-ENTRY-EXIT
005230     ADD 1 TO BNK-PRD-ACCT-COUNT (BNK-PRD-FOUND-IDX)
005240     IF ACC-BALANCE < ZERO
005250         SUBTRACT ACC-BALANCE
005260             FROM BNK-PRD-MST-DEBIT (BNK-PRD-FOUND-IDX)
005270     ELSE
005280         ADD ACC-BALANCE
005290             TO BNK-PRD-MST-CREDIT (BNK-PRD-FOUND-IDX)
005300     END-IF.
005310 3100-TOTAL-ONE-ACCOUNT-EXIT.
005320     EXIT.

005330*-----------------------------------------------------------------
005340* 4000  FIRST RUN ONLY: OPEN EACH PRODUCT'S CONTROLS AT THE
005350*       ACCOUNT MASTER TOTALS.
005360*-----------------------------------------------------------------
005370 4000-OPEN-CONTROLS.
005380     IF NOT BNK-FIRST-RUN
005390         GO TO 4000-OPEN-CONTROLS-EXIT
005400     END-IF
005410     MOVE "NO CONTROL FILE ON RECORD - CONTROLS OPENED FROM THE"
005420         & " ACCOUNT MASTER, AGREE TO THE GL BY HAND"
005430         TO REPORT-RECORD
005440     WRITE REPORT-RECORD
005450     IF BNK-PRD-COUNT > 0
005460         PERFORM 4100-OPEN-ONE-PRODUCT
005470             THRU 4100-OPEN-ONE-PRODUCT-EXIT
005480             VARYING BNK-PRD-IDX FROM 1 BY 1
005490             UNTIL BNK-PRD-IDX > BNK-PRD-COUNT
005500     END-IF.
005510 4000-OPEN-CONTROLS-EXIT.
005520     EXIT.

005530 4100-OPEN-ONE-PRODUCT.
005540     MOVE BNK-PRD-MST-CREDIT (BNK-PRD-IDX)
005550         TO BNK-PRD-GL-CREDIT (BNK-PRD-IDX)
005560     MOVE BNK-PRD-MST-DEBIT (BNK-PRD-IDX)
005562         TO BNK-PRD-GL-DEBIT (BNK-PRD-IDX)
005564     MOVE BNK-BUSINESS-DATE TO BNK-PRD-OPEN-DATE (BNK-PRD-IDX)
005566     MOVE BNK-PRD-MST-CREDIT (BNK-PRD-IDX)
005568         TO BNK-PRD-OPEN-CREDIT (BNK-PRD-IDX)
005570     MOVE BNK-PRD-MST-DEBIT (BNK-PRD-IDX)
005572         TO BNK-PRD-OPEN-DEBIT (BNK-PRD-IDX).
005580 4100-OPEN-ONE-PRODUCT-EXIT.
005590     EXIT.

005600*-----------------------------------------------------------------
005610* 5000  THE TRIAL BALANCE: PER PRODUCT, EACH SIDE'S GL CONTROL
005620*       AGAINST THE ACCOUNT MASTER AND THE DIFFERENCE (GL LESS
005630*       MASTER).  ANY DIFFERENCE PUTS THE RUN OUT OF BALANCE.
005640*-----------------------------------------------------------------
005650 5000-WRITE-TRIAL-BALANCE.
005660     MOVE SPACES TO REPORT-RECORD
005670     WRITE REPORT-RECORD
005680     MOVE SPACES TO REPORT-RECORD
005690     STRING "PRODUCT  SIDE        GL CONTROL       ACCOUNT MASTER"
005700         "           DIFFERENCE"
005710         DELIMITED BY SIZE INTO REPORT-RECORD
005720     WRITE REPORT-RECORD
005730     IF BNK-PRD-COUNT > 0
005740         PERFORM 5100-LIST-ONE-PRODUCT
005750             THRU 5100-LIST-ONE-PRODUCT-EXIT
005760             VARYING BNK-PRD-IDX FROM 1 BY 1
005770             UNTIL BNK-PRD-IDX > BNK-PRD-COUNT
005780     END-IF

005790     MOVE SPACES TO REPORT-RECORD
005800     WRITE REPORT-RECORD
005810     MOVE "CREDIT" TO BNK-SIDE-TEXT
005820     MOVE BNK-TOT-GL-CREDIT TO BNK-GL-EDIT
005830     MOVE BNK-TOT-MST-CREDIT TO BNK-MST-EDIT
005840     COMPUTE BNK-DIFFERENCE = BNK-TOT-GL-CREDIT
005850         - BNK-TOT-MST-CREDIT
005860     MOVE BNK-DIFFERENCE TO BNK-DIFF-EDIT
005870     MOVE SPACES TO REPORT-RECORD
005880     STRING "TOTAL    " BNK-SIDE-TEXT "  " BNK-GL-EDIT
005890         "  " BNK-MST-EDIT "  " BNK-DIFF-EDIT
005900         DELIMITED BY SIZE INTO REPORT-RECORD
005910     WRITE REPORT-RECORD
005920     MOVE "DEBIT " TO BNK-SIDE-TEXT
005930     MOVE BNK-TOT-GL-DEBIT TO BNK-GL-EDIT
005940     MOVE BNK-TOT-MST-DEBIT TO BNK-MST-EDIT
005950     COMPUTE BNK-DIFFERENCE = BNK-TOT-GL-DEBIT
005960         - BNK-TOT-MST-DEBIT
005970     MOVE BNK-DIFFERENCE TO BNK-DIFF-EDIT
005980     MOVE SPACES TO REPORT-RECORD
005990     STRING "TOTAL    " BNK-SIDE-TEXT "  " BNK-GL-EDIT
006000         "  " BNK-MST-EDIT "  " BNK-DIFF-EDIT
006010         DELIMITED BY SIZE INTO REPORT-RECORD
006020     WRITE REPORT-RECORD.
006030 5000-WRITE-TRIAL-BALANCE-EXIT.
006040     EXIT.

006050 5100-LIST-ONE-PRODUCT.
006060     ADD BNK-PRD-GL-CREDIT (BNK-PRD-IDX) TO BNK-TOT-GL-CREDIT
006070     ADD BNK-PRD-GL-DEBIT (BNK-PRD-IDX) TO BNK-TOT-GL-DEBIT
006080     ADD BNK-PRD-MST-CREDIT (BNK-PRD-IDX) TO BNK-TOT-MST-CREDIT
006090     ADD BNK-PRD-MST-DEBIT (BNK-PRD-IDX) TO BNK-TOT-MST-DEBIT

006100     IF BNK-PRD-GL-CREDIT (BNK-PRD-IDX)
006110         NOT = BNK-PRD-MST-CREDIT (BNK-PRD-IDX)
006120         OR BNK-PRD-GL-DEBIT (BNK-PRD-IDX)
006130         NOT = BNK-PRD-MST-DEBIT (BNK-PRD-IDX)
006140         SET BNK-OUT-OF-BALANCE TO TRUE
006150         ADD 1 TO BNK-PRD-OUT-COUNT
006160     END-IF

006170     MOVE "CREDIT" TO BNK-SIDE-TEXT
006180     MOVE BNK-PRD-GL-CREDIT (BNK-PRD-IDX) TO BNK-GL-EDIT
006190     MOVE BNK-PRD-MST-CREDIT (BNK-PRD-IDX) TO BNK-MST-EDIT
006200     COMPUTE BNK-DIFFERENCE = BNK-PRD-GL-CREDIT (BNK-PRD-IDX)
006210         - BNK-PRD-MST-CREDIT (BNK-PRD-IDX)
006220     PERFORM 5200-WRITE-SIDE-LINE
006230         THRU 5200-WRITE-SIDE-LINE-EXIT

006240     MOVE "DEBIT " TO BNK-SIDE-TEXT
006250     MOVE BNK-PRD-GL-DEBIT (BNK-PRD-IDX) TO BNK-GL-EDIT
006260     MOVE BNK-PRD-MST-DEBIT (BNK-PRD-IDX) TO BNK-MST-EDIT
006270     COMPUTE BNK-DIFFERENCE = BNK-PRD-GL-DEBIT (BNK-PRD-IDX)
006280         - BNK-PRD-MST-DEBIT (BNK-PRD-IDX)
006290     PERFORM 5200-WRITE-SIDE-LINE
006300         THRU 5200-WRITE-SIDE-LINE-EXIT.
006310 5100-LIST-ONE-PRODUCT-EXIT.
006320     EXIT.

006330 5200-WRITE-SIDE-LINE.
006340     MOVE BNK-DIFFERENCE TO BNK-DIFF-EDIT
006350     MOVE SPACES TO REPORT-RECORD
006360     IF BNK-DIFFERENCE = ZERO
006370         STRING BNK-PRD-CODE (BNK-PRD-IDX) "      "
006380             BNK-SIDE-TEXT "  " BNK-GL-EDIT
006390             "  " BNK-MST-EDIT "  " BNK-DIFF-EDIT
006400             DELIMITED BY SIZE INTO REPORT-RECORD
006410     ELSE
006420         STRING BNK-PRD-CODE (BNK-PRD-IDX) "      "
006430             BNK-SIDE-TEXT "  " BNK-GL-EDIT
006440             "  " BNK-MST-EDIT "  " BNK-DIFF-EDIT
006450             "  OUT OF BALANCE"
006460             DELIMITED BY SIZE INTO REPORT-RECORD
006470     END-IF
006480     WRITE REPORT-RECORD.
006490 5200-WRITE-SIDE-LINE-EXIT.
006500     EXIT.

006510*-----------------------------------------------------------------
006516* 6000  REWRITE THE CONTROL FILE AS OF THE BUSINESS DATE, EACH
006522*       RECORD WITH THE BALANCES ITS DAY OPENED FROM (SEE 1220).
006530*-----------------------------------------------------------------
006540 6000-REWRITE-CONTROL-FILE.
006550     OPEN OUTPUT GL-CONTROL-FILE
006560     IF BNK-PRD-COUNT > 0
006570         PERFORM 6100-WRITE-ONE-CONTROL
006580             THRU 6100-WRITE-ONE-CONTROL-EXIT
006590             VARYING BNK-PRD-IDX FROM 1 BY 1
006600             UNTIL BNK-PRD-IDX > BNK-PRD-COUNT
006610     END-IF
006620     CLOSE GL-CONTROL-FILE.
006630 6000-REWRITE-CONTROL-FILE-EXIT.
006640     EXIT.

006650 6100-WRITE-ONE-CONTROL.
006660     MOVE SPACES TO GL-CONTROL-RECORD
006670     MOVE BNK-PRD-CODE (BNK-PRD-IDX) TO GCB-PRODUCT-CODE
006680     MOVE BNK-BUSINESS-DATE TO GCB-AS-OF-DATE
006690     MOVE BNK-PRD-GL-CREDIT (BNK-PRD-IDX) TO GCB-CREDIT-BALANCE
006700     MOVE BNK-PRD-GL-DEBIT (BNK-PRD-IDX) TO GCB-DEBIT-BALANCE
006702     MOVE BNK-PRD-OPEN-DATE (BNK-PRD-IDX) TO GCB-PRIOR-DATE
006704     MOVE BNK-PRD-OPEN-CREDIT (BNK-PRD-IDX) TO GCB-PRIOR-CREDIT
006706     MOVE BNK-PRD-OPEN-DEBIT (BNK-PRD-IDX) TO GCB-PRIOR-DEBIT
006710     WRITE GL-CONTROL-RECORD.
006720 6100-WRITE-ONE-CONTROL-EXIT.
006730     EXIT.

006740*-----------------------------------------------------------------
006750* 7000  FIND OR ADD THE PRODUCT IN BNK-PRD-SEARCH-CODE.  A FULL
006760*       TABLE STOPS THE JOB COLD - A PRODUCT LEFT OUT COULD NOT
006770*       BE PROVED.
006780*-----------------------------------------------------------------
006790 7000-FIND-PRODUCT-ENTRY.
006800     SET BNK-PRD-NOT-FOUND TO TRUE
006810     IF BNK-PRD-COUNT > 0
006820         PERFORM 7100-TEST-ONE-PRODUCT
006830             THRU 7100-TEST-ONE-PRODUCT-EXIT
006840             VARYING BNK-PRD-IDX FROM 1 BY 1
006850             UNTIL BNK-PRD-IDX > BNK-PRD-COUNT
006860                 OR BNK-PRD-FOUND
006870     END-IF
006880     IF BNK-PRD-FOUND
006890         GO TO 7000-FIND-PRODUCT-ENTRY-EXIT
006900     END-IF
006910     IF BNK-PRD-COUNT NOT < BNK-PRD-MAX
006920         DISPLAY "JOB STOPPED - PRODUCT TABLE FULL"
006930         CLOSE REPORT-FILE
006933         PERFORM 0950-CYCLE-FAIL
006936             THRU 0950-CYCLE-FAIL-EXIT
006940         STOP RUN
006950     END-IF
006960     ADD 1 TO BNK-PRD-COUNT
006970     MOVE BNK-PRD-COUNT TO BNK-PRD-FOUND-IDX
006980     MOVE BNK-PRD-SEARCH-CODE TO BNK-PRD-CODE (BNK-PRD-FOUND-IDX)
006990     MOVE ZERO TO BNK-PRD-GL-CREDIT (BNK-PRD-FOUND-IDX)
007000     MOVE ZERO TO BNK-PRD-GL-DEBIT (BNK-PRD-FOUND-IDX)
007010     MOVE ZERO TO BNK-PRD-MST-CREDIT (BNK-PRD-FOUND-IDX)
007020     MOVE ZERO TO BNK-PRD-MST-DEBIT (BNK-PRD-FOUND-IDX)
007024     MOVE ZERO TO BNK-PRD-ACCT-COUNT (BNK-PRD-FOUND-IDX)
007028     MOVE ZERO TO BNK-PRD-OPEN-DATE (BNK-PRD-FOUND-IDX)
007032     MOVE ZERO TO BNK-PRD-OPEN-CREDIT (BNK-PRD-FOUND-IDX)
007036     MOVE ZERO TO BNK-PRD-OPEN-DEBIT (BNK-PRD-FOUND-IDX).
007040 7000-FIND-PRODUCT-ENTRY-EXIT.
007050     EXIT.

007060 7100-TEST-ONE-PRODUCT.
007070     IF BNK-PRD-CODE (BNK-PRD-IDX) = BNK-PRD-SEARCH-CODE
007080         SET BNK-PRD-FOUND TO TRUE
007090         MOVE BNK-PRD-IDX TO BNK-PRD-FOUND-IDX
007100     END-IF.
007110 7100-TEST-ONE-PRODUCT-EXIT.
007120     EXIT.

007130 8000-WRITE-SUMMARY.
007140     MOVE SPACES TO REPORT-RECORD
007150     WRITE REPORT-RECORD
007160     MOVE "========== GL CONTROL TRIAL BALANCE SUMMARY =========="
007170         TO REPORT-RECORD
007180     WRITE REPORT-RECORD

007190     MOVE BNK-INTF-READ-COUNT TO BNK-COUNT-EDIT
007200     MOVE SPACES TO REPORT-RECORD
007210     STRING "Journal lines read:       " BNK-COUNT-EDIT
007220         DELIMITED BY SIZE INTO REPORT-RECORD
007230     WRITE REPORT-RECORD

007240     MOVE BNK-INTF-APPLIED-COUNT TO BNK-COUNT-EDIT
007250     MOVE SPACES TO REPORT-RECORD
007260     STRING "Control lines rolled:     " BNK-COUNT-EDIT
007270         DELIMITED BY SIZE INTO REPORT-RECORD
007280     WRITE REPORT-RECORD

007290     MOVE BNK-ACCT-TOTALLED-COUNT TO BNK-COUNT-EDIT
007300     MOVE SPACES TO REPORT-RECORD
007310     STRING "Accounts totalled:        " BNK-COUNT-EDIT
007320         DELIMITED BY SIZE INTO REPORT-RECORD
007330     WRITE REPORT-RECORD

007340     MOVE BNK-PRD-COUNT TO BNK-COUNT-EDIT
007350     MOVE SPACES TO REPORT-RECORD
007360     STRING "Products proved:          " BNK-COUNT-EDIT
007370         DELIMITED BY SIZE INTO REPORT-RECORD
007380     WRITE REPORT-RECORD

007390     MOVE BNK-PRD-OUT-COUNT TO BNK-COUNT-EDIT
007400     MOVE SPACES TO REPORT-RECORD
007410     STRING "Products out of balance:  " BNK-COUNT-EDIT
007420         DELIMITED BY SIZE INTO REPORT-RECORD
007430     WRITE REPORT-RECORD

007440     IF BNK-IN-BALANCE
007450         MOVE "Trial balance agreed:     YES" TO REPORT-RECORD
007460     ELSE
007470         MOVE "Trial balance agreed:     NO - CYCLE HELD"
007480             TO REPORT-RECORD
007490     END-IF
007500     WRITE REPORT-RECORD.
007510 8000-WRITE-SUMMARY-EXIT.
007520     EXIT.

007530*-----------------------------------------------------------------
007540* 9000  CLOSE UP.  OUT OF BALANCE, THE JOB STOPS HERE WITHOUT
007550*       REGISTERING COMPLETION, SO CYCLE CONTROL HOLDS THE DATE.
007560*-----------------------------------------------------------------
007570 9000-TERMINATE.
007580     CLOSE REPORT-FILE
007590     IF BNK-OUT-OF-BALANCE
007600         DISPLAY "JOB STOPPED - GL CONTROL OUT OF BALANCE, SEE"
007610             " GLTBRPT.DAT"
007613         PERFORM 0950-CYCLE-FAIL
007616             THRU 0950-CYCLE-FAIL-EXIT
007620         STOP RUN
007630     END-IF.
007640 9000-TERMINATE-EXIT.
007650     EXIT.
