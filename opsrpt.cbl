001000******************************************************************
001010* PROGRAM-ID    : OPSRPT
001020* AUTHOR        : R. L. HASTINGS
001030* INSTALLATION  : RETAIL BANKING SYSTEMS
001040* DATE-WRITTEN  : 2026-10-15
001050* DATE-COMPILED :
001060*
001070* REMARKS.
001080*     MORNING OPERATIONS SUMMARY OF THE OVERNIGHT BATCH CYCLE.
001090*     EVERY CYCLE JOB REGISTERS ITS START, ITS END OR STOP-COLD
001100*     FAILURE, ITS TIMES, RETURN CODE, RECORD COUNTS AND ANY
001110*     OPERATOR OVERRIDE WITH CYCLCTL, WHICH APPENDS THEM TO THE
001120*     PERMANENT RUN HISTORY RUNHIST.DAT (SEE RUNHIST).  THIS JOB
001130*     READS THAT FILE ONLY; IT IS NOT ITSELF A CYCLE STEP.
001140*
001150*     THE CYCLE REPORTED IS THE LATEST BUSINESS DATE ON THE FILE -
001160*     BY MORNING RUNCTL.DAT HAS USUALLY ROLLED PAST IT.  EACH RUN
001170*     THAT NIGHT IS LISTED IN START ORDER AGAINST ITS JOB'S
001180*     AVERAGE OVER ITS CLEAN RUNS IN THE 30 DAYS BEFORE
001190*     IT, AND FLAGGED (OPSRPT.DAT):
001200*
001210*       LONG  - RAN LONG AGAINST THE AVERAGE ELAPSED TIME.
001220*       RD    - READ COUNT MOVED SHARPLY FROM THE AVERAGE.
001230*       PST   - POSTED COUNT MOVED SHARPLY.
001240*       REJ   - REJECTED COUNT MOVED SHARPLY.
001250*       WRT   - WRITTEN COUNT MOVED SHARPLY.
001260*       OVR   - THE START NEEDED AN OPERATOR OVERRIDE.
001270*
001280*     THE THRESHOLDS COME FROM OPSPARM.DAT (SEE OPSPARM), OR THE
001290*     DEFAULTS BELOW WHEN IT IS MISSING.  EVERY OVERRIDE KEYED
001300*     FOR THE CYCLE IS THEN LISTED WITH THE OPERATOR WHO KEYED IT
001310*     (NAMED FROM OPERMAST.DAT) AND WHY IT WAS NEEDED.
001320*
001330* MODIFICATION HISTORY.
001340*     2026-10-15  RLH  INITIAL VERSION.
001350******************************************************************
001360 IDENTIFICATION DIVISION.
001370 PROGRAM-ID. OPSRPT.

001380 ENVIRONMENT DIVISION.
001390 INPUT-OUTPUT SECTION.
001400 FILE-CONTROL.
001410     SELECT RUN-HISTORY-FILE ASSIGN TO "runhist.dat"
001420         ORGANIZATION IS LINE SEQUENTIAL
001430         FILE STATUS IS BNK-HIST-FILE-STATUS.

001440     SELECT OPS-PARM-FILE ASSIGN TO "opsparm.dat"
001450         ORGANIZATION IS LINE SEQUENTIAL
001460         FILE STATUS IS BNK-PARM-FILE-STATUS.

001470     SELECT OPERATOR-FILE ASSIGN TO "opermast.dat"
001480         ORGANIZATION IS LINE SEQUENTIAL
001490         FILE STATUS IS BNK-OPER-FILE-STATUS.

001500     SELECT REPORT-FILE ASSIGN TO "opsrpt.dat"
001510         ORGANIZATION IS LINE SEQUENTIAL.

001520 DATA DIVISION.
001530 FILE SECTION.

001540 FD  RUN-HISTORY-FILE.
001550 01  RUN-HISTORY-FILE-RECORD     PIC X(120).

001560 FD  OPS-PARM-FILE.
001570 COPY OPSPARM.

001580 FD  OPERATOR-FILE.
001590 COPY OPERREC.

001600 FD  REPORT-FILE.
001610 01  REPORT-RECORD               PIC X(120).

001620 WORKING-STORAGE SECTION.
001630 COPY RUNHIST.

001640 01  BNK-HIST-FILE-STATUS        PIC X(02).
001650 01  BNK-PARM-FILE-STATUS        PIC X(02).
001660 01  BNK-OPER-FILE-STATUS        PIC X(02).

001670 01  BNK-HIST-EOF-FLAG           PIC X(01) VALUE "N".
001680     88  BNK-HIST-END-OF-FILE        VALUE "Y".
001690     88  BNK-HIST-NOT-END-OF-FILE    VALUE "N".

001700 01  BNK-OPRF-EOF-FLAG           PIC X(01) VALUE "N".
001710     88  BNK-OPRF-END-OF-FILE        VALUE "Y".
001720     88  BNK-OPRF-NOT-END-OF-FILE    VALUE "N".

001730*    THE FLAG THRESHOLDS.  THE VALUES HERE ARE THE DEFAULTS USED
001740*    WHEN OPSPARM.DAT IS MISSING OR UNREADABLE.
001750 01  BNK-LONG-RUN-PCT            PIC 9(03) VALUE 150.
001760 01  BNK-LONG-RUN-MIN-SECS       PIC 9(05) VALUE 60.
001770 01  BNK-COUNT-MOVE-PCT          PIC 9(03) VALUE 50.
001780 01  BNK-COUNT-MOVE-MIN          PIC 9(07) VALUE 10.
001790 01  BNK-PARMS-LOADED-FLAG       PIC X(01) VALUE "N".
001800     88  BNK-PARMS-LOADED            VALUE "Y".

001810*    THE CYCLE REPORTED AND THE AVERAGING WINDOW BEFORE IT.
001820 01  BNK-CYCLE-DATE              PIC 9(08) VALUE ZERO.
001830 01  BNK-WINDOW-DAYS             PIC 9(03) VALUE 30.
001840 01  BNK-DAYS-BACK               PIC 9(03) VALUE ZERO.
001850 01  BNK-WINDOW-START-DATE       PIC 9(08) VALUE ZERO.
001860 01  BNK-WINDOW-END-DATE         PIC 9(08) VALUE ZERO.

001870 01  BNK-WRK-DATE.
001880     05  BNK-WRK-YEAR            PIC 9(04).
001890     05  BNK-WRK-MONTH           PIC 9(02).
001900     05  BNK-WRK-DAY             PIC 9(02).
001910 01  BNK-WRK-DATE-N REDEFINES BNK-WRK-DATE
001920                                 PIC 9(08).

001930 01  BNK-DAYS-IN-MONTH-TABLE.
001940     05  FILLER                  PIC X(24)
001950         VALUE "312831303130313130313031".
001960 01  FILLER REDEFINES BNK-DAYS-IN-MONTH-TABLE.
001970     05  BNK-DAYS-IN-MONTH       OCCURS 12 TIMES
001980                                 PIC 9(02).
001990 01  BNK-MONTH-DAYS              PIC 9(02).
002000 01  BNK-LEAP-QUOTIENT           PIC 9(04) COMP.
002010 01  BNK-LEAP-REMAINDER          PIC 9(04) COMP.
002020 01  BNK-LEAP-FLAG               PIC X(01).
002030     88  BNK-IS-LEAP-YEAR            VALUE "Y".

002040*    ONE ENTRY PER JOB SEEN IN THE WINDOW: CLEAN RUNS AND THEIR
002050*    TOTALS FOR THE AVERAGES, FAILURES, AND OVERRIDES KEYED.
002060 01  BNK-AVG-COUNT               PIC 9(04) COMP VALUE ZERO.
002070 01  BNK-AVG-IDX                 PIC 9(04) COMP VALUE ZERO.
002080 01  BNK-AVG-MAX                 PIC 9(04) COMP VALUE 50.
002090 01  BNK-AVG-TABLE.
002100     05  BNK-AVG-ENTRY           OCCURS 50 TIMES.
002110         10  BNK-AVG-JOB         PIC X(08).
002120         10  BNK-AVG-RUNS        PIC 9(05).
002130         10  BNK-AVG-FAILS       PIC 9(05).
002140         10  BNK-AVG-OVERRIDES   PIC 9(05).
002150         10  BNK-AVG-ELAPSED-TOT PIC 9(11).
002160         10  BNK-AVG-READ-TOT    PIC 9(13).
002170         10  BNK-AVG-POSTED-TOT  PIC 9(13).
002180         10  BNK-AVG-REJECT-TOT  PIC 9(13).
002190         10  BNK-AVG-WRITTEN-TOT PIC 9(13).
002200 01  BNK-AVG-FOUND-FLAG          PIC X(01).
002210     88  BNK-AVG-FOUND               VALUE "Y".
002220     88  BNK-AVG-NOT-FOUND           VALUE "N".
002230 01  BNK-AVG-FOUND-IDX           PIC 9(04) COMP VALUE ZERO.
002240 01  BNK-AVG-SEARCH-JOB          PIC X(08).
002250 01  BNK-AVG-JOBS-DROPPED        PIC 9(05) VALUE ZERO.

002260*    THE JOB'S AVERAGES, WORKED FOR THE RUN BEING LISTED.
002270 01  BNK-AVG-ELAPSED             PIC 9(07).
002280 01  BNK-AVG-READ                PIC 9(09).
002290 01  BNK-AVG-POSTED              PIC 9(09).
002300 01  BNK-AVG-REJECTED            PIC 9(09).
002310 01  BNK-AVG-WRITTEN             PIC 9(09).
002320 01  BNK-AVG-ON-HAND-FLAG        PIC X(01).
002330     88  BNK-AVG-ON-HAND             VALUE "Y".
002340     88  BNK-AVG-NONE                VALUE "N".

002350*    THE CYCLE'S RUNS IN START ORDER, EACH AS ITS HISTORY RECORD.
002360*    A START IS REPLACED BY THE SAME RUN'S END OR FAILURE, SO AN
002370*    ENTRY STILL "S" NEVER ENDED (ABENDED OR STILL RUNNING).
002380 01  BNK-RUN-COUNT               PIC 9(04) COMP VALUE ZERO.
002390 01  BNK-RUN-IDX                 PIC 9(04) COMP VALUE ZERO.
002400 01  BNK-RUN-MAX                 PIC 9(04) COMP VALUE 200.
002410 01  BNK-RUN-TABLE.
002420     05  BNK-RUN-ENTRY           OCCURS 200 TIMES.
002430         10  BNK-RUN-IMAGE       PIC X(120).
002440         10  FILLER REDEFINES BNK-RUN-IMAGE.
002450             15  BNK-RUN-DATE    PIC 9(08).
002460             15  BNK-RUN-JOB     PIC X(08).
002470             15  BNK-RUN-EVENT   PIC X(01).
002480             15  FILLER          PIC X(103).
002490 01  BNK-RUN-FOUND-FLAG          PIC X(01).
002500     88  BNK-RUN-FOUND               VALUE "Y".
002510     88  BNK-RUN-NOT-FOUND           VALUE "N".
002520 01  BNK-RUN-FOUND-IDX           PIC 9(04) COMP VALUE ZERO.
002530 01  BNK-RUNS-DROPPED            PIC 9(05) VALUE ZERO.

002540*    FLAG TESTS.
002550 01  BNK-TEST-COUNT              PIC 9(09).
002560 01  BNK-TEST-AVG                PIC 9(09).
002570 01  BNK-DIFF-WORK               PIC S9(11).
002580 01  BNK-LIMIT-WORK              PIC S9(13).
002590 01  BNK-SCALED-WORK             PIC S9(13).
002600 01  BNK-COUNT-MOVED-FLAG        PIC X(01).
002610     88  BNK-COUNT-MOVED             VALUE "Y".
002620     88  BNK-COUNT-STEADY            VALUE "N".
002630 01  BNK-RUN-MOVED-FLAG          PIC X(01).
002640     88  BNK-RUN-MOVED               VALUE "Y".
002650     88  BNK-RUN-STEADY              VALUE "N".

002660 01  BNK-FLAG-TEXT.
002670     05  BNK-FLAG-LONG           PIC X(05).
002680     05  BNK-FLAG-READ           PIC X(03).
002690     05  BNK-FLAG-POSTED         PIC X(04).
002700     05  BNK-FLAG-REJECTED       PIC X(04).
002710     05  BNK-FLAG-WRITTEN        PIC X(04).
002720     05  BNK-FLAG-OVERRIDE       PIC X(03).

002730*    THE JOB'S WINDOW FAILURES AND OVERRIDES, ON ITS AVERAGE LINE.
002740 01  BNK-AVG-NOTE.
002750     05  BNK-AVG-NOTE-OVR        PIC ZZ9.
002760     05  FILLER                  PIC X(05) VALUE " OVR ".
002770     05  BNK-AVG-NOTE-FAIL       PIC ZZ9.
002780     05  FILLER                  PIC X(07) VALUE " FAILED".

002790*    A TIME OF DAY OR A RUN TIME AS HH:MM:SS.
002800 01  BNK-HMS-TEXT.
002810     05  BNK-HMS-HH              PIC 9(02).
002820     05  FILLER                  PIC X(01) VALUE ":".
002830     05  BNK-HMS-MM              PIC 9(02).
002840     05  FILLER                  PIC X(01) VALUE ":".
002850     05  BNK-HMS-SS              PIC 9(02).
002860 01  BNK-SECS-WORK               PIC 9(07).
002870 01  BNK-SECS-LEFT               PIC 9(07).
002880 01  BNK-HOURS-WORK              PIC 9(05).

002890*    OPERATOR LOOK-UP FOR THE OVERRIDE LIST.
002900 01  BNK-OPER-SEARCH-ID          PIC X(03).
002910 01  BNK-OPER-NAME               PIC X(22).
002920 01  BNK-OPR-FOUND-FLAG          PIC X(01).
002930     88  BNK-OPR-FOUND               VALUE "Y".
002940     88  BNK-OPR-NOT-FOUND           VALUE "N".
002950 01  BNK-REASON-TEXT             PIC X(30).

002960*    CYCLE TOTALS FOR THE SUMMARY.
002970 01  BNK-COMPLETED-TOTAL         PIC 9(05) VALUE ZERO.
002980 01  BNK-FAILED-TOTAL            PIC 9(05) VALUE ZERO.
002990 01  BNK-NO-END-TOTAL            PIC 9(05) VALUE ZERO.
003000 01  BNK-REFUSED-TOTAL           PIC 9(05) VALUE ZERO.
003010 01  BNK-LONG-TOTAL              PIC 9(05) VALUE ZERO.
003020 01  BNK-MOVED-TOTAL             PIC 9(05) VALUE ZERO.
003030 01  BNK-OVERRIDE-TOTAL          PIC 9(05) VALUE ZERO.
003040 01  BNK-OVERRIDE-LISTED         PIC 9(05) VALUE ZERO.
003050 01  BNK-WINDOW-OVR-TOTAL        PIC 9(07) VALUE ZERO.

003060 01  BNK-COUNT-EDIT              PIC ZZZ,ZZ9.
003070 01  BNK-PCT-EDIT                PIC ZZ9.
003080 01  BNK-SECS-EDIT               PIC ZZ,ZZ9.
003090 01  BNK-MIN-EDIT                PIC Z,ZZZ,ZZ9.
003100 01  BNK-RUNS-EDIT               PIC ZZ9.
003110 01  BNK-KEYED-EDIT              PIC 9.

003120 01  BNK-DETAIL-LINE.
003130     05  FILLER                  PIC X(01) VALUE SPACES.
003140     05  DTL-JOB                 PIC X(08).
003150     05  FILLER                  PIC X(01) VALUE SPACES.
003160     05  DTL-STATUS              PIC X(09).
003170     05  FILLER                  PIC X(01) VALUE SPACES.
003180     05  DTL-START               PIC X(08).
003190     05  FILLER                  PIC X(01) VALUE SPACES.
003200     05  DTL-ELAPSED             PIC X(08).
003210     05  FILLER                  PIC X(02) VALUE SPACES.
003220     05  DTL-RC                  PIC X(02).
003230     05  FILLER                  PIC X(01) VALUE SPACES.
003240     05  DTL-READ                PIC ZZZ,ZZZ,ZZ9.
003250     05  FILLER                  PIC X(01) VALUE SPACES.
003260     05  DTL-POSTED              PIC ZZZ,ZZZ,ZZ9.
003270     05  FILLER                  PIC X(01) VALUE SPACES.
003280     05  DTL-REJECTED            PIC ZZZ,ZZZ,ZZ9.
003290     05  FILLER                  PIC X(01) VALUE SPACES.
003300     05  DTL-WRITTEN             PIC ZZZ,ZZZ,ZZ9.
003310     05  FILLER                  PIC X(02) VALUE SPACES.
003320     05  DTL-FLAGS               PIC X(23).

003330 PROCEDURE DIVISION.

003340 0000-MAINLINE.
003350     PERFORM 1000-INITIALIZE
003360         THRU 1000-INITIALIZE-EXIT
003370     IF BNK-CYCLE-DATE = ZERO
003380         PERFORM 9000-TERMINATE
003390             THRU 9000-TERMINATE-EXIT
003400         STOP RUN
003410     END-IF
003420     PERFORM 2000-LOAD-HISTORY
003430         THRU 2000-LOAD-HISTORY-EXIT
003440     PERFORM 3000-LIST-RUNS
003450         THRU 3000-LIST-RUNS-EXIT
003460     PERFORM 4000-LIST-OVERRIDES
003470         THRU 4000-LIST-OVERRIDES-EXIT
003480     PERFORM 8000-WRITE-SUMMARY
003490         THRU 8000-WRITE-SUMMARY-EXIT
003500     PERFORM 9000-TERMINATE
003510         THRU 9000-TERMINATE-EXIT
003520     STOP RUN.

003530*-----------------------------------------------------------------
003540* 1000  THRESHOLDS, THE CYCLE DATE (THE LATEST ON THE RUN
003550*       HISTORY) AND THE 30-DAY WINDOW BEFORE IT, AND THE REPORT
003560*       HEADING.
003570*-----------------------------------------------------------------
003580 1000-INITIALIZE.
003590     PERFORM 1100-LOAD-PARAMETERS
003600         THRU 1100-LOAD-PARAMETERS-EXIT
003610     OPEN OUTPUT REPORT-FILE
003620     PERFORM 1200-FIND-CYCLE-DATE
003630         THRU 1200-FIND-CYCLE-DATE-EXIT
003640     IF BNK-CYCLE-DATE = ZERO
003650         MOVE "NO RUN HISTORY ON FILE (RUNHIST.DAT) - NOTHING TO"
003660             & " REPORT"
003670             TO REPORT-RECORD
003680         WRITE REPORT-RECORD
003690         GO TO 1000-INITIALIZE-EXIT
003700     END-IF

003710     MOVE BNK-CYCLE-DATE TO BNK-WRK-DATE-N
003720     PERFORM 1300-SUBTRACT-ONE-DAY
003730         THRU 1300-SUBTRACT-ONE-DAY-EXIT
003740     MOVE BNK-WRK-DATE-N TO BNK-WINDOW-END-DATE
003750     COMPUTE BNK-DAYS-BACK = BNK-WINDOW-DAYS - 1
003760     IF BNK-DAYS-BACK > ZERO
003770         PERFORM 1300-SUBTRACT-ONE-DAY
003780             THRU 1300-SUBTRACT-ONE-DAY-EXIT
003790             BNK-DAYS-BACK TIMES
003800     END-IF
003810     MOVE BNK-WRK-DATE-N TO BNK-WINDOW-START-DATE

003820     MOVE SPACES TO REPORT-RECORD
003830     STRING "OVERNIGHT BATCH CYCLE SUMMARY FOR BUSINESS DATE "
003840         BNK-CYCLE-DATE
003850         DELIMITED BY SIZE INTO REPORT-RECORD
003860     WRITE REPORT-RECORD
003870     MOVE SPACES TO REPORT-RECORD
003880     STRING "AVERAGES FROM THE CLEAN RUNS OF "
003890         BNK-WINDOW-START-DATE " TO " BNK-WINDOW-END-DATE
003900         DELIMITED BY SIZE INTO REPORT-RECORD
003910     WRITE REPORT-RECORD

003920     MOVE SPACES TO REPORT-RECORD
003930     WRITE REPORT-RECORD
003940     MOVE BNK-LONG-RUN-PCT TO BNK-PCT-EDIT
003950     MOVE BNK-LONG-RUN-MIN-SECS TO BNK-SECS-EDIT
003960     MOVE SPACES TO REPORT-RECORD
003970     STRING "Ran long:     over " BNK-PCT-EDIT
003980         "% of the average and at least " BNK-SECS-EDIT
003990         " seconds longer"
004000         DELIMITED BY SIZE INTO REPORT-RECORD
004010     WRITE REPORT-RECORD
004020     MOVE BNK-COUNT-MOVE-PCT TO BNK-PCT-EDIT
004030     MOVE BNK-COUNT-MOVE-MIN TO BNK-MIN-EDIT
004040     MOVE SPACES TO REPORT-RECORD
004050     STRING "Count moved:  over " BNK-PCT-EDIT
004060         "% above or below the average and by at least "
004070         BNK-MIN-EDIT " records"
004080         DELIMITED BY SIZE INTO REPORT-RECORD
004090     WRITE REPORT-RECORD
004100     IF BNK-PARMS-LOADED
004110         MOVE "Thresholds:   OPSPARM.DAT" TO REPORT-RECORD
004120     ELSE
004130         MOVE "Thresholds:   DEFAULT - NO OPSPARM.DAT"
004140             TO REPORT-RECORD
004150     END-IF
004160     WRITE REPORT-RECORD.
004170 1000-INITIALIZE-EXIT.
004180     EXIT.

004190 1100-LOAD-PARAMETERS.
004200     OPEN INPUT OPS-PARM-FILE
004210     IF BNK-PARM-FILE-STATUS = "35"
004220         GO TO 1100-LOAD-PARAMETERS-EXIT
004230     END-IF
004240     READ OPS-PARM-FILE
004250         AT END
004260             CONTINUE
004270         NOT AT END
004280             IF OPP-LONG-RUN-PCT NUMERIC
004290                 AND OPP-LONG-RUN-MIN-SECS NUMERIC
004300                 AND OPP-COUNT-MOVE-PCT NUMERIC
004310                 AND OPP-COUNT-MOVE-MIN NUMERIC
004320                 MOVE OPP-LONG-RUN-PCT TO BNK-LONG-RUN-PCT
004330                 MOVE OPP-LONG-RUN-MIN-SECS
004340                     TO BNK-LONG-RUN-MIN-SECS
004350                 MOVE OPP-COUNT-MOVE-PCT TO BNK-COUNT-MOVE-PCT
004360                 MOVE OPP-COUNT-MOVE-MIN TO BNK-COUNT-MOVE-MIN
004370                 SET BNK-PARMS-LOADED TO TRUE
004380             END-IF
004390     END-READ
004400     CLOSE OPS-PARM-FILE.
004410 1100-LOAD-PARAMETERS-EXIT.
004420     EXIT.

004430 1200-FIND-CYCLE-DATE.
004440     OPEN INPUT RUN-HISTORY-FILE
004450     IF BNK-HIST-FILE-STATUS = "35"
004460         GO TO 1200-FIND-CYCLE-DATE-EXIT
004470     END-IF
004480     SET BNK-HIST-NOT-END-OF-FILE TO TRUE
004490     PERFORM 1210-SCAN-ONE-DATE
004500         THRU 1210-SCAN-ONE-DATE-EXIT
004510         UNTIL BNK-HIST-END-OF-FILE
004520     CLOSE RUN-HISTORY-FILE.
004530 1200-FIND-CYCLE-DATE-EXIT.
004540     EXIT.

004550 1210-SCAN-ONE-DATE.
004560     READ RUN-HISTORY-FILE INTO RUN-HISTORY-RECORD
004570         AT END
004580             SET BNK-HIST-END-OF-FILE TO TRUE
004590             GO TO 1210-SCAN-ONE-DATE-EXIT
004600     END-READ
004610     IF RHS-BUSINESS-DATE NUMERIC
004620         AND RHS-BUSINESS-DATE > BNK-CYCLE-DATE
004630         MOVE RHS-BUSINESS-DATE TO BNK-CYCLE-DATE
004640     END-IF.
004650 1210-SCAN-ONE-DATE-EXIT.
004660     EXIT.

004670*    STEP BNK-WRK-DATE BACK ONE CALENDAR DAY.
004680 1300-SUBTRACT-ONE-DAY.
004690     IF BNK-WRK-DAY > 1
004700         SUBTRACT 1 FROM BNK-WRK-DAY
004710         GO TO 1300-SUBTRACT-ONE-DAY-EXIT
004720     END-IF
004730     IF BNK-WRK-MONTH > 1
004740         SUBTRACT 1 FROM BNK-WRK-MONTH
004750     ELSE
004760         MOVE 12 TO BNK-WRK-MONTH
004770         SUBTRACT 1 FROM BNK-WRK-YEAR
004780     END-IF
004790     PERFORM 1310-GET-MONTH-DAYS
004800         THRU 1310-GET-MONTH-DAYS-EXIT
004810     MOVE BNK-MONTH-DAYS TO BNK-WRK-DAY.
004820 1300-SUBTRACT-ONE-DAY-EXIT.
004830     EXIT.

004840 1310-GET-MONTH-DAYS.
004850     MOVE BNK-DAYS-IN-MONTH (BNK-WRK-MONTH) TO BNK-MONTH-DAYS
004860     IF BNK-WRK-MONTH = 2
004870         PERFORM 1320-CHECK-LEAP-YEAR
004880             THRU 1320-CHECK-LEAP-YEAR-EXIT
004890         IF BNK-IS-LEAP-YEAR
004900             MOVE 29 TO BNK-MONTH-DAYS
004910         END-IF
004920     END-IF.
004930 1310-GET-MONTH-DAYS-EXIT.
004940     EXIT.

004950 1320-CHECK-LEAP-YEAR.
004960     MOVE "N" TO BNK-LEAP-FLAG
004970     DIVIDE BNK-WRK-YEAR BY 4 GIVING BNK-LEAP-QUOTIENT
004980         REMAINDER BNK-LEAP-REMAINDER
004990     IF BNK-LEAP-REMAINDER = ZERO
005000         MOVE "Y" TO BNK-LEAP-FLAG
005010         DIVIDE BNK-WRK-YEAR BY 100 GIVING BNK-LEAP-QUOTIENT
005020             REMAINDER BNK-LEAP-REMAINDER
005030         IF BNK-LEAP-REMAINDER = ZERO
005040             MOVE "N" TO BNK-LEAP-FLAG
005050             DIVIDE BNK-WRK-YEAR BY 400 GIVING BNK-LEAP-QUOTIENT
005060                 REMAINDER BNK-LEAP-REMAINDER
005070             IF BNK-LEAP-REMAINDER = ZERO
005080                 MOVE "Y" TO BNK-LEAP-FLAG
005090             END-IF
005100         END-IF
005110     END-IF.
005120 1320-CHECK-LEAP-YEAR-EXIT.
005130     EXIT.

005140*-----------------------------------------------------------------
005150* 2000  ONE PASS OF THE RUN HISTORY: THE CYCLE DATE'S RECORDS
005160*       BUILD THE RUN TABLE, THE WINDOW'S RECORDS THE AVERAGES.
005170*-----------------------------------------------------------------
005180 2000-LOAD-HISTORY.
005190     OPEN INPUT RUN-HISTORY-FILE
005200     SET BNK-HIST-NOT-END-OF-FILE TO TRUE
005210     PERFORM 2100-TAKE-ONE-RECORD
005220         THRU 2100-TAKE-ONE-RECORD-EXIT
005230         UNTIL BNK-HIST-END-OF-FILE
005240     CLOSE RUN-HISTORY-FILE.
005250 2000-LOAD-HISTORY-EXIT.
005260     EXIT.

005270 2100-TAKE-ONE-RECORD.
005280     READ RUN-HISTORY-FILE INTO RUN-HISTORY-RECORD
005290         AT END
005300             SET BNK-HIST-END-OF-FILE TO TRUE
005310             GO TO 2100-TAKE-ONE-RECORD-EXIT
005320     END-READ
005330     IF RHS-BUSINESS-DATE NOT NUMERIC
005340         GO TO 2100-TAKE-ONE-RECORD-EXIT
005350     END-IF
005360     IF RHS-BUSINESS-DATE = BNK-CYCLE-DATE
005370         PERFORM 2200-TAKE-CYCLE-RUN
005380             THRU 2200-TAKE-CYCLE-RUN-EXIT
005390         GO TO 2100-TAKE-ONE-RECORD-EXIT
005400     END-IF
005410     IF RHS-BUSINESS-DATE < BNK-WINDOW-START-DATE
005420         GO TO 2100-TAKE-ONE-RECORD-EXIT
005430     END-IF
005440     PERFORM 2300-TAKE-WINDOW-RUN
005450         THRU 2300-TAKE-WINDOW-RUN-EXIT.
005460 2100-TAKE-ONE-RECORD-EXIT.
005470     EXIT.

005480*    AN END OR FAILURE REPLACES THE LATEST OPEN START OF THE SAME
005490*    JOB; ANYTHING ELSE (OR AN END WHOSE START IS NOT ON FILE)
005500*    TAKES A NEW ENTRY.
005510 2200-TAKE-CYCLE-RUN.
005520     IF RHS-EV-COMPLETED OR RHS-EV-FAILED
005530         PERFORM 2210-FIND-OPEN-START
005540             THRU 2210-FIND-OPEN-START-EXIT
005550         IF BNK-RUN-FOUND
005560             MOVE RUN-HISTORY-RECORD
005570                 TO BNK-RUN-IMAGE (BNK-RUN-FOUND-IDX)
005580             GO TO 2200-TAKE-CYCLE-RUN-EXIT
005590         END-IF
005600     END-IF
005610     IF BNK-RUN-COUNT NOT < BNK-RUN-MAX
005620         ADD 1 TO BNK-RUNS-DROPPED
005630         GO TO 2200-TAKE-CYCLE-RUN-EXIT
005640     END-IF
005650     ADD 1 TO BNK-RUN-COUNT
005660     MOVE RUN-HISTORY-RECORD TO BNK-RUN-IMAGE (BNK-RUN-COUNT).
005670 2200-TAKE-CYCLE-RUN-EXIT.
005680     EXIT.

005690 2210-FIND-OPEN-START.
005700     SET BNK-RUN-NOT-FOUND TO TRUE
005710     PERFORM 2220-TEST-ONE-START
005720         THRU 2220-TEST-ONE-START-EXIT
005730         VARYING BNK-RUN-IDX FROM BNK-RUN-COUNT BY -1
005740         UNTIL BNK-RUN-IDX < 1
005750             OR BNK-RUN-FOUND.
005760 2210-FIND-OPEN-START-EXIT.
005770     EXIT.

005780 2220-TEST-ONE-START.
005790     IF BNK-RUN-JOB (BNK-RUN-IDX) = RHS-JOB-NAME
005800         AND BNK-RUN-EVENT (BNK-RUN-IDX) = "S"
005810         SET BNK-RUN-FOUND TO TRUE
005820         MOVE BNK-RUN-IDX TO BNK-RUN-FOUND-IDX
005830     END-IF.
005840 2220-TEST-ONE-START-EXIT.
005850     EXIT.

005860*    A CLEAN COMPLETION GOES INTO THE JOB'S AVERAGES; A FAILURE
005870*    AND AN OVERRIDE ARE ONLY COUNTED.  THE OVERRIDE IS TAKEN
005880*    FROM THE START (OR REFUSAL) RECORD SO EACH IS COUNTED ONCE.
005890 2300-TAKE-WINDOW-RUN.
005900     MOVE RHS-JOB-NAME TO BNK-AVG-SEARCH-JOB
005910     PERFORM 7000-FIND-JOB-AVERAGE
005920         THRU 7000-FIND-JOB-AVERAGE-EXIT
005930     IF BNK-AVG-NOT-FOUND
005940         IF BNK-AVG-COUNT NOT < BNK-AVG-MAX
005950             ADD 1 TO BNK-AVG-JOBS-DROPPED
005960             GO TO 2300-TAKE-WINDOW-RUN-EXIT
005970         END-IF
005980         ADD 1 TO BNK-AVG-COUNT
005990         INITIALIZE BNK-AVG-ENTRY (BNK-AVG-COUNT)
006000         MOVE RHS-JOB-NAME TO BNK-AVG-JOB (BNK-AVG-COUNT)
006010         MOVE BNK-AVG-COUNT TO BNK-AVG-FOUND-IDX
006020     END-IF
006030     MOVE BNK-AVG-FOUND-IDX TO BNK-AVG-IDX

006040     EVALUATE TRUE
006050         WHEN RHS-EV-COMPLETED
006060             ADD 1 TO BNK-AVG-RUNS (BNK-AVG-IDX)
006070             ADD RHS-ELAPSED-SECS
006080                 TO BNK-AVG-ELAPSED-TOT (BNK-AVG-IDX)
006090             ADD RHS-READ-COUNT TO BNK-AVG-READ-TOT (BNK-AVG-IDX)
006100             ADD RHS-POSTED-COUNT
006110                 TO BNK-AVG-POSTED-TOT (BNK-AVG-IDX)
006120             ADD RHS-REJECTED-COUNT
006130                 TO BNK-AVG-REJECT-TOT (BNK-AVG-IDX)
006140             ADD RHS-WRITTEN-COUNT
006150                 TO BNK-AVG-WRITTEN-TOT (BNK-AVG-IDX)
006160         WHEN RHS-EV-FAILED
006170             ADD 1 TO BNK-AVG-FAILS (BNK-AVG-IDX)
006180         WHEN OTHER
006190             IF RHS-OVERRIDE-USED
006200                 AND RHS-OVERRIDE-COUNT NUMERIC
006210                 ADD RHS-OVERRIDE-COUNT
006220                     TO BNK-AVG-OVERRIDES (BNK-AVG-IDX)
006230                 ADD RHS-OVERRIDE-COUNT TO BNK-WINDOW-OVR-TOTAL
006240             END-IF
006250     END-EVALUATE.
006260 2300-TAKE-WINDOW-RUN-EXIT.
006270     EXIT.

006280*-----------------------------------------------------------------
006290* 3000  ONE LINE PER RUN OF THE CYCLE, EACH FOLLOWED BY ITS JOB'S
006300*       30-DAY AVERAGE LINE.
006310*-----------------------------------------------------------------
006320 3000-LIST-RUNS.
006330     MOVE SPACES TO REPORT-RECORD
006340     WRITE REPORT-RECORD
006350     MOVE "FLAGS: LONG RAN LONG, RD/PST/REJ/WRT READ/POSTED/"
006360         & "REJECTED/WRITTEN COUNT MOVED, OVR OVERRIDE KEYED"
006370         TO REPORT-RECORD
006380     WRITE REPORT-RECORD
006390     MOVE SPACES TO REPORT-RECORD
006400     WRITE REPORT-RECORD
006410     MOVE " JOB      STATUS    START    ELAPSED   RC        READ"
006420         & "      POSTED    REJECTED     WRITTEN  FLAGS"
006430         TO REPORT-RECORD
006440     WRITE REPORT-RECORD
006450     MOVE ALL "-" TO REPORT-RECORD
006460     WRITE REPORT-RECORD

006470     IF BNK-RUN-COUNT = ZERO
006480         MOVE "  NO RUNS RECORDED FOR THE BUSINESS DATE"
006490             TO REPORT-RECORD
006500         WRITE REPORT-RECORD
006510         GO TO 3000-LIST-RUNS-EXIT
006520     END-IF
006530     PERFORM 3100-LIST-ONE-RUN
006540         THRU 3100-LIST-ONE-RUN-EXIT
006550         VARYING BNK-RUN-IDX FROM 1 BY 1
006560         UNTIL BNK-RUN-IDX > BNK-RUN-COUNT
006570     IF BNK-RUNS-DROPPED > ZERO
006580         MOVE BNK-RUNS-DROPPED TO BNK-COUNT-EDIT
006590         MOVE SPACES TO REPORT-RECORD
006600         STRING "  " BNK-COUNT-EDIT
006610             " FURTHER RUNS NOT LISTED - RUN TABLE FULL"
006620             DELIMITED BY SIZE INTO REPORT-RECORD
006630         WRITE REPORT-RECORD
006640     END-IF.
006650 3000-LIST-RUNS-EXIT.
006660     EXIT.

006670 3100-LIST-ONE-RUN.
006680     MOVE BNK-RUN-IMAGE (BNK-RUN-IDX) TO RUN-HISTORY-RECORD
006690     PERFORM 3110-WORK-AVERAGES
006700         THRU 3110-WORK-AVERAGES-EXIT
006710     MOVE SPACES TO BNK-DETAIL-LINE
006720     MOVE SPACES TO BNK-FLAG-TEXT
006730     MOVE RHS-JOB-NAME TO DTL-JOB
006740     MOVE RHS-START-HH TO BNK-HMS-HH
006750     MOVE RHS-START-MM TO BNK-HMS-MM
006760     MOVE RHS-START-SS TO BNK-HMS-SS
006770     MOVE BNK-HMS-TEXT TO DTL-START

006780     EVALUATE TRUE
006790         WHEN RHS-EV-COMPLETED
006800             MOVE "COMPLETED" TO DTL-STATUS
006810             ADD 1 TO BNK-COMPLETED-TOTAL
006820         WHEN RHS-EV-FAILED
006830             MOVE "FAILED" TO DTL-STATUS
006840             ADD 1 TO BNK-FAILED-TOTAL
006850         WHEN RHS-EV-REFUSED
006860             MOVE "REFUSED" TO DTL-STATUS
006870             MOVE RHS-RETURN-CODE TO DTL-RC
006880             ADD 1 TO BNK-REFUSED-TOTAL
006890         WHEN OTHER
006900             MOVE "NO END" TO DTL-STATUS
006910             ADD 1 TO BNK-NO-END-TOTAL
006920     END-EVALUATE

006930     IF RHS-EV-COMPLETED OR RHS-EV-FAILED
006940         MOVE RHS-ELAPSED-SECS TO BNK-SECS-WORK
006950         PERFORM 7200-EDIT-SECONDS
006960             THRU 7200-EDIT-SECONDS-EXIT
006970         MOVE BNK-HMS-TEXT TO DTL-ELAPSED
006980         MOVE RHS-RETURN-CODE TO DTL-RC
006990         MOVE RHS-READ-COUNT TO DTL-READ
007000         MOVE RHS-POSTED-COUNT TO DTL-POSTED
007010         MOVE RHS-REJECTED-COUNT TO DTL-REJECTED
007020         MOVE RHS-WRITTEN-COUNT TO DTL-WRITTEN
007030         IF BNK-AVG-ON-HAND
007040             PERFORM 3200-SET-FLAGS
007050                 THRU 3200-SET-FLAGS-EXIT
007060         END-IF
007070     END-IF
007080     IF RHS-OVERRIDE-USED
007090         MOVE "OVR" TO BNK-FLAG-OVERRIDE
007100     END-IF
007110     MOVE BNK-FLAG-TEXT TO DTL-FLAGS
007120     MOVE BNK-DETAIL-LINE TO REPORT-RECORD
007130     WRITE REPORT-RECORD

007140     PERFORM 3300-WRITE-AVERAGE-LINE
007150         THRU 3300-WRITE-AVERAGE-LINE-EXIT.
007160 3100-LIST-ONE-RUN-EXIT.
007170     EXIT.

007180 3110-WORK-AVERAGES.
007190     SET BNK-AVG-NONE TO TRUE
007200     MOVE RHS-JOB-NAME TO BNK-AVG-SEARCH-JOB
007210     PERFORM 7000-FIND-JOB-AVERAGE
007220         THRU 7000-FIND-JOB-AVERAGE-EXIT
007230     IF BNK-AVG-NOT-FOUND
007240         GO TO 3110-WORK-AVERAGES-EXIT
007250     END-IF
007260     MOVE BNK-AVG-FOUND-IDX TO BNK-AVG-IDX
007270     IF BNK-AVG-RUNS (BNK-AVG-IDX) = ZERO
007280         GO TO 3110-WORK-AVERAGES-EXIT
007290     END-IF
007300     SET BNK-AVG-ON-HAND TO TRUE
007310     COMPUTE BNK-AVG-ELAPSED ROUNDED =
007320         BNK-AVG-ELAPSED-TOT (BNK-AVG-IDX)
007330             / BNK-AVG-RUNS (BNK-AVG-IDX)
007340     COMPUTE BNK-AVG-READ ROUNDED =
007350         BNK-AVG-READ-TOT (BNK-AVG-IDX)
007360             / BNK-AVG-RUNS (BNK-AVG-IDX)
007370     COMPUTE BNK-AVG-POSTED ROUNDED =
007380         BNK-AVG-POSTED-TOT (BNK-AVG-IDX)
007390             / BNK-AVG-RUNS (BNK-AVG-IDX)
007400     COMPUTE BNK-AVG-REJECTED ROUNDED =
007410         BNK-AVG-REJECT-TOT (BNK-AVG-IDX)
007420             / BNK-AVG-RUNS (BNK-AVG-IDX)
007430     COMPUTE BNK-AVG-WRITTEN ROUNDED =
007440         BNK-AVG-WRITTEN-TOT (BNK-AVG-IDX)
007450             / BNK-AVG-RUNS (BNK-AVG-IDX).
007460 3110-WORK-AVERAGES-EXIT.
007470     EXIT.

007480*    RAN LONG: OVER THE PERCENTAGE OF THE AVERAGE AND LONGER BY
007490*    AT LEAST THE FLOOR.  EACH COUNT IS TESTED THE SAME WAY BOTH
007500*    UP AND DOWN BY 3210.
007510 3200-SET-FLAGS.
007520     COMPUTE BNK-SCALED-WORK = RHS-ELAPSED-SECS * 100
007530     COMPUTE BNK-LIMIT-WORK = BNK-AVG-ELAPSED * BNK-LONG-RUN-PCT
007540     COMPUTE BNK-DIFF-WORK = RHS-ELAPSED-SECS - BNK-AVG-ELAPSED
007550     IF BNK-SCALED-WORK > BNK-LIMIT-WORK
007560         AND BNK-DIFF-WORK NOT < BNK-LONG-RUN-MIN-SECS
007570         MOVE "LONG" TO BNK-FLAG-LONG
007580         ADD 1 TO BNK-LONG-TOTAL
007590     END-IF

007600     SET BNK-RUN-STEADY TO TRUE
007610     MOVE RHS-READ-COUNT TO BNK-TEST-COUNT
007620     MOVE BNK-AVG-READ TO BNK-TEST-AVG
007630     PERFORM 3210-TEST-COUNT-MOVE
007640         THRU 3210-TEST-COUNT-MOVE-EXIT
007650     IF BNK-COUNT-MOVED
007660         MOVE "RD" TO BNK-FLAG-READ
007670     END-IF
007680     MOVE RHS-POSTED-COUNT TO BNK-TEST-COUNT
007690     MOVE BNK-AVG-POSTED TO BNK-TEST-AVG
007700     PERFORM 3210-TEST-COUNT-MOVE
007710         THRU 3210-TEST-COUNT-MOVE-EXIT
007720     IF BNK-COUNT-MOVED
007730         MOVE "PST" TO BNK-FLAG-POSTED
007740     END-IF
007750     MOVE RHS-REJECTED-COUNT TO BNK-TEST-COUNT
007760     MOVE BNK-AVG-REJECTED TO BNK-TEST-AVG
007770     PERFORM 3210-TEST-COUNT-MOVE
007780         THRU 3210-TEST-COUNT-MOVE-EXIT
007790     IF BNK-COUNT-MOVED
007800         MOVE "REJ" TO BNK-FLAG-REJECTED
007810     END-IF
007820     MOVE RHS-WRITTEN-COUNT TO BNK-TEST-COUNT
007830     MOVE BNK-AVG-WRITTEN TO BNK-TEST-AVG
007840     PERFORM 3210-TEST-COUNT-MOVE
007850         THRU 3210-TEST-COUNT-MOVE-EXIT
007860     IF BNK-COUNT-MOVED
007870         MOVE "WRT" TO BNK-FLAG-WRITTEN
007880     END-IF
007890     IF BNK-RUN-MOVED
007900         ADD 1 TO BNK-MOVED-TOTAL
007910     END-IF.
007920 3200-SET-FLAGS-EXIT.
007930     EXIT.

007940 3210-TEST-COUNT-MOVE.
007950     SET BNK-COUNT-STEADY TO TRUE
007960     COMPUTE BNK-DIFF-WORK = BNK-TEST-COUNT - BNK-TEST-AVG
007970     IF BNK-DIFF-WORK < ZERO
007980         COMPUTE BNK-DIFF-WORK = ZERO - BNK-DIFF-WORK
007990     END-IF
008000     IF BNK-DIFF-WORK < BNK-COUNT-MOVE-MIN
008010         GO TO 3210-TEST-COUNT-MOVE-EXIT
008020     END-IF
008030     COMPUTE BNK-SCALED-WORK = BNK-DIFF-WORK * 100
008040     COMPUTE BNK-LIMIT-WORK = BNK-TEST-AVG * BNK-COUNT-MOVE-PCT
008050     IF BNK-SCALED-WORK > BNK-LIMIT-WORK
008060         SET BNK-COUNT-MOVED TO TRUE
008070         SET BNK-RUN-MOVED TO TRUE
008080     END-IF.
008090 3210-TEST-COUNT-MOVE-EXIT.
008100     EXIT.

008110 3300-WRITE-AVERAGE-LINE.
008120     IF BNK-AVG-NONE
008130         MOVE SPACES TO REPORT-RECORD
008140         STRING "          AVERAGE   NO CLEAN RUN IN THE 30-DAY"
008150             " WINDOW TO COMPARE WITH"
008160             DELIMITED BY SIZE INTO REPORT-RECORD
008170         WRITE REPORT-RECORD
008180         GO TO 3300-WRITE-AVERAGE-LINE-EXIT
008190     END-IF
008200     MOVE SPACES TO BNK-DETAIL-LINE
008210     MOVE "AVERAGE" TO DTL-STATUS
008220     MOVE BNK-AVG-RUNS (BNK-AVG-IDX) TO BNK-RUNS-EDIT
008230     STRING BNK-RUNS-EDIT " RUNS"
008240         DELIMITED BY SIZE INTO DTL-START
008250     MOVE BNK-AVG-ELAPSED TO BNK-SECS-WORK
008260     PERFORM 7200-EDIT-SECONDS
008270         THRU 7200-EDIT-SECONDS-EXIT
008280     MOVE BNK-HMS-TEXT TO DTL-ELAPSED
008290     MOVE BNK-AVG-READ TO DTL-READ
008300     MOVE BNK-AVG-POSTED TO DTL-POSTED
008310     MOVE BNK-AVG-REJECTED TO DTL-REJECTED
008320     MOVE BNK-AVG-WRITTEN TO DTL-WRITTEN
008330     IF BNK-AVG-OVERRIDES (BNK-AVG-IDX) > ZERO
008340         OR BNK-AVG-FAILS (BNK-AVG-IDX) > ZERO
008350         MOVE BNK-AVG-OVERRIDES (BNK-AVG-IDX) TO BNK-AVG-NOTE-OVR
008360         MOVE BNK-AVG-FAILS (BNK-AVG-IDX) TO BNK-AVG-NOTE-FAIL
008370         MOVE BNK-AVG-NOTE TO DTL-FLAGS
008380     END-IF
008390     MOVE BNK-DETAIL-LINE TO REPORT-RECORD
008400     WRITE REPORT-RECORD.
008410 3300-WRITE-AVERAGE-LINE-EXIT.
008420     EXIT.

008430*-----------------------------------------------------------------
008440* 4000  EVERY OVERRIDE KEYED FOR THE CYCLE, WITH THE OPERATOR WHO
008450*       KEYED IT.  A START THAT NEEDED MORE THAN ONE (A RERUN OUT
008460*       OF SEQUENCE) SHOWS HOW MANY, THE FIRST REASON AND THE LAST
008470*       OPERATOR.
008480*-----------------------------------------------------------------
008490 4000-LIST-OVERRIDES.
008500     MOVE SPACES TO REPORT-RECORD
008510     WRITE REPORT-RECORD
008520     MOVE "OPERATOR OVERRIDES KEYED FOR THE BUSINESS DATE"
008530         TO REPORT-RECORD
008540     WRITE REPORT-RECORD
008550     MOVE " JOB      START     OPR  OPERATOR NAME           KEYED"
008560         & "  REASON"
008570         TO REPORT-RECORD
008580     WRITE REPORT-RECORD
008590     MOVE ALL "-" TO REPORT-RECORD
008600     WRITE REPORT-RECORD
008610     PERFORM 4100-LIST-ONE-OVERRIDE
008620         THRU 4100-LIST-ONE-OVERRIDE-EXIT
008630         VARYING BNK-RUN-IDX FROM 1 BY 1
008640         UNTIL BNK-RUN-IDX > BNK-RUN-COUNT
008650     IF BNK-OVERRIDE-LISTED = ZERO
008660         MOVE "  NONE" TO REPORT-RECORD
008670         WRITE REPORT-RECORD
008680     END-IF.
008690 4000-LIST-OVERRIDES-EXIT.
008700     EXIT.

008710 4100-LIST-ONE-OVERRIDE.
008720     MOVE BNK-RUN-IMAGE (BNK-RUN-IDX) TO RUN-HISTORY-RECORD
008730     IF NOT RHS-OVERRIDE-USED
008740         GO TO 4100-LIST-ONE-OVERRIDE-EXIT
008750     END-IF
008760     ADD 1 TO BNK-OVERRIDE-LISTED
008770     IF RHS-OVERRIDE-COUNT NUMERIC
008780         ADD RHS-OVERRIDE-COUNT TO BNK-OVERRIDE-TOTAL
008790         MOVE RHS-OVERRIDE-COUNT TO BNK-KEYED-EDIT
008800     ELSE
008810         ADD 1 TO BNK-OVERRIDE-TOTAL
008820         MOVE 1 TO BNK-KEYED-EDIT
008830     END-IF
008840     MOVE RHS-OVERRIDE-OPER TO BNK-OPER-SEARCH-ID
008850     PERFORM 7100-FIND-OPERATOR
008860         THRU 7100-FIND-OPERATOR-EXIT
008870     EVALUATE TRUE
008880         WHEN RHS-OVR-RERUN
008890             MOVE "RERUN OF A COMPLETED JOB" TO BNK-REASON-TEXT
008900         WHEN RHS-OVR-UNFINISHED
008910             MOVE "EARLIER RUN NEVER ENDED" TO BNK-REASON-TEXT
008920         WHEN RHS-OVR-SEQUENCE
008930             MOVE "PREDECESSOR NOT COMPLETE" TO BNK-REASON-TEXT
008940         WHEN OTHER
008950             MOVE "NOT RECORDED" TO BNK-REASON-TEXT
008960     END-EVALUATE
008970     MOVE RHS-START-HH TO BNK-HMS-HH
008980     MOVE RHS-START-MM TO BNK-HMS-MM
008990     MOVE RHS-START-SS TO BNK-HMS-SS
009000     MOVE SPACES TO REPORT-RECORD
009010     STRING " " RHS-JOB-NAME " " BNK-HMS-TEXT "  "
009020         RHS-OVERRIDE-OPER "  " BNK-OPER-NAME "    "
009030         BNK-KEYED-EDIT "  " BNK-REASON-TEXT
009040         DELIMITED BY SIZE INTO REPORT-RECORD
009050     WRITE REPORT-RECORD.
009060 4100-LIST-ONE-OVERRIDE-EXIT.
009070     EXIT.

009080*-----------------------------------------------------------------
009090* 7000  FIND THE JOB IN BNK-AVG-SEARCH-JOB ON THE AVERAGE TABLE.
009100*-----------------------------------------------------------------
009110 7000-FIND-JOB-AVERAGE.
009120     SET BNK-AVG-NOT-FOUND TO TRUE
009130     PERFORM 7010-TEST-ONE-JOB
009140         THRU 7010-TEST-ONE-JOB-EXIT
009150         VARYING BNK-AVG-IDX FROM 1 BY 1
009160         UNTIL BNK-AVG-IDX > BNK-AVG-COUNT
009170             OR BNK-AVG-FOUND.
009180 7000-FIND-JOB-AVERAGE-EXIT.
009190     EXIT.

009200 7010-TEST-ONE-JOB.
009210     IF BNK-AVG-JOB (BNK-AVG-IDX) = BNK-AVG-SEARCH-JOB
009220         SET BNK-AVG-FOUND TO TRUE
009230         MOVE BNK-AVG-IDX TO BNK-AVG-FOUND-IDX
009240     END-IF.
009250 7010-TEST-ONE-JOB-EXIT.
009260     EXIT.

009270*-----------------------------------------------------------------
009280* 7100  NAME THE OPERATOR IN BNK-OPER-SEARCH-ID FROM OPERMAST.DAT.
009290*-----------------------------------------------------------------
009300 7100-FIND-OPERATOR.
009310     MOVE "NOT ON OPERATOR MASTER" TO BNK-OPER-NAME
009320     OPEN INPUT OPERATOR-FILE
009330     IF BNK-OPER-FILE-STATUS = "35"
009340         MOVE "NO OPERATOR MASTER" TO BNK-OPER-NAME
009350         GO TO 7100-FIND-OPERATOR-EXIT
009360     END-IF
009370     SET BNK-OPR-NOT-FOUND TO TRUE
009380     SET BNK-OPRF-NOT-END-OF-FILE TO TRUE
009390     PERFORM 7110-TEST-ONE-OPERATOR
009400         THRU 7110-TEST-ONE-OPERATOR-EXIT
009410         UNTIL BNK-OPRF-END-OF-FILE
009420             OR BNK-OPR-FOUND
009430     CLOSE OPERATOR-FILE.
009440 7100-FIND-OPERATOR-EXIT.
009450     EXIT.

009460 7110-TEST-ONE-OPERATOR.
009470     READ OPERATOR-FILE
009480         AT END
009490             SET BNK-OPRF-END-OF-FILE TO TRUE
009500             GO TO 7110-TEST-ONE-OPERATOR-EXIT
009510     END-READ
009520     IF OPR-ID = BNK-OPER-SEARCH-ID
009530         SET BNK-OPR-FOUND TO TRUE
009540         MOVE OPR-NAME TO BNK-OPER-NAME
009550     END-IF.
009560 7110-TEST-ONE-OPERATOR-EXIT.
009570     EXIT.

009580*-----------------------------------------------------------------
009590* 7200  BNK-SECS-WORK AS HH:MM:SS IN BNK-HMS-TEXT (99 HOURS AT
009600*       MOST).
009610*-----------------------------------------------------------------
009620 7200-EDIT-SECONDS.
009630     DIVIDE BNK-SECS-WORK BY 3600 GIVING BNK-HOURS-WORK
009640         REMAINDER BNK-SECS-LEFT
009650     IF BNK-HOURS-WORK > 99
009660         MOVE 99 TO BNK-HMS-HH
009670     ELSE
009680         MOVE BNK-HOURS-WORK TO BNK-HMS-HH
009690     END-IF
009700     DIVIDE BNK-SECS-LEFT BY 60 GIVING BNK-HMS-MM
009710         REMAINDER BNK-HMS-SS.
009720 7200-EDIT-SECONDS-EXIT.
009730     EXIT.

009740 8000-WRITE-SUMMARY.
009750     MOVE SPACES TO REPORT-RECORD
009760     WRITE REPORT-RECORD
009770     MOVE "CYCLE SUMMARY:" TO REPORT-RECORD
009780     WRITE REPORT-RECORD

009790     MOVE BNK-RUN-COUNT TO BNK-COUNT-EDIT
009800     MOVE SPACES TO REPORT-RECORD
009810     STRING "Runs recorded:            " BNK-COUNT-EDIT
009820         DELIMITED BY SIZE INTO REPORT-RECORD
009830     WRITE REPORT-RECORD
009840     MOVE BNK-COMPLETED-TOTAL TO BNK-COUNT-EDIT
009850     MOVE SPACES TO REPORT-RECORD
009860     STRING "Completed:                " BNK-COUNT-EDIT
009870         DELIMITED BY SIZE INTO REPORT-RECORD
009880     WRITE REPORT-RECORD
009890     MOVE BNK-FAILED-TOTAL TO BNK-COUNT-EDIT
009900     MOVE SPACES TO REPORT-RECORD
009910     STRING "Failed (stopped cold):    " BNK-COUNT-EDIT
009920         DELIMITED BY SIZE INTO REPORT-RECORD
009930     WRITE REPORT-RECORD
009940     MOVE BNK-NO-END-TOTAL TO BNK-COUNT-EDIT
009950     MOVE SPACES TO REPORT-RECORD
009960     STRING "No end recorded:          " BNK-COUNT-EDIT
009970         DELIMITED BY SIZE INTO REPORT-RECORD
009980     WRITE REPORT-RECORD
009990     MOVE BNK-REFUSED-TOTAL TO BNK-COUNT-EDIT
010000     MOVE SPACES TO REPORT-RECORD
010010     STRING "Refused at start:         " BNK-COUNT-EDIT
010020         DELIMITED BY SIZE INTO REPORT-RECORD
010030     WRITE REPORT-RECORD
010040     MOVE BNK-LONG-TOTAL TO BNK-COUNT-EDIT
010050     MOVE SPACES TO REPORT-RECORD
010060     STRING "Ran long:                 " BNK-COUNT-EDIT
010070         DELIMITED BY SIZE INTO REPORT-RECORD
010080     WRITE REPORT-RECORD
010090     MOVE BNK-MOVED-TOTAL TO BNK-COUNT-EDIT
010100     MOVE SPACES TO REPORT-RECORD
010110     STRING "Runs with counts moved:   " BNK-COUNT-EDIT
010120         DELIMITED BY SIZE INTO REPORT-RECORD
010130     WRITE REPORT-RECORD
010140     MOVE BNK-OVERRIDE-TOTAL TO BNK-COUNT-EDIT
010150     MOVE SPACES TO REPORT-RECORD
010160     STRING "Overrides keyed:          " BNK-COUNT-EDIT
010170         DELIMITED BY SIZE INTO REPORT-RECORD
010180     WRITE REPORT-RECORD
010190     MOVE BNK-WINDOW-OVR-TOTAL TO BNK-COUNT-EDIT
010200     MOVE SPACES TO REPORT-RECORD
010210     STRING "Overrides, prior 30 days: " BNK-COUNT-EDIT
010220         DELIMITED BY SIZE INTO REPORT-RECORD
010230     WRITE REPORT-RECORD
010240     IF BNK-AVG-JOBS-DROPPED > ZERO
010250         MOVE BNK-AVG-JOBS-DROPPED TO BNK-COUNT-EDIT
010260         MOVE SPACES TO REPORT-RECORD
010270         STRING "History records of jobs past the average table, "
010280             "not averaged: " BNK-COUNT-EDIT
010290             DELIMITED BY SIZE INTO REPORT-RECORD
010300         WRITE REPORT-RECORD
010310     END-IF.
010320 8000-WRITE-SUMMARY-EXIT.
010330     EXIT.

010340 9000-TERMINATE.
010350     MOVE BNK-LONG-TOTAL TO BNK-COUNT-EDIT
010360     DISPLAY "OPSRPT: RUNS RAN LONG " BNK-COUNT-EDIT
010370     CLOSE REPORT-FILE.
010380 9000-TERMINATE-EXIT.
010390     EXIT.
