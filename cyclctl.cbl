001170*     DAY'S POSTINGS), A JOB STILL MARKED STARTED (ABENDED OR
001180*     STILL RUNNING), AND A JOB WHOSE PREDECESSOR HAS NOT
001190*     COMPLETED.  THE SEQUENCE IS FEEDMRG, THEN STORDERS, THEN
001200*     BANKING, THEN GLEXTRCT, THEN THE GLRECON TRIAL BALANCE;
001205*     THE MONTH-END AND AUDIT JOBS
001210*     (INTEREST, FEESWEEP, STATEMNT, DORMANT, LEDAUDIT, CASHRPT)
001211*     EACH REQUIRE BANKING COMPLETE, AS DOES THE NIGHTLY
001215*     COLLECT ARREARS AGING, THE EXTRTN PAYMENT RETURNS,
001217*     THE NOTICES CUSTOMER LETTERS AND THE XREFCHK INTEGRITY
001218*     SWEEP.  THE NIGHTLY POSTERS TERMMAT AND EXTRTN MUST ALSO
001219*     COMPLETE BEFORE GLEXTRCT, AND THE MONTH-END POSTERS
001220*     INTEREST AND FEESWEEP ARE REFUSED ONCE GLEXTRCT HAS
001221*     COMPLETED THE DAY, SO EVERY POSTING DATED THE BUSINESS
001222*     DATE REACHES THE GL EXTRACT.
001223*
001230*     "END" MARKS THE JOB COMPLETE AND, ONCE GLRECON HAS
001240*     COMPLETED THE DAY'S CORE CYCLE, OFFERS TO ROLL RUNCTL.DAT
001250*     FORWARD TO THE NEXT CALENDAR DAY AND CLEAR THE STATUS
001260*     FILE.  THE OFFER REPEATS AT THE END OF EVERY LATER JOB, SO
001270*     ON A MONTH-END NIGHT THE OPERATOR DECLINES UNTIL THE LAST
001280*     MONTH-END JOB FINISHES AND ACCEPTS THERE - THE DATE CARD
001290*     CAN NO LONGER BE LEFT UN-ROLLED BY SIMPLE FORGETTING.
001291*
001292*     EVERY CALL ALSO PASSES THE JOB'S RUN-HISTORY RECORD (SEE
001293*     RUNHIST).  "START" STAMPS THE START TIME AND ANY OVERRIDE -
001294*     AN OVERRIDE NOW NEEDS AN OPERATOR ID AND PASSWORD FROM
001295*     OPERMAST.DAT, SO EVERY ONE IS TRACEABLE - AND "END" STAMPS
001296*     THE END TIME; THE JOB SUPPLIES ITS RETURN CODE AND COUNTS.
001297*     A "FAIL" CALL, FROM A JOB STOPPING COLD ON A CONDITION IT
001298*     FOUND, RECORDS THE RUN BUT LEAVES THE STEP MARKED STARTED.
001299*     EACH START, REFUSAL, END AND FAILURE IS APPENDED TO THE
001300*     PERMANENT RUNHIST.DAT FOR THE MORNING OPSRPT SUMMARY.
001301*
001310*     RETURN CODE "00" MEANS PROCEED, "08" MEANS THE JOB MUST
001320*     STOP WITHOUT TOUCHING A FILE.
001330*
001356*                      FEEDMRG, THEN STORDERS, THEN BANKING.
001357*     2026-09-03  RLH  ADD THE TERMMAT MATURITY JOB, AFTER
001358*                      BANKING.
001359*     2026-09-10  RLH  ADD THE COLLECT ARREARS AGING JOB, AFTER
001360*                      BANKING.
001361*     2026-09-24  RLH  ADD THE EXTRTN PAYMENT RETURNS JOB, AFTER
001362*                      BANKING.
001363*     2026-10-01  RLH  ADD THE NOTICES CUSTOMER LETTER JOB, AFTER
001364*                      BANKING.
001365*     2026-10-05  RLH  ADD THE GLRECON TRIAL BALANCE AFTER
001366*                      GLEXTRCT. THE DATE ROLL IS NOW OFFERED ONCE
001367*                      GLRECON HAS COMPLETED.
001368*     2026-10-09  RLH  ADD THE XREFCHK REFERENTIAL INTEGRITY
001369*                      SWEEP, AFTER BANKING.
001370*     2026-10-15  RLH  EVERY CALL PASSES THE JOB'S RUN-HISTORY
001371*                      RECORD. STARTS, REFUSALS, ENDS AND THE NEW
001372*                      FAIL CALL ARE APPENDED TO THE PERMANENT
001373*                      RUNHIST.DAT WITH TIMES, RETURN CODE, COUNTS
001374*                      AND ANY OVERRIDE, WHICH NOW NEEDS AN
001375*                      OPERATOR ID AND PASSWORD FROM THE OPERATOR
001376*                      MASTER.
001377*     2026-10-15  RLH  GLEXTRCT NOW ALSO NEEDS TERMMAT AND EXTRTN
001378*                      COMPLETE; A JOB LISTED MORE THAN ONCE NEEDS
001379*                      EVERY STEP IT NAMES. INTEREST, FEESWEEP,
001380*                      TERMMAT AND EXTRTN ARE REFUSED ONCE
001381*                      GLEXTRCT HAS COMPLETED THE DAY.
001382******************************************************************
001383 IDENTIFICATION DIVISION.
001384 PROGRAM-ID. CYCLCTL.

001390 ENVIRONMENT DIVISION.
001400 INPUT-OUTPUT SECTION.
001460         ORGANIZATION IS LINE SEQUENTIAL
001470         FILE STATUS IS BNK-RUNCTL-FILE-STATUS.

001471     SELECT RUN-HISTORY-FILE ASSIGN TO "runhist.dat"
001472         ORGANIZATION IS LINE SEQUENTIAL
001473         FILE STATUS IS BNK-HIST-FILE-STATUS.

001474     SELECT OPERATOR-FILE ASSIGN TO "opermast.dat"
001475         ORGANIZATION IS LINE SEQUENTIAL
001476         FILE STATUS IS BNK-OPER-FILE-STATUS.

001480 DATA DIVISION.
001490 FILE SECTION.

001530 01  RUN-CONTROL-RECORD.
001540     05  RUN-BUSINESS-DATE       PIC 9(08).

001542 FD  RUN-HISTORY-FILE.
001544 01  RUN-HISTORY-FILE-RECORD     PIC X(120).

001546 FD  OPERATOR-FILE.
001548 COPY OPERREC.

001550 WORKING-STORAGE SECTION.

001560 01  BNK-CYCLE-FILE-STATUS       PIC X(02).
001570 01  BNK-RUNCTL-FILE-STATUS      PIC X(02).
001573 01  BNK-HIST-FILE-STATUS        PIC X(02).
001576 01  BNK-OPER-FILE-STATUS        PIC X(02).

001580 01  BNK-CYCF-EOF-FLAG           PIC X(01) VALUE "N".
001590     88  BNK-CYCF-END-OF-FILE        VALUE "Y".
001600     88  BNK-CYCF-NOT-END-OF-FILE    VALUE "N".

001602 01  BNK-OPRF-EOF-FLAG           PIC X(01) VALUE "N".
001604     88  BNK-OPRF-END-OF-FILE        VALUE "Y".
001606     88  BNK-OPRF-NOT-END-OF-FILE    VALUE "N".

001610 01  BNK-BUSINESS-DATE           PIC 9(08) VALUE ZERO.

001620*    THE CYCLE SEQUENCE.  EACH JOB NAMES THE STEP THAT MUST BE
001630*    COMPLETE BEFORE IT MAY START; SPACES MEANS NO PREDECESSOR.
001635*    A JOB LISTED MORE THAN ONCE NEEDS EVERY STEP IT NAMES.
001640*    A JOB NOT LISTED HERE IS ACCEPTED WITH NO SEQUENCE CHECK.
001650 01  BNK-SEQ-TABLE-VALUES.
001655     05  FILLER                  PIC X(16)
001690         VALUE "BANKING STORDERS".
001700     05  FILLER                  PIC X(16)
001710         VALUE "GLEXTRCTBANKING ".
001713     05  FILLER                  PIC X(16)
001716         VALUE "GLRECON GLEXTRCT".
001718     05  FILLER                  PIC X(16)
001720         VALUE "GLEXTRCTTERMMAT ".
001722     05  FILLER                  PIC X(16)
001724         VALUE "GLEXTRCTEXTRTN  ".
001726     05  FILLER                  PIC X(16)
001730         VALUE "INTERESTBANKING ".
001740     05  FILLER                  PIC X(16)
001750         VALUE "FEESWEEPBANKING ".
001794         VALUE "CASHRPT BANKING ".
001795     05  FILLER                  PIC X(16)
001796         VALUE "TERMMAT BANKING ".
001797     05  FILLER                  PIC X(16)
001798         VALUE "COLLECT BANKING ".
001799     05  FILLER                  PIC X(16)
001800         VALUE "EXTRTN  BANKING ".
001801     05  FILLER                  PIC X(16)
001802         VALUE "NOTICES BANKING ".
001803     05  FILLER                  PIC X(16)
001804         VALUE "XREFCHK BANKING ".
001805 01  FILLER REDEFINES BNK-SEQ-TABLE-VALUES.
001812     05  BNK-SEQ-ENTRY           OCCURS 18 TIMES.
001820         10  BNK-SEQ-JOB         PIC X(08).
001830         10  BNK-SEQ-PREREQ      PIC X(08).
001840 01  BNK-SEQ-MAX                 PIC 9(04) COMP VALUE 18.
001850 01  BNK-SEQ-IDX                 PIC 9(04) COMP VALUE ZERO.
001860 01  BNK-PREREQ-JOB              PIC X(08) VALUE SPACES.

001861*    THE STEPS A POSTING JOB MUST RUN AHEAD OF.  THE MONTH-END
001862*    POSTERS CANNOT BE PREDECESSORS OF GLEXTRCT, WHICH RUNS
001863*    EVERY NIGHT, SO ONCE GLEXTRCT HAS COMPLETED THE DAY THEY
001864*    ARE REFUSED INSTEAD - THEIR POSTINGS WOULD MISS THE GL.
001865 01  BNK-AHD-TABLE-VALUES.
001866     05  FILLER                  PIC X(16)
001867         VALUE "INTERESTGLEXTRCT".
001868     05  FILLER                  PIC X(16)
001869         VALUE "FEESWEEPGLEXTRCT".
001870     05  FILLER                  PIC X(16)
001871         VALUE "TERMMAT GLEXTRCT".
001872     05  FILLER                  PIC X(16)
001873         VALUE "EXTRTN  GLEXTRCT".
001874 01  FILLER REDEFINES BNK-AHD-TABLE-VALUES.
001875     05  BNK-AHD-ENTRY           OCCURS 4 TIMES.
001876         10  BNK-AHD-JOB         PIC X(08).
001877         10  BNK-AHD-SUCCESSOR   PIC X(08).
001878 01  BNK-AHD-MAX                 PIC 9(04) COMP VALUE 4.
001879 01  BNK-AHD-IDX                 PIC 9(04) COMP VALUE ZERO.
001880 01  BNK-SUCCESSOR-JOB           PIC X(08) VALUE SPACES.

001881*    THE DAY'S STATUS RECORDS, HELD WHOLE AND REWRITTEN AFTER
001882*    EVERY CHANGE.  RECORDS FOR ANOTHER BUSINESS DATE ARE
001890*    DROPPED AT LOAD.
001900 01  BNK-CYC-COUNT               PIC 9(04) COMP VALUE ZERO.
001910 01  BNK-CYC-IDX                 PIC 9(04) COMP VALUE ZERO.
002020 01  BNK-OVERRIDE-ANSWER         PIC X(01).
002030 01  BNK-ROLL-ANSWER             PIC X(01).

002031*    THE OVERRIDE BEING ASKED FOR, AND THE OPERATOR KEYING IT.
002032 01  BNK-OVERRIDE-REASON         PIC X(01) VALUE SPACE.
002033 01  BNK-OVERRIDE-OPER           PIC X(03) VALUE SPACES.
002034 01  BNK-PASSWORD-ANSWER         PIC X(08) VALUE SPACES.
002035 01  BNK-OPR-FOUND-FLAG          PIC X(01).
002036     88  BNK-OPR-FOUND               VALUE "Y".
002037     88  BNK-OPR-NOT-FOUND           VALUE "N".

002038*    RUN TIME IN SECONDS, WORKED FROM THE START AND END CLOCKS.
002039 01  BNK-START-SECS              PIC 9(05) VALUE ZERO.
002040 01  BNK-END-SECS                PIC 9(05) VALUE ZERO.
002041 01  BNK-ELAPSED-WORK            PIC S9(07) VALUE ZERO.

002042 01  BNK-WRK-DATE.
002050     05  BNK-WRK-YEAR            PIC 9(04).
002060     05  BNK-WRK-MONTH           PIC 9(02).
002070     05  BNK-WRK-DAY             PIC 9(02).
002230 01  CYCLE-FUNCTION              PIC X(05).
002240     88  CYCLE-FUNC-START        VALUE "START".
002250     88  CYCLE-FUNC-END          VALUE "END  ".
002255     88  CYCLE-FUNC-FAIL         VALUE "FAIL ".
002260 01  CYCLE-RETURN-CODE           PIC X(02).
002270     88  CYCLE-PROCEED           VALUE "00".
002280     88  CYCLE-REFUSED           VALUE "08".
002285 COPY RUNHIST.

002290 PROCEDURE DIVISION USING CYCLE-JOB-NAME
002300                           CYCLE-FUNCTION
002306                           CYCLE-RETURN-CODE
002312                           RUN-HISTORY-RECORD.

002320 0000-MAINLINE.
002330     SET CYCLE-PROCEED TO TRUE
002360     PERFORM 2000-LOAD-STATUS-TABLE
002370         THRU 2000-LOAD-STATUS-TABLE-EXIT
002380     IF CYCLE-FUNC-START
002383         PERFORM 7000-STAMP-START
002386             THRU 7000-STAMP-START-EXIT
002390         PERFORM 3000-CHECK-START
002400             THRU 3000-CHECK-START-EXIT
002403         PERFORM 7100-RECORD-START
002406             THRU 7100-RECORD-START-EXIT
002410     ELSE
002413         IF CYCLE-FUNC-FAIL
002416             PERFORM 7300-RECORD-FAILURE
002419                 THRU 7300-RECORD-FAILURE-EXIT
002422         ELSE
002425             PERFORM 7200-RECORD-COMPLETION
002428                 THRU 7200-RECORD-COMPLETION-EXIT
002431             PERFORM 5000-RECORD-END
002434                 THRU 5000-RECORD-END-EXIT
002437         END-IF
002440     END-IF
002450     GOBACK.

003290         IF BNK-CYC-STATUS (BNK-CYC-IDX) = "C"
003300             DISPLAY "CYCLE CONTROL: " CYCLE-JOB-NAME
003310                 " ALREADY COMPLETED ON " BNK-BUSINESS-DATE
003315             MOVE "C" TO BNK-OVERRIDE-REASON
003320             PERFORM 3100-ASK-OVERRIDE
003330                 THRU 3100-ASK-OVERRIDE-EXIT
003340         ELSE
003350             DISPLAY "CYCLE CONTROL: " CYCLE-JOB-NAME
003360                 " STARTED ON " BNK-BUSINESS-DATE
003370                 " AND NEVER COMPLETED"
003375             MOVE "S" TO BNK-OVERRIDE-REASON
003380             PERFORM 3100-ASK-OVERRIDE
003390                 THRU 3100-ASK-OVERRIDE-EXIT
003400         END-IF
003550     DISPLAY "OVERRIDE AND RUN ANYWAY? (Y/N): "
003560         WITH NO ADVANCING
003570     ACCEPT BNK-OVERRIDE-ANSWER
003580     IF BNK-OVERRIDE-ANSWER NOT = "Y"
003590         AND BNK-OVERRIDE-ANSWER NOT = "y"
003610         SET CYCLE-REFUSED TO TRUE
003620         DISPLAY "CYCLE CONTROL: " CYCLE-JOB-NAME " NOT RUN"
003621         GO TO 3100-ASK-OVERRIDE-EXIT
003622     END-IF
003623     DISPLAY "OPERATOR ID: " WITH NO ADVANCING
003624     MOVE SPACES TO BNK-OVERRIDE-OPER
003625     ACCEPT BNK-OVERRIDE-OPER
003626     DISPLAY "PASSWORD: " WITH NO ADVANCING
003627     MOVE SPACES TO BNK-PASSWORD-ANSWER
003628     ACCEPT BNK-PASSWORD-ANSWER
003629     PERFORM 3150-CHECK-OPERATOR
003630         THRU 3150-CHECK-OPERATOR-EXIT
003631     IF BNK-OPR-NOT-FOUND
003632         SET CYCLE-REFUSED TO TRUE
003633         DISPLAY "CYCLE CONTROL: OVERRIDE REFUSED - UNKNOWN"
003634             " OPERATOR OR BAD PASSWORD"
003635         DISPLAY "CYCLE CONTROL: " CYCLE-JOB-NAME " NOT RUN"
003636         GO TO 3100-ASK-OVERRIDE-EXIT
003637     END-IF
003638     DISPLAY "CYCLE CONTROL: OPERATOR OVERRIDE ACCEPTED FROM "
003639         BNK-OVERRIDE-OPER
003640     SET RHS-OVERRIDE-USED TO TRUE
003641     MOVE BNK-OVERRIDE-OPER TO RHS-OVERRIDE-OPER
003642     IF RHS-OVERRIDE-REASON = SPACE
003643         MOVE BNK-OVERRIDE-REASON TO RHS-OVERRIDE-REASON
003644     END-IF
003645     IF RHS-OVERRIDE-COUNT < 9
003646         ADD 1 TO RHS-OVERRIDE-COUNT
003647     END-IF.
003648 3100-ASK-OVERRIDE-EXIT.
003649     EXIT.

003650*-----------------------------------------------------------------
003651* 3150  AN OVERRIDE IS ONLY TAKEN FROM AN OPERATOR ON THE
003652*       OPERATOR MASTER WHO GIVES THE RIGHT PASSWORD.  NO FILE
003653*       MEANS NO OVERRIDE - FAIL CLOSED, AS REPAIR DOES.
003654*-----------------------------------------------------------------
003655 3150-CHECK-OPERATOR.
003656     SET BNK-OPR-NOT-FOUND TO TRUE
003657     OPEN INPUT OPERATOR-FILE
003658     IF BNK-OPER-FILE-STATUS = "35"
003659         DISPLAY "CYCLE CONTROL: NO OPERATOR MASTER ON FILE"
003660         GO TO 3150-CHECK-OPERATOR-EXIT
003661     END-IF
003662     SET BNK-OPRF-NOT-END-OF-FILE TO TRUE
003663     PERFORM 3160-TEST-ONE-OPERATOR
003664         THRU 3160-TEST-ONE-OPERATOR-EXIT
003665         UNTIL BNK-OPRF-END-OF-FILE
003666             OR BNK-OPR-FOUND
003667     CLOSE OPERATOR-FILE.
003668 3150-CHECK-OPERATOR-EXIT.
003669     EXIT.

003670 3160-TEST-ONE-OPERATOR.
003671     READ OPERATOR-FILE
003672         AT END
003673             SET BNK-OPRF-END-OF-FILE TO TRUE
003674         NOT AT END
003675             IF OPR-ID = BNK-OVERRIDE-OPER
003676                 AND OPR-PASSWORD = BNK-PASSWORD-ANSWER
003677                 AND BNK-OVERRIDE-OPER NOT = SPACES
003678                 SET BNK-OPR-FOUND TO TRUE
003679             END-IF
003680     END-READ.
003681 3160-TEST-ONE-OPERATOR-EXIT.
003682     EXIT.

003683 3200-CHECK-SEQUENCE.
003684     MOVE SPACES TO BNK-PREREQ-JOB
003685     PERFORM 3210-TEST-ONE-SEQ
003690         THRU 3210-TEST-ONE-SEQ-EXIT
003700         VARYING BNK-SEQ-IDX FROM 1 BY 1
003710         UNTIL BNK-SEQ-IDX > BNK-SEQ-MAX
003720             OR BNK-PREREQ-JOB NOT = SPACES
003730     IF BNK-PREREQ-JOB NOT = SPACES
003800         DISPLAY "CYCLE CONTROL: " CYCLE-JOB-NAME
003810             " IS OUT OF SEQUENCE - " BNK-PREREQ-JOB
003820             " HAS NOT COMPLETED ON " BNK-BUSINESS-DATE
003821         MOVE "Q" TO BNK-OVERRIDE-REASON
003822         PERFORM 3100-ASK-OVERRIDE
003823             THRU 3100-ASK-OVERRIDE-EXIT
003824         IF CYCLE-REFUSED
003825             GO TO 3200-CHECK-SEQUENCE-EXIT
003826         END-IF
003827     END-IF

003828     MOVE SPACES TO BNK-SUCCESSOR-JOB
003829     PERFORM 3220-TEST-ONE-AHEAD
003830         THRU 3220-TEST-ONE-AHEAD-EXIT
003831         VARYING BNK-AHD-IDX FROM 1 BY 1
003832         UNTIL BNK-AHD-IDX > BNK-AHD-MAX
003833             OR BNK-SUCCESSOR-JOB NOT = SPACES
003834     IF BNK-SUCCESSOR-JOB NOT = SPACES
003835         DISPLAY "CYCLE CONTROL: " CYCLE-JOB-NAME
003836             " IS OUT OF SEQUENCE - " BNK-SUCCESSOR-JOB
003837             " ALREADY COMPLETED ON " BNK-BUSINESS-DATE
003838         MOVE "Q" TO BNK-OVERRIDE-REASON
003839         PERFORM 3100-ASK-OVERRIDE
003840             THRU 3100-ASK-OVERRIDE-EXIT
003850     END-IF.
003860 3200-CHECK-SEQUENCE-EXIT.
003870     EXIT.

003875*    A PREDECESSOR NAMED FOR THIS JOB THAT HAS NOT COMPLETED.
003880 3210-TEST-ONE-SEQ.
003890     IF BNK-SEQ-JOB (BNK-SEQ-IDX) = CYCLE-JOB-NAME
003892         MOVE BNK-SEQ-PREREQ (BNK-SEQ-IDX) TO BNK-CYC-LOOKUP-JOB
003894         PERFORM 2200-FIND-STATUS-ENTRY
003896             THRU 2200-FIND-STATUS-ENTRY-EXIT
003898         IF BNK-CYC-NOT-FOUND
003900             OR BNK-CYC-STATUS (BNK-CYC-FOUND-IDX) NOT = "C"
003902                 MOVE BNK-SEQ-PREREQ (BNK-SEQ-IDX)
003904                     TO BNK-PREREQ-JOB
003906             END-IF
003910     END-IF.
003920 3210-TEST-ONE-SEQ-EXIT.
003921     EXIT.

003922*    A STEP THIS JOB MUST RUN AHEAD OF THAT HAS ALREADY COMPLETED.
003923 3220-TEST-ONE-AHEAD.
003924     IF BNK-AHD-JOB (BNK-AHD-IDX) = CYCLE-JOB-NAME
003925         MOVE BNK-AHD-SUCCESSOR (BNK-AHD-IDX)
003926             TO BNK-CYC-LOOKUP-JOB
003927         PERFORM 2200-FIND-STATUS-ENTRY
003928             THRU 2200-FIND-STATUS-ENTRY-EXIT
003929         IF BNK-CYC-FOUND
003930             AND BNK-CYC-STATUS (BNK-CYC-FOUND-IDX) = "C"
003931             MOVE BNK-AHD-SUCCESSOR (BNK-AHD-IDX)
003932                 TO BNK-SUCCESSOR-JOB
003933         END-IF
003934     END-IF.
003935 3220-TEST-ONE-AHEAD-EXIT.
003936     EXIT.

003940 4000-MARK-STARTED.
003950     MOVE CYCLE-JOB-NAME TO BNK-CYC-LOOKUP-JOB

004110*-----------------------------------------------------------------
004120* 5000  "END".  MARK THE JOB COMPLETE AND, IF THE DAY'S CORE
004130*       CYCLE (THROUGH GLRECON) IS COMPLETE, OFFER THE DATE
004140*       ROLL.  THE OFFER REPEATS AFTER EVERY LATER JOB SO A
004150*       MONTH-END NIGHT ROLLS ONLY WHEN THE OPERATOR IS DONE.
004160*-----------------------------------------------------------------
004300     PERFORM 6000-REWRITE-STATUS-FILE
004310         THRU 6000-REWRITE-STATUS-FILE-EXIT

004320     MOVE "GLRECON " TO BNK-CYC-LOOKUP-JOB
004330     PERFORM 2200-FIND-STATUS-ENTRY
004340         THRU 2200-FIND-STATUS-ENTRY-EXIT
004350     IF BNK-CYC-FOUND
005260     WRITE CYCLE-STATUS-RECORD.
005270 6100-WRITE-ONE-STATUS-EXIT.
005280     EXIT.

005290*-----------------------------------------------------------------
005300* 7000  THE RUN-HISTORY RECORD.  "START" CLEARS IT AND STAMPS THE
005310*       START; THE JOB'S COUNTS ARE FILLED IN BY THE JOB ITSELF
005320*       BEFORE ITS "END" OR "FAIL" CALL.
005330*-----------------------------------------------------------------
005340 7000-STAMP-START.
005350     MOVE SPACES TO RUN-HISTORY-RECORD
005360     MOVE BNK-BUSINESS-DATE TO RHS-BUSINESS-DATE
005370     MOVE CYCLE-JOB-NAME TO RHS-JOB-NAME
005380     SET RHS-EV-STARTED TO TRUE
005390     ACCEPT RHS-START-DATE FROM DATE YYYYMMDD
005400     ACCEPT RHS-START-TIME FROM TIME
005410     MOVE ZERO TO RHS-END-DATE
005420     MOVE ZERO TO RHS-END-TIME
005430     MOVE ZERO TO RHS-ELAPSED-SECS
005440     SET RHS-RC-CLEAN TO TRUE
005450     MOVE ZERO TO RHS-READ-COUNT
005460     MOVE ZERO TO RHS-POSTED-COUNT
005470     MOVE ZERO TO RHS-REJECTED-COUNT
005480     MOVE ZERO TO RHS-WRITTEN-COUNT
005490     SET RHS-NO-OVERRIDE TO TRUE
005500     MOVE SPACES TO RHS-OVERRIDE-OPER
005510     MOVE SPACE TO RHS-OVERRIDE-REASON
005520     MOVE ZERO TO RHS-OVERRIDE-COUNT.
005530 7000-STAMP-START-EXIT.
005540     EXIT.

005550 7100-RECORD-START.
005560     IF CYCLE-REFUSED
005570         SET RHS-EV-REFUSED TO TRUE
005580         SET RHS-RC-REFUSED TO TRUE
005590         PERFORM 7400-STAMP-END
005600             THRU 7400-STAMP-END-EXIT
005610     END-IF
005620     PERFORM 7500-APPEND-HISTORY
005630         THRU 7500-APPEND-HISTORY-EXIT.
005640 7100-RECORD-START-EXIT.
005650     EXIT.

005660 7200-RECORD-COMPLETION.
005670     SET RHS-EV-COMPLETED TO TRUE
005680     PERFORM 7400-STAMP-END
005690         THRU 7400-STAMP-END-EXIT
005700     PERFORM 7500-APPEND-HISTORY
005710         THRU 7500-APPEND-HISTORY-EXIT.
005720 7200-RECORD-COMPLETION-EXIT.
005730     EXIT.

005740*-----------------------------------------------------------------
005750* 7300  "FAIL".  THE RUN GOES ON THE HISTORY BUT THE STEP STAYS
005760*       MARKED STARTED, SO A RERUN STILL NEEDS THE OVERRIDE.
005770*-----------------------------------------------------------------
005780 7300-RECORD-FAILURE.
005790     SET RHS-EV-FAILED TO TRUE
005800     IF RHS-RC-CLEAN
005810         SET RHS-RC-STOPPED TO TRUE
005820     END-IF
005830     PERFORM 7400-STAMP-END
005840         THRU 7400-STAMP-END-EXIT
005850     PERFORM 7500-APPEND-HISTORY
005860         THRU 7500-APPEND-HISTORY-EXIT.
005870 7300-RECORD-FAILURE-EXIT.
005880     EXIT.

005890*-----------------------------------------------------------------
005900* 7400  STAMP THE END AND WORK OUT THE RUN TIME.  A RUN THAT
005910*       CROSSES MIDNIGHT GETS THE DAY ADDED BACK.
005920*-----------------------------------------------------------------
005930 7400-STAMP-END.
005940     ACCEPT RHS-END-DATE FROM DATE YYYYMMDD
005950     ACCEPT RHS-END-TIME FROM TIME
005960     COMPUTE BNK-START-SECS = RHS-START-HH * 3600
005970         + RHS-START-MM * 60 + RHS-START-SS
005980     COMPUTE BNK-END-SECS = RHS-END-HH * 3600
005990         + RHS-END-MM * 60 + RHS-END-SS
006000     COMPUTE BNK-ELAPSED-WORK = BNK-END-SECS - BNK-START-SECS
006010     IF RHS-END-DATE > RHS-START-DATE
006020         ADD 86400 TO BNK-ELAPSED-WORK
006030     END-IF
006040     IF BNK-ELAPSED-WORK < ZERO
006050         MOVE ZERO TO BNK-ELAPSED-WORK
006060     END-IF
006070     MOVE BNK-ELAPSED-WORK TO RHS-ELAPSED-SECS.
006080 7400-STAMP-END-EXIT.
006090     EXIT.

006100 7500-APPEND-HISTORY.
006110     OPEN EXTEND RUN-HISTORY-FILE
006120     IF BNK-HIST-FILE-STATUS = "35"
006130         OPEN OUTPUT RUN-HISTORY-FILE
006140         CLOSE RUN-HISTORY-FILE
006150         OPEN EXTEND RUN-HISTORY-FILE
006160     END-IF
006170     WRITE RUN-HISTORY-FILE-RECORD FROM RUN-HISTORY-RECORD
006180     CLOSE RUN-HISTORY-FILE.
006190 7500-APPEND-HISTORY-EXIT.
006200     EXIT.
