001320*
001330* MODIFICATION HISTORY.
001340*     2026-09-03  RLH  INITIAL VERSION.
001343*     2026-09-17  RLH  CLEAR THE NEW LEDGER ORIGINAL-POSTING
001346*                      FIELDS (SEE LEDGREC).
001347*     2026-09-24  RLH  LEDGER RECORD CARRIES A BLANK RETURN
001348*                      REASON.
001349*     2026-10-12  RLH  LEDGER RECORDS CARRY THIS JOB AS THEIR
001350*                      SOURCE AND A REFERENCE OF THE TERM ACCOUNT
001351*                      AND BUSINESS DATE.
001352*     2026-10-15  RLH  RUN HISTORY: COUNTS AND STOP-COLD FAILURES
001353*                      TO CYCLCTL.
001354******************************************************************
001360 IDENTIFICATION DIVISION.
001370 PROGRAM-ID. TERMMAT.

001890     ACC-INSTRUCTION     BY CACC-INSTRUCTION
001900     ACC-INSTR-ROLLOVER  BY CACC-INSTR-ROLLOVER
001910     ACC-INSTR-PAYOUT    BY CACC-INSTR-PAYOUT
001920     ACC-LINKED-ACC      BY CACC-LINKED-ACC
001922     ACC-COLL-FLAG       BY CACC-COLL-FLAG
001924     ACC-COLL-BLOCKED    BY CACC-COLL-BLOCKED
001926     ACC-COLL-CLEAR      BY CACC-COLL-CLEAR.

001930 01  BNK-ACCT-FILE-STATUS        PIC X(02).
001940 01  BNK-OUTPUT-FILE-STATUS      PIC X(02).
002540 01  BNK-CYCLE-FUNCTION          PIC X(05) VALUE SPACES.
002550 01  BNK-CYCLE-RETURN-CODE       PIC X(02) VALUE "00".
002560     88  BNK-CYCLE-PROCEED           VALUE "00".
002563*    THIS RUN'S HISTORY RECORD, STAMPED BY CYCLCTL (SEE RUNHIST).
002566     COPY RUNHIST.

002570 PROCEDURE DIVISION.

002780     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
002790                           BNK-CYCLE-FUNCTION
002800                           BNK-CYCLE-RETURN-CODE
002805                           RUN-HISTORY-RECORD
002810     IF NOT BNK-CYCLE-PROCEED
002820         DISPLAY "TERMMAT STOPPED BY CYCLE CONTROL"
002830         STOP RUN
002850 0100-CYCLE-START-EXIT.
002860     EXIT.

002861*-----------------------------------------------------------------
002862* 0850  LOAD THIS RUN'S RECORD COUNTS ONTO THE HISTORY RECORD
002863*       FOR CYCLCTL TO FILE WITH THE END OR FAIL CALL.
002864*-----------------------------------------------------------------
002865 0850-SET-RUN-COUNTS.
002866     MOVE BNK-ACCOUNT-COUNT TO RHS-READ-COUNT
002867     MOVE BNK-MATURED-COUNT TO RHS-POSTED-COUNT
002868     COMPUTE RHS-REJECTED-COUNT = BNK-BADLINK-COUNT
002869         + BNK-HELDBACK-COUNT
002870     MOVE BNK-PAIDOUT-COUNT TO RHS-WRITTEN-COUNT.
002871 0850-SET-RUN-COUNTS-EXIT.
002872     EXIT.

002873 0900-CYCLE-END.
002875     PERFORM 0850-SET-RUN-COUNTS
002877         THRU 0850-SET-RUN-COUNTS-EXIT
002880     MOVE "END" TO BNK-CYCLE-FUNCTION
002890     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
002900                           BNK-CYCLE-FUNCTION
002910                           BNK-CYCLE-RETURN-CODE
002915                           RUN-HISTORY-RECORD.
002920 0900-CYCLE-END-EXIT.
002930     EXIT.

002931*-----------------------------------------------------------------
002932* 0950  REGISTER A STOP-COLD RUN.  CYCLCTL FILES IT ON THE RUN
002933*       HISTORY AS FAILED BUT LEAVES THE STEP MARKED STARTED, SO A
002934*       RERUN STILL NEEDS THE OPERATOR OVERRIDE.
002935*-----------------------------------------------------------------
002936 0950-CYCLE-FAIL.
002937     PERFORM 0850-SET-RUN-COUNTS
002938         THRU 0850-SET-RUN-COUNTS-EXIT
002939     MOVE "FAIL" TO BNK-CYCLE-FUNCTION
002940     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
002941                           BNK-CYCLE-FUNCTION
002942                           BNK-CYCLE-RETURN-CODE
002943                           RUN-HISTORY-RECORD.
002944 0950-CYCLE-FAIL-EXIT.
002945     EXIT.

002946 1000-INITIALIZE.
002950     OPEN INPUT RUN-CONTROL-FILE
002960     IF BNK-RUNCTL-FILE-STATUS NOT = "35"
002970         READ RUN-CONTROL-FILE
003620         CLOSE ACCOUNTS-FILE
003630         CLOSE OUTPUT-FILE
003640         CLOSE LEDGER-FILE
003643         PERFORM 0950-CYCLE-FAIL
003646             THRU 0950-CYCLE-FAIL-EXIT
003650         STOP RUN
003660     END-IF.
003670 1110-LOAD-ONE-HOLD-EXIT.
005390     MOVE BNK-DEBIT-AFTER TO LDG-BALANCE-AFTER
005400     MOVE "N" TO LDG-OVERDRAFT-FLAG
005410     MOVE CACC-ID TO LDG-COUNTER-ACC
005412     MOVE ZERO TO LDG-ORIG-DATE
005414     MOVE ZERO TO LDG-ORIG-TIME
005416     MOVE SPACES TO LDG-ORIG-TYPE
005418     MOVE SPACES TO LDG-REASON-CODE
005419*    A DEPOSIT MATURES ONCE: THE TERM ACCOUNT AND THE BUSINESS
005420*    DATE (YMMDD) ARE THE REFERENCE, ON BOTH LEGS.
005421     MOVE "TERMMAT" TO LDG-SOURCE
005422     MOVE BNK-TERM-ACC-ID TO LDG-REFERENCE (1:5)
005423     MOVE BNK-BUSINESS-DATE (4:5) TO LDG-REFERENCE (6:5)
005424     WRITE LEDGER-RECORD

005430     MOVE CACC-ID TO LDG-ACC-ID
005440     MOVE BNK-CREDIT-BEFORE TO LDG-BALANCE-BEFORE
