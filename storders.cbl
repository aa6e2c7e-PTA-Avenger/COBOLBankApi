001370*     2026-09-03  RLH  GENERATED ORDERS ARE STAMPED WITH SOURCE
001380*                      "STORDERS" (SEE TRXREC) SO BANKING CAN
001390*                      BREAK ITS POSTED TOTALS DOWN BY FEED.
001392*     2026-09-24  RLH  AN EXTPAY ORDER CARRIES ITS BENEFICIARY
001394*                      ONTO THE FEED. ORDER TABLE WIDENED TO THE
001396*                      96-BYTE RECORD.
001397*     2026-10-12  RLH  EACH GENERATED ITEM CARRIES AN ORIGINATOR
001398*                      REFERENCE OF THE ORDER ID AND THE DUE DATE
001399*                      IT PAYS.
001400*     2026-10-15  RLH  RUN HISTORY: COUNTS AND STOP-COLD FAILURES
001401*                      TO CYCLCTL.
001402******************************************************************
001410 IDENTIFICATION DIVISION.
001420 PROGRAM-ID. STORDERS.

001870 01  BNK-ORDER-MAX               PIC 9(04) COMP VALUE 500.
001880 01  BNK-ORDER-TABLE.
001890     05  BNK-ORDER-ENTRY         OCCURS 500 TIMES
001900                                 PIC X(96).

001910 01  BNK-GENERATED-COUNT         PIC 9(07) VALUE ZERO.
001920 01  BNK-GENERATED-TOTAL         PIC 9(09)V99 VALUE ZERO.
002500 01  BNK-CYCLE-FUNCTION          PIC X(05) VALUE SPACES.
002510 01  BNK-CYCLE-RETURN-CODE       PIC X(02) VALUE "00".
002520     88  BNK-CYCLE-PROCEED           VALUE "00".
002523*    THIS RUN'S HISTORY RECORD, STAMPED BY CYCLCTL (SEE RUNHIST).
002526     COPY RUNHIST.

002530 PROCEDURE DIVISION.

002640         DISPLAY "STORDERS STOPPED - " BNK-ABORT-TEXT
002650         PERFORM 9000-TERMINATE
002660             THRU 9000-TERMINATE-EXIT
002663         PERFORM 0950-CYCLE-FAIL
002666             THRU 0950-CYCLE-FAIL-EXIT
002670         STOP RUN
002680     END-IF
002690     PERFORM 2000-PROCESS-ORDERS
002760         DISPLAY "STORDERS STOPPED - " BNK-ABORT-TEXT
002770         PERFORM 9000-TERMINATE
002780             THRU 9000-TERMINATE-EXIT
002783         PERFORM 0950-CYCLE-FAIL
002786             THRU 0950-CYCLE-FAIL-EXIT
002790         STOP RUN
002800     END-IF
002810     PERFORM 7000-WRITE-ORDERS-BACK
003000     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
003010                           BNK-CYCLE-FUNCTION
003020                           BNK-CYCLE-RETURN-CODE
003025                           RUN-HISTORY-RECORD
003030     IF NOT BNK-CYCLE-PROCEED
003040         DISPLAY "STORDERS STOPPED BY CYCLE CONTROL"
003050         STOP RUN
003070 0100-CYCLE-START-EXIT.
003080     EXIT.

003081*-----------------------------------------------------------------
003082* 0850  LOAD THIS RUN'S RECORD COUNTS ONTO THE HISTORY RECORD
003083*       FOR CYCLCTL TO FILE WITH THE END OR FAIL CALL.
003084*-----------------------------------------------------------------
003085 0850-SET-RUN-COUNTS.
003086     MOVE BNK-ORDER-COUNT TO RHS-READ-COUNT
003087     MOVE BNK-GENERATED-COUNT TO RHS-POSTED-COUNT
003088     COMPUTE RHS-REJECTED-COUNT = BNK-NOACCT-COUNT
003089         + BNK-CLOSED-COUNT + BNK-BADDATE-COUNT
003090     MOVE BNK-GENERATED-COUNT TO RHS-WRITTEN-COUNT.
003091 0850-SET-RUN-COUNTS-EXIT.
003092     EXIT.

003093*-----------------------------------------------------------------
003100* 0900  REGISTER CLEAN COMPLETION.  AN ABEND OR A STOP-COLD PATH
003110*       NEVER GETS HERE AND LEAVES THE STEP MARKED STARTED, SO A
003120*       RERUN NEEDS THE OPERATOR OVERRIDE.
003130*-----------------------------------------------------------------
003140 0900-CYCLE-END.
003143     PERFORM 0850-SET-RUN-COUNTS
003146         THRU 0850-SET-RUN-COUNTS-EXIT
003150     MOVE "END" TO BNK-CYCLE-FUNCTION
003160     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
003170                           BNK-CYCLE-FUNCTION
003180                           BNK-CYCLE-RETURN-CODE
003185                           RUN-HISTORY-RECORD.
003190 0900-CYCLE-END-EXIT.
003200     EXIT.

003201*-----------------------------------------------------------------
003202* 0950  REGISTER A STOP-COLD RUN.  CYCLCTL FILES IT ON THE RUN
003203*       HISTORY AS FAILED BUT LEAVES THE STEP MARKED STARTED, SO A
003204*       RERUN STILL NEEDS THE OPERATOR OVERRIDE.
003205*-----------------------------------------------------------------
003206 0950-CYCLE-FAIL.
003207     PERFORM 0850-SET-RUN-COUNTS
003208         THRU 0850-SET-RUN-COUNTS-EXIT
003209     MOVE "FAIL" TO BNK-CYCLE-FUNCTION
003210     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
003211                           BNK-CYCLE-FUNCTION
003212                           BNK-CYCLE-RETURN-CODE
003213                           RUN-HISTORY-RECORD.
003214 0950-CYCLE-FAIL-EXIT.
003215     EXIT.


003216*-----------------------------------------------------------------
003220* 1000  PICK UP THE BUSINESS DATE FROM THE RUN-CONTROL CARD
003230*       (SYSTEM DATE IF NO CARD), LOAD THE STANDING-ORDER MASTER
003240*       INTO THE TABLE, AND OPEN THE FEED AND REPORT FILES.
005640     MOVE SO-AMOUNT TO TRX-AMOUNT
005650     MOVE SO-COUNTER-ACC TO TRX-COUNTER-ACC
005660     MOVE SPACES TO TRX-NEW-NAME
005661*    A PAYMENT TO ANOTHER BANK CARRIES ITS BENEFICIARY ONTO THE
005662*    FEED; BANKING REJECTS ONE THAT ARRIVES WITHOUT.
005663     IF SO-TYPE = "EXTPAY"
005664         MOVE SO-BENE-BANK TO TRX-BENE-BANK
005665         MOVE SO-BENE-ACCOUNT TO TRX-BENE-ACCOUNT
005666         MOVE SO-BENE-NAME TO TRX-NEW-NAME
005667     END-IF
005670     MOVE BNK-BUSINESS-DATE TO TRX-EFF-DATE
005680     MOVE "STORDERS" TO TRX-SOURCE
005681*    THE ORDER AND THE DUE DATE IT PAYS (YMMDD) MAKE THE
005682*    REFERENCE, SO A FEED RESENT FOR THE SAME DUE DATE IS
005683*    CAUGHT BY BANKING'S DUPLICATE CHECK.
005684     MOVE SO-ID TO TRX-REFERENCE (1:5)
005685     MOVE SO-NEXT-DUE (4:5) TO TRX-REFERENCE (6:5)
005690     IF BNK-FEED-COUNT < BNK-FEED-MAX
005700         ADD 1 TO BNK-FEED-COUNT
005710         MOVE TRANSACTION-RECORD
