001280*
001290* MODIFICATION HISTORY.
001300*     2026-09-03  RLH  INITIAL VERSION.
001303*     2026-10-15  RLH  RUN HISTORY: COUNTS AND STOP-COLD FAILURES
001306*                      TO CYCLCTL.
001310******************************************************************
001320 IDENTIFICATION DIVISION.
001330 PROGRAM-ID. FEEDMRG.
002120 01  BNK-CYCLE-FUNCTION          PIC X(05) VALUE SPACES.
002130 01  BNK-CYCLE-RETURN-CODE       PIC X(02) VALUE "00".
002140     88  BNK-CYCLE-PROCEED           VALUE "00".
002143*    THIS RUN'S HISTORY RECORD, STAMPED BY CYCLCTL (SEE RUNHIST).
002146     COPY RUNHIST.

002150 PROCEDURE DIVISION.

002320         DISPLAY "FEEDMRG STOPPED - " BNK-ABORT-TEXT
002330         PERFORM 9000-TERMINATE
002340             THRU 9000-TERMINATE-EXIT
002343         PERFORM 0950-CYCLE-FAIL
002346             THRU 0950-CYCLE-FAIL-EXIT
002350         STOP RUN
002360     END-IF
002370     PERFORM 7000-WRITE-MERGED-FEED
002510     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
002520                           BNK-CYCLE-FUNCTION
002530                           BNK-CYCLE-RETURN-CODE
002535                           RUN-HISTORY-RECORD
002540     IF NOT BNK-CYCLE-PROCEED
002550         DISPLAY "FEEDMRG STOPPED BY CYCLE CONTROL"
002560         STOP RUN
002580 0100-CYCLE-START-EXIT.
002590     EXIT.

002591*-----------------------------------------------------------------
002592* 0850  LOAD THIS RUN'S RECORD COUNTS ONTO THE HISTORY RECORD
002593*       FOR CYCLCTL TO FILE WITH THE END OR FAIL CALL.
002594*-----------------------------------------------------------------
002595 0850-SET-RUN-COUNTS.
002596     MOVE BNK-MRG-COUNT TO RHS-READ-COUNT
002597     MOVE BNK-MRG-COUNT TO RHS-WRITTEN-COUNT.
002598 0850-SET-RUN-COUNTS-EXIT.
002599     EXIT.

002600 0900-CYCLE-END.
002603     PERFORM 0850-SET-RUN-COUNTS
002606         THRU 0850-SET-RUN-COUNTS-EXIT
002610     MOVE "END" TO BNK-CYCLE-FUNCTION
002620     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
002630                           BNK-CYCLE-FUNCTION
002640                           BNK-CYCLE-RETURN-CODE
002645                           RUN-HISTORY-RECORD.
002650 0900-CYCLE-END-EXIT.
002660     EXIT.

002661*-----------------------------------------------------------------
002662* 0950  REGISTER A STOP-COLD RUN.  CYCLCTL FILES IT ON THE RUN
002663*       HISTORY AS FAILED BUT LEAVES THE STEP MARKED STARTED, SO A
002664*       RERUN STILL NEEDS THE OPERATOR OVERRIDE.
002665*-----------------------------------------------------------------
002666 0950-CYCLE-FAIL.
002667     PERFORM 0850-SET-RUN-COUNTS
002668         THRU 0850-SET-RUN-COUNTS-EXIT
002669     MOVE "FAIL" TO BNK-CYCLE-FUNCTION
002670     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
002671                           BNK-CYCLE-FUNCTION
002672                           BNK-CYCLE-RETURN-CODE
002673                           RUN-HISTORY-RECORD.
002674 0950-CYCLE-FAIL-EXIT.
002675     EXIT.

002676 1000-INITIALIZE.
002680     OPEN INPUT RUN-CONTROL-FILE
002690     IF BNK-RUNCTL-FILE-STATUS NOT = "35"
002700         READ RUN-CONTROL-FILE
