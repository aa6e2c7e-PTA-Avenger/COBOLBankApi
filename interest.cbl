001460*                      RUN OR AN OUT-OF-SEQUENCE START WITHOUT AN
001470*                      OPERATOR OVERRIDE AND OFFERS THE RUNCTL.DAT
001480*                      DATE ROLL WHEN THE DAY'S CYCLE COMPLETES.
001483*     2026-09-17  RLH  CLEAR THE NEW LEDGER ORIGINAL-POSTING
001486*                      FIELDS (SEE LEDGREC).
001487*     2026-09-24  RLH  LEDGER RECORD CARRIES A BLANK RETURN
001488*                      REASON.
001489*     2026-10-12  RLH  LEDGER RECORDS CARRY THIS JOB AS THEIR
001490*                      SOURCE AND A REFERENCE OF THE ACCOUNT AND
001491*                      BUSINESS DATE.
001492*     2026-10-15  RLH  RUN HISTORY: COUNTS AND STOP-COLD FAILURES
001493*                      TO CYCLCTL.
001494******************************************************************
001500 IDENTIFICATION DIVISION.
001510 PROGRAM-ID. INTEREST.

002030     ACC-INSTRUCTION     BY CACC-INSTRUCTION
002040     ACC-INSTR-ROLLOVER  BY CACC-INSTR-ROLLOVER
002050     ACC-INSTR-PAYOUT    BY CACC-INSTR-PAYOUT
002060     ACC-LINKED-ACC      BY CACC-LINKED-ACC
002062     ACC-COLL-FLAG       BY CACC-COLL-FLAG
002064     ACC-COLL-BLOCKED    BY CACC-COLL-BLOCKED
002066     ACC-COLL-CLEAR      BY CACC-COLL-CLEAR.

002070 01  BNK-ACCT-FILE-STATUS        PIC X(02).
002080 01  BNK-OUTPUT-FILE-STATUS      PIC X(02).
002470 01  BNK-CYCLE-FUNCTION          PIC X(05) VALUE SPACES.
002480 01  BNK-CYCLE-RETURN-CODE       PIC X(02) VALUE "00".
002490     88  BNK-CYCLE-PROCEED           VALUE "00".
002493*    THIS RUN'S HISTORY RECORD, STAMPED BY CYCLCTL (SEE RUNHIST).
002496     COPY RUNHIST.

002500 PROCEDURE DIVISION.

002730     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
002740                           BNK-CYCLE-FUNCTION
002750                           BNK-CYCLE-RETURN-CODE
002755                           RUN-HISTORY-RECORD
002760     IF NOT BNK-CYCLE-PROCEED
002770         DISPLAY "INTEREST STOPPED BY CYCLE CONTROL"
002780         STOP RUN
002800 0100-CYCLE-START-EXIT.
002810     EXIT.

002811*-----------------------------------------------------------------
002812* 0850  LOAD THIS RUN'S RECORD COUNTS ONTO THE HISTORY RECORD
002813*       FOR CYCLCTL TO FILE WITH THE END OR FAIL CALL.
002814*-----------------------------------------------------------------
002815 0850-SET-RUN-COUNTS.
002816     MOVE BNK-ACCOUNT-COUNT TO RHS-READ-COUNT
002817     MOVE BNK-POSTED-COUNT TO RHS-POSTED-COUNT
002818     MOVE BNK-NORATE-COUNT TO RHS-REJECTED-COUNT
002819     MOVE BNK-POSTED-COUNT TO RHS-WRITTEN-COUNT.
002820 0850-SET-RUN-COUNTS-EXIT.
002821     EXIT.

002822*-----------------------------------------------------------------
002830* 0900  REGISTER CLEAN COMPLETION.  AN ABEND OR A STOP-COLD PATH
002840*       NEVER GETS HERE AND LEAVES THE STEP MARKED STARTED, SO A
002850*       RERUN NEEDS THE OPERATOR OVERRIDE.
002860*-----------------------------------------------------------------
002870 0900-CYCLE-END.
002873     PERFORM 0850-SET-RUN-COUNTS
002876         THRU 0850-SET-RUN-COUNTS-EXIT
002880     MOVE "END" TO BNK-CYCLE-FUNCTION
002890     CALL "CYCLCTL" USING BNK-CYCLE-JOB-NAME
002900                           BNK-CYCLE-FUNCTION
002910                           BNK-CYCLE-RETURN-CODE
002915                           RUN-HISTORY-RECORD.
002920 0900-CYCLE-END-EXIT.
002930     EXIT.

005120     MOVE ACC-BALANCE TO LDG-BALANCE-AFTER
005130     MOVE BNK-OVERDRAFT-FLAG TO LDG-OVERDRAFT-FLAG
005140     MOVE SPACES TO LDG-COUNTER-ACC
005142     MOVE ZERO TO LDG-ORIG-DATE
005144     MOVE ZERO TO LDG-ORIG-TIME
005146     MOVE SPACES TO LDG-ORIG-TYPE
005148     MOVE SPACES TO LDG-REASON-CODE
005149*    ONE POSTING PER ACCOUNT PER RUN: THE ACCOUNT AND THE
005150*    BUSINESS DATE (YMMDD) ARE ITS REFERENCE.
005151     MOVE "INTEREST" TO LDG-SOURCE
005152     MOVE ACC-ID TO LDG-REFERENCE (1:5)
005153     MOVE BNK-BUSINESS-DATE (4:5) TO LDG-REFERENCE (6:5)
005154     WRITE LEDGER-RECORD

005160     MOVE ACC-BALANCE TO BNK-SAMOUNT-EDIT
005170     STRING
