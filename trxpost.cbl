001490*                      INSTEAD OF RAW BALANCE.  FEES STILL POST
001500*                      REGARDLESS.  CALLERS WITH NO HOLDS FILE
001510*                      PASS ZERO.
001513*     2026-09-10  RLH  AN OPEN NOW CLEARS THE COLLECTIONS BLOCK
001516*                      FLAG (SEE COLLECT).
001517*     2026-09-17  RLH  ADD THE REVERSAL TYPE, WHICH BACKS OUT AN
001518*                      EARLIER DEPOSIT, WITHDRAWAL, FEE, INTEREST
001519*                      CREDIT OR INTEREST CHARGE BY POSTING THE
001520*                      EXACT OPPOSITE MOVEMENT.
001521*     2026-09-24  RLH  ADD THE EXTPAY TYPE, POSTED THROUGH THE
001522*                      WITHDRAWAL AVAILABLE-BALANCE CHECK, AND THE
001523*                      EXTRETURN TYPE, A PLAIN CREDIT.
001524******************************************************************
001530 IDENTIFICATION DIVISION.
001540 PROGRAM-ID. TRXPOST.

001750     ACC-INSTRUCTION     BY CACC-INSTRUCTION
001760     ACC-INSTR-ROLLOVER  BY CACC-INSTR-ROLLOVER
001770     ACC-INSTR-PAYOUT    BY CACC-INSTR-PAYOUT
001780     ACC-LINKED-ACC      BY CACC-LINKED-ACC
001782     ACC-COLL-FLAG       BY CACC-COLL-FLAG
001784     ACC-COLL-BLOCKED    BY CACC-COLL-BLOCKED
001786     ACC-COLL-CLEAR      BY CACC-COLL-CLEAR.

001790 01  BNK-BALANCE-BEFORE          PIC S9(7)V99.

002210         WHEN TRX-TYPE-FEE
002220             PERFORM 7000-POST-FEE
002230                 THRU 7000-POST-FEE-EXIT
002232         WHEN TRX-TYPE-REVERSAL
002234             PERFORM 8000-POST-REVERSAL
002236                 THRU 8000-POST-REVERSAL-EXIT
002237*        A PAYMENT TO ANOTHER BANK IS A WITHDRAWAL AS FAR AS THE
002238*        ACCOUNT IS CONCERNED - SAME AVAILABLE-BALANCE CHECK - AND
002239*        ONE THE CLEARING HOUSE SENDS BACK IS A PLAIN CREDIT.
002240         WHEN TRX-TYPE-EXTPAY
002241             PERFORM 2000-POST-WITHDRAW
002242                 THRU 2000-POST-WITHDRAW-EXIT
002243         WHEN TRX-TYPE-EXTRETURN
002244             PERFORM 1000-POST-DEPOSIT
002245                 THRU 1000-POST-DEPOSIT-EXIT
002246         WHEN OTHER
002250             SET BNK-INVALID-TYPE TO TRUE
002260     END-EVALUATE

002540     MOVE ZERO TO ACC-TERM-MONTHS
002550     MOVE SPACES TO ACC-INSTRUCTION
002560     MOVE SPACES TO ACC-LINKED-ACC
002565     SET ACC-COLL-CLEAR TO TRUE
002570     MOVE TRX-AMOUNT TO ACC-BALANCE
002580     MOVE ZERO TO ACC-OVERDRAFT-LIMIT
002590     SET ACC-STATUS-OPEN TO TRUE
003050     SET BNK-SUCCESS TO TRUE.
003060 7000-POST-FEE-EXIT.
003070     EXIT.

003080*-----------------------------------------------------------------
003090* 8000  REVERSAL.  MOVES THE BALANCE THE OPPOSITE WAY TO THE
003100*       ORIGINAL POSTING NAMED IN TRX-ORIG-TYPE, WHICH THE
003110*       CALLER HAS ALREADY MATCHED ON THE LEDGER.  BACKING OUT A
003120*       CREDIT (DEPOSIT OR INTEREST) IS AN UNCONDITIONAL DEBIT
003130*       LIKE A FEE - THE MONEY WAS NEVER GOOD - WITH OVERDRAFT
003140*       USE FLAGGED FOR THE LEDGER.  BACKING OUT A DEBIT
003150*       (WITHDRAW, FEE, INTCHARGE) IS A PLAIN CREDIT.
003160*-----------------------------------------------------------------
003170 8000-POST-REVERSAL.
003180     IF TRX-ORIG-TYPE = "DEPOSIT" OR TRX-ORIG-TYPE = "INTEREST"
003190         IF TRX-AMOUNT > ACC-BALANCE
003200             SET BNK-OVERDRAFT-USED TO TRUE
003210         END-IF
003220         COMPUTE ACC-BALANCE = ACC-BALANCE - TRX-AMOUNT
003230     ELSE
003240         COMPUTE ACC-BALANCE = ACC-BALANCE + TRX-AMOUNT
003250     END-IF
003260     SET BNK-SUCCESS TO TRUE.
003270 8000-POST-REVERSAL-EXIT.
003280     EXIT.
