001220*                    INSTRUCTION (ROLL OVER OR PAY OUT), AND THE
001230*                    LINKED ACCOUNT A PAYOUT GOES TO.  ALL ZERO
001240*                    OR SPACES ON ORDINARY ACCOUNTS.
001241*   2026-09-10  RLH  ADD ACC-COLL-FLAG, SET BY THE NIGHTLY
001242*                    COLLECTIONS JOB (SEE COLLECT) ONCE AN
001243*                    ACCOUNT HAS BEEN OVERDRAWN PAST THE BLOCK
001244*                    DAY COUNT.  BANKING REFUSES CUSTOMER DEBITS
001245*                    AGAINST A BLOCKED ACCOUNT; CREDITS STILL
001246*                    POST.  SPACE ON EVERY OTHER ACCOUNT.
001250******************************************************************
001260 01  ACCOUNT-RECORD.
001270     05  ACC-ID                  PIC X(05).
001400         88  ACC-INSTR-ROLLOVER  VALUE "R".
001410         88  ACC-INSTR-PAYOUT    VALUE "P".
001420     05  ACC-LINKED-ACC          PIC X(05).
001430     05  ACC-COLL-FLAG           PIC X(01).
001440         88  ACC-COLL-BLOCKED    VALUE "B".
001450         88  ACC-COLL-CLEAR      VALUE " ".
