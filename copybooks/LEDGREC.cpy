001140*                    LEDGER RECORDS, ONE PER LEG, EACH NAMING THE
001150*                    OTHER LEG'S ACCOUNT HERE SO THE PAIR CAN BE
001160*                    TIED BACK TOGETHER.  SPACES FOR OTHER TYPES.
001161*   2026-09-17  RLH  ADD LDG-ORIG-DATE, LDG-ORIG-TIME AND
001162*                    LDG-ORIG-TYPE.  A REVERSAL RECORD NAMES THE
001163*                    LEDGER RECORD IT BACKS OUT HERE (ITS DATE,
001164*                    TIME AND TYPE); ZERO/SPACES ON EVERY OTHER
001165*                    TYPE.  RECORDS WRITTEN BEFORE THIS CHANGE
001166*                    READ BACK WITH THESE FIELDS BLANK, SO TEST
001167*                    LDG-ORIG-DATE NUMERIC BEFORE USING IT.  THE
001168*                    RECORD GROWS TO 97 BYTES - WIDEN THE ARCHIVE
001169*                    AND WORK-AREA COPIES OF IT IN STEP.
001170*   2026-09-24  RLH  ADD LDG-REASON-CODE, THE CLEARING-HOUSE
001171*                    REASON ON AN EXTRETURN RECORD (WHICH ALSO
001172*                    NAMES THE RETURNED EXTPAY IN THE LDG-ORIG
001173*                    FIELDS); SPACES ON EVERY OTHER TYPE.  THE
001174*                    RECORD GROWS TO 101 BYTES - WIDEN THE ARCHIVE
001175*                    AND WORK-AREA COPIES IN STEP.
001176*   2026-10-12  RLH  ADD LDG-SOURCE AND LDG-REFERENCE, THE
001177*                    ORIGINATING SOURCE AND ITS REFERENCE FOR
001178*                    THE ITEM (SEE TRXREC).  A JOB THAT POSTS
001179*                    ON ITS OWN ACCOUNT (INTEREST, FEESWEEP,
001180*                    TERMMAT, EXTRTN) NAMES ITSELF AS THE SOURCE
001181*                    AND ASSIGNS THE REFERENCE.  BOTH LEGS OF A
001182*                    TRANSFER CARRY THE SAME REFERENCE.  SPACES
001183*                    ON RECORDS WRITTEN BEFORE THIS CHANGE.  THE
001184*                    RECORD GROWS TO 121 BYTES - WIDEN THE
001185*                    ARCHIVE AND WORK-AREA COPIES IN STEP.
001186******************************************************************
001187 01  LEDGER-RECORD.
001190     05  LDG-TIMESTAMP.
001200         10  LDG-DATE            PIC 9(08).
001210         10  LDG-TIME            PIC 9(08).
001300     05  LDG-OVERDRAFT-FLAG      PIC X(01).
001310         88  LDG-OVERDRAFT-USED  VALUE "Y".
001320     05  LDG-COUNTER-ACC         PIC X(05).
001330     05  LDG-ORIG-DATE           PIC 9(08).
001340     05  LDG-ORIG-TIME           PIC 9(08).
001350     05  LDG-ORIG-TYPE           PIC X(10).
001360     05  LDG-REASON-CODE         PIC X(04).
001370     05  LDG-SOURCE              PIC X(10).
001380     05  LDG-REFERENCE           PIC X(10).
