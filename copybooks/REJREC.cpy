001232*   2026-09-03  RLH  CARRY TRX-INSTRUCTION, SO A REPAIRED TERM
001234*                    OPEN STILL MATURES THE WAY THE CUSTOMER
001236*                    ASKED INSTEAD OF THE ROLLOVER DEFAULT.
001237*   2026-10-12  RLH  CARRY TRX-REFERENCE, CARVED FROM THE
001238*                    EXPANSION FILLER, SO A REPAIRED ITEM COMES
001239*                    BACK UNDER ITS ORIGINATOR'S REFERENCE.
001240******************************************************************
001250 01  REJECT-RECORD.
001260     05  REJ-TRX-ID              PIC X(05).
001380     05  REJ-EXPIRY-DATE         PIC X(08).
001390     05  REJ-SOURCE              PIC X(10).
001392     05  REJ-INSTRUCTION         PIC X(01).
001396     05  REJ-REFERENCE           PIC X(10).
001400     05  FILLER                  PIC X(01).
