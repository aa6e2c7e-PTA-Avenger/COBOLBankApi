001360*                      OFF LIMIT (OR OF AN UNREADABLE AMOUNT)
001370*                      NEEDS A SECOND, MORE SENIOR OPERATOR'S
001380*                      APPROVAL, BOTH IDS ON THE AUDIT RECORD.
001382*     2026-09-17  RLH  SHOW A REVERSAL'S ORIGINAL POSTING TYPE AND
001384*                      DATE, WHICH TRAVEL IN THE ADDRESS 1 AND
001386*                      HOLD EXPIRY POSITIONS.
001387*     2026-09-24  RLH  SHOW AN EXTPAY'S BENEFICIARY BANK, ACCOUNT
001388*                      AND NAME, WHICH TRAVEL IN THE ADDRESS 2 AND
001389*                      NEW NAME POSITIONS.
001390*     2026-10-12  RLH  SHOW AND OFFER TO CORRECT THE ORIGINATOR
001391*                      REFERENCE, AND CARRY IT ONTO THE REPAIRED
001392*                      ITEM.
001393******************************************************************
001400 IDENTIFICATION DIVISION.
001410 PROGRAM-ID. REPAIR.

004550     DISPLAY "  HOLD EXPIRY: " REJ-EXPIRY-DATE
004560     DISPLAY "  SOURCE:      " REJ-SOURCE
004562     DISPLAY "  INSTRUCTION: " REJ-INSTRUCTION
004563     DISPLAY "  REFERENCE:   " REJ-REFERENCE
004564*    A REVERSAL CARRIES ITS ORIGINAL POSTING'S TYPE AND DATE IN
004565*    THE ADDRESS 1 AND HOLD EXPIRY POSITIONS (SEE TRXREC).
004566     IF REJ-TRX-TYPE = "REVERSAL"
004567         DISPLAY "  ORIG TYPE:   " REJ-ADDR-LINE-1 (1:10)
004568             " (REPAIR AS ADDRESS 1)"
004569         DISPLAY "  ORIG DATE:   " REJ-EXPIRY-DATE
004570             " (REPAIR AS HOLD EXPIRY)"
004571     END-IF
004572*    AN EXTPAY CARRIES ITS BENEFICIARY BANK AND ACCOUNT IN THE
004573*    ADDRESS 2 POSITIONS AND THE BENEFICIARY NAME AS NEW NAME.
004574     IF REJ-TRX-TYPE = "EXTPAY"
004575         DISPLAY "  BENE BANK:   " REJ-ADDR-LINE-2 (1:9)
004576             " (REPAIR AS ADDRESS 2)"
004577         DISPLAY "  BENE ACCT:   " REJ-ADDR-LINE-2 (10:16)
004578             " (REPAIR AS ADDRESS 2)"
004579         DISPLAY "  BENE NAME:   " REJ-NEW-NAME
004580             " (REPAIR AS NEW NAME)"
004581     END-IF
004582     DISPLAY "  REJECTED:    " REJ-REASON-CODE " "
004583         REJ-REASON-TEXT
004590     DISPLAY "ACTION? (R)EPAIR (W)RITE OFF (K)EEP: "
004600         WITH NO ADVANCING
004610     ACCEPT BNK-ACTION-ANSWER
005080     MOVE REJ-EXPIRY-DATE TO TRX-EXPIRY-DATE-X
005090     MOVE REJ-SOURCE TO TRX-SOURCE
005092     MOVE REJ-INSTRUCTION TO TRX-INSTRUCTION
005096     MOVE REJ-REFERENCE TO TRX-REFERENCE

005100     MOVE "TRX ID" TO AUD-FIELD-NAME
005110     MOVE TRX-ID TO AUD-OLD-VALUE
006088             THRU 3200-AUDIT-FIELD-CHANGE-EXIT
006089     END-IF

006090     MOVE "REFERENCE" TO AUD-FIELD-NAME
006091     MOVE TRX-REFERENCE TO AUD-OLD-VALUE
006092     PERFORM 3100-ASK-ONE-FIELD
006093         THRU 3100-ASK-ONE-FIELD-EXIT
006094     IF BNK-FIELD-ANSWER NOT = SPACES
006095         MOVE BNK-FIELD-ANSWER TO TRX-REFERENCE
006096         PERFORM 3200-AUDIT-FIELD-CHANGE
006097             THRU 3200-AUDIT-FIELD-CHANGE-EXIT
006098     END-IF

006099     IF TRX-AMOUNT NOT NUMERIC
006100         DISPLAY "WARNING - AMOUNT STILL NOT NUMERIC, ITEM"
006110             " WILL LIKELY REJECT AGAIN"
006120     END-IF
