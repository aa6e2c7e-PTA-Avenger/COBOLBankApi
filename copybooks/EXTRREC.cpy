001000******************************************************************
001010* EXTRREC.CPY
001020*
001030* CLEARING-HOUSE RETURNS FILE RECORD LAYOUT (EXTRTN.DAT).  ONE
001040* RECORD PER OUTBOUND PAYMENT THE CLEARING HOUSE COULD NOT APPLY
001050* AND IS SENDING BACK, QUOTING THE PAYMENT REFERENCE FROM
001060* EXTPAY.DAT (SEE EXTPREC), THE AMOUNT RETURNED, AND THE RETURN
001070* REASON.  THE FILE IS SEALED LIKE THE OUTBOUND FILE: A HEADER
001080* RECORD (MARKER "HDR", FILE DATE AND ORIGINATOR) FIRST AND A
001090* TRAILER RECORD (MARKER "TRL", DETAIL COUNT AND AMOUNT HASH)
001100* LAST.  A DAY WITH NO RETURNS STILL SENDS HEADER AND TRAILER.
001110*
001120* MODIFICATION HISTORY
001130*   2026-09-24  RLH  INITIAL VERSION.
001140******************************************************************
001150 01  EXT-RETURN-RECORD.
001160     05  EXR-PAY-REF             PIC X(16).
001170     05  EXR-AMOUNT              PIC 9(7)V99.
001180     05  EXR-REASON-CODE         PIC X(04).
001190     05  EXR-REASON-TEXT         PIC X(30).
001200     05  EXR-RETURN-DATE         PIC 9(08).
001210     05  FILLER                  PIC X(13).

001220 01  EXT-RETURN-CONTROL-RECORD.
001230     05  ERC-MARKER              PIC X(03).
001240         88  ERC-IS-HEADER       VALUE "HDR".
001250         88  ERC-IS-TRAILER      VALUE "TRL".
001260     05  ERC-DATA                PIC X(77).
001270     05  ERC-HEADER-DATA REDEFINES ERC-DATA.
001280         10  ERC-FILE-DATE       PIC 9(08).
001290         10  ERC-ORIGINATOR      PIC X(10).
001300         10  FILLER              PIC X(59).
001310     05  ERC-TRAILER-DATA REDEFINES ERC-DATA.
001320         10  ERC-RECORD-COUNT    PIC 9(08).
001330         10  ERC-HASH-TOTAL      PIC 9(11)V99.
001340         10  FILLER              PIC X(56).
