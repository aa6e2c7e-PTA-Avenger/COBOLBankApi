001440*                    MATURITY, "P" PAYS OUT TO THE LINKED
001450*                    ACCOUNT CARRIED IN TRX-COUNTER-ACC.  BLANK
001460*                    DEFAULTS TO "R".
001461*   2026-09-17  RLH  ADD THE REVERSAL TYPE, WHICH BACKS OUT ONE
001462*                    EARLIER POSTING.  IT NAMES THE ORIGINAL BY
001463*                    ACCOUNT (TRX-ID), AMOUNT AND BUSINESS DATE
001464*                    (TRX-ORIG-DATE, OVER TRX-EXPIRY-DATE), WITH
001465*                    AN OPTIONAL ORIGINAL TYPE IN TRX-ORIG-TYPE
001466*                    AND A REASON IN TRX-NEW-NAME.  BANKING'S
001467*                    EDIT PASS FILLS TRX-ORIG-TYPE/TIME FROM THE
001468*                    LEDGER RECORD IT MATCHES.  THE ORIGINAL
001469*                    FIELDS REDEFINE THE CUSTOMER ADDRESS AND
001470*                    EXPIRY, WHICH A REVERSAL NEVER CARRIES.
001471*   2026-09-24  RLH  ADD THE EXTPAY TYPE, A PAYMENT TO AN ACCOUNT
001472*                    AT ANOTHER BANK, AND TRX-BENE-BANK AND
001473*                    TRX-BENE-ACCOUNT OVER TRX-ADDR-LINE-2 FOR THE
001474*                    BENEFICIARY'S BANK CODE AND ACCOUNT NUMBER;
001475*                    THE BENEFICIARY NAME RIDES IN TRX-NEW-NAME.
001476*                    ADD THE EXTRETURN TYPE, POSTED ONLY BY THE
001477*                    EXTRTN RETURNS JOB WHEN THE CLEARING HOUSE
001478*                    SENDS A PAYMENT BACK - IT NEVER COMES IN ON
001479*                    THE FEED.
001480*   2026-10-12  RLH  ADD TRX-REFERENCE, CARVED FROM THE EXPANSION
001481*                    FILLER: THE ORIGINATOR'S OWN UNIQUE
001482*                    REFERENCE FOR THE ITEM, ASSIGNED BY ITS
001483*                    SOURCE (THE BRANCH, THE CARD PROCESSOR,
001484*                    STORDERS).  SOURCE PLUS REFERENCE IS WHAT
001485*                    BANKING'S DUPLICATE CHECK KEYS ON (SEE
001486*                    REFHIST), AND IT IS CARRIED ONTO THE
001487*                    LEDGER, REJECT, PENDING AND REPAIRED
001488*                    RECORDS.
001489******************************************************************
001490 01  TRANSACTION-RECORD.
001491     05  TRX-ID                  PIC X(05).
001500     05  TRX-TYPE                PIC X(10).
001510         88  TRX-TYPE-DEPOSIT    VALUE "DEPOSIT".
001520         88  TRX-TYPE-WITHDRAW   VALUE "WITHDRAW".
001600         88  TRX-TYPE-CUSTCHNG   VALUE "CUSTCHNG".
001610         88  TRX-TYPE-HOLD       VALUE "HOLD".
001620         88  TRX-TYPE-RELEASE    VALUE "RELEASE".
001625         88  TRX-TYPE-REVERSAL   VALUE "REVERSAL".
001626         88  TRX-TYPE-EXTPAY     VALUE "EXTPAY".
001627         88  TRX-TYPE-EXTRETURN  VALUE "EXTRETURN".
001630     05  TRX-AMOUNT              PIC 9(7)V99.
001640     05  TRX-NEW-NAME            PIC X(20).
001650     05  TRX-COUNTER-ACC         PIC X(05).
001670     05  TRX-PRODUCT-CODE        PIC X(03).
001680     05  TRX-CUST-ID             PIC X(06).
001690     05  TRX-ADDR-LINE-1         PIC X(25).
001692     05  TRX-REVERSAL-DATA REDEFINES TRX-ADDR-LINE-1.
001694         10  TRX-ORIG-TYPE       PIC X(10).
001696         10  TRX-ORIG-TIME       PIC 9(08).
001698         10  FILLER              PIC X(07).
001700     05  TRX-ADDR-LINE-2         PIC X(25).
001702     05  TRX-EXTPAY-DATA REDEFINES TRX-ADDR-LINE-2.
001704         10  TRX-BENE-BANK       PIC X(09).
001706         10  TRX-BENE-ACCOUNT    PIC X(16).
001710     05  TRX-EXPIRY-DATE         PIC 9(08).
001713     05  TRX-ORIG-DATE REDEFINES TRX-EXPIRY-DATE
001716                                 PIC 9(08).
001720     05  TRX-SOURCE              PIC X(10).
001730     05  TRX-INSTRUCTION         PIC X(01).
001735     05  TRX-REFERENCE           PIC X(10).
001740     05  FILLER                  PIC X(01).
