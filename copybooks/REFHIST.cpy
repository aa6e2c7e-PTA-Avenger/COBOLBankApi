001000******************************************************************
001010* REFHIST.CPY
001020*
001030* POSTED-REFERENCE HISTORY (REFHIST.DAT), INDEXED ON SOURCE PLUS
001040* ORIGINATOR REFERENCE.  BANKING WRITES ONE RECORD FOR EVERY
001050* ITEM IT RELEASES TO POSTING AND REJECTS A LATER ITEM FROM THE
001060* SAME SOURCE UNDER THE SAME REFERENCE AS A DUPLICATE WHILE THE
001070* FIRST IS STILL INSIDE THE DUPPARM WINDOW.  RECORDS OLDER THAN
001080* THE WINDOW ARE PURGED AT THE START OF EACH RUN, SO THE FILE
001090* HOLDS ONLY AS MANY DAYS OF REFERENCES AS THE CHECK NEEDS.
001100*
001110* EVERY RECORD CARRIES THE STAMP OF THE RUN THAT RECORDED IT AND
001120* OF ITS SERIES - THE FIRST RUN FOR A BUSINESS DATE PLUS ANY
001130* RERUNS AFTER IT WAS INTERRUPTED.  THE RECORD UNDER THE
001140* ALL-SPACES KEY IS THE RUN CONTROL: RFH-SERIES-STAMP IS THE
001150* SERIES IN PROGRESS (ZERO WHEN THE LAST RUN FINISHED CLEANLY)
001160* AND RFH-POSTED-DATE THE DATE IT OPENED.  A NON-ZERO SERIES AT
001170* START MEANS THE LAST RUN DID NOT FINISH; THE RERUN CARRIES ON
001180* THE SERIES AND TAKES BACK THE REFERENCES IT RECORDED INSTEAD
001185* OF REJECTING ITS OWN BATCH AS DUPLICATES.  THE CONTROL RECORD
001190* ALSO KEEPS THE SERIES' PAYMENT SEQUENCE BASE (SEE EXTPREC) IN
001195* PLACE OF THE TRANSACTION TYPE.
001200*
001210* MODIFICATION HISTORY
001220*   2026-10-12  RLH  INITIAL VERSION.
001223*   2026-10-15  RLH  CONTROL RECORD KEEPS THE SERIES' PAYMENT
001226*                    SEQUENCE BASE.
001230******************************************************************
001240 01  REF-HISTORY-RECORD.
001250     05  RFH-KEY.
001260         10  RFH-SOURCE          PIC X(10).
001270         10  RFH-REFERENCE       PIC X(10).
001280     05  RFH-POSTED-DATE         PIC 9(08).
001290     05  RFH-SERIES-STAMP        PIC 9(08).
001300     05  RFH-RUN-STAMP           PIC 9(08).
001310     05  RFH-ACC-ID              PIC X(05).
001320     05  RFH-TRX-TYPE            PIC X(10).
001322     05  RFH-CTL-DATA REDEFINES RFH-TRX-TYPE.
001324         10  RFH-CTL-PAY-SEQ-BASE PIC 9(08).
001326         10  FILLER              PIC X(02).
001330     05  RFH-AMOUNT              PIC 9(7)V99.
001340     05  FILLER                  PIC X(02).
