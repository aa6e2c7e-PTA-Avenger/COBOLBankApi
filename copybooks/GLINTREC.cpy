001000******************************************************************
001010* GLINTREC.CPY
001020*
001030* GENERAL-LEDGER INTERFACE RECORD LAYOUT (GLINTF.DAT).  ONE
001040* JOURNAL LINE PER RECORD, WRITTEN BY GLEXTRCT FOR THE FINANCE
001050* IMPORT: THE BUSINESS DATE, THE GL ACCOUNT, "D" OR "C", THE
001060* AMOUNT, AND THE LEDGER TRANSACTION TYPE AS THE DESCRIPTION.
001070* GLI-PRODUCT-CODE IS THE ACC-PRODUCT-CODE OF THE CUSTOMER
001080* ACCOUNT THE LINE BELONGS TO, SO THE CUSTOMER CONTROL ACCOUNTS
001090* CAN BE HELD AND PROVED BY PRODUCT (SEE GLRECON).  ON A
001100* TRANSFER THE DEBIT LINE CARRIES THE PAYING ACCOUNT'S PRODUCT
001110* AND THE CREDIT LINE THE RECEIVING ACCOUNT'S.  "???" MEANS THE
001120* ACCOUNT WAS NOT ON THE MASTER.
001130*
001140* MODIFICATION HISTORY
001150*   2026-10-05  RLH  MOVED OUT OF GLEXTRCT.  ADD
001160*                    GLI-PRODUCT-CODE AT THE END OF THE RECORD.
001170******************************************************************
001180 01  GL-INTERFACE-RECORD.
001190     05  GLI-DATE                PIC 9(08).
001200     05  GLI-GL-ACCOUNT          PIC X(08).
001210     05  GLI-DC-FLAG             PIC X(01).
001220         88  GLI-DEBIT               VALUE "D".
001230         88  GLI-CREDIT              VALUE "C".
001240     05  GLI-AMOUNT              PIC 9(11)V99.
001250     05  GLI-DESCRIPTION         PIC X(20).
001260     05  GLI-PRODUCT-CODE        PIC X(03).
