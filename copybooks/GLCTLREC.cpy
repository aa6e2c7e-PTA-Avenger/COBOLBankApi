001000******************************************************************
001010* GLCTLREC.CPY
001020*
001030* GL CONTROL-BALANCE RECORD LAYOUT (GLCTL.DAT).  ONE RECORD PER
001040* ACC-PRODUCT-CODE, KEPT BY THE DAILY GLRECON TRIAL BALANCE.
001050* CARRIES THE RUNNING BALANCES OF THE TWO CUSTOMER CONTROL
001060* ACCOUNTS FINANCE HOLDS FOR THE PRODUCT, ROLLED FORWARD EACH
001070* DAY FROM THE JOURNAL LINES ON GLINTF.DAT:
001080*
001090*     GCB-CREDIT-BALANCE  THE CUSTOMER DEPOSITS CONTROL - WHAT
001100*                         THE BANK OWES ACCOUNTS IN CREDIT.
001110*     GCB-DEBIT-BALANCE   THE OVERDRAFTS CONTROL - WHAT
001120*                         OVERDRAWN ACCOUNTS OWE THE BANK.
001130*
001137* GCB-AS-OF-DATE IS THE LAST BUSINESS DATE ROLLED IN.  THE PRIOR
001144* DATE AND BALANCES ARE THOSE THAT DAY ROLLED FROM, SO A RERUN ON
001151* THE SAME DATE ROLLS AGAIN FROM THEM, NOT ADDING THE DAY TWICE.
001160* BALANCES USE A TRAILING SEPARATE SIGN AS IN LEDGREC.
001170*
001180* MODIFICATION HISTORY
001190*   2026-10-05  RLH  INITIAL VERSION.
001193*   2026-10-15  RLH  PRIOR DATE AND BALANCES KEPT FOR A SAME-DAY
001196*                    RERUN.
001200******************************************************************
001210 01  GL-CONTROL-RECORD.
001220     05  GCB-PRODUCT-CODE        PIC X(03).
001230     05  GCB-AS-OF-DATE          PIC 9(08).
001240     05  GCB-CREDIT-BALANCE      PIC S9(11)V99
001250                                 SIGN IS TRAILING SEPARATE.
001260     05  GCB-DEBIT-BALANCE       PIC S9(11)V99
001270                                 SIGN IS TRAILING SEPARATE.
001271     05  GCB-PRIOR-DATE          PIC 9(08).
001272     05  GCB-PRIOR-CREDIT        PIC S9(11)V99
001273                                 SIGN IS TRAILING SEPARATE.
001274     05  GCB-PRIOR-DEBIT         PIC S9(11)V99
001275                                 SIGN IS TRAILING SEPARATE.
001280     05  FILLER                  PIC X(10).
