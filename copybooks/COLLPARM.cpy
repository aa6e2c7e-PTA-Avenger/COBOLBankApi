001000******************************************************************
001010* COLLPARM.CPY
001020*
001030* COLLECTIONS PARAMETER RECORD (COLLPARM.DAT).  ONE RECORD,
001040* MAINTAINED BY THE COLLECTIONS UNIT, CARRYING THE NUMBER OF
001050* DAYS AN ACCOUNT MAY STAY CONTINUOUSLY OVERDRAWN BEFORE THE
001060* COLLECT JOB BLOCKS FURTHER CUSTOMER DEBITS AGAINST IT.  ZERO
001070* TURNS BLOCKING OFF; THE AGING REPORT IS PRODUCED EITHER WAY.
001080* A CHANGE IS A FILE EDIT, NOT A RECOMPILE.
001090*
001100* MODIFICATION HISTORY
001110*   2026-09-10  RLH  INITIAL VERSION.
001120******************************************************************
001130 01  COLL-PARM-RECORD.
001140     05  CLP-BLOCK-DAYS          PIC 9(03).
