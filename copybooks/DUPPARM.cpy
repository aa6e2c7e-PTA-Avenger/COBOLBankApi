001000******************************************************************
001010* DUPPARM.CPY
001020*
001030* DUPLICATE-CHECK PARAMETER RECORD (DUPPARM.DAT).  ONE RECORD,
001040* MAINTAINED BY OPERATIONS, CARRYING THE NUMBER OF DAYS BANKING
001050* REMEMBERS A POSTED ORIGINATOR REFERENCE (SEE REFHIST).  AN
001060* ITEM RESENT WITHIN THAT MANY DAYS OF THE FIRST IS REJECTED AS
001070* A DUPLICATE.  ZERO CHECKS THE BUSINESS DATE ONLY.  A MISSING
001080* OR UNREADABLE FILE FALLS BACK TO THE DEFAULT IN BANKING AND
001090* THE CONTROL REPORT SAYS SO.  A CHANGE IS A FILE EDIT, NOT A
001100* RECOMPILE.
001110*
001120* MODIFICATION HISTORY
001130*   2026-10-12  RLH  INITIAL VERSION.
001140******************************************************************
001150 01  DUP-PARM-RECORD.
001160     05  DPP-WINDOW-DAYS         PIC 9(03).
