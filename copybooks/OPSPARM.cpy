001000******************************************************************
001010* OPSPARM.CPY
001020*
001030* OPERATIONS SUMMARY PARAMETER RECORD (OPSPARM.DAT).  ONE
001040* RECORD, MAINTAINED BY OPERATIONS, SETTING WHEN OPSRPT FLAGS A
001050* JOB AGAINST ITS TRAILING 30-DAY AVERAGE:
001060*
001070*     RAN LONG      - ELAPSED TIME OVER THE GIVEN PERCENTAGE OF
001080*                     THE AVERAGE, AND LONGER BY AT LEAST THE
001090*                     GIVEN NUMBER OF SECONDS.
001100*     COUNT MOVED   - A COUNT MORE THAN THE GIVEN PERCENTAGE
001110*                     ABOVE OR BELOW THE AVERAGE, AND OFF BY AT
001120*                     LEAST THE GIVEN NUMBER OF RECORDS.
001130*
001140* THE FLOORS KEEP A SHORT JOB OR A SMALL COUNT FROM BEING
001150* FLAGGED FOR A FEW SECONDS OR RECORDS.  A MISSING OR
001160* UNREADABLE FILE FALLS BACK TO THE DEFAULTS IN OPSRPT AND THE
001170* REPORT SAYS SO.  A CHANGE IS A FILE EDIT, NOT A RECOMPILE.
001180*
001190* MODIFICATION HISTORY
001200*   2026-10-15  RLH  INITIAL VERSION.
001210******************************************************************
001220 01  OPS-PARM-RECORD.
001230     05  OPP-LONG-RUN-PCT        PIC 9(03).
001240     05  OPP-LONG-RUN-MIN-SECS   PIC 9(05).
001250     05  OPP-COUNT-MOVE-PCT      PIC 9(03).
001260     05  OPP-COUNT-MOVE-MIN      PIC 9(07).
