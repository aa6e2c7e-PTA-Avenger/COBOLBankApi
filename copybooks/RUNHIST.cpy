001000******************************************************************
001010* RUNHIST.CPY
001020*
001030* BATCH RUN HISTORY RECORD (RUNHIST.DAT).  THE PERMANENT RECORD
001040* OF EVERY CYCLE JOB'S RUNS, APPENDED BY CYCLCTL AND NEVER
001050* CLEARED - UNLIKE CYCLSTAT.DAT, WHICH ONLY HOLDS THE CURRENT
001060* BUSINESS DATE.  EACH JOB HOLDS THIS RECORD IN WORKING STORAGE
001070* AND PASSES IT ON EVERY CYCLCTL CALL: CYCLCTL STAMPS THE START,
001080* THE OVERRIDE AND THE END, AND THE JOB FILLS IN ITS OWN RETURN
001090* CODE AND COUNTS BEFORE THE END (OR FAIL) CALL.
001100*
001110*     "S" STARTED   - WRITTEN WHEN A START IS ACCEPTED.  A
001120*                     START WITH NO LATER "C" OR "F" FOR THE
001130*                     SAME JOB ABENDED OR IS STILL RUNNING.
001140*     "C" COMPLETED - WRITTEN AT THE "END" CALL.
001150*     "F" FAILED    - WRITTEN AT THE "FAIL" CALL, WHEN A JOB
001160*                     STOPS COLD ON A CONDITION IT DETECTED.
001170*     "R" REFUSED   - WRITTEN WHEN A START IS REFUSED.
001180*
001190* RETURN CODE "00" IS A CLEAN RUN, "08" A START REFUSED BY CYCLE
001200* CONTROL, "12" A JOB THAT STOPPED COLD.  THE COUNTS ARE THE
001210* JOB'S OWN: RECORDS READ FROM ITS MAIN INPUT, POSTINGS OR
001220* MASTER UPDATES MADE, ITEMS REJECTED OR REPORTED AS EXCEPTIONS,
001230* AND RECORDS WRITTEN TO ITS MAIN OUTPUT.  THE OVERRIDE FIELDS
001240* NAME THE OPERATOR (SEE OPERREC) WHO KEYED THE LAST OVERRIDE
001250* ON THE START AND WHY THE FIRST WAS NEEDED.
001260*
001270* MODIFICATION HISTORY
001280*   2026-10-15  RLH  INITIAL VERSION.
001290******************************************************************
001300 01  RUN-HISTORY-RECORD.
001310     05  RHS-BUSINESS-DATE       PIC 9(08).
001320     05  RHS-JOB-NAME            PIC X(08).
001330     05  RHS-EVENT               PIC X(01).
001340         88  RHS-EV-STARTED      VALUE "S".
001350         88  RHS-EV-COMPLETED    VALUE "C".
001360         88  RHS-EV-FAILED       VALUE "F".
001370         88  RHS-EV-REFUSED      VALUE "R".
001380     05  RHS-START-DATE          PIC 9(08).
001390     05  RHS-START-TIME          PIC 9(08).
001400     05  RHS-START-CLOCK REDEFINES RHS-START-TIME.
001410         10  RHS-START-HH        PIC 9(02).
001420         10  RHS-START-MM        PIC 9(02).
001430         10  RHS-START-SS        PIC 9(02).
001440         10  RHS-START-CC        PIC 9(02).
001450     05  RHS-END-DATE            PIC 9(08).
001460     05  RHS-END-TIME            PIC 9(08).
001470     05  RHS-END-CLOCK REDEFINES RHS-END-TIME.
001480         10  RHS-END-HH          PIC 9(02).
001490         10  RHS-END-MM          PIC 9(02).
001500         10  RHS-END-SS          PIC 9(02).
001510         10  RHS-END-CC          PIC 9(02).
001520     05  RHS-ELAPSED-SECS        PIC 9(07).
001530     05  RHS-RETURN-CODE         PIC X(02).
001540         88  RHS-RC-CLEAN        VALUE "00".
001550         88  RHS-RC-REFUSED      VALUE "08".
001560         88  RHS-RC-STOPPED      VALUE "12".
001570     05  RHS-READ-COUNT          PIC 9(09).
001580     05  RHS-POSTED-COUNT        PIC 9(09).
001590     05  RHS-REJECTED-COUNT      PIC 9(09).
001600     05  RHS-WRITTEN-COUNT       PIC 9(09).
001610     05  RHS-OVERRIDE-FLAG       PIC X(01).
001620         88  RHS-OVERRIDE-USED   VALUE "Y".
001630         88  RHS-NO-OVERRIDE     VALUE "N".
001640     05  RHS-OVERRIDE-OPER       PIC X(03).
001650     05  RHS-OVERRIDE-REASON     PIC X(01).
001660         88  RHS-OVR-RERUN       VALUE "C".
001670         88  RHS-OVR-UNFINISHED  VALUE "S".
001680         88  RHS-OVR-SEQUENCE    VALUE "Q".
001690     05  RHS-OVERRIDE-COUNT      PIC 9(01).
001700     05  FILLER                  PIC X(20).
