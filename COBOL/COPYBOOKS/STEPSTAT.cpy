000140*                 CHECK. COPY THIS INTO LINKAGE IN THE CALLED
000150*                 PROGRAM AND INTO WORKING-STORAGE IN THE
000160*                 CALLER.
000162* 2026-10-08 RLH  ADDED THE OPERATOR ID SIGNED ON TO THE MENU
000164*                 DRIVER (OR THE BATCH ID OF AN UNATTENDED
000166*                 STREAM) SO THE MAINTENANCE AND INTAKE PROGRAMS
000167*                 CAN STAMP IT ON THEIR AUDIT LOGS IN PLACE OF
000168*                 THE JOB NAME. A PROGRAM RUN STANDALONE HAS NO
000169*                 AREA AND KEEPS USING THE JOB NAME.
000170*----------------------------------------------------------------
000180 01  STEP-STATUS-AREA.
000190     05  STEP-RETURN-CODE       PIC 9(02).
000200         88  STEP-SUCCESSFUL           VALUE 00.
000210         88  STEP-WARNING              VALUE 04.
000220         88  STEP-FAILED               VALUE 08 THRU 99.
000230     05  STEP-OPERATOR-ID       PIC X(08).
