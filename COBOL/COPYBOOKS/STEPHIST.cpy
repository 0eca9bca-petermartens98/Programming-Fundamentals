000010*----------------------------------------------------------------
000020* STEPHIST - UNATTENDED JOB-STEP ELAPSED-TIME HISTORY RECORD
000030*----------------------------------------------------------------
000040* 2026-10-12 RLH  NEW COPYBOOK. MENULOG ONLY CARRIES EACH STEP'S
000050*                 TIMES AS A PRINT LINE, SO NOBODY COULD SAY
000060*                 WHETHER THE NIGHTLY STREAM WAS CREEPING TOWARD
000070*                 THE END OF THE BATCH WINDOW UNTIL IT OVERRAN.
000080*                 MAINMENU NOW APPENDS ONE RECORD IN THIS LAYOUT
000090*                 TO THE CUMULATIVE STEPHIST FILE FOR EVERY STEP
000100*                 OF A MENUCARD STREAM - THE STREAM'S BUSINESS
000110*                 DATE, THE STEP NUMBER, OPTION AND PROGRAM, THE
000120*                 START AND END TIMES (HHMMSS), THE ELAPSED TIME
000130*                 IN SECONDS (A STEP RUNNING OVER MIDNIGHT IS
000140*                 TIMED ACROSS IT), THE COMPLETION CODE THE STREAM
000150*                 SAW, AND A FLAG WHEN THE STEP RAN OVER ITS
000160*                 WINDPARM LIMIT. WINDRPT READS IT BACK FOR THE
000170*                 BATCH-WINDOW REPORT. COPY THIS INTO A RECORD AND
000180*                 REPLACE THE SHIST- PREFIXED NAMES AS NEEDED FOR
000190*                 THE CALLING PROGRAM.
000200*----------------------------------------------------------------
000210 01  SHIST-REC.
000220     05  SHIST-BUS-DATE         PIC 9(08).
000230     05  SHIST-STEP-NO          PIC 9(03).
000240     05  SHIST-OPTION           PIC X(01).
000250     05  SHIST-PROGRAM          PIC X(12).
000260     05  SHIST-START-TIME       PIC 9(06).
000270     05  SHIST-END-TIME         PIC 9(06).
000280     05  SHIST-ELAPSED          PIC 9(05).
000290     05  SHIST-RETURN-CODE      PIC 9(02).
000300     05  SHIST-OVER-LIMIT       PIC X(01).
000310         88  SHIST-LIMIT-BREACHED      VALUE "Y".
000320     05  SHIST-OPER-ID          PIC X(08).
000330     05  FILLER                 PIC X(28).
