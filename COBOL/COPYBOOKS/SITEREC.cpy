000010*----------------------------------------------------------------
000020* SITEREC - SITE REFERENCE MASTER RECORD LAYOUT
000030*----------------------------------------------------------------
000040* 2026-09-21 RLH  NEW COPYBOOK. INTAKE NOW RUNS AT MORE THAN ONE
000050*                 LOCATION AND EVERY IDIN BATCH HEADER NAMES THE
000060*                 SITE IT CAME FROM. SITES LIVE ON THE INDEXED
000070*                 SITEMAST REFERENCE MASTER IN THIS LAYOUT -
000080*                 CODE, FULL NAME, AND AN ACTIVE FLAG -
000090*                 MAINTAINED BY SITEMNT THE WAY DEPTMNT
000100*                 MAINTAINS DEPTMAST. USERINPUT VALIDATES EVERY
000110*                 BATCH HEADER SITE AND EMPMAINT EVERY HOME SITE
000120*                 AGAINST IT. COPY THIS INTO A RECORD AND
000130*                 REPLACE THE SITE- PREFIXED NAMES AS NEEDED FOR
000140*                 THE CALLING PROGRAM. A BLANK ACTIVE FLAG IS
000150*                 TREATED AS ACTIVE.
000160*----------------------------------------------------------------
000170 01  SITE-REC.
000180     05  SITE-CODE              PIC X(04).
000190     05  SITE-NAME              PIC X(30).
000200     05  SITE-ACTIVE-FLAG       PIC X(01).
000210         88  SITE-ACTIVE               VALUES "A" " ".
000220         88  SITE-INACTIVE             VALUE "I".
000230     05  FILLER                 PIC X(17).
