000010*----------------------------------------------------------------
000020* WINDCARD - BATCH-WINDOW THRESHOLD CARD LAYOUT (WINDPARM)
000030*----------------------------------------------------------------
000040* 2026-10-12 RLH  NEW COPYBOOK. THE WINDPARM FILE HOLDS THE LIMITS
000050*                 THE UNATTENDED STREAM IS MEASURED AGAINST, ONE
000060*                 CARD PER LIMIT, TYPED IN COLUMN ONE -
000070*                   W  THE WINDOW - START TIME HHMMSS IN 2-7, THE
000080*                      DEADLINE HHMMSS IN 8-13, AND THE WHOLE
000090*                      STREAM'S ELAPSED LIMIT IN SECONDS IN 14-18.
000100*                      A WINDOW THAT OPENS IN THE EVENING AND
000110*                      CLOSES IN THE MORNING IS MEASURED ACROSS
000120*                      MIDNIGHT FROM THE START TIME. WITH NO W
000125*                      CARD THE WINDOW OPENS AT MIDNIGHT.
000130*                   S  ONE STEP - THE MENU OPTION IN 2 AND ITS
000140*                      ELAPSED LIMIT IN SECONDS IN 3-7.
000150*                   D  THE REPORT DATE RANGE - FROM DATE IN 2-9,
000160*                      THRU DATE IN 10-17. WINDRPT ONLY.
000170*                 MAINMENU CHECKS EACH MENUCARD STEP AGAINST ITS S
000180*                 CARD AS IT RUNS, AND WINDRPT REPORTS THE HISTORY
000190*                 AGAINST ALL OF THEM. A STEP OR STREAM WITH NO
000200*                 CARD, OR A ZERO LIMIT, IS NOT CHECKED. COPY THIS
000210*                 INTO A RECORD AND REPLACE THE WCARD- PREFIXED
000220*                 NAMES AS NEEDED FOR THE CALLING PROGRAM.
000230*----------------------------------------------------------------
000240 01  WCARD-REC.
000250     05  WCARD-TYPE             PIC X(01).
000260         88  WCARD-WINDOW              VALUE "W".
000270         88  WCARD-STEP                VALUE "S".
000280         88  WCARD-RANGE               VALUE "D".
000290     05  WCARD-BODY             PIC X(79).
000300     05  WCARD-WINDOW-FIELDS    REDEFINES WCARD-BODY.
000310         10  WCARD-WIN-START        PIC X(06).
000320         10  WCARD-WIN-DEADLINE     PIC X(06).
000330         10  WCARD-STREAM-LIMIT     PIC X(05).
000340         10  FILLER                 PIC X(62).
000350     05  WCARD-STEP-FIELDS      REDEFINES WCARD-BODY.
000360         10  WCARD-STEP-OPTION      PIC X(01).
000370         10  WCARD-STEP-LIMIT       PIC X(05).
000380         10  FILLER                 PIC X(73).
000390     05  WCARD-RANGE-FIELDS     REDEFINES WCARD-BODY.
000400         10  WCARD-FROM-DATE        PIC X(08).
000410         10  WCARD-THRU-DATE        PIC X(08).
000420         10  FILLER                 PIC X(63).
