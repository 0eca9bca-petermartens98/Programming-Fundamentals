000300*                 BATCH STREAM. THE UNLOAD RUNS IN THE NIGHTLY
000310*                 MENUCARD STREAM AHEAD OF EMPMAINT SO EVERY
000320*                 MAINTENANCE RUN HAS A FALLBACK.
000321* 2026-09-21 RLH  THE UNLOAD DETAIL BODY GREW FROM 52 TO 56 BYTES
000322*                 WITH THE NEW PERSONREC HOME SITE. AN UNLOAD CUT
000323*                 AT THE OLD LEVEL STILL RELOADS - ITS SHORTER
000324*                 DETAIL LINES COME BACK SPACE-FILLED, SO EVERY
000325*                 RELOADED RECORD CARRIES A BLANK HOME SITE. THAT
000326*                 UNLOAD/RELOAD IS THE CONVERSION PATH FOR AN
000327*                 EMPMAST BUILT AT THE 52-BYTE LEVEL.
000330*----------------------------------------------------------------
000340*
000350 ENVIRONMENT DIVISION.
000620         88  UN-HEADER-REC             VALUE "H".
000630         88  UN-DETAIL-REC             VALUE "D".
000640         88  UN-TRAILER-REC            VALUE "T".
000650     05  UN-REC-BODY        PIC X(56).
000660     05  UN-HEADER-FIELDS   REDEFINES UN-REC-BODY.
000670         10  UN-HDR-DATE        PIC 9(08).
000680         10  UN-HDR-TIME        PIC 9(08).
000690         10  FILLER             PIC X(40).
000700     05  UN-TRAILER-FIELDS  REDEFINES UN-REC-BODY.
000710         10  UN-TRL-COUNT       PIC 9(07).
000720         10  FILLER             PIC X(49).
000730*
000740 FD  BKUP-RPT-FILE.
000750 01  RPT-LINE               PIC X(80).
000850                   ==PERSON-ACTIVE==   BY ==EMP-ACTIVE==
000860                   ==PERSON-TERMINATED== BY ==EMP-TERMINATED==
000870                   ==PERSON-ON-LEAVE== BY ==EMP-ON-LEAVE==
000876                   ==PERSON-TERM-DATE== BY ==EMP-TERM-DATE==
000882                   ==PERSON-HOME-SITE== BY ==EMP-HOME-SITE==.
000890*
000900 WORKING-STORAGE SECTION.
000910*
