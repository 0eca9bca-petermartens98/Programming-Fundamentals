000120*                 CONVERTED FIRST. ONCE CONVERTED, A RECORD
000121*                 CARRYING A BLANK STATUS IS TREATED AS
000122*                 ACTIVE.
000123* 2026-09-21 RLH  ADDED A HOME SITE - THE SITEMAST CODE OF THE
000124*                 LOCATION THE EMPLOYEE NORMALLY REPORTS TO - SO
000125*                 THE NO-SHOW REPORT CAN TELL "ARRIVED AT THE
000126*                 WRONG SITE" FROM "NEVER ARRIVED". THE RECORD
000127*                 GREW FROM 52 TO 56 BYTES - UNLOAD EMPMAST WITH
000128*                 EMPBKUP AT THE OLD LEVEL AND RELOAD IT AT THIS
000129*                 ONE. A RELOADED RECORD CARRIES A BLANK HOME
000130*                 SITE, WHICH MEANS AN ARRIVAL AT ANY SITE COUNTS,
000131*                 UNTIL EMPMAINT CHANGE TRANSACTIONS SET IT.
000132*----------------------------------------------------------------
000133 01  PERSON-REC.
000140     05  PERSON-ID              PIC 9(05).
000150     05  PERSON-NAME            PIC X(20).
000160     05  PERSON-DEPT            PIC X(10).
000200         88  PERSON-TERMINATED         VALUE "T".
000210         88  PERSON-ON-LEAVE           VALUE "L".
000220     05  PERSON-TERM-DATE       PIC 9(08).
000230     05  PERSON-HOME-SITE       PIC X(04).
