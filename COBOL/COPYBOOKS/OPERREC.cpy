000010*----------------------------------------------------------------
000020* OPERREC - MENU OPERATOR SECURITY MASTER RECORD LAYOUT
000030*----------------------------------------------------------------
000040* 2026-10-08 RLH  NEW COPYBOOK. ANYONE AT THE TERMINAL COULD RUN
000050*                 ANY MAINMENU OPTION, MAINTREV AND THE DATE
000060*                 ROLL INCLUDED. EVERY OPERATOR NOW HAS A RECORD
000070*                 ON THE INDEXED OPERMAST FILE, KEYED ON THE
000080*                 OPERATOR ID, CARRYING THE PIN, THE MENU OPTIONS
000090*                 THE OPERATOR MAY RUN (ONE OPTION CHARACTER PER
000100*                 POSITION, IN ANY ORDER), A CLASS, AND A LOCK
000110*                 STATUS. AN ADMINISTRATOR MAY ALSO RUN OPERATOR
000120*                 SECURITY MAINTENANCE. A BATCH ID CANNOT SIGN ON
000130*                 AT THE TERMINAL - IT ONLY AUTHORIZES AN
000140*                 UNATTENDED MENUCARD STREAM, SO IT NEEDS NO PIN.
000150*                 MAINMENU COUNTS CONSECUTIVE FAILED SIGN-ONS AND
000160*                 LOCKS THE ID AT THE LIMIT. OPERMNT IS THE ONLY
000170*                 PROGRAM THAT UNLOCKS IT. COPY THIS INTO A
000180*                 RECORD AND REPLACE THE OPER- PREFIXED NAMES AS
000190*                 NEEDED FOR THE CALLING PROGRAM.
000200*----------------------------------------------------------------
000210 01  OPER-REC.
000220     05  OPER-ID                PIC X(08).
000230     05  OPER-NAME              PIC X(20).
000240     05  OPER-PIN               PIC X(08).
000250     05  OPER-OPTIONS           PIC X(36).
000260     05  OPER-CLASS             PIC X(01).
000270         88  OPER-ADMIN                VALUE "A".
000280         88  OPER-BATCH                VALUE "B".
000290         88  OPER-OPERATOR             VALUES "O" " ".
000300     05  OPER-STATUS            PIC X(01).
000310         88  OPER-ENABLED              VALUES "A" " ".
000320         88  OPER-LOCKED               VALUE "L".
000330     05  OPER-FAIL-COUNT        PIC 9(02).
000340     05  OPER-LAST-DATE         PIC 9(08).
000350     05  OPER-LAST-TIME         PIC 9(08).
000360     05  FILLER                 PIC X(08).
