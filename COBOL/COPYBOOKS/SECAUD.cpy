000010*----------------------------------------------------------------
000020* SECAUD - MENU SECURITY LOG RECORD LAYOUT
000030*----------------------------------------------------------------
000040* 2026-10-08 RLH  NEW COPYBOOK. ONE RECORD ON THE SECLOG FILE
000050*                 FOR EVERY SIGN-ON, REFUSED SIGN-ON, LOCKOUT,
000060*                 REFUSED OPTION, OPTION RUN, SIGN-OFF, AND
000070*                 OPERATOR SECURITY CHANGE - THE RUN DATE AND
000080*                 TIME, THE OPERATOR ID, WHETHER AT THE TERMINAL
000090*                 OR IN AN UNATTENDED STREAM, THE OPTION AND
000100*                 PROGRAM, THE COMPLETION CODE FOR AN OPTION RUN,
000110*                 AND A SHORT DETAIL. A PIN IS NEVER WRITTEN
000120*                 HERE. COPY THIS INTO A RECORD AND REPLACE THE
000130*                 SECA- PREFIXED NAMES AS NEEDED FOR THE CALLING
000140*                 PROGRAM. THE RECORD IS THE SAME 80 BYTES AS THE
000150*                 OTHER AUDIT LOGS.
000160*----------------------------------------------------------------
000170 01  SECA-REC.
000180     05  SECA-RUN-DATE          PIC 9(08).
000190     05  SECA-RUN-TIME          PIC 9(08).
000200     05  SECA-OPER-ID           PIC X(08).
000210     05  SECA-MODE              PIC X(01).
000220         88  SECA-AT-TERMINAL          VALUE "I".
000230         88  SECA-UNATTENDED           VALUE "B".
000240     05  SECA-EVENT             PIC X(08).
000250         88  SECA-SIGNON               VALUE "SIGNON".
000260         88  SECA-REFUSED              VALUE "REFUSED".
000270         88  SECA-LOCKED               VALUE "LOCKED".
000280         88  SECA-DENIED               VALUE "DENIED".
000290         88  SECA-OPTION-RUN           VALUE "RUN".
000300         88  SECA-SIGNOFF              VALUE "SIGNOFF".
000310         88  SECA-MAINT                VALUE "MAINT".
000320     05  SECA-OPTION            PIC X(01).
000330     05  SECA-PROGRAM           PIC X(12).
000340     05  SECA-RETURN-CODE       PIC X(02).
000350     05  SECA-DETAIL            PIC X(30).
000360     05  FILLER                 PIC X(02).
