000010*----------------------------------------------------------------
000020* SITEAUD - SITE-MASTER MAINTENANCE AUDIT RECORD LAYOUT
000030*----------------------------------------------------------------
000040* 2026-09-21 RLH  NEW COPYBOOK. THE SITE REFERENCE MASTER GETS
000050*                 ITS OWN MAINTENANCE AUDIT TRAIL THE SAME WAY
000060*                 DEPTMAST MAINTENANCE GOES TO DEPTLOG - ACTION
000070*                 CODE, THE SITE CODE AND NAME AS CARRIED ON THE
000080*                 TRANSACTION, THE ACTIVE FLAG, AND THE RUN
000090*                 DATE, TIME, AND JOB/TERMINAL ID. SITEMNT
000100*                 APPENDS ONE RECORD PER APPLIED TRANSACTION TO
000110*                 SITELOG. COPY THIS INTO A RECORD AND REPLACE
000120*                 THE SAUD- PREFIXED NAMES AS NEEDED FOR THE
000130*                 CALLING PROGRAM. THE TRAILING FILLER PADS THE
000140*                 RECORD TO THE SAME 80 BYTES AS THE OTHER AUDIT
000150*                 LOGS.
000160*----------------------------------------------------------------
000170 01  SAUD-REC.
000180     05  SAUD-ACTION            PIC X(01).
000190     05  SAUD-SITE-CODE         PIC X(04).
000200     05  SAUD-SITE-NAME         PIC X(30).
000210     05  SAUD-ACTIVE-FLAG       PIC X(01).
000220     05  SAUD-RUN-DATE          PIC 9(08).
000230     05  SAUD-RUN-TIME          PIC 9(08).
000240     05  SAUD-TERM-ID           PIC X(08).
000250     05  FILLER                 PIC X(20).
