000010*----------------------------------------------------------------
000020* VISAUD - VISITOR-MASTER MAINTENANCE AUDIT RECORD LAYOUT
000030*----------------------------------------------------------------
000040* 2026-09-23 RLH  NEW COPYBOOK. THE VISITOR PASS MASTER GETS ITS
000050*                 OWN MAINTENANCE AUDIT TRAIL THE SAME WAY
000060*                 SITEMAST MAINTENANCE GOES TO SITELOG - ACTION
000070*                 CODE, PASS NUMBER, VISITOR NAME, SPONSOR, AND
000080*                 VALID-FROM/VALID-TO DATES AS CARRIED ON THE
000090*                 TRANSACTION, AND THE RUN DATE, TIME, AND
000100*                 JOB/TERMINAL ID. VISMNT APPENDS ONE RECORD PER
000110*                 APPLIED TRANSACTION TO VISLOG. THE COMPANY IS
000120*                 LEFT OFF TO HOLD THE RECORD TO THE SAME 80
000130*                 BYTES AS THE OTHER AUDIT LOGS. COPY THIS INTO
000140*                 A RECORD AND REPLACE THE VAUD- PREFIXED NAMES
000150*                 AS NEEDED FOR THE CALLING PROGRAM.
000160*----------------------------------------------------------------
000170 01  VAUD-REC.
000180     05  VAUD-ACTION            PIC X(01).
000190     05  VAUD-PASS-NO           PIC X(05).
000200     05  VAUD-NAME              PIC X(20).
000210     05  VAUD-SPONSOR-ID        PIC X(05).
000220     05  VAUD-VALID-FROM        PIC X(08).
000230     05  VAUD-VALID-TO          PIC X(08).
000240     05  VAUD-RUN-DATE          PIC 9(08).
000250     05  VAUD-RUN-TIME          PIC 9(08).
000260     05  VAUD-TERM-ID           PIC X(08).
000270     05  FILLER                 PIC X(09).
