000010*----------------------------------------------------------------
000020* VISREC - VISITOR PASS MASTER RECORD LAYOUT
000030*----------------------------------------------------------------
000040* 2026-09-23 RLH  NEW COPYBOOK. VISITORS AND CONTRACTORS ARE NOT
000050*                 ON EMPMAST, SO THEY ARE ISSUED A NUMBERED PASS
000060*                 INSTEAD. EACH PASS LIVES ON THE INDEXED VISMAST
000070*                 MASTER IN THIS LAYOUT - PASS NUMBER, VISITOR
000080*                 NAME, COMPANY, THE EMPMAST ID OF THE EMPLOYEE
000090*                 WHO SPONSORS THE VISIT, AND THE FIRST AND LAST
000100*                 DATES THE PASS IS GOOD FOR - MAINTAINED BY
000110*                 VISMNT THE WAY SITEMNT MAINTAINS SITEMAST.
000120*                 USERINPUT CHECKS EVERY IDIN VISITOR RECORD
000130*                 AGAINST IT. COPY THIS INTO A RECORD AND
000140*                 REPLACE THE VIS- PREFIXED NAMES AS NEEDED FOR
000150*                 THE CALLING PROGRAM.
000160*----------------------------------------------------------------
000170 01  VIS-REC.
000180     05  VIS-PASS-NO            PIC 9(05).
000190     05  VIS-NAME               PIC X(20).
000200     05  VIS-COMPANY            PIC X(30).
000210     05  VIS-SPONSOR-ID         PIC 9(05).
000220     05  VIS-VALID-FROM         PIC 9(08).
000230     05  VIS-VALID-TO           PIC 9(08).
000240     05  FILLER                 PIC X(04).
