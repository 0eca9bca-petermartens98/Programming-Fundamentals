000110*                 AGE THE ONES THAT FAIL AGAIN. COPY THIS INTO
000120*                 A RECORD AND REPLACE THE SUSP- PREFIXED NAMES
000130*                 AS NEEDED FOR THE CALLING PROGRAM.
000131* 2026-09-21 RLH  ADDED THE SITE CODE OF THE BATCH THAT FIRST
000132*                 REJECTED THE ID, TAKEN FROM THE FILLER SO THE
000133*                 RECORD STAYS 80 BYTES. A RECYCLED GREETING IS
000134*                 STAMPED WITH THIS SITE. AN ENTRY WRITTEN BEFORE
000135*                 THIS CHANGE CARRIES A BLANK SITE.
000140*----------------------------------------------------------------
000150 01  SUSP-REC.
000160     05  SUSP-EMP-ID            PIC X(05).
000180     05  SUSP-FIRST-DATE        PIC 9(08).
000190     05  SUSP-LAST-DATE         PIC 9(08).
000200     05  SUSP-ATTEMPT-COUNT     PIC 9(03).
000210     05  SUSP-SITE-CODE         PIC X(04).
000220     05  FILLER                 PIC X(20).
