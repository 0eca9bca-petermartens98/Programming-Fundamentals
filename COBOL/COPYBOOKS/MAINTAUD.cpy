000203*                 REVERSE FROM. MAINTREV READS THESE IMAGES TO
000204*                 BACK A TRANSACTION OR A RUN DATE OUT OF THE
000205*                 MASTER.
000206* 2026-09-21 RLH  THE PERSONREC IMAGES GREW FROM 52 TO 56 BYTES
000207*                 WITH THE NEW HOME SITE. THE EXTRA EIGHT BYTES
000208*                 COME OUT OF THE TRAILING FILLER SO THE RECORD
000209*                 STAYS 180 BYTES, BUT THE AFTER IMAGE HAS MOVED -
000210*                 A MAINTLOG WRITTEN AT THE OLD LEVEL MUST BE
000211*                 ARCHIVED OFF BEFORE THE FIRST RUN AT THIS ONE,
000212*                 AND MAINTREV CANNOT REVERSE FROM IT.
000213*----------------------------------------------------------------
000214 01  MAUD-REC.
000220     05  MAUD-ACTION            PIC X(01).
000230     05  MAUD-EMP-ID            PIC X(05).
000240     05  MAUD-EMP-NAME          PIC X(20).
000260     05  MAUD-RUN-DATE          PIC 9(08).
000270     05  MAUD-RUN-TIME          PIC 9(08).
000280     05  MAUD-TERM-ID           PIC X(08).
000290     05  MAUD-BEFORE-IMAGE      PIC X(56).
000300     05  MAUD-AFTER-IMAGE       PIC X(56).
000310     05  FILLER                 PIC X(08).
