000290*                 APPENDED TO MAINTLOG, SO A SECOND REVERSAL OF
000300*                 THE SAME DATE REDOES THE SAME WORK RATHER
000310*                 THAN UNDOING ITS OWN UNDO.
000312* 2026-09-21 RLH  THE HELD BEFORE IMAGE GREW FROM 52 TO 56 BYTES
000314*                 WITH THE NEW PERSONREC HOME SITE, SO A REVERSED
000316*                 CHANGE PUTS THE OLD HOME SITE BACK AS WELL.
000320*----------------------------------------------------------------
000330*
000340 ENVIRONMENT DIVISION.
000830                   ==PERSON-ACTIVE==   BY ==EMP-ACTIVE==
000840                   ==PERSON-TERMINATED== BY ==EMP-TERMINATED==
000850                   ==PERSON-ON-LEAVE== BY ==EMP-ON-LEAVE==
000856                   ==PERSON-TERM-DATE== BY ==EMP-TERM-DATE==
000862                   ==PERSON-HOME-SITE== BY ==EMP-HOME-SITE==.
000870*
000880 WORKING-STORAGE SECTION.
000890*
001250     05  MR-SEL-ENTRY       OCCURS 500 TIMES.
001260         10  MR-TE-ACTION       PIC X(01).
001270         10  MR-TE-EMP-ID       PIC X(05).
001280         10  MR-TE-BEFORE       PIC X(56).
001290*
001300*----------------------------------------------------------------
001310* COUNTERS AND REGISTER WORK FIELDS
