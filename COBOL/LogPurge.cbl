000630                   ==AUDIT-TERM-ID==  BY ==LOG-TERM-ID==
000632                   ==AUDIT-EVENT-CODE== BY ==LOG-EVENT-CODE==
000634                   ==AUDIT-EVENT-IN==   BY ==LOG-EVENT-IN==
000635                   ==AUDIT-EVENT-OUT==  BY ==LOG-EVENT-OUT==
000636                   ==AUDIT-SITE-CODE==  BY ==LOG-SITE-CODE==
000637                   ==AUDIT-VISITOR-FLAG== BY ==LOG-VISITOR-FLAG==
000638                   ==AUDIT-VISITOR==    BY ==LOG-VISITOR==
000639                   ==AUDIT-SPONSOR-ID== BY ==LOG-SPONSOR-ID==.
000640*
000650 FD  ARCH-FILE.
000660 01  ARCH-REC               PIC X(80).
