000260*                 REPORT WALKS THE NEXT TWELVE MONTHS SO A
000270*                 CALENDAR MISTAKE IS FOUND ON PAPER AND NOT
000280*                 THE MORNING THE STREAM BEHAVES STRANGELY.
000282* 2026-10-08 RLH  THE CALLOG TERMINAL ID IS NOW THE OPERATOR
000284*                 SIGNED ON TO MAINMENU, OR THE BATCH ID OF AN
000286*                 UNATTENDED STREAM, IN PLACE OF THE JOB NAME.
000288*                 A STANDALONE RUN STILL STAMPS THE JOB NAME.
000290*----------------------------------------------------------------
000300*
000310 ENVIRONMENT DIVISION.
001670     ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD.
001680     ACCEPT CM-RUN-TIME FROM TIME.
001690     ACCEPT CM-TERM-ID  FROM ENVIRONMENT "JOBNAME".
001691*    UNDER THE MENU DRIVER THE SIGNED-ON OPERATOR IS WHO RAN IT.
001692     IF ADDRESS OF STEP-STATUS-AREA NOT = NULL
001693         IF STEP-OPERATOR-ID NOT = SPACES
001694             MOVE STEP-OPERATOR-ID TO CM-TERM-ID
001695         END-IF
001696     END-IF.
001700     OPEN INPUT  HOL-TRAN-FILE.
001710     OPEN OUTPUT CAL-RPT-FILE.
001720     OPEN EXTEND CAL-LOG-FILE.
