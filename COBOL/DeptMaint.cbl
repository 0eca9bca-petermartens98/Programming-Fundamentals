000230*                 DEPARTMENTS AGAINST THE MASTER THIS PROGRAM
000240*                 MAINTAINS, SO A TYPO REJECTS THERE INSTEAD OF
000250*                 QUIETLY INVENTING A DEPARTMENT.
000252* 2026-10-08 RLH  THE DEPTLOG TERMINAL ID IS NOW THE OPERATOR
000254*                 SIGNED ON TO MAINMENU, OR THE BATCH ID OF AN
000256*                 UNATTENDED STREAM, IN PLACE OF THE JOB NAME.
000258*                 A STANDALONE RUN STILL STAMPS THE JOB NAME.
000260*----------------------------------------------------------------
000270*
000280 ENVIRONMENT DIVISION.
001670     ACCEPT DM-RUN-DATE FROM DATE YYYYMMDD.
001680     ACCEPT DM-RUN-TIME FROM TIME.
001690     ACCEPT DM-TERM-ID  FROM ENVIRONMENT "JOBNAME".
001691*    UNDER THE MENU DRIVER THE SIGNED-ON OPERATOR IS WHO RAN IT.
001692     IF ADDRESS OF STEP-STATUS-AREA NOT = NULL
001693         IF STEP-OPERATOR-ID NOT = SPACES
001694             MOVE STEP-OPERATOR-ID TO DM-TERM-ID
001695         END-IF
001696     END-IF.
001700     IF DM-FATAL-NO
001710         PERFORM 1100-WRITE-RPT-HEADER THRU 1100-EXIT
001720         PERFORM 2100-READ-TRAN-REC THRU 2100-EXIT
