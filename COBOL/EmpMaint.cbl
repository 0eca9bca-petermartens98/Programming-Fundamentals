000800*                 DATE STAMPED ON THE REGISTER AND AUDIT LOG
000810*                 NOW COMES FROM THE SHARED BUSDATE ROUTINE,
000820*                 FALLING BACK TO THE MACHINE DATE WHEN THERE
000821*                 IS NO CALENDAR, THE SAME AS INTAKE.
000822* 2026-09-21 RLH  TRANSACTIONS NOW CARRY THE NEW PERSONREC HOME
000823*                 SITE IN COLUMNS 54-57, VALIDATED AGAINST THE NEW
000824*                 SITEMAST REFERENCE MASTER (SITEREC LAYOUT,
000825*                 MAINTAINED BY SITEMNT) THE SAME WAY THE
000826*                 DEPARTMENT IS CHECKED AGAINST DEPTMAST - AN
000827*                 UNKNOWN OR INACTIVE SITE IS REJECTED AND A
000828*                 MISSING SITEMAST IS WARNED ON THE CONSOLE AND
000829*                 THE CHECK SKIPPED. A BLANK SITE ON AN ADD
000830*                 LEAVES THE HOME SITE BLANK AND ON A CHANGE
000831*                 LEAVES IT AS IT WAS. THE LOGGED MASTER IMAGES
000832*                 GREW TO 56 BYTES WITH IT.
000833* 2026-10-08 RLH  THE MAINTLOG TERMINAL ID IS NOW THE OPERATOR
000834*                 SIGNED ON TO MAINMENU, OR THE BATCH ID OF AN
000835*                 UNATTENDED STREAM, IN PLACE OF THE JOB NAME.
000836*                 A STANDALONE RUN STILL STAMPS THE JOB NAME.
000840*----------------------------------------------------------------
000850*
000860 ENVIRONMENT DIVISION.
001120         ACCESS MODE IS RANDOM
001130         RECORD KEY IS DEPT-CODE
001140         FILE STATUS IS EM-DEPT-FILE-STATUS.
001141     SELECT SITE-MASTER     ASSIGN TO "SITEMAST"
001142         ORGANIZATION IS INDEXED
001143         ACCESS MODE IS RANDOM
001144         RECORD KEY IS SITE-CODE
001145         FILE STATUS IS EM-SITE-FILE-STATUS.
001150*
001160 DATA DIVISION.
001170 FILE SECTION.
001280     05  TRAN-STATUS        PIC X(01).
001290         88  TRAN-STAT-VALID           VALUES "A" "T" "L" " ".
001300     05  TRAN-TERM-DATE     PIC X(08).
001306     05  TRAN-HOME-SITE     PIC X(04).
001312     05  FILLER             PIC X(23).
001320*
001330*    EMPPEND RECORDS ARE HELD EMPTRAN TRANSACTIONS, BYTE FOR
001340*    BYTE - ONLY THE EFFECTIVE DATE IS PICKED OUT HERE.
001700                   ==PERSON-ACTIVE==   BY ==EMP-ACTIVE==
001710                   ==PERSON-TERMINATED== BY ==EMP-TERMINATED==
001720                   ==PERSON-ON-LEAVE== BY ==EMP-ON-LEAVE==
001726                   ==PERSON-TERM-DATE== BY ==EMP-TERM-DATE==
001732                   ==PERSON-HOME-SITE== BY ==EMP-HOME-SITE==.
001740*
001750 FD  DEPT-MASTER.
001760     COPY DEPTREC.
001762*
001764 FD  SITE-MASTER.
001766     COPY SITEREC.
001770*
001780 WORKING-STORAGE SECTION.
001790*
002000 77  EM-DEPT-CHECK-SWITCH   PIC X(01)  VALUE "N".
002010     88  EM-DEPT-CHECKING              VALUE "Y".
002020     88  EM-DEPT-UNCHECKED             VALUE "N".
002021*
002022 77  EM-SITE-FILE-STATUS    PIC X(02)  VALUE "00".
002023     88  EM-SITE-OK                    VALUE "00".
002024     88  EM-SITE-NOT-FOUND             VALUE "23".
002025*
002026 77  EM-SITE-CHECK-SWITCH   PIC X(01)  VALUE "N".
002027     88  EM-SITE-CHECKING              VALUE "Y".
002028     88  EM-SITE-UNCHECKED             VALUE "N".
002030*
002040 77  EM-TRAN-VALID-SWITCH   PIC X(01)  VALUE "Y".
002050     88  EM-TRAN-VALID                 VALUE "Y".
002590*
002600*    THE MASTER RECORD AS IT STOOD BEFORE AND AFTER THE APPLIED
002610*    TRANSACTION - AN ADD HAS NO BEFORE, A DELETE NO AFTER.
002620 77  EM-BEFORE-IMAGE        PIC X(56)  VALUE SPACES.
002630 77  EM-AFTER-IMAGE         PIC X(56)  VALUE SPACES.
002640*
002650 LINKAGE SECTION.
002660     COPY STEPSTAT.
003160         DISPLAY "EMPMAINT - DEPARTMENT MASTER NOT AVAILABLE "
003170                 "- DEPARTMENT VALIDATION SKIPPED"
003180     END-IF.
003181*    THE HOME SITE CHECK LIKEWISE NEEDS THE SITE MASTER.
003182     MOVE "N" TO EM-SITE-CHECK-SWITCH.
003183     OPEN INPUT SITE-MASTER.
003184     IF EM-SITE-OK
003185         MOVE "Y" TO EM-SITE-CHECK-SWITCH
003186     ELSE
003187         DISPLAY "EMPMAINT - SITE MASTER NOT AVAILABLE "
003188                 "- HOME SITE VALIDATION SKIPPED"
003189     END-IF.
003190     MOVE "N" TO EM-EOF-SWITCH.
003200     MOVE 0 TO EM-TRAN-COUNT.
003210     MOVE 0 TO EM-APPLIED-COUNT.
003280     ACCEPT EM-RUN-DATE FROM DATE YYYYMMDD.
003290     ACCEPT EM-RUN-TIME FROM TIME.
003300     ACCEPT EM-TERM-ID  FROM ENVIRONMENT "JOBNAME".
003301*    UNDER THE MENU DRIVER THE SIGNED-ON OPERATOR IS WHO RAN IT.
003302     IF ADDRESS OF STEP-STATUS-AREA NOT = NULL
003303         IF STEP-OPERATOR-ID NOT = SPACES
003304             MOVE STEP-OPERATOR-ID TO EM-TERM-ID
003305         END-IF
003306     END-IF.
003310     PERFORM 1600-GET-BUSINESS-DATE THRU 1600-EXIT.
003320     PERFORM 1200-LOAD-PENDING THRU 1200-EXIT.
003330     IF EM-FATAL-NO
005490             AND TRAN-EMP-DEPT NOT = SPACES
005500         PERFORM 2200-CHECK-DEPARTMENT THRU 2200-EXIT
005510     END-IF.
005511     IF EM-TRAN-VALID
005512             AND EM-SITE-CHECKING
005513             AND TRAN-HOME-SITE NOT = SPACES
005514         PERFORM 2250-CHECK-SITE THRU 2250-EXIT
005515     END-IF.
005520 2150-EXIT.
005530     EXIT.
005540*
005960                 TO EM-REJECT-REASON
005970     END-EVALUATE.
005980 2200-EXIT.
005981     EXIT.
005982*
005983*----------------------------------------------------------------
005984* 2250-CHECK-SITE - THE TRANSACTION HOME SITE MUST BE ON THE
005985*                   SITEMAST REFERENCE MASTER AND NOT FLAGGED
005986*                   INACTIVE
005987*----------------------------------------------------------------
005988 2250-CHECK-SITE.
005989     MOVE TRAN-HOME-SITE TO SITE-CODE.
005990     READ SITE-MASTER
005991         INVALID KEY
005992             CONTINUE
005993     END-READ.
005994     EVALUATE TRUE
005995         WHEN EM-SITE-NOT-FOUND
005996             MOVE "N" TO EM-TRAN-VALID-SWITCH
005997             MOVE "HOME SITE NOT ON SITE MASTER"
005998                 TO EM-REJECT-REASON
005999         WHEN NOT EM-SITE-OK
006000             MOVE "N" TO EM-TRAN-VALID-SWITCH
006001             MOVE "SITE MASTER READ ERROR"
006002                 TO EM-REJECT-REASON
006003         WHEN SITE-INACTIVE
006004             MOVE "N" TO EM-TRAN-VALID-SWITCH
006005             MOVE "HOME SITE INACTIVE"
006006                 TO EM-REJECT-REASON
006007     END-EVALUATE.
006008 2250-EXIT.
006009     EXIT.
006010*
006011*----------------------------------------------------------------
006020* 2300-APPLY-ADD - REFUSE A DUPLICATE ID, OTHERWISE WRITE THE
006030*                  NEW MASTER RECORD
006040*----------------------------------------------------------------
006360     ELSE
006370         MOVE ZEROS TO EMP-TERM-DATE
006380     END-IF.
006385     MOVE TRAN-HOME-SITE TO EMP-HOME-SITE.
006390     MOVE EMP-MASTER-REC TO EM-AFTER-IMAGE.
006400     WRITE EMP-MASTER-REC
006410         INVALID KEY
006890     IF TRAN-TERM-DATE NUMERIC
006900             AND TRAN-TERM-DATE NOT = "00000000"
006910         MOVE TRAN-TERM-DATE TO EMP-TERM-DATE
006912     END-IF.
006914     IF TRAN-HOME-SITE NOT = SPACES
006916         MOVE TRAN-HOME-SITE TO EMP-HOME-SITE
006920     END-IF.
006930     MOVE EMP-MASTER-REC TO EM-AFTER-IMAGE.
006940     REWRITE EMP-MASTER-REC
008440     IF EM-DEPT-CHECKING
008450         CLOSE DEPT-MASTER
008460     END-IF.
008462     IF EM-SITE-CHECKING
008464         CLOSE SITE-MASTER
008466     END-IF.
008470     DISPLAY "EMPMAINT - TRANSACTIONS READ: " EM-TRAN-COUNT.
008480     DISPLAY "EMPMAINT - APPLIED:           " EM-APPLIED-COUNT.
008490     DISPLAY "EMPMAINT - REJECTED:          " EM-REJECT-COUNT.
