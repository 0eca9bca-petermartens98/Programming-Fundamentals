000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SITEMNT.
000030 AUTHOR.        R L HASKELL.
000040 INSTALLATION.  OPERATIONS SUPPORT - INTAKE UNIT.
000050 DATE-WRITTEN.  2026-09-21.
000060 DATE-COMPILED.
000070*
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110* 2026-09-21 RLH  NEW PROGRAM. SITE REFERENCE MASTER
000120*                 MAINTENANCE - APPLIES ADD / CHANGE / DELETE
000130*                 TRANSACTIONS FROM THE SITETRAN TRANSACTION
000140*                 FILE TO THE INDEXED SITEMAST FILE (SITEREC
000150*                 LAYOUT), PRINTS AN APPLIED/REJECTED REGISTER,
000160*                 AND APPENDS EVERY APPLIED CHANGE TO THE
000170*                 SITELOG AUDIT TRAIL, ALL THE SAME WAY DEPTMNT
000180*                 MAINTAINS DEPTMAST. DUPLICATE ADDS, CHANGES OR
000190*                 DELETES AGAINST A CODE NOT ON FILE, A BLANK
000200*                 NAME ON AN ADD, AND AN INVALID ACTIVE FLAG ARE
000210*                 REJECTED WITH A REASON ON THE REGISTER.
000220*                 USERINPUT FAILS ANY IDIN BATCH WHOSE HEADER
000230*                 SITE IS NOT ACTIVE ON THIS MASTER, SO A SITE
000240*                 IS ADDED HERE BEFORE ITS FIRST BATCH ARRIVES
000250*                 AND FLAGGED INACTIVE RATHER THAN DELETED WHEN
000260*                 IT CLOSES, SO ITS HISTORY STILL REPORTS.
000262* 2026-10-08 RLH  THE SITELOG TERMINAL ID IS NOW THE OPERATOR
000264*                 SIGNED ON TO MAINMENU, OR THE BATCH ID OF AN
000266*                 UNATTENDED STREAM, IN PLACE OF THE JOB NAME.
000268*                 A STANDALONE RUN STILL STAMPS THE JOB NAME.
000270*----------------------------------------------------------------
000280*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320*    SITE-TRAN-FILE IS THE MANDATORY TRANSACTION INPUT - NO FILE
000330*    STATUS CLAUSE IS GIVEN ON PURPOSE, SO A MISSING TRANSACTION
000340*    FILE FAILS THE RUN IMMEDIATELY ON OPEN RATHER THAN
000350*    PRODUCING AN EMPTY REGISTER.
000360     SELECT SITE-TRAN-FILE  ASSIGN TO "SITETRAN"
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380     SELECT SITE-RPT-FILE   ASSIGN TO "SITEMRPT"
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT SITE-LOG-FILE   ASSIGN TO "SITELOG"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS SM-LOG-FILE-STATUS.
000430     SELECT SITE-MASTER     ASSIGN TO "SITEMAST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS SITE-CODE
000470         FILE STATUS IS SM-MAST-FILE-STATUS.
000480*
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  SITE-TRAN-FILE.
000520 01  STRAN-REC.
000530     05  STRAN-ACTION       PIC X(01).
000540         88  STRAN-ADD                 VALUE "A".
000550         88  STRAN-CHANGE              VALUE "C".
000560         88  STRAN-DELETE              VALUE "D".
000570     05  STRAN-SITE-CODE    PIC X(04).
000580     05  STRAN-SITE-NAME    PIC X(30).
000590     05  STRAN-ACTIVE-FLAG  PIC X(01).
000600         88  STRAN-FLAG-VALID          VALUES "A" "I" " ".
000610     05  FILLER             PIC X(44).
000620*
000630 FD  SITE-RPT-FILE.
000640 01  SITE-RPT-LINE          PIC X(80).
000650*
000660 FD  SITE-LOG-FILE.
000670     COPY SITEAUD
000680         REPLACING ==SAUD-REC==       BY ==SLOG-REC==
000690                   ==SAUD-ACTION==    BY ==SLOG-ACTION==
000700                   ==SAUD-SITE-CODE== BY ==SLOG-SITE-CODE==
000710                   ==SAUD-SITE-NAME== BY ==SLOG-SITE-NAME==
000720                   ==SAUD-ACTIVE-FLAG== BY ==SLOG-ACTIVE-FLAG==
000730                   ==SAUD-RUN-DATE==  BY ==SLOG-RUN-DATE==
000740                   ==SAUD-RUN-TIME==  BY ==SLOG-RUN-TIME==
000750                   ==SAUD-TERM-ID==   BY ==SLOG-TERM-ID==.
000760*
000770 FD  SITE-MASTER.
000780     COPY SITEREC.
000790*
000800 WORKING-STORAGE SECTION.
000810*
000820*----------------------------------------------------------------
000830* SWITCHES
000840*----------------------------------------------------------------
000850 77  SM-EOF-SWITCH          PIC X(01)  VALUE "N".
000860     88  SM-EOF-YES                    VALUE "Y".
000870     88  SM-EOF-NO                     VALUE "N".
000880*
000890 77  SM-MAST-FILE-STATUS    PIC X(02)  VALUE "00".
000900     88  SM-MAST-OK                    VALUE "00".
000910     88  SM-MAST-DUP-KEY               VALUE "22".
000920     88  SM-MAST-NOT-FOUND             VALUE "23".
000930     88  SM-MAST-MISSING               VALUE "35".
000940*
000950 77  SM-LOG-FILE-STATUS     PIC X(02)  VALUE "00".
000960     88  SM-LOG-FOUND                  VALUE "00".
000970*
000980 77  SM-TRAN-VALID-SWITCH   PIC X(01)  VALUE "Y".
000990     88  SM-TRAN-VALID                 VALUE "Y".
001000     88  SM-TRAN-INVALID               VALUE "N".
001010*
001020 77  SM-FATAL-SWITCH        PIC X(01)  VALUE "N".
001030     88  SM-FATAL-YES                  VALUE "Y".
001040     88  SM-FATAL-NO                   VALUE "N".
001050*
001060*----------------------------------------------------------------
001070* COUNTERS AND WORK FIELDS
001080*----------------------------------------------------------------
001090 77  SM-TRAN-COUNT          PIC 9(05)  COMP  VALUE 0.
001100 77  SM-APPLIED-COUNT       PIC 9(05)  COMP  VALUE 0.
001110 77  SM-REJECT-COUNT        PIC 9(05)  COMP  VALUE 0.
001120 77  SM-REJECT-REASON       PIC X(32)  VALUE SPACES.
001130*
001140*----------------------------------------------------------------
001150* AUDIT TRAIL WORK FIELDS
001160*----------------------------------------------------------------
001170 77  SM-RUN-DATE            PIC 9(08)  VALUE 0.
001180 77  SM-RUN-TIME            PIC 9(08)  VALUE 0.
001190 77  SM-TERM-ID             PIC X(08)  VALUE SPACES.
001200 77  SM-DATE-DISPLAY        PIC 9999/99/99.
001210*
001220 LINKAGE SECTION.
001230     COPY STEPSTAT.
001240*
001250 PROCEDURE DIVISION USING STEP-STATUS-AREA.
001260*----------------------------------------------------------------
001270* 0000-MAINLINE
001280*----------------------------------------------------------------
001290 0000-MAINLINE.
001300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001310     IF SM-FATAL-NO
001320         PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
001330             UNTIL SM-EOF-YES
001340     END-IF.
001350     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001360     GO TO 9999-EXIT.
001370*
001380*----------------------------------------------------------------
001390* 1000-INITIALIZE - OPEN FILES AND PRIME THE READ
001400*----------------------------------------------------------------
001410 1000-INITIALIZE.
001420     MOVE "N" TO SM-FATAL-SWITCH.
001430     OPEN INPUT  SITE-TRAN-FILE.
001440     OPEN OUTPUT SITE-RPT-FILE.
001450     OPEN EXTEND SITE-LOG-FILE.
001460     IF NOT SM-LOG-FOUND
001470         OPEN OUTPUT SITE-LOG-FILE
001480     END-IF.
001490*    SITEMAST MAY NOT EXIST YET ON A FRESH INSTALL - THIS
001500*    PROGRAM IS HOW THE MASTER GETS BUILT, SO OPEN I-O FALLS
001510*    BACK TO CREATING AN EMPTY MASTER AND RE-OPENING IT I-O.
001520     OPEN I-O SITE-MASTER.
001530     IF SM-MAST-MISSING
001540         OPEN OUTPUT SITE-MASTER
001550         CLOSE SITE-MASTER
001560         OPEN I-O SITE-MASTER
001570     END-IF.
001580     IF NOT SM-MAST-OK
001590         DISPLAY "SITEMNT - SITE MASTER FILE NOT AVAILABLE "
001600                 "- RUN ABORTED, FILE STATUS: "
001610                 SM-MAST-FILE-STATUS
001620         MOVE "Y" TO SM-FATAL-SWITCH
001630     END-IF.
001640     MOVE "N" TO SM-EOF-SWITCH.
001650     MOVE 0 TO SM-TRAN-COUNT.
001660     MOVE 0 TO SM-APPLIED-COUNT.
001670     MOVE 0 TO SM-REJECT-COUNT.
001680     MOVE SPACES TO SM-REJECT-REASON.
001690     ACCEPT SM-RUN-DATE FROM DATE YYYYMMDD.
001700     ACCEPT SM-RUN-TIME FROM TIME.
001710     ACCEPT SM-TERM-ID  FROM ENVIRONMENT "JOBNAME".
001711*    UNDER THE MENU DRIVER THE SIGNED-ON OPERATOR IS WHO RAN IT.
001712     IF ADDRESS OF STEP-STATUS-AREA NOT = NULL
001713         IF STEP-OPERATOR-ID NOT = SPACES
001714             MOVE STEP-OPERATOR-ID TO SM-TERM-ID
001715         END-IF
001716     END-IF.
001720     IF SM-FATAL-NO
001730         PERFORM 1100-WRITE-RPT-HEADER THRU 1100-EXIT
001740         PERFORM 2100-READ-TRAN-REC THRU 2100-EXIT
001750     END-IF.
001760 1000-EXIT.
001770     EXIT.
001780*
001790*----------------------------------------------------------------
001800* 1100-WRITE-RPT-HEADER - TITLE THE MAINTENANCE REGISTER
001810*----------------------------------------------------------------
001820 1100-WRITE-RPT-HEADER.
001830     MOVE SM-RUN-DATE TO SM-DATE-DISPLAY.
001840     MOVE SPACES TO SITE-RPT-LINE.
001850     STRING "SITE MASTER MAINTENANCE REGISTER  "
001860                 DELIMITED BY SIZE
001870             "RUN DATE: " DELIMITED BY SIZE
001880             SM-DATE-DISPLAY DELIMITED BY SIZE
001890         INTO SITE-RPT-LINE
001900     END-STRING.
001910     WRITE SITE-RPT-LINE.
001920     MOVE SPACES TO SITE-RPT-LINE.
001930     WRITE SITE-RPT-LINE.
001940 1100-EXIT.
001950     EXIT.
001960*
001970*----------------------------------------------------------------
001980* 2000-PROCESS-TRAN - ONE ITERATION PER TRANSACTION RECORD
001990*----------------------------------------------------------------
002000 2000-PROCESS-TRAN.
002010     ADD 1 TO SM-TRAN-COUNT.
002020     PERFORM 2150-VALIDATE-TRAN THRU 2150-EXIT.
002030     IF SM-TRAN-VALID
002040         EVALUATE TRUE
002050             WHEN STRAN-ADD
002060                 PERFORM 2300-APPLY-ADD THRU 2300-EXIT
002070             WHEN STRAN-CHANGE
002080                 PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
002090             WHEN STRAN-DELETE
002100                 PERFORM 2500-APPLY-DELETE THRU 2500-EXIT
002110         END-EVALUATE
002120     ELSE
002130         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002140     END-IF.
002150     PERFORM 2100-READ-TRAN-REC THRU 2100-EXIT.
002160 2000-EXIT.
002170     EXIT.
002180*
002190 2100-READ-TRAN-REC.
002200     READ SITE-TRAN-FILE
002210         AT END
002220             MOVE "Y" TO SM-EOF-SWITCH
002230     END-READ.
002240 2100-EXIT.
002250     EXIT.
002260*
002270*----------------------------------------------------------------
002280* 2150-VALIDATE-TRAN - ACTION CODE, SITE CODE, NAME, AND
002290*                      ACTIVE FLAG ARE CHECKED BEFORE THE
002300*                      MASTER FILE IS EVER TOUCHED
002310*----------------------------------------------------------------
002320 2150-VALIDATE-TRAN.
002330     MOVE "Y" TO SM-TRAN-VALID-SWITCH.
002340     MOVE SPACES TO SM-REJECT-REASON.
002350     EVALUATE TRUE
002360         WHEN NOT (STRAN-ADD OR STRAN-CHANGE OR STRAN-DELETE)
002370             MOVE "N" TO SM-TRAN-VALID-SWITCH
002380             MOVE "INVALID ACTION CODE"
002390                 TO SM-REJECT-REASON
002400         WHEN STRAN-SITE-CODE = SPACES
002410             MOVE "N" TO SM-TRAN-VALID-SWITCH
002420             MOVE "BLANK SITE CODE"
002430                 TO SM-REJECT-REASON
002440         WHEN STRAN-ADD AND STRAN-SITE-NAME = SPACES
002450             MOVE "N" TO SM-TRAN-VALID-SWITCH
002460             MOVE "BLANK NAME ON ADD"
002470                 TO SM-REJECT-REASON
002480         WHEN NOT STRAN-FLAG-VALID
002490             MOVE "N" TO SM-TRAN-VALID-SWITCH
002500             MOVE "INVALID ACTIVE FLAG"
002510                 TO SM-REJECT-REASON
002520     END-EVALUATE.
002530 2150-EXIT.
002540     EXIT.
002550*
002560*----------------------------------------------------------------
002570* 2300-APPLY-ADD - REFUSE A DUPLICATE CODE, OTHERWISE WRITE THE
002580*                  NEW MASTER RECORD
002590*----------------------------------------------------------------
002600 2300-APPLY-ADD.
002610     MOVE STRAN-SITE-CODE TO SITE-CODE.
002620     READ SITE-MASTER
002630         INVALID KEY
002640             CONTINUE
002650     END-READ.
002660     IF SM-MAST-OK
002670         MOVE "DUPLICATE SITE ON ADD"
002680             TO SM-REJECT-REASON
002690         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002700         GO TO 2300-EXIT
002710     END-IF.
002720     IF NOT SM-MAST-NOT-FOUND
002730         MOVE "SITE MASTER READ ERROR"
002740             TO SM-REJECT-REASON
002750         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002760         GO TO 2300-EXIT
002770     END-IF.
002780     MOVE SPACES TO SITE-REC.
002790     MOVE STRAN-SITE-CODE TO SITE-CODE.
002800     MOVE STRAN-SITE-NAME TO SITE-NAME.
002810     IF STRAN-ACTIVE-FLAG = SPACE
002820         MOVE "A" TO SITE-ACTIVE-FLAG
002830     ELSE
002840         MOVE STRAN-ACTIVE-FLAG TO SITE-ACTIVE-FLAG
002850     END-IF.
002860     WRITE SITE-REC
002870         INVALID KEY
002880             CONTINUE
002890     END-WRITE.
002900     IF SM-MAST-OK
002910         PERFORM 2800-WRITE-APPLIED THRU 2800-EXIT
002920     ELSE
002930         MOVE "MASTER WRITE ERROR ON ADD"
002940             TO SM-REJECT-REASON
002950         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002960     END-IF.
002970 2300-EXIT.
002980     EXIT.
002990*
003000*----------------------------------------------------------------
003010* 2400-APPLY-CHANGE - REFUSE A CODE NOT ON FILE, OTHERWISE
003020*                     REPLACE ONLY THE FIELDS THE TRANSACTION
003030*                     ACTUALLY CARRIES
003040*----------------------------------------------------------------
003050 2400-APPLY-CHANGE.
003060     MOVE STRAN-SITE-CODE TO SITE-CODE.
003070     READ SITE-MASTER
003080         INVALID KEY
003090             CONTINUE
003100     END-READ.
003110     IF NOT SM-MAST-OK
003120         IF SM-MAST-NOT-FOUND
003130             MOVE "SITE NOT ON FILE - CHANGE"
003140                 TO SM-REJECT-REASON
003150         ELSE
003160             MOVE "SITE MASTER READ ERROR"
003170                 TO SM-REJECT-REASON
003180         END-IF
003190         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003200         GO TO 2400-EXIT
003210     END-IF.
003220     IF STRAN-SITE-NAME NOT = SPACES
003230         MOVE STRAN-SITE-NAME TO SITE-NAME
003240     END-IF.
003250     IF STRAN-ACTIVE-FLAG NOT = SPACE
003260         MOVE STRAN-ACTIVE-FLAG TO SITE-ACTIVE-FLAG
003270     END-IF.
003280     REWRITE SITE-REC
003290         INVALID KEY
003300             CONTINUE
003310     END-REWRITE.
003320     IF SM-MAST-OK
003330         PERFORM 2800-WRITE-APPLIED THRU 2800-EXIT
003340     ELSE
003350         MOVE "MASTER REWRITE ERROR ON CHANGE"
003360             TO SM-REJECT-REASON
003370         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003380     END-IF.
003390 2400-EXIT.
003400     EXIT.
003410*
003420*----------------------------------------------------------------
003430* 2500-APPLY-DELETE - REFUSE A CODE NOT ON FILE, OTHERWISE
003440*                     DROP THE MASTER RECORD
003450*----------------------------------------------------------------
003460 2500-APPLY-DELETE.
003470     MOVE STRAN-SITE-CODE TO SITE-CODE.
003480     READ SITE-MASTER
003490         INVALID KEY
003500             CONTINUE
003510     END-READ.
003520     IF NOT SM-MAST-OK
003530         IF SM-MAST-NOT-FOUND
003540             MOVE "SITE NOT ON FILE - DELETE"
003550                 TO SM-REJECT-REASON
003560         ELSE
003570             MOVE "SITE MASTER READ ERROR"
003580                 TO SM-REJECT-REASON
003590         END-IF
003600         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003610         GO TO 2500-EXIT
003620     END-IF.
003630     DELETE SITE-MASTER
003640         INVALID KEY
003650             CONTINUE
003660     END-DELETE.
003670     IF SM-MAST-OK
003680         PERFORM 2800-WRITE-APPLIED THRU 2800-EXIT
003690     ELSE
003700         MOVE "MASTER DELETE ERROR"
003710             TO SM-REJECT-REASON
003720         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003730     END-IF.
003740 2500-EXIT.
003750     EXIT.
003760*
003770*----------------------------------------------------------------
003780* 2800-WRITE-APPLIED - REGISTER THE APPLIED TRANSACTION AND
003790*                      APPEND THE MAINTENANCE AUDIT RECORD
003800*----------------------------------------------------------------
003810 2800-WRITE-APPLIED.
003820     MOVE SPACES TO SITE-RPT-LINE.
003830     STRING STRAN-ACTION      DELIMITED BY SIZE
003840             " "              DELIMITED BY SIZE
003850             STRAN-SITE-CODE  DELIMITED BY SIZE
003860             " APPLIED"       DELIMITED BY SIZE
003870         INTO SITE-RPT-LINE
003880     END-STRING.
003890     WRITE SITE-RPT-LINE.
003900     ADD 1 TO SM-APPLIED-COUNT.
003910     PERFORM 2850-WRITE-AUDIT-LOG THRU 2850-EXIT.
003920 2800-EXIT.
003930     EXIT.
003940*
003950*----------------------------------------------------------------
003960* 2850-WRITE-AUDIT-LOG - APPEND ONE MAINTENANCE EVENT TO THE
003970*                        SITE AUDIT LOG
003980*----------------------------------------------------------------
003990 2850-WRITE-AUDIT-LOG.
004000     MOVE SPACES TO SLOG-REC.
004010     MOVE STRAN-ACTION    TO SLOG-ACTION.
004020     MOVE STRAN-SITE-CODE TO SLOG-SITE-CODE.
004030     MOVE STRAN-SITE-NAME TO SLOG-SITE-NAME.
004040     MOVE STRAN-ACTIVE-FLAG TO SLOG-ACTIVE-FLAG.
004050     MOVE SM-RUN-DATE     TO SLOG-RUN-DATE.
004060     MOVE SM-RUN-TIME     TO SLOG-RUN-TIME.
004070     MOVE SM-TERM-ID      TO SLOG-TERM-ID.
004080     WRITE SLOG-REC.
004090 2850-EXIT.
004100     EXIT.
004110*
004120*----------------------------------------------------------------
004130* 2900-WRITE-REJECT - REGISTER A REJECTED TRANSACTION AND THE
004140*                     REASON
004150*----------------------------------------------------------------
004160 2900-WRITE-REJECT.
004170     MOVE SPACES TO SITE-RPT-LINE.
004180     STRING STRAN-ACTION      DELIMITED BY SIZE
004190             " "              DELIMITED BY SIZE
004200             STRAN-SITE-CODE  DELIMITED BY SIZE
004210             " REJECTED - "   DELIMITED BY SIZE
004220             SM-REJECT-REASON DELIMITED BY SIZE
004230         INTO SITE-RPT-LINE
004240     END-STRING.
004250     WRITE SITE-RPT-LINE.
004260     ADD 1 TO SM-REJECT-COUNT.
004270 2900-EXIT.
004280     EXIT.
004290*
004300*----------------------------------------------------------------
004310* 8000-TERMINATE - CLOSE FILES AND REPORT THE RUN TOTALS
004320*----------------------------------------------------------------
004330 8000-TERMINATE.
004340     CLOSE SITE-TRAN-FILE.
004350     CLOSE SITE-RPT-FILE.
004360     CLOSE SITE-LOG-FILE.
004370     CLOSE SITE-MASTER.
004380     DISPLAY "SITEMNT - TRANSACTIONS READ: " SM-TRAN-COUNT.
004390     DISPLAY "SITEMNT - APPLIED:           " SM-APPLIED-COUNT.
004400     DISPLAY "SITEMNT - REJECTED:          " SM-REJECT-COUNT.
004410 8000-EXIT.
004420     EXIT.
004430*
004440*    THE STATUS AREA IS ONLY THERE WHEN THE MENU DRIVER PASSED
004450*    IT - A STANDALONE RUN HAS NOTHING TO HAND A CODE BACK TO.
004460 9999-EXIT.
004470     IF ADDRESS OF STEP-STATUS-AREA NOT = NULL
004480         IF SM-FATAL-YES
004490             MOVE 08 TO STEP-RETURN-CODE
004500         ELSE
004510             MOVE 00 TO STEP-RETURN-CODE
004520         END-IF
004530     END-IF.
004540     GOBACK.
