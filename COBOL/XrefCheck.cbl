000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    XREFCHK.
000030 AUTHOR.        R L HASKELL.
000040 INSTALLATION.  OPERATIONS SUPPORT - INTAKE UNIT.
000050 DATE-WRITTEN.  2026-09-25.
000060 DATE-COMPILED.
000070*
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110* 2026-09-25 RLH  NEW PROGRAM. NIGHTLY CROSS-FILE REFERENTIAL
000120*                 INTEGRITY SWEEP. READS, NEVER UPDATES, THE
000130*                 MASTERS AND LOGS THAT REFER TO EACH OTHER AND
000140*                 PRINTS EVERY BREAK ON XREFRPT WITH A CATEGORY,
000150*                 THE KEY, THE PROBLEM AND A SUGGESTED ACTION -
000160*                 EMPLOYEES WHOSE DEPARTMENT IS MISSING OR
000170*                 INACTIVE ON DEPTMAST, GREETLOG IDS NO LONGER ON
000180*                 EMPMAST (VISITOR EVENTS ARE SKIPPED), SUSPENSE
000190*                 ENTRIES WHOSE ID IS NOW ON THE MASTER AND
000200*                 ELIGIBLE, HELD EMPPEND TRANSACTIONS AGAINST A
000210*                 DELETED ID, BADGEREG EXTRACTS WITH NO ARRIVALS
000220*                 ON GREETLOG OR GREETARCH FOR THEIR RUN DATE, AND
000230*                 BATCHCTL BATCHES WITH NO RUNHIST RECORD. A FILE
000240*                 THAT IS MISSING SKIPS ONLY THE CHECKS THAT
000250*                 NEED IT, WITH A NOTE ON THE REPORT. ANY BREAK
000260*                 HANDS BACK A WARNING STEP STATUS SO THE MENUCARD
000270*                 STREAM FLAGS IT.
000280*----------------------------------------------------------------
000290*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT XREF-RPT-FILE   ASSIGN TO "XREFRPT"
000340         ORGANIZATION IS LINE SEQUENTIAL.
000350*    THE MASTER IS WALKED FRONT TO BACK FOR THE DEPARTMENT CHECK
000360*    AND THEN READ BY KEY FOR EVERY OTHER FILE'S IDS.
000370     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS EMP-ID
000410         FILE STATUS IS XC-EMP-FILE-STATUS.
000420     SELECT DEPT-MASTER     ASSIGN TO "DEPTMAST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS DEPT-CODE
000460         FILE STATUS IS XC-DEPT-FILE-STATUS.
000470     SELECT GREET-LOG-FILE  ASSIGN TO "GREETLOG"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS XC-LOG-FILE-STATUS.
000500     SELECT GREET-ARCH-FILE ASSIGN TO "GREETARCH"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS XC-ARCH-FILE-STATUS.
000530     SELECT SUSPENSE-FILE   ASSIGN TO "SUSPENSE"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS XC-SUSP-FILE-STATUS.
000560     SELECT EMP-PEND-FILE   ASSIGN TO "EMPPEND"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS XC-PEND-FILE-STATUS.
000590     SELECT BADGE-REG-FILE  ASSIGN TO "BADGEREG"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS XC-BREG-FILE-STATUS.
000620     SELECT BATCH-CTL-FILE  ASSIGN TO "BATCHCTL"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS XC-BCTL-FILE-STATUS.
000650     SELECT RUN-HIST-FILE   ASSIGN TO "RUNHIST"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS XC-HIST-FILE-STATUS.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  XREF-RPT-FILE.
000720 01  RPT-LINE               PIC X(80).
000730*
000740 FD  EMPLOYEE-MASTER.
000750     COPY PERSONREC
000760         REPLACING ==PERSON-REC==      BY ==EMP-MASTER-REC==
000770                   ==PERSON-ID==       BY ==EMP-ID==
000780                   ==PERSON-NAME==     BY ==EMP-NAME==
000790                   ==PERSON-DEPT==     BY ==EMP-DEPT==
000800                   ==PERSON-EFF-DATE== BY ==EMP-EFF-DATE==
000810                   ==PERSON-STATUS==   BY ==EMP-STATUS==
000820                   ==PERSON-ACTIVE==   BY ==EMP-ACTIVE==
000830                   ==PERSON-TERMINATED== BY ==EMP-TERMINATED==
000840                   ==PERSON-ON-LEAVE== BY ==EMP-ON-LEAVE==
000850                   ==PERSON-TERM-DATE== BY ==EMP-TERM-DATE==
000860                   ==PERSON-HOME-SITE== BY ==EMP-HOME-SITE==.
000870*
000880 FD  DEPT-MASTER.
000890     COPY DEPTREC.
000900*
000910 FD  GREET-LOG-FILE.
000920     COPY GREETAUD
000930         REPLACING ==AUDIT-REC==      BY ==LOG-REC==
000940                   ==AUDIT-EMP-ID==   BY ==LOG-EMP-ID==
000950                   ==AUDIT-EMP-NAME== BY ==LOG-EMP-NAME==
000960                   ==AUDIT-EMP-DEPT== BY ==LOG-EMP-DEPT==
000970                   ==AUDIT-RUN-DATE== BY ==LOG-RUN-DATE==
000980                   ==AUDIT-RUN-TIME== BY ==LOG-RUN-TIME==
000990                   ==AUDIT-TERM-ID==  BY ==LOG-TERM-ID==
001000                   ==AUDIT-EVENT-CODE== BY ==LOG-EVENT-CODE==
001010                   ==AUDIT-EVENT-IN==   BY ==LOG-EVENT-IN==
001020                   ==AUDIT-EVENT-OUT==  BY ==LOG-EVENT-OUT==
001030                   ==AUDIT-SITE-CODE==  BY ==LOG-SITE-CODE==
001040                   ==AUDIT-VISITOR-FLAG== BY ==LOG-VISITOR-FLAG==
001050                   ==AUDIT-VISITOR==    BY ==LOG-VISITOR==
001060                   ==AUDIT-SPONSOR-ID== BY ==LOG-SPONSOR-ID==.
001070*
001080 FD  GREET-ARCH-FILE.
001090     COPY GREETAUD
001100         REPLACING ==AUDIT-REC==      BY ==ARCH-REC==
001110                   ==AUDIT-EMP-ID==   BY ==ARCH-EMP-ID==
001120                   ==AUDIT-EMP-NAME== BY ==ARCH-EMP-NAME==
001130                   ==AUDIT-EMP-DEPT== BY ==ARCH-EMP-DEPT==
001140                   ==AUDIT-RUN-DATE== BY ==ARCH-RUN-DATE==
001150                   ==AUDIT-RUN-TIME== BY ==ARCH-RUN-TIME==
001160                   ==AUDIT-TERM-ID==  BY ==ARCH-TERM-ID==
001170                   ==AUDIT-EVENT-CODE== BY ==ARCH-EVENT-CODE==
001180                   ==AUDIT-EVENT-IN==   BY ==ARCH-EVENT-IN==
001190                   ==AUDIT-EVENT-OUT==  BY ==ARCH-EVENT-OUT==
001200                   ==AUDIT-SITE-CODE==  BY ==ARCH-SITE-CODE==
001210                   ==AUDIT-VISITOR-FLAG== BY ==ARCH-VISITOR-FLAG==
001220                   ==AUDIT-VISITOR==    BY ==ARCH-VISITOR==
001230                   ==AUDIT-SPONSOR-ID== BY ==ARCH-SPONSOR-ID==.
001240*
001250 FD  SUSPENSE-FILE.
001260     COPY SUSPREC.
001270*
001280*    EMPPEND RECORDS ARE HELD EMPTRAN TRANSACTIONS, BYTE FOR
001290*    BYTE - ONLY THE ACTION, ID AND EFFECTIVE DATE ARE PICKED OUT.
001300 FD  EMP-PEND-FILE.
001310 01  PEND-REC.
001320     05  PEND-ACTION        PIC X(01).
001330         88  PEND-ADD                  VALUE "A".
001340     05  PEND-EMP-ID        PIC X(05).
001350     05  FILLER             PIC X(30).
001360     05  PEND-EFF-DATE      PIC X(08).
001370     05  FILLER             PIC X(36).
001380*
001390 FD  BADGE-REG-FILE.
001400     COPY BDGREG.
001410*
001420 FD  BATCH-CTL-FILE.
001430 01  BATCH-CTL-REC.
001440     05  BCTL-BATCH-ID      PIC X(08).
001450     05  BCTL-RUN-DATE      PIC 9(08).
001460     05  FILLER             PIC X(64).
001470*
001480 FD  RUN-HIST-FILE.
001490     COPY RUNSTAT.
001500*
001510 WORKING-STORAGE SECTION.
001520*
001530*----------------------------------------------------------------
001540* FILE STATUS AND SWITCHES
001550*----------------------------------------------------------------
001560 77  XC-EMP-FILE-STATUS     PIC X(02)  VALUE "00".
001570     88  XC-EMP-OK                     VALUE "00".
001580 77  XC-DEPT-FILE-STATUS    PIC X(02)  VALUE "00".
001590     88  XC-DEPT-OK                    VALUE "00".
001600 77  XC-LOG-FILE-STATUS     PIC X(02)  VALUE "00".
001610     88  XC-LOG-OK                     VALUE "00".
001620 77  XC-ARCH-FILE-STATUS    PIC X(02)  VALUE "00".
001630     88  XC-ARCH-OK                    VALUE "00".
001640 77  XC-SUSP-FILE-STATUS    PIC X(02)  VALUE "00".
001650     88  XC-SUSP-OK                    VALUE "00".
001660 77  XC-PEND-FILE-STATUS    PIC X(02)  VALUE "00".
001670     88  XC-PEND-OK                    VALUE "00".
001680 77  XC-BREG-FILE-STATUS    PIC X(02)  VALUE "00".
001690     88  XC-BREG-OK                    VALUE "00".
001700 77  XC-BCTL-FILE-STATUS    PIC X(02)  VALUE "00".
001710     88  XC-BCTL-OK                    VALUE "00".
001720 77  XC-HIST-FILE-STATUS    PIC X(02)  VALUE "00".
001730     88  XC-HIST-OK                    VALUE "00".
001740*
001750 77  XC-EOF-SWITCH          PIC X(01)  VALUE "N".
001760     88  XC-EOF-YES                    VALUE "Y".
001770     88  XC-EOF-NO                     VALUE "N".
001780*
001790 77  XC-FATAL-SWITCH        PIC X(01)  VALUE "N".
001800     88  XC-FATAL-YES                  VALUE "Y".
001810     88  XC-FATAL-NO                   VALUE "N".
001820*
001830*    SET WHEN EITHER LOG COULD BE READ, SO THE BADGE REGISTER
001840*    CHECK HAS SOMETHING TO MATCH AGAINST
001850 77  XC-DATES-LOADED-SWITCH PIC X(01)  VALUE "N".
001860     88  XC-DATES-LOADED               VALUE "Y".
001870*
001880 77  XC-ELIG-SWITCH         PIC X(01)  VALUE "Y".
001890     88  XC-ELIGIBLE                   VALUE "Y".
001900     88  XC-NOT-ELIGIBLE               VALUE "N".
001910*
001920 77  XC-ON-MASTER-SWITCH    PIC X(01)  VALUE "N".
001930     88  XC-ON-MASTER                  VALUE "Y".
001940*
001950*----------------------------------------------------------------
001960* GREETLOG IDS ALREADY REPORTED - ONE FINDING PER MISSING ID, NOT
001970* ONE PER LOG RECORD
001980*----------------------------------------------------------------
001990 77  XC-LOGID-MAX           PIC 9(04)  COMP  VALUE 500.
002000 77  XC-LOGID-COUNT         PIC 9(04)  COMP  VALUE 0.
002010 77  XC-LOGID-IX            PIC 9(04)  COMP  VALUE 0.
002020 77  XC-LOGID-FOUND-IX      PIC 9(04)  COMP  VALUE 0.
002030 01  XC-LOGID-TABLE.
002040     05  XC-LOGID-ENTRY     PIC 9(05)  OCCURS 500 TIMES.
002050*
002060*----------------------------------------------------------------
002070* DATES WITH EMPLOYEE ARRIVALS ON GREETLOG OR GREETARCH - WHAT
002080* EACH BADGE EXTRACT ON THE REGISTER IS MATCHED AGAINST
002090*----------------------------------------------------------------
002100 77  XC-DATE-MAX            PIC 9(04)  COMP  VALUE 2000.
002110 77  XC-DATE-COUNT          PIC 9(04)  COMP  VALUE 0.
002120 77  XC-DATE-IX             PIC 9(04)  COMP  VALUE 0.
002130 77  XC-DATE-FOUND-IX       PIC 9(04)  COMP  VALUE 0.
002140 77  XC-SCAN-DATE           PIC 9(08)  VALUE 0.
002150 01  XC-DATE-TABLE.
002160     05  XC-DATE-ENTRY      PIC 9(08)  OCCURS 2000 TIMES.
002170*
002180*----------------------------------------------------------------
002190* PROCESSED-BATCH TABLE - THE SAME CEILING USERINPUT HOLDS
002200* BATCHCTL TO. RUNHIST CARRIES ONLY THE FIRST BATCH ID OF EACH
002210* INTAKE RUN, SO A HISTORY RECORD FOR THE SAME RUN DATE ALSO
002220* ACCOUNTS FOR THE OTHER BATCHES OF THAT RUN.
002230*----------------------------------------------------------------
002240 77  XC-BCTL-MAX            PIC 9(03)  COMP  VALUE 200.
002250 77  XC-BCTL-COUNT          PIC 9(03)  COMP  VALUE 0.
002260 77  XC-BCTL-IX             PIC 9(03)  COMP  VALUE 0.
002270 01  XC-BCTL-TABLE.
002280     05  XC-BCTL-ENTRY      OCCURS 200 TIMES.
002290         10  XC-BC-BATCH-ID PIC X(08).
002300         10  XC-BC-RUN-DATE PIC 9(08).
002310         10  XC-BC-MATCHED  PIC X(01).
002320*
002330*----------------------------------------------------------------
002340* COUNTERS
002350*----------------------------------------------------------------
002360 77  XC-FINDING-COUNT       PIC 9(05)  COMP  VALUE 0.
002370 77  XC-SECT-COUNT          PIC 9(05)  COMP  VALUE 0.
002380 77  XC-DEPT-FIND-COUNT     PIC 9(05)  COMP  VALUE 0.
002390 77  XC-LOG-FIND-COUNT      PIC 9(05)  COMP  VALUE 0.
002400 77  XC-SUSP-FIND-COUNT     PIC 9(05)  COMP  VALUE 0.
002410 77  XC-PEND-FIND-COUNT     PIC 9(05)  COMP  VALUE 0.
002420 77  XC-BREG-FIND-COUNT     PIC 9(05)  COMP  VALUE 0.
002430 77  XC-BCTL-FIND-COUNT     PIC 9(05)  COMP  VALUE 0.
002440 77  XC-SKIP-COUNT          PIC 9(02)  COMP  VALUE 0.
002450*
002460*----------------------------------------------------------------
002470* REPORT WORK FIELDS
002480*----------------------------------------------------------------
002490 77  XC-RUN-DATE            PIC 9(08)  VALUE 0.
002500 77  XC-DATE-DISPLAY        PIC 9999/99/99.
002510 77  XC-COUNT-DISPLAY       PIC ZZZZ9.
002520 77  XC-SECT-TITLE          PIC X(60)  VALUE SPACES.
002530 77  XC-SKIP-REASON         PIC X(40)  VALUE SPACES.
002540*
002550 01  XC-FINDING-LINE.
002560     05  XC-FL-CATEGORY     PIC X(08).
002570     05  FILLER             PIC X(01)  VALUE SPACES.
002580     05  XC-FL-KEY          PIC X(20).
002590     05  FILLER             PIC X(01)  VALUE SPACES.
002600     05  XC-FL-PROBLEM      PIC X(22).
002610     05  FILLER             PIC X(01)  VALUE SPACES.
002620     05  XC-FL-ACTION       PIC X(27).
002630*
002640 01  XC-HEADING-LINE.
002650     05  FILLER             PIC X(08)  VALUE "CATEGORY".
002660     05  FILLER             PIC X(01)  VALUE SPACES.
002670     05  FILLER             PIC X(20)  VALUE "KEY".
002680     05  FILLER             PIC X(01)  VALUE SPACES.
002690     05  FILLER             PIC X(22)  VALUE "PROBLEM".
002700     05  FILLER             PIC X(01)  VALUE SPACES.
002710     05  FILLER             PIC X(27)  VALUE "SUGGESTED ACTION".
002720*
002730*----------------------------------------------------------------
002740* BUSINESS-DATE CALENDAR CALL AREA
002750*----------------------------------------------------------------
002760     COPY CALPARM.
002770*
002780 LINKAGE SECTION.
002790     COPY STEPSTAT.
002800*
002810 PROCEDURE DIVISION USING STEP-STATUS-AREA.
002820*----------------------------------------------------------------
002830* 0000-MAINLINE
002840*----------------------------------------------------------------
002850 0000-MAINLINE.
002860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002870     IF XC-FATAL-NO
002880         PERFORM 2000-CHECK-EMP-DEPTS THRU 2000-EXIT
002890         PERFORM 2500-CHECK-LOG-IDS THRU 2500-EXIT
002900         PERFORM 3000-CHECK-SUSPENSE THRU 3000-EXIT
002910         PERFORM 3500-CHECK-PENDING THRU 3500-EXIT
002920         PERFORM 4000-CHECK-BADGE-REG THRU 4000-EXIT
002930         PERFORM 5000-CHECK-BATCH-CTL THRU 5000-EXIT
002940     END-IF.
002950     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002960     GO TO 9999-EXIT.
002970*
002980*----------------------------------------------------------------
002990* 1000-INITIALIZE - GET THE BUSINESS DATE AND OPEN THE REPORT
003000*                   AND THE EMPLOYEE MASTER. EVERY CHECK BUT THE
003010*                   BADGE AND BATCH ONES NEEDS THE MASTER, SO A
003020*                   MISSING MASTER REFUSES THE RUN.
003030*----------------------------------------------------------------
003040 1000-INITIALIZE.
003050     MOVE "N" TO XC-FATAL-SWITCH.
003060     MOVE "N" TO XC-DATES-LOADED-SWITCH.
003070     MOVE 0 TO XC-FINDING-COUNT.
003080     MOVE 0 TO XC-SKIP-COUNT.
003090     MOVE 0 TO XC-LOGID-COUNT.
003100     MOVE 0 TO XC-DATE-COUNT.
003110     MOVE 0 TO XC-BCTL-COUNT.
003120     ACCEPT XC-RUN-DATE FROM DATE YYYYMMDD.
003130     PERFORM 1200-GET-BUSINESS-DATE THRU 1200-EXIT.
003140     OPEN OUTPUT XREF-RPT-FILE.
003150     MOVE XC-RUN-DATE TO XC-DATE-DISPLAY.
003160     MOVE SPACES TO RPT-LINE.
003170     STRING "CROSS-FILE INTEGRITY SWEEP  BUSINESS DATE: "
003180                 DELIMITED BY SIZE
003190             XC-DATE-DISPLAY DELIMITED BY SIZE
003200         INTO RPT-LINE
003210     END-STRING.
003220     WRITE RPT-LINE.
003230     MOVE SPACES TO RPT-LINE.
003240     WRITE RPT-LINE.
003250     OPEN INPUT EMPLOYEE-MASTER.
003260     IF NOT XC-EMP-OK
003270         MOVE SPACES TO RPT-LINE
003280         STRING "NO EMPLOYEE MASTER ON FILE - RUN REFUSED"
003290                 DELIMITED BY SIZE
003300             INTO RPT-LINE
003310         END-STRING
003320         WRITE RPT-LINE
003330         DISPLAY "XREFCHK - EMPLOYEE-MASTER FILE NOT AVAILABLE "
003340                 "- RUN ABORTED, FILE STATUS: "
003350                 XC-EMP-FILE-STATUS
003360         MOVE "Y" TO XC-FATAL-SWITCH
003370         GO TO 1000-EXIT
003380     END-IF.
003390     MOVE XC-HEADING-LINE TO RPT-LINE.
003400     WRITE RPT-LINE.
003410 1000-EXIT.
003420     EXIT.
003430*
003440*----------------------------------------------------------------
003450* 1200-GET-BUSINESS-DATE - ELIGIBILITY IS JUDGED AS OF THE
003460*                          CURRENT BUSINESS DATE. NO CALENDAR
003470*                          MEANS THE MACHINE DATE ALREADY
003480*                          ACCEPTED STANDS.
003490*----------------------------------------------------------------
003500 1200-GET-BUSINESS-DATE.
003510     MOVE "G" TO CAL-FUNCTION.
003520     CALL "BUSDATE" USING CAL-PARM-AREA.
003530     IF CAL-RC-NO-CALENDAR
003540         DISPLAY "XREFCHK - NO PROCESSING CALENDAR - "
003550                 "MACHINE DATE USED"
003560         GO TO 1200-EXIT
003570     END-IF.
003580     MOVE CAL-BUSINESS-DATE TO XC-RUN-DATE.
003590 1200-EXIT.
003600     EXIT.
003610*
003620*----------------------------------------------------------------
003630* 2000-CHECK-EMP-DEPTS - EVERY EMPLOYEE'S DEPARTMENT MUST BE ON
003640*                        DEPTMAST AND ACTIVE. THIS IS WHAT LANDS
003650*                        ON DEPTRPT AS *NOT-FND* TODAY.
003660*----------------------------------------------------------------
003670 2000-CHECK-EMP-DEPTS.
003680     MOVE "EMPLOYEE DEPARTMENTS (EMPMAST AGAINST DEPTMAST)"
003690         TO XC-SECT-TITLE.
003700     PERFORM 7800-START-SECTION THRU 7800-EXIT.
003710     OPEN INPUT DEPT-MASTER.
003720     IF NOT XC-DEPT-OK
003730         MOVE "DEPTMAST NOT ON FILE" TO XC-SKIP-REASON
003740         PERFORM 7950-SKIP-SECTION THRU 7950-EXIT
003750         GO TO 2000-EXIT
003760     END-IF.
003770     MOVE "N" TO XC-EOF-SWITCH.
003780     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
003790     PERFORM 2200-CHECK-ONE-EMP THRU 2200-EXIT
003800         UNTIL XC-EOF-YES.
003810     CLOSE DEPT-MASTER.
003820     MOVE XC-SECT-COUNT TO XC-DEPT-FIND-COUNT.
003830     PERFORM 7900-END-SECTION THRU 7900-EXIT.
003840 2000-EXIT.
003850     EXIT.
003860*
003870 2100-READ-MASTER.
003880     READ EMPLOYEE-MASTER NEXT RECORD
003890         AT END
003900             MOVE "Y" TO XC-EOF-SWITCH
003910     END-READ.
003920 2100-EXIT.
003930     EXIT.
003940*
003950 2200-CHECK-ONE-EMP.
003960     MOVE "EMP-DEPT" TO XC-FL-CATEGORY.
003970     MOVE SPACES TO XC-FL-KEY.
003980     STRING EMP-ID DELIMITED BY SIZE
003990             " " DELIMITED BY SIZE
004000             EMP-DEPT DELIMITED BY SIZE
004010         INTO XC-FL-KEY
004020     END-STRING.
004030     IF EMP-DEPT = SPACES
004040         MOVE "NO DEPARTMENT ON FILE" TO XC-FL-PROBLEM
004050         MOVE "ASSIGN DEPT VIA EMPTRAN" TO XC-FL-ACTION
004060         PERFORM 7850-WRITE-FINDING THRU 7850-EXIT
004070         GO TO 2200-READ-NEXT
004080     END-IF.
004090     MOVE EMP-DEPT TO DEPT-CODE.
004100     READ DEPT-MASTER
004110         INVALID KEY
004120             MOVE "DEPT NOT ON DEPTMAST" TO XC-FL-PROBLEM
004130             MOVE "ADD DEPT OR MOVE EMPLOYEE" TO XC-FL-ACTION
004140             PERFORM 7850-WRITE-FINDING THRU 7850-EXIT
004150         NOT INVALID KEY
004160             IF DEPT-INACTIVE
004170                 MOVE "DEPT INACTIVE" TO XC-FL-PROBLEM
004180                 MOVE "REACTIVATE OR MOVE EMPLOYEE"
004190                     TO XC-FL-ACTION
004200                 PERFORM 7850-WRITE-FINDING THRU 7850-EXIT
004210             END-IF
004220     END-READ.
004230 2200-READ-NEXT.
004240     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
004250 2200-EXIT.
004260     EXIT.
004270*
004280*----------------------------------------------------------------
004290* 2500-CHECK-LOG-IDS - EVERY EMPLOYEE ID ON THE GREETING LOG
004300*                      SHOULD STILL BE ON THE MASTER. THE SAME
004310*                      PASS NOTES EACH DATE THAT HAD ARRIVALS FOR
004320*                      THE BADGE REGISTER CHECK.
004330*----------------------------------------------------------------
004340 2500-CHECK-LOG-IDS.
004350     MOVE "GREETING LOG IDS (GREETLOG AGAINST EMPMAST)"
004360         TO XC-SECT-TITLE.
004370     PERFORM 7800-START-SECTION THRU 7800-EXIT.
004380     OPEN INPUT GREET-LOG-FILE.
004390     IF NOT XC-LOG-OK
004400         MOVE "GREETLOG NOT ON FILE" TO XC-SKIP-REASON
004410         PERFORM 7950-SKIP-SECTION THRU 7950-EXIT
004420         GO TO 2500-EXIT
004430     END-IF.
004440     MOVE "Y" TO XC-DATES-LOADED-SWITCH.
004450     MOVE "N" TO XC-EOF-SWITCH.
004460     PERFORM 2600-CHECK-ONE-LOG THRU 2600-EXIT
004470         UNTIL XC-EOF-YES.
004480     CLOSE GREET-LOG-FILE.
004490     MOVE XC-SECT-COUNT TO XC-LOG-FIND-COUNT.
004500     PERFORM 7900-END-SECTION THRU 7900-EXIT.
004510 2500-EXIT.
004520     EXIT.
004530*
004540 2600-CHECK-ONE-LOG.
004550     READ GREET-LOG-FILE
004560         AT END
004570             MOVE "Y" TO XC-EOF-SWITCH
004580             GO TO 2600-EXIT
004590     END-READ.
004600*    A VISITOR RECORD CARRIES A PASS NUMBER, NOT AN EMPLOYEE ID
004610     IF LOG-VISITOR
004620         GO TO 2600-EXIT
004630     END-IF.
004640     IF LOG-EVENT-IN AND LOG-RUN-DATE NUMERIC
004650         MOVE LOG-RUN-DATE TO XC-SCAN-DATE
004660         PERFORM 2800-NOTE-DATE THRU 2800-EXIT
004670     END-IF.
004680     MOVE 0 TO XC-LOGID-IX.
004690     MOVE 0 TO XC-LOGID-FOUND-IX.
004700     PERFORM 2650-SCAN-ONE-LOGID THRU 2650-EXIT
004710         XC-LOGID-COUNT TIMES.
004720     IF XC-LOGID-FOUND-IX > 0
004730         GO TO 2600-EXIT
004740     END-IF.
004750     MOVE LOG-EMP-ID TO EMP-ID.
004760     PERFORM 7700-LOOKUP-MASTER THRU 7700-EXIT.
004770     IF XC-ON-MASTER
004780         GO TO 2600-EXIT
004790     END-IF.
004800     IF XC-LOGID-COUNT < XC-LOGID-MAX
004810         ADD 1 TO XC-LOGID-COUNT
004820         MOVE LOG-EMP-ID TO XC-LOGID-ENTRY (XC-LOGID-COUNT)
004830     END-IF.
004840     MOVE "LOG-ID" TO XC-FL-CATEGORY.
004850     MOVE SPACES TO XC-FL-KEY.
004860     STRING LOG-EMP-ID DELIMITED BY SIZE
004870             " " DELIMITED BY SIZE
004880             LOG-RUN-DATE DELIMITED BY SIZE
004890         INTO XC-FL-KEY
004900     END-STRING.
004910     MOVE "ID NOT ON EMPMAST" TO XC-FL-PROBLEM.
004920     MOVE "CHECK MAINTLOG FOR DELETE" TO XC-FL-ACTION.
004930     PERFORM 7850-WRITE-FINDING THRU 7850-EXIT.
004940 2600-EXIT.
004950     EXIT.
004960*
004970 2650-SCAN-ONE-LOGID.
004980     IF XC-LOGID-FOUND-IX > 0
004990         GO TO 2650-EXIT
005000     END-IF.
005010     ADD 1 TO XC-LOGID-IX.
005020     IF XC-LOGID-ENTRY (XC-LOGID-IX) = LOG-EMP-ID
005030         MOVE XC-LOGID-IX TO XC-LOGID-FOUND-IX
005040     END-IF.
005050 2650-EXIT.
005060     EXIT.
005070*
005080*----------------------------------------------------------------
005090* 2700-LOAD-ARCH-DATES - THE ARCHIVE ONLY FEEDS THE DATE TABLE -
005100*                        A PURGED DAY'S BADGE EXTRACT IS STILL
005110*                        ACCOUNTED FOR BY ITS ARCHIVED ARRIVALS
005120*----------------------------------------------------------------
005130 2700-LOAD-ARCH-DATES.
005140     OPEN INPUT GREET-ARCH-FILE.
005150     IF NOT XC-ARCH-OK
005160         GO TO 2700-EXIT
005170     END-IF.
005180     MOVE "Y" TO XC-DATES-LOADED-SWITCH.
005190     MOVE "N" TO XC-EOF-SWITCH.
005200     PERFORM 2750-READ-ONE-ARCH THRU 2750-EXIT
005210         UNTIL XC-EOF-YES.
005220     CLOSE GREET-ARCH-FILE.
005230 2700-EXIT.
005240     EXIT.
005250*
005260 2750-READ-ONE-ARCH.
005270     READ GREET-ARCH-FILE
005280         AT END
005290             MOVE "Y" TO XC-EOF-SWITCH
005300             GO TO 2750-EXIT
005310     END-READ.
005320     IF ARCH-EVENT-IN
005330             AND NOT ARCH-VISITOR
005340             AND ARCH-RUN-DATE NUMERIC
005350         MOVE ARCH-RUN-DATE TO XC-SCAN-DATE
005360         PERFORM 2800-NOTE-DATE THRU 2800-EXIT
005370     END-IF.
005380 2750-EXIT.
005390     EXIT.
005400*
005410*----------------------------------------------------------------
005420* 2800-NOTE-DATE - ADD XC-SCAN-DATE TO THE ARRIVAL-DATE TABLE
005430*                  UNLESS IT IS ALREADY THERE. THE LOGS ARE IN
005440*                  DATE ORDER, SO THE LAST ENTRY IS TRIED FIRST.
005450*----------------------------------------------------------------
005460 2800-NOTE-DATE.
005470     IF XC-DATE-COUNT > 0
005480         IF XC-DATE-ENTRY (XC-DATE-COUNT) = XC-SCAN-DATE
005490             GO TO 2800-EXIT
005500         END-IF
005510     END-IF.
005520     PERFORM 2850-FIND-DATE THRU 2850-EXIT.
005530     IF XC-DATE-FOUND-IX > 0
005540         GO TO 2800-EXIT
005550     END-IF.
005560     IF XC-DATE-COUNT >= XC-DATE-MAX
005570         DISPLAY "XREFCHK - WARNING: ARRIVAL DATES EXCEED "
005580                 XC-DATE-MAX " TABLE ENTRIES, "
005590                 XC-SCAN-DATE " NOT HELD"
005600         GO TO 2800-EXIT
005610     END-IF.
005620     ADD 1 TO XC-DATE-COUNT.
005630     MOVE XC-SCAN-DATE TO XC-DATE-ENTRY (XC-DATE-COUNT).
005640 2800-EXIT.
005650     EXIT.
005660*
005670 2850-FIND-DATE.
005680     MOVE 0 TO XC-DATE-IX.
005690     MOVE 0 TO XC-DATE-FOUND-IX.
005700     PERFORM 2860-SCAN-ONE-DATE THRU 2860-EXIT
005710         XC-DATE-COUNT TIMES.
005720 2850-EXIT.
005730     EXIT.
005740*
005750 2860-SCAN-ONE-DATE.
005760     IF XC-DATE-FOUND-IX > 0
005770         GO TO 2860-EXIT
005780     END-IF.
005790     ADD 1 TO XC-DATE-IX.
005800     IF XC-DATE-ENTRY (XC-DATE-IX) = XC-SCAN-DATE
005810         MOVE XC-DATE-IX TO XC-DATE-FOUND-IX
005820     END-IF.
005830 2860-EXIT.
005840     EXIT.
005850*
005860*----------------------------------------------------------------
005870* 3000-CHECK-SUSPENSE - A SUSPENSED ID THAT IS NOW ON THE MASTER
005880*                       AND ELIGIBLE WOULD PASS IF RECYCLED
005890*----------------------------------------------------------------
005900 3000-CHECK-SUSPENSE.
005910     MOVE "SUSPENSE ENTRIES (SUSPENSE AGAINST EMPMAST)"
005920         TO XC-SECT-TITLE.
005930     PERFORM 7800-START-SECTION THRU 7800-EXIT.
005940     OPEN INPUT SUSPENSE-FILE.
005950     IF NOT XC-SUSP-OK
005960         MOVE "SUSPENSE NOT ON FILE" TO XC-SKIP-REASON
005970         PERFORM 7950-SKIP-SECTION THRU 7950-EXIT
005980         GO TO 3000-EXIT
005990     END-IF.
006000     MOVE "N" TO XC-EOF-SWITCH.
006010     PERFORM 3100-CHECK-ONE-SUSP THRU 3100-EXIT
006020         UNTIL XC-EOF-YES.
006030     CLOSE SUSPENSE-FILE.
006040     MOVE XC-SECT-COUNT TO XC-SUSP-FIND-COUNT.
006050     PERFORM 7900-END-SECTION THRU 7900-EXIT.
006060 3000-EXIT.
006070     EXIT.
006080*
006090 3100-CHECK-ONE-SUSP.
006100     READ SUSPENSE-FILE
006110         AT END
006120             MOVE "Y" TO XC-EOF-SWITCH
006130             GO TO 3100-EXIT
006140     END-READ.
006150     IF SUSP-EMP-ID NOT NUMERIC
006160         GO TO 3100-EXIT
006170     END-IF.
006180     MOVE SUSP-EMP-ID TO EMP-ID.
006190     PERFORM 7700-LOOKUP-MASTER THRU 7700-EXIT.
006200     IF NOT XC-ON-MASTER
006210         GO TO 3100-EXIT
006220     END-IF.
006230     PERFORM 7750-CHECK-ELIGIBILITY THRU 7750-EXIT.
006240     IF XC-NOT-ELIGIBLE
006250         GO TO 3100-EXIT
006260     END-IF.
006270     MOVE "SUSP-ELG" TO XC-FL-CATEGORY.
006280     MOVE SPACES TO XC-FL-KEY.
006290     STRING SUSP-EMP-ID DELIMITED BY SIZE
006300             " " DELIMITED BY SIZE
006310             SUSP-FIRST-DATE DELIMITED BY SIZE
006320         INTO XC-FL-KEY
006330     END-STRING.
006340     MOVE "ON MASTER AND ELIGIBLE" TO XC-FL-PROBLEM.
006350     MOVE "RUN INTAKE IN RECYCLE MODE" TO XC-FL-ACTION.
006360     PERFORM 7850-WRITE-FINDING THRU 7850-EXIT.
006370 3100-EXIT.
006380     EXIT.
006390*
006400*----------------------------------------------------------------
006410* 3500-CHECK-PENDING - A HELD CHANGE OR DELETE WHOSE EMPLOYEE HAS
006420*                      SINCE BEEN DELETED WILL ONLY REJECT ON ITS
006430*                      EFFECTIVE DATE. A HELD ADD IS EXPECTED TO
006440*                      BE ABSENT FROM THE MASTER.
006450*----------------------------------------------------------------
006460 3500-CHECK-PENDING.
006470     MOVE "HELD TRANSACTIONS (EMPPEND AGAINST EMPMAST)"
006480         TO XC-SECT-TITLE.
006490     PERFORM 7800-START-SECTION THRU 7800-EXIT.
006500     OPEN INPUT EMP-PEND-FILE.
006510     IF NOT XC-PEND-OK
006520         MOVE "EMPPEND NOT ON FILE" TO XC-SKIP-REASON
006530         PERFORM 7950-SKIP-SECTION THRU 7950-EXIT
006540         GO TO 3500-EXIT
006550     END-IF.
006560     MOVE "N" TO XC-EOF-SWITCH.
006570     PERFORM 3600-CHECK-ONE-PEND THRU 3600-EXIT
006580         UNTIL XC-EOF-YES.
006590     CLOSE EMP-PEND-FILE.
006600     MOVE XC-SECT-COUNT TO XC-PEND-FIND-COUNT.
006610     PERFORM 7900-END-SECTION THRU 7900-EXIT.
006620 3500-EXIT.
006630     EXIT.
006640*
006650 3600-CHECK-ONE-PEND.
006660     READ EMP-PEND-FILE
006670         AT END
006680             MOVE "Y" TO XC-EOF-SWITCH
006690             GO TO 3600-EXIT
006700     END-READ.
006710     IF PEND-ADD OR PEND-EMP-ID NOT NUMERIC
006720         GO TO 3600-EXIT
006730     END-IF.
006740     MOVE PEND-EMP-ID TO EMP-ID.
006750     PERFORM 7700-LOOKUP-MASTER THRU 7700-EXIT.
006760     IF XC-ON-MASTER
006770         GO TO 3600-EXIT
006780     END-IF.
006790     MOVE "PEND-DEL" TO XC-FL-CATEGORY.
006800     MOVE SPACES TO XC-FL-KEY.
006810     STRING PEND-ACTION DELIMITED BY SIZE
006820             " " DELIMITED BY SIZE
006830             PEND-EMP-ID DELIMITED BY SIZE
006840             " " DELIMITED BY SIZE
006850             PEND-EFF-DATE DELIMITED BY SIZE
006860         INTO XC-FL-KEY
006870     END-STRING.
006880     MOVE "HELD AGAINST DELETED ID" TO XC-FL-PROBLEM.
006890     MOVE "REMOVE FROM EMPPEND" TO XC-FL-ACTION.
006900     PERFORM 7850-WRITE-FINDING THRU 7850-EXIT.
006910 3600-EXIT.
006920     EXIT.
006930*
006940*----------------------------------------------------------------
006950* 4000-CHECK-BADGE-REG - A BADGE EXTRACT THAT CARRIED DETAILS
006960*                        SHOULD HAVE ARRIVALS ON THE LOG OR THE
006970*                        ARCHIVE FOR ITS RUN DATE
006980*----------------------------------------------------------------
006990 4000-CHECK-BADGE-REG.
007000     PERFORM 2700-LOAD-ARCH-DATES THRU 2700-EXIT.
007010     MOVE "BADGE EXTRACTS (BADGEREG AGAINST GREETLOG/GREETARCH)"
007020         TO XC-SECT-TITLE.
007030     PERFORM 7800-START-SECTION THRU 7800-EXIT.
007040     IF NOT XC-DATES-LOADED
007050         MOVE "NEITHER GREETLOG NOR GREETARCH ON FILE"
007060             TO XC-SKIP-REASON
007070         PERFORM 7950-SKIP-SECTION THRU 7950-EXIT
007080         GO TO 4000-EXIT
007090     END-IF.
007100     OPEN INPUT BADGE-REG-FILE.
007110     IF NOT XC-BREG-OK
007120         MOVE "BADGEREG NOT ON FILE" TO XC-SKIP-REASON
007130         PERFORM 7950-SKIP-SECTION THRU 7950-EXIT
007140         GO TO 4000-EXIT
007150     END-IF.
007160     MOVE "N" TO XC-EOF-SWITCH.
007170     PERFORM 4100-CHECK-ONE-BREG THRU 4100-EXIT
007180         UNTIL XC-EOF-YES.
007190     CLOSE BADGE-REG-FILE.
007200     MOVE XC-SECT-COUNT TO XC-BREG-FIND-COUNT.
007210     PERFORM 7900-END-SECTION THRU 7900-EXIT.
007220 4000-EXIT.
007230     EXIT.
007240*
007250 4100-CHECK-ONE-BREG.
007260     READ BADGE-REG-FILE
007270         AT END
007280             MOVE "Y" TO XC-EOF-SWITCH
007290             GO TO 4100-EXIT
007300     END-READ.
007310     IF BREG-REC-COUNT = 0
007320         GO TO 4100-EXIT
007330     END-IF.
007340     MOVE BREG-RUN-DATE TO XC-SCAN-DATE.
007350     PERFORM 2850-FIND-DATE THRU 2850-EXIT.
007360     IF XC-DATE-FOUND-IX > 0
007370         GO TO 4100-EXIT
007380     END-IF.
007390     MOVE "BREG-LOG" TO XC-FL-CATEGORY.
007400     MOVE SPACES TO XC-FL-KEY.
007410     STRING "SEQ " DELIMITED BY SIZE
007420             BREG-SEQ-NO DELIMITED BY SIZE
007430             " " DELIMITED BY SIZE
007440             BREG-RUN-DATE DELIMITED BY SIZE
007450         INTO XC-FL-KEY
007460     END-STRING.
007470     MOVE "NO ARRIVALS FOR DATE" TO XC-FL-PROBLEM.
007480     MOVE "CHECK LOG PURGE AND COMMIT" TO XC-FL-ACTION.
007490     PERFORM 7850-WRITE-FINDING THRU 7850-EXIT.
007500 4100-EXIT.
007510     EXIT.
007520*
007530*----------------------------------------------------------------
007540* 5000-CHECK-BATCH-CTL - EVERY PROCESSED BATCH SHOULD HAVE RUN
007550*                        STATISTICS - MATCHED ON BATCH ID, OR ON
007560*                        AN INTAKE HISTORY RECORD FOR THE SAME RUN
007570*                        DATE, WHICH CARRIES ONLY THE RUN'S FIRST
007580*                        BATCH ID
007590*----------------------------------------------------------------
007600 5000-CHECK-BATCH-CTL.
007610     MOVE "PROCESSED BATCHES (BATCHCTL AGAINST RUNHIST)"
007620         TO XC-SECT-TITLE.
007630     PERFORM 7800-START-SECTION THRU 7800-EXIT.
007640     OPEN INPUT BATCH-CTL-FILE.
007650     IF NOT XC-BCTL-OK
007660         MOVE "BATCHCTL NOT ON FILE" TO XC-SKIP-REASON
007670         PERFORM 7950-SKIP-SECTION THRU 7950-EXIT
007680         GO TO 5000-EXIT
007690     END-IF.
007700     MOVE "N" TO XC-EOF-SWITCH.
007710     PERFORM 5100-LOAD-ONE-BCTL THRU 5100-EXIT
007720         UNTIL XC-EOF-YES.
007730     CLOSE BATCH-CTL-FILE.
007740     OPEN INPUT RUN-HIST-FILE.
007750     IF NOT XC-HIST-OK
007760         MOVE "RUNHIST NOT ON FILE" TO XC-SKIP-REASON
007770         PERFORM 7950-SKIP-SECTION THRU 7950-EXIT
007780         GO TO 5000-EXIT
007790     END-IF.
007800     MOVE "N" TO XC-EOF-SWITCH.
007810     PERFORM 5200-MATCH-ONE-HIST THRU 5200-EXIT
007820         UNTIL XC-EOF-YES.
007830     CLOSE RUN-HIST-FILE.
007840     MOVE 0 TO XC-BCTL-IX.
007850     PERFORM 5300-REPORT-ONE-BCTL THRU 5300-EXIT
007860         XC-BCTL-COUNT TIMES.
007870     MOVE XC-SECT-COUNT TO XC-BCTL-FIND-COUNT.
007880     PERFORM 7900-END-SECTION THRU 7900-EXIT.
007890 5000-EXIT.
007900     EXIT.
007910*
007920 5100-LOAD-ONE-BCTL.
007930     READ BATCH-CTL-FILE
007940         AT END
007950             MOVE "Y" TO XC-EOF-SWITCH
007960             GO TO 5100-EXIT
007970     END-READ.
007980     IF XC-BCTL-COUNT >= XC-BCTL-MAX
007990         DISPLAY "XREFCHK - WARNING: BATCHCTL EXCEEDS "
008000                 XC-BCTL-MAX " ENTRIES, REMAINDER NOT CHECKED"
008010         MOVE "Y" TO XC-EOF-SWITCH
008020         GO TO 5100-EXIT
008030     END-IF.
008040     ADD 1 TO XC-BCTL-COUNT.
008050     MOVE BCTL-BATCH-ID TO XC-BC-BATCH-ID (XC-BCTL-COUNT).
008060     IF BCTL-RUN-DATE NUMERIC
008070         MOVE BCTL-RUN-DATE TO XC-BC-RUN-DATE (XC-BCTL-COUNT)
008080     ELSE
008090         MOVE ZEROS TO XC-BC-RUN-DATE (XC-BCTL-COUNT)
008100     END-IF.
008110     MOVE "N" TO XC-BC-MATCHED (XC-BCTL-COUNT).
008120 5100-EXIT.
008130     EXIT.
008140*
008150 5200-MATCH-ONE-HIST.
008160     READ RUN-HIST-FILE
008170         AT END
008180             MOVE "Y" TO XC-EOF-SWITCH
008190             GO TO 5200-EXIT
008200     END-READ.
008210     IF RSTAT-PROGRAM NOT = "USERINPUT"
008220         GO TO 5200-EXIT
008230     END-IF.
008240     MOVE 0 TO XC-BCTL-IX.
008250     PERFORM 5250-MARK-ONE-BCTL THRU 5250-EXIT
008260         XC-BCTL-COUNT TIMES.
008270 5200-EXIT.
008280     EXIT.
008290*
008300 5250-MARK-ONE-BCTL.
008310     ADD 1 TO XC-BCTL-IX.
008320     IF XC-BC-BATCH-ID (XC-BCTL-IX) = RSTAT-BATCH-ID
008330             OR XC-BC-RUN-DATE (XC-BCTL-IX) = RSTAT-RUN-DATE
008340         MOVE "Y" TO XC-BC-MATCHED (XC-BCTL-IX)
008350     END-IF.
008360 5250-EXIT.
008370     EXIT.
008380*
008390 5300-REPORT-ONE-BCTL.
008400     ADD 1 TO XC-BCTL-IX.
008410     IF XC-BC-MATCHED (XC-BCTL-IX) = "Y"
008420         GO TO 5300-EXIT
008430     END-IF.
008440     MOVE "BCTL-HST" TO XC-FL-CATEGORY.
008450     MOVE SPACES TO XC-FL-KEY.
008460     STRING XC-BC-BATCH-ID (XC-BCTL-IX) DELIMITED BY SIZE
008470             " " DELIMITED BY SIZE
008480             XC-BC-RUN-DATE (XC-BCTL-IX) DELIMITED BY SIZE
008490         INTO XC-FL-KEY
008500     END-STRING.
008510     MOVE "NO RUNHIST RECORD" TO XC-FL-PROBLEM.
008520     MOVE "CHECK INTAKE RUN COMPLETED" TO XC-FL-ACTION.
008530     PERFORM 7850-WRITE-FINDING THRU 7850-EXIT.
008540 5300-EXIT.
008550     EXIT.
008560*
008570*----------------------------------------------------------------
008580* 7700-LOOKUP-MASTER - RANDOM READ OF THE MASTER ON THE EMP-ID
008590*                      ALREADY MOVED IN
008600*----------------------------------------------------------------
008610 7700-LOOKUP-MASTER.
008620     MOVE "Y" TO XC-ON-MASTER-SWITCH.
008630     READ EMPLOYEE-MASTER
008640         INVALID KEY
008650             MOVE "N" TO XC-ON-MASTER-SWITCH
008660     END-READ.
008670 7700-EXIT.
008680     EXIT.
008690*
008700*----------------------------------------------------------------
008710* 7750-CHECK-ELIGIBILITY - THE SAME RULES INTAKE APPLIES BEFORE
008720*                          GREETING - EFFECTIVE AS OF THE BUSINESS
008730*                          DATE, NOT TERMINATED, NOT ON LEAVE
008740*----------------------------------------------------------------
008750 7750-CHECK-ELIGIBILITY.
008760     MOVE "Y" TO XC-ELIG-SWITCH.
008770     EVALUATE TRUE
008780         WHEN EMP-EFF-DATE > XC-RUN-DATE
008790             MOVE "N" TO XC-ELIG-SWITCH
008800         WHEN EMP-TERMINATED
008810                 AND (EMP-TERM-DATE = 0
008820                     OR EMP-TERM-DATE NOT > XC-RUN-DATE)
008830             MOVE "N" TO XC-ELIG-SWITCH
008840         WHEN EMP-ON-LEAVE
008850             MOVE "N" TO XC-ELIG-SWITCH
008860     END-EVALUATE.
008870 7750-EXIT.
008880     EXIT.
008890*
008900*----------------------------------------------------------------
008910* 7800-START-SECTION / 7850-WRITE-FINDING / 7900-END-SECTION /
008920* 7950-SKIP-SECTION - SHARED REPORT WRITERS FOR EVERY CHECK
008930*----------------------------------------------------------------
008940 7800-START-SECTION.
008950     MOVE 0 TO XC-SECT-COUNT.
008960     MOVE SPACES TO RPT-LINE.
008970     WRITE RPT-LINE.
008980     MOVE XC-SECT-TITLE TO RPT-LINE.
008990     WRITE RPT-LINE.
009000 7800-EXIT.
009010     EXIT.
009020*
009030 7850-WRITE-FINDING.
009040     MOVE XC-FINDING-LINE TO RPT-LINE.
009050     WRITE RPT-LINE.
009060     ADD 1 TO XC-SECT-COUNT.
009070     ADD 1 TO XC-FINDING-COUNT.
009080 7850-EXIT.
009090     EXIT.
009100*
009110 7900-END-SECTION.
009120     MOVE SPACES TO RPT-LINE.
009130     IF XC-SECT-COUNT = 0
009140         MOVE "  NO BREAKS FOUND" TO RPT-LINE
009150     ELSE
009160         MOVE XC-SECT-COUNT TO XC-COUNT-DISPLAY
009170         STRING "  BREAKS FOUND: " DELIMITED BY SIZE
009180                 XC-COUNT-DISPLAY DELIMITED BY SIZE
009190             INTO RPT-LINE
009200         END-STRING
009210     END-IF.
009220     WRITE RPT-LINE.
009230 7900-EXIT.
009240     EXIT.
009250*
009260 7950-SKIP-SECTION.
009270     ADD 1 TO XC-SKIP-COUNT.
009280     MOVE SPACES TO RPT-LINE.
009290     STRING "  CHECK SKIPPED - " DELIMITED BY SIZE
009300             XC-SKIP-REASON DELIMITED BY SIZE
009310         INTO RPT-LINE
009320     END-STRING.
009330     WRITE RPT-LINE.
009340     DISPLAY "XREFCHK - WARNING: CHECK SKIPPED - " XC-SKIP-REASON.
009350 7950-EXIT.
009360     EXIT.
009370*
009380*----------------------------------------------------------------
009390* 8000-TERMINATE - SUMMARY BY CATEGORY AND CLOSE UP
009400*----------------------------------------------------------------
009410 8000-TERMINATE.
009420     IF XC-FATAL-NO
009430         MOVE SPACES TO RPT-LINE
009440         WRITE RPT-LINE
009450         MOVE "SUMMARY" TO RPT-LINE
009460         WRITE RPT-LINE
009470         MOVE XC-DEPT-FIND-COUNT TO XC-COUNT-DISPLAY
009480         MOVE SPACES TO RPT-LINE
009490         STRING "  EMP-DEPT  EMPLOYEE DEPARTMENT BREAKS:  "
009500                 DELIMITED BY SIZE
009510                 XC-COUNT-DISPLAY DELIMITED BY SIZE
009520             INTO RPT-LINE
009530         END-STRING
009540         WRITE RPT-LINE
009550         MOVE XC-LOG-FIND-COUNT TO XC-COUNT-DISPLAY
009560         MOVE SPACES TO RPT-LINE
009570         STRING "  LOG-ID    LOG IDS NOT ON MASTER:       "
009580                 DELIMITED BY SIZE
009590                 XC-COUNT-DISPLAY DELIMITED BY SIZE
009600             INTO RPT-LINE
009610         END-STRING
009620         WRITE RPT-LINE
009630         MOVE XC-SUSP-FIND-COUNT TO XC-COUNT-DISPLAY
009640         MOVE SPACES TO RPT-LINE
009650         STRING "  SUSP-ELG  SUSPENSE NOW ELIGIBLE:       "
009660                 DELIMITED BY SIZE
009670                 XC-COUNT-DISPLAY DELIMITED BY SIZE
009680             INTO RPT-LINE
009690         END-STRING
009700         WRITE RPT-LINE
009710         MOVE XC-PEND-FIND-COUNT TO XC-COUNT-DISPLAY
009720         MOVE SPACES TO RPT-LINE
009730         STRING "  PEND-DEL  HELD AGAINST DELETED IDS:    "
009740                 DELIMITED BY SIZE
009750                 XC-COUNT-DISPLAY DELIMITED BY SIZE
009760             INTO RPT-LINE
009770         END-STRING
009780         WRITE RPT-LINE
009790         MOVE XC-BREG-FIND-COUNT TO XC-COUNT-DISPLAY
009800         MOVE SPACES TO RPT-LINE
009810         STRING "  BREG-LOG  EXTRACTS WITH NO ARRIVALS:   "
009820                 DELIMITED BY SIZE
009830                 XC-COUNT-DISPLAY DELIMITED BY SIZE
009840             INTO RPT-LINE
009850         END-STRING
009860         WRITE RPT-LINE
009870         MOVE XC-BCTL-FIND-COUNT TO XC-COUNT-DISPLAY
009880         MOVE SPACES TO RPT-LINE
009890         STRING "  BCTL-HST  BATCHES WITH NO RUNHIST:     "
009900                 DELIMITED BY SIZE
009910                 XC-COUNT-DISPLAY DELIMITED BY SIZE
009920             INTO RPT-LINE
009930         END-STRING
009940         WRITE RPT-LINE
009950         MOVE XC-FINDING-COUNT TO XC-COUNT-DISPLAY
009960         MOVE SPACES TO RPT-LINE
009970         STRING "  TOTAL BREAKS:                          "
009980                 DELIMITED BY SIZE
009990                 XC-COUNT-DISPLAY DELIMITED BY SIZE
010000             INTO RPT-LINE
010010         END-STRING
010020         WRITE RPT-LINE
010030         MOVE XC-SKIP-COUNT TO XC-COUNT-DISPLAY
010040         MOVE SPACES TO RPT-LINE
010050         STRING "  CHECKS SKIPPED:                        "
010060                 DELIMITED BY SIZE
010070                 XC-COUNT-DISPLAY DELIMITED BY SIZE
010080             INTO RPT-LINE
010090         END-STRING
010100         WRITE RPT-LINE
010110         CLOSE EMPLOYEE-MASTER
010120     END-IF.
010130     CLOSE XREF-RPT-FILE.
010140     DISPLAY "XREFCHK - BREAKS FOUND:   " XC-FINDING-COUNT.
010150     DISPLAY "XREFCHK - CHECKS SKIPPED: " XC-SKIP-COUNT.
010160 8000-EXIT.
010170     EXIT.
010180*
010190*    THE STATUS AREA IS ONLY THERE WHEN THE MENU DRIVER PASSED
010200*    IT - A STANDALONE RUN HAS NOTHING TO HAND A CODE BACK TO.
010210*    ANY BREAK IS A WARNING - THE JOB STREAM FLAGS IT AND GOES ON.
010220 9999-EXIT.
010230     IF ADDRESS OF STEP-STATUS-AREA NOT = NULL
010240         IF XC-FATAL-YES
010250             MOVE 08 TO STEP-RETURN-CODE
010260         ELSE
010270             IF XC-FINDING-COUNT > 0
010280                 MOVE 04 TO STEP-RETURN-CODE
010290             ELSE
010300                 MOVE 00 TO STEP-RETURN-CODE
010310             END-IF
010320         END-IF
010330     END-IF.
010340     GOBACK.
