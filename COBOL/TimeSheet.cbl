000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TIMESHT.
000030 AUTHOR.        R L HASKELL.
000040 INSTALLATION.  OPERATIONS SUPPORT - INTAKE UNIT.
000050 DATE-WRITTEN.  2026-09-16.
000060 DATE-COMPILED.
000070*
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110* 2026-09-16 RLH  NEW PROGRAM. PERIOD-END HOURS-ON-SITE
000120*                 TIMESHEET AND PAYROLL INTERFACE EXTRACT -
000130*                 PAYROLL HAS BEEN RE-KEYING HOURS FROM PAPER
000140*                 SIGN-IN SHEETS EVEN THOUGH GREETLOG NOW
000150*                 CARRIES EVERY ARRIVAL AND CHECK-OUT. READS
000160*                 GREETLOG AND THE GREETARCH ARCHIVE FOR THE PAY
000170*                 PERIOD ON THE TSPARM CARD (FROM DATE IN
000180*                 COLUMNS 1-8, THRU DATE IN 9-16 - NO USABLE
000190*                 CARD REFUSES THE RUN), SORTS THE EVENTS BY
000200*                 EMPLOYEE, BUSINESS DATE AND TIME, AND PAIRS
000210*                 EACH IN WITH THE NEXT OUT WITHIN THE SAME
000220*                 BUSINESS DAY. AN IN THAT IS NEVER CLOSED, AN
000230*                 OUT WITH NOTHING OPEN, AND OVERLAPPING PAIRS
000240*                 (A SECOND IN BEFORE THE FIRST IS CLOSED) ARE
000250*                 LISTED IN AN EXCEPTIONS SECTION AND PAID
000260*                 NOTHING - PAYROLL DECIDES, NOT THIS PROGRAM.
000270*                 HOURS ARE TOTALLED PER EMPLOYEE AND PER
000280*                 DEPARTMENT ON TIMERPT, AND EVERY EMPLOYEE WITH
000290*                 PAID HOURS GETS ONE DETAIL ON THE PAYEXT
000300*                 PAYROLL EXTRACT, CUT HEADER/DETAIL/TRAILER THE
000310*                 SAME WAY AS BADGEXT - THE HEADER CARRIES A RUN
000320*                 SEQUENCE FROM THE PAYSEQ CONTROL FILE AND THE
000330*                 PERIOD, THE TRAILER THE DETAIL COUNT AND AN
000340*                 HOURS CONTROL TOTAL. HANDS BACK 04 WHEN THERE
000350*                 ARE EXCEPTIONS AND 08 WHEN THE RUN IS REFUSED.
000352* 2026-09-23 RLH  VISITOR EVENTS ON GREETLOG AND GREETARCH ARE
000354*                 LEFT OUT OF THE SORT - VISITORS ARE NOT ON THE
000356*                 PAYROLL AND THEIR PASS NUMBERS ARE NOT EMPLOYEE
000358*                 IDS.
000360*----------------------------------------------------------------
000370*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT TS-PARM-FILE    ASSIGN TO "TSPARM"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS TS-PARM-FILE-STATUS.
000440     SELECT GREET-LOG-FILE  ASSIGN TO "GREETLOG"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS TS-LOG-FILE-STATUS.
000470     SELECT ARCH-FILE       ASSIGN TO "GREETARCH"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS TS-ARCH-FILE-STATUS.
000500     SELECT TIME-RPT-FILE   ASSIGN TO "TIMERPT"
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520     SELECT PAY-EXT-FILE    ASSIGN TO "PAYEXT"
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540     SELECT PAY-SEQ-FILE    ASSIGN TO "PAYSEQ"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS TS-PSEQ-FILE-STATUS.
000570     SELECT SORT-WORK-FILE  ASSIGN TO "SORTWK".
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  TS-PARM-FILE.
000620 01  TS-PARM-REC.
000630     05  TSPARM-FROM-DATE   PIC X(08).
000640     05  TSPARM-THRU-DATE   PIC X(08).
000650     05  FILLER             PIC X(64).
000660*
000670 FD  GREET-LOG-FILE.
000680     COPY GREETAUD
000690         REPLACING ==AUDIT-REC==      BY ==LOG-REC==
000700                   ==AUDIT-EMP-ID==   BY ==LOG-EMP-ID==
000710                   ==AUDIT-EMP-NAME== BY ==LOG-EMP-NAME==
000720                   ==AUDIT-EMP-DEPT== BY ==LOG-EMP-DEPT==
000730                   ==AUDIT-RUN-DATE== BY ==LOG-RUN-DATE==
000740                   ==AUDIT-RUN-TIME== BY ==LOG-RUN-TIME==
000750                   ==AUDIT-TERM-ID==  BY ==LOG-TERM-ID==
000760                   ==AUDIT-EVENT-CODE== BY ==LOG-EVENT-CODE==
000770                   ==AUDIT-EVENT-IN==   BY ==LOG-EVENT-IN==
000776                   ==AUDIT-EVENT-OUT==  BY ==LOG-EVENT-OUT==
000778                   ==AUDIT-SITE-CODE==  BY ==LOG-SITE-CODE==
000780                   ==AUDIT-VISITOR-FLAG== BY ==LOG-VISITOR-FLAG==
000782                   ==AUDIT-VISITOR==    BY ==LOG-VISITOR==
000784                   ==AUDIT-SPONSOR-ID== BY ==LOG-SPONSOR-ID==.
000790*
000800 FD  ARCH-FILE.
000810     COPY GREETAUD
000820         REPLACING ==AUDIT-REC==      BY ==ARCH-REC==
000830                   ==AUDIT-EMP-ID==   BY ==ARCH-EMP-ID==
000840                   ==AUDIT-EMP-NAME== BY ==ARCH-EMP-NAME==
000850                   ==AUDIT-EMP-DEPT== BY ==ARCH-EMP-DEPT==
000860                   ==AUDIT-RUN-DATE== BY ==ARCH-RUN-DATE==
000870                   ==AUDIT-RUN-TIME== BY ==ARCH-RUN-TIME==
000880                   ==AUDIT-TERM-ID==  BY ==ARCH-TERM-ID==
000890                   ==AUDIT-EVENT-CODE== BY ==ARCH-EVENT-CODE==
000900                   ==AUDIT-EVENT-IN==   BY ==ARCH-EVENT-IN==
000906                   ==AUDIT-EVENT-OUT==  BY ==ARCH-EVENT-OUT==
000908                   ==AUDIT-SITE-CODE==  BY ==ARCH-SITE-CODE==
000910                   ==AUDIT-VISITOR-FLAG== BY ==ARCH-VISITOR-FLAG==
000912                   ==AUDIT-VISITOR==    BY ==ARCH-VISITOR==
000914                   ==AUDIT-SPONSOR-ID== BY ==ARCH-SPONSOR-ID==.
000920*
000930 FD  TIME-RPT-FILE.
000940 01  RPT-LINE               PIC X(80).
000950*
000960 FD  PAY-EXT-FILE.
000970 01  PAY-EXT-REC.
000980     05  PX-REC-TYPE        PIC X(01).
000990         88  PX-HEADER-REC             VALUE "H".
001000         88  PX-DETAIL-REC             VALUE "D".
001010         88  PX-TRAILER-REC            VALUE "T".
001020     05  PX-REC-BODY        PIC X(79).
001030     05  PX-HEADER-FIELDS   REDEFINES PX-REC-BODY.
001040         10  PX-HDR-SEQ-NO      PIC 9(06).
001050         10  PX-HDR-DATE        PIC 9(08).
001060         10  PX-HDR-FROM-DATE   PIC 9(08).
001070         10  PX-HDR-THRU-DATE   PIC 9(08).
001080         10  FILLER             PIC X(49).
001090     05  PX-DETAIL-FIELDS   REDEFINES PX-REC-BODY.
001100         10  PX-DET-EMP-ID      PIC 9(05).
001110         10  PX-DET-EMP-NAME    PIC X(20).
001120         10  PX-DET-EMP-DEPT    PIC X(10).
001130         10  PX-DET-DAYS        PIC 9(03).
001140         10  PX-DET-PAIRS       PIC 9(03).
001150         10  PX-DET-HOURS       PIC 9(05)V99.
001160         10  FILLER             PIC X(31).
001170     05  PX-TRAILER-FIELDS  REDEFINES PX-REC-BODY.
001180         10  PX-TRL-COUNT       PIC 9(05).
001190         10  PX-TRL-HOURS       PIC 9(07)V99.
001200         10  FILLER             PIC X(65).
001210*
001220 FD  PAY-SEQ-FILE.
001230 01  PAY-SEQ-REC.
001240     05  PSEQ-NEXT-SEQ      PIC 9(06).
001250     05  FILLER             PIC X(74).
001260*
001270 SD  SORT-WORK-FILE.
001280 01  SORT-REC.
001290     05  SORT-EMP-ID        PIC X(05).
001300     05  SORT-RUN-DATE      PIC 9(08).
001310     05  SORT-RUN-TIME      PIC 9(08).
001320     05  SORT-EVENT-CODE    PIC X(01).
001330     05  SORT-EMP-NAME      PIC X(20).
001340     05  SORT-EMP-DEPT      PIC X(10).
001350*
001360 WORKING-STORAGE SECTION.
001370*
001380*----------------------------------------------------------------
001390* SWITCHES
001400*----------------------------------------------------------------
001410 77  TS-PARM-FILE-STATUS    PIC X(02)  VALUE "00".
001420     88  TS-PARM-FOUND                 VALUE "00".
001430 77  TS-LOG-FILE-STATUS     PIC X(02)  VALUE "00".
001440     88  TS-LOG-FOUND                  VALUE "00".
001450 77  TS-ARCH-FILE-STATUS    PIC X(02)  VALUE "00".
001460     88  TS-ARCH-FOUND                 VALUE "00".
001470 77  TS-PSEQ-FILE-STATUS    PIC X(02)  VALUE "00".
001480     88  TS-PSEQ-OK                    VALUE "00".
001490*
001500 77  TS-LOG-EOF-SWITCH      PIC X(01)  VALUE "N".
001510     88  TS-LOG-EOF-YES                VALUE "Y".
001520     88  TS-LOG-EOF-NO                 VALUE "N".
001530 77  TS-ARCH-EOF-SWITCH     PIC X(01)  VALUE "N".
001540     88  TS-ARCH-EOF-YES               VALUE "Y".
001550     88  TS-ARCH-EOF-NO                VALUE "N".
001560 77  TS-SORT-EOF-SWITCH     PIC X(01)  VALUE "N".
001570     88  TS-SORT-EOF-YES               VALUE "Y".
001580     88  TS-SORT-EOF-NO                VALUE "N".
001590*
001600 77  TS-LOG-OPEN-SWITCH     PIC X(01)  VALUE "N".
001610     88  TS-LOG-OPEN                   VALUE "Y".
001620 77  TS-ARCH-OPEN-SWITCH    PIC X(01)  VALUE "N".
001630     88  TS-ARCH-OPEN                  VALUE "Y".
001640*
001650 77  TS-FATAL-SWITCH        PIC X(01)  VALUE "N".
001660     88  TS-FATAL-YES                  VALUE "Y".
001670     88  TS-FATAL-NO                   VALUE "N".
001680*
001690 77  TS-EXCEPT-SWITCH       PIC X(01)  VALUE "N".
001700     88  TS-EXCEPTIONS                 VALUE "Y".
001710*
001720*----------------------------------------------------------------
001730* PAY PERIOD OFF THE TSPARM CARD
001740*----------------------------------------------------------------
001750 77  TS-FROM-DATE           PIC 9(08)  VALUE 0.
001760 77  TS-THRU-DATE           PIC 9(08)  VALUE 0.
001770*
001780*----------------------------------------------------------------
001790* COUNTERS AND WORK FIELDS
001800*----------------------------------------------------------------
001810 77  TS-EVENT-COUNT         PIC 9(07)  COMP  VALUE 0.
001820 77  TS-EMP-COUNT           PIC 9(05)  COMP  VALUE 0.
001830 77  TS-PAIR-TOTAL          PIC 9(07)  COMP  VALUE 0.
001840 77  TS-EXT-DET-COUNT       PIC 9(05)  COMP  VALUE 0.
001850 77  TS-PAY-SEQ-NO          PIC 9(06)  VALUE 0.
001860 77  TS-RUN-DATE            PIC 9(08)  VALUE 0.
001870*
001880*----------------------------------------------------------------
001890* EMPLOYEE AND DAY CONTROL-BREAK FIELDS. A "SESSION" RUNS FROM AN
001900* IN WITH NOTHING OPEN UNTIL THE OPEN COUNT FALLS BACK TO ZERO -
001910* ONE IN AND ONE OUT IS A PAID PAIR, MORE THAN ONE IN IS AN
001920* OVERLAP AND IS NOT PAID.
001930*----------------------------------------------------------------
001940 77  TS-SAVE-EMP-ID         PIC X(05)  VALUE SPACES.
001950 77  TS-SAVE-EMP-NAME       PIC X(20)  VALUE SPACES.
001960 77  TS-SAVE-EMP-DEPT       PIC X(10)  VALUE SPACES.
001970 77  TS-SAVE-DATE           PIC 9(08)  VALUE 0.
001980 77  TS-OPEN-COUNT          PIC 9(03)  COMP  VALUE 0.
001990 77  TS-SESS-IN-COUNT       PIC 9(03)  COMP  VALUE 0.
002000 77  TS-SESS-IN-TIME        PIC 9(08)  VALUE 0.
002010 77  TS-SESS-OUT-TIME       PIC 9(08)  VALUE 0.
002020 77  TS-DAY-PAIRS           PIC 9(03)  COMP  VALUE 0.
002030 77  TS-EMP-DAYS            PIC 9(03)  COMP  VALUE 0.
002040 77  TS-EMP-PAIRS           PIC 9(03)  COMP  VALUE 0.
002050 77  TS-EMP-SECONDS         PIC 9(09)  COMP  VALUE 0.
002060 77  TS-EMP-HOURS           PIC 9(05)V99     VALUE 0.
002070 77  TS-TOTAL-HOURS         PIC 9(07)V99     VALUE 0.
002080 77  TS-DEPT-HOURS-TOTAL    PIC 9(07)V99     VALUE 0.
002090*
002100*----------------------------------------------------------------
002110* CLOCK ARITHMETIC - THE LOG TIME IS HHMMSSHH (HUNDREDTHS), SO A
002120* PAIR IS TIMED IN WHOLE SECONDS FROM THE HIGH-ORDER HHMMSS
002130*----------------------------------------------------------------
002140 77  TS-IN-SECONDS          PIC 9(07)  COMP  VALUE 0.
002150 77  TS-OUT-SECONDS         PIC 9(07)  COMP  VALUE 0.
002160 01  TS-CLOCK-TIME          PIC 9(08).
002170 01  TS-CLOCK-SPLIT         REDEFINES TS-CLOCK-TIME.
002180     05  TS-CLOCK-HH        PIC 9(02).
002190     05  TS-CLOCK-MM        PIC 9(02).
002200     05  TS-CLOCK-SS        PIC 9(02).
002210     05  TS-CLOCK-HS        PIC 9(02).
002220*
002230*----------------------------------------------------------------
002240* DEPARTMENT TOTALS TABLE - DEPARTMENTS BEYOND THE TABLE ROLL
002250* INTO ONE "OTHER" LINE SO THE HOURS STILL BALANCE
002260*----------------------------------------------------------------
002270 77  TS-DEPT-MAX            PIC 9(03)  COMP  VALUE 100.
002280 77  TS-DEPT-COUNT          PIC 9(03)  COMP  VALUE 0.
002290 77  TS-DEPT-IX             PIC 9(03)  COMP  VALUE 0.
002300 77  TS-FOUND-IX            PIC 9(03)  COMP  VALUE 0.
002310 77  TS-OTHER-EMPS          PIC 9(05)  COMP  VALUE 0.
002320 77  TS-OTHER-HOURS         PIC 9(07)V99     VALUE 0.
002330 01  TS-DEPT-TABLE.
002340     05  TS-DEPT-ENTRY      OCCURS 100 TIMES.
002350         10  TS-DT-DEPT         PIC X(10).
002360         10  TS-DT-EMPS         PIC 9(05)  COMP.
002370         10  TS-DT-HOURS        PIC 9(07)V99.
002380*
002390*----------------------------------------------------------------
002400* EXCEPTIONS TABLE - HELD UNTIL THE HOURS SECTIONS ARE PRINTED.
002410* EXCEPTIONS BEYOND THE TABLE ARE COUNTED BUT NOT LISTED.
002420*----------------------------------------------------------------
002430 77  TS-EXC-MAX             PIC 9(03)  COMP  VALUE 500.
002440 77  TS-EXC-COUNT           PIC 9(05)  COMP  VALUE 0.
002450 77  TS-EXC-LISTED          PIC 9(03)  COMP  VALUE 0.
002460 77  TS-EXC-IX              PIC 9(03)  COMP  VALUE 0.
002470 77  TS-EXC-REASON          PIC X(18)  VALUE SPACES.
002480 77  TS-EXC-IN-TIME         PIC 9(08)  VALUE 0.
002490 77  TS-EXC-OUT-TIME        PIC 9(08)  VALUE 0.
002500 01  TS-EXC-TABLE.
002510     05  TS-EXC-ENTRY       OCCURS 500 TIMES.
002520         10  TS-ET-EMP-ID       PIC X(05).
002530         10  TS-ET-EMP-NAME     PIC X(20).
002540         10  TS-ET-DATE         PIC 9(08).
002550         10  TS-ET-IN-TIME      PIC 9(08).
002560         10  TS-ET-OUT-TIME     PIC 9(08).
002570         10  TS-ET-REASON       PIC X(18).
002580*
002590*----------------------------------------------------------------
002600* REPORT WORK FIELDS
002610*----------------------------------------------------------------
002620 77  TS-DATE-DISPLAY        PIC 9999/99/99.
002630 77  TS-DATE-DISPLAY2       PIC 9999/99/99.
002640 77  TS-COUNT-DISPLAY       PIC ZZZZ9.
002650 77  TS-SEQ-DISPLAY         PIC 9(06).
002660 77  TS-HOURS-DISPLAY       PIC Z,ZZZ,ZZ9.99.
002670 77  TS-TIME-DISPLAY        PIC 99/99/99.
002680 01  TS-TIME-SPLIT.
002690     05  TS-TIME-HHMMSS     PIC 9(06).
002700     05  FILLER             PIC 9(02).
002710*
002720 01  TS-EMP-LINE.
002730     05  TS-EL-EMP-ID       PIC X(05).
002740     05  FILLER             PIC X(02)  VALUE SPACES.
002750     05  TS-EL-EMP-NAME     PIC X(20).
002760     05  FILLER             PIC X(02)  VALUE SPACES.
002770     05  TS-EL-EMP-DEPT     PIC X(10).
002780     05  FILLER             PIC X(02)  VALUE SPACES.
002790     05  TS-EL-DAYS         PIC ZZ9.
002800     05  FILLER             PIC X(04)  VALUE SPACES.
002810     05  TS-EL-PAIRS        PIC ZZ9.
002820     05  FILLER             PIC X(04)  VALUE SPACES.
002830     05  TS-EL-HOURS        PIC ZZ,ZZ9.99.
002840     05  FILLER             PIC X(16)  VALUE SPACES.
002850*
002860 01  TS-EMP-HEADING.
002870     05  FILLER             PIC X(05)  VALUE "EMPID".
002880     05  FILLER             PIC X(02)  VALUE SPACES.
002890     05  FILLER             PIC X(20)  VALUE "EMPLOYEE NAME".
002900     05  FILLER             PIC X(02)  VALUE SPACES.
002910     05  FILLER             PIC X(10)  VALUE "DEPARTMENT".
002920     05  FILLER             PIC X(02)  VALUE SPACES.
002930     05  FILLER             PIC X(07)  VALUE "DAYS".
002940     05  FILLER             PIC X(07)  VALUE "PAIRS".
002950     05  FILLER             PIC X(09)  VALUE "    HOURS".
002960     05  FILLER             PIC X(16)  VALUE SPACES.
002970*
002980 01  TS-DEPT-LINE.
002990     05  TS-DL-DEPT         PIC X(10).
003000     05  FILLER             PIC X(04)  VALUE SPACES.
003010     05  TS-DL-EMPS         PIC ZZZZ9.
003020     05  FILLER             PIC X(04)  VALUE SPACES.
003030     05  TS-DL-HOURS        PIC Z,ZZZ,ZZ9.99.
003040     05  FILLER             PIC X(45)  VALUE SPACES.
003050*
003060 01  TS-DEPT-HEADING.
003070     05  FILLER             PIC X(10)  VALUE "DEPARTMENT".
003080     05  FILLER             PIC X(04)  VALUE SPACES.
003090     05  FILLER             PIC X(05)  VALUE "EMPS ".
003100     05  FILLER             PIC X(04)  VALUE SPACES.
003110     05  FILLER             PIC X(12)  VALUE "       HOURS".
003120     05  FILLER             PIC X(45)  VALUE SPACES.
003130*
003140 01  TS-EXC-LINE.
003150     05  TS-XL-EMP-ID       PIC X(05).
003160     05  FILLER             PIC X(02)  VALUE SPACES.
003170     05  TS-XL-EMP-NAME     PIC X(20).
003180     05  FILLER             PIC X(02)  VALUE SPACES.
003190     05  TS-XL-DATE         PIC X(10).
003200     05  FILLER             PIC X(02)  VALUE SPACES.
003210     05  TS-XL-IN-TIME      PIC X(08).
003220     05  FILLER             PIC X(02)  VALUE SPACES.
003230     05  TS-XL-OUT-TIME     PIC X(08).
003240     05  FILLER             PIC X(02)  VALUE SPACES.
003250     05  TS-XL-REASON       PIC X(18).
003260     05  FILLER             PIC X(01)  VALUE SPACES.
003270*
003280 01  TS-EXC-HEADING.
003290     05  FILLER             PIC X(05)  VALUE "EMPID".
003300     05  FILLER             PIC X(02)  VALUE SPACES.
003310     05  FILLER             PIC X(20)  VALUE "EMPLOYEE NAME".
003320     05  FILLER             PIC X(02)  VALUE SPACES.
003330     05  FILLER             PIC X(10)  VALUE "DATE".
003340     05  FILLER             PIC X(02)  VALUE SPACES.
003350     05  FILLER             PIC X(08)  VALUE "IN".
003360     05  FILLER             PIC X(02)  VALUE SPACES.
003370     05  FILLER             PIC X(08)  VALUE "OUT".
003380     05  FILLER             PIC X(02)  VALUE SPACES.
003390     05  FILLER             PIC X(18)  VALUE "EXCEPTION".
003400     05  FILLER             PIC X(01)  VALUE SPACES.
003410*
003420*----------------------------------------------------------------
003430* BUSINESS-DATE CALENDAR CALL AREA
003440*----------------------------------------------------------------
003450     COPY CALPARM.
003460*
003470 LINKAGE SECTION.
003480     COPY STEPSTAT.
003490*
003500 PROCEDURE DIVISION USING STEP-STATUS-AREA.
003510*----------------------------------------------------------------
003520* 0000-MAINLINE
003530*----------------------------------------------------------------
003540 0000-MAINLINE.
003550     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003560     IF TS-FATAL-NO
003570         SORT SORT-WORK-FILE
003580             ON ASCENDING KEY SORT-EMP-ID
003590                              SORT-RUN-DATE
003600                              SORT-RUN-TIME
003610*            EVENTS THAT TIE ON THE CLOCK KEEP LOG ORDER SO THE
003620*            PAIRING STAYS DETERMINATE.
003630             WITH DUPLICATES IN ORDER
003640             INPUT PROCEDURE IS 3000-FEED-SORT
003650                 THRU 3000-EXIT
003660             OUTPUT PROCEDURE IS 4000-PAIR-EVENTS
003670                 THRU 4000-EXIT
003680         PERFORM 5000-WRITE-DEPT-TOTALS THRU 5000-EXIT
003690         PERFORM 6000-WRITE-EXCEPTIONS THRU 6000-EXIT
003700         PERFORM 7000-FINISH-EXTRACT THRU 7000-EXIT
003710     END-IF.
003720     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003730     GO TO 9999-EXIT.
003740*
003750*----------------------------------------------------------------
003760* 1000-INITIALIZE - READ THE PERIOD CARD, OPEN THE LOG AND THE
003770*                   ARCHIVE, TITLE THE REPORT, AND START THE
003780*                   EXTRACT. NO USABLE CARD, OR NEITHER LOG ON
003790*                   FILE, REFUSES THE RUN.
003800*----------------------------------------------------------------
003810 1000-INITIALIZE.
003820     MOVE "N" TO TS-FATAL-SWITCH.
003830     MOVE "N" TO TS-EXCEPT-SWITCH.
003840     MOVE "N" TO TS-LOG-EOF-SWITCH.
003850     MOVE "N" TO TS-ARCH-EOF-SWITCH.
003860     MOVE "N" TO TS-SORT-EOF-SWITCH.
003870     MOVE "N" TO TS-LOG-OPEN-SWITCH.
003880     MOVE "N" TO TS-ARCH-OPEN-SWITCH.
003890     MOVE 0 TO TS-EVENT-COUNT.
003900     MOVE 0 TO TS-EMP-COUNT.
003910     MOVE 0 TO TS-PAIR-TOTAL.
003920     MOVE 0 TO TS-EXT-DET-COUNT.
003930     MOVE 0 TO TS-DEPT-COUNT.
003940     MOVE 0 TO TS-EXC-COUNT.
003950     MOVE 0 TO TS-EXC-LISTED.
003960     MOVE 0 TO TS-OTHER-EMPS.
003970     MOVE 0 TO TS-OTHER-HOURS.
003980     MOVE 0 TO TS-TOTAL-HOURS.
003990     MOVE 0 TO TS-FROM-DATE.
004000     MOVE 0 TO TS-THRU-DATE.
004010     ACCEPT TS-RUN-DATE FROM DATE YYYYMMDD.
004020     MOVE "G" TO CAL-FUNCTION.
004030     CALL "BUSDATE" USING CAL-PARM-AREA.
004040     IF CAL-RC-NO-CALENDAR
004050         DISPLAY "TIMESHT - NO PROCESSING CALENDAR - "
004060                 "MACHINE DATE USED"
004070     ELSE
004080         MOVE CAL-BUSINESS-DATE TO TS-RUN-DATE
004090     END-IF.
004100     OPEN INPUT TS-PARM-FILE.
004110     IF TS-PARM-FOUND
004120         READ TS-PARM-FILE
004130             AT END
004140                 CONTINUE
004150             NOT AT END
004160                 IF TSPARM-FROM-DATE NUMERIC
004170                         AND TSPARM-THRU-DATE NUMERIC
004180                     MOVE TSPARM-FROM-DATE TO TS-FROM-DATE
004190                     MOVE TSPARM-THRU-DATE TO TS-THRU-DATE
004200                 END-IF
004210         END-READ
004220         CLOSE TS-PARM-FILE
004230     END-IF.
004240     OPEN OUTPUT TIME-RPT-FILE.
004250     MOVE TS-FROM-DATE TO TS-DATE-DISPLAY.
004260     MOVE TS-THRU-DATE TO TS-DATE-DISPLAY2.
004270     MOVE SPACES TO RPT-LINE.
004280     STRING "HOURS-ON-SITE TIMESHEET  PERIOD " DELIMITED BY SIZE
004290             TS-DATE-DISPLAY DELIMITED BY SIZE
004300             " THRU " DELIMITED BY SIZE
004310             TS-DATE-DISPLAY2 DELIMITED BY SIZE
004320         INTO RPT-LINE
004330     END-STRING.
004340     WRITE RPT-LINE.
004350     MOVE SPACES TO RPT-LINE.
004360     WRITE RPT-LINE.
004370     IF TS-FROM-DATE = 0
004380             OR TS-THRU-DATE = 0
004390             OR TS-THRU-DATE < TS-FROM-DATE
004400         DISPLAY "TIMESHT - NO USABLE PAY PERIOD CARD ON TSPARM "
004410                 "- RUN REFUSED"
004420         MOVE SPACES TO RPT-LINE
004430         STRING "RUN REFUSED - NO USABLE PAY PERIOD PARAMETER "
004440                 DELIMITED BY SIZE
004450                 "CARD" DELIMITED BY SIZE
004460             INTO RPT-LINE
004470         END-STRING
004480         WRITE RPT-LINE
004490         MOVE "Y" TO TS-FATAL-SWITCH
004500         GO TO 1000-EXIT
004510     END-IF.
004520     OPEN INPUT GREET-LOG-FILE.
004530     IF TS-LOG-FOUND
004540         MOVE "Y" TO TS-LOG-OPEN-SWITCH
004550     ELSE
004560         MOVE "Y" TO TS-LOG-EOF-SWITCH
004570     END-IF.
004580     OPEN INPUT ARCH-FILE.
004590     IF TS-ARCH-FOUND
004600         MOVE "Y" TO TS-ARCH-OPEN-SWITCH
004610     ELSE
004620         MOVE "Y" TO TS-ARCH-EOF-SWITCH
004630     END-IF.
004640     IF NOT TS-LOG-OPEN AND NOT TS-ARCH-OPEN
004650         MOVE SPACES TO RPT-LINE
004660         STRING "NO GREETING AUDIT LOG OR ARCHIVE ON FILE - "
004670                 DELIMITED BY SIZE
004680                 "NOTHING TO PAY" DELIMITED BY SIZE
004690             INTO RPT-LINE
004700         END-STRING
004710         WRITE RPT-LINE
004720         MOVE "Y" TO TS-FATAL-SWITCH
004730         GO TO 1000-EXIT
004740     END-IF.
004750     PERFORM 1700-START-EXTRACT THRU 1700-EXIT.
004760     MOVE SPACES TO RPT-LINE.
004770     STRING "EMPLOYEE HOURS" DELIMITED BY SIZE
004780         INTO RPT-LINE
004790     END-STRING.
004800     WRITE RPT-LINE.
004810     MOVE TS-EMP-HEADING TO RPT-LINE.
004820     WRITE RPT-LINE.
004830     MOVE SPACES TO RPT-LINE.
004840     WRITE RPT-LINE.
004850 1000-EXIT.
004860     EXIT.
004870*
004880*----------------------------------------------------------------
004890* 1700-START-EXTRACT - PULL THE RUN'S SEQUENCE NUMBER OFF THE
004900*                      PAYSEQ CONTROL FILE (A MISSING FILE STARTS
004910*                      THE SERIES AT 1) AND OPEN THE PAYROLL
004920*                      EXTRACT WITH ITS HEADER RECORD
004930*----------------------------------------------------------------
004940 1700-START-EXTRACT.
004950     MOVE 1 TO TS-PAY-SEQ-NO.
004960     OPEN INPUT PAY-SEQ-FILE.
004970     IF TS-PSEQ-OK
004980         READ PAY-SEQ-FILE
004990             AT END
005000                 CONTINUE
005010             NOT AT END
005020                 IF PSEQ-NEXT-SEQ NUMERIC
005030                         AND PSEQ-NEXT-SEQ > 0
005040                     MOVE PSEQ-NEXT-SEQ TO TS-PAY-SEQ-NO
005050                 END-IF
005060         END-READ
005070         CLOSE PAY-SEQ-FILE
005080     END-IF.
005090     OPEN OUTPUT PAY-EXT-FILE.
005100     MOVE SPACES TO PAY-EXT-REC.
005110     MOVE "H" TO PX-REC-TYPE.
005120     MOVE TS-PAY-SEQ-NO TO PX-HDR-SEQ-NO.
005130     MOVE TS-RUN-DATE   TO PX-HDR-DATE.
005140     MOVE TS-FROM-DATE  TO PX-HDR-FROM-DATE.
005150     MOVE TS-THRU-DATE  TO PX-HDR-THRU-DATE.
005160     WRITE PAY-EXT-REC.
005170 1700-EXIT.
005180     EXIT.
005190*
005200*----------------------------------------------------------------
005210* 3000-FEED-SORT - RELEASE THE PERIOD'S EVENTS FROM THE LIVE LOG
005220*                  AND THE ARCHIVE TO THE SORT
005230*----------------------------------------------------------------
005240 3000-FEED-SORT.
005250     IF TS-LOG-OPEN
005260         PERFORM 3100-READ-LOG-REC THRU 3100-EXIT
005270         PERFORM 3200-RELEASE-LOG-REC THRU 3200-EXIT
005280             UNTIL TS-LOG-EOF-YES
005290     END-IF.
005300     IF TS-ARCH-OPEN
005310         PERFORM 3300-READ-ARCH-REC THRU 3300-EXIT
005320         PERFORM 3400-RELEASE-ARCH-REC THRU 3400-EXIT
005330             UNTIL TS-ARCH-EOF-YES
005340     END-IF.
005350 3000-EXIT.
005360     EXIT.
005370*
005380 3100-READ-LOG-REC.
005390     READ GREET-LOG-FILE
005400         AT END
005410             MOVE "Y" TO TS-LOG-EOF-SWITCH
005420     END-READ.
005430 3100-EXIT.
005440     EXIT.
005450*
005460 3200-RELEASE-LOG-REC.
005470     IF LOG-RUN-DATE NUMERIC
005475             AND NOT LOG-VISITOR
005480             AND LOG-RUN-DATE >= TS-FROM-DATE
005490             AND LOG-RUN-DATE <= TS-THRU-DATE
005500         ADD 1 TO TS-EVENT-COUNT
005510         MOVE LOG-EMP-ID   TO SORT-EMP-ID
005520         MOVE LOG-RUN-DATE TO SORT-RUN-DATE
005530         MOVE LOG-EMP-NAME TO SORT-EMP-NAME
005540         MOVE LOG-EMP-DEPT TO SORT-EMP-DEPT
005550         IF LOG-RUN-TIME NUMERIC
005560             MOVE LOG-RUN-TIME TO SORT-RUN-TIME
005570         ELSE
005580             MOVE ZEROS TO SORT-RUN-TIME
005590         END-IF
005600         IF LOG-EVENT-OUT
005610             MOVE "O" TO SORT-EVENT-CODE
005620         ELSE
005630             MOVE "I" TO SORT-EVENT-CODE
005640         END-IF
005650         RELEASE SORT-REC
005660     END-IF.
005670     PERFORM 3100-READ-LOG-REC THRU 3100-EXIT.
005680 3200-EXIT.
005690     EXIT.
005700*
005710 3300-READ-ARCH-REC.
005720     READ ARCH-FILE
005730         AT END
005740             MOVE "Y" TO TS-ARCH-EOF-SWITCH
005750     END-READ.
005760 3300-EXIT.
005770     EXIT.
005780*
005790 3400-RELEASE-ARCH-REC.
005800     IF ARCH-RUN-DATE NUMERIC
005805             AND NOT ARCH-VISITOR
005810             AND ARCH-RUN-DATE >= TS-FROM-DATE
005820             AND ARCH-RUN-DATE <= TS-THRU-DATE
005830         ADD 1 TO TS-EVENT-COUNT
005840         MOVE ARCH-EMP-ID   TO SORT-EMP-ID
005850         MOVE ARCH-RUN-DATE TO SORT-RUN-DATE
005860         MOVE ARCH-EMP-NAME TO SORT-EMP-NAME
005870         MOVE ARCH-EMP-DEPT TO SORT-EMP-DEPT
005880         IF ARCH-RUN-TIME NUMERIC
005890             MOVE ARCH-RUN-TIME TO SORT-RUN-TIME
005900         ELSE
005910             MOVE ZEROS TO SORT-RUN-TIME
005920         END-IF
005930         IF ARCH-EVENT-OUT
005940             MOVE "O" TO SORT-EVENT-CODE
005950         ELSE
005960             MOVE "I" TO SORT-EVENT-CODE
005970         END-IF
005980         RELEASE SORT-REC
005990     END-IF.
006000     PERFORM 3300-READ-ARCH-REC THRU 3300-EXIT.
006010 3400-EXIT.
006020     EXIT.
006030*
006040*----------------------------------------------------------------
006050* 4000-PAIR-EVENTS - CONTROL BREAK ON EMPLOYEE AND BUSINESS DATE
006060*                    OVER THE SORTED EVENTS. PAIRS NEVER SPAN A
006070*                    BUSINESS DAY.
006080*----------------------------------------------------------------
006090 4000-PAIR-EVENTS.
006100     PERFORM 4100-RETURN-SORT-REC THRU 4100-EXIT.
006110     IF TS-SORT-EOF-YES
006120         MOVE SPACES TO RPT-LINE
006130         STRING "NO GREETING EVENTS IN THE PAY PERIOD"
006140                 DELIMITED BY SIZE
006150             INTO RPT-LINE
006160         END-STRING
006170         WRITE RPT-LINE
006180         GO TO 4000-EXIT
006190     END-IF.
006200     PERFORM 4200-START-EMP-GROUP THRU 4200-EXIT.
006210     PERFORM 4300-TALLY-SORT-REC THRU 4300-EXIT
006220         UNTIL TS-SORT-EOF-YES.
006230     PERFORM 4500-END-DAY THRU 4500-EXIT.
006240     PERFORM 4600-END-EMP-GROUP THRU 4600-EXIT.
006250 4000-EXIT.
006260     EXIT.
006270*
006280 4100-RETURN-SORT-REC.
006290     RETURN SORT-WORK-FILE
006300         AT END
006310             MOVE "Y" TO TS-SORT-EOF-SWITCH
006320     END-RETURN.
006330 4100-EXIT.
006340     EXIT.
006350*
006360 4200-START-EMP-GROUP.
006370     MOVE SORT-EMP-ID   TO TS-SAVE-EMP-ID.
006380     MOVE SORT-EMP-NAME TO TS-SAVE-EMP-NAME.
006390     MOVE SORT-EMP-DEPT TO TS-SAVE-EMP-DEPT.
006400     MOVE 0 TO TS-EMP-DAYS.
006410     MOVE 0 TO TS-EMP-PAIRS.
006420     MOVE 0 TO TS-EMP-SECONDS.
006430     PERFORM 4250-START-DAY THRU 4250-EXIT.
006440 4200-EXIT.
006450     EXIT.
006460*
006470 4250-START-DAY.
006480     MOVE SORT-RUN-DATE TO TS-SAVE-DATE.
006490     MOVE 0 TO TS-OPEN-COUNT.
006500     MOVE 0 TO TS-SESS-IN-COUNT.
006510     MOVE 0 TO TS-SESS-IN-TIME.
006520     MOVE 0 TO TS-SESS-OUT-TIME.
006530     MOVE 0 TO TS-DAY-PAIRS.
006540     PERFORM 4400-APPLY-EVENT THRU 4400-EXIT.
006550 4250-EXIT.
006560     EXIT.
006570*
006580 4300-TALLY-SORT-REC.
006590     PERFORM 4100-RETURN-SORT-REC THRU 4100-EXIT.
006600     IF TS-SORT-EOF-YES
006610         GO TO 4300-EXIT
006620     END-IF.
006630     IF SORT-EMP-ID NOT = TS-SAVE-EMP-ID
006640         PERFORM 4500-END-DAY THRU 4500-EXIT
006650         PERFORM 4600-END-EMP-GROUP THRU 4600-EXIT
006660         PERFORM 4200-START-EMP-GROUP THRU 4200-EXIT
006670         GO TO 4300-EXIT
006680     END-IF.
006690     IF SORT-RUN-DATE NOT = TS-SAVE-DATE
006700         PERFORM 4500-END-DAY THRU 4500-EXIT
006710         PERFORM 4250-START-DAY THRU 4250-EXIT
006720         GO TO 4300-EXIT
006730     END-IF.
006740*    THE DEPARTMENT ON THE EMPLOYEE'S LATEST EVENT IS THE ONE
006750*    THE HOURS ARE REPORTED UNDER.
006760     MOVE SORT-EMP-NAME TO TS-SAVE-EMP-NAME.
006770     MOVE SORT-EMP-DEPT TO TS-SAVE-EMP-DEPT.
006780     PERFORM 4400-APPLY-EVENT THRU 4400-EXIT.
006790 4300-EXIT.
006800     EXIT.
006810*
006820*----------------------------------------------------------------
006830* 4400-APPLY-EVENT - AN IN OPENS (OR DEEPENS) A SESSION, AN OUT
006840*                    CLOSES ONE LEVEL OF IT. AN OUT WITH NOTHING
006850*                    OPEN IS AN EXCEPTION ON ITS OWN.
006860*----------------------------------------------------------------
006870 4400-APPLY-EVENT.
006880     IF SORT-EVENT-CODE NOT = "O"
006890         IF TS-OPEN-COUNT = 0
006900             MOVE SORT-RUN-TIME TO TS-SESS-IN-TIME
006910             MOVE 0 TO TS-SESS-IN-COUNT
006920         END-IF
006930         ADD 1 TO TS-OPEN-COUNT
006940         ADD 1 TO TS-SESS-IN-COUNT
006950         GO TO 4400-EXIT
006960     END-IF.
006970     IF TS-OPEN-COUNT = 0
006980         MOVE "UNPAIRED OUT" TO TS-EXC-REASON
006990         MOVE 0 TO TS-EXC-IN-TIME
007000         MOVE SORT-RUN-TIME TO TS-EXC-OUT-TIME
007010         PERFORM 4800-HOLD-EXCEPTION THRU 4800-EXIT
007020         GO TO 4400-EXIT
007030     END-IF.
007040     SUBTRACT 1 FROM TS-OPEN-COUNT.
007050     IF TS-OPEN-COUNT > 0
007060         GO TO 4400-EXIT
007070     END-IF.
007080     MOVE SORT-RUN-TIME TO TS-SESS-OUT-TIME.
007090     IF TS-SESS-IN-COUNT > 1
007100         MOVE "OVERLAPPING PAIRS" TO TS-EXC-REASON
007110         MOVE TS-SESS-IN-TIME TO TS-EXC-IN-TIME
007120         MOVE TS-SESS-OUT-TIME TO TS-EXC-OUT-TIME
007130         PERFORM 4800-HOLD-EXCEPTION THRU 4800-EXIT
007140         GO TO 4400-EXIT
007150     END-IF.
007160     PERFORM 4450-TIME-PAIR THRU 4450-EXIT.
007170 4400-EXIT.
007180     EXIT.
007190*
007200*----------------------------------------------------------------
007210* 4450-TIME-PAIR - ONE CLEAN IN/OUT PAIR - ADD ITS ELAPSED
007220*                  SECONDS TO THE EMPLOYEE
007230*----------------------------------------------------------------
007240 4450-TIME-PAIR.
007250     MOVE TS-SESS-IN-TIME TO TS-CLOCK-TIME.
007260     COMPUTE TS-IN-SECONDS = TS-CLOCK-HH * 3600
007270                           + TS-CLOCK-MM * 60
007280                           + TS-CLOCK-SS.
007290     MOVE TS-SESS-OUT-TIME TO TS-CLOCK-TIME.
007300     COMPUTE TS-OUT-SECONDS = TS-CLOCK-HH * 3600
007310                            + TS-CLOCK-MM * 60
007320                            + TS-CLOCK-SS.
007330     IF TS-OUT-SECONDS > TS-IN-SECONDS
007340         COMPUTE TS-EMP-SECONDS = TS-EMP-SECONDS
007350                                + TS-OUT-SECONDS - TS-IN-SECONDS
007360     END-IF.
007370     ADD 1 TO TS-DAY-PAIRS.
007380     ADD 1 TO TS-EMP-PAIRS.
007390     ADD 1 TO TS-PAIR-TOTAL.
007400 4450-EXIT.
007410     EXIT.
007420*
007430*----------------------------------------------------------------
007440* 4500-END-DAY - A SESSION STILL OPEN AT THE END OF THE BUSINESS
007450*                DAY IS AN UNPAIRED IN (OR AN UNCLOSED OVERLAP)
007460*----------------------------------------------------------------
007470 4500-END-DAY.
007480     IF TS-OPEN-COUNT > 0
007490         IF TS-SESS-IN-COUNT > 1
007500             MOVE "OVERLAP NOT CLOSED" TO TS-EXC-REASON
007510         ELSE
007520             MOVE "UNPAIRED IN" TO TS-EXC-REASON
007530         END-IF
007540         MOVE TS-SESS-IN-TIME TO TS-EXC-IN-TIME
007550         MOVE 0 TO TS-EXC-OUT-TIME
007560         PERFORM 4800-HOLD-EXCEPTION THRU 4800-EXIT
007570     END-IF.
007580     IF TS-DAY-PAIRS > 0
007590         ADD 1 TO TS-EMP-DAYS
007600     END-IF.
007610 4500-EXIT.
007620     EXIT.
007630*
007640*----------------------------------------------------------------
007650* 4600-END-EMP-GROUP - PRINT THE EMPLOYEE'S HOURS, POST THEM TO
007660*                      THE DEPARTMENT, AND CUT THE EXTRACT DETAIL
007670*                      WHEN THERE IS ANYTHING TO PAY
007680*----------------------------------------------------------------
007690 4600-END-EMP-GROUP.
007700     COMPUTE TS-EMP-HOURS ROUNDED = TS-EMP-SECONDS / 3600.
007710     MOVE TS-SAVE-EMP-ID   TO TS-EL-EMP-ID.
007720     MOVE TS-SAVE-EMP-NAME TO TS-EL-EMP-NAME.
007730     MOVE TS-SAVE-EMP-DEPT TO TS-EL-EMP-DEPT.
007740     MOVE TS-EMP-DAYS      TO TS-EL-DAYS.
007750     MOVE TS-EMP-PAIRS     TO TS-EL-PAIRS.
007760     MOVE TS-EMP-HOURS     TO TS-EL-HOURS.
007770     MOVE TS-EMP-LINE TO RPT-LINE.
007780     WRITE RPT-LINE.
007790     ADD 1 TO TS-EMP-COUNT.
007800     ADD TS-EMP-HOURS TO TS-TOTAL-HOURS.
007810     PERFORM 4700-POST-DEPT THRU 4700-EXIT.
007820     IF TS-EMP-PAIRS = 0
007830         GO TO 4600-EXIT
007840     END-IF.
007850     MOVE SPACES TO PAY-EXT-REC.
007860     MOVE "D" TO PX-REC-TYPE.
007870     MOVE TS-SAVE-EMP-ID   TO PX-DET-EMP-ID.
007880     MOVE TS-SAVE-EMP-NAME TO PX-DET-EMP-NAME.
007890     MOVE TS-SAVE-EMP-DEPT TO PX-DET-EMP-DEPT.
007900     MOVE TS-EMP-DAYS      TO PX-DET-DAYS.
007910     MOVE TS-EMP-PAIRS     TO PX-DET-PAIRS.
007920     MOVE TS-EMP-HOURS     TO PX-DET-HOURS.
007930     WRITE PAY-EXT-REC.
007940     ADD 1 TO TS-EXT-DET-COUNT.
007950 4600-EXIT.
007960     EXIT.
007970*
007980 4700-POST-DEPT.
007990     MOVE 0 TO TS-FOUND-IX.
008000     MOVE 0 TO TS-DEPT-IX.
008010     PERFORM 4750-SCAN-ONE-DEPT THRU 4750-EXIT
008020         TS-DEPT-COUNT TIMES.
008030     IF TS-FOUND-IX = 0
008040         IF TS-DEPT-COUNT >= TS-DEPT-MAX
008050             ADD 1 TO TS-OTHER-EMPS
008060             ADD TS-EMP-HOURS TO TS-OTHER-HOURS
008070             GO TO 4700-EXIT
008080         END-IF
008090         ADD 1 TO TS-DEPT-COUNT
008100         MOVE TS-DEPT-COUNT TO TS-FOUND-IX
008110         MOVE TS-SAVE-EMP-DEPT TO TS-DT-DEPT (TS-FOUND-IX)
008120         MOVE 0 TO TS-DT-EMPS (TS-FOUND-IX)
008130         MOVE 0 TO TS-DT-HOURS (TS-FOUND-IX)
008140     END-IF.
008150     ADD 1 TO TS-DT-EMPS (TS-FOUND-IX).
008160     ADD TS-EMP-HOURS TO TS-DT-HOURS (TS-FOUND-IX).
008170 4700-EXIT.
008180     EXIT.
008190*
008200 4750-SCAN-ONE-DEPT.
008210     IF TS-FOUND-IX > 0
008220         GO TO 4750-EXIT
008230     END-IF.
008240     ADD 1 TO TS-DEPT-IX.
008250     IF TS-DT-DEPT (TS-DEPT-IX) = TS-SAVE-EMP-DEPT
008260         MOVE TS-DEPT-IX TO TS-FOUND-IX
008270     END-IF.
008280 4750-EXIT.
008290     EXIT.
008300*
008310*----------------------------------------------------------------
008320* 4800-HOLD-EXCEPTION - KEEP THE EXCEPTION FOR THE EXCEPTIONS
008330*                       SECTION. ONCE THE TABLE IS FULL THEY ARE
008340*                       ONLY COUNTED.
008350*----------------------------------------------------------------
008360 4800-HOLD-EXCEPTION.
008370     MOVE "Y" TO TS-EXCEPT-SWITCH.
008380     ADD 1 TO TS-EXC-COUNT.
008390     IF TS-EXC-LISTED >= TS-EXC-MAX
008400         GO TO 4800-EXIT
008410     END-IF.
008420     ADD 1 TO TS-EXC-LISTED.
008430     MOVE TS-SAVE-EMP-ID   TO TS-ET-EMP-ID (TS-EXC-LISTED).
008440     MOVE TS-SAVE-EMP-NAME TO TS-ET-EMP-NAME (TS-EXC-LISTED).
008450     MOVE TS-SAVE-DATE     TO TS-ET-DATE (TS-EXC-LISTED).
008460     MOVE TS-EXC-IN-TIME   TO TS-ET-IN-TIME (TS-EXC-LISTED).
008470     MOVE TS-EXC-OUT-TIME  TO TS-ET-OUT-TIME (TS-EXC-LISTED).
008480     MOVE TS-EXC-REASON    TO TS-ET-REASON (TS-EXC-LISTED).
008490 4800-EXIT.
008500     EXIT.
008510*
008520*----------------------------------------------------------------
008530* 5000-WRITE-DEPT-TOTALS - HOURS AND HEADCOUNT PER DEPARTMENT IN
008540*                          ORDER OF FIRST APPEARANCE
008550*----------------------------------------------------------------
008560 5000-WRITE-DEPT-TOTALS.
008570     MOVE 0 TO TS-DEPT-HOURS-TOTAL.
008580     MOVE SPACES TO RPT-LINE.
008590     WRITE RPT-LINE.
008600     MOVE SPACES TO RPT-LINE.
008610     STRING "DEPARTMENT TOTALS" DELIMITED BY SIZE
008620         INTO RPT-LINE
008630     END-STRING.
008640     WRITE RPT-LINE.
008650     MOVE TS-DEPT-HEADING TO RPT-LINE.
008660     WRITE RPT-LINE.
008670     MOVE SPACES TO RPT-LINE.
008680     WRITE RPT-LINE.
008690     MOVE 0 TO TS-DEPT-IX.
008700     PERFORM 5100-WRITE-ONE-DEPT THRU 5100-EXIT
008710         TS-DEPT-COUNT TIMES.
008720     IF TS-OTHER-EMPS > 0
008730         MOVE "*OTHER*" TO TS-DL-DEPT
008740         MOVE TS-OTHER-EMPS TO TS-DL-EMPS
008750         MOVE TS-OTHER-HOURS TO TS-DL-HOURS
008760         MOVE TS-DEPT-LINE TO RPT-LINE
008770         WRITE RPT-LINE
008780         ADD TS-OTHER-HOURS TO TS-DEPT-HOURS-TOTAL
008790     END-IF.
008800 5000-EXIT.
008810     EXIT.
008820*
008830 5100-WRITE-ONE-DEPT.
008840     ADD 1 TO TS-DEPT-IX.
008850     MOVE TS-DT-DEPT (TS-DEPT-IX)  TO TS-DL-DEPT.
008860     MOVE TS-DT-EMPS (TS-DEPT-IX)  TO TS-DL-EMPS.
008870     MOVE TS-DT-HOURS (TS-DEPT-IX) TO TS-DL-HOURS.
008880     MOVE TS-DEPT-LINE TO RPT-LINE.
008890     WRITE RPT-LINE.
008900     ADD TS-DT-HOURS (TS-DEPT-IX) TO TS-DEPT-HOURS-TOTAL.
008910 5100-EXIT.
008920     EXIT.
008930*
008940*----------------------------------------------------------------
008950* 6000-WRITE-EXCEPTIONS - EVERY EVENT THAT COULD NOT BE PAIRED,
008960*                         FOR PAYROLL TO RESOLVE BY HAND
008970*----------------------------------------------------------------
008980 6000-WRITE-EXCEPTIONS.
008990     MOVE SPACES TO RPT-LINE.
009000     WRITE RPT-LINE.
009010     MOVE SPACES TO RPT-LINE.
009020     STRING "EXCEPTIONS - NOT PAID" DELIMITED BY SIZE
009030         INTO RPT-LINE
009040     END-STRING.
009050     WRITE RPT-LINE.
009060     IF TS-EXC-COUNT = 0
009070         MOVE SPACES TO RPT-LINE
009080         STRING "NO EXCEPTIONS" DELIMITED BY SIZE
009090             INTO RPT-LINE
009100         END-STRING
009110         WRITE RPT-LINE
009120         GO TO 6000-EXIT
009130     END-IF.
009140     MOVE TS-EXC-HEADING TO RPT-LINE.
009150     WRITE RPT-LINE.
009160     MOVE SPACES TO RPT-LINE.
009170     WRITE RPT-LINE.
009180     MOVE 0 TO TS-EXC-IX.
009190     PERFORM 6100-WRITE-ONE-EXCEPTION THRU 6100-EXIT
009200         TS-EXC-LISTED TIMES.
009210     IF TS-EXC-COUNT > TS-EXC-LISTED
009220         COMPUTE TS-COUNT-DISPLAY = TS-EXC-COUNT - TS-EXC-LISTED
009230         MOVE SPACES TO RPT-LINE
009240         STRING "** " DELIMITED BY SIZE
009250                 TS-COUNT-DISPLAY DELIMITED BY SIZE
009260                 " FURTHER EXCEPTIONS NOT LISTED"
009270                     DELIMITED BY SIZE
009280             INTO RPT-LINE
009290         END-STRING
009300         WRITE RPT-LINE
009310     END-IF.
009320 6000-EXIT.
009330     EXIT.
009340*
009350 6100-WRITE-ONE-EXCEPTION.
009360     ADD 1 TO TS-EXC-IX.
009370     MOVE TS-ET-EMP-ID (TS-EXC-IX)   TO TS-XL-EMP-ID.
009380     MOVE TS-ET-EMP-NAME (TS-EXC-IX) TO TS-XL-EMP-NAME.
009390     MOVE TS-ET-DATE (TS-EXC-IX)     TO TS-DATE-DISPLAY.
009400     MOVE TS-DATE-DISPLAY            TO TS-XL-DATE.
009410     IF TS-ET-IN-TIME (TS-EXC-IX) > 0
009420         MOVE TS-ET-IN-TIME (TS-EXC-IX) TO TS-TIME-SPLIT
009430         MOVE TS-TIME-HHMMSS TO TS-TIME-DISPLAY
009440         MOVE TS-TIME-DISPLAY TO TS-XL-IN-TIME
009450     ELSE
009460         MOVE "  --    " TO TS-XL-IN-TIME
009470     END-IF.
009480     IF TS-ET-OUT-TIME (TS-EXC-IX) > 0
009490         MOVE TS-ET-OUT-TIME (TS-EXC-IX) TO TS-TIME-SPLIT
009500         MOVE TS-TIME-HHMMSS TO TS-TIME-DISPLAY
009510         MOVE TS-TIME-DISPLAY TO TS-XL-OUT-TIME
009520     ELSE
009530         MOVE "  --    " TO TS-XL-OUT-TIME
009540     END-IF.
009550     MOVE TS-ET-REASON (TS-EXC-IX) TO TS-XL-REASON.
009560     MOVE TS-EXC-LINE TO RPT-LINE.
009570     WRITE RPT-LINE.
009580 6100-EXIT.
009590     EXIT.
009600*
009610*----------------------------------------------------------------
009620* 7000-FINISH-EXTRACT - CLOSE OUT THE PAYROLL EXTRACT WITH ITS
009630*                       TRAILER CONTROL TOTALS, PRINT THE SAME
009640*                       TOTALS, AND STEP THE SEQUENCE SERIES
009650*----------------------------------------------------------------
009660 7000-FINISH-EXTRACT.
009670     MOVE SPACES TO PAY-EXT-REC.
009680     MOVE "T" TO PX-REC-TYPE.
009690     MOVE TS-EXT-DET-COUNT TO PX-TRL-COUNT.
009700     MOVE TS-TOTAL-HOURS   TO PX-TRL-HOURS.
009710     WRITE PAY-EXT-REC.
009720     CLOSE PAY-EXT-FILE.
009730     MOVE SPACES TO RPT-LINE.
009740     WRITE RPT-LINE.
009750     MOVE SPACES TO RPT-LINE.
009760     STRING "PAYROLL EXTRACT CONTROL TOTALS" DELIMITED BY SIZE
009770         INTO RPT-LINE
009780     END-STRING.
009790     WRITE RPT-LINE.
009800     MOVE TS-PAY-SEQ-NO TO TS-SEQ-DISPLAY.
009810     MOVE SPACES TO RPT-LINE.
009820     STRING "EXTRACT SEQUENCE:      " DELIMITED BY SIZE
009830             TS-SEQ-DISPLAY DELIMITED BY SIZE
009840         INTO RPT-LINE
009850     END-STRING.
009860     WRITE RPT-LINE.
009870     MOVE TS-EXT-DET-COUNT TO TS-COUNT-DISPLAY.
009880     MOVE SPACES TO RPT-LINE.
009890     STRING "DETAIL RECORDS:        " DELIMITED BY SIZE
009900             TS-COUNT-DISPLAY DELIMITED BY SIZE
009910         INTO RPT-LINE
009920     END-STRING.
009930     WRITE RPT-LINE.
009940     MOVE TS-TOTAL-HOURS TO TS-HOURS-DISPLAY.
009950     MOVE SPACES TO RPT-LINE.
009960     STRING "HOURS CONTROL TOTAL:   " DELIMITED BY SIZE
009970             TS-HOURS-DISPLAY DELIMITED BY SIZE
009980         INTO RPT-LINE
009990     END-STRING.
010000     WRITE RPT-LINE.
010010     MOVE TS-EXC-COUNT TO TS-COUNT-DISPLAY.
010020     MOVE SPACES TO RPT-LINE.
010030     STRING "EXCEPTIONS NOT PAID:   " DELIMITED BY SIZE
010040             TS-COUNT-DISPLAY DELIMITED BY SIZE
010050         INTO RPT-LINE
010060     END-STRING.
010070     WRITE RPT-LINE.
010080     IF TS-DEPT-HOURS-TOTAL NOT = TS-TOTAL-HOURS
010090         MOVE "Y" TO TS-EXCEPT-SWITCH
010100         MOVE SPACES TO RPT-LINE
010110         STRING "** DISCREPANCY ** DEPARTMENT HOURS DO NOT "
010120                 DELIMITED BY SIZE
010130                 "EQUAL EMPLOYEE HOURS" DELIMITED BY SIZE
010140             INTO RPT-LINE
010150         END-STRING
010160         WRITE RPT-LINE
010170     END-IF.
010180     PERFORM 7100-SAVE-NEXT-SEQ THRU 7100-EXIT.
010190 7000-EXIT.
010200     EXIT.
010210*
010220*----------------------------------------------------------------
010230* 7100-SAVE-NEXT-SEQ - STEP THE PAYSEQ SERIES FOR THE NEXT
010240*                      PERIOD'S EXTRACT
010250*----------------------------------------------------------------
010260 7100-SAVE-NEXT-SEQ.
010270     OPEN OUTPUT PAY-SEQ-FILE.
010280     IF NOT TS-PSEQ-OK
010290         DISPLAY "TIMESHT - PAYROLL SEQUENCE NOT SAVED, "
010300                 "FILE STATUS: " TS-PSEQ-FILE-STATUS
010310         GO TO 7100-EXIT
010320     END-IF.
010330     MOVE SPACES TO PAY-SEQ-REC.
010340     COMPUTE PSEQ-NEXT-SEQ = TS-PAY-SEQ-NO + 1.
010350     WRITE PAY-SEQ-REC.
010360     CLOSE PAY-SEQ-FILE.
010370 7100-EXIT.
010380     EXIT.
010390*
010400*----------------------------------------------------------------
010410* 8000-TERMINATE - CLOSE UP AND REPORT THE RUN TOTALS
010420*----------------------------------------------------------------
010430 8000-TERMINATE.
010440     IF TS-LOG-OPEN
010450         CLOSE GREET-LOG-FILE
010460     END-IF.
010470     IF TS-ARCH-OPEN
010480         CLOSE ARCH-FILE
010490     END-IF.
010500     CLOSE TIME-RPT-FILE.
010510     DISPLAY "TIMESHT - EVENTS IN PERIOD:  " TS-EVENT-COUNT.
010520     DISPLAY "TIMESHT - EMPLOYEES:         " TS-EMP-COUNT.
010530     DISPLAY "TIMESHT - PAIRS PAID:        " TS-PAIR-TOTAL.
010540     DISPLAY "TIMESHT - EXTRACT DETAILS:   " TS-EXT-DET-COUNT.
010550     DISPLAY "TIMESHT - EXCEPTIONS:        " TS-EXC-COUNT.
010560 8000-EXIT.
010570     EXIT.
010580*
010590*    THE STATUS AREA IS ONLY THERE WHEN THE MENU DRIVER PASSED
010600*    IT - A STANDALONE RUN HAS NOTHING TO HAND A CODE BACK TO.
010610 9999-EXIT.
010620     IF ADDRESS OF STEP-STATUS-AREA NOT = NULL
010630         EVALUATE TRUE
010640             WHEN TS-FATAL-YES
010650                 MOVE 08 TO STEP-RETURN-CODE
010660             WHEN TS-EXCEPTIONS
010670                 MOVE 04 TO STEP-RETURN-CODE
010680             WHEN OTHER
010690                 MOVE 00 TO STEP-RETURN-CODE
010700         END-EVALUATE
010710     END-IF.
010720     GOBACK.
