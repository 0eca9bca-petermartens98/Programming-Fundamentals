000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ATTNRPT.
000030 AUTHOR.        R L HASKELL.
000040 INSTALLATION.  OPERATIONS SUPPORT - INTAKE UNIT.
000050 DATE-WRITTEN.  2026-09-28.
000060 DATE-COMPILED.
000070*
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110* 2026-09-28 RLH  NEW PROGRAM. CONSECUTIVE-ABSENCE AND ATTENDANCE-
000120*                 RATE REPORT - THE NO-SHOW REPORT ONLY EVER LOOKS
000130*                 AT ONE DAY, SO NOBODY COULD SEE SOMEONE MISSING
000140*                 A WEEK AT A STRETCH. WALKS THE SPAN ON THE
000150*                 ATTNPARM CARD (FROM DATE IN COLUMNS 1-8, THRU
000160*                 DATE IN 9-16, ABSENCE THRESHOLD IN WORKING DAYS
000170*                 IN 17-19 - BLANK TAKES 3 - NO USABLE DATES
000180*                 REFUSES THE RUN) A DAY AT A TIME THROUGH THE
000190*                 BUSDATE CHECK-DAY FUNCTION SO WEEKENDS AND THE
000200*                 HOLIDAYS ON HOLCAL ARE LEFT OUT. EVERY EMPLOYEE
000210*                 ON EMPMAST IS RULED PRESENT OR ABSENT ON EACH
000220*                 WORKING DAY FROM THE ARRIVALS ON GREETLOG AND
000230*                 GREETARCH (VISITOR EVENTS ARE SKIPPED). A DAY
000240*                 BEFORE THE EFFECTIVE DATE, ON OR AFTER THE
000250*                 TERMINATION DATE, OR WHILE ON LEAVE IS NOT
000260*                 COUNTED AGAINST THE EMPLOYEE AND DOES NOT BREAK
000270*                 AN ABSENCE RUN. PRINTS DAYS PRESENT OVER
000280*                 ELIGIBLE WORKING DAYS AS A PERCENTAGE PER
000290*                 EMPLOYEE AND PER DEPARTMENT, AND LISTS EVERY
000300*                 EMPLOYEE WHOSE LONGEST RUN OF ABSENCES REACHES
000310*                 THE THRESHOLD. HANDS BACK 04 WHEN ANYONE IS
000320*                 LISTED AND 08 WHEN THE RUN IS REFUSED.
000330*----------------------------------------------------------------
000340*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT AR-PARM-FILE    ASSIGN TO "ATTNPARM"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS AR-PARM-FILE-STATUS.
000410     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS EMP-ID
000450         FILE STATUS IS AR-EMP-FILE-STATUS.
000460     SELECT GREET-LOG-FILE  ASSIGN TO "GREETLOG"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS AR-LOG-FILE-STATUS.
000490     SELECT ARCH-FILE       ASSIGN TO "GREETARCH"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS AR-ARCH-FILE-STATUS.
000520     SELECT ATTN-RPT-FILE   ASSIGN TO "ATTNRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540     SELECT SORT-WORK-FILE  ASSIGN TO "SORTWK".
000550*
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  AR-PARM-FILE.
000590 01  AR-PARM-REC.
000600     05  ARPARM-FROM-DATE   PIC X(08).
000610     05  ARPARM-THRU-DATE   PIC X(08).
000620     05  ARPARM-THRESHOLD   PIC X(03).
000630     05  FILLER             PIC X(61).
000640*
000650 FD  EMPLOYEE-MASTER.
000660     COPY PERSONREC
000670         REPLACING ==PERSON-REC==      BY ==EMP-MASTER-REC==
000680                   ==PERSON-ID==       BY ==EMP-ID==
000690                   ==PERSON-NAME==     BY ==EMP-NAME==
000700                   ==PERSON-DEPT==     BY ==EMP-DEPT==
000710                   ==PERSON-EFF-DATE== BY ==EMP-EFF-DATE==
000720                   ==PERSON-STATUS==   BY ==EMP-STATUS==
000730                   ==PERSON-ACTIVE==   BY ==EMP-ACTIVE==
000740                   ==PERSON-TERMINATED== BY ==EMP-TERMINATED==
000750                   ==PERSON-ON-LEAVE== BY ==EMP-ON-LEAVE==
000760                   ==PERSON-TERM-DATE== BY ==EMP-TERM-DATE==
000770                   ==PERSON-HOME-SITE== BY ==EMP-HOME-SITE==.
000780*
000790 FD  GREET-LOG-FILE.
000800     COPY GREETAUD
000810         REPLACING ==AUDIT-REC==      BY ==LOG-REC==
000820                   ==AUDIT-EMP-ID==   BY ==LOG-EMP-ID==
000830                   ==AUDIT-EMP-NAME== BY ==LOG-EMP-NAME==
000840                   ==AUDIT-EMP-DEPT== BY ==LOG-EMP-DEPT==
000850                   ==AUDIT-RUN-DATE== BY ==LOG-RUN-DATE==
000860                   ==AUDIT-RUN-TIME== BY ==LOG-RUN-TIME==
000870                   ==AUDIT-TERM-ID==  BY ==LOG-TERM-ID==
000880                   ==AUDIT-EVENT-CODE== BY ==LOG-EVENT-CODE==
000890                   ==AUDIT-EVENT-IN==   BY ==LOG-EVENT-IN==
000900                   ==AUDIT-EVENT-OUT==  BY ==LOG-EVENT-OUT==
000910                   ==AUDIT-SITE-CODE==  BY ==LOG-SITE-CODE==
000920                   ==AUDIT-VISITOR-FLAG== BY ==LOG-VISITOR-FLAG==
000930                   ==AUDIT-VISITOR==    BY ==LOG-VISITOR==
000940                   ==AUDIT-SPONSOR-ID== BY ==LOG-SPONSOR-ID==.
000950*
000960 FD  ARCH-FILE.
000970     COPY GREETAUD
000980         REPLACING ==AUDIT-REC==      BY ==ARCH-REC==
000990                   ==AUDIT-EMP-ID==   BY ==ARCH-EMP-ID==
001000                   ==AUDIT-EMP-NAME== BY ==ARCH-EMP-NAME==
001010                   ==AUDIT-EMP-DEPT== BY ==ARCH-EMP-DEPT==
001020                   ==AUDIT-RUN-DATE== BY ==ARCH-RUN-DATE==
001030                   ==AUDIT-RUN-TIME== BY ==ARCH-RUN-TIME==
001040                   ==AUDIT-TERM-ID==  BY ==ARCH-TERM-ID==
001050                   ==AUDIT-EVENT-CODE== BY ==ARCH-EVENT-CODE==
001060                   ==AUDIT-EVENT-IN==   BY ==ARCH-EVENT-IN==
001070                   ==AUDIT-EVENT-OUT==  BY ==ARCH-EVENT-OUT==
001080                   ==AUDIT-SITE-CODE==  BY ==ARCH-SITE-CODE==
001090                   ==AUDIT-VISITOR-FLAG== BY ==ARCH-VISITOR-FLAG==
001100                   ==AUDIT-VISITOR==    BY ==ARCH-VISITOR==
001110                   ==AUDIT-SPONSOR-ID== BY ==ARCH-SPONSOR-ID==.
001120*
001130 FD  ATTN-RPT-FILE.
001140 01  RPT-LINE               PIC X(80).
001150*
001160*    ONE EMPLOYEE RECORD (TYPE "0") SORTS AHEAD OF THAT EMPLOYEE'S
001170*    ARRIVALS (TYPE "1"), WHICH FOLLOW IN DATE ORDER.
001180 SD  SORT-WORK-FILE.
001190 01  SORT-REC.
001200     05  SORT-EMP-ID        PIC 9(05).
001210     05  SORT-REC-TYPE      PIC X(01).
001220         88  SORT-MASTER-REC           VALUE "0".
001230         88  SORT-ARRIVAL-REC          VALUE "1".
001240     05  SORT-RUN-DATE      PIC 9(08).
001250     05  SORT-EMP-NAME      PIC X(20).
001260     05  SORT-EMP-DEPT      PIC X(10).
001270     05  SORT-EFF-DATE      PIC 9(08).
001280     05  SORT-STATUS        PIC X(01).
001290     05  SORT-TERM-DATE     PIC 9(08).
001300*
001310 WORKING-STORAGE SECTION.
001320*
001330*----------------------------------------------------------------
001340* SWITCHES
001350*----------------------------------------------------------------
001360 77  AR-PARM-FILE-STATUS    PIC X(02)  VALUE "00".
001370     88  AR-PARM-FOUND                 VALUE "00".
001380 77  AR-EMP-FILE-STATUS     PIC X(02)  VALUE "00".
001390     88  AR-EMP-OK                     VALUE "00".
001400 77  AR-LOG-FILE-STATUS     PIC X(02)  VALUE "00".
001410     88  AR-LOG-FOUND                  VALUE "00".
001420 77  AR-ARCH-FILE-STATUS    PIC X(02)  VALUE "00".
001430     88  AR-ARCH-FOUND                 VALUE "00".
001440*
001450 77  AR-EMP-EOF-SWITCH      PIC X(01)  VALUE "N".
001460     88  AR-EMP-EOF-YES                VALUE "Y".
001470     88  AR-EMP-EOF-NO                 VALUE "N".
001480 77  AR-LOG-EOF-SWITCH      PIC X(01)  VALUE "N".
001490     88  AR-LOG-EOF-YES                VALUE "Y".
001500     88  AR-LOG-EOF-NO                 VALUE "N".
001510 77  AR-ARCH-EOF-SWITCH     PIC X(01)  VALUE "N".
001520     88  AR-ARCH-EOF-YES               VALUE "Y".
001530     88  AR-ARCH-EOF-NO                VALUE "N".
001540 77  AR-SORT-EOF-SWITCH     PIC X(01)  VALUE "N".
001550     88  AR-SORT-EOF-YES               VALUE "Y".
001560     88  AR-SORT-EOF-NO                VALUE "N".
001570*
001580 77  AR-EMP-OPEN-SWITCH     PIC X(01)  VALUE "N".
001590     88  AR-EMP-OPEN                   VALUE "Y".
001600 77  AR-LOG-OPEN-SWITCH     PIC X(01)  VALUE "N".
001610     88  AR-LOG-OPEN                   VALUE "Y".
001620 77  AR-ARCH-OPEN-SWITCH    PIC X(01)  VALUE "N".
001630     88  AR-ARCH-OPEN                  VALUE "Y".
001640*
001650 77  AR-FATAL-SWITCH        PIC X(01)  VALUE "N".
001660     88  AR-FATAL-YES                  VALUE "Y".
001670     88  AR-FATAL-NO                   VALUE "N".
001680*
001690 77  AR-ON-MASTER-SWITCH    PIC X(01)  VALUE "N".
001700     88  AR-ON-MASTER                  VALUE "Y".
001710*
001720*----------------------------------------------------------------
001730* SPAN AND THRESHOLD OFF THE ATTNPARM CARD
001740*----------------------------------------------------------------
001750 77  AR-FROM-DATE           PIC 9(08)  VALUE 0.
001760 77  AR-THRU-DATE           PIC 9(08)  VALUE 0.
001770 77  AR-THRESHOLD           PIC 9(03)  VALUE 3.
001780*
001790*----------------------------------------------------------------
001800* WORKING-DAY TABLE - THE SPAN'S OPEN DAYS IN DATE ORDER. THE
001810* ENTRY PAST THE LAST ONE CARRIES ALL NINES SO A POINTER WALKED
001820* UP THE TABLE BY ARRIVAL DATE ALWAYS STOPS. A SPAN WITH MORE
001830* WORKING DAYS THAN THE TABLE HOLDS IS REFUSED.
001840*----------------------------------------------------------------
001850 77  AR-DAY-MAX             PIC 9(03)  COMP  VALUE 370.
001860 77  AR-DAY-COUNT           PIC 9(03)  COMP  VALUE 0.
001870 77  AR-DAY-IX              PIC 9(03)  COMP  VALUE 0.
001880 77  AR-ARR-IX              PIC 9(03)  COMP  VALUE 0.
001890 77  AR-CURR-DATE           PIC 9(08)  VALUE 0.
001900 77  AR-CLOSED-COUNT        PIC 9(03)  COMP  VALUE 0.
001910 01  AR-DAY-TABLE.
001920     05  AR-DAY-DATE        PIC 9(08)  OCCURS 371 TIMES.
001930*
001940*    PRESENT FLAG PER WORKING DAY FOR THE EMPLOYEE IN HAND, BY
001950*    THE SAME SUBSCRIPT AS THE DAY TABLE
001960 01  AR-PRESENT-TABLE.
001970     05  AR-PRESENT-FLAG    PIC X(01)  OCCURS 371 TIMES.
001980*
001990*----------------------------------------------------------------
002000* EMPLOYEE CONTROL-BREAK FIELDS
002010*----------------------------------------------------------------
002020 77  AR-SAVE-EMP-ID         PIC 9(05)  VALUE 0.
002030 77  AR-SAVE-EMP-NAME       PIC X(20)  VALUE SPACES.
002040 77  AR-SAVE-EMP-DEPT       PIC X(10)  VALUE SPACES.
002050 77  AR-SAVE-EFF-DATE       PIC 9(08)  VALUE 0.
002060 77  AR-SAVE-TERM-DATE      PIC 9(08)  VALUE 0.
002070 77  AR-SAVE-STATUS         PIC X(01)  VALUE SPACES.
002080     88  AR-SAVE-TERMINATED            VALUE "T".
002090     88  AR-SAVE-ON-LEAVE              VALUE "L".
002100 77  AR-EMP-ELIG            PIC 9(03)  COMP  VALUE 0.
002110 77  AR-EMP-PRESENT         PIC 9(03)  COMP  VALUE 0.
002120 77  AR-EMP-PCT             PIC 9(03)V9      VALUE 0.
002130 77  AR-CURR-RUN            PIC 9(03)  COMP  VALUE 0.
002140 77  AR-CURR-RUN-START      PIC 9(08)  VALUE 0.
002150 77  AR-LONG-RUN            PIC 9(03)  COMP  VALUE 0.
002160 77  AR-LONG-RUN-START      PIC 9(08)  VALUE 0.
002170 77  AR-LONG-RUN-END        PIC 9(08)  VALUE 0.
002180 77  AR-EMP-NOTE            PIC X(12)  VALUE SPACES.
002190*
002200*----------------------------------------------------------------
002210* RUN COUNTERS
002220*----------------------------------------------------------------
002230 77  AR-ARRIVAL-COUNT       PIC 9(07)  COMP  VALUE 0.
002240 77  AR-EMP-COUNT           PIC 9(05)  COMP  VALUE 0.
002250 77  AR-GONE-COUNT          PIC 9(05)  COMP  VALUE 0.
002260 77  AR-UNKNOWN-COUNT       PIC 9(05)  COMP  VALUE 0.
002270 77  AR-TOTAL-ELIG          PIC 9(07)  COMP  VALUE 0.
002280 77  AR-TOTAL-PRESENT       PIC 9(07)  COMP  VALUE 0.
002290 77  AR-RUN-DATE            PIC 9(08)  VALUE 0.
002300*
002310*----------------------------------------------------------------
002320* DEPARTMENT TOTALS TABLE - DEPARTMENTS BEYOND THE TABLE ROLL
002330* INTO ONE "OTHER" LINE SO THE DAYS STILL BALANCE
002340*----------------------------------------------------------------
002350 77  AR-DEPT-MAX            PIC 9(03)  COMP  VALUE 100.
002360 77  AR-DEPT-COUNT          PIC 9(03)  COMP  VALUE 0.
002370 77  AR-DEPT-IX             PIC 9(03)  COMP  VALUE 0.
002380 77  AR-FOUND-IX            PIC 9(03)  COMP  VALUE 0.
002390 77  AR-OTHER-EMPS          PIC 9(05)  COMP  VALUE 0.
002400 77  AR-OTHER-ELIG          PIC 9(07)  COMP  VALUE 0.
002410 77  AR-OTHER-PRESENT       PIC 9(07)  COMP  VALUE 0.
002420 77  AR-OTHER-LISTED        PIC 9(05)  COMP  VALUE 0.
002430 01  AR-DEPT-TABLE.
002440     05  AR-DEPT-ENTRY      OCCURS 100 TIMES.
002450         10  AR-DT-DEPT         PIC X(10).
002460         10  AR-DT-EMPS         PIC 9(05)  COMP.
002470         10  AR-DT-ELIG         PIC 9(07)  COMP.
002480         10  AR-DT-PRESENT      PIC 9(07)  COMP.
002490         10  AR-DT-LISTED       PIC 9(05)  COMP.
002500*
002510*----------------------------------------------------------------
002520* ABSENCE LIST - HELD UNTIL THE ATTENDANCE SECTIONS ARE PRINTED.
002530* EMPLOYEES BEYOND THE TABLE ARE COUNTED BUT NOT LISTED.
002540*----------------------------------------------------------------
002550 77  AR-ABS-MAX             PIC 9(03)  COMP  VALUE 500.
002560 77  AR-ABS-COUNT           PIC 9(05)  COMP  VALUE 0.
002570 77  AR-ABS-LISTED          PIC 9(03)  COMP  VALUE 0.
002580 77  AR-ABS-IX              PIC 9(03)  COMP  VALUE 0.
002590 01  AR-ABS-TABLE.
002600     05  AR-ABS-ENTRY       OCCURS 500 TIMES.
002610         10  AR-AT-EMP-ID       PIC 9(05).
002620         10  AR-AT-EMP-NAME     PIC X(20).
002630         10  AR-AT-EMP-DEPT     PIC X(10).
002640         10  AR-AT-RUN          PIC 9(03).
002650         10  AR-AT-RUN-START    PIC 9(08).
002660         10  AR-AT-RUN-END      PIC 9(08).
002670*
002680*----------------------------------------------------------------
002690* REPORT WORK FIELDS
002700*----------------------------------------------------------------
002710 77  AR-DATE-DISPLAY        PIC 9999/99/99.
002720 77  AR-DATE-DISPLAY2       PIC 9999/99/99.
002730 77  AR-COUNT-DISPLAY       PIC ZZZZ9.
002740 77  AR-COUNT-DISPLAY2      PIC ZZZZ9.
002750 77  AR-DAYS-DISPLAY        PIC ZZ9.
002760 77  AR-PCT-DISPLAY         PIC ZZ9.9.
002770*
002780 01  AR-EMP-LINE.
002790     05  AR-EL-EMP-ID       PIC 9(05).
002800     05  FILLER             PIC X(02)  VALUE SPACES.
002810     05  AR-EL-EMP-NAME     PIC X(20).
002820     05  FILLER             PIC X(02)  VALUE SPACES.
002830     05  AR-EL-EMP-DEPT     PIC X(10).
002840     05  FILLER             PIC X(02)  VALUE SPACES.
002850     05  AR-EL-ELIG         PIC ZZ9.
002860     05  FILLER             PIC X(03)  VALUE SPACES.
002870     05  AR-EL-PRESENT      PIC ZZ9.
002880     05  FILLER             PIC X(02)  VALUE SPACES.
002890     05  AR-EL-PCT          PIC ZZ9.9.
002900     05  FILLER             PIC X(03)  VALUE SPACES.
002910     05  AR-EL-RUN          PIC ZZ9.
002920     05  FILLER             PIC X(02)  VALUE SPACES.
002930     05  AR-EL-NOTE         PIC X(12).
002940     05  FILLER             PIC X(03)  VALUE SPACES.
002950*
002960 01  AR-EMP-HEADING.
002970     05  FILLER             PIC X(05)  VALUE "EMPID".
002980     05  FILLER             PIC X(02)  VALUE SPACES.
002990     05  FILLER             PIC X(20)  VALUE "EMPLOYEE NAME".
003000     05  FILLER             PIC X(02)  VALUE SPACES.
003010     05  FILLER             PIC X(10)  VALUE "DEPARTMENT".
003020     05  FILLER             PIC X(02)  VALUE SPACES.
003030     05  FILLER             PIC X(06)  VALUE "ELIG".
003040     05  FILLER             PIC X(05)  VALUE "PRES".
003050     05  FILLER             PIC X(08)  VALUE "    PCT".
003060     05  FILLER             PIC X(05)  VALUE "RUN".
003070     05  FILLER             PIC X(15)  VALUE "NOTE".
003080*
003090 01  AR-DEPT-LINE.
003100     05  AR-DL-DEPT         PIC X(10).
003110     05  FILLER             PIC X(04)  VALUE SPACES.
003120     05  AR-DL-EMPS         PIC ZZZZ9.
003130     05  FILLER             PIC X(04)  VALUE SPACES.
003140     05  AR-DL-ELIG         PIC ZZZ,ZZ9.
003150     05  FILLER             PIC X(04)  VALUE SPACES.
003160     05  AR-DL-PRESENT      PIC ZZZ,ZZ9.
003170     05  FILLER             PIC X(04)  VALUE SPACES.
003180     05  AR-DL-PCT          PIC ZZ9.9.
003190     05  FILLER             PIC X(04)  VALUE SPACES.
003200     05  AR-DL-LISTED       PIC ZZZZ9.
003210     05  FILLER             PIC X(21)  VALUE SPACES.
003220*
003230 01  AR-DEPT-HEADING.
003240     05  FILLER             PIC X(10)  VALUE "DEPARTMENT".
003250     05  FILLER             PIC X(04)  VALUE SPACES.
003260     05  FILLER             PIC X(05)  VALUE " EMPS".
003270     05  FILLER             PIC X(04)  VALUE SPACES.
003280     05  FILLER             PIC X(07)  VALUE "   ELIG".
003290     05  FILLER             PIC X(04)  VALUE SPACES.
003300     05  FILLER             PIC X(07)  VALUE "PRESENT".
003310     05  FILLER             PIC X(04)  VALUE SPACES.
003320     05  FILLER             PIC X(05)  VALUE "  PCT".
003330     05  FILLER             PIC X(04)  VALUE SPACES.
003340     05  FILLER             PIC X(05)  VALUE "LISTD".
003350     05  FILLER             PIC X(21)  VALUE SPACES.
003360*
003370 01  AR-ABS-LINE.
003380     05  AR-AL-EMP-ID       PIC 9(05).
003390     05  FILLER             PIC X(02)  VALUE SPACES.
003400     05  AR-AL-EMP-NAME     PIC X(20).
003410     05  FILLER             PIC X(02)  VALUE SPACES.
003420     05  AR-AL-EMP-DEPT     PIC X(10).
003430     05  FILLER             PIC X(02)  VALUE SPACES.
003440     05  AR-AL-RUN          PIC ZZ9.
003450     05  FILLER             PIC X(03)  VALUE SPACES.
003460     05  AR-AL-FROM         PIC X(10).
003470     05  FILLER             PIC X(02)  VALUE SPACES.
003480     05  AR-AL-THRU         PIC X(10).
003490     05  FILLER             PIC X(11)  VALUE SPACES.
003500*
003510 01  AR-ABS-HEADING.
003520     05  FILLER             PIC X(05)  VALUE "EMPID".
003530     05  FILLER             PIC X(02)  VALUE SPACES.
003540     05  FILLER             PIC X(20)  VALUE "EMPLOYEE NAME".
003550     05  FILLER             PIC X(02)  VALUE SPACES.
003560     05  FILLER             PIC X(10)  VALUE "DEPARTMENT".
003570     05  FILLER             PIC X(02)  VALUE SPACES.
003580     05  FILLER             PIC X(06)  VALUE "DAYS".
003590     05  FILLER             PIC X(12)  VALUE "FIRST ABSENT".
003600     05  FILLER             PIC X(21)  VALUE "LAST ABSENT".
003610*
003620*----------------------------------------------------------------
003630* BUSINESS-DATE CALENDAR CALL AREA
003640*----------------------------------------------------------------
003650     COPY CALPARM.
003660*
003670 LINKAGE SECTION.
003680     COPY STEPSTAT.
003690*
003700 PROCEDURE DIVISION USING STEP-STATUS-AREA.
003710*----------------------------------------------------------------
003720* 0000-MAINLINE
003730*----------------------------------------------------------------
003740 0000-MAINLINE.
003750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003760     IF AR-FATAL-NO
003770         PERFORM 1500-BUILD-WORK-DAYS THRU 1500-EXIT
003780     END-IF.
003790     IF AR-FATAL-NO
003800         SORT SORT-WORK-FILE
003810             ON ASCENDING KEY SORT-EMP-ID
003820                              SORT-REC-TYPE
003830                              SORT-RUN-DATE
003840             INPUT PROCEDURE IS 3000-FEED-SORT
003850                 THRU 3000-EXIT
003860             OUTPUT PROCEDURE IS 4000-TALLY-ATTENDANCE
003870                 THRU 4000-EXIT
003880         PERFORM 5000-WRITE-DEPT-TOTALS THRU 5000-EXIT
003890         PERFORM 6000-WRITE-ABSENCE-LIST THRU 6000-EXIT
003900     END-IF.
003910     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003920     GO TO 9999-EXIT.
003930*
003940*----------------------------------------------------------------
003950* 1000-INITIALIZE - READ THE SPAN CARD, OPEN THE MASTER, THE LOG
003960*                   AND THE ARCHIVE, AND TITLE THE REPORT. NO
003970*                   USABLE CARD, NO MASTER, OR NEITHER LOG ON FILE
003980*                   REFUSES THE RUN.
003990*----------------------------------------------------------------
004000 1000-INITIALIZE.
004010     MOVE "N" TO AR-FATAL-SWITCH.
004020     MOVE "N" TO AR-EMP-EOF-SWITCH.
004030     MOVE "N" TO AR-LOG-EOF-SWITCH.
004040     MOVE "N" TO AR-ARCH-EOF-SWITCH.
004050     MOVE "N" TO AR-SORT-EOF-SWITCH.
004060     MOVE "N" TO AR-EMP-OPEN-SWITCH.
004070     MOVE "N" TO AR-LOG-OPEN-SWITCH.
004080     MOVE "N" TO AR-ARCH-OPEN-SWITCH.
004090     MOVE 0 TO AR-DAY-COUNT.
004100     MOVE 0 TO AR-CLOSED-COUNT.
004110     MOVE 0 TO AR-ARRIVAL-COUNT.
004120     MOVE 0 TO AR-EMP-COUNT.
004130     MOVE 0 TO AR-GONE-COUNT.
004140     MOVE 0 TO AR-UNKNOWN-COUNT.
004150     MOVE 0 TO AR-TOTAL-ELIG.
004160     MOVE 0 TO AR-TOTAL-PRESENT.
004170     MOVE 0 TO AR-DEPT-COUNT.
004180     MOVE 0 TO AR-OTHER-EMPS.
004190     MOVE 0 TO AR-OTHER-ELIG.
004200     MOVE 0 TO AR-OTHER-PRESENT.
004210     MOVE 0 TO AR-OTHER-LISTED.
004220     MOVE 0 TO AR-ABS-COUNT.
004230     MOVE 0 TO AR-ABS-LISTED.
004240     MOVE 0 TO AR-FROM-DATE.
004250     MOVE 0 TO AR-THRU-DATE.
004260     MOVE 3 TO AR-THRESHOLD.
004270     ACCEPT AR-RUN-DATE FROM DATE YYYYMMDD.
004280     MOVE "G" TO CAL-FUNCTION.
004290     CALL "BUSDATE" USING CAL-PARM-AREA.
004300     IF CAL-RC-NO-CALENDAR
004310         DISPLAY "ATTNRPT - NO PROCESSING CALENDAR - "
004320                 "MACHINE DATE USED"
004330     ELSE
004340         MOVE CAL-BUSINESS-DATE TO AR-RUN-DATE
004350     END-IF.
004360     OPEN INPUT AR-PARM-FILE.
004370     IF AR-PARM-FOUND
004380         READ AR-PARM-FILE
004390             AT END
004400                 CONTINUE
004410             NOT AT END
004420                 IF ARPARM-FROM-DATE NUMERIC
004430                         AND ARPARM-THRU-DATE NUMERIC
004440                     MOVE ARPARM-FROM-DATE TO AR-FROM-DATE
004450                     MOVE ARPARM-THRU-DATE TO AR-THRU-DATE
004460                 END-IF
004470                 IF ARPARM-THRESHOLD NUMERIC
004480                         AND ARPARM-THRESHOLD NOT = "000"
004490                     MOVE ARPARM-THRESHOLD TO AR-THRESHOLD
004500                 END-IF
004510         END-READ
004520         CLOSE AR-PARM-FILE
004530     END-IF.
004540     OPEN OUTPUT ATTN-RPT-FILE.
004550     MOVE AR-FROM-DATE TO AR-DATE-DISPLAY.
004560     MOVE AR-THRU-DATE TO AR-DATE-DISPLAY2.
004570     MOVE SPACES TO RPT-LINE.
004580     STRING "ATTENDANCE AND ABSENCE REPORT  SPAN "
004590                 DELIMITED BY SIZE
004600             AR-DATE-DISPLAY DELIMITED BY SIZE
004610             " THRU " DELIMITED BY SIZE
004620             AR-DATE-DISPLAY2 DELIMITED BY SIZE
004630         INTO RPT-LINE
004640     END-STRING.
004650     WRITE RPT-LINE.
004660     MOVE AR-RUN-DATE TO AR-DATE-DISPLAY.
004670     MOVE AR-THRESHOLD TO AR-DAYS-DISPLAY.
004680     MOVE SPACES TO RPT-LINE.
004690     STRING "BUSINESS DATE: " DELIMITED BY SIZE
004700             AR-DATE-DISPLAY DELIMITED BY SIZE
004710             "   ABSENCE THRESHOLD: " DELIMITED BY SIZE
004720             AR-DAYS-DISPLAY DELIMITED BY SIZE
004730             " WORKING DAYS" DELIMITED BY SIZE
004740         INTO RPT-LINE
004750     END-STRING.
004760     WRITE RPT-LINE.
004770     MOVE SPACES TO RPT-LINE.
004780     WRITE RPT-LINE.
004790     IF AR-FROM-DATE = 0
004800             OR AR-THRU-DATE = 0
004810             OR AR-THRU-DATE < AR-FROM-DATE
004820         DISPLAY "ATTNRPT - NO USABLE SPAN CARD ON ATTNPARM "
004830                 "- RUN REFUSED"
004840         MOVE SPACES TO RPT-LINE
004850         STRING "RUN REFUSED - NO USABLE SPAN PARAMETER CARD"
004860                 DELIMITED BY SIZE
004870             INTO RPT-LINE
004880         END-STRING
004890         WRITE RPT-LINE
004900         MOVE "Y" TO AR-FATAL-SWITCH
004910         GO TO 1000-EXIT
004920     END-IF.
004930     OPEN INPUT EMPLOYEE-MASTER.
004940     IF NOT AR-EMP-OK
004950         DISPLAY "ATTNRPT - EMPLOYEE-MASTER FILE NOT AVAILABLE "
004960                 "- STATUS: " AR-EMP-FILE-STATUS
004970         MOVE SPACES TO RPT-LINE
004980         STRING "RUN REFUSED - NO EMPLOYEE MASTER ON FILE"
004990                 DELIMITED BY SIZE
005000             INTO RPT-LINE
005010         END-STRING
005020         WRITE RPT-LINE
005030         MOVE "Y" TO AR-FATAL-SWITCH
005040         GO TO 1000-EXIT
005050     END-IF.
005060     MOVE "Y" TO AR-EMP-OPEN-SWITCH.
005070     OPEN INPUT GREET-LOG-FILE.
005080     IF AR-LOG-FOUND
005090         MOVE "Y" TO AR-LOG-OPEN-SWITCH
005100     ELSE
005110         MOVE "Y" TO AR-LOG-EOF-SWITCH
005120     END-IF.
005130     OPEN INPUT ARCH-FILE.
005140     IF AR-ARCH-FOUND
005150         MOVE "Y" TO AR-ARCH-OPEN-SWITCH
005160     ELSE
005170         MOVE "Y" TO AR-ARCH-EOF-SWITCH
005180     END-IF.
005190*    WITH NO LOG AT ALL EVERY EMPLOYEE WOULD SHOW ABSENT EVERY
005200*    DAY - THAT IS A MISSING FILE, NOT AN ATTENDANCE PROBLEM.
005210     IF NOT AR-LOG-OPEN AND NOT AR-ARCH-OPEN
005220         MOVE SPACES TO RPT-LINE
005230         STRING "RUN REFUSED - NO GREETING AUDIT LOG OR ARCHIVE "
005240                 DELIMITED BY SIZE
005250                 "ON FILE" DELIMITED BY SIZE
005260             INTO RPT-LINE
005270         END-STRING
005280         WRITE RPT-LINE
005290         MOVE "Y" TO AR-FATAL-SWITCH
005300         GO TO 1000-EXIT
005310     END-IF.
005320 1000-EXIT.
005330     EXIT.
005340*
005350*----------------------------------------------------------------
005360* 1500-BUILD-WORK-DAYS - WALK THE SPAN THROUGH THE CHECK-DAY
005370*                        FUNCTION AND KEEP THE DAYS THE CALENDAR
005380*                        HAS OPEN
005390*----------------------------------------------------------------
005400 1500-BUILD-WORK-DAYS.
005410     MOVE AR-FROM-DATE TO AR-CURR-DATE.
005420     PERFORM 1550-CHECK-ONE-DAY THRU 1550-EXIT
005430         UNTIL AR-CURR-DATE > AR-THRU-DATE
005440            OR AR-FATAL-YES.
005450     IF AR-FATAL-YES
005460         GO TO 1500-EXIT
005470     END-IF.
005480     IF AR-DAY-COUNT = 0
005490         DISPLAY "ATTNRPT - NO WORKING DAYS IN THE SPAN "
005500                 "- RUN REFUSED"
005510         MOVE SPACES TO RPT-LINE
005520         STRING "RUN REFUSED - NO WORKING DAYS IN THE SPAN"
005530                 DELIMITED BY SIZE
005540             INTO RPT-LINE
005550         END-STRING
005560         WRITE RPT-LINE
005570         MOVE "Y" TO AR-FATAL-SWITCH
005580         GO TO 1500-EXIT
005590     END-IF.
005600     COMPUTE AR-DAY-IX = AR-DAY-COUNT + 1.
005610     MOVE 99999999 TO AR-DAY-DATE (AR-DAY-IX).
005620     MOVE AR-DAY-COUNT TO AR-COUNT-DISPLAY.
005630     MOVE AR-CLOSED-COUNT TO AR-COUNT-DISPLAY2.
005640     MOVE SPACES TO RPT-LINE.
005650     STRING "WORKING DAYS IN SPAN: " DELIMITED BY SIZE
005660             AR-COUNT-DISPLAY DELIMITED BY SIZE
005670             "   CLOSED DAYS SKIPPED: " DELIMITED BY SIZE
005680             AR-COUNT-DISPLAY2 DELIMITED BY SIZE
005690         INTO RPT-LINE
005700     END-STRING.
005710     WRITE RPT-LINE.
005720     MOVE SPACES TO RPT-LINE.
005730     WRITE RPT-LINE.
005740     MOVE SPACES TO RPT-LINE.
005750     STRING "EMPLOYEE ATTENDANCE" DELIMITED BY SIZE
005760         INTO RPT-LINE
005770     END-STRING.
005780     WRITE RPT-LINE.
005790     MOVE AR-EMP-HEADING TO RPT-LINE.
005800     WRITE RPT-LINE.
005810     MOVE SPACES TO RPT-LINE.
005820     WRITE RPT-LINE.
005830 1500-EXIT.
005840     EXIT.
005850*
005860 1550-CHECK-ONE-DAY.
005870     MOVE "K" TO CAL-FUNCTION.
005880     MOVE AR-CURR-DATE TO CAL-BUSINESS-DATE.
005890     CALL "BUSDATE" USING CAL-PARM-AREA.
005900     IF CAL-RC-NO-CALENDAR
005910*        CHECK-DAY ONLY COMES BACK 08 FOR AN IMPOSSIBLE DATE - ON
005920*        THE FIRST DAY THAT IS A BAD CARD.
005930         DISPLAY "ATTNRPT - DATE " AR-CURR-DATE
005940                 " NOT RULED ON - RUN REFUSED"
005950         MOVE SPACES TO RPT-LINE
005960         STRING "RUN REFUSED - SPAN DATE " DELIMITED BY SIZE
005970                 AR-CURR-DATE DELIMITED BY SIZE
005980                 " IS NOT A CALENDAR DATE" DELIMITED BY SIZE
005990             INTO RPT-LINE
006000         END-STRING
006010         WRITE RPT-LINE
006020         MOVE "Y" TO AR-FATAL-SWITCH
006030         GO TO 1550-EXIT
006040     END-IF.
006050     IF CAL-CLOSED-DAY
006060         ADD 1 TO AR-CLOSED-COUNT
006070     ELSE
006080         IF AR-DAY-COUNT >= AR-DAY-MAX
006090             DISPLAY "ATTNRPT - SPAN HOLDS MORE THAN " AR-DAY-MAX
006100                     " WORKING DAYS - RUN REFUSED"
006110             MOVE SPACES TO RPT-LINE
006120             STRING "RUN REFUSED - SPAN IS LONGER THAN A YEAR OF "
006130                     DELIMITED BY SIZE
006140                     "WORKING DAYS" DELIMITED BY SIZE
006150                 INTO RPT-LINE
006160             END-STRING
006170             WRITE RPT-LINE
006180             MOVE "Y" TO AR-FATAL-SWITCH
006190             GO TO 1550-EXIT
006200         END-IF
006210         ADD 1 TO AR-DAY-COUNT
006220         MOVE AR-CURR-DATE TO AR-DAY-DATE (AR-DAY-COUNT)
006230     END-IF.
006240     MOVE CAL-BUSINESS-DATE TO AR-CURR-DATE.
006250 1550-EXIT.
006260     EXIT.
006270*
006280*----------------------------------------------------------------
006290* 3000-FEED-SORT - RELEASE ONE RECORD PER EMPLOYEE OFF THE MASTER
006300*                  AND EVERY EMPLOYEE ARRIVAL IN THE SPAN OFF THE
006310*                  LIVE LOG AND THE ARCHIVE
006320*----------------------------------------------------------------
006330 3000-FEED-SORT.
006340     PERFORM 3050-READ-MASTER-REC THRU 3050-EXIT.
006350     PERFORM 3060-RELEASE-MASTER-REC THRU 3060-EXIT
006360         UNTIL AR-EMP-EOF-YES.
006370     IF AR-LOG-OPEN
006380         PERFORM 3100-READ-LOG-REC THRU 3100-EXIT
006390         PERFORM 3200-RELEASE-LOG-REC THRU 3200-EXIT
006400             UNTIL AR-LOG-EOF-YES
006410     END-IF.
006420     IF AR-ARCH-OPEN
006430         PERFORM 3300-READ-ARCH-REC THRU 3300-EXIT
006440         PERFORM 3400-RELEASE-ARCH-REC THRU 3400-EXIT
006450             UNTIL AR-ARCH-EOF-YES
006460     END-IF.
006470 3000-EXIT.
006480     EXIT.
006490*
006500 3050-READ-MASTER-REC.
006510     READ EMPLOYEE-MASTER NEXT RECORD
006520         AT END
006530             MOVE "Y" TO AR-EMP-EOF-SWITCH
006540     END-READ.
006550 3050-EXIT.
006560     EXIT.
006570*
006580 3060-RELEASE-MASTER-REC.
006590     MOVE EMP-ID        TO SORT-EMP-ID.
006600     MOVE "0"           TO SORT-REC-TYPE.
006610     MOVE 0             TO SORT-RUN-DATE.
006620     MOVE EMP-NAME      TO SORT-EMP-NAME.
006630     MOVE EMP-DEPT      TO SORT-EMP-DEPT.
006640     MOVE EMP-EFF-DATE  TO SORT-EFF-DATE.
006650     MOVE EMP-STATUS    TO SORT-STATUS.
006660     MOVE EMP-TERM-DATE TO SORT-TERM-DATE.
006670     RELEASE SORT-REC.
006680     PERFORM 3050-READ-MASTER-REC THRU 3050-EXIT.
006690 3060-EXIT.
006700     EXIT.
006710*
006720 3100-READ-LOG-REC.
006730     READ GREET-LOG-FILE
006740         AT END
006750             MOVE "Y" TO AR-LOG-EOF-SWITCH
006760     END-READ.
006770 3100-EXIT.
006780     EXIT.
006790*
006800 3200-RELEASE-LOG-REC.
006810     IF LOG-RUN-DATE NUMERIC
006820             AND LOG-EMP-ID NUMERIC
006830             AND NOT LOG-VISITOR
006840             AND LOG-EVENT-IN
006850             AND LOG-RUN-DATE >= AR-FROM-DATE
006860             AND LOG-RUN-DATE <= AR-THRU-DATE
006870         ADD 1 TO AR-ARRIVAL-COUNT
006880         MOVE SPACES       TO SORT-REC
006890         MOVE LOG-EMP-ID   TO SORT-EMP-ID
006900         MOVE "1"          TO SORT-REC-TYPE
006910         MOVE LOG-RUN-DATE TO SORT-RUN-DATE
006920         MOVE 0            TO SORT-EFF-DATE
006930         MOVE 0            TO SORT-TERM-DATE
006940         RELEASE SORT-REC
006950     END-IF.
006960     PERFORM 3100-READ-LOG-REC THRU 3100-EXIT.
006970 3200-EXIT.
006980     EXIT.
006990*
007000 3300-READ-ARCH-REC.
007010     READ ARCH-FILE
007020         AT END
007030             MOVE "Y" TO AR-ARCH-EOF-SWITCH
007040     END-READ.
007050 3300-EXIT.
007060     EXIT.
007070*
007080 3400-RELEASE-ARCH-REC.
007090     IF ARCH-RUN-DATE NUMERIC
007100             AND ARCH-EMP-ID NUMERIC
007110             AND NOT ARCH-VISITOR
007120             AND ARCH-EVENT-IN
007130             AND ARCH-RUN-DATE >= AR-FROM-DATE
007140             AND ARCH-RUN-DATE <= AR-THRU-DATE
007150         ADD 1 TO AR-ARRIVAL-COUNT
007160         MOVE SPACES        TO SORT-REC
007170         MOVE ARCH-EMP-ID   TO SORT-EMP-ID
007180         MOVE "1"           TO SORT-REC-TYPE
007190         MOVE ARCH-RUN-DATE TO SORT-RUN-DATE
007200         MOVE 0             TO SORT-EFF-DATE
007210         MOVE 0             TO SORT-TERM-DATE
007220         RELEASE SORT-REC
007230     END-IF.
007240     PERFORM 3300-READ-ARCH-REC THRU 3300-EXIT.
007250 3400-EXIT.
007260     EXIT.
007270*
007280*----------------------------------------------------------------
007290* 4000-TALLY-ATTENDANCE - CONTROL BREAK ON EMPLOYEE OVER THE
007300*                         SORTED MASTER AND ARRIVAL RECORDS
007310*----------------------------------------------------------------
007320 4000-TALLY-ATTENDANCE.
007330     MOVE 0 TO AR-SAVE-EMP-ID.
007340     MOVE "N" TO AR-ON-MASTER-SWITCH.
007350     PERFORM 4100-RETURN-SORT-REC THRU 4100-EXIT.
007360     IF AR-SORT-EOF-YES
007370         MOVE SPACES TO RPT-LINE
007380         STRING "NO EMPLOYEES ON THE MASTER" DELIMITED BY SIZE
007390             INTO RPT-LINE
007400         END-STRING
007410         WRITE RPT-LINE
007420         GO TO 4000-EXIT
007430     END-IF.
007440     PERFORM 4200-START-EMP-GROUP THRU 4200-EXIT.
007450     PERFORM 4300-TALLY-SORT-REC THRU 4300-EXIT
007460         UNTIL AR-SORT-EOF-YES.
007470     PERFORM 4600-END-EMP-GROUP THRU 4600-EXIT.
007480 4000-EXIT.
007490     EXIT.
007500*
007510 4100-RETURN-SORT-REC.
007520     RETURN SORT-WORK-FILE
007530         AT END
007540             MOVE "Y" TO AR-SORT-EOF-SWITCH
007550     END-RETURN.
007560 4100-EXIT.
007570     EXIT.
007580*
007590 4200-START-EMP-GROUP.
007600     MOVE SORT-EMP-ID TO AR-SAVE-EMP-ID.
007610     MOVE "N" TO AR-ON-MASTER-SWITCH.
007620     MOVE ALL "N" TO AR-PRESENT-TABLE.
007630     MOVE 1 TO AR-ARR-IX.
007640 4200-EXIT.
007650     EXIT.
007660*
007670 4300-TALLY-SORT-REC.
007680     IF SORT-EMP-ID NOT = AR-SAVE-EMP-ID
007690         PERFORM 4600-END-EMP-GROUP THRU 4600-EXIT
007700         PERFORM 4200-START-EMP-GROUP THRU 4200-EXIT
007710     END-IF.
007720     IF SORT-MASTER-REC
007730         MOVE "Y" TO AR-ON-MASTER-SWITCH
007740         MOVE SORT-EMP-NAME  TO AR-SAVE-EMP-NAME
007750         MOVE SORT-EMP-DEPT  TO AR-SAVE-EMP-DEPT
007760         MOVE SORT-EFF-DATE  TO AR-SAVE-EFF-DATE
007770         MOVE SORT-STATUS    TO AR-SAVE-STATUS
007780         MOVE SORT-TERM-DATE TO AR-SAVE-TERM-DATE
007790     ELSE
007800         PERFORM 4400-MARK-ARRIVAL THRU 4400-EXIT
007810     END-IF.
007820     PERFORM 4100-RETURN-SORT-REC THRU 4100-EXIT.
007830 4300-EXIT.
007840     EXIT.
007850*
007860*----------------------------------------------------------------
007870* 4400-MARK-ARRIVAL - ARRIVALS COME IN DATE ORDER, SO THE DAY
007880*                     POINTER ONLY EVER MOVES UP. AN ARRIVAL ON A
007890*                     CLOSED DAY MATCHES NO WORKING DAY AND IS
007900*                     PASSED OVER.
007910*----------------------------------------------------------------
007920 4400-MARK-ARRIVAL.
007930     PERFORM 4450-STEP-DAY-POINTER THRU 4450-EXIT
007940         UNTIL AR-DAY-DATE (AR-ARR-IX) >= SORT-RUN-DATE.
007950     IF AR-DAY-DATE (AR-ARR-IX) = SORT-RUN-DATE
007960         MOVE "Y" TO AR-PRESENT-FLAG (AR-ARR-IX)
007970     END-IF.
007980 4400-EXIT.
007990     EXIT.
008000*
008010 4450-STEP-DAY-POINTER.
008020     ADD 1 TO AR-ARR-IX.
008030 4450-EXIT.
008040     EXIT.
008050*
008060*----------------------------------------------------------------
008070* 4600-END-EMP-GROUP - RULE EACH WORKING DAY FOR THE EMPLOYEE,
008080*                      PRINT THE ATTENDANCE LINE, POST IT TO THE
008090*                      DEPARTMENT, AND HOLD THE EMPLOYEE FOR THE
008100*                      ABSENCE LIST WHEN THE LONGEST RUN REACHES
008110*                      THE THRESHOLD. ARRIVALS UNDER AN ID NOT ON
008120*                      THE MASTER ARE ONLY COUNTED.
008130*----------------------------------------------------------------
008140 4600-END-EMP-GROUP.
008150     IF NOT AR-ON-MASTER
008160         ADD 1 TO AR-UNKNOWN-COUNT
008170         GO TO 4600-EXIT
008180     END-IF.
008190*    SOMEONE TERMINATED BEFORE THE SPAN OPENED HAS NO PLACE ON
008200*    THE REPORT AT ALL.
008210     IF AR-SAVE-TERMINATED
008220             AND (AR-SAVE-TERM-DATE = 0
008230                  OR AR-SAVE-TERM-DATE NOT > AR-FROM-DATE)
008240         ADD 1 TO AR-GONE-COUNT
008250         GO TO 4600-EXIT
008260     END-IF.
008270     MOVE 0 TO AR-EMP-ELIG.
008280     MOVE 0 TO AR-EMP-PRESENT.
008290     MOVE 0 TO AR-EMP-PCT.
008300     MOVE 0 TO AR-CURR-RUN.
008310     MOVE 0 TO AR-CURR-RUN-START.
008320     MOVE 0 TO AR-LONG-RUN.
008330     MOVE 0 TO AR-LONG-RUN-START.
008340     MOVE 0 TO AR-LONG-RUN-END.
008350     MOVE SPACES TO AR-EMP-NOTE.
008360     MOVE 0 TO AR-DAY-IX.
008370     PERFORM 4700-RULE-ONE-DAY THRU 4700-EXIT
008380         AR-DAY-COUNT TIMES.
008390     IF AR-EMP-ELIG > 0
008400         COMPUTE AR-EMP-PCT ROUNDED =
008410             AR-EMP-PRESENT * 100 / AR-EMP-ELIG
008420     END-IF.
008430     EVALUATE TRUE
008440         WHEN AR-SAVE-ON-LEAVE
008450             MOVE "ON LEAVE" TO AR-EMP-NOTE
008460         WHEN AR-EMP-ELIG = 0
008470                 AND AR-SAVE-EFF-DATE > AR-THRU-DATE
008480             MOVE "NOT YET EFF" TO AR-EMP-NOTE
008490         WHEN AR-EMP-ELIG = 0
008500             MOVE "NO WORK DAYS" TO AR-EMP-NOTE
008510         WHEN AR-LONG-RUN >= AR-THRESHOLD
008520             MOVE "** LISTED" TO AR-EMP-NOTE
008530         WHEN OTHER
008540             CONTINUE
008550     END-EVALUATE.
008560     MOVE AR-SAVE-EMP-ID   TO AR-EL-EMP-ID.
008570     MOVE AR-SAVE-EMP-NAME TO AR-EL-EMP-NAME.
008580     MOVE AR-SAVE-EMP-DEPT TO AR-EL-EMP-DEPT.
008590     MOVE AR-EMP-ELIG      TO AR-EL-ELIG.
008600     MOVE AR-EMP-PRESENT   TO AR-EL-PRESENT.
008610     MOVE AR-EMP-PCT       TO AR-EL-PCT.
008620     MOVE AR-LONG-RUN      TO AR-EL-RUN.
008630     MOVE AR-EMP-NOTE      TO AR-EL-NOTE.
008640     MOVE AR-EMP-LINE TO RPT-LINE.
008650     WRITE RPT-LINE.
008660     ADD 1 TO AR-EMP-COUNT.
008670     ADD AR-EMP-ELIG TO AR-TOTAL-ELIG.
008680     ADD AR-EMP-PRESENT TO AR-TOTAL-PRESENT.
008690     PERFORM 4800-POST-DEPT THRU 4800-EXIT.
008700     IF AR-EMP-ELIG > 0
008710             AND AR-LONG-RUN >= AR-THRESHOLD
008720         PERFORM 4900-HOLD-ABSENCE THRU 4900-EXIT
008730     END-IF.
008740 4600-EXIT.
008750     EXIT.
008760*
008770*----------------------------------------------------------------
008780* 4700-RULE-ONE-DAY - A DAY BEFORE THE EFFECTIVE DATE, ON OR AFTER
008790*                     THE TERMINATION DATE, OR WHILE ON LEAVE IS
008800*                     NOT COUNTED EITHER WAY AND LEAVES THE
008810*                     CURRENT ABSENCE RUN AS IT IS. THE MASTER
008820*                     HOLDS NO LEAVE DATES, SO AN EMPLOYEE ON
008830*                     LEAVE NOW IS TAKEN AS ON LEAVE FOR THE WHOLE
008840*                     SPAN.
008850*----------------------------------------------------------------
008860 4700-RULE-ONE-DAY.
008870     ADD 1 TO AR-DAY-IX.
008880     IF AR-SAVE-ON-LEAVE
008890         GO TO 4700-EXIT
008900     END-IF.
008910     IF AR-DAY-DATE (AR-DAY-IX) < AR-SAVE-EFF-DATE
008920         GO TO 4700-EXIT
008930     END-IF.
008940     IF AR-SAVE-TERMINATED
008950             AND AR-SAVE-TERM-DATE NOT > AR-DAY-DATE (AR-DAY-IX)
008960         GO TO 4700-EXIT
008970     END-IF.
008980     ADD 1 TO AR-EMP-ELIG.
008990     IF AR-PRESENT-FLAG (AR-DAY-IX) = "Y"
009000         ADD 1 TO AR-EMP-PRESENT
009010         MOVE 0 TO AR-CURR-RUN
009020         GO TO 4700-EXIT
009030     END-IF.
009040     ADD 1 TO AR-CURR-RUN.
009050     IF AR-CURR-RUN = 1
009060         MOVE AR-DAY-DATE (AR-DAY-IX) TO AR-CURR-RUN-START
009070     END-IF.
009080     IF AR-CURR-RUN > AR-LONG-RUN
009090         MOVE AR-CURR-RUN TO AR-LONG-RUN
009100         MOVE AR-CURR-RUN-START TO AR-LONG-RUN-START
009110         MOVE AR-DAY-DATE (AR-DAY-IX) TO AR-LONG-RUN-END
009120     END-IF.
009130 4700-EXIT.
009140     EXIT.
009150*
009160 4800-POST-DEPT.
009170     MOVE 0 TO AR-FOUND-IX.
009180     MOVE 0 TO AR-DEPT-IX.
009190     PERFORM 4850-SCAN-ONE-DEPT THRU 4850-EXIT
009200         AR-DEPT-COUNT TIMES.
009210     IF AR-FOUND-IX = 0
009220         IF AR-DEPT-COUNT >= AR-DEPT-MAX
009230             ADD 1 TO AR-OTHER-EMPS
009240             ADD AR-EMP-ELIG TO AR-OTHER-ELIG
009250             ADD AR-EMP-PRESENT TO AR-OTHER-PRESENT
009260             IF AR-EMP-ELIG > 0
009270                     AND AR-LONG-RUN >= AR-THRESHOLD
009280                 ADD 1 TO AR-OTHER-LISTED
009290             END-IF
009300             GO TO 4800-EXIT
009310         END-IF
009320         ADD 1 TO AR-DEPT-COUNT
009330         MOVE AR-DEPT-COUNT TO AR-FOUND-IX
009340         MOVE AR-SAVE-EMP-DEPT TO AR-DT-DEPT (AR-FOUND-IX)
009350         MOVE 0 TO AR-DT-EMPS (AR-FOUND-IX)
009360         MOVE 0 TO AR-DT-ELIG (AR-FOUND-IX)
009370         MOVE 0 TO AR-DT-PRESENT (AR-FOUND-IX)
009380         MOVE 0 TO AR-DT-LISTED (AR-FOUND-IX)
009390     END-IF.
009400     ADD 1 TO AR-DT-EMPS (AR-FOUND-IX).
009410     ADD AR-EMP-ELIG TO AR-DT-ELIG (AR-FOUND-IX).
009420     ADD AR-EMP-PRESENT TO AR-DT-PRESENT (AR-FOUND-IX).
009430     IF AR-EMP-ELIG > 0
009440             AND AR-LONG-RUN >= AR-THRESHOLD
009450         ADD 1 TO AR-DT-LISTED (AR-FOUND-IX)
009460     END-IF.
009470 4800-EXIT.
009480     EXIT.
009490*
009500 4850-SCAN-ONE-DEPT.
009510     IF AR-FOUND-IX > 0
009520         GO TO 4850-EXIT
009530     END-IF.
009540     ADD 1 TO AR-DEPT-IX.
009550     IF AR-DT-DEPT (AR-DEPT-IX) = AR-SAVE-EMP-DEPT
009560         MOVE AR-DEPT-IX TO AR-FOUND-IX
009570     END-IF.
009580 4850-EXIT.
009590     EXIT.
009600*
009610*----------------------------------------------------------------
009620* 4900-HOLD-ABSENCE - KEEP THE EMPLOYEE FOR THE ABSENCE LIST. ONCE
009630*                     THE TABLE IS FULL THEY ARE ONLY COUNTED.
009640*----------------------------------------------------------------
009650 4900-HOLD-ABSENCE.
009660     ADD 1 TO AR-ABS-COUNT.
009670     IF AR-ABS-LISTED >= AR-ABS-MAX
009680         GO TO 4900-EXIT
009690     END-IF.
009700     ADD 1 TO AR-ABS-LISTED.
009710     MOVE AR-SAVE-EMP-ID    TO AR-AT-EMP-ID (AR-ABS-LISTED).
009720     MOVE AR-SAVE-EMP-NAME  TO AR-AT-EMP-NAME (AR-ABS-LISTED).
009730     MOVE AR-SAVE-EMP-DEPT  TO AR-AT-EMP-DEPT (AR-ABS-LISTED).
009740     MOVE AR-LONG-RUN       TO AR-AT-RUN (AR-ABS-LISTED).
009750     MOVE AR-LONG-RUN-START TO AR-AT-RUN-START (AR-ABS-LISTED).
009760     MOVE AR-LONG-RUN-END   TO AR-AT-RUN-END (AR-ABS-LISTED).
009770 4900-EXIT.
009780     EXIT.
009790*
009800*----------------------------------------------------------------
009810* 5000-WRITE-DEPT-TOTALS - DAYS PRESENT OVER ELIGIBLE WORKING DAYS
009820*                          PER DEPARTMENT IN ORDER OF FIRST
009830*                          APPEARANCE, THEN THE WHOLE WORKFORCE
009840*----------------------------------------------------------------
009850 5000-WRITE-DEPT-TOTALS.
009860     MOVE SPACES TO RPT-LINE.
009870     WRITE RPT-LINE.
009880     MOVE SPACES TO RPT-LINE.
009890     STRING "DEPARTMENT ATTENDANCE" DELIMITED BY SIZE
009900         INTO RPT-LINE
009910     END-STRING.
009920     WRITE RPT-LINE.
009930     MOVE AR-DEPT-HEADING TO RPT-LINE.
009940     WRITE RPT-LINE.
009950     MOVE SPACES TO RPT-LINE.
009960     WRITE RPT-LINE.
009970     MOVE 0 TO AR-DEPT-IX.
009980     PERFORM 5100-WRITE-ONE-DEPT THRU 5100-EXIT
009990         AR-DEPT-COUNT TIMES.
010000     IF AR-OTHER-EMPS > 0
010010         MOVE "*OTHER*"        TO AR-DL-DEPT
010020         MOVE AR-OTHER-EMPS    TO AR-DL-EMPS
010030         MOVE AR-OTHER-ELIG    TO AR-DL-ELIG
010040         MOVE AR-OTHER-PRESENT TO AR-DL-PRESENT
010050         MOVE 0 TO AR-EMP-PCT
010060         IF AR-OTHER-ELIG > 0
010070             COMPUTE AR-EMP-PCT ROUNDED =
010080                 AR-OTHER-PRESENT * 100 / AR-OTHER-ELIG
010090         END-IF
010100         MOVE AR-EMP-PCT       TO AR-DL-PCT
010110         MOVE AR-OTHER-LISTED  TO AR-DL-LISTED
010120         MOVE AR-DEPT-LINE TO RPT-LINE
010130         WRITE RPT-LINE
010140     END-IF.
010150     MOVE SPACES TO RPT-LINE.
010160     WRITE RPT-LINE.
010170     MOVE "ALL DEPTS"      TO AR-DL-DEPT.
010180     MOVE AR-EMP-COUNT     TO AR-DL-EMPS.
010190     MOVE AR-TOTAL-ELIG    TO AR-DL-ELIG.
010200     MOVE AR-TOTAL-PRESENT TO AR-DL-PRESENT.
010210     MOVE 0 TO AR-EMP-PCT.
010220     IF AR-TOTAL-ELIG > 0
010230         COMPUTE AR-EMP-PCT ROUNDED =
010240             AR-TOTAL-PRESENT * 100 / AR-TOTAL-ELIG
010250     END-IF.
010260     MOVE AR-EMP-PCT       TO AR-DL-PCT.
010270     MOVE AR-ABS-COUNT     TO AR-DL-LISTED.
010280     MOVE AR-DEPT-LINE TO RPT-LINE.
010290     WRITE RPT-LINE.
010300 5000-EXIT.
010310     EXIT.
010320*
010330 5100-WRITE-ONE-DEPT.
010340     ADD 1 TO AR-DEPT-IX.
010350     MOVE AR-DT-DEPT (AR-DEPT-IX)    TO AR-DL-DEPT.
010360     MOVE AR-DT-EMPS (AR-DEPT-IX)    TO AR-DL-EMPS.
010370     MOVE AR-DT-ELIG (AR-DEPT-IX)    TO AR-DL-ELIG.
010380     MOVE AR-DT-PRESENT (AR-DEPT-IX) TO AR-DL-PRESENT.
010390     MOVE 0 TO AR-EMP-PCT.
010400     IF AR-DT-ELIG (AR-DEPT-IX) > 0
010410         COMPUTE AR-EMP-PCT ROUNDED =
010420             AR-DT-PRESENT (AR-DEPT-IX) * 100
010430                 / AR-DT-ELIG (AR-DEPT-IX)
010440     END-IF.
010450     MOVE AR-EMP-PCT                 TO AR-DL-PCT.
010460     MOVE AR-DT-LISTED (AR-DEPT-IX)  TO AR-DL-LISTED.
010470     MOVE AR-DEPT-LINE TO RPT-LINE.
010480     WRITE RPT-LINE.
010490 5100-EXIT.
010500     EXIT.
010510*
010520*----------------------------------------------------------------
010530* 6000-WRITE-ABSENCE-LIST - EVERY EMPLOYEE WHOSE LONGEST RUN OF
010540*                           WORKING-DAY ABSENCES REACHES THE
010550*                           THRESHOLD, WITH THE RUN'S FIRST AND
010560*                           LAST DAY
010570*----------------------------------------------------------------
010580 6000-WRITE-ABSENCE-LIST.
010590     MOVE SPACES TO RPT-LINE.
010600     WRITE RPT-LINE.
010610     MOVE AR-THRESHOLD TO AR-DAYS-DISPLAY.
010620     MOVE SPACES TO RPT-LINE.
010630     STRING "CONSECUTIVE ABSENCES OF " DELIMITED BY SIZE
010640             AR-DAYS-DISPLAY DELIMITED BY SIZE
010650             " WORKING DAYS OR MORE" DELIMITED BY SIZE
010660         INTO RPT-LINE
010670     END-STRING.
010680     WRITE RPT-LINE.
010690     IF AR-ABS-COUNT = 0
010700         MOVE SPACES TO RPT-LINE
010710         STRING "NONE" DELIMITED BY SIZE
010720             INTO RPT-LINE
010730         END-STRING
010740         WRITE RPT-LINE
010750         GO TO 6000-EXIT
010760     END-IF.
010770     MOVE AR-ABS-HEADING TO RPT-LINE.
010780     WRITE RPT-LINE.
010790     MOVE SPACES TO RPT-LINE.
010800     WRITE RPT-LINE.
010810     MOVE 0 TO AR-ABS-IX.
010820     PERFORM 6100-WRITE-ONE-ABSENCE THRU 6100-EXIT
010830         AR-ABS-LISTED TIMES.
010840     IF AR-ABS-COUNT > AR-ABS-LISTED
010850         COMPUTE AR-COUNT-DISPLAY = AR-ABS-COUNT - AR-ABS-LISTED
010860         MOVE SPACES TO RPT-LINE
010870         STRING "** " DELIMITED BY SIZE
010880                 AR-COUNT-DISPLAY DELIMITED BY SIZE
010890                 " FURTHER EMPLOYEES NOT LISTED"
010900                     DELIMITED BY SIZE
010910             INTO RPT-LINE
010920         END-STRING
010930         WRITE RPT-LINE
010940     END-IF.
010950 6000-EXIT.
010960     EXIT.
010970*
010980 6100-WRITE-ONE-ABSENCE.
010990     ADD 1 TO AR-ABS-IX.
011000     MOVE AR-AT-EMP-ID (AR-ABS-IX)    TO AR-AL-EMP-ID.
011010     MOVE AR-AT-EMP-NAME (AR-ABS-IX)  TO AR-AL-EMP-NAME.
011020     MOVE AR-AT-EMP-DEPT (AR-ABS-IX)  TO AR-AL-EMP-DEPT.
011030     MOVE AR-AT-RUN (AR-ABS-IX)       TO AR-AL-RUN.
011040     MOVE AR-AT-RUN-START (AR-ABS-IX) TO AR-DATE-DISPLAY.
011050     MOVE AR-DATE-DISPLAY             TO AR-AL-FROM.
011060     MOVE AR-AT-RUN-END (AR-ABS-IX)   TO AR-DATE-DISPLAY.
011070     MOVE AR-DATE-DISPLAY             TO AR-AL-THRU.
011080     MOVE AR-ABS-LINE TO RPT-LINE.
011090     WRITE RPT-LINE.
011100 6100-EXIT.
011110     EXIT.
011120*
011130*----------------------------------------------------------------
011140* 8000-TERMINATE - CLOSE UP AND REPORT THE RUN TOTALS
011150*----------------------------------------------------------------
011160 8000-TERMINATE.
011170     IF AR-EMP-OPEN
011180         CLOSE EMPLOYEE-MASTER
011190     END-IF.
011200     IF AR-LOG-OPEN
011210         CLOSE GREET-LOG-FILE
011220     END-IF.
011230     IF AR-ARCH-OPEN
011240         CLOSE ARCH-FILE
011250     END-IF.
011260     IF AR-FATAL-NO
011270         MOVE SPACES TO RPT-LINE
011280         WRITE RPT-LINE
011290         MOVE AR-GONE-COUNT TO AR-COUNT-DISPLAY
011300         MOVE SPACES TO RPT-LINE
011310         STRING "TERMINATED BEFORE THE SPAN, NOT SHOWN:  "
011320                 DELIMITED BY SIZE
011330                 AR-COUNT-DISPLAY DELIMITED BY SIZE
011340             INTO RPT-LINE
011350         END-STRING
011360         WRITE RPT-LINE
011370         MOVE AR-UNKNOWN-COUNT TO AR-COUNT-DISPLAY
011380         MOVE SPACES TO RPT-LINE
011390         STRING "ARRIVING IDS NOT ON THE MASTER:         "
011400                 DELIMITED BY SIZE
011410                 AR-COUNT-DISPLAY DELIMITED BY SIZE
011420             INTO RPT-LINE
011430         END-STRING
011440         WRITE RPT-LINE
011450     END-IF.
011460     CLOSE ATTN-RPT-FILE.
011470     DISPLAY "ATTNRPT - WORKING DAYS:      " AR-DAY-COUNT.
011480     DISPLAY "ATTNRPT - ARRIVALS IN SPAN:  " AR-ARRIVAL-COUNT.
011490     DISPLAY "ATTNRPT - EMPLOYEES:         " AR-EMP-COUNT.
011500     DISPLAY "ATTNRPT - ABSENCES LISTED:   " AR-ABS-COUNT.
011510 8000-EXIT.
011520     EXIT.
011530*
011540*    THE STATUS AREA IS ONLY THERE WHEN THE MENU DRIVER PASSED
011550*    IT - A STANDALONE RUN HAS NOTHING TO HAND A CODE BACK TO.
011560 9999-EXIT.
011570     IF ADDRESS OF STEP-STATUS-AREA NOT = NULL
011580         EVALUATE TRUE
011590             WHEN AR-FATAL-YES
011600                 MOVE 08 TO STEP-RETURN-CODE
011610             WHEN AR-ABS-COUNT > 0
011620                 MOVE 04 TO STEP-RETURN-CODE
011630             WHEN OTHER
011640                 MOVE 00 TO STEP-RETURN-CODE
011650         END-EVALUATE
011660     END-IF.
011670     GOBACK.
