000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MUSTRPT.
000030 AUTHOR.        R L HASKELL.
000040 INSTALLATION.  OPERATIONS SUPPORT - INTAKE UNIT.
000050 DATE-WRITTEN.  2026-10-06.
000060 DATE-COMPILED.
000070*
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110* 2026-10-06 RLH  NEW PROGRAM. EVACUATION MUSTER RECONCILIATION -
000120*                 DURING A DRILL THE WARDENS' BADGE SCANS AT THE
000130*                 MUSTER POINTS WERE BEING TICKED OFF BY EYE
000140*                 AGAINST AN ONSITERPT PRINTOUT. THIS LOADS THE
000150*                 MUSTSCAN FILE (MUSTER POINT, EMPLOYEE ID OR
000160*                 VISITOR PASS, SCAN TIME) AND RULES WHO WAS ON
000170*                 SITE AT THE DRILL TIME ON THE MUSTPARM CARD
000180*                 FROM THE DAY'S GREETLOG EVENTS - A PERSON IS ON
000190*                 SITE WHEN THEIR LAST EVENT AT OR BEFORE THAT
000200*                 TIME IS AN IN, PAIRED THE SAME WAY ONSITE PAIRS
000210*                 THE DAY. THE UNACCOUNTED TOTAL PRINTS FIRST,
000220*                 THEN THE UNACCOUNTED LIST BY DEPARTMENT WITH
000230*                 EACH PERSON'S LAST-IN TIME, THEN THOSE ON SITE
000240*                 AND MUSTERED, THEN THOSE MUSTERED WHO HAD LEFT
000250*                 OR NEVER ARRIVED. HANDS BACK 04 WHEN ANYONE IS
000260*                 UNACCOUNTED FOR OR MUSTERED WITHOUT BEING ON
000270*                 SITE, AND 08 WHEN THE RUN IS REFUSED.
000280*----------------------------------------------------------------
000290*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT MUST-PARM-FILE  ASSIGN TO "MUSTPARM"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS MU-PARM-FILE-STATUS.
000360     SELECT MUST-SCAN-FILE  ASSIGN TO "MUSTSCAN"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS MU-SCAN-FILE-STATUS.
000390     SELECT GREET-LOG-FILE  ASSIGN TO "GREETLOG"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS MU-LOG-FILE-STATUS.
000420     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS EMP-ID
000460         FILE STATUS IS MU-EMP-FILE-STATUS.
000470     SELECT MUST-RPT-FILE   ASSIGN TO "MUSTRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490     SELECT SORT-WORK-FILE  ASSIGN TO "SORTWK".
000500*
000510 DATA DIVISION.
000520 FILE SECTION.
000530*
000540*    DRILL TIME HHMMSS IN COLUMNS 1-6 (REQUIRED), DRILL DATE IN
000550*    7-14 (BLANK TAKES THE BUSINESS DATE), SITE CODE IN 15-18
000560*    (BLANK TAKES EVERY SITE)
000570 FD  MUST-PARM-FILE.
000580 01  MUST-PARM-REC.
000590     05  MPARM-DRILL-TIME   PIC X(06).
000600     05  MPARM-DRILL-DATE   PIC X(08).
000610     05  MPARM-SITE-CODE    PIC X(04).
000620     05  FILLER             PIC X(62).
000630*
000640*    ONE RECORD PER BADGE SCANNED BY A WARDEN. A "V" IN COLUMN 20
000650*    MARKS A VISITOR PASS NUMBER RATHER THAN AN EMPLOYEE ID.
000660 FD  MUST-SCAN-FILE.
000670 01  MUST-SCAN-REC.
000680     05  MSCAN-POINT        PIC X(08).
000690     05  MSCAN-ID           PIC X(05).
000700     05  MSCAN-TIME         PIC X(06).
000710     05  MSCAN-VISITOR-FLAG PIC X(01).
000720         88  MSCAN-VISITOR             VALUE "V".
000730     05  FILLER             PIC X(60).
000740*
000750 FD  GREET-LOG-FILE.
000760     COPY GREETAUD
000770         REPLACING ==AUDIT-REC==      BY ==LOG-REC==
000780                   ==AUDIT-EMP-ID==   BY ==LOG-EMP-ID==
000790                   ==AUDIT-EMP-NAME== BY ==LOG-EMP-NAME==
000800                   ==AUDIT-EMP-DEPT== BY ==LOG-EMP-DEPT==
000810                   ==AUDIT-RUN-DATE== BY ==LOG-RUN-DATE==
000820                   ==AUDIT-RUN-TIME== BY ==LOG-RUN-TIME==
000830                   ==AUDIT-TERM-ID==  BY ==LOG-TERM-ID==
000840                   ==AUDIT-EVENT-CODE== BY ==LOG-EVENT-CODE==
000850                   ==AUDIT-EVENT-IN==   BY ==LOG-EVENT-IN==
000860                   ==AUDIT-EVENT-OUT==  BY ==LOG-EVENT-OUT==
000870                   ==AUDIT-SITE-CODE==  BY ==LOG-SITE-CODE==
000880                   ==AUDIT-VISITOR-FLAG== BY ==LOG-VISITOR-FLAG==
000890                   ==AUDIT-VISITOR==    BY ==LOG-VISITOR==
000900                   ==AUDIT-SPONSOR-ID== BY ==LOG-SPONSOR-ID==.
000910*
000920 FD  EMPLOYEE-MASTER.
000930     COPY PERSONREC
000940         REPLACING ==PERSON-REC==      BY ==EMP-MASTER-REC==
000950                   ==PERSON-ID==       BY ==EMP-ID==
000960                   ==PERSON-NAME==     BY ==EMP-NAME==
000970                   ==PERSON-DEPT==     BY ==EMP-DEPT==
000980                   ==PERSON-EFF-DATE== BY ==EMP-EFF-DATE==
000990                   ==PERSON-STATUS==   BY ==EMP-STATUS==
001000                   ==PERSON-ACTIVE==   BY ==EMP-ACTIVE==
001010                   ==PERSON-TERMINATED== BY ==EMP-TERMINATED==
001020                   ==PERSON-ON-LEAVE== BY ==EMP-ON-LEAVE==
001030                   ==PERSON-TERM-DATE== BY ==EMP-TERM-DATE==
001040                   ==PERSON-HOME-SITE== BY ==EMP-HOME-SITE==.
001050*
001060 FD  MUST-RPT-FILE.
001070 01  RPT-LINE               PIC X(80).
001080*
001090 SD  SORT-WORK-FILE.
001100 01  SORT-REC.
001110     05  SORT-VISITOR-FLAG  PIC X(01).
001120     05  SORT-EMP-ID        PIC X(05).
001130     05  SORT-RUN-TIME      PIC 9(08).
001140     05  SORT-EVENT-CODE    PIC X(01).
001150     05  SORT-EMP-NAME      PIC X(20).
001160     05  SORT-EMP-DEPT      PIC X(10).
001170*
001180 WORKING-STORAGE SECTION.
001190*
001200*----------------------------------------------------------------
001210* SWITCHES AND FILE STATUS FIELDS
001220*----------------------------------------------------------------
001230 77  MU-LOG-EOF-SWITCH      PIC X(01)  VALUE "N".
001240     88  MU-LOG-EOF-YES                VALUE "Y".
001250     88  MU-LOG-EOF-NO                 VALUE "N".
001260*
001270 77  MU-SCAN-EOF-SWITCH     PIC X(01)  VALUE "N".
001280     88  MU-SCAN-EOF-YES               VALUE "Y".
001290     88  MU-SCAN-EOF-NO                VALUE "N".
001300*
001310 77  MU-SORT-EOF-SWITCH     PIC X(01)  VALUE "N".
001320     88  MU-SORT-EOF-YES               VALUE "Y".
001330     88  MU-SORT-EOF-NO                VALUE "N".
001340*
001350 77  MU-FATAL-SWITCH        PIC X(01)  VALUE "N".
001360     88  MU-FATAL-YES                  VALUE "Y".
001370     88  MU-FATAL-NO                   VALUE "N".
001380*
001390 77  MU-MASTER-SWITCH       PIC X(01)  VALUE "N".
001400     88  MU-MASTER-OPEN                VALUE "Y".
001410*
001420 77  MU-LOG-OPEN-SWITCH     PIC X(01)  VALUE "N".
001430     88  MU-LOG-OPEN                   VALUE "Y".
001440*
001450 77  MU-PARM-FILE-STATUS    PIC X(02)  VALUE "00".
001460     88  MU-PARM-FOUND                 VALUE "00".
001470 77  MU-SCAN-FILE-STATUS    PIC X(02)  VALUE "00".
001480     88  MU-SCAN-FOUND                 VALUE "00".
001490 77  MU-LOG-FILE-STATUS     PIC X(02)  VALUE "00".
001500     88  MU-LOG-FOUND                  VALUE "00".
001510 77  MU-EMP-FILE-STATUS     PIC X(02)  VALUE "00".
001520     88  MU-EMP-OK                     VALUE "00".
001530*
001540*----------------------------------------------------------------
001550* DRILL DATE, TIME AND SITE FROM THE MUSTPARM CARD
001560*----------------------------------------------------------------
001570 77  MU-RUN-DATE            PIC 9(08)  VALUE 0.
001580 77  MU-DRILL-DATE          PIC 9(08)  VALUE 0.
001590 77  MU-SEL-SITE            PIC X(04)  VALUE SPACES.
001600 01  MU-DRILL-TIME          PIC 9(06)  VALUE 0.
001610 01  MU-DRILL-PARTS REDEFINES MU-DRILL-TIME.
001620     05  MU-DRILL-HH        PIC 9(02).
001630     05  MU-DRILL-MM        PIC 9(02).
001640     05  MU-DRILL-SS        PIC 9(02).
001650*
001660*----------------------------------------------------------------
001670* COUNTERS
001680*----------------------------------------------------------------
001690 77  MU-SCAN-READ           PIC 9(05)  COMP  VALUE 0.
001700 77  MU-REPEAT-SCANS        PIC 9(05)  COMP  VALUE 0.
001710 77  MU-BAD-SCANS           PIC 9(05)  COMP  VALUE 0.
001720 77  MU-EVENT-COUNT         PIC 9(07)  COMP  VALUE 0.
001730 77  MU-ONSITE-COUNT        PIC 9(05)  COMP  VALUE 0.
001740 77  MU-MUSTERED-COUNT      PIC 9(05)  COMP  VALUE 0.
001750 77  MU-LEFT-COUNT          PIC 9(05)  COMP  VALUE 0.
001760 77  MU-NOT-IN-COUNT        PIC 9(05)  COMP  VALUE 0.
001770 77  MU-DEPT-UNACC          PIC 9(05)  COMP  VALUE 0.
001780*
001790*----------------------------------------------------------------
001800* CONTROL-BREAK WORK FIELDS - THE SORT DELIVERS EACH PERSON'S DAY
001810* UP TO THE DRILL TIME IN TIME ORDER, SO THE LAST EVENT WINS
001820*----------------------------------------------------------------
001830 77  MU-SAVE-VISITOR-FLAG   PIC X(01)  VALUE SPACE.
001840     88  MU-SAVE-VISITOR               VALUE "V".
001850 77  MU-SAVE-EMP-ID         PIC X(05)  VALUE SPACES.
001860 77  MU-SAVE-EMP-NAME       PIC X(20)  VALUE SPACES.
001870 77  MU-SAVE-EMP-DEPT       PIC X(10)  VALUE SPACES.
001880 77  MU-LAST-EVENT          PIC X(01)  VALUE SPACE.
001890 77  MU-LAST-TIME           PIC 9(08)  VALUE 0.
001900*
001910*----------------------------------------------------------------
001920* MUSTER SCANS - ONE ENTRY PER PERSON SCANNED, FIRST SCAN KEPT.
001930* THE STATE IS SET AS THE GREETLOG EVENTS ARE SETTLED - MUSTERED
001940* AND ON SITE, OR MUSTERED AFTER A LAST EVENT THAT WAS AN OUT.
001950* AN ENTRY STILL BLANK AFTERWARDS HAD NO EVENT BEFORE THE DRILL.
001960* A FILE BIGGER THAN THE TABLE REFUSES THE RUN - PEOPLE LEFT OFF
001970* IT WOULD SHOW AS UNACCOUNTED FOR WHEN THEY ARE NOT.
001980*----------------------------------------------------------------
001990 77  MU-SCAN-MAX            PIC 9(04)  COMP  VALUE 2000.
002000 77  MU-SCAN-COUNT          PIC 9(04)  COMP  VALUE 0.
002010 77  MU-SCAN-IX             PIC 9(04)  COMP  VALUE 0.
002020 77  MU-FOUND-IX            PIC 9(04)  COMP  VALUE 0.
002030 77  MU-FIND-FLAG           PIC X(01)  VALUE SPACE.
002040 77  MU-FIND-ID             PIC X(05)  VALUE SPACES.
002050 01  MU-SCAN-TABLE.
002060     05  MU-SCAN-ENTRY      OCCURS 2000 TIMES.
002070         10  MU-ST-VISITOR-FLAG PIC X(01).
002080             88  MU-ST-VISITOR             VALUE "V".
002090         10  MU-ST-ID           PIC X(05).
002100         10  MU-ST-POINT        PIC X(08).
002110         10  MU-ST-TIME         PIC X(06).
002120         10  MU-ST-STATE        PIC X(01).
002130             88  MU-ST-NOT-ARRIVED         VALUE " ".
002140             88  MU-ST-ON-SITE             VALUE "M".
002150             88  MU-ST-LEFT                VALUE "L".
002160         10  MU-ST-NAME         PIC X(20).
002170         10  MU-ST-DEPT         PIC X(10).
002180         10  MU-ST-EVENT-TIME   PIC 9(08).
002190*
002200*----------------------------------------------------------------
002210* UNACCOUNTED FOR - HELD UNTIL THE TOTAL CAN HEAD THE REPORT,
002220* THEN PRINTED LOWEST DEPARTMENT FIRST. THE KEY GROUP ORDERS
002230* EMPLOYEES AHEAD OF VISITORS WITHIN A DEPARTMENT. ANYONE BEYOND
002240* THE TABLE IS COUNTED IN THE TOTAL AND NOTED AS NOT LISTED.
002250*----------------------------------------------------------------
002260 77  MU-UNACC-MAX           PIC 9(04)  COMP  VALUE 2000.
002270 77  MU-UNACC-COUNT         PIC 9(05)  COMP  VALUE 0.
002280 77  MU-UNACC-LISTED        PIC 9(04)  COMP  VALUE 0.
002290 77  MU-UNACC-IX            PIC 9(04)  COMP  VALUE 0.
002300 77  MU-LOW-IX              PIC 9(04)  COMP  VALUE 0.
002310 77  MU-PRINT-DEPT          PIC X(10)  VALUE SPACES.
002320 01  MU-UNACC-TABLE.
002330     05  MU-UNACC-ENTRY     OCCURS 2000 TIMES.
002340         10  MU-UT-KEY.
002350             15  MU-UT-DEPT         PIC X(10).
002360             15  MU-UT-VISITOR-FLAG PIC X(01).
002370                 88  MU-UT-VISITOR             VALUE "V".
002380             15  MU-UT-ID           PIC X(05).
002390         10  MU-UT-NAME         PIC X(20).
002400         10  MU-UT-IN-TIME      PIC 9(08).
002410         10  MU-UT-PRINTED      PIC X(01).
002420             88  MU-UT-DONE                VALUE "Y".
002430*
002440*----------------------------------------------------------------
002450* REPORT WORK FIELDS - THE RUN TIME ON THE LOG IS HHMMSSHH
002460* (HUNDREDTHS) AND ONLY THE HIGH-ORDER HHMMSS IS COMPARED OR
002470* PRINTED
002480*----------------------------------------------------------------
002490 77  MU-DATE-DISPLAY        PIC 9999/99/99.
002500 77  MU-COUNT-DISPLAY       PIC ZZZZ9.
002510 77  MU-COUNT-DISPLAY2      PIC ZZZZ9.
002520 77  MU-TIME-DISPLAY        PIC 99/99/99.
002530 77  MU-DRILL-DISPLAY       PIC 99/99/99.
002540 77  MU-SITE-DISPLAY        PIC X(06)  VALUE SPACES.
002550 01  MU-TIME-SPLIT.
002560     05  MU-TIME-HHMMSS     PIC 9(06).
002570     05  FILLER             PIC 9(02).
002580*
002590 01  MU-DETAIL-LINE.
002600     05  MU-DL-EMP-ID       PIC X(05).
002610     05  FILLER             PIC X(02)  VALUE SPACES.
002620     05  MU-DL-EMP-NAME     PIC X(20).
002630     05  FILLER             PIC X(02)  VALUE SPACES.
002640     05  MU-DL-EMP-DEPT     PIC X(10).
002650     05  FILLER             PIC X(02)  VALUE SPACES.
002660     05  MU-DL-POINT        PIC X(08).
002670     05  FILLER             PIC X(02)  VALUE SPACES.
002680     05  MU-DL-SCANNED      PIC X(08).
002690     05  FILLER             PIC X(02)  VALUE SPACES.
002700     05  MU-DL-EVENT-TIME   PIC X(08).
002710     05  FILLER             PIC X(01)  VALUE SPACES.
002720     05  MU-DL-NOTE         PIC X(10).
002730*
002740 01  MU-UNACC-HEADING.
002750     05  FILLER             PIC X(05)  VALUE "EMPID".
002760     05  FILLER             PIC X(02)  VALUE SPACES.
002770     05  FILLER             PIC X(20)  VALUE "NAME".
002780     05  FILLER             PIC X(02)  VALUE SPACES.
002790     05  FILLER             PIC X(10)  VALUE "DEPARTMENT".
002800     05  FILLER             PIC X(22)  VALUE SPACES.
002810     05  FILLER             PIC X(08)  VALUE "LAST IN ".
002820     05  FILLER             PIC X(01)  VALUE SPACES.
002830     05  FILLER             PIC X(10)  VALUE "TYPE".
002840*
002850 01  MU-MUSTER-HEADING.
002860     05  FILLER             PIC X(05)  VALUE "EMPID".
002870     05  FILLER             PIC X(02)  VALUE SPACES.
002880     05  FILLER             PIC X(20)  VALUE "NAME".
002890     05  FILLER             PIC X(02)  VALUE SPACES.
002900     05  FILLER             PIC X(10)  VALUE "DEPARTMENT".
002910     05  FILLER             PIC X(02)  VALUE SPACES.
002920     05  FILLER             PIC X(08)  VALUE "POINT".
002930     05  FILLER             PIC X(02)  VALUE SPACES.
002940     05  FILLER             PIC X(08)  VALUE "SCANNED ".
002950     05  FILLER             PIC X(02)  VALUE SPACES.
002960     05  FILLER             PIC X(08)  VALUE "LAST IN ".
002970     05  FILLER             PIC X(01)  VALUE SPACES.
002980     05  FILLER             PIC X(10)  VALUE "TYPE".
002990*
003000 01  MU-OFFSITE-HEADING.
003010     05  FILLER             PIC X(05)  VALUE "EMPID".
003020     05  FILLER             PIC X(02)  VALUE SPACES.
003030     05  FILLER             PIC X(20)  VALUE "NAME".
003040     05  FILLER             PIC X(02)  VALUE SPACES.
003050     05  FILLER             PIC X(10)  VALUE "DEPARTMENT".
003060     05  FILLER             PIC X(02)  VALUE SPACES.
003070     05  FILLER             PIC X(08)  VALUE "POINT".
003080     05  FILLER             PIC X(02)  VALUE SPACES.
003090     05  FILLER             PIC X(08)  VALUE "SCANNED ".
003100     05  FILLER             PIC X(02)  VALUE SPACES.
003110     05  FILLER             PIC X(08)  VALUE "LAST OUT".
003120     05  FILLER             PIC X(01)  VALUE SPACES.
003130     05  FILLER             PIC X(10)  VALUE "STATUS".
003140*
003150*----------------------------------------------------------------
003160* BUSINESS-DATE CALENDAR CALL AREA
003170*----------------------------------------------------------------
003180     COPY CALPARM.
003190*
003200 LINKAGE SECTION.
003210     COPY STEPSTAT.
003220*
003230 PROCEDURE DIVISION USING STEP-STATUS-AREA.
003240*----------------------------------------------------------------
003250* 0000-MAINLINE
003260*----------------------------------------------------------------
003270 0000-MAINLINE.
003280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003290     IF MU-FATAL-NO
003300         SORT SORT-WORK-FILE
003310             ON ASCENDING KEY SORT-VISITOR-FLAG
003320                              SORT-EMP-ID
003330                              SORT-RUN-TIME
003340*            EVENTS THAT TIE ON THE CLOCK KEEP LOG ORDER, SO
003350*            "LAST EVENT WINS" STAYS DETERMINATE.
003360             WITH DUPLICATES IN ORDER
003370             INPUT PROCEDURE IS 3000-FEED-SORT
003380                 THRU 3000-EXIT
003390             OUTPUT PROCEDURE IS 4000-SETTLE-EVENTS
003400                 THRU 4000-EXIT
003410         PERFORM 5000-WRITE-UNACCOUNTED THRU 5000-EXIT
003420         PERFORM 6000-WRITE-MUSTERED THRU 6000-EXIT
003430         PERFORM 6500-WRITE-OFF-SITE THRU 6500-EXIT
003440     END-IF.
003450     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003460     GO TO 9999-EXIT.
003470*
003480*----------------------------------------------------------------
003490* 1000-INITIALIZE - GET THE DRILL DATE AND TIME, TITLE THE REPORT,
003500*                   LOAD THE MUSTER SCANS AND OPEN THE LOG
003510*----------------------------------------------------------------
003520 1000-INITIALIZE.
003530     MOVE "N" TO MU-FATAL-SWITCH.
003540     MOVE "N" TO MU-LOG-EOF-SWITCH.
003550     MOVE "N" TO MU-SCAN-EOF-SWITCH.
003560     MOVE "N" TO MU-SORT-EOF-SWITCH.
003570     MOVE "N" TO MU-MASTER-SWITCH.
003580     MOVE "N" TO MU-LOG-OPEN-SWITCH.
003590     MOVE 0 TO MU-SCAN-COUNT.
003600     MOVE 0 TO MU-UNACC-COUNT.
003610     MOVE 0 TO MU-UNACC-LISTED.
003620     ACCEPT MU-RUN-DATE FROM DATE YYYYMMDD.
003630     PERFORM 1100-GET-BUSINESS-DATE THRU 1100-EXIT.
003640     OPEN OUTPUT MUST-RPT-FILE.
003650     PERFORM 1200-READ-PARM-CARD THRU 1200-EXIT.
003660     IF MU-FATAL-YES
003670         GO TO 1000-EXIT
003680     END-IF.
003690     MOVE MU-DRILL-DATE TO MU-DATE-DISPLAY.
003700     MOVE MU-DRILL-TIME TO MU-DRILL-DISPLAY.
003710     MOVE SPACES TO RPT-LINE.
003720     STRING "EVACUATION MUSTER RECONCILIATION  DRILL DATE: "
003730                 DELIMITED BY SIZE
003740             MU-DATE-DISPLAY DELIMITED BY SIZE
003750             "  TIME: " DELIMITED BY SIZE
003760             MU-DRILL-DISPLAY DELIMITED BY SIZE
003770         INTO RPT-LINE
003780     END-STRING.
003790     WRITE RPT-LINE.
003800     IF MU-SEL-SITE NOT = SPACES
003810         MOVE SPACES TO RPT-LINE
003820         STRING "SITE SELECTED: " DELIMITED BY SIZE
003830                 MU-SEL-SITE DELIMITED BY SIZE
003840             INTO RPT-LINE
003850         END-STRING
003860         WRITE RPT-LINE
003870     END-IF.
003880     MOVE SPACES TO RPT-LINE.
003890     WRITE RPT-LINE.
003900     PERFORM 2000-LOAD-SCANS THRU 2000-EXIT.
003910     IF MU-FATAL-YES
003920         GO TO 1000-EXIT
003930     END-IF.
003940     OPEN INPUT GREET-LOG-FILE.
003950     IF NOT MU-LOG-FOUND
003960         MOVE SPACES TO RPT-LINE
003970         STRING "NO GREETING AUDIT LOG ON FILE - RUN REFUSED"
003980                 DELIMITED BY SIZE
003990             INTO RPT-LINE
004000         END-STRING
004010         WRITE RPT-LINE
004020         DISPLAY "MUSTRPT - GREETLOG NOT AVAILABLE - "
004030                 "RUN ABORTED, FILE STATUS: " MU-LOG-FILE-STATUS
004040         MOVE "Y" TO MU-FATAL-SWITCH
004050         GO TO 1000-EXIT
004060     END-IF.
004070     MOVE "Y" TO MU-LOG-OPEN-SWITCH.
004080*    THE MASTER ONLY NAMES PEOPLE WHO SCANNED WITHOUT A LOGGED
004090*    ARRIVAL, SO A MISSING MASTER IS NOT WORTH STOPPING A DRILL.
004100     OPEN INPUT EMPLOYEE-MASTER.
004110     IF MU-EMP-OK
004120         MOVE "Y" TO MU-MASTER-SWITCH
004130     ELSE
004140         DISPLAY "MUSTRPT - EMPLOYEE-MASTER NOT AVAILABLE - "
004150                 "NAMES NOT LOOKED UP, FILE STATUS: "
004160                 MU-EMP-FILE-STATUS
004170     END-IF.
004180 1000-EXIT.
004190     EXIT.
004200*
004210*----------------------------------------------------------------
004220* 1100-GET-BUSINESS-DATE - A CARD WITHOUT A DATE RECONCILES THE
004230*                          CURRENT BUSINESS DATE. NO CALENDAR
004240*                          MEANS THE MACHINE DATE ALREADY ACCEPTED
004250*                          STANDS.
004260*----------------------------------------------------------------
004270 1100-GET-BUSINESS-DATE.
004280     MOVE "G" TO CAL-FUNCTION.
004290     CALL "BUSDATE" USING CAL-PARM-AREA.
004300     IF CAL-RC-NO-CALENDAR
004310         DISPLAY "MUSTRPT - NO PROCESSING CALENDAR - "
004320                 "MACHINE DATE USED"
004330         GO TO 1100-EXIT
004340     END-IF.
004350     MOVE CAL-BUSINESS-DATE TO MU-RUN-DATE.
004360 1100-EXIT.
004370     EXIT.
004380*
004390*----------------------------------------------------------------
004400* 1200-READ-PARM-CARD - THE DRILL TIME IS REQUIRED. WITHOUT IT
004410*                       THERE IS NO WAY TO SAY WHO WAS ON SITE, SO
004420*                       A MISSING OR UNUSABLE TIME REFUSES THE
004430*                       RUN.
004440*----------------------------------------------------------------
004450 1200-READ-PARM-CARD.
004460     MOVE MU-RUN-DATE TO MU-DRILL-DATE.
004470     MOVE SPACES TO MU-SEL-SITE.
004480     MOVE "N" TO MU-FATAL-SWITCH.
004490     MOVE SPACES TO MUST-PARM-REC.
004500     OPEN INPUT MUST-PARM-FILE.
004510     IF MU-PARM-FOUND
004520         READ MUST-PARM-FILE
004530             AT END
004540                 MOVE SPACES TO MUST-PARM-REC
004550         END-READ
004560         CLOSE MUST-PARM-FILE
004570     END-IF.
004580     IF MPARM-DRILL-TIME NOT NUMERIC
004590         GO TO 1200-REFUSE
004600     END-IF.
004610     MOVE MPARM-DRILL-TIME TO MU-DRILL-TIME.
004620     IF MU-DRILL-HH > 23 OR MU-DRILL-MM > 59 OR MU-DRILL-SS > 59
004630         GO TO 1200-REFUSE
004640     END-IF.
004650     IF MPARM-DRILL-DATE NOT = SPACES
004660         IF MPARM-DRILL-DATE NOT NUMERIC
004670             GO TO 1200-REFUSE
004680         END-IF
004690         MOVE MPARM-DRILL-DATE TO MU-DRILL-DATE
004700     END-IF.
004710     MOVE MPARM-SITE-CODE TO MU-SEL-SITE.
004720     GO TO 1200-EXIT.
004730 1200-REFUSE.
004740     MOVE SPACES TO RPT-LINE.
004750     STRING "EVACUATION MUSTER RECONCILIATION - NO USABLE DRILL "
004760                 DELIMITED BY SIZE
004770             "TIME ON MUSTPARM" DELIMITED BY SIZE
004780         INTO RPT-LINE
004790     END-STRING.
004800     WRITE RPT-LINE.
004810     MOVE "RUN REFUSED" TO RPT-LINE.
004820     WRITE RPT-LINE.
004830     DISPLAY "MUSTRPT - NO USABLE DRILL TIME ON MUSTPARM - "
004840             "RUN REFUSED".
004850     MOVE "Y" TO MU-FATAL-SWITCH.
004860 1200-EXIT.
004870     EXIT.
004880*
004890*----------------------------------------------------------------
004900* 2000-LOAD-SCANS - ONE TABLE ENTRY PER PERSON SCANNED. A REPEAT
004910*                   SCAN (THE SAME BADGE AT A SECOND POINT) KEEPS
004920*                   THE FIRST AND IS ONLY COUNTED, AND AN ID THAT
004930*                   IS NOT NUMERIC IS COUNTED AND SKIPPED.
004940*----------------------------------------------------------------
004950 2000-LOAD-SCANS.
004960     OPEN INPUT MUST-SCAN-FILE.
004970     IF NOT MU-SCAN-FOUND
004980         MOVE SPACES TO RPT-LINE
004990         STRING "NO MUSTER SCAN FILE ON FILE - RUN REFUSED"
005000                 DELIMITED BY SIZE
005010             INTO RPT-LINE
005020         END-STRING
005030         WRITE RPT-LINE
005040         DISPLAY "MUSTRPT - MUSTSCAN NOT AVAILABLE - "
005050                 "RUN ABORTED, FILE STATUS: " MU-SCAN-FILE-STATUS
005060         MOVE "Y" TO MU-FATAL-SWITCH
005070         GO TO 2000-EXIT
005080     END-IF.
005090     PERFORM 2100-READ-SCAN THRU 2100-EXIT.
005100     PERFORM 2200-STORE-SCAN THRU 2200-EXIT
005110         UNTIL MU-SCAN-EOF-YES OR MU-FATAL-YES.
005120     CLOSE MUST-SCAN-FILE.
005130 2000-EXIT.
005140     EXIT.
005150*
005160 2100-READ-SCAN.
005170     READ MUST-SCAN-FILE
005180         AT END
005190             MOVE "Y" TO MU-SCAN-EOF-SWITCH
005200     END-READ.
005210 2100-EXIT.
005220     EXIT.
005230*
005240 2200-STORE-SCAN.
005250     ADD 1 TO MU-SCAN-READ.
005260     IF MSCAN-ID NOT NUMERIC
005270         ADD 1 TO MU-BAD-SCANS
005280         GO TO 2200-READ-NEXT
005290     END-IF.
005300     IF MSCAN-VISITOR
005310         MOVE "V" TO MU-FIND-FLAG
005320     ELSE
005330         MOVE SPACE TO MU-FIND-FLAG
005340     END-IF.
005350     MOVE MSCAN-ID TO MU-FIND-ID.
005360     PERFORM 2300-FIND-SCAN THRU 2300-EXIT.
005370     IF MU-FOUND-IX > 0
005380         ADD 1 TO MU-REPEAT-SCANS
005390         GO TO 2200-READ-NEXT
005400     END-IF.
005410     IF MU-SCAN-COUNT >= MU-SCAN-MAX
005420         MOVE SPACES TO RPT-LINE
005430         STRING "MORE THAN 2000 PEOPLE SCANNED - RUN REFUSED"
005440                 DELIMITED BY SIZE
005450             INTO RPT-LINE
005460         END-STRING
005470         WRITE RPT-LINE
005480         DISPLAY "MUSTRPT - MUSTER SCAN TABLE FULL AT "
005490                 MU-SCAN-MAX " ENTRIES - RUN REFUSED"
005500         MOVE "Y" TO MU-FATAL-SWITCH
005510         GO TO 2200-EXIT
005520     END-IF.
005530     ADD 1 TO MU-SCAN-COUNT.
005540     MOVE MU-FIND-FLAG TO MU-ST-VISITOR-FLAG (MU-SCAN-COUNT).
005550     MOVE MSCAN-ID     TO MU-ST-ID (MU-SCAN-COUNT).
005560     MOVE MSCAN-POINT  TO MU-ST-POINT (MU-SCAN-COUNT).
005570     MOVE MSCAN-TIME   TO MU-ST-TIME (MU-SCAN-COUNT).
005580     MOVE SPACE        TO MU-ST-STATE (MU-SCAN-COUNT).
005590     MOVE SPACES       TO MU-ST-NAME (MU-SCAN-COUNT).
005600     MOVE SPACES       TO MU-ST-DEPT (MU-SCAN-COUNT).
005610     MOVE 0            TO MU-ST-EVENT-TIME (MU-SCAN-COUNT).
005620 2200-READ-NEXT.
005630     PERFORM 2100-READ-SCAN THRU 2100-EXIT.
005640 2200-EXIT.
005650     EXIT.
005660*
005670*----------------------------------------------------------------
005680* 2300-FIND-SCAN - LOOK UP THE FLAG AND ID ALREADY MOVED IN.
005690*                  MU-FOUND-IX IS ZERO WHEN THEY WERE NOT SCANNED.
005700*----------------------------------------------------------------
005710 2300-FIND-SCAN.
005720     MOVE 0 TO MU-FOUND-IX.
005730     MOVE 0 TO MU-SCAN-IX.
005740     PERFORM 2350-CHECK-ONE-SCAN THRU 2350-EXIT
005750         MU-SCAN-COUNT TIMES.
005760 2300-EXIT.
005770     EXIT.
005780*
005790 2350-CHECK-ONE-SCAN.
005800     IF MU-FOUND-IX > 0
005810         GO TO 2350-EXIT
005820     END-IF.
005830     ADD 1 TO MU-SCAN-IX.
005840     IF MU-ST-ID (MU-SCAN-IX) = MU-FIND-ID
005850             AND MU-ST-VISITOR-FLAG (MU-SCAN-IX) = MU-FIND-FLAG
005860         MOVE MU-SCAN-IX TO MU-FOUND-IX
005870     END-IF.
005880 2350-EXIT.
005890     EXIT.
005900*
005910*----------------------------------------------------------------
005920* 3000-FEED-SORT - RELEASE THE DRILL DATE'S EVENTS UP TO AND
005930*                  INCLUDING THE DRILL TIME
005940*----------------------------------------------------------------
005950 3000-FEED-SORT.
005960     PERFORM 3100-READ-LOG-REC THRU 3100-EXIT.
005970     PERFORM 3200-RELEASE-LOG-REC THRU 3200-EXIT
005980         UNTIL MU-LOG-EOF-YES.
005990 3000-EXIT.
006000     EXIT.
006010*
006020 3100-READ-LOG-REC.
006030     READ GREET-LOG-FILE
006040         AT END
006050             MOVE "Y" TO MU-LOG-EOF-SWITCH
006060     END-READ.
006070 3100-EXIT.
006080     EXIT.
006090*
006100 3200-RELEASE-LOG-REC.
006110     IF MU-SEL-SITE NOT = SPACES
006120             AND LOG-SITE-CODE NOT = MU-SEL-SITE
006130         GO TO 3200-READ-NEXT
006140     END-IF.
006150     IF LOG-RUN-DATE NOT NUMERIC
006160             OR LOG-RUN-DATE NOT = MU-DRILL-DATE
006170         GO TO 3200-READ-NEXT
006180     END-IF.
006190     IF LOG-RUN-TIME NUMERIC
006200         MOVE LOG-RUN-TIME TO MU-TIME-SPLIT
006210     ELSE
006220         MOVE ZEROS TO MU-TIME-SPLIT
006230     END-IF.
006240     IF MU-TIME-HHMMSS > MU-DRILL-TIME
006250         GO TO 3200-READ-NEXT
006260     END-IF.
006270     ADD 1 TO MU-EVENT-COUNT.
006280     IF LOG-VISITOR
006290         MOVE "V" TO SORT-VISITOR-FLAG
006300     ELSE
006310         MOVE SPACE TO SORT-VISITOR-FLAG
006320     END-IF.
006330     MOVE LOG-EMP-ID    TO SORT-EMP-ID.
006340     MOVE LOG-EMP-NAME  TO SORT-EMP-NAME.
006350     MOVE LOG-EMP-DEPT  TO SORT-EMP-DEPT.
006360     MOVE MU-TIME-SPLIT TO SORT-RUN-TIME.
006370     IF LOG-EVENT-OUT
006380         MOVE "O" TO SORT-EVENT-CODE
006390     ELSE
006400         MOVE "I" TO SORT-EVENT-CODE
006410     END-IF.
006420     RELEASE SORT-REC.
006430 3200-READ-NEXT.
006440     PERFORM 3100-READ-LOG-REC THRU 3100-EXIT.
006450 3200-EXIT.
006460     EXIT.
006470*
006480*----------------------------------------------------------------
006490* 4000-SETTLE-EVENTS - CONTROL BREAK ON PERSON OVER THE SORTED
006500*                      EVENTS - THE LAST ONE DECIDES WHETHER THEY
006510*                      WERE ON SITE WHEN THE ALARM SOUNDED
006520*----------------------------------------------------------------
006530 4000-SETTLE-EVENTS.
006540     PERFORM 4100-RETURN-SORT-REC THRU 4100-EXIT.
006550     IF MU-SORT-EOF-YES
006560         GO TO 4000-EXIT
006570     END-IF.
006580     PERFORM 4200-START-PERSON THRU 4200-EXIT.
006590     PERFORM 4300-TALLY-SORT-REC THRU 4300-EXIT
006600         UNTIL MU-SORT-EOF-YES.
006610     PERFORM 4400-SETTLE-PERSON THRU 4400-EXIT.
006620 4000-EXIT.
006630     EXIT.
006640*
006650 4100-RETURN-SORT-REC.
006660     RETURN SORT-WORK-FILE
006670         AT END
006680             MOVE "Y" TO MU-SORT-EOF-SWITCH
006690     END-RETURN.
006700 4100-EXIT.
006710     EXIT.
006720*
006730 4200-START-PERSON.
006740     MOVE SORT-VISITOR-FLAG TO MU-SAVE-VISITOR-FLAG.
006750     MOVE SORT-EMP-ID TO MU-SAVE-EMP-ID.
006760     PERFORM 4250-APPLY-EVENT THRU 4250-EXIT.
006770 4200-EXIT.
006780     EXIT.
006790*
006800*    THE SORT DELIVERS THE DAY IN TIME ORDER, SO EACH EVENT
006810*    SIMPLY OVERWRITES THE LAST AND THE LATEST ONE WINS.
006820 4250-APPLY-EVENT.
006830     MOVE SORT-EVENT-CODE TO MU-LAST-EVENT.
006840     MOVE SORT-RUN-TIME   TO MU-LAST-TIME.
006850     MOVE SORT-EMP-NAME   TO MU-SAVE-EMP-NAME.
006860     MOVE SORT-EMP-DEPT   TO MU-SAVE-EMP-DEPT.
006870 4250-EXIT.
006880     EXIT.
006890*
006900 4300-TALLY-SORT-REC.
006910     PERFORM 4100-RETURN-SORT-REC THRU 4100-EXIT.
006920     IF MU-SORT-EOF-YES
006930         GO TO 4300-EXIT
006940     END-IF.
006950     IF SORT-EMP-ID NOT = MU-SAVE-EMP-ID
006960             OR SORT-VISITOR-FLAG NOT = MU-SAVE-VISITOR-FLAG
006970         PERFORM 4400-SETTLE-PERSON THRU 4400-EXIT
006980         PERFORM 4200-START-PERSON THRU 4200-EXIT
006990         GO TO 4300-EXIT
007000     END-IF.
007010     PERFORM 4250-APPLY-EVENT THRU 4250-EXIT.
007020 4300-EXIT.
007030     EXIT.
007040*
007050*----------------------------------------------------------------
007060* 4400-SETTLE-PERSON - ON SITE AND SCANNED IS MUSTERED, ON SITE
007070*                      AND NOT SCANNED IS UNACCOUNTED FOR, AND
007080*                      SCANNED AFTER AN OUT IS BELIEVED TO HAVE
007090*                      LEFT. NOBODY ELSE NEEDS A LINE.
007100*----------------------------------------------------------------
007110 4400-SETTLE-PERSON.
007120     MOVE MU-SAVE-VISITOR-FLAG TO MU-FIND-FLAG.
007130     MOVE MU-SAVE-EMP-ID TO MU-FIND-ID.
007140     PERFORM 2300-FIND-SCAN THRU 2300-EXIT.
007150     IF MU-LAST-EVENT = "O"
007160         IF MU-FOUND-IX > 0
007170             MOVE "L" TO MU-ST-STATE (MU-FOUND-IX)
007180             PERFORM 4450-NAME-SCAN THRU 4450-EXIT
007190         END-IF
007200         GO TO 4400-EXIT
007210     END-IF.
007220     ADD 1 TO MU-ONSITE-COUNT.
007230     IF MU-FOUND-IX > 0
007240         MOVE "M" TO MU-ST-STATE (MU-FOUND-IX)
007250         PERFORM 4450-NAME-SCAN THRU 4450-EXIT
007260         ADD 1 TO MU-MUSTERED-COUNT
007270         GO TO 4400-EXIT
007280     END-IF.
007290     PERFORM 4500-HOLD-UNACCOUNTED THRU 4500-EXIT.
007300 4400-EXIT.
007310     EXIT.
007320*
007330 4450-NAME-SCAN.
007340     MOVE MU-SAVE-EMP-NAME TO MU-ST-NAME (MU-FOUND-IX).
007350     MOVE MU-SAVE-EMP-DEPT TO MU-ST-DEPT (MU-FOUND-IX).
007360     MOVE MU-LAST-TIME     TO MU-ST-EVENT-TIME (MU-FOUND-IX).
007370 4450-EXIT.
007380     EXIT.
007390*
007400*----------------------------------------------------------------
007410* 4500-HOLD-UNACCOUNTED - KEEP THE PERSON FOR THE UNACCOUNTED
007420*                         LIST. ONCE THE TABLE IS FULL THEY ARE
007430*                         ONLY COUNTED.
007440*----------------------------------------------------------------
007450 4500-HOLD-UNACCOUNTED.
007460     ADD 1 TO MU-UNACC-COUNT.
007470     IF MU-UNACC-LISTED >= MU-UNACC-MAX
007480         GO TO 4500-EXIT
007490     END-IF.
007500     ADD 1 TO MU-UNACC-LISTED.
007510     IF MU-SAVE-EMP-DEPT = SPACES
007520         MOVE "(NONE)" TO MU-UT-DEPT (MU-UNACC-LISTED)
007530     ELSE
007540         MOVE MU-SAVE-EMP-DEPT TO MU-UT-DEPT (MU-UNACC-LISTED)
007550     END-IF.
007560     MOVE MU-SAVE-VISITOR-FLAG
007570         TO MU-UT-VISITOR-FLAG (MU-UNACC-LISTED).
007580     MOVE MU-SAVE-EMP-ID   TO MU-UT-ID (MU-UNACC-LISTED).
007590     MOVE MU-SAVE-EMP-NAME TO MU-UT-NAME (MU-UNACC-LISTED).
007600     MOVE MU-LAST-TIME     TO MU-UT-IN-TIME (MU-UNACC-LISTED).
007610     MOVE "N"              TO MU-UT-PRINTED (MU-UNACC-LISTED).
007620 4500-EXIT.
007630     EXIT.
007640*
007650*----------------------------------------------------------------
007660* 5000-WRITE-UNACCOUNTED - THE TOTAL HEADS THE REPORT, THEN EACH
007670*                          DEPARTMENT'S PEOPLE IN DEPARTMENT ORDER
007680*----------------------------------------------------------------
007690 5000-WRITE-UNACCOUNTED.
007700     MOVE MU-UNACC-COUNT TO MU-COUNT-DISPLAY.
007710     MOVE MU-ONSITE-COUNT TO MU-COUNT-DISPLAY2.
007720     MOVE SPACES TO RPT-LINE.
007730     STRING "*** UNACCOUNTED FOR: " DELIMITED BY SIZE
007740             MU-COUNT-DISPLAY DELIMITED BY SIZE
007750             "  OF " DELIMITED BY SIZE
007760             MU-COUNT-DISPLAY2 DELIMITED BY SIZE
007770             " ON SITE AT DRILL TIME ***" DELIMITED BY SIZE
007780         INTO RPT-LINE
007790     END-STRING.
007800     WRITE RPT-LINE.
007810     DISPLAY "MUSTRPT - UNACCOUNTED FOR:    " MU-UNACC-COUNT.
007820     MOVE SPACES TO RPT-LINE.
007830     WRITE RPT-LINE.
007840     MOVE "ON SITE AND UNACCOUNTED FOR - BY DEPARTMENT"
007850         TO RPT-LINE.
007860     WRITE RPT-LINE.
007870     MOVE SPACES TO RPT-LINE.
007880     WRITE RPT-LINE.
007890     IF MU-UNACC-COUNT = 0
007900         MOVE "  (NONE)" TO RPT-LINE
007910         WRITE RPT-LINE
007920         GO TO 5000-EXIT
007930     END-IF.
007940     MOVE MU-UNACC-HEADING TO RPT-LINE.
007950     WRITE RPT-LINE.
007960     MOVE SPACES TO MU-PRINT-DEPT.
007970     MOVE 0 TO MU-DEPT-UNACC.
007980     PERFORM 5100-PRINT-NEXT-UNACC THRU 5100-EXIT
007990         MU-UNACC-LISTED TIMES.
008000     PERFORM 5300-WRITE-DEPT-TOTAL THRU 5300-EXIT.
008010     IF MU-UNACC-COUNT > MU-UNACC-LISTED
008020         SUBTRACT MU-UNACC-LISTED FROM MU-UNACC-COUNT
008030             GIVING MU-DEPT-UNACC
008040         MOVE MU-DEPT-UNACC TO MU-COUNT-DISPLAY
008050         MOVE SPACES TO RPT-LINE
008060         STRING "  " DELIMITED BY SIZE
008070                 MU-COUNT-DISPLAY DELIMITED BY SIZE
008080                 " MORE UNACCOUNTED FOR - NOT LISTED, TABLE FULL"
008090                     DELIMITED BY SIZE
008100             INTO RPT-LINE
008110         END-STRING
008120         WRITE RPT-LINE
008130     END-IF.
008140 5000-EXIT.
008150     EXIT.
008160*
008170*    PICK THE LOWEST ENTRY NOT YET PRINTED. A CHANGE OF DEPARTMENT
008180*    CLOSES THE PREVIOUS ONE AND TITLES THE NEXT.
008190 5100-PRINT-NEXT-UNACC.
008200     MOVE 0 TO MU-LOW-IX.
008210     MOVE 0 TO MU-UNACC-IX.
008220     PERFORM 5150-CHECK-ONE-UNACC THRU 5150-EXIT
008230         MU-UNACC-LISTED TIMES.
008240     IF MU-UT-DEPT (MU-LOW-IX) NOT = MU-PRINT-DEPT
008250         IF MU-PRINT-DEPT NOT = SPACES
008260             PERFORM 5300-WRITE-DEPT-TOTAL THRU 5300-EXIT
008270         END-IF
008280         MOVE MU-UT-DEPT (MU-LOW-IX) TO MU-PRINT-DEPT
008290         MOVE 0 TO MU-DEPT-UNACC
008300         MOVE SPACES TO RPT-LINE
008310         WRITE RPT-LINE
008320         MOVE SPACES TO RPT-LINE
008330         STRING "DEPARTMENT: " DELIMITED BY SIZE
008340                 MU-PRINT-DEPT DELIMITED BY SIZE
008350             INTO RPT-LINE
008360         END-STRING
008370         WRITE RPT-LINE
008380     END-IF.
008390     MOVE "Y" TO MU-UT-PRINTED (MU-LOW-IX).
008400     ADD 1 TO MU-DEPT-UNACC.
008410     MOVE SPACES TO MU-DETAIL-LINE.
008420     MOVE MU-UT-ID (MU-LOW-IX)   TO MU-DL-EMP-ID.
008430     MOVE MU-UT-NAME (MU-LOW-IX) TO MU-DL-EMP-NAME.
008440     MOVE MU-UT-DEPT (MU-LOW-IX) TO MU-DL-EMP-DEPT.
008450     MOVE MU-UT-IN-TIME (MU-LOW-IX) TO MU-TIME-SPLIT.
008460     MOVE MU-TIME-HHMMSS TO MU-TIME-DISPLAY.
008470     MOVE MU-TIME-DISPLAY TO MU-DL-EVENT-TIME.
008480     IF MU-UT-VISITOR (MU-LOW-IX)
008490         MOVE "VISITOR" TO MU-DL-NOTE
008500     END-IF.
008510     MOVE MU-DETAIL-LINE TO RPT-LINE.
008520     WRITE RPT-LINE.
008530 5100-EXIT.
008540     EXIT.
008550*
008560 5150-CHECK-ONE-UNACC.
008570     ADD 1 TO MU-UNACC-IX.
008580     IF MU-UT-DONE (MU-UNACC-IX)
008590         GO TO 5150-EXIT
008600     END-IF.
008610     IF MU-LOW-IX = 0
008620         MOVE MU-UNACC-IX TO MU-LOW-IX
008630         GO TO 5150-EXIT
008640     END-IF.
008650     IF MU-UT-KEY (MU-UNACC-IX) < MU-UT-KEY (MU-LOW-IX)
008660         MOVE MU-UNACC-IX TO MU-LOW-IX
008670     END-IF.
008680 5150-EXIT.
008690     EXIT.
008700*
008710 5300-WRITE-DEPT-TOTAL.
008720     MOVE MU-DEPT-UNACC TO MU-COUNT-DISPLAY.
008730     MOVE SPACES TO RPT-LINE.
008740     STRING "  DEPARTMENT " DELIMITED BY SIZE
008750             MU-PRINT-DEPT DELIMITED BY SIZE
008760             " UNACCOUNTED FOR: " DELIMITED BY SIZE
008770             MU-COUNT-DISPLAY DELIMITED BY SIZE
008780         INTO RPT-LINE
008790     END-STRING.
008800     WRITE RPT-LINE.
008810 5300-EXIT.
008820     EXIT.
008830*
008840*----------------------------------------------------------------
008850* 6000-WRITE-MUSTERED - ON SITE AT THE DRILL TIME AND SCANNED,
008860*                       IN THE ORDER THE SCANS CAME IN
008870*----------------------------------------------------------------
008880 6000-WRITE-MUSTERED.
008890     MOVE SPACES TO RPT-LINE.
008900     WRITE RPT-LINE.
008910     MOVE SPACES TO RPT-LINE.
008920     WRITE RPT-LINE.
008930     MOVE "ON SITE AND MUSTERED" TO RPT-LINE.
008940     WRITE RPT-LINE.
008950     MOVE SPACES TO RPT-LINE.
008960     WRITE RPT-LINE.
008970     IF MU-MUSTERED-COUNT = 0
008980         MOVE "  (NONE)" TO RPT-LINE
008990         WRITE RPT-LINE
009000         GO TO 6000-EXIT
009010     END-IF.
009020     MOVE MU-MUSTER-HEADING TO RPT-LINE.
009030     WRITE RPT-LINE.
009040     MOVE 0 TO MU-SCAN-IX.
009050     PERFORM 6100-WRITE-ONE-MUSTERED THRU 6100-EXIT
009060         MU-SCAN-COUNT TIMES.
009070 6000-EXIT.
009080     EXIT.
009090*
009100 6100-WRITE-ONE-MUSTERED.
009110     ADD 1 TO MU-SCAN-IX.
009120     IF NOT MU-ST-ON-SITE (MU-SCAN-IX)
009130         GO TO 6100-EXIT
009140     END-IF.
009150     PERFORM 6800-BUILD-SCAN-LINE THRU 6800-EXIT.
009160     IF MU-ST-VISITOR (MU-SCAN-IX)
009170         MOVE "VISITOR" TO MU-DL-NOTE
009180     END-IF.
009190     MOVE MU-DETAIL-LINE TO RPT-LINE.
009200     WRITE RPT-LINE.
009210 6100-EXIT.
009220     EXIT.
009230*
009240*----------------------------------------------------------------
009250* 6500-WRITE-OFF-SITE - SCANNED AT A MUSTER POINT BUT NOT ON SITE
009260*                       AT THE DRILL TIME - EITHER THEIR LAST
009270*                       EVENT WAS AN OUT OR NOTHING WAS LOGGED
009280*                       BEFORE IT. A LOGGED NAME IS USED WHEN
009290*                       THERE IS ONE, OTHERWISE AN EMPLOYEE IS
009300*                       NAMED FROM EMPMAST.
009310*----------------------------------------------------------------
009320 6500-WRITE-OFF-SITE.
009330     MOVE SPACES TO RPT-LINE.
009340     WRITE RPT-LINE.
009350     MOVE SPACES TO RPT-LINE.
009360     WRITE RPT-LINE.
009370     MOVE SPACES TO RPT-LINE.
009380     STRING "MUSTERED BUT NOT ON SITE - LEFT EARLIER OR NEVER "
009390                 DELIMITED BY SIZE
009400             "ARRIVED" DELIMITED BY SIZE
009410         INTO RPT-LINE
009420     END-STRING.
009430     WRITE RPT-LINE.
009440     MOVE SPACES TO RPT-LINE.
009450     WRITE RPT-LINE.
009460     MOVE MU-OFFSITE-HEADING TO RPT-LINE.
009470     WRITE RPT-LINE.
009480     MOVE 0 TO MU-SCAN-IX.
009490     PERFORM 6600-WRITE-ONE-OFF-SITE THRU 6600-EXIT
009500         MU-SCAN-COUNT TIMES.
009510     IF MU-LEFT-COUNT = 0 AND MU-NOT-IN-COUNT = 0
009520         MOVE "  (NONE)" TO RPT-LINE
009530         WRITE RPT-LINE
009540     END-IF.
009550 6500-EXIT.
009560     EXIT.
009570*
009580 6600-WRITE-ONE-OFF-SITE.
009590     ADD 1 TO MU-SCAN-IX.
009600     IF MU-ST-ON-SITE (MU-SCAN-IX)
009610         GO TO 6600-EXIT
009620     END-IF.
009630     IF MU-ST-NOT-ARRIVED (MU-SCAN-IX)
009640         PERFORM 6700-NAME-FROM-MASTER THRU 6700-EXIT
009650     END-IF.
009660     PERFORM 6800-BUILD-SCAN-LINE THRU 6800-EXIT.
009670     IF MU-ST-LEFT (MU-SCAN-IX)
009680         ADD 1 TO MU-LEFT-COUNT
009690         MOVE MU-ST-EVENT-TIME (MU-SCAN-IX) TO MU-TIME-SPLIT
009700         MOVE MU-TIME-HHMMSS TO MU-TIME-DISPLAY
009710         MOVE MU-TIME-DISPLAY TO MU-DL-EVENT-TIME
009720         IF MU-ST-VISITOR (MU-SCAN-IX)
009730             MOVE "VIS LEFT" TO MU-DL-NOTE
009740         ELSE
009750             MOVE "LEFT" TO MU-DL-NOTE
009760         END-IF
009770     ELSE
009780         ADD 1 TO MU-NOT-IN-COUNT
009790         MOVE "  --    " TO MU-DL-EVENT-TIME
009800         IF MU-ST-VISITOR (MU-SCAN-IX)
009810             MOVE "VIS NOT IN" TO MU-DL-NOTE
009820         ELSE
009830             MOVE "NOT IN" TO MU-DL-NOTE
009840         END-IF
009850     END-IF.
009860     MOVE MU-DETAIL-LINE TO RPT-LINE.
009870     WRITE RPT-LINE.
009880 6600-EXIT.
009890     EXIT.
009900*
009910 6700-NAME-FROM-MASTER.
009920     IF MU-ST-VISITOR (MU-SCAN-IX)
009930         MOVE "(VISITOR PASS)" TO MU-ST-NAME (MU-SCAN-IX)
009940         GO TO 6700-EXIT
009950     END-IF.
009960     IF NOT MU-MASTER-OPEN
009970         MOVE "(NOT LOOKED UP)" TO MU-ST-NAME (MU-SCAN-IX)
009980         GO TO 6700-EXIT
009990     END-IF.
010000     MOVE MU-ST-ID (MU-SCAN-IX) TO EMP-ID.
010010     READ EMPLOYEE-MASTER
010020         INVALID KEY
010030             MOVE "(NOT ON MASTER)" TO MU-ST-NAME (MU-SCAN-IX)
010040         NOT INVALID KEY
010050             MOVE EMP-NAME TO MU-ST-NAME (MU-SCAN-IX)
010060             MOVE EMP-DEPT TO MU-ST-DEPT (MU-SCAN-IX)
010070     END-READ.
010080 6700-EXIT.
010090     EXIT.
010100*
010110*    ID, NAME, DEPARTMENT, MUSTER POINT AND SCAN TIME FROM THE
010120*    SCAN ENTRY - THE LAST-EVENT TIME AND NOTE ARE LEFT TO THE
010130*    CALLER
010140 6800-BUILD-SCAN-LINE.
010150     MOVE SPACES TO MU-DETAIL-LINE.
010160     MOVE MU-ST-ID (MU-SCAN-IX)    TO MU-DL-EMP-ID.
010170     MOVE MU-ST-NAME (MU-SCAN-IX)  TO MU-DL-EMP-NAME.
010180     MOVE MU-ST-DEPT (MU-SCAN-IX)  TO MU-DL-EMP-DEPT.
010190     MOVE MU-ST-POINT (MU-SCAN-IX) TO MU-DL-POINT.
010200     IF MU-ST-TIME (MU-SCAN-IX) NUMERIC
010210         MOVE MU-ST-TIME (MU-SCAN-IX) TO MU-TIME-DISPLAY
010220         MOVE MU-TIME-DISPLAY TO MU-DL-SCANNED
010230     ELSE
010240         MOVE "  --    " TO MU-DL-SCANNED
010250     END-IF.
010260     IF MU-ST-ON-SITE (MU-SCAN-IX)
010270         MOVE MU-ST-EVENT-TIME (MU-SCAN-IX) TO MU-TIME-SPLIT
010280         MOVE MU-TIME-HHMMSS TO MU-TIME-DISPLAY
010290         MOVE MU-TIME-DISPLAY TO MU-DL-EVENT-TIME
010300     END-IF.
010310 6800-EXIT.
010320     EXIT.
010330*
010340*----------------------------------------------------------------
010350* 8000-TERMINATE - TRAILING TOTALS AND CLOSE UP
010360*----------------------------------------------------------------
010370 8000-TERMINATE.
010380     IF MU-FATAL-NO
010390         PERFORM 8100-WRITE-TOTALS THRU 8100-EXIT
010400     END-IF.
010410     IF MU-LOG-OPEN
010420         CLOSE GREET-LOG-FILE
010430     END-IF.
010440     IF MU-MASTER-OPEN
010450         CLOSE EMPLOYEE-MASTER
010460     END-IF.
010470     CLOSE MUST-RPT-FILE.
010480     DISPLAY "MUSTRPT - SCANS READ:         " MU-SCAN-READ.
010490     DISPLAY "MUSTRPT - EVENTS TO DRILL:    " MU-EVENT-COUNT.
010500     DISPLAY "MUSTRPT - ON SITE AT DRILL:   " MU-ONSITE-COUNT.
010510     DISPLAY "MUSTRPT - MUSTERED ON SITE:   " MU-MUSTERED-COUNT.
010520     DISPLAY "MUSTRPT - MUSTERED, LEFT:     " MU-LEFT-COUNT.
010530     DISPLAY "MUSTRPT - MUSTERED, NOT IN:   " MU-NOT-IN-COUNT.
010540 8000-EXIT.
010550     EXIT.
010560*
010570 8100-WRITE-TOTALS.
010580     MOVE SPACES TO RPT-LINE.
010590     WRITE RPT-LINE.
010600     MOVE SPACES TO RPT-LINE.
010610     WRITE RPT-LINE.
010620     MOVE MU-ONSITE-COUNT TO MU-COUNT-DISPLAY.
010630     MOVE SPACES TO RPT-LINE.
010640     STRING "ON SITE AT DRILL TIME:    " DELIMITED BY SIZE
010650             MU-COUNT-DISPLAY DELIMITED BY SIZE
010660         INTO RPT-LINE
010670     END-STRING.
010680     WRITE RPT-LINE.
010690     MOVE MU-MUSTERED-COUNT TO MU-COUNT-DISPLAY.
010700     MOVE SPACES TO RPT-LINE.
010710     STRING "  MUSTERED:               " DELIMITED BY SIZE
010720             MU-COUNT-DISPLAY DELIMITED BY SIZE
010730         INTO RPT-LINE
010740     END-STRING.
010750     WRITE RPT-LINE.
010760     MOVE MU-UNACC-COUNT TO MU-COUNT-DISPLAY.
010770     MOVE SPACES TO RPT-LINE.
010780     STRING "  UNACCOUNTED FOR:        " DELIMITED BY SIZE
010790             MU-COUNT-DISPLAY DELIMITED BY SIZE
010800         INTO RPT-LINE
010810     END-STRING.
010820     WRITE RPT-LINE.
010830     MOVE MU-LEFT-COUNT TO MU-COUNT-DISPLAY.
010840     MOVE SPACES TO RPT-LINE.
010850     STRING "MUSTERED, LEFT EARLIER:   " DELIMITED BY SIZE
010860             MU-COUNT-DISPLAY DELIMITED BY SIZE
010870         INTO RPT-LINE
010880     END-STRING.
010890     WRITE RPT-LINE.
010900     MOVE MU-NOT-IN-COUNT TO MU-COUNT-DISPLAY.
010910     MOVE SPACES TO RPT-LINE.
010920     STRING "MUSTERED, NEVER ARRIVED:  " DELIMITED BY SIZE
010930             MU-COUNT-DISPLAY DELIMITED BY SIZE
010940         INTO RPT-LINE
010950     END-STRING.
010960     WRITE RPT-LINE.
010970     MOVE MU-SCAN-READ TO MU-COUNT-DISPLAY.
010980     MOVE SPACES TO RPT-LINE.
010990     STRING "MUSTER SCANS READ:        " DELIMITED BY SIZE
011000             MU-COUNT-DISPLAY DELIMITED BY SIZE
011010         INTO RPT-LINE
011020     END-STRING.
011030     WRITE RPT-LINE.
011040     MOVE MU-REPEAT-SCANS TO MU-COUNT-DISPLAY.
011050     MOVE SPACES TO RPT-LINE.
011060     STRING "  REPEAT SCANS IGNORED:   " DELIMITED BY SIZE
011070             MU-COUNT-DISPLAY DELIMITED BY SIZE
011080         INTO RPT-LINE
011090     END-STRING.
011100     WRITE RPT-LINE.
011110     MOVE MU-BAD-SCANS TO MU-COUNT-DISPLAY.
011120     MOVE SPACES TO RPT-LINE.
011130     STRING "  UNREADABLE IDS IGNORED: " DELIMITED BY SIZE
011140             MU-COUNT-DISPLAY DELIMITED BY SIZE
011150         INTO RPT-LINE
011160     END-STRING.
011170     WRITE RPT-LINE.
011180 8100-EXIT.
011190     EXIT.
011200*
011210*    THE STATUS AREA IS ONLY THERE WHEN THE MENU DRIVER PASSED
011220*    IT - A STANDALONE RUN HAS NOTHING TO HAND A CODE BACK TO.
011230 9999-EXIT.
011240     IF ADDRESS OF STEP-STATUS-AREA NOT = NULL
011250         EVALUATE TRUE
011260             WHEN MU-FATAL-YES
011270                 MOVE 08 TO STEP-RETURN-CODE
011280             WHEN MU-UNACC-COUNT > 0
011290                 MOVE 04 TO STEP-RETURN-CODE
011300             WHEN MU-LEFT-COUNT > 0 OR MU-NOT-IN-COUNT > 0
011310                 MOVE 04 TO STEP-RETURN-CODE
011320             WHEN OTHER
011330                 MOVE 00 TO STEP-RETURN-CODE
011340         END-EVALUATE
011350     END-IF.
011360     GOBACK.
