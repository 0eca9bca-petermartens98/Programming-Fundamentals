000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    WINDRPT.
000030 AUTHOR.        R L HASKELL.
000040 INSTALLATION.  OPERATIONS SUPPORT - BATCH WINDOW.
000050 DATE-WRITTEN.  2026-10-12.
000060 DATE-COMPILED.
000070*
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110* 2026-10-12 RLH  NEW PROGRAM. BATCH-WINDOW ELAPSED-TIME REPORT -
000120*                 READS THE CUMULATIVE STEPHIST STEP HISTORY
000130*                 (STEPHIST LAYOUT, WRITTEN BY MAINMENU FOR EVERY
000140*                 MENUCARD STEP) FOR THE DATE RANGE ON THE
000150*                 WINDPARM "D" CARD (NO RANGE CARD REPORTS THE
000160*                 WHOLE HISTORY, AS RUNTREND DOES) AND MEASURES IT
000170*                 AGAINST THE WINDPARM STEP AND WINDOW LIMITS.
000180*                 PRINTS ON WINDRPT ONE LINE PER BUSINESS DATE
000190*                 WITH THE STREAM'S START, FINISH, AND ELAPSED
000200*                 TIME, FLAGGED OVER LIMIT OR PAST THE DEADLINE,
000210*                 AND EACH STEP THAT RAN OVER ITS OWN LIMIT
000220*                 UNDER IT; THEN EACH STEP'S RUNS, AVERAGE, WORST,
000230*                 AND LATEST ELAPSED TIME OVER THE RANGE; THEN
000240*                 THE PROJECTED FINISH (AVERAGE START PLUS
000250*                 AVERAGE ELAPSED) AND THE WORST-CASE FINISH
000260*                 AGAINST THE WINDOW DEADLINE. ENDS WITH A
000270*                 WARNING WHEN ANYTHING IS OVER A LIMIT OR THE
000280*                 PROJECTION MISSES THE DEADLINE.
000290*----------------------------------------------------------------
000300*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT WIND-PARM-FILE  ASSIGN TO "WINDPARM"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WR-PARM-FILE-STATUS.
000370     SELECT STEP-HIST-FILE  ASSIGN TO "STEPHIST"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WR-HIST-FILE-STATUS.
000400     SELECT WIND-RPT-FILE   ASSIGN TO "WINDRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL.
000420     SELECT SORT-WORK-FILE  ASSIGN TO "SORTWK".
000430*
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  WIND-PARM-FILE.
000470     COPY WINDCARD.
000480*
000490 FD  STEP-HIST-FILE.
000500     COPY STEPHIST.
000510*
000520 FD  WIND-RPT-FILE.
000530 01  RPT-LINE               PIC X(80).
000540*
000550*    START AND END ARE SECONDS FROM THE WINDOW START, SO A STREAM
000560*    RUNNING OVER MIDNIGHT STILL SORTS AND MEASURES IN ORDER.
000570 SD  SORT-WORK-FILE.
000580 01  SORT-REC.
000590     05  SORT-BUS-DATE      PIC 9(08).
000600     05  SORT-START-REL     PIC 9(05).
000610     05  SORT-END-REL       PIC 9(06).
000620     05  SORT-ELAPSED       PIC 9(05).
000630     05  SORT-STEP-NO       PIC 9(03).
000640     05  SORT-OPTION        PIC X(01).
000650     05  SORT-PROGRAM       PIC X(12).
000660*
000670 WORKING-STORAGE SECTION.
000680*
000690*----------------------------------------------------------------
000700* SWITCHES
000710*----------------------------------------------------------------
000720 77  WR-PARM-FILE-STATUS    PIC X(02)  VALUE "00".
000730     88  WR-PARM-FOUND                 VALUE "00".
000740 77  WR-HIST-FILE-STATUS    PIC X(02)  VALUE "00".
000750     88  WR-HIST-FOUND                 VALUE "00".
000760*
000770 77  WR-PARM-EOF-SWITCH     PIC X(01)  VALUE "N".
000780     88  WR-PARM-EOF-YES               VALUE "Y".
000790     88  WR-PARM-EOF-NO                VALUE "N".
000800*
000810 77  WR-HIST-EOF-SWITCH     PIC X(01)  VALUE "N".
000820     88  WR-HIST-EOF-YES               VALUE "Y".
000830     88  WR-HIST-EOF-NO                VALUE "N".
000840*
000850 77  WR-SORT-EOF-SWITCH     PIC X(01)  VALUE "N".
000860     88  WR-SORT-EOF-YES               VALUE "Y".
000870     88  WR-SORT-EOF-NO                VALUE "N".
000880*
000890 77  WR-FATAL-SWITCH        PIC X(01)  VALUE "N".
000900     88  WR-FATAL-YES                  VALUE "Y".
000910     88  WR-FATAL-NO                   VALUE "N".
000920*
000930 77  WR-DEADLINE-SWITCH     PIC X(01)  VALUE "N".
000940     88  WR-DEADLINE-SET               VALUE "Y".
000950     88  WR-NO-DEADLINE                VALUE "N".
000960*
000970*----------------------------------------------------------------
000980* LIMITS AND RANGE OFF THE WINDPARM CARDS - TIMES IN SECONDS
000990*----------------------------------------------------------------
001000 77  WR-FROM-DATE           PIC 9(08)  VALUE 0.
001010 77  WR-THRU-DATE           PIC 9(08)  VALUE 99999999.
001020 77  WR-WIN-START-SECS      PIC 9(05)  COMP  VALUE 0.
001030 77  WR-DEADLINE-REL        PIC 9(05)  COMP  VALUE 0.
001040 77  WR-STREAM-LIMIT        PIC 9(05)  COMP  VALUE 0.
001050*
001060*----------------------------------------------------------------
001070* PER-STEP STATISTICS - ONE ENTRY PER MENU OPTION, IN MENU ORDER.
001080* AN OPTION'S ENTRY IS ITS POSITION IN THE OPTION LIST.
001090*----------------------------------------------------------------
001100 77  WR-OPTION-LIST         PIC X(27)  VALUE
001110     "123456789ABCDEFGHIJKLMNOPQR".
001120 77  WR-OPTION-MAX          PIC 9(02)  COMP  VALUE 27.
001130 77  WR-OPT-IX              PIC 9(02)  COMP  VALUE 0.
001140 77  WR-LOOKUP-OPTION       PIC X(01)  VALUE SPACE.
001150*
001160 01  WR-STEP-STATS.
001170     05  WR-SS-ENTRY        OCCURS 27 TIMES.
001180         10  WR-SS-PROGRAM      PIC X(12).
001190         10  WR-SS-LIMIT        PIC 9(05)  COMP.
001200         10  WR-SS-RUNS         PIC 9(05)  COMP.
001210         10  WR-SS-TOTAL        PIC 9(09)  COMP.
001220         10  WR-SS-WORST        PIC 9(05)  COMP.
001230         10  WR-SS-WORST-DATE   PIC 9(08).
001240         10  WR-SS-LAST         PIC 9(05)  COMP.
001250         10  WR-SS-BREACHES     PIC 9(05)  COMP.
001260*
001270*----------------------------------------------------------------
001280* ONE BUSINESS DATE'S STREAM, AND THE STEPS IN IT THAT RAN OVER
001290* THEIR LIMIT, HELD UNTIL THE DATE'S LINE IS PRINTED
001300*----------------------------------------------------------------
001310 77  WR-SAVE-DATE           PIC 9(08)  VALUE 0.
001320 77  WR-DAY-START-REL       PIC 9(05)  COMP  VALUE 0.
001330 77  WR-DAY-END-REL         PIC 9(06)  COMP  VALUE 0.
001340 77  WR-DAY-SPAN            PIC 9(06)  COMP  VALUE 0.
001350 77  WR-DAY-STEPS           PIC 9(03)  COMP  VALUE 0.
001360 77  WR-DAY-BREACHES        PIC 9(03)  COMP  VALUE 0.
001370 77  WR-DB-MAX              PIC 9(03)  COMP  VALUE 40.
001380 77  WR-DB-IX               PIC 9(03)  COMP  VALUE 0.
001390*
001400 01  WR-DAY-BREACH-TABLE.
001410     05  WR-DB-ENTRY        OCCURS 40 TIMES.
001420         10  WR-DB-STEP-NO      PIC 9(03).
001430         10  WR-DB-OPTION       PIC X(01).
001440         10  WR-DB-PROGRAM      PIC X(12).
001450         10  WR-DB-ELAPSED      PIC 9(05)  COMP.
001460         10  WR-DB-LIMIT        PIC 9(05)  COMP.
001470*
001480*----------------------------------------------------------------
001490* RANGE TOTALS
001500*----------------------------------------------------------------
001510 77  WR-REC-COUNT           PIC 9(07)  COMP  VALUE 0.
001520 77  WR-SKIP-COUNT          PIC 9(07)  COMP  VALUE 0.
001530 77  WR-DAY-COUNT           PIC 9(05)  COMP  VALUE 0.
001540 77  WR-TOTAL-START         PIC 9(09)  COMP  VALUE 0.
001550 77  WR-TOTAL-SPAN          PIC 9(09)  COMP  VALUE 0.
001560 77  WR-WORST-SPAN          PIC 9(06)  COMP  VALUE 0.
001570 77  WR-WORST-SPAN-DATE     PIC 9(08)  VALUE 0.
001580 77  WR-STREAM-OVER-COUNT   PIC 9(05)  COMP  VALUE 0.
001590 77  WR-PAST-DEADLINE-COUNT PIC 9(05)  COMP  VALUE 0.
001600 77  WR-BREACH-TOTAL        PIC 9(05)  COMP  VALUE 0.
001610 77  WR-WARNING-COUNT       PIC 9(05)  COMP  VALUE 0.
001620 77  WR-AVG-START           PIC 9(05)  COMP  VALUE 0.
001630 77  WR-AVG-SPAN            PIC 9(06)  COMP  VALUE 0.
001640 77  WR-PROJECTED-REL       PIC 9(06)  COMP  VALUE 0.
001650 77  WR-WORST-CASE-REL      PIC 9(06)  COMP  VALUE 0.
001660 77  WR-MARGIN              PIC 9(06)  COMP  VALUE 0.
001670*
001680*----------------------------------------------------------------
001690* TIME CONVERSION WORK FIELDS
001700*----------------------------------------------------------------
001710 01  WR-CLOCK-WORK.
001720     05  WR-CLOCK-HHMMSS    PIC 9(06).
001730 01  WR-CLOCK-PARTS         REDEFINES WR-CLOCK-WORK.
001740     05  WR-CLOCK-HH        PIC 9(02).
001750     05  WR-CLOCK-MM        PIC 9(02).
001760     05  WR-CLOCK-SS        PIC 9(02).
001770 77  WR-CLOCK-SECS          PIC 9(05)  COMP  VALUE 0.
001780 77  WR-REL-SECS            PIC S9(06) COMP  VALUE 0.
001790 77  WR-FMT-SECS            PIC 9(06)  COMP  VALUE 0.
001800 77  WR-FMT-REM             PIC 9(06)  COMP  VALUE 0.
001810*
001820 01  WR-HMS-DISPLAY.
001830     05  WR-HMS-HH          PIC 9(02).
001840     05  FILLER             PIC X(01)  VALUE ":".
001850     05  WR-HMS-MM          PIC 9(02).
001860     05  FILLER             PIC X(01)  VALUE ":".
001870     05  WR-HMS-SS          PIC 9(02).
001880*
001890*----------------------------------------------------------------
001900* REPORT WORK FIELDS
001910*----------------------------------------------------------------
001920 77  WR-DATE-DISPLAY        PIC 9999/99/99.
001930 77  WR-STEP-DISPLAY        PIC 9(03).
001940 77  WR-COUNT-DISPLAY       PIC ZZZZ9.
001950 77  WR-HMS-HOLD            PIC X(08)  VALUE SPACES.
001960 77  WR-HMS-HOLD-2          PIC X(08)  VALUE SPACES.
001970*
001980 01  WR-DAY-HEADING.
001990     05  FILLER             PIC X(12)  VALUE "DATE".
002000     05  FILLER             PIC X(10)  VALUE "START".
002010     05  FILLER             PIC X(10)  VALUE "FINISH".
002020     05  FILLER             PIC X(10)  VALUE "ELAPSED".
002030     05  FILLER             PIC X(07)  VALUE "STEPS".
002040     05  FILLER             PIC X(31)  VALUE SPACES.
002050*
002060 01  WR-DAY-LINE.
002070     05  WR-DL-DATE         PIC X(10).
002080     05  FILLER             PIC X(02)  VALUE SPACES.
002090     05  WR-DL-START        PIC X(08).
002100     05  FILLER             PIC X(02)  VALUE SPACES.
002110     05  WR-DL-FINISH       PIC X(08).
002120     05  FILLER             PIC X(02)  VALUE SPACES.
002130     05  WR-DL-ELAPSED      PIC X(08).
002140     05  FILLER             PIC X(02)  VALUE SPACES.
002150     05  WR-DL-STEPS        PIC ZZ9.
002160     05  FILLER             PIC X(02)  VALUE SPACES.
002170     05  WR-DL-OVER-FLAG    PIC X(12).
002180     05  WR-DL-LATE-FLAG    PIC X(13).
002190     05  FILLER             PIC X(08)  VALUE SPACES.
002200*
002210 01  WR-STEP-HEADING.
002220     05  FILLER             PIC X(16)  VALUE "OPT PROGRAM".
002230     05  FILLER             PIC X(06)  VALUE "RUNS".
002240     05  FILLER             PIC X(10)  VALUE "AVERAGE".
002250     05  FILLER             PIC X(10)  VALUE "WORST".
002260     05  FILLER             PIC X(12)  VALUE "WORST DATE".
002270     05  FILLER             PIC X(10)  VALUE "LATEST".
002280     05  FILLER             PIC X(09)  VALUE "LIMIT".
002290     05  FILLER             PIC X(07)  VALUE "OVER".
002300*
002310 01  WR-STEP-LINE.
002320     05  FILLER             PIC X(01)  VALUE SPACES.
002330     05  WR-SL-OPTION       PIC X(01).
002340     05  FILLER             PIC X(02)  VALUE SPACES.
002350     05  WR-SL-PROGRAM      PIC X(12).
002360     05  WR-SL-RUNS         PIC ZZZ9.
002370     05  FILLER             PIC X(02)  VALUE SPACES.
002380     05  WR-SL-AVERAGE      PIC X(08).
002390     05  FILLER             PIC X(02)  VALUE SPACES.
002400     05  WR-SL-WORST        PIC X(08).
002410     05  FILLER             PIC X(02)  VALUE SPACES.
002420     05  WR-SL-WORST-DATE   PIC X(10).
002430     05  FILLER             PIC X(02)  VALUE SPACES.
002440     05  WR-SL-LATEST       PIC X(08).
002450     05  FILLER             PIC X(02)  VALUE SPACES.
002460     05  WR-SL-LIMIT        PIC X(08).
002470     05  FILLER             PIC X(01)  VALUE SPACES.
002480     05  WR-SL-OVER         PIC ZZZ9.
002490     05  FILLER             PIC X(03)  VALUE SPACES.
002500*
002510 LINKAGE SECTION.
002520     COPY STEPSTAT.
002530*
002540 PROCEDURE DIVISION USING STEP-STATUS-AREA.
002550*----------------------------------------------------------------
002560* 0000-MAINLINE
002570*----------------------------------------------------------------
002580 0000-MAINLINE.
002590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002600     IF WR-FATAL-NO
002610         SORT SORT-WORK-FILE
002620             ON ASCENDING KEY SORT-BUS-DATE
002630                              SORT-START-REL
002640             INPUT PROCEDURE IS 3000-FEED-SORT
002650                 THRU 3000-EXIT
002660             OUTPUT PROCEDURE IS 4000-REPORT-DAYS
002670                 THRU 4000-EXIT
002680         IF WR-DAY-COUNT > 0
002690             PERFORM 5000-WRITE-STEP-TREND THRU 5000-EXIT
002700             PERFORM 6000-WRITE-PROJECTION THRU 6000-EXIT
002710         END-IF
002720     END-IF.
002730     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002740     GO TO 9999-EXIT.
002750*
002760*----------------------------------------------------------------
002770* 1000-INITIALIZE - TAKE THE WINDPARM CARDS, OPEN THE HISTORY,
002780*                   AND TITLE THE REPORT. NO HISTORY MEANS
002790*                   NOTHING TO REPORT.
002800*----------------------------------------------------------------
002810 1000-INITIALIZE.
002820     MOVE "N" TO WR-FATAL-SWITCH.
002830     MOVE "N" TO WR-HIST-EOF-SWITCH.
002840     MOVE "N" TO WR-SORT-EOF-SWITCH.
002850     MOVE "N" TO WR-DEADLINE-SWITCH.
002860     MOVE 0 TO WR-FROM-DATE.
002870     MOVE 99999999 TO WR-THRU-DATE.
002880     MOVE 0 TO WR-WIN-START-SECS.
002890     MOVE 0 TO WR-DEADLINE-REL.
002900     MOVE 0 TO WR-STREAM-LIMIT.
002910     MOVE 0 TO WR-REC-COUNT.
002920     MOVE 0 TO WR-SKIP-COUNT.
002930     MOVE 0 TO WR-DAY-COUNT.
002940     MOVE 0 TO WR-TOTAL-START.
002950     MOVE 0 TO WR-TOTAL-SPAN.
002960     MOVE 0 TO WR-WORST-SPAN.
002970     MOVE 0 TO WR-WORST-SPAN-DATE.
002980     MOVE 0 TO WR-STREAM-OVER-COUNT.
002990     MOVE 0 TO WR-PAST-DEADLINE-COUNT.
003000     MOVE 0 TO WR-BREACH-TOTAL.
003010     MOVE 0 TO WR-WARNING-COUNT.
003020     PERFORM 1100-CLEAR-STEP-STATS THRU 1100-EXIT.
003030     OPEN INPUT WIND-PARM-FILE.
003040     IF WR-PARM-FOUND
003050         MOVE "N" TO WR-PARM-EOF-SWITCH
003060         PERFORM 1210-READ-PARM-CARD THRU 1210-EXIT
003070         PERFORM 1220-TAKE-PARM-CARD THRU 1220-EXIT
003080             UNTIL WR-PARM-EOF-YES
003090         CLOSE WIND-PARM-FILE
003100     ELSE
003110         DISPLAY "WINDRPT - NO WINDPARM CARDS - WHOLE HISTORY "
003120                 "REPORTED WITH NO LIMITS"
003130     END-IF.
003140     OPEN OUTPUT WIND-RPT-FILE.
003150     PERFORM 1300-WRITE-TITLE THRU 1300-EXIT.
003160     OPEN INPUT STEP-HIST-FILE.
003170     IF NOT WR-HIST-FOUND
003180         MOVE SPACES TO RPT-LINE
003190         STRING "NO STEP HISTORY ON FILE - NOTHING TO REPORT"
003200                 DELIMITED BY SIZE
003210             INTO RPT-LINE
003220         END-STRING
003230         WRITE RPT-LINE
003240         MOVE "Y" TO WR-FATAL-SWITCH
003250         GO TO 1000-EXIT
003260     END-IF.
003270     MOVE WR-DAY-HEADING TO RPT-LINE.
003280     WRITE RPT-LINE.
003290     MOVE SPACES TO RPT-LINE.
003300     WRITE RPT-LINE.
003310 1000-EXIT.
003320     EXIT.
003330*
003340 1100-CLEAR-STEP-STATS.
003350     MOVE 0 TO WR-OPT-IX.
003360     PERFORM 1150-CLEAR-ONE-STEP THRU 1150-EXIT
003370         WR-OPTION-MAX TIMES.
003380 1100-EXIT.
003390     EXIT.
003400*
003410 1150-CLEAR-ONE-STEP.
003420     ADD 1 TO WR-OPT-IX.
003430     MOVE SPACES TO WR-SS-PROGRAM (WR-OPT-IX).
003440     MOVE 0 TO WR-SS-LIMIT (WR-OPT-IX).
003450     MOVE 0 TO WR-SS-RUNS (WR-OPT-IX).
003460     MOVE 0 TO WR-SS-TOTAL (WR-OPT-IX).
003470     MOVE 0 TO WR-SS-WORST (WR-OPT-IX).
003480     MOVE 0 TO WR-SS-WORST-DATE (WR-OPT-IX).
003490     MOVE 0 TO WR-SS-LAST (WR-OPT-IX).
003500     MOVE 0 TO WR-SS-BREACHES (WR-OPT-IX).
003510 1150-EXIT.
003520     EXIT.
003530*
003540 1210-READ-PARM-CARD.
003550     READ WIND-PARM-FILE
003560         AT END
003570             MOVE "Y" TO WR-PARM-EOF-SWITCH
003580     END-READ.
003590 1210-EXIT.
003600     EXIT.
003610*
003620*----------------------------------------------------------------
003630* 1220-TAKE-PARM-CARD - A FIELD THAT IS NOT NUMERIC LEAVES ITS
003640*                       LIMIT UNSET RATHER THAN FAILING THE RUN
003650*----------------------------------------------------------------
003660 1220-TAKE-PARM-CARD.
003670     EVALUATE TRUE
003680         WHEN WCARD-RANGE
003690             IF WCARD-FROM-DATE NUMERIC
003700                 MOVE WCARD-FROM-DATE TO WR-FROM-DATE
003710             END-IF
003720             IF WCARD-THRU-DATE NUMERIC
003730                     AND WCARD-THRU-DATE NOT = "00000000"
003740                 MOVE WCARD-THRU-DATE TO WR-THRU-DATE
003750             END-IF
003760         WHEN WCARD-WINDOW
003770             IF WCARD-WIN-START NUMERIC
003780                 MOVE WCARD-WIN-START TO WR-CLOCK-HHMMSS
003790                 PERFORM 7000-CLOCK-TO-SECS THRU 7000-EXIT
003800                 MOVE WR-CLOCK-SECS TO WR-WIN-START-SECS
003810             END-IF
003820*            THE DEADLINE IS HELD AS SECONDS AFTER THE WINDOW
003830*            OPENS, SO THE START MUST BE TAKEN FIRST.
003840             IF WCARD-WIN-DEADLINE NUMERIC
003850                 MOVE WCARD-WIN-DEADLINE TO WR-CLOCK-HHMMSS
003860                 PERFORM 7000-CLOCK-TO-SECS THRU 7000-EXIT
003870                 PERFORM 7050-CLOCK-TO-REL THRU 7050-EXIT
003880                 MOVE WR-REL-SECS TO WR-DEADLINE-REL
003890                 MOVE "Y" TO WR-DEADLINE-SWITCH
003900             END-IF
003910             IF WCARD-STREAM-LIMIT NUMERIC
003920                 MOVE WCARD-STREAM-LIMIT TO WR-STREAM-LIMIT
003930             END-IF
003940         WHEN WCARD-STEP
003950             MOVE WCARD-STEP-OPTION TO WR-LOOKUP-OPTION
003960             PERFORM 7300-FIND-OPTION THRU 7300-EXIT
003970             IF WR-OPT-IX NOT > WR-OPTION-MAX
003980                     AND WCARD-STEP-LIMIT NUMERIC
003990                 MOVE WCARD-STEP-LIMIT TO WR-SS-LIMIT (WR-OPT-IX)
004000             END-IF
004010     END-EVALUATE.
004020     PERFORM 1210-READ-PARM-CARD THRU 1210-EXIT.
004030 1220-EXIT.
004040     EXIT.
004050*
004060 1300-WRITE-TITLE.
004070     MOVE WR-FROM-DATE TO WR-DATE-DISPLAY.
004080     MOVE SPACES TO RPT-LINE.
004090     STRING "BATCH WINDOW ELAPSED TIME  FROM " DELIMITED BY SIZE
004100             WR-DATE-DISPLAY DELIMITED BY SIZE
004110         INTO RPT-LINE
004120     END-STRING.
004130     WRITE RPT-LINE.
004140     MOVE WR-THRU-DATE TO WR-DATE-DISPLAY.
004150     MOVE SPACES TO RPT-LINE.
004160     STRING "                           THRU " DELIMITED BY SIZE
004170             WR-DATE-DISPLAY DELIMITED BY SIZE
004180         INTO RPT-LINE
004190     END-STRING.
004200     WRITE RPT-LINE.
004210     MOVE 0 TO WR-FMT-SECS.
004220     PERFORM 7200-FORMAT-CLOCK THRU 7200-EXIT.
004230     MOVE SPACES TO RPT-LINE.
004240     STRING "WINDOW OPENS " DELIMITED BY SIZE
004250             WR-HMS-DISPLAY DELIMITED BY SIZE
004260         INTO RPT-LINE
004270     END-STRING.
004280     WRITE RPT-LINE.
004290     MOVE SPACES TO RPT-LINE.
004300     WRITE RPT-LINE.
004310 1300-EXIT.
004320     EXIT.
004330*
004340*----------------------------------------------------------------
004350* 3000-FEED-SORT - RELEASE THE HISTORY RECORDS IN THE REQUESTED
004360*                  RANGE TO THE SORT, TIMED FROM THE WINDOW START
004370*----------------------------------------------------------------
004380 3000-FEED-SORT.
004390     PERFORM 3100-READ-HIST-REC THRU 3100-EXIT.
004400     PERFORM 3200-RELEASE-HIST-REC THRU 3200-EXIT
004410         UNTIL WR-HIST-EOF-YES.
004420     CLOSE STEP-HIST-FILE.
004430 3000-EXIT.
004440     EXIT.
004450*
004460 3100-READ-HIST-REC.
004470     READ STEP-HIST-FILE
004480         AT END
004490             MOVE "Y" TO WR-HIST-EOF-SWITCH
004500     END-READ.
004510 3100-EXIT.
004520     EXIT.
004530*
004540 3200-RELEASE-HIST-REC.
004550     IF SHIST-BUS-DATE NOT NUMERIC
004560             OR SHIST-START-TIME NOT NUMERIC
004570             OR SHIST-ELAPSED NOT NUMERIC
004580         ADD 1 TO WR-SKIP-COUNT
004590         GO TO 3200-READ-NEXT
004600     END-IF.
004610     IF SHIST-BUS-DATE < WR-FROM-DATE
004620             OR SHIST-BUS-DATE > WR-THRU-DATE
004630         GO TO 3200-READ-NEXT
004640     END-IF.
004650     ADD 1 TO WR-REC-COUNT.
004660     MOVE SHIST-START-TIME TO WR-CLOCK-HHMMSS.
004670     PERFORM 7000-CLOCK-TO-SECS THRU 7000-EXIT.
004680     PERFORM 7050-CLOCK-TO-REL THRU 7050-EXIT.
004690     MOVE SHIST-BUS-DATE TO SORT-BUS-DATE.
004700     MOVE WR-REL-SECS    TO SORT-START-REL.
004710     COMPUTE SORT-END-REL = WR-REL-SECS + SHIST-ELAPSED.
004720     MOVE SHIST-ELAPSED  TO SORT-ELAPSED.
004730     IF SHIST-STEP-NO NUMERIC
004740         MOVE SHIST-STEP-NO TO SORT-STEP-NO
004750     ELSE
004760         MOVE 0 TO SORT-STEP-NO
004770     END-IF.
004780     MOVE SHIST-OPTION   TO SORT-OPTION.
004790     MOVE SHIST-PROGRAM  TO SORT-PROGRAM.
004800     RELEASE SORT-REC.
004810 3200-READ-NEXT.
004820     PERFORM 3100-READ-HIST-REC THRU 3100-EXIT.
004830 3200-EXIT.
004840     EXIT.
004850*
004860*----------------------------------------------------------------
004870* 4000-REPORT-DAYS - CONTROL BREAK ON BUSINESS DATE OVER THE
004880*                    SORTED HISTORY - ONE STREAM LINE PER DATE
004890*----------------------------------------------------------------
004900 4000-REPORT-DAYS.
004910     PERFORM 4100-RETURN-SORT-REC THRU 4100-EXIT.
004920     IF WR-SORT-EOF-YES
004930         MOVE SPACES TO RPT-LINE
004940         STRING "NO STEP HISTORY IN THE REQUESTED RANGE"
004950                 DELIMITED BY SIZE
004960             INTO RPT-LINE
004970         END-STRING
004980         WRITE RPT-LINE
004990         GO TO 4000-EXIT
005000     END-IF.
005010     PERFORM 4200-START-DAY THRU 4200-EXIT.
005020     PERFORM 4300-TALLY-SORT-REC THRU 4300-EXIT
005030         UNTIL WR-SORT-EOF-YES.
005040     PERFORM 4400-WRITE-DAY-LINE THRU 4400-EXIT.
005050 4000-EXIT.
005060     EXIT.
005070*
005080 4100-RETURN-SORT-REC.
005090     RETURN SORT-WORK-FILE
005100         AT END
005110             MOVE "Y" TO WR-SORT-EOF-SWITCH
005120     END-RETURN.
005130 4100-EXIT.
005140     EXIT.
005150*
005160 4200-START-DAY.
005170     MOVE SORT-BUS-DATE  TO WR-SAVE-DATE.
005180     MOVE SORT-START-REL TO WR-DAY-START-REL.
005190     MOVE 0 TO WR-DAY-END-REL.
005200     MOVE 0 TO WR-DAY-STEPS.
005210     MOVE 0 TO WR-DAY-BREACHES.
005220     PERFORM 4350-MEASURE-STEP THRU 4350-EXIT.
005230 4200-EXIT.
005240     EXIT.
005250*
005260 4300-TALLY-SORT-REC.
005270     PERFORM 4100-RETURN-SORT-REC THRU 4100-EXIT.
005280     IF WR-SORT-EOF-YES
005290         GO TO 4300-EXIT
005300     END-IF.
005310     IF SORT-BUS-DATE NOT = WR-SAVE-DATE
005320         PERFORM 4400-WRITE-DAY-LINE THRU 4400-EXIT
005330         PERFORM 4200-START-DAY THRU 4200-EXIT
005340         GO TO 4300-EXIT
005350     END-IF.
005360     PERFORM 4350-MEASURE-STEP THRU 4350-EXIT.
005370 4300-EXIT.
005380     EXIT.
005390*
005400*----------------------------------------------------------------
005410* 4350-MEASURE-STEP - ROLL ONE STEP INTO ITS DATE AND ITS OPTION'S
005420*                     STATISTICS, AND HOLD IT FOR THE DATE'S
005430*                     BREACH LINES WHEN IT RAN OVER ITS LIMIT
005440*----------------------------------------------------------------
005450 4350-MEASURE-STEP.
005460     ADD 1 TO WR-DAY-STEPS.
005470     IF SORT-END-REL > WR-DAY-END-REL
005480         MOVE SORT-END-REL TO WR-DAY-END-REL
005490     END-IF.
005500     MOVE SORT-OPTION TO WR-LOOKUP-OPTION.
005510     PERFORM 7300-FIND-OPTION THRU 7300-EXIT.
005520     IF WR-OPT-IX > WR-OPTION-MAX
005530         GO TO 4350-EXIT
005540     END-IF.
005550     MOVE SORT-PROGRAM TO WR-SS-PROGRAM (WR-OPT-IX).
005560     ADD 1 TO WR-SS-RUNS (WR-OPT-IX).
005570     ADD SORT-ELAPSED TO WR-SS-TOTAL (WR-OPT-IX).
005580     MOVE SORT-ELAPSED TO WR-SS-LAST (WR-OPT-IX).
005590     IF SORT-ELAPSED > WR-SS-WORST (WR-OPT-IX)
005600         MOVE SORT-ELAPSED TO WR-SS-WORST (WR-OPT-IX)
005610         MOVE SORT-BUS-DATE TO WR-SS-WORST-DATE (WR-OPT-IX)
005620     END-IF.
005630     IF WR-SS-LIMIT (WR-OPT-IX) = 0
005640             OR SORT-ELAPSED NOT > WR-SS-LIMIT (WR-OPT-IX)
005650         GO TO 4350-EXIT
005660     END-IF.
005670     ADD 1 TO WR-SS-BREACHES (WR-OPT-IX).
005680     ADD 1 TO WR-BREACH-TOTAL.
005690     ADD 1 TO WR-DAY-BREACHES.
005700     IF WR-DAY-BREACHES > WR-DB-MAX
005710         GO TO 4350-EXIT
005720     END-IF.
005730     MOVE SORT-STEP-NO TO WR-DB-STEP-NO (WR-DAY-BREACHES).
005740     MOVE SORT-OPTION  TO WR-DB-OPTION (WR-DAY-BREACHES).
005750     MOVE SORT-PROGRAM TO WR-DB-PROGRAM (WR-DAY-BREACHES).
005760     MOVE SORT-ELAPSED TO WR-DB-ELAPSED (WR-DAY-BREACHES).
005770     MOVE WR-SS-LIMIT (WR-OPT-IX)
005780         TO WR-DB-LIMIT (WR-DAY-BREACHES).
005790 4350-EXIT.
005800     EXIT.
005810*
005820*----------------------------------------------------------------
005830* 4400-WRITE-DAY-LINE - THE DATE'S STREAM START, FINISH, AND
005840*                       ELAPSED TIME WITH ITS FLAGS, THEN THE
005850*                       STEPS THAT RAN OVER THEIR LIMITS
005860*----------------------------------------------------------------
005870 4400-WRITE-DAY-LINE.
005880     COMPUTE WR-DAY-SPAN = WR-DAY-END-REL - WR-DAY-START-REL.
005890     ADD 1 TO WR-DAY-COUNT.
005900     ADD WR-DAY-START-REL TO WR-TOTAL-START.
005910     ADD WR-DAY-SPAN TO WR-TOTAL-SPAN.
005920     IF WR-DAY-SPAN > WR-WORST-SPAN
005930         MOVE WR-DAY-SPAN TO WR-WORST-SPAN
005940         MOVE WR-SAVE-DATE TO WR-WORST-SPAN-DATE
005950     END-IF.
005960     MOVE SPACES TO WR-DL-OVER-FLAG.
005970     MOVE SPACES TO WR-DL-LATE-FLAG.
005980     IF WR-STREAM-LIMIT > 0 AND WR-DAY-SPAN > WR-STREAM-LIMIT
005990         MOVE "OVER LIMIT" TO WR-DL-OVER-FLAG
006000         ADD 1 TO WR-STREAM-OVER-COUNT
006010     END-IF.
006020     IF WR-DEADLINE-SET AND WR-DAY-END-REL > WR-DEADLINE-REL
006030         MOVE "PAST DEADLINE" TO WR-DL-LATE-FLAG
006040         ADD 1 TO WR-PAST-DEADLINE-COUNT
006050     END-IF.
006060     MOVE WR-SAVE-DATE TO WR-DATE-DISPLAY.
006070     MOVE WR-DATE-DISPLAY TO WR-DL-DATE.
006080     MOVE WR-DAY-START-REL TO WR-FMT-SECS.
006090     PERFORM 7200-FORMAT-CLOCK THRU 7200-EXIT.
006100     MOVE WR-HMS-DISPLAY TO WR-DL-START.
006110     MOVE WR-DAY-END-REL TO WR-FMT-SECS.
006120     PERFORM 7200-FORMAT-CLOCK THRU 7200-EXIT.
006130     MOVE WR-HMS-DISPLAY TO WR-DL-FINISH.
006140     MOVE WR-DAY-SPAN TO WR-FMT-SECS.
006150     PERFORM 7100-FORMAT-HMS THRU 7100-EXIT.
006160     MOVE WR-HMS-DISPLAY TO WR-DL-ELAPSED.
006170     MOVE WR-DAY-STEPS TO WR-DL-STEPS.
006180     MOVE WR-DAY-LINE TO RPT-LINE.
006190     WRITE RPT-LINE.
006200     MOVE 0 TO WR-DB-IX.
006210     IF WR-DAY-BREACHES > WR-DB-MAX
006220         PERFORM 4450-WRITE-BREACH-LINE THRU 4450-EXIT
006230             WR-DB-MAX TIMES
006240         COMPUTE WR-COUNT-DISPLAY = WR-DAY-BREACHES - WR-DB-MAX
006250         MOVE SPACES TO RPT-LINE
006260         STRING "    ... AND " DELIMITED BY SIZE
006270                 WR-COUNT-DISPLAY DELIMITED BY SIZE
006280                 " MORE STEPS OVER LIMIT" DELIMITED BY SIZE
006290             INTO RPT-LINE
006300         END-STRING
006310         WRITE RPT-LINE
006320     ELSE
006330         PERFORM 4450-WRITE-BREACH-LINE THRU 4450-EXIT
006340             WR-DAY-BREACHES TIMES
006350     END-IF.
006360 4400-EXIT.
006370     EXIT.
006380*
006390 4450-WRITE-BREACH-LINE.
006400     ADD 1 TO WR-DB-IX.
006410     MOVE WR-DB-ELAPSED (WR-DB-IX) TO WR-FMT-SECS.
006420     PERFORM 7100-FORMAT-HMS THRU 7100-EXIT.
006430     MOVE WR-HMS-DISPLAY TO WR-HMS-HOLD.
006440     MOVE WR-DB-LIMIT (WR-DB-IX) TO WR-FMT-SECS.
006450     PERFORM 7100-FORMAT-HMS THRU 7100-EXIT.
006460     MOVE SPACES TO RPT-LINE.
006470     STRING "    ** STEP " DELIMITED BY SIZE
006480             WR-DB-STEP-NO (WR-DB-IX) DELIMITED BY SIZE
006490             " OPT " DELIMITED BY SIZE
006500             WR-DB-OPTION (WR-DB-IX) DELIMITED BY SIZE
006510             " " DELIMITED BY SIZE
006520             WR-DB-PROGRAM (WR-DB-IX) DELIMITED BY SIZE
006530             " RAN " DELIMITED BY SIZE
006540             WR-HMS-HOLD DELIMITED BY SIZE
006550             " LIMIT " DELIMITED BY SIZE
006560             WR-HMS-DISPLAY DELIMITED BY SIZE
006570         INTO RPT-LINE
006580     END-STRING.
006590     WRITE RPT-LINE.
006600 4450-EXIT.
006610     EXIT.
006620*
006630*----------------------------------------------------------------
006640* 5000-WRITE-STEP-TREND - EACH OPTION THAT RAN IN THE RANGE, IN
006650*                         MENU ORDER, WITH ITS AVERAGE, WORST, AND
006660*                         LATEST ELAPSED TIME AGAINST ITS LIMIT
006670*----------------------------------------------------------------
006680 5000-WRITE-STEP-TREND.
006690     MOVE SPACES TO RPT-LINE.
006700     WRITE RPT-LINE.
006710     MOVE SPACES TO RPT-LINE.
006720     STRING "STEP ELAPSED TIME OVER THE RANGE" DELIMITED BY SIZE
006730         INTO RPT-LINE
006740     END-STRING.
006750     WRITE RPT-LINE.
006760     MOVE SPACES TO RPT-LINE.
006770     WRITE RPT-LINE.
006780     MOVE WR-STEP-HEADING TO RPT-LINE.
006790     WRITE RPT-LINE.
006800     MOVE 0 TO WR-OPT-IX.
006810     PERFORM 5100-WRITE-STEP-LINE THRU 5100-EXIT
006820         WR-OPTION-MAX TIMES.
006830 5000-EXIT.
006840     EXIT.
006850*
006860 5100-WRITE-STEP-LINE.
006870     ADD 1 TO WR-OPT-IX.
006880     IF WR-SS-RUNS (WR-OPT-IX) = 0
006890         GO TO 5100-EXIT
006900     END-IF.
006910     MOVE WR-OPTION-LIST (WR-OPT-IX:1) TO WR-SL-OPTION.
006920     MOVE WR-SS-PROGRAM (WR-OPT-IX) TO WR-SL-PROGRAM.
006930     MOVE WR-SS-RUNS (WR-OPT-IX) TO WR-SL-RUNS.
006940     COMPUTE WR-FMT-SECS =
006950         WR-SS-TOTAL (WR-OPT-IX) / WR-SS-RUNS (WR-OPT-IX).
006960     PERFORM 7100-FORMAT-HMS THRU 7100-EXIT.
006970     MOVE WR-HMS-DISPLAY TO WR-SL-AVERAGE.
006980     MOVE WR-SS-WORST (WR-OPT-IX) TO WR-FMT-SECS.
006990     PERFORM 7100-FORMAT-HMS THRU 7100-EXIT.
007000     MOVE WR-HMS-DISPLAY TO WR-SL-WORST.
007010     MOVE WR-SS-WORST-DATE (WR-OPT-IX) TO WR-DATE-DISPLAY.
007020     MOVE WR-DATE-DISPLAY TO WR-SL-WORST-DATE.
007030     MOVE WR-SS-LAST (WR-OPT-IX) TO WR-FMT-SECS.
007040     PERFORM 7100-FORMAT-HMS THRU 7100-EXIT.
007050     MOVE WR-HMS-DISPLAY TO WR-SL-LATEST.
007060     IF WR-SS-LIMIT (WR-OPT-IX) = 0
007070         MOVE "NONE" TO WR-SL-LIMIT
007080     ELSE
007090         MOVE WR-SS-LIMIT (WR-OPT-IX) TO WR-FMT-SECS
007100         PERFORM 7100-FORMAT-HMS THRU 7100-EXIT
007110         MOVE WR-HMS-DISPLAY TO WR-SL-LIMIT
007120     END-IF.
007130     MOVE WR-SS-BREACHES (WR-OPT-IX) TO WR-SL-OVER.
007140     MOVE WR-STEP-LINE TO RPT-LINE.
007150     WRITE RPT-LINE.
007160 5100-EXIT.
007170     EXIT.
007180*
007190*----------------------------------------------------------------
007200* 6000-WRITE-PROJECTION - THE AVERAGE AND WORST STREAM AGAINST THE
007210*                         STREAM LIMIT, AND THE FINISH PROJECTED
007220*                         FROM THEM AGAINST THE WINDOW DEADLINE
007230*----------------------------------------------------------------
007240 6000-WRITE-PROJECTION.
007250     COMPUTE WR-AVG-START = WR-TOTAL-START / WR-DAY-COUNT.
007260     COMPUTE WR-AVG-SPAN  = WR-TOTAL-SPAN / WR-DAY-COUNT.
007270     COMPUTE WR-PROJECTED-REL  = WR-AVG-START + WR-AVG-SPAN.
007280     COMPUTE WR-WORST-CASE-REL = WR-AVG-START + WR-WORST-SPAN.
007290     MOVE SPACES TO RPT-LINE.
007300     WRITE RPT-LINE.
007310     MOVE SPACES TO RPT-LINE.
007320     STRING "BATCH WINDOW PROJECTION" DELIMITED BY SIZE
007330         INTO RPT-LINE
007340     END-STRING.
007350     WRITE RPT-LINE.
007360     MOVE SPACES TO RPT-LINE.
007370     WRITE RPT-LINE.
007380     MOVE WR-DAY-COUNT TO WR-COUNT-DISPLAY.
007390     MOVE SPACES TO RPT-LINE.
007400     STRING "DAYS REPORTED:            " DELIMITED BY SIZE
007410             WR-COUNT-DISPLAY DELIMITED BY SIZE
007420         INTO RPT-LINE
007430     END-STRING.
007440     WRITE RPT-LINE.
007450     MOVE WR-AVG-START TO WR-FMT-SECS.
007460     PERFORM 7200-FORMAT-CLOCK THRU 7200-EXIT.
007470     MOVE SPACES TO RPT-LINE.
007480     STRING "AVERAGE STREAM START:     " DELIMITED BY SIZE
007490             WR-HMS-DISPLAY DELIMITED BY SIZE
007500         INTO RPT-LINE
007510     END-STRING.
007520     WRITE RPT-LINE.
007530     MOVE WR-AVG-SPAN TO WR-FMT-SECS.
007540     PERFORM 7100-FORMAT-HMS THRU 7100-EXIT.
007550     MOVE SPACES TO RPT-LINE.
007560     STRING "AVERAGE STREAM ELAPSED:   " DELIMITED BY SIZE
007570             WR-HMS-DISPLAY DELIMITED BY SIZE
007580         INTO RPT-LINE
007590     END-STRING.
007600     WRITE RPT-LINE.
007610     MOVE WR-WORST-SPAN TO WR-FMT-SECS.
007620     PERFORM 7100-FORMAT-HMS THRU 7100-EXIT.
007630     MOVE WR-WORST-SPAN-DATE TO WR-DATE-DISPLAY.
007640     MOVE SPACES TO RPT-LINE.
007650     STRING "WORST STREAM ELAPSED:     " DELIMITED BY SIZE
007660             WR-HMS-DISPLAY DELIMITED BY SIZE
007670             "  ON " DELIMITED BY SIZE
007680             WR-DATE-DISPLAY DELIMITED BY SIZE
007690         INTO RPT-LINE
007700     END-STRING.
007710     WRITE RPT-LINE.
007720     PERFORM 6100-WRITE-STREAM-LIMIT THRU 6100-EXIT.
007730     PERFORM 6200-WRITE-DEADLINE THRU 6200-EXIT.
007740     MOVE WR-BREACH-TOTAL TO WR-COUNT-DISPLAY.
007750     MOVE SPACES TO RPT-LINE.
007760     STRING "STEPS OVER THEIR LIMIT:   " DELIMITED BY SIZE
007770             WR-COUNT-DISPLAY DELIMITED BY SIZE
007780         INTO RPT-LINE
007790     END-STRING.
007800     WRITE RPT-LINE.
007810     ADD WR-BREACH-TOTAL TO WR-WARNING-COUNT.
007820     ADD WR-STREAM-OVER-COUNT TO WR-WARNING-COUNT.
007830     ADD WR-PAST-DEADLINE-COUNT TO WR-WARNING-COUNT.
007840 6000-EXIT.
007850     EXIT.
007860*
007870 6100-WRITE-STREAM-LIMIT.
007880     MOVE SPACES TO RPT-LINE.
007890     IF WR-STREAM-LIMIT = 0
007900         STRING "STREAM LIMIT:             NONE ON WINDPARM"
007910                 DELIMITED BY SIZE
007920             INTO RPT-LINE
007930         END-STRING
007940         WRITE RPT-LINE
007950         GO TO 6100-EXIT
007960     END-IF.
007970     MOVE WR-STREAM-LIMIT TO WR-FMT-SECS.
007980     PERFORM 7100-FORMAT-HMS THRU 7100-EXIT.
007990     MOVE WR-STREAM-OVER-COUNT TO WR-COUNT-DISPLAY.
008000     STRING "STREAM LIMIT:             " DELIMITED BY SIZE
008010             WR-HMS-DISPLAY DELIMITED BY SIZE
008020             "  DAYS OVER: " DELIMITED BY SIZE
008030             WR-COUNT-DISPLAY DELIMITED BY SIZE
008040         INTO RPT-LINE
008050     END-STRING.
008060     WRITE RPT-LINE.
008070 6100-EXIT.
008080     EXIT.
008090*
008100*----------------------------------------------------------------
008110* 6200-WRITE-DEADLINE - PROJECTED FINISH IS THE AVERAGE START PLUS
008120*                       THE AVERAGE ELAPSED TIME, WORST CASE THE
008130*                       AVERAGE START PLUS THE WORST ELAPSED TIME
008140*----------------------------------------------------------------
008150 6200-WRITE-DEADLINE.
008160     MOVE SPACES TO RPT-LINE.
008170     IF WR-NO-DEADLINE
008180         STRING "WINDOW DEADLINE:          NONE ON WINDPARM"
008190                 DELIMITED BY SIZE
008200             INTO RPT-LINE
008210         END-STRING
008220         WRITE RPT-LINE
008230         GO TO 6200-EXIT
008240     END-IF.
008250     MOVE WR-DEADLINE-REL TO WR-FMT-SECS.
008260     PERFORM 7200-FORMAT-CLOCK THRU 7200-EXIT.
008270     MOVE WR-PAST-DEADLINE-COUNT TO WR-COUNT-DISPLAY.
008280     STRING "WINDOW DEADLINE:          " DELIMITED BY SIZE
008290             WR-HMS-DISPLAY DELIMITED BY SIZE
008300             "  DAYS PAST: " DELIMITED BY SIZE
008310             WR-COUNT-DISPLAY DELIMITED BY SIZE
008320         INTO RPT-LINE
008330     END-STRING.
008340     WRITE RPT-LINE.
008350     MOVE WR-PROJECTED-REL TO WR-FMT-SECS.
008360     PERFORM 7200-FORMAT-CLOCK THRU 7200-EXIT.
008370     MOVE SPACES TO RPT-LINE.
008380     STRING "PROJECTED FINISH:         " DELIMITED BY SIZE
008390             WR-HMS-DISPLAY DELIMITED BY SIZE
008400         INTO RPT-LINE
008410     END-STRING.
008420     WRITE RPT-LINE.
008430     MOVE WR-WORST-CASE-REL TO WR-FMT-SECS.
008440     PERFORM 7200-FORMAT-CLOCK THRU 7200-EXIT.
008450     MOVE SPACES TO RPT-LINE.
008460     STRING "WORST-CASE FINISH:        " DELIMITED BY SIZE
008470             WR-HMS-DISPLAY DELIMITED BY SIZE
008480         INTO RPT-LINE
008490     END-STRING.
008500     WRITE RPT-LINE.
008510     MOVE SPACES TO RPT-LINE.
008520     IF WR-PROJECTED-REL > WR-DEADLINE-REL
008530         COMPUTE WR-FMT-SECS = WR-PROJECTED-REL - WR-DEADLINE-REL
008540         PERFORM 7100-FORMAT-HMS THRU 7100-EXIT
008550         STRING "** PROJECTED FINISH MISSES THE DEADLINE BY "
008560                 DELIMITED BY SIZE
008570                 WR-HMS-DISPLAY DELIMITED BY SIZE
008580             INTO RPT-LINE
008590         END-STRING
008600         ADD 1 TO WR-WARNING-COUNT
008610     ELSE
008620         COMPUTE WR-FMT-SECS = WR-DEADLINE-REL - WR-PROJECTED-REL
008630         PERFORM 7100-FORMAT-HMS THRU 7100-EXIT
008640         STRING "PROJECTED FINISH MEETS THE DEADLINE WITH "
008650                 DELIMITED BY SIZE
008660                 WR-HMS-DISPLAY DELIMITED BY SIZE
008670                 " TO SPARE" DELIMITED BY SIZE
008680             INTO RPT-LINE
008690         END-STRING
008700     END-IF.
008710     WRITE RPT-LINE.
008720     IF WR-WORST-CASE-REL > WR-DEADLINE-REL
008730         COMPUTE WR-FMT-SECS = WR-WORST-CASE-REL - WR-DEADLINE-REL
008740         PERFORM 7100-FORMAT-HMS THRU 7100-EXIT
008750         MOVE SPACES TO RPT-LINE
008760         STRING "** WORST-CASE FINISH MISSES THE DEADLINE BY "
008770                 DELIMITED BY SIZE
008780                 WR-HMS-DISPLAY DELIMITED BY SIZE
008790             INTO RPT-LINE
008800         END-STRING
008810         WRITE RPT-LINE
008820     END-IF.
008830 6200-EXIT.
008840     EXIT.
008850*
008860*----------------------------------------------------------------
008870* 7000-CLOCK-TO-SECS - HHMMSS IN WR-CLOCK-HHMMSS TO SECONDS AFTER
008880*                      MIDNIGHT IN WR-CLOCK-SECS
008890*----------------------------------------------------------------
008900 7000-CLOCK-TO-SECS.
008910     COMPUTE WR-CLOCK-SECS = WR-CLOCK-HH * 3600
008920                           + WR-CLOCK-MM * 60
008930                           + WR-CLOCK-SS.
008940 7000-EXIT.
008950     EXIT.
008960*
008970*----------------------------------------------------------------
008980* 7050-CLOCK-TO-REL - SECONDS AFTER MIDNIGHT TO SECONDS AFTER THE
008990*                     WINDOW OPENS, WRAPPING PAST MIDNIGHT
009000*----------------------------------------------------------------
009010 7050-CLOCK-TO-REL.
009020     COMPUTE WR-REL-SECS = WR-CLOCK-SECS - WR-WIN-START-SECS.
009030     IF WR-REL-SECS < 0
009040         ADD 86400 TO WR-REL-SECS
009050     END-IF.
009060 7050-EXIT.
009070     EXIT.
009080*
009090*----------------------------------------------------------------
009100* 7100-FORMAT-HMS - A DURATION IN WR-FMT-SECS AS HH:MM:SS
009110*----------------------------------------------------------------
009120 7100-FORMAT-HMS.
009130     DIVIDE WR-FMT-SECS BY 3600 GIVING WR-HMS-HH
009140         REMAINDER WR-FMT-REM.
009150     DIVIDE WR-FMT-REM BY 60 GIVING WR-HMS-MM
009160         REMAINDER WR-HMS-SS.
009170 7100-EXIT.
009180     EXIT.
009190*
009200*----------------------------------------------------------------
009210* 7200-FORMAT-CLOCK - SECONDS AFTER THE WINDOW OPENS IN
009220*                     WR-FMT-SECS AS A TIME OF DAY HH:MM:SS
009230*----------------------------------------------------------------
009240 7200-FORMAT-CLOCK.
009250     ADD WR-WIN-START-SECS TO WR-FMT-SECS.
009260     IF WR-FMT-SECS > 86399
009270         SUBTRACT 86400 FROM WR-FMT-SECS
009280     END-IF.
009290     IF WR-FMT-SECS > 86399
009300         SUBTRACT 86400 FROM WR-FMT-SECS
009310     END-IF.
009320     PERFORM 7100-FORMAT-HMS THRU 7100-EXIT.
009330 7200-EXIT.
009340     EXIT.
009350*
009360*----------------------------------------------------------------
009370* 7300-FIND-OPTION - THE STATISTICS ENTRY FOR THE OPTION IN
009380*                    WR-LOOKUP-OPTION. AN OPTION NOT ON THE LIST
009390*                    GIVES AN INDEX PAST THE END OF THE TABLE.
009400*----------------------------------------------------------------
009410 7300-FIND-OPTION.
009420     MOVE 0 TO WR-OPT-IX.
009430     IF WR-LOOKUP-OPTION = SPACE
009440         MOVE WR-OPTION-MAX TO WR-OPT-IX
009450     ELSE
009460         INSPECT WR-OPTION-LIST TALLYING WR-OPT-IX
009470             FOR CHARACTERS BEFORE INITIAL WR-LOOKUP-OPTION
009480     END-IF.
009490     ADD 1 TO WR-OPT-IX.
009500 7300-EXIT.
009510     EXIT.
009520*
009530*----------------------------------------------------------------
009540* 8000-TERMINATE - CLOSE UP AND REPORT THE RUN TOTALS
009550*----------------------------------------------------------------
009560 8000-TERMINATE.
009570     CLOSE WIND-RPT-FILE.
009580     DISPLAY "WINDRPT - HISTORY RECORDS:  " WR-REC-COUNT.
009590     DISPLAY "WINDRPT - DAYS REPORTED:    " WR-DAY-COUNT.
009600     IF WR-SKIP-COUNT > 0
009610         DISPLAY "WINDRPT - UNREADABLE HISTORY RECORDS SKIPPED: "
009620                 WR-SKIP-COUNT
009630     END-IF.
009640     IF WR-WARNING-COUNT > 0
009650         DISPLAY "WINDRPT - BATCH WINDOW LIMITS EXCEEDED - SEE "
009660                 "WINDRPT"
009670     END-IF.
009680 8000-EXIT.
009690     EXIT.
009700*
009710 9999-EXIT.
009720     IF ADDRESS OF STEP-STATUS-AREA NOT = NULL
009730         EVALUATE TRUE
009740             WHEN WR-FATAL-YES
009750                 MOVE 08 TO STEP-RETURN-CODE
009760             WHEN WR-WARNING-COUNT > 0
009770                 MOVE 04 TO STEP-RETURN-CODE
009780             WHEN OTHER
009790                 MOVE 00 TO STEP-RETURN-CODE
009800         END-EVALUATE
009810     END-IF.
009820     GOBACK.
