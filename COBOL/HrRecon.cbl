000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    HRRECON.
000030 AUTHOR.        R L HASKELL.
000040 INSTALLATION.  OPERATIONS SUPPORT - INTAKE UNIT.
000050 DATE-WRITTEN.  2026-09-30.
000060 DATE-COMPILED.
000070*
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110* 2026-09-30 RLH  NEW PROGRAM. HR MASTER SNAPSHOT RECONCILIATION -
000120*                 EVERY EMPMAST CHANGE STILL STARTED AS AN
000130*                 EMPTRAN CARD KEYED BY HAND FROM AN HR EMAIL.
000140*                 HR NOW SENDS A FULL NIGHTLY SNAPSHOT OF
000150*                 ACTIVE, LEAVE AND TERMINATED STAFF ON HRSNAP
000160*                 (PERSONREC LAYOUT). THE SNAPSHOT IS SORTED BY
000170*                 ID AND MATCHED KEY BY KEY AGAINST EMPMAST, AND
000180*                 THE ADD, CHANGE AND DELETE TRANSACTIONS THAT
000190*                 BRING THE MASTER INTO LINE ARE APPENDED TO
000200*                 EMPTRAN IN ITS OWN LAYOUT, WITH EFFECTIVE
000210*                 DATES, SO EMPMAINT APPLIES THEM THROUGH ITS
000220*                 NORMAL VALIDATION, DEPTMAST CHECK, HOLD LOGIC
000230*                 AND MAINTLOG IMAGES. A CHANGE CARRIES ONLY THE
000240*                 FIELDS THAT DIFFER. AN ID THAT ALREADY HAS A
000250*                 TRANSACTION HELD ON EMPPEND IS NOT REPEATED. A
000260*                 SNAPSHOT RECORD THAT CANNOT BE MAPPED (BLANK
000270*                 NAME, UNKNOWN OR INACTIVE DEPARTMENT OR SITE,
000280*                 BAD STATUS OR DATE, DUPLICATE ID) MAKES NO
000290*                 TRANSACTION. THE HRRCRPT REGISTER LISTS EVERY
000300*                 ADD, CHANGE (FIELD BY FIELD, OLD AND NEW),
000310*                 DELETE AND UNMAPPED RECORD. AN "R" IN COLUMN 1
000320*                 OF THE HRRCPARM CARD RUNS THE REGISTER ONLY
000330*                 AND WRITES NO TRANSACTIONS. HANDS BACK 04 WHEN
000340*                 ANY RECORD COULD NOT BE MAPPED AND 08 WHEN THE
000350*                 RUN IS REFUSED.
000360*----------------------------------------------------------------
000370*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT HR-PARM-FILE    ASSIGN TO "HRRCPARM"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS HR-PARM-FILE-STATUS.
000440     SELECT HR-SNAP-FILE    ASSIGN TO "HRSNAP"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS HR-SNAP-FILE-STATUS.
000470     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS EMP-ID
000510         FILE STATUS IS HR-EMP-FILE-STATUS.
000520     SELECT DEPT-MASTER     ASSIGN TO "DEPTMAST"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS DEPT-CODE
000560         FILE STATUS IS HR-DEPT-FILE-STATUS.
000570     SELECT SITE-MASTER     ASSIGN TO "SITEMAST"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS SITE-CODE
000610         FILE STATUS IS HR-SITE-FILE-STATUS.
000620     SELECT EMP-PEND-FILE   ASSIGN TO "EMPPEND"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS HR-PEND-FILE-STATUS.
000650     SELECT EMP-TRAN-FILE   ASSIGN TO "EMPTRAN"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS HR-TRAN-FILE-STATUS.
000680     SELECT HR-RPT-FILE     ASSIGN TO "HRRCRPT"
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700     SELECT SORT-WORK-FILE  ASSIGN TO "SORTWK".
000710*
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  HR-PARM-FILE.
000750 01  HR-PARM-REC.
000760     05  HRPARM-MODE        PIC X(01).
000770         88  HRPARM-REGISTER-ONLY      VALUE "R".
000780     05  FILLER             PIC X(79).
000790*
000800 FD  HR-SNAP-FILE.
000810     COPY PERSONREC
000820         REPLACING ==PERSON-REC==      BY ==SNAP-REC==
000830                   ==PERSON-ID==       BY ==SNAP-ID==
000840                   ==PERSON-NAME==     BY ==SNAP-NAME==
000850                   ==PERSON-DEPT==     BY ==SNAP-DEPT==
000860                   ==PERSON-EFF-DATE== BY ==SNAP-EFF-DATE==
000870                   ==PERSON-STATUS==   BY ==SNAP-STATUS==
000880                   ==PERSON-ACTIVE==   BY ==SNAP-ACTIVE==
000890                   ==PERSON-TERMINATED== BY ==SNAP-TERMINATED==
000900                   ==PERSON-ON-LEAVE== BY ==SNAP-ON-LEAVE==
000910                   ==PERSON-TERM-DATE== BY ==SNAP-TERM-DATE==
000920                   ==PERSON-HOME-SITE== BY ==SNAP-HOME-SITE==.
000930*
000940 FD  EMPLOYEE-MASTER.
000950     COPY PERSONREC
000960         REPLACING ==PERSON-REC==      BY ==EMP-MASTER-REC==
000970                   ==PERSON-ID==       BY ==EMP-ID==
000980                   ==PERSON-NAME==     BY ==EMP-NAME==
000990                   ==PERSON-DEPT==     BY ==EMP-DEPT==
001000                   ==PERSON-EFF-DATE== BY ==EMP-EFF-DATE==
001010                   ==PERSON-STATUS==   BY ==EMP-STATUS==
001020                   ==PERSON-ACTIVE==   BY ==EMP-ACTIVE==
001030                   ==PERSON-TERMINATED== BY ==EMP-TERMINATED==
001040                   ==PERSON-ON-LEAVE== BY ==EMP-ON-LEAVE==
001050                   ==PERSON-TERM-DATE== BY ==EMP-TERM-DATE==
001060                   ==PERSON-HOME-SITE== BY ==EMP-HOME-SITE==.
001070*
001080 FD  DEPT-MASTER.
001090     COPY DEPTREC.
001100*
001110 FD  SITE-MASTER.
001120     COPY SITEREC.
001130*
001140*    EMPPEND RECORDS ARE HELD EMPTRAN TRANSACTIONS, BYTE FOR
001150*    BYTE - ONLY THE ID IS PICKED OUT HERE.
001160 FD  EMP-PEND-FILE.
001170 01  PEND-REC.
001180     05  PEND-ACTION        PIC X(01).
001190     05  PEND-EMP-ID        PIC X(05).
001200     05  FILLER             PIC X(30).
001210     05  PEND-EFF-DATE      PIC X(08).
001220     05  FILLER             PIC X(36).
001230*
001240*    THE EMPMAINT TRANSACTION LAYOUT
001250 FD  EMP-TRAN-FILE.
001260 01  TRAN-REC.
001270     05  TRAN-ACTION        PIC X(01).
001280     05  TRAN-EMP-ID        PIC X(05).
001290     05  TRAN-EMP-NAME      PIC X(20).
001300     05  TRAN-EMP-DEPT      PIC X(10).
001310     05  TRAN-EFF-DATE      PIC X(08).
001320     05  TRAN-STATUS        PIC X(01).
001330     05  TRAN-TERM-DATE     PIC X(08).
001340     05  TRAN-HOME-SITE     PIC X(04).
001350     05  FILLER             PIC X(23).
001360*
001370 FD  HR-RPT-FILE.
001380 01  RPT-LINE               PIC X(80).
001390*
001400 SD  SORT-WORK-FILE.
001410     COPY PERSONREC
001420         REPLACING ==PERSON-REC==      BY ==SORT-REC==
001430                   ==PERSON-ID==       BY ==SORT-EMP-ID==
001440                   ==PERSON-NAME==     BY ==SORT-EMP-NAME==
001450                   ==PERSON-DEPT==     BY ==SORT-EMP-DEPT==
001460                   ==PERSON-EFF-DATE== BY ==SORT-EFF-DATE==
001470                   ==PERSON-STATUS==   BY ==SORT-STATUS==
001480                   ==PERSON-ACTIVE==   BY ==SORT-ACTIVE==
001490                   ==PERSON-TERMINATED== BY ==SORT-TERMINATED==
001500                   ==PERSON-ON-LEAVE== BY ==SORT-ON-LEAVE==
001510                   ==PERSON-TERM-DATE== BY ==SORT-TERM-DATE==
001520                   ==PERSON-HOME-SITE== BY ==SORT-HOME-SITE==.
001530*
001540 WORKING-STORAGE SECTION.
001550*
001560*----------------------------------------------------------------
001570* FILE STATUS AND SWITCHES
001580*----------------------------------------------------------------
001590 77  HR-PARM-FILE-STATUS    PIC X(02)  VALUE "00".
001600     88  HR-PARM-FOUND                 VALUE "00".
001610 77  HR-SNAP-FILE-STATUS    PIC X(02)  VALUE "00".
001620     88  HR-SNAP-OK                    VALUE "00".
001630 77  HR-EMP-FILE-STATUS     PIC X(02)  VALUE "00".
001640     88  HR-EMP-OK                     VALUE "00".
001650     88  HR-EMP-MISSING                VALUE "35".
001660 77  HR-DEPT-FILE-STATUS    PIC X(02)  VALUE "00".
001670     88  HR-DEPT-OK                    VALUE "00".
001680     88  HR-DEPT-NOT-FOUND             VALUE "23".
001690 77  HR-SITE-FILE-STATUS    PIC X(02)  VALUE "00".
001700     88  HR-SITE-OK                    VALUE "00".
001710     88  HR-SITE-NOT-FOUND             VALUE "23".
001720 77  HR-PEND-FILE-STATUS    PIC X(02)  VALUE "00".
001730     88  HR-PEND-OK                    VALUE "00".
001740 77  HR-TRAN-FILE-STATUS    PIC X(02)  VALUE "00".
001750     88  HR-TRAN-OK                    VALUE "00".
001760*
001770 77  HR-SNAP-EOF-SWITCH     PIC X(01)  VALUE "N".
001780     88  HR-SNAP-EOF-YES               VALUE "Y".
001790     88  HR-SNAP-EOF-NO                VALUE "N".
001800 77  HR-MAST-EOF-SWITCH     PIC X(01)  VALUE "N".
001810     88  HR-MAST-EOF-YES               VALUE "Y".
001820     88  HR-MAST-EOF-NO                VALUE "N".
001830 77  HR-SORT-EOF-SWITCH     PIC X(01)  VALUE "N".
001840     88  HR-SORT-EOF-YES               VALUE "Y".
001850     88  HR-SORT-EOF-NO                VALUE "N".
001860*
001870 77  HR-SNAP-OPEN-SWITCH    PIC X(01)  VALUE "N".
001880     88  HR-SNAP-OPEN                  VALUE "Y".
001890 77  HR-EMP-OPEN-SWITCH     PIC X(01)  VALUE "N".
001900     88  HR-EMP-OPEN                   VALUE "Y".
001910 77  HR-TRAN-OPEN-SWITCH    PIC X(01)  VALUE "N".
001920     88  HR-TRAN-OPEN                  VALUE "Y".
001930*
001940 77  HR-FATAL-SWITCH        PIC X(01)  VALUE "N".
001950     88  HR-FATAL-YES                  VALUE "Y".
001960     88  HR-FATAL-NO                   VALUE "N".
001970*
001980*    "R" ON THE CARD - THE REGISTER IS PRINTED, NOTHING IS WRITTEN
001990 77  HR-MODE-SWITCH         PIC X(01)  VALUE "U".
002000     88  HR-REGISTER-ONLY              VALUE "R".
002010     88  HR-UPDATE-MODE                VALUE "U".
002020*
002030*    THE REFERENCE CHECKS ONLY RUN WHEN THEIR MASTER IS THERE TO
002040*    CHECK AGAINST, THE SAME AS IN EMPMAINT
002050 77  HR-DEPT-CHECK-SWITCH   PIC X(01)  VALUE "N".
002060     88  HR-DEPT-CHECKING              VALUE "Y".
002070 77  HR-SITE-CHECK-SWITCH   PIC X(01)  VALUE "N".
002080     88  HR-SITE-CHECKING              VALUE "Y".
002090*
002100 77  HR-MAP-SWITCH          PIC X(01)  VALUE "Y".
002110     88  HR-MAPPED                     VALUE "Y".
002120     88  HR-NOT-MAPPED                 VALUE "N".
002130*
002140 77  HR-DUP-SWITCH          PIC X(01)  VALUE "N".
002150     88  HR-DUP-YES                    VALUE "Y".
002160     88  HR-DUP-NO                     VALUE "N".
002170*
002180 77  HR-PENDING-SWITCH      PIC X(01)  VALUE "N".
002190     88  HR-PENDING                    VALUE "Y".
002200*
002210*----------------------------------------------------------------
002220* MATCH KEYS - ONE PAST THE HIGHEST EMPLOYEE ID MARKS END OF FILE
002230*----------------------------------------------------------------
002240 77  HR-MAST-KEY            PIC 9(06)  VALUE 0.
002250 77  HR-SNAP-KEY            PIC 9(06)  VALUE 0.
002260 77  HR-PREV-SNAP-KEY       PIC 9(06)  VALUE 0.
002270 77  HR-HIGH-KEY            PIC 9(06)  VALUE 999999.
002280*
002290*----------------------------------------------------------------
002300* IDS WITH A TRANSACTION ALREADY HELD ON EMPPEND - THE SAME
002310* CEILING EMPMAINT HOLDS THE PENDING FILE TO
002320*----------------------------------------------------------------
002330 77  HR-PEND-MAX            PIC 9(03)  COMP  VALUE 500.
002340 77  HR-PEND-COUNT          PIC 9(03)  COMP  VALUE 0.
002350 77  HR-PEND-IX             PIC 9(03)  COMP  VALUE 0.
002360 77  HR-CHECK-ID            PIC X(05)  VALUE SPACES.
002370 01  HR-PEND-TABLE.
002380     05  HR-PEND-ID         PIC X(05)  OCCURS 500 TIMES.
002390*
002400*----------------------------------------------------------------
002410* FIELD-BY-FIELD DIFFERENCES FOR ONE CHANGE
002420*----------------------------------------------------------------
002430 77  HR-CHG-COUNT           PIC 9(02)  COMP  VALUE 0.
002440 77  HR-CHG-IX              PIC 9(02)  COMP  VALUE 0.
002450 01  HR-CHG-TABLE.
002460     05  HR-CHG-ENTRY       OCCURS 6 TIMES.
002470         10  HR-CT-FIELD        PIC X(10).
002480         10  HR-CT-OLD          PIC X(20).
002490         10  HR-CT-NEW          PIC X(20).
002500*
002510*----------------------------------------------------------------
002520* COUNTERS AND WORK FIELDS
002530*----------------------------------------------------------------
002540 77  HR-SNAP-COUNT          PIC 9(05)  COMP  VALUE 0.
002550 77  HR-SAME-COUNT          PIC 9(05)  COMP  VALUE 0.
002560 77  HR-ADD-COUNT           PIC 9(05)  COMP  VALUE 0.
002570 77  HR-CHANGE-COUNT        PIC 9(05)  COMP  VALUE 0.
002580 77  HR-DELETE-COUNT        PIC 9(05)  COMP  VALUE 0.
002590 77  HR-NOMAP-COUNT         PIC 9(05)  COMP  VALUE 0.
002600 77  HR-HELD-COUNT          PIC 9(05)  COMP  VALUE 0.
002610 77  HR-GONE-COUNT          PIC 9(05)  COMP  VALUE 0.
002620 77  HR-TRAN-COUNT          PIC 9(05)  COMP  VALUE 0.
002630 77  HR-RUN-DATE            PIC 9(08)  VALUE 0.
002640 77  HR-OLD-STATUS          PIC X(01)  VALUE SPACES.
002650 77  HR-NEW-STATUS          PIC X(01)  VALUE SPACES.
002660 77  HR-REASON              PIC X(46)  VALUE SPACES.
002670 77  HR-FMT-DATE            PIC 9(08)  VALUE 0.
002680 77  HR-FMT-TEXT            PIC X(20)  VALUE SPACES.
002690 77  HR-DATE-DISPLAY        PIC 9999/99/99.
002700 77  HR-COUNT-DISPLAY       PIC ZZZZ9.
002710*
002720*    A SNAPSHOT RECORD WHOSE ID IS NOT NUMERIC NEVER REACHES THE
002730*    SORT - IT IS REPORTED FROM HERE BY ITS CHARACTER VIEW
002740 01  HR-SNAP-HOLD.
002750     05  HR-SH-ID           PIC X(05).
002760     05  HR-SH-NAME         PIC X(20).
002770     05  FILLER             PIC X(31).
002780*
002790*----------------------------------------------------------------
002800* REGISTER LINES
002810*----------------------------------------------------------------
002820 01  HR-REG-LINE.
002830     05  HR-RL-ACTION       PIC X(06).
002840     05  FILLER             PIC X(01)  VALUE SPACES.
002850     05  HR-RL-EMP-ID       PIC X(05).
002860     05  FILLER             PIC X(01)  VALUE SPACES.
002870     05  HR-RL-EMP-NAME     PIC X(20).
002880     05  FILLER             PIC X(01)  VALUE SPACES.
002890     05  HR-RL-DETAIL       PIC X(46).
002900*
002910 01  HR-CHG-LINE.
002920     05  FILLER             PIC X(07)  VALUE SPACES.
002930     05  HR-CL-FIELD        PIC X(10).
002940     05  HR-CL-OLD          PIC X(20).
002950     05  FILLER             PIC X(04)  VALUE " -> ".
002960     05  HR-CL-NEW          PIC X(20).
002970     05  FILLER             PIC X(19)  VALUE SPACES.
002980*
002990 01  HR-REG-HEADING.
003000     05  FILLER             PIC X(06)  VALUE "ACTION".
003010     05  FILLER             PIC X(01)  VALUE SPACES.
003020     05  FILLER             PIC X(05)  VALUE "EMPID".
003030     05  FILLER             PIC X(01)  VALUE SPACES.
003040     05  FILLER             PIC X(20)  VALUE "EMPLOYEE NAME".
003050     05  FILLER             PIC X(01)  VALUE SPACES.
003060     05  FILLER             PIC X(46)  VALUE "DETAIL".
003070*
003080*----------------------------------------------------------------
003090* BUSINESS-DATE CALENDAR CALL AREA
003100*----------------------------------------------------------------
003110     COPY CALPARM.
003120*
003130 LINKAGE SECTION.
003140     COPY STEPSTAT.
003150*
003160 PROCEDURE DIVISION USING STEP-STATUS-AREA.
003170*----------------------------------------------------------------
003180* 0000-MAINLINE
003190*----------------------------------------------------------------
003200 0000-MAINLINE.
003210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003220     IF HR-FATAL-NO
003230         SORT SORT-WORK-FILE
003240             ON ASCENDING KEY SORT-EMP-ID
003250*            A REPEATED ID KEEPS SNAPSHOT ORDER - THE FIRST ONE IS
003260*            MATCHED AND THE REST ARE REPORTED.
003270             WITH DUPLICATES IN ORDER
003280             INPUT PROCEDURE IS 3000-FEED-SORT
003290                 THRU 3000-EXIT
003300             OUTPUT PROCEDURE IS 4000-RECONCILE
003310                 THRU 4000-EXIT
003320     END-IF.
003330     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003340     GO TO 9999-EXIT.
003350*
003360*----------------------------------------------------------------
003370* 1000-INITIALIZE - READ THE MODE CARD, OPEN THE SNAPSHOT, THE
003380*                   MASTERS AND THE TRANSACTION FILE, AND TITLE
003390*                   THE REGISTER. A MISSING OR EMPTY SNAPSHOT
003400*                   REFUSES THE RUN - MATCHED AGAINST NOTHING IT
003410*                   WOULD DELETE THE WHOLE MASTER.
003420*----------------------------------------------------------------
003430 1000-INITIALIZE.
003440     MOVE "N" TO HR-FATAL-SWITCH.
003450     MOVE "N" TO HR-SNAP-EOF-SWITCH.
003460     MOVE "N" TO HR-MAST-EOF-SWITCH.
003470     MOVE "N" TO HR-SORT-EOF-SWITCH.
003480     MOVE "N" TO HR-SNAP-OPEN-SWITCH.
003490     MOVE "N" TO HR-EMP-OPEN-SWITCH.
003500     MOVE "N" TO HR-TRAN-OPEN-SWITCH.
003510     MOVE "U" TO HR-MODE-SWITCH.
003520     MOVE 0 TO HR-SNAP-COUNT.
003530     MOVE 0 TO HR-SAME-COUNT.
003540     MOVE 0 TO HR-ADD-COUNT.
003550     MOVE 0 TO HR-CHANGE-COUNT.
003560     MOVE 0 TO HR-DELETE-COUNT.
003570     MOVE 0 TO HR-NOMAP-COUNT.
003580     MOVE 0 TO HR-HELD-COUNT.
003590     MOVE 0 TO HR-GONE-COUNT.
003600     MOVE 0 TO HR-TRAN-COUNT.
003610     MOVE 0 TO HR-PEND-COUNT.
003620     MOVE 0 TO HR-PREV-SNAP-KEY.
003630     ACCEPT HR-RUN-DATE FROM DATE YYYYMMDD.
003640     MOVE "G" TO CAL-FUNCTION.
003650     CALL "BUSDATE" USING CAL-PARM-AREA.
003660     IF CAL-RC-NO-CALENDAR
003670         DISPLAY "HRRECON - NO PROCESSING CALENDAR - "
003680                 "MACHINE DATE USED"
003690     ELSE
003700         MOVE CAL-BUSINESS-DATE TO HR-RUN-DATE
003710     END-IF.
003720     OPEN INPUT HR-PARM-FILE.
003730     IF HR-PARM-FOUND
003740         READ HR-PARM-FILE
003750             AT END
003760                 CONTINUE
003770             NOT AT END
003780                 IF HRPARM-REGISTER-ONLY
003790                     MOVE "R" TO HR-MODE-SWITCH
003800                 END-IF
003810         END-READ
003820         CLOSE HR-PARM-FILE
003830     END-IF.
003840     OPEN OUTPUT HR-RPT-FILE.
003850     MOVE HR-RUN-DATE TO HR-DATE-DISPLAY.
003860     MOVE SPACES TO RPT-LINE.
003870     STRING "HR SNAPSHOT RECONCILIATION REGISTER  BUSINESS DATE: "
003880                 DELIMITED BY SIZE
003890             HR-DATE-DISPLAY DELIMITED BY SIZE
003900         INTO RPT-LINE
003910     END-STRING.
003920     WRITE RPT-LINE.
003930     MOVE SPACES TO RPT-LINE.
003940     IF HR-REGISTER-ONLY
003950         STRING "REGISTER ONLY - NO TRANSACTIONS WRITTEN"
003960                 DELIMITED BY SIZE
003970             INTO RPT-LINE
003980         END-STRING
003990     ELSE
004000         STRING "TRANSACTIONS APPENDED TO EMPTRAN FOR EMPMAINT"
004010                 DELIMITED BY SIZE
004020             INTO RPT-LINE
004030         END-STRING
004040     END-IF.
004050     WRITE RPT-LINE.
004060     MOVE SPACES TO RPT-LINE.
004070     WRITE RPT-LINE.
004080     OPEN INPUT HR-SNAP-FILE.
004090     IF NOT HR-SNAP-OK
004100         DISPLAY "HRRECON - NO HR SNAPSHOT ON FILE - RUN REFUSED"
004110         MOVE SPACES TO RPT-LINE
004120         STRING "RUN REFUSED - NO HR SNAPSHOT ON FILE"
004130                 DELIMITED BY SIZE
004140             INTO RPT-LINE
004150         END-STRING
004160         WRITE RPT-LINE
004170         MOVE "Y" TO HR-FATAL-SWITCH
004180         GO TO 1000-EXIT
004190     END-IF.
004200     MOVE "Y" TO HR-SNAP-OPEN-SWITCH.
004210*    THE FIRST RECORD IS READ HERE, SO AN EMPTY SNAPSHOT IS
004220*    CAUGHT BEFORE ANYTHING IS MATCHED. THE SORT FEED STARTS FROM
004230*    IT.
004240     PERFORM 3200-READ-SNAP-REC THRU 3200-EXIT.
004250     IF HR-SNAP-EOF-YES
004260         DISPLAY "HRRECON - HR SNAPSHOT IS EMPTY - RUN REFUSED"
004270         MOVE SPACES TO RPT-LINE
004280         STRING "RUN REFUSED - HR SNAPSHOT IS EMPTY"
004290                 DELIMITED BY SIZE
004300             INTO RPT-LINE
004310         END-STRING
004320         WRITE RPT-LINE
004330         MOVE "Y" TO HR-FATAL-SWITCH
004340         GO TO 1000-EXIT
004350     END-IF.
004360*    NO MASTER YET ON A FRESH INSTALL - EVERY SNAPSHOT RECORD IS
004370*    THEN AN ADD, WHICH IS HOW EMPMAINT BUILDS THE FIRST MASTER.
004380     OPEN INPUT EMPLOYEE-MASTER.
004390     EVALUATE TRUE
004400         WHEN HR-EMP-OK
004410             MOVE "Y" TO HR-EMP-OPEN-SWITCH
004420         WHEN HR-EMP-MISSING
004430             DISPLAY "HRRECON - NO EMPLOYEE MASTER YET - "
004440                     "EVERY SNAPSHOT RECORD IS AN ADD"
004450             MOVE "Y" TO HR-MAST-EOF-SWITCH
004460         WHEN OTHER
004470             DISPLAY "HRRECON - EMPLOYEE-MASTER FILE NOT "
004480                     "AVAILABLE - STATUS: " HR-EMP-FILE-STATUS
004490             MOVE SPACES TO RPT-LINE
004500             STRING "RUN REFUSED - EMPLOYEE MASTER NOT AVAILABLE"
004510                     DELIMITED BY SIZE
004520                 INTO RPT-LINE
004530             END-STRING
004540             WRITE RPT-LINE
004550             MOVE "Y" TO HR-FATAL-SWITCH
004560             GO TO 1000-EXIT
004570     END-EVALUATE.
004580     MOVE "N" TO HR-DEPT-CHECK-SWITCH.
004590     OPEN INPUT DEPT-MASTER.
004600     IF HR-DEPT-OK
004610         MOVE "Y" TO HR-DEPT-CHECK-SWITCH
004620     ELSE
004630         DISPLAY "HRRECON - DEPARTMENT MASTER NOT AVAILABLE "
004640                 "- DEPARTMENT VALIDATION SKIPPED"
004650     END-IF.
004660     MOVE "N" TO HR-SITE-CHECK-SWITCH.
004670     OPEN INPUT SITE-MASTER.
004680     IF HR-SITE-OK
004690         MOVE "Y" TO HR-SITE-CHECK-SWITCH
004700     ELSE
004710         DISPLAY "HRRECON - SITE MASTER NOT AVAILABLE "
004720                 "- HOME SITE VALIDATION SKIPPED"
004730     END-IF.
004740     PERFORM 1200-LOAD-PENDING THRU 1200-EXIT.
004750     IF HR-FATAL-YES
004760         GO TO 1000-EXIT
004770     END-IF.
004780*    THE DAY'S HAND-KEYED CARDS MAY ALREADY BE ON EMPTRAN - THE
004790*    GENERATED ONES GO ON THE END, THE SAME WAY THE LOGS GROW.
004800     IF HR-UPDATE-MODE
004810         OPEN EXTEND EMP-TRAN-FILE
004820         IF NOT HR-TRAN-OK
004830             OPEN OUTPUT EMP-TRAN-FILE
004840         END-IF
004850         IF NOT HR-TRAN-OK
004860             DISPLAY "HRRECON - EMPTRAN NOT AVAILABLE - STATUS: "
004870                     HR-TRAN-FILE-STATUS " - RUN REFUSED"
004880             MOVE SPACES TO RPT-LINE
004890             STRING "RUN REFUSED - EMPTRAN COULD NOT BE OPENED"
004900                     DELIMITED BY SIZE
004910                 INTO RPT-LINE
004920             END-STRING
004930             WRITE RPT-LINE
004940             MOVE "Y" TO HR-FATAL-SWITCH
004950             GO TO 1000-EXIT
004960         END-IF
004970         MOVE "Y" TO HR-TRAN-OPEN-SWITCH
004980     END-IF.
004990     MOVE HR-REG-HEADING TO RPT-LINE.
005000     WRITE RPT-LINE.
005010     MOVE SPACES TO RPT-LINE.
005020     WRITE RPT-LINE.
005030 1000-EXIT.
005040     EXIT.
005050*
005060*----------------------------------------------------------------
005070* 1200-LOAD-PENDING - NOTE EVERY ID WITH A TRANSACTION HELD ON
005080*                     EMPPEND. A MISSING FILE IS AN EMPTY BACKLOG.
005090*                     A BACKLOG BIGGER THAN EMPMAINT ITSELF CAN
005100*                     HOLD REFUSES THE RUN.
005110*----------------------------------------------------------------
005120 1200-LOAD-PENDING.
005130     OPEN INPUT EMP-PEND-FILE.
005140     IF NOT HR-PEND-OK
005150         GO TO 1200-EXIT
005160     END-IF.
005170     PERFORM 1250-LOAD-ONE-PEND THRU 1250-EXIT
005180         UNTIL NOT HR-PEND-OK
005190             OR HR-PEND-COUNT >= HR-PEND-MAX.
005200     IF HR-PEND-COUNT >= HR-PEND-MAX
005210             AND HR-PEND-OK
005220         READ EMP-PEND-FILE
005230             AT END
005240                 CONTINUE
005250             NOT AT END
005260                 DISPLAY "HRRECON - PENDING FILE EXCEEDS "
005270                         HR-PEND-MAX " ENTRIES - RUN REFUSED"
005280                 MOVE SPACES TO RPT-LINE
005290                 STRING "RUN REFUSED - EMPPEND BACKLOG TOO LARGE"
005300                         DELIMITED BY SIZE
005310                     INTO RPT-LINE
005320                 END-STRING
005330                 WRITE RPT-LINE
005340                 MOVE "Y" TO HR-FATAL-SWITCH
005350         END-READ
005360     END-IF.
005370     CLOSE EMP-PEND-FILE.
005380 1200-EXIT.
005390     EXIT.
005400*
005410 1250-LOAD-ONE-PEND.
005420     READ EMP-PEND-FILE
005430         AT END
005440             MOVE "10" TO HR-PEND-FILE-STATUS
005450             GO TO 1250-EXIT
005460     END-READ.
005470     IF NOT HR-PEND-OK
005480         GO TO 1250-EXIT
005490     END-IF.
005500     ADD 1 TO HR-PEND-COUNT.
005510     MOVE PEND-EMP-ID TO HR-PEND-ID (HR-PEND-COUNT).
005520 1250-EXIT.
005530     EXIT.
005540*
005550*----------------------------------------------------------------
005560* 3000-FEED-SORT - RELEASE THE SNAPSHOT TO THE SORT, STARTING FROM
005570*                  THE RECORD ALREADY READ AT INITIALIZATION
005580*----------------------------------------------------------------
005590 3000-FEED-SORT.
005600     PERFORM 3100-RELEASE-SNAP-REC THRU 3100-EXIT
005610         UNTIL HR-SNAP-EOF-YES.
005620 3000-EXIT.
005630     EXIT.
005640*
005650 3100-RELEASE-SNAP-REC.
005660     ADD 1 TO HR-SNAP-COUNT.
005670     IF SNAP-ID NUMERIC
005680         MOVE SNAP-REC TO SORT-REC
005690         RELEASE SORT-REC
005700     ELSE
005710         MOVE SNAP-REC TO HR-SNAP-HOLD
005720         MOVE "NO MAP"   TO HR-RL-ACTION
005730         MOVE HR-SH-ID   TO HR-RL-EMP-ID
005740         MOVE HR-SH-NAME TO HR-RL-EMP-NAME
005750         MOVE "NON-NUMERIC EMPLOYEE ID" TO HR-RL-DETAIL
005760         MOVE HR-REG-LINE TO RPT-LINE
005770         WRITE RPT-LINE
005780         ADD 1 TO HR-NOMAP-COUNT
005790     END-IF.
005800     PERFORM 3200-READ-SNAP-REC THRU 3200-EXIT.
005810 3100-EXIT.
005820     EXIT.
005830*
005840 3200-READ-SNAP-REC.
005850     READ HR-SNAP-FILE
005860         AT END
005870             MOVE "Y" TO HR-SNAP-EOF-SWITCH
005880     END-READ.
005890 3200-EXIT.
005900     EXIT.
005910*
005920*----------------------------------------------------------------
005930* 4000-RECONCILE - MATCH THE SORTED SNAPSHOT AGAINST THE MASTER
005940*                  KEY BY KEY. SNAPSHOT ONLY IS AN ADD, MASTER
005950*                  ONLY A DELETE, BOTH A CHANGE WHEN ANY FIELD
005960*                  DIFFERS.
005970*----------------------------------------------------------------
005980 4000-RECONCILE.
005990     PERFORM 4050-READ-MASTER THRU 4050-EXIT.
006000     PERFORM 4100-RETURN-SNAP THRU 4100-EXIT.
006010     PERFORM 4150-MATCH-ONE THRU 4150-EXIT
006020         UNTIL HR-MAST-KEY = HR-HIGH-KEY
006030           AND HR-SNAP-KEY = HR-HIGH-KEY.
006040 4000-EXIT.
006050     EXIT.
006060*
006070 4050-READ-MASTER.
006080     IF HR-MAST-EOF-YES
006090         MOVE HR-HIGH-KEY TO HR-MAST-KEY
006100         GO TO 4050-EXIT
006110     END-IF.
006120     READ EMPLOYEE-MASTER NEXT RECORD
006130         AT END
006140             MOVE "Y" TO HR-MAST-EOF-SWITCH
006150             MOVE HR-HIGH-KEY TO HR-MAST-KEY
006160         NOT AT END
006170             MOVE EMP-ID TO HR-MAST-KEY
006180     END-READ.
006190 4050-EXIT.
006200     EXIT.
006210*
006220*----------------------------------------------------------------
006230* 4100-RETURN-SNAP - NEXT SNAPSHOT RECORD OFF THE SORT. A REPEAT
006240*                    OF THE ID JUST MATCHED CANNOT BE MAPPED AND
006250*                    IS REPORTED AND PASSED OVER.
006260*----------------------------------------------------------------
006270 4100-RETURN-SNAP.
006280     MOVE "Y" TO HR-DUP-SWITCH.
006290     PERFORM 4110-RETURN-ONE THRU 4110-EXIT
006300         UNTIL HR-DUP-NO.
006310 4100-EXIT.
006320     EXIT.
006330*
006340 4110-RETURN-ONE.
006350     MOVE "N" TO HR-DUP-SWITCH.
006360     RETURN SORT-WORK-FILE
006370         AT END
006380             MOVE "Y" TO HR-SORT-EOF-SWITCH
006390             MOVE HR-HIGH-KEY TO HR-SNAP-KEY
006400             GO TO 4110-EXIT
006410     END-RETURN.
006420     IF SORT-EMP-ID = HR-PREV-SNAP-KEY
006430             AND HR-PREV-SNAP-KEY NOT = 0
006440         MOVE "DUPLICATE ID ON SNAPSHOT" TO HR-REASON
006450         PERFORM 4900-WRITE-NO-MAP THRU 4900-EXIT
006460         MOVE "Y" TO HR-DUP-SWITCH
006470         GO TO 4110-EXIT
006480     END-IF.
006490     MOVE SORT-EMP-ID TO HR-PREV-SNAP-KEY.
006500     MOVE SORT-EMP-ID TO HR-SNAP-KEY.
006510 4110-EXIT.
006520     EXIT.
006530*
006540 4150-MATCH-ONE.
006550     EVALUATE TRUE
006560         WHEN HR-SNAP-KEY < HR-MAST-KEY
006570             PERFORM 4200-SNAP-ONLY THRU 4200-EXIT
006580             PERFORM 4100-RETURN-SNAP THRU 4100-EXIT
006590         WHEN HR-SNAP-KEY > HR-MAST-KEY
006600             PERFORM 4400-MASTER-ONLY THRU 4400-EXIT
006610             PERFORM 4050-READ-MASTER THRU 4050-EXIT
006620         WHEN OTHER
006630             PERFORM 4300-MATCHED THRU 4300-EXIT
006640             PERFORM 4100-RETURN-SNAP THRU 4100-EXIT
006650             PERFORM 4050-READ-MASTER THRU 4050-EXIT
006660     END-EVALUATE.
006670 4150-EXIT.
006680     EXIT.
006690*
006700*----------------------------------------------------------------
006710* 4200-SNAP-ONLY - HR HAS SOMEONE THE MASTER DOES NOT - AN ADD.
006720*                  SOMEONE HR ALREADY SHOWS TERMINATED NEEDS NO
006730*                  MASTER RECORD AND IS ONLY COUNTED.
006740*----------------------------------------------------------------
006750 4200-SNAP-ONLY.
006760     PERFORM 4500-VALIDATE-SNAP THRU 4500-EXIT.
006770     IF HR-NOT-MAPPED
006780         PERFORM 4900-WRITE-NO-MAP THRU 4900-EXIT
006790         GO TO 4200-EXIT
006800     END-IF.
006810     IF SORT-TERMINATED
006820         ADD 1 TO HR-GONE-COUNT
006830         GO TO 4200-EXIT
006840     END-IF.
006850     MOVE SORT-EMP-ID TO HR-CHECK-ID.
006860     PERFORM 4600-CHECK-PENDING THRU 4600-EXIT.
006870     IF HR-PENDING
006880         PERFORM 4950-WRITE-HELD THRU 4950-EXIT
006890         GO TO 4200-EXIT
006900     END-IF.
006910     MOVE SPACES TO TRAN-REC.
006920     MOVE "A"            TO TRAN-ACTION.
006930     MOVE SORT-EMP-ID    TO TRAN-EMP-ID.
006940     MOVE SORT-EMP-NAME  TO TRAN-EMP-NAME.
006950     MOVE SORT-EMP-DEPT  TO TRAN-EMP-DEPT.
006960     MOVE SORT-EFF-DATE  TO TRAN-EFF-DATE.
006970     MOVE HR-NEW-STATUS  TO TRAN-STATUS.
006980     MOVE SORT-TERM-DATE TO TRAN-TERM-DATE.
006990     MOVE SORT-HOME-SITE TO TRAN-HOME-SITE.
007000     MOVE "ADD"         TO HR-RL-ACTION.
007010     MOVE SORT-EMP-ID   TO HR-RL-EMP-ID.
007020     MOVE SORT-EMP-NAME TO HR-RL-EMP-NAME.
007030     MOVE SORT-EFF-DATE TO HR-DATE-DISPLAY.
007040     MOVE SPACES TO HR-RL-DETAIL.
007050     STRING "DEPT=" DELIMITED BY SIZE
007060             SORT-EMP-DEPT DELIMITED BY SPACE
007070             " EFF=" DELIMITED BY SIZE
007080             HR-DATE-DISPLAY DELIMITED BY SIZE
007090             " ST=" DELIMITED BY SIZE
007100             HR-NEW-STATUS DELIMITED BY SIZE
007110             " SITE=" DELIMITED BY SIZE
007120             SORT-HOME-SITE DELIMITED BY SIZE
007130         INTO HR-RL-DETAIL
007140     END-STRING.
007150     MOVE HR-REG-LINE TO RPT-LINE.
007160     WRITE RPT-LINE.
007170     IF SORT-EFF-DATE > HR-RUN-DATE
007180         MOVE SORT-EFF-DATE TO HR-FMT-DATE
007190         PERFORM 4970-WRITE-HOLD-NOTE THRU 4970-EXIT
007200     END-IF.
007210     ADD 1 TO HR-ADD-COUNT.
007220     PERFORM 4800-WRITE-TRAN THRU 4800-EXIT.
007230 4200-EXIT.
007240     EXIT.
007250*
007260*----------------------------------------------------------------
007270* 4300-MATCHED - ON BOTH FILES. EVERY FIELD THAT DIFFERS GOES ON
007280*                ONE CHANGE TRANSACTION - FIELDS THAT AGREE ARE
007290*                LEFT BLANK (OR ZERO) SO EMPMAINT LEAVES THEM BE.
007300*                A CHANGE CANNOT BLANK A FIELD, SO A BLANK HOME
007310*                SITE OR ZERO TERMINATION DATE ON THE SNAPSHOT
007320*                MEANS "NOT GIVEN", NOT "CLEAR IT". THE EFFECTIVE
007330*                DATE ONLY GOES ON THE CHANGE WHEN HR'S DIFFERS
007340*                FROM THE MASTER'S - EMPMAINT THEN HOLDS THE
007350*                CHANGE UNTIL THAT DATE WHEN IT IS STILL AHEAD.
007360*----------------------------------------------------------------
007370 4300-MATCHED.
007380     PERFORM 4500-VALIDATE-SNAP THRU 4500-EXIT.
007390     IF HR-NOT-MAPPED
007400         PERFORM 4900-WRITE-NO-MAP THRU 4900-EXIT
007410         GO TO 4300-EXIT
007420     END-IF.
007430     MOVE EMP-STATUS TO HR-OLD-STATUS.
007440     IF HR-OLD-STATUS = SPACE
007450         MOVE "A" TO HR-OLD-STATUS
007460     END-IF.
007470     MOVE 0 TO HR-CHG-COUNT.
007480     MOVE SPACES TO TRAN-REC.
007490     MOVE "C"         TO TRAN-ACTION.
007500     MOVE SORT-EMP-ID TO TRAN-EMP-ID.
007510     MOVE "00000000"  TO TRAN-EFF-DATE.
007520     MOVE "00000000"  TO TRAN-TERM-DATE.
007530     IF SORT-EMP-NAME NOT = EMP-NAME
007540         ADD 1 TO HR-CHG-COUNT
007550         MOVE "NAME"        TO HR-CT-FIELD (HR-CHG-COUNT)
007560         MOVE EMP-NAME      TO HR-CT-OLD (HR-CHG-COUNT)
007570         MOVE SORT-EMP-NAME TO HR-CT-NEW (HR-CHG-COUNT)
007580         MOVE SORT-EMP-NAME TO TRAN-EMP-NAME
007590     END-IF.
007600     IF SORT-EMP-DEPT NOT = EMP-DEPT
007610         ADD 1 TO HR-CHG-COUNT
007620         MOVE "DEPARTMENT"  TO HR-CT-FIELD (HR-CHG-COUNT)
007630         MOVE EMP-DEPT      TO HR-CT-OLD (HR-CHG-COUNT)
007640         MOVE SORT-EMP-DEPT TO HR-CT-NEW (HR-CHG-COUNT)
007650         MOVE SORT-EMP-DEPT TO TRAN-EMP-DEPT
007660     END-IF.
007670     IF SORT-EFF-DATE NOT = EMP-EFF-DATE
007680         ADD 1 TO HR-CHG-COUNT
007690         MOVE "EFF DATE"    TO HR-CT-FIELD (HR-CHG-COUNT)
007700         MOVE EMP-EFF-DATE  TO HR-FMT-DATE
007710         PERFORM 7900-FORMAT-DATE THRU 7900-EXIT
007720         MOVE HR-FMT-TEXT   TO HR-CT-OLD (HR-CHG-COUNT)
007730         MOVE SORT-EFF-DATE TO HR-FMT-DATE
007740         PERFORM 7900-FORMAT-DATE THRU 7900-EXIT
007750         MOVE HR-FMT-TEXT   TO HR-CT-NEW (HR-CHG-COUNT)
007760         MOVE SORT-EFF-DATE TO TRAN-EFF-DATE
007770     END-IF.
007780     IF HR-NEW-STATUS NOT = HR-OLD-STATUS
007790         ADD 1 TO HR-CHG-COUNT
007800         MOVE "STATUS"      TO HR-CT-FIELD (HR-CHG-COUNT)
007810         MOVE HR-OLD-STATUS TO HR-CT-OLD (HR-CHG-COUNT)
007820         MOVE HR-NEW-STATUS TO HR-CT-NEW (HR-CHG-COUNT)
007830         MOVE HR-NEW-STATUS TO TRAN-STATUS
007840     END-IF.
007850     IF SORT-TERM-DATE NOT = 0
007860             AND SORT-TERM-DATE NOT = EMP-TERM-DATE
007870         ADD 1 TO HR-CHG-COUNT
007880         MOVE "TERM DATE"    TO HR-CT-FIELD (HR-CHG-COUNT)
007890         MOVE EMP-TERM-DATE  TO HR-FMT-DATE
007900         PERFORM 7900-FORMAT-DATE THRU 7900-EXIT
007910         MOVE HR-FMT-TEXT    TO HR-CT-OLD (HR-CHG-COUNT)
007920         MOVE SORT-TERM-DATE TO HR-FMT-DATE
007930         PERFORM 7900-FORMAT-DATE THRU 7900-EXIT
007940         MOVE HR-FMT-TEXT    TO HR-CT-NEW (HR-CHG-COUNT)
007950         MOVE SORT-TERM-DATE TO TRAN-TERM-DATE
007960     END-IF.
007970     IF SORT-HOME-SITE NOT = SPACES
007980             AND SORT-HOME-SITE NOT = EMP-HOME-SITE
007990         ADD 1 TO HR-CHG-COUNT
008000         MOVE "HOME SITE"    TO HR-CT-FIELD (HR-CHG-COUNT)
008010         MOVE EMP-HOME-SITE  TO HR-CT-OLD (HR-CHG-COUNT)
008020         MOVE SORT-HOME-SITE TO HR-CT-NEW (HR-CHG-COUNT)
008030         MOVE SORT-HOME-SITE TO TRAN-HOME-SITE
008040     END-IF.
008050     IF HR-CHG-COUNT = 0
008060         ADD 1 TO HR-SAME-COUNT
008070         GO TO 4300-EXIT
008080     END-IF.
008090     MOVE SORT-EMP-ID TO HR-CHECK-ID.
008100     PERFORM 4600-CHECK-PENDING THRU 4600-EXIT.
008110     IF HR-PENDING
008120         PERFORM 4950-WRITE-HELD THRU 4950-EXIT
008130         GO TO 4300-EXIT
008140     END-IF.
008150     MOVE "CHANGE"      TO HR-RL-ACTION.
008160     MOVE SORT-EMP-ID   TO HR-RL-EMP-ID.
008170     MOVE EMP-NAME      TO HR-RL-EMP-NAME.
008180     MOVE HR-CHG-COUNT  TO HR-COUNT-DISPLAY.
008190     MOVE SPACES TO HR-RL-DETAIL.
008200     STRING HR-COUNT-DISPLAY DELIMITED BY SIZE
008210             " FIELD(S) DIFFER - OLD -> NEW" DELIMITED BY SIZE
008220         INTO HR-RL-DETAIL
008230     END-STRING.
008240     MOVE HR-REG-LINE TO RPT-LINE.
008250     WRITE RPT-LINE.
008260     MOVE 0 TO HR-CHG-IX.
008270     PERFORM 4350-WRITE-ONE-CHANGE THRU 4350-EXIT
008280         HR-CHG-COUNT TIMES.
008290     IF SORT-EFF-DATE NOT = EMP-EFF-DATE
008300             AND SORT-EFF-DATE > HR-RUN-DATE
008310         MOVE SORT-EFF-DATE TO HR-FMT-DATE
008320         PERFORM 4970-WRITE-HOLD-NOTE THRU 4970-EXIT
008330     END-IF.
008340     ADD 1 TO HR-CHANGE-COUNT.
008350     PERFORM 4800-WRITE-TRAN THRU 4800-EXIT.
008360 4300-EXIT.
008370     EXIT.
008380*
008390 4350-WRITE-ONE-CHANGE.
008400     ADD 1 TO HR-CHG-IX.
008410     MOVE HR-CT-FIELD (HR-CHG-IX) TO HR-CL-FIELD.
008420     MOVE HR-CT-OLD (HR-CHG-IX)   TO HR-CL-OLD.
008430     MOVE HR-CT-NEW (HR-CHG-IX)   TO HR-CL-NEW.
008440     MOVE HR-CHG-LINE TO RPT-LINE.
008450     WRITE RPT-LINE.
008460 4350-EXIT.
008470     EXIT.
008480*
008490*----------------------------------------------------------------
008500* 4400-MASTER-ONLY - ON THE MASTER BUT GONE FROM HR'S FULL
008510*                    SNAPSHOT - A DELETE
008520*----------------------------------------------------------------
008530 4400-MASTER-ONLY.
008540     MOVE EMP-ID TO HR-CHECK-ID.
008550     PERFORM 4600-CHECK-PENDING THRU 4600-EXIT.
008560     IF HR-PENDING
008570         MOVE EMP-ID   TO HR-RL-EMP-ID
008580         MOVE EMP-NAME TO HR-RL-EMP-NAME
008590         PERFORM 4960-WRITE-HELD-LINE THRU 4960-EXIT
008600         GO TO 4400-EXIT
008610     END-IF.
008620     MOVE SPACES TO TRAN-REC.
008630     MOVE "D"        TO TRAN-ACTION.
008640     MOVE EMP-ID     TO TRAN-EMP-ID.
008650     MOVE "00000000" TO TRAN-EFF-DATE.
008660     MOVE "00000000" TO TRAN-TERM-DATE.
008670     MOVE EMP-STATUS TO HR-OLD-STATUS.
008680     IF HR-OLD-STATUS = SPACE
008690         MOVE "A" TO HR-OLD-STATUS
008700     END-IF.
008710     MOVE "DELETE" TO HR-RL-ACTION.
008720     MOVE EMP-ID   TO HR-RL-EMP-ID.
008730     MOVE EMP-NAME TO HR-RL-EMP-NAME.
008740     MOVE SPACES TO HR-RL-DETAIL.
008750     STRING "NOT ON HR SNAPSHOT - WAS DEPT=" DELIMITED BY SIZE
008760             EMP-DEPT DELIMITED BY SPACE
008770             " ST=" DELIMITED BY SIZE
008780             HR-OLD-STATUS DELIMITED BY SIZE
008790         INTO HR-RL-DETAIL
008800     END-STRING.
008810     MOVE HR-REG-LINE TO RPT-LINE.
008820     WRITE RPT-LINE.
008830     ADD 1 TO HR-DELETE-COUNT.
008840     PERFORM 4800-WRITE-TRAN THRU 4800-EXIT.
008850 4400-EXIT.
008860     EXIT.
008870*
008880*----------------------------------------------------------------
008890* 4500-VALIDATE-SNAP - THE SAME TESTS EMPMAINT WOULD REJECT THE
008900*                      TRANSACTION FOR, MADE HERE SO THE REGISTER
008910*                      SAYS WHY. ALSO SETS THE SNAPSHOT STATUS
008920*                      WITH BLANK TAKEN AS ACTIVE.
008930*----------------------------------------------------------------
008940 4500-VALIDATE-SNAP.
008950     MOVE "Y" TO HR-MAP-SWITCH.
008960     MOVE SPACES TO HR-REASON.
008970     MOVE SORT-STATUS TO HR-NEW-STATUS.
008980     IF HR-NEW-STATUS = SPACE
008990         MOVE "A" TO HR-NEW-STATUS
009000     END-IF.
009010     EVALUATE TRUE
009020         WHEN SORT-EMP-NAME = SPACES
009030             MOVE "N" TO HR-MAP-SWITCH
009040             MOVE "BLANK NAME" TO HR-REASON
009050         WHEN SORT-EMP-DEPT = SPACES
009060             MOVE "N" TO HR-MAP-SWITCH
009070             MOVE "BLANK DEPARTMENT" TO HR-REASON
009080         WHEN SORT-EFF-DATE NOT NUMERIC
009090                 OR SORT-EFF-DATE = 0
009100             MOVE "N" TO HR-MAP-SWITCH
009110             MOVE "NO USABLE EFFECTIVE DATE" TO HR-REASON
009120         WHEN HR-NEW-STATUS NOT = "A"
009130                 AND HR-NEW-STATUS NOT = "T"
009140                 AND HR-NEW-STATUS NOT = "L"
009150             MOVE "N" TO HR-MAP-SWITCH
009160             STRING "INVALID STATUS CODE " DELIMITED BY SIZE
009170                     HR-NEW-STATUS DELIMITED BY SIZE
009180                 INTO HR-REASON
009190             END-STRING
009200         WHEN SORT-TERM-DATE NOT NUMERIC
009210             MOVE "N" TO HR-MAP-SWITCH
009220             MOVE "NON-NUMERIC TERMINATION DATE" TO HR-REASON
009230     END-EVALUATE.
009240     IF HR-MAPPED
009250             AND HR-DEPT-CHECKING
009260         PERFORM 4550-CHECK-DEPARTMENT THRU 4550-EXIT
009270     END-IF.
009280     IF HR-MAPPED
009290             AND HR-SITE-CHECKING
009300             AND SORT-HOME-SITE NOT = SPACES
009310         PERFORM 4570-CHECK-SITE THRU 4570-EXIT
009320     END-IF.
009330 4500-EXIT.
009340     EXIT.
009350*
009360 4550-CHECK-DEPARTMENT.
009370     MOVE SORT-EMP-DEPT TO DEPT-CODE.
009380     READ DEPT-MASTER
009390         INVALID KEY
009400             CONTINUE
009410     END-READ.
009420     EVALUATE TRUE
009430         WHEN HR-DEPT-NOT-FOUND
009440             MOVE "N" TO HR-MAP-SWITCH
009450             STRING "UNKNOWN DEPARTMENT " DELIMITED BY SIZE
009460                     SORT-EMP-DEPT DELIMITED BY SIZE
009470                 INTO HR-REASON
009480             END-STRING
009490         WHEN NOT HR-DEPT-OK
009500             MOVE "N" TO HR-MAP-SWITCH
009510             MOVE "DEPARTMENT MASTER READ ERROR" TO HR-REASON
009520         WHEN DEPT-INACTIVE
009530             MOVE "N" TO HR-MAP-SWITCH
009540             STRING "INACTIVE DEPARTMENT " DELIMITED BY SIZE
009550                     SORT-EMP-DEPT DELIMITED BY SIZE
009560                 INTO HR-REASON
009570             END-STRING
009580     END-EVALUATE.
009590 4550-EXIT.
009600     EXIT.
009610*
009620 4570-CHECK-SITE.
009630     MOVE SORT-HOME-SITE TO SITE-CODE.
009640     READ SITE-MASTER
009650         INVALID KEY
009660             CONTINUE
009670     END-READ.
009680     EVALUATE TRUE
009690         WHEN HR-SITE-NOT-FOUND
009700             MOVE "N" TO HR-MAP-SWITCH
009710             STRING "UNKNOWN HOME SITE " DELIMITED BY SIZE
009720                     SORT-HOME-SITE DELIMITED BY SIZE
009730                 INTO HR-REASON
009740             END-STRING
009750         WHEN NOT HR-SITE-OK
009760             MOVE "N" TO HR-MAP-SWITCH
009770             MOVE "SITE MASTER READ ERROR" TO HR-REASON
009780         WHEN SITE-INACTIVE
009790             MOVE "N" TO HR-MAP-SWITCH
009800             STRING "INACTIVE HOME SITE " DELIMITED BY SIZE
009810                     SORT-HOME-SITE DELIMITED BY SIZE
009820                 INTO HR-REASON
009830             END-STRING
009840     END-EVALUATE.
009850 4570-EXIT.
009860     EXIT.
009870*
009880*----------------------------------------------------------------
009890* 4600-CHECK-PENDING - IS THERE ALREADY A HELD TRANSACTION FOR
009900*                      THE ID IN HR-CHECK-ID? ONE THAT IS STILL
009910*                      WAITING FOR ITS DATE WOULD OTHERWISE BE
009920*                      GENERATED AGAIN EVERY NIGHT.
009930*----------------------------------------------------------------
009940 4600-CHECK-PENDING.
009950     MOVE "N" TO HR-PENDING-SWITCH.
009960     MOVE 0 TO HR-PEND-IX.
009970     PERFORM 4650-SCAN-ONE-PEND THRU 4650-EXIT
009980         HR-PEND-COUNT TIMES.
009990 4600-EXIT.
010000     EXIT.
010010*
010020 4650-SCAN-ONE-PEND.
010030     ADD 1 TO HR-PEND-IX.
010040     IF HR-PEND-ID (HR-PEND-IX) = HR-CHECK-ID
010050         MOVE "Y" TO HR-PENDING-SWITCH
010060     END-IF.
010070 4650-EXIT.
010080     EXIT.
010090*
010100*----------------------------------------------------------------
010110* 4800-WRITE-TRAN - ONTO EMPTRAN UNLESS THIS IS A REGISTER-ONLY
010120*                   RUN
010130*----------------------------------------------------------------
010140 4800-WRITE-TRAN.
010150     IF HR-REGISTER-ONLY
010160         GO TO 4800-EXIT
010170     END-IF.
010180     WRITE TRAN-REC.
010190     ADD 1 TO HR-TRAN-COUNT.
010200 4800-EXIT.
010210     EXIT.
010220*
010230 4900-WRITE-NO-MAP.
010240     MOVE "NO MAP"      TO HR-RL-ACTION.
010250     MOVE SORT-EMP-ID   TO HR-RL-EMP-ID.
010260     MOVE SORT-EMP-NAME TO HR-RL-EMP-NAME.
010270     MOVE HR-REASON     TO HR-RL-DETAIL.
010280     MOVE HR-REG-LINE TO RPT-LINE.
010290     WRITE RPT-LINE.
010300     ADD 1 TO HR-NOMAP-COUNT.
010310 4900-EXIT.
010320     EXIT.
010330*
010340 4950-WRITE-HELD.
010350     MOVE SORT-EMP-ID   TO HR-RL-EMP-ID.
010360     MOVE SORT-EMP-NAME TO HR-RL-EMP-NAME.
010370     PERFORM 4960-WRITE-HELD-LINE THRU 4960-EXIT.
010380 4950-EXIT.
010390     EXIT.
010400*
010410 4960-WRITE-HELD-LINE.
010420     MOVE "HELD"        TO HR-RL-ACTION.
010430     MOVE "ALREADY PENDING ON EMPPEND - NOT REPEATED"
010440         TO HR-RL-DETAIL.
010450     MOVE HR-REG-LINE TO RPT-LINE.
010460     WRITE RPT-LINE.
010470     ADD 1 TO HR-HELD-COUNT.
010480 4960-EXIT.
010490     EXIT.
010500*
010510 4970-WRITE-HOLD-NOTE.
010520     PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
010530     MOVE SPACES TO HR-REG-LINE.
010540     STRING "EMPMAINT WILL HOLD IT UNTIL " DELIMITED BY SIZE
010550             HR-FMT-TEXT DELIMITED BY SPACE
010560         INTO HR-RL-DETAIL
010570     END-STRING.
010580     MOVE HR-REG-LINE TO RPT-LINE.
010590     WRITE RPT-LINE.
010600 4970-EXIT.
010610     EXIT.
010620*
010630 7900-FORMAT-DATE.
010640     IF HR-FMT-DATE = 0
010650         MOVE "NONE" TO HR-FMT-TEXT
010660     ELSE
010670         MOVE HR-FMT-DATE TO HR-DATE-DISPLAY
010680         MOVE HR-DATE-DISPLAY TO HR-FMT-TEXT
010690     END-IF.
010700 7900-EXIT.
010710     EXIT.
010720*
010730*----------------------------------------------------------------
010740* 8000-TERMINATE - RECONCILIATION TOTALS AND CLOSE UP
010750*----------------------------------------------------------------
010760 8000-TERMINATE.
010770     IF HR-SNAP-OPEN
010780         CLOSE HR-SNAP-FILE
010790     END-IF.
010800     IF HR-EMP-OPEN
010810         CLOSE EMPLOYEE-MASTER
010820     END-IF.
010830     IF HR-DEPT-CHECKING
010840         CLOSE DEPT-MASTER
010850     END-IF.
010860     IF HR-SITE-CHECKING
010870         CLOSE SITE-MASTER
010880     END-IF.
010890     IF HR-TRAN-OPEN
010900         CLOSE EMP-TRAN-FILE
010910     END-IF.
010920     IF HR-FATAL-NO
010930         MOVE SPACES TO RPT-LINE
010940         WRITE RPT-LINE
010950         MOVE "SUMMARY" TO RPT-LINE
010960         WRITE RPT-LINE
010970         MOVE HR-SNAP-COUNT TO HR-COUNT-DISPLAY
010980         MOVE SPACES TO RPT-LINE
010990         STRING "  SNAPSHOT RECORDS READ:              "
011000                 DELIMITED BY SIZE
011010                 HR-COUNT-DISPLAY DELIMITED BY SIZE
011020             INTO RPT-LINE
011030         END-STRING
011040         WRITE RPT-LINE
011050         MOVE HR-SAME-COUNT TO HR-COUNT-DISPLAY
011060         MOVE SPACES TO RPT-LINE
011070         STRING "  ALREADY IN LINE:                    "
011080                 DELIMITED BY SIZE
011090                 HR-COUNT-DISPLAY DELIMITED BY SIZE
011100             INTO RPT-LINE
011110         END-STRING
011120         WRITE RPT-LINE
011130         MOVE HR-ADD-COUNT TO HR-COUNT-DISPLAY
011140         MOVE SPACES TO RPT-LINE
011150         STRING "  ADDS:                               "
011160                 DELIMITED BY SIZE
011170                 HR-COUNT-DISPLAY DELIMITED BY SIZE
011180             INTO RPT-LINE
011190         END-STRING
011200         WRITE RPT-LINE
011210         MOVE HR-CHANGE-COUNT TO HR-COUNT-DISPLAY
011220         MOVE SPACES TO RPT-LINE
011230         STRING "  CHANGES:                            "
011240                 DELIMITED BY SIZE
011250                 HR-COUNT-DISPLAY DELIMITED BY SIZE
011260             INTO RPT-LINE
011270         END-STRING
011280         WRITE RPT-LINE
011290         MOVE HR-DELETE-COUNT TO HR-COUNT-DISPLAY
011300         MOVE SPACES TO RPT-LINE
011310         STRING "  DELETES:                            "
011320                 DELIMITED BY SIZE
011330                 HR-COUNT-DISPLAY DELIMITED BY SIZE
011340             INTO RPT-LINE
011350         END-STRING
011360         WRITE RPT-LINE
011370         MOVE HR-NOMAP-COUNT TO HR-COUNT-DISPLAY
011380         MOVE SPACES TO RPT-LINE
011390         STRING "  COULD NOT BE MAPPED:                "
011400                 DELIMITED BY SIZE
011410                 HR-COUNT-DISPLAY DELIMITED BY SIZE
011420             INTO RPT-LINE
011430         END-STRING
011440         WRITE RPT-LINE
011450         MOVE HR-HELD-COUNT TO HR-COUNT-DISPLAY
011460         MOVE SPACES TO RPT-LINE
011470         STRING "  ALREADY PENDING ON EMPPEND:         "
011480                 DELIMITED BY SIZE
011490                 HR-COUNT-DISPLAY DELIMITED BY SIZE
011500             INTO RPT-LINE
011510         END-STRING
011520         WRITE RPT-LINE
011530         MOVE HR-GONE-COUNT TO HR-COUNT-DISPLAY
011540         MOVE SPACES TO RPT-LINE
011550         STRING "  TERMINATED, NOT ON MASTER:          "
011560                 DELIMITED BY SIZE
011570                 HR-COUNT-DISPLAY DELIMITED BY SIZE
011580             INTO RPT-LINE
011590         END-STRING
011600         WRITE RPT-LINE
011610         MOVE SPACES TO RPT-LINE
011620         IF HR-REGISTER-ONLY
011630             STRING "  TRANSACTIONS WRITTEN:                 "
011640                     DELIMITED BY SIZE
011650                     "NONE - REGISTER ONLY" DELIMITED BY SIZE
011660                 INTO RPT-LINE
011670             END-STRING
011680         ELSE
011690             MOVE HR-TRAN-COUNT TO HR-COUNT-DISPLAY
011700             STRING "  TRANSACTIONS WRITTEN:               "
011710                     DELIMITED BY SIZE
011720                     HR-COUNT-DISPLAY DELIMITED BY SIZE
011730                 INTO RPT-LINE
011740             END-STRING
011750         END-IF
011760         WRITE RPT-LINE
011770     END-IF.
011780     CLOSE HR-RPT-FILE.
011790     DISPLAY "HRRECON - SNAPSHOT RECORDS:   " HR-SNAP-COUNT.
011800     DISPLAY "HRRECON - ADDS:               " HR-ADD-COUNT.
011810     DISPLAY "HRRECON - CHANGES:            " HR-CHANGE-COUNT.
011820     DISPLAY "HRRECON - DELETES:            " HR-DELETE-COUNT.
011830     DISPLAY "HRRECON - NOT MAPPED:         " HR-NOMAP-COUNT.
011840     DISPLAY "HRRECON - TRANSACTIONS:       " HR-TRAN-COUNT.
011850 8000-EXIT.
011860     EXIT.
011870*
011880*    THE STATUS AREA IS ONLY THERE WHEN THE MENU DRIVER PASSED
011890*    IT - A STANDALONE RUN HAS NOTHING TO HAND A CODE BACK TO.
011900*    AN UNMAPPED RECORD IS A WARNING - HR HAS TO FIX IT AT SOURCE.
011910 9999-EXIT.
011920     IF ADDRESS OF STEP-STATUS-AREA NOT = NULL
011930         EVALUATE TRUE
011940             WHEN HR-FATAL-YES
011950                 MOVE 08 TO STEP-RETURN-CODE
011960             WHEN HR-NOMAP-COUNT > 0
011970                 MOVE 04 TO STEP-RETURN-CODE
011980             WHEN OTHER
011990                 MOVE 00 TO STEP-RETURN-CODE
012000         END-EVALUATE
012010     END-IF.
012020     GOBACK.
