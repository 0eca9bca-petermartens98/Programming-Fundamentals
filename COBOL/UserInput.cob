002300*                 RECORDS OR BADGE DETAILS AND NO HAND-EDITING.
002310*                 THE HALF-CUT EXTRACT OF AN ABENDED RUN IS
002320*                 TRAILERLESS AND THE BADGE SYSTEM REJECTS IT,
002321*                 AS BEFORE.
002322* 2026-09-18 RLH  A REPEAT ARRIVAL FOR THE SAME BUSINESS DATE IS
002323*                 NOW REJECTED AS A DUPLICATE. THE DAY'S ARRIVALS
002324*                 ALREADY ON GREETLOG ARE LOADED AT START-UP AND
002325*                 EVERY ARRIVAL GREETED IN THE RUN IS ADDED, SO A
002326*                 SECOND CHECK-IN ON ANOTHER BATCH OR ON A SECOND
002327*                 INTAKE RUN FOR THE DATE NO LONGER WRITES A
002328*                 SECOND AUDIT EVENT OR BADGE DETAIL. DUPLICATES
002329*                 PRINT IN THEIR OWN SECTION AT THE FOOT OF THE
002330*                 REJECT REPORT AND ARE NOT SUSPENSED - THERE IS
002331*                 NOTHING TO RE-PROCESS. A SUSPENSE ENTRY WHOSE
002332*                 RECYCLE FINDS THE ID ALREADY GREETED IS CLEARED.
002333* 2026-09-21 RLH  EVERY IDIN BATCH HEADER NOW CARRIES THE SITE
002334*                 CODE OF THE LOCATION IT CAME FROM, CHECKED
002335*                 AGAINST THE NEW SITEMAST REFERENCE MASTER WHEN
002336*                 THE GROUP IS RULED ON - A BLANK, UNKNOWN, OR
002337*                 INACTIVE SITE SKIPS THE GROUP WITH A REASON THE
002338*                 SAME WAY AN OUT-OF-BALANCE TRAILER DOES. EVERY
002339*                 GREETLOG EVENT IS STAMPED WITH ITS BATCH'S SITE
002340*                 SO THE ON-SITE, NO-SHOW AND DEPARTMENT REPORTS
002341*                 CAN SELECT OR BREAK BY SITE. A SUSPENSE ENTRY
002342*                 REMEMBERS THE SITE OF THE BATCH THAT FIRST
002343*                 REJECTED IT AND A RECYCLED GREETING IS STAMPED
002344*                 WITH THAT SITE. WITH NO SITEMAST ON FILE THE
002345*                 CHECK IS SKIPPED WITH A CONSOLE WARNING, THE
002346*                 SAME WAY EMPMAINT TREATS A MISSING DEPTMAST.
002347* 2026-09-23 RLH  THE ROSTER NOW ALSO CARRIES V-TYPE VISITOR
002348*                 DETAILS - A VISMAST PASS NUMBER AND AN "O" FOR A
002349*                 DEPARTURE, OTHERWISE AN ARRIVAL - THAT COUNT
002350*                 TOWARD THE BATCH TRAILER LIKE ANY DETAIL. THE
002351*                 PASS MUST BE ON THE NEW VISITOR MASTER AND
002352*                 WITHIN ITS VALID-FROM/VALID-TO DATES ON THE
002353*                 BUSINESS DATE, AND ITS SPONSOR MUST BE ON
002354*                 EMPMAST AND ELIGIBLE THAT DAY. A GOOD VISITOR
002355*                 EVENT PRINTS ITS HELLO OR GOODBYE AND LANDS ON
002356*                 GREETLOG FLAGGED AS A VISITOR, WITH THE PASS
002357*                 NUMBER IN THE ID FIELD AND THE SPONSOR BESIDE
002358*                 IT. A VISITOR CUTS NO BADGE DETAIL AND A
002359*                 REJECTED ONE IS LISTED ON THE REJECT REPORT BUT
002360*                 NEVER SUSPENSED - A PASS PROBLEM IS FIXED AT THE
002361*                 DESK, NOT BY A RE-FEED. VISITOR EVENTS AND
002362*                 REJECTS ARE COUNTED APART FROM THE EMPLOYEE
002363*                 TOTALS, SO THE RUNHIST FIGURES AND THE BADGE
002364*                 EXTRACT STILL TIE. SORTED-MATCH MODE HANDLES
002365*                 VISITORS AS THE ROSTER IS RELEASED, SINCE A PASS
002366*                 NUMBER HAS NO PLACE IN THE MASTER PASS. WITH NO
002367*                 VISMAST ON FILE EVERY VISITOR RECORD IS REJECTED
002368*                 WITH A CONSOLE WARNING.
002369* 2026-10-08 RLH  THE GREETLOG TERMINAL ID IS NOW THE OPERATOR
002370*                 SIGNED ON TO MAINMENU, OR THE BATCH ID OF AN
002371*                 UNATTENDED STREAM, IN PLACE OF THE JOB NAME.
002372*                 A STANDALONE RUN STILL STAMPS THE JOB NAME.
002373* 2026-10-15 RLH  THE SAME-DAY TABLE NOW HOLDS EACH ID'S LATEST
002374*                 EVENT, CHECK-OUTS INCLUDED, OFF GREETLOG AND
002375*                 FROM THE RUN. AN ARRIVAL IS A DUPLICATE ONLY
002376*                 WHILE THE ID IS STILL CHECKED IN, SO IN, OUT FOR
002377*                 LUNCH, IN AGAIN IS GREETED AND LOGGED AND THE
002378*                 DAY'S HOURS, ON-SITE LIST, AND MUSTER SEE IT.
002379*----------------------------------------------------------------
002380*
002381 ENVIRONMENT DIVISION.
002382 INPUT-OUTPUT SECTION.
002383 FILE-CONTROL.
002390*    ID-IN-FILE IS THE MANDATORY ROSTER INPUT - NO FILE STATUS
002400*    CLAUSE IS GIVEN ON PURPOSE, SO A MISSING ROSTER FAILS THE
002410*    RUN IMMEDIATELY ON OPEN RATHER THAN PRODUCING AN EMPTY REPORT.
002790     SELECT RUN-HIST-FILE   ASSIGN TO "RUNHIST"
002800         ORGANIZATION IS LINE SEQUENTIAL
002810         FILE STATUS IS UI-HIST-FILE-STATUS.
002811     SELECT SITE-MASTER     ASSIGN TO "SITEMAST"
002812         ORGANIZATION IS INDEXED
002813         ACCESS MODE IS RANDOM
002814         RECORD KEY IS SITE-CODE
002815         FILE STATUS IS UI-SITE-FILE-STATUS.
002817     SELECT VIS-MASTER      ASSIGN TO "VISMAST"
002819         ORGANIZATION IS INDEXED
002821         ACCESS MODE IS RANDOM
002823         RECORD KEY IS VIS-PASS-NO
002825         FILE STATUS IS UI-VIS-FILE-STATUS.
002827*
002830 DATA DIVISION.
002840 FILE SECTION.
002850 FD  ID-IN-FILE.
002880         88  IN-HEADER-REC             VALUE "H".
002890         88  IN-DETAIL-REC             VALUE "D".
002900         88  IN-OUT-REC                VALUE "O".
002905         88  IN-VISITOR-REC            VALUE "V".
002910         88  IN-TRAILER-REC            VALUE "T".
002920     05  IN-REC-BODY        PIC X(21).
002930     05  IN-HEADER-FIELDS   REDEFINES IN-REC-BODY.
002940         10  IN-BATCH-ID        PIC X(08).
002950         10  IN-CREATE-DATE     PIC 9(08).
002956         10  IN-SITE-CODE       PIC X(04).
002962         10  FILLER             PIC X(01).
002970     05  IN-DETAIL-FIELDS   REDEFINES IN-REC-BODY.
002980         10  IN-EMP-ID          PIC X(05).
002990         10  FILLER             PIC X(16).
002991     05  IN-VISITOR-FIELDS  REDEFINES IN-REC-BODY.
002992         10  IN-VIS-PASS-NO     PIC X(05).
002993         10  IN-VIS-EVENT       PIC X(01).
002994             88  IN-VIS-DEPARTURE          VALUE "O".
002995         10  FILLER             PIC X(15).
003000     05  IN-TRAILER-FIELDS  REDEFINES IN-REC-BODY.
003010         10  IN-TRAILER-COUNT   PIC 9(05).
003020         10  FILLER             PIC X(16).
003240                   ==AUDIT-TERM-ID==  BY ==LOG-TERM-ID==
003250                   ==AUDIT-EVENT-CODE== BY ==LOG-EVENT-CODE==
003260                   ==AUDIT-EVENT-IN==   BY ==LOG-EVENT-IN==
003266                   ==AUDIT-EVENT-OUT==  BY ==LOG-EVENT-OUT==
003268                   ==AUDIT-SITE-CODE==  BY ==LOG-SITE-CODE==
003270                   ==AUDIT-VISITOR-FLAG== BY ==LOG-VISITOR-FLAG==
003272                   ==AUDIT-VISITOR==    BY ==LOG-VISITOR==
003274                   ==AUDIT-SPONSOR-ID== BY ==LOG-SPONSOR-ID==.
003280*
003290*    GREETWRK HOLDS THE RUN'S AUDIT EVENTS UNTIL TERMINATION
003300*    COMMITS THEM ONTO GREETLOG - AN ABENDED RUN LEAVES THE
003830 FD  RUN-HIST-FILE.
003840     COPY RUNSTAT.
003850*
003852 FD  SITE-MASTER.
003854     COPY SITEREC.
003855*
003856 FD  VIS-MASTER.
003857     COPY VISREC.
003858*
003860 FD  EMPLOYEE-MASTER.
003870     COPY PERSONREC
003880         REPLACING ==PERSON-REC==      BY ==EMP-MASTER-REC==
003940                   ==PERSON-ACTIVE==   BY ==EMP-ACTIVE==
003950                   ==PERSON-TERMINATED== BY ==EMP-TERMINATED==
003960                   ==PERSON-ON-LEAVE== BY ==EMP-ON-LEAVE==
003966                   ==PERSON-TERM-DATE== BY ==EMP-TERM-DATE==
003972                   ==PERSON-HOME-SITE== BY ==EMP-HOME-SITE==.
003980*
003990 WORKING-STORAGE SECTION.
004000*
004610                   ==AUDIT-TERM-ID==  BY ==WLOG-TERM-ID==
004620                   ==AUDIT-EVENT-CODE== BY ==WLOG-EVENT-CODE==
004630                   ==AUDIT-EVENT-IN==   BY ==WLOG-EVENT-IN==
004636                   ==AUDIT-EVENT-OUT==  BY ==WLOG-EVENT-OUT==
004638                   ==AUDIT-SITE-CODE==  BY ==WLOG-SITE-CODE==
004640                   ==AUDIT-VISITOR-FLAG== BY ==WLOG-VISITOR-FLAG==
004642                   ==AUDIT-VISITOR==    BY ==WLOG-VISITOR==
004644                   ==AUDIT-SPONSOR-ID== BY ==WLOG-SPONSOR-ID==.
004650*
004660*----------------------------------------------------------------
004670* BUSINESS-DATE CALENDAR FIELDS - UI-CAL-SWITCH REMEMBERS
005500 77  UI-BCTL-MAX            PIC 9(03)  COMP  VALUE 200.
005510 77  UI-BCTL-COUNT          PIC 9(03)  COMP  VALUE 0.
005520 77  UI-BCTL-IX             PIC 9(03)  COMP  VALUE 0.
005521 77  UI-BT-CNT-DISPLAY      PIC ZZZZ9.
005522 77  UI-BT-CNT-DISPLAY2     PIC ZZZZ9.
005523 77  UI-BT-CNT-DISPLAY3     PIC ZZZZ9.
005524 77  UI-BT-CNT-DISPLAY4     PIC ZZZZ9.
005525*
005526*    THE SITE CHECK ON EACH GROUP - SKIPPED WHEN NO SITEMAST
005527*    IS ON FILE. UI-CURR-SITE STAMPS THE AUDIT EVENT IN HAND.
005528 77  UI-SITE-FILE-STATUS    PIC X(02)  VALUE "00".
005529     88  UI-SITE-FOUND                 VALUE "00".
005530     88  UI-SITE-MISSING               VALUE "35".
005531 77  UI-SITEMAST-SWITCH     PIC X(01)  VALUE "N".
005532     88  UI-SITEMAST-YES               VALUE "Y".
005533     88  UI-SITEMAST-NO                VALUE "N".
005534 77  UI-SITE-CHECK-SWITCH   PIC X(01)  VALUE "Y".
005535     88  UI-SITE-OK                    VALUE "Y".
005536     88  UI-SITE-BLANK                 VALUE "B".
005537     88  UI-SITE-UNKNOWN               VALUE "U".
005538     88  UI-SITE-NOT-ACTIVE            VALUE "I".
005539 77  UI-CURR-SITE           PIC X(04)  VALUE SPACES.
005540*
005541*    VISITOR PASS FIELDS - EVERY VISITOR RECORD IS REJECTED WHEN
005542*    NO VISMAST IS ON FILE. VISITOR EVENTS AND REJECTS ARE COUNTED
005543*    APART FROM THE EMPLOYEE TOTALS.
005544 77  UI-VIS-FILE-STATUS     PIC X(02)  VALUE "00".
005545     88  UI-VIS-FOUND                  VALUE "00".
005546     88  UI-VIS-NOT-FOUND              VALUE "23".
005547 77  UI-VISMAST-SWITCH      PIC X(01)  VALUE "N".
005548     88  UI-VISMAST-YES                VALUE "Y".
005549     88  UI-VISMAST-NO                 VALUE "N".
005550 77  UI-VIS-VALID-SWITCH    PIC X(01)  VALUE "Y".
005551     88  UI-VIS-VALID                  VALUE "Y".
005552     88  UI-VIS-INVALID                VALUE "N".
005553 77  UI-VIS-IN-COUNT        PIC 9(05)  COMP  VALUE 0.
005554 77  UI-VIS-OUT-COUNT       PIC 9(05)  COMP  VALUE 0.
005555 77  UI-VIS-REJECT-COUNT    PIC 9(05)  COMP  VALUE 0.
005556 77  UI-BT-CNT-DISPLAY5     PIC ZZZZ9.
005560*
005570 01  UI-BATCH-TABLE.
005580     05  UI-BATCH-ENTRY     OCCURS 50 TIMES.
005590         10  UI-BT-BATCH-ID     PIC X(08).
005600         10  UI-BT-CREATE-DATE  PIC 9(08).
005605         10  UI-BT-SITE-CODE    PIC X(04).
005610         10  UI-BT-TRAILER-CNT  PIC 9(05).
005620         10  UI-BT-DETAIL-CNT   PIC 9(05).
005630         10  UI-BT-TRL-SEEN-SW  PIC X(01).
005680         10  UI-BT-GREET-CNT    PIC 9(05).
005690         10  UI-BT-REJECT-CNT   PIC 9(05).
005700         10  UI-BT-OUT-CNT      PIC 9(05).
005705         10  UI-BT-DUP-CNT      PIC 9(05).
005707         10  UI-BT-VIS-CNT      PIC 9(05).
005710*
005720 01  UI-BCTL-TABLE.
005730     05  UI-BCTL-ENTRY      OCCURS 200 TIMES
005910     05  UI-SUSP-ENTRY      OCCURS 500 TIMES.
005920         10  UI-SE-EMP-ID       PIC X(05).
005930         10  UI-SE-REASON       PIC X(32).
005932         10  UI-SE-FIRST-DATE   PIC 9(08).
005934         10  UI-SE-LAST-DATE    PIC 9(08).
005935         10  UI-SE-ATTEMPTS     PIC 9(03).
005936         10  UI-SE-CLEARED-SW   PIC X(01).
005937         10  UI-SE-SITE-CODE    PIC X(04).
005938*
005939*----------------------------------------------------------------
005940* SAME-DAY ARRIVAL FIELDS - EVERY ID WITH AN EVENT FOR THE
005941* BUSINESS DATE AND THE LATEST OF THEM, OFF GREETLOG AT START-UP
005942* AND FROM THIS RUN AS IT GOES. AN ARRIVAL FOR AN ID STILL IN IS
005943* HELD IN THE DUPLICATE TABLE FOR ITS OWN SECTION AT THE FOOT OF
005944* THE REJECT REPORT.
005945*----------------------------------------------------------------
005946 77  UI-LOG-EOF-SWITCH      PIC X(01)  VALUE "N".
005947     88  UI-LOG-EOF-YES                VALUE "Y".
005948     88  UI-LOG-EOF-NO                 VALUE "N".
005949 77  UI-DUP-SWITCH          PIC X(01)  VALUE "N".
005950     88  UI-DUP-ARRIVAL                VALUE "Y".
005951     88  UI-DUP-NONE                   VALUE "N".
005952 77  UI-GREET-MAX           PIC 9(04)  COMP  VALUE 2000.
005953 77  UI-GREET-COUNT         PIC 9(04)  COMP  VALUE 0.
005954 77  UI-GREET-IX            PIC 9(04)  COMP  VALUE 0.
005955 77  UI-FOUND-IX            PIC 9(04)  COMP  VALUE 0.
005956 77  UI-GREET-KEY           PIC X(05)  VALUE SPACES.
005957 77  UI-GREET-EVENT         PIC X(01)  VALUE SPACE.
005958 77  UI-DUP-MAX             PIC 9(03)  COMP  VALUE 500.
005959 77  UI-DUP-HELD            PIC 9(03)  COMP  VALUE 0.
005960 77  UI-DUP-IX              PIC 9(03)  COMP  VALUE 0.
005961 77  UI-DUP-COUNT           PIC 9(05)  COMP  VALUE 0.
005962*
005963 01  UI-GREET-TABLE.
005964     05  UI-GREET-ENTRY     OCCURS 2000 TIMES.
005965         10  UI-GT-EMP-ID       PIC X(05).
005966         10  UI-GT-SOURCE       PIC X(01).
005967             88  UI-GT-FROM-LOG            VALUE "L".
005968             88  UI-GT-FROM-RUN            VALUE "R".
005969         10  UI-GT-LAST-EVENT   PIC X(01).
005970             88  UI-GT-LAST-IN             VALUE "I".
005971             88  UI-GT-LAST-OUT            VALUE "O".
005972*
005973 01  UI-DUP-TABLE.
005974     05  UI-DUP-ENTRY       OCCURS 500 TIMES.
005975         10  UI-DT-EMP-ID       PIC X(05).
005976         10  UI-DT-BATCH-ID     PIC X(08).
005977         10  UI-DT-REASON       PIC X(32).
005980*
005990 LINKAGE SECTION.
006000     COPY STEPSTAT.
006440                 "- RUN ABORTED, FILE STATUS: " UI-EMP-FILE-STATUS
006450         MOVE "Y" TO UI-FATAL-SWITCH
006460     END-IF.
006461     MOVE "N" TO UI-SITEMAST-SWITCH.
006462     OPEN INPUT  SITE-MASTER.
006463     IF UI-SITE-FOUND
006464         MOVE "Y" TO UI-SITEMAST-SWITCH
006465     ELSE
006466         DISPLAY "USERINPUT - WARNING, SITE MASTER NOT AVAILABLE "
006467                 "- BATCH SITES NOT CHECKED, FILE STATUS: "
006468                 UI-SITE-FILE-STATUS
006469     END-IF.
006470     MOVE "N" TO UI-VISMAST-SWITCH.
006471     OPEN INPUT  VIS-MASTER.
006472     IF UI-VIS-FOUND
006473         MOVE "Y" TO UI-VISMAST-SWITCH
006474     ELSE
006475         DISPLAY "USERINPUT - WARNING, VISITOR MASTER NOT "
006476                 "AVAILABLE - VISITORS REJECTED, FILE STATUS: "
006477                 UI-VIS-FILE-STATUS
006478     END-IF.
006479     MOVE "N" TO UI-EOF-SWITCH.
006480     MOVE 0 TO UI-RECORD-COUNT.
006490     MOVE 0 TO UI-OUT-COUNT.
006500     MOVE 0 TO UI-REJECT-COUNT.
006580     MOVE "N" TO UI-SORT-EOF-SWITCH.
006590     MOVE "N" TO UI-MAST-EOF-SWITCH.
006600     MOVE 0 TO UI-CURR-BATCH.
006601     MOVE SPACES TO UI-CURR-SITE.
006603     MOVE 0 TO UI-DUP-COUNT.
006606     MOVE 0 TO UI-DUP-HELD.
006607     MOVE 0 TO UI-VIS-IN-COUNT.
006608     MOVE 0 TO UI-VIS-OUT-COUNT.
006609     MOVE 0 TO UI-VIS-REJECT-COUNT.
006610     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
006620     PERFORM 1200-LOAD-SUSPENSE THRU 1200-EXIT.
006630     ACCEPT UI-RUN-DATE FROM DATE YYYYMMDD.
006640     ACCEPT UI-RUN-TIME FROM TIME.
006650     ACCEPT UI-TERM-ID  FROM ENVIRONMENT "JOBNAME".
006651*    UNDER THE MENU DRIVER THE SIGNED-ON OPERATOR IS WHO RAN IT.
006652     IF ADDRESS OF STEP-STATUS-AREA NOT = NULL
006653         IF STEP-OPERATOR-ID NOT = SPACES
006654             MOVE STEP-OPERATOR-ID TO UI-TERM-ID
006655         END-IF
006656     END-IF.
006660     PERFORM 1600-GET-BUSINESS-DATE THRU 1600-EXIT.
006670     PERFORM 1650-WRITE-REJECT-HEADER THRU 1650-EXIT.
006680     IF UI-FATAL-NO
006690         PERFORM 1300-VERIFY-BATCH THRU 1300-EXIT
006692     END-IF.
006694     IF UI-FATAL-NO
006696         PERFORM 1800-LOAD-GREETED THRU 1800-EXIT
006700     END-IF.
006710     IF UI-FATAL-NO
006720         PERFORM 1700-START-EXTRACT THRU 1700-EXIT
007530         MOVE 1 TO UI-SE-ATTEMPTS (UI-SUSP-IX)
007540     END-IF.
007550     MOVE "N" TO UI-SE-CLEARED-SW (UI-SUSP-IX).
007555     MOVE SUSP-SITE-CODE TO UI-SE-SITE-CODE (UI-SUSP-IX).
007560 1250-EXIT.
007570     EXIT.
007580*
008220     EVALUATE TRUE
008230         WHEN IN-HEADER-REC
008240             PERFORM 1360-OPEN-BATCH THRU 1360-EXIT
008250         WHEN IN-DETAIL-REC OR IN-OUT-REC OR IN-VISITOR-REC
008260             IF UI-BATCH-OPEN
008270                 ADD 1 TO UI-BT-DETAIL-CNT (UI-BATCH-COUNT)
008280             ELSE
008700     ELSE
008710         MOVE ZEROS TO UI-BT-CREATE-DATE (UI-BATCH-COUNT)
008720     END-IF.
008725     MOVE IN-SITE-CODE TO UI-BT-SITE-CODE (UI-BATCH-COUNT).
008730     MOVE 0 TO UI-BT-TRAILER-CNT (UI-BATCH-COUNT).
008740     MOVE 0 TO UI-BT-DETAIL-CNT (UI-BATCH-COUNT).
008750     MOVE "N" TO UI-BT-TRL-SEEN-SW (UI-BATCH-COUNT).
008780     MOVE 0 TO UI-BT-GREET-CNT (UI-BATCH-COUNT).
008790     MOVE 0 TO UI-BT-REJECT-CNT (UI-BATCH-COUNT).
008800     MOVE 0 TO UI-BT-OUT-CNT (UI-BATCH-COUNT).
008805     MOVE 0 TO UI-BT-DUP-CNT (UI-BATCH-COUNT).
008807     MOVE 0 TO UI-BT-VIS-CNT (UI-BATCH-COUNT).
008810 1360-EXIT.
008820     EXIT.
008830*
008910     MOVE "N" TO UI-BATCH-DUP-SWITCH.
008920     MOVE UI-BT-BATCH-ID (UI-BATCH-COUNT) TO UI-BATCH-ID.
008930     PERFORM 1380-CHECK-DUP-BATCH THRU 1380-EXIT.
008935     PERFORM 1395-CHECK-SITE THRU 1395-EXIT.
008940     EVALUATE TRUE
008950         WHEN UI-BT-BATCH-ID (UI-BATCH-COUNT) = SPACES
008960             MOVE "NO BATCH ID ON HEADER"
009040                 TO UI-BT-SKIP-REASON (UI-BATCH-COUNT)
009050         WHEN UI-BATCH-DUP
009060             MOVE "BATCH ID ALREADY PROCESSED"
009061                 TO UI-BT-SKIP-REASON (UI-BATCH-COUNT)
009062         WHEN UI-SITE-BLANK
009063             MOVE "NO SITE CODE ON HEADER"
009064                 TO UI-BT-SKIP-REASON (UI-BATCH-COUNT)
009065         WHEN UI-SITE-UNKNOWN
009066             MOVE "SITE CODE NOT ON SITE MASTER"
009067                 TO UI-BT-SKIP-REASON (UI-BATCH-COUNT)
009068         WHEN UI-SITE-NOT-ACTIVE
009069             MOVE "SITE CODE INACTIVE"
009070                 TO UI-BT-SKIP-REASON (UI-BATCH-COUNT)
009080     END-EVALUATE.
009090     IF UI-BT-SKIP-REASON (UI-BATCH-COUNT) NOT = SPACES
009530     ADD 1 TO UI-BATCH-IX.
009540     IF UI-BT-BATCH-ID (UI-BATCH-IX) = UI-BATCH-ID
009550         MOVE "Y" TO UI-BATCH-DUP-SWITCH
009551     END-IF.
009552 1390-EXIT.
009553     EXIT.
009554*
009555*----------------------------------------------------------------
009556* 1395-CHECK-SITE - THE GROUP'S HEADER SITE MUST BE AN ACTIVE
009557*                   SITE ON SITEMAST. WITH NO MASTER ON FILE
009558*                   EVERY SITE PASSES.
009559*----------------------------------------------------------------
009560 1395-CHECK-SITE.
009561     MOVE "Y" TO UI-SITE-CHECK-SWITCH.
009562     IF UI-SITEMAST-NO
009563         GO TO 1395-EXIT
009564     END-IF.
009565     IF UI-BT-SITE-CODE (UI-BATCH-COUNT) = SPACES
009566         MOVE "B" TO UI-SITE-CHECK-SWITCH
009567         GO TO 1395-EXIT
009568     END-IF.
009569     MOVE UI-BT-SITE-CODE (UI-BATCH-COUNT) TO SITE-CODE.
009570     READ SITE-MASTER
009571         INVALID KEY
009572             MOVE "U" TO UI-SITE-CHECK-SWITCH
009573     END-READ.
009574     IF UI-SITE-OK AND SITE-INACTIVE
009575         MOVE "I" TO UI-SITE-CHECK-SWITCH
009576     END-IF.
009577 1395-EXIT.
009580     EXIT.
009590*
009600*----------------------------------------------------------------
010260     ADD 1 TO UI-RECYCLE-COUNT.
010270     MOVE "I" TO UI-EVENT-CODE.
010280     MOVE UI-SE-EMP-ID (UI-SUSP-IX) TO UI-CURR-ID.
010285     MOVE UI-SE-SITE-CODE (UI-SUSP-IX) TO UI-CURR-SITE.
010290     MOVE "N" TO UI-GREETED-SWITCH.
010295     MOVE "N" TO UI-DUP-SWITCH.
010300     PERFORM 2150-VALIDATE-ID-REC THRU 2150-EXIT.
010310     IF UI-ID-VALID
010320         PERFORM 2300-LOOKUP-EMPLOYEE THRU 2300-EXIT
010330     ELSE
010340         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
010350     END-IF.
010355*    AN ID ALREADY GREETED FOR THE DATE HAS PROVED ITSELF ON
010360*    ANOTHER BATCH - THERE IS NOTHING LEFT TO SUSPENSE IT FOR.
010365     IF UI-GREETED-YES OR UI-DUP-ARRIVAL
010370         MOVE "Y" TO UI-SE-CLEARED-SW (UI-SUSP-IX)
010380         ADD 1 TO UI-CLEARED-COUNT
010390     END-IF.
011100     MOVE SPACES TO BADGE-EXT-REC.
011110     MOVE "H" TO BX-REC-TYPE.
011120     MOVE UI-BADGE-SEQ-NO TO BX-HDR-SEQ-NO.
011121     MOVE UI-RUN-DATE TO BX-HDR-DATE.
011122     WRITE BADGE-EXT-REC.
011123 1700-EXIT.
011124     EXIT.
011125*
011126*----------------------------------------------------------------
011127* 1800-LOAD-GREETED - PULL THE BUSINESS DATE'S EMPLOYEE EVENTS
011128*                     ALREADY ON GREETLOG INTO THE GREETED TABLE
011129*                     SO A SECOND INTAKE RUN FOR THE DATE KNOWS
011130*                     WHO IS IN. NO LOG YET MEANS NOBODY IS.
011131*----------------------------------------------------------------
011132 1800-LOAD-GREETED.
011133     MOVE "N" TO UI-LOG-EOF-SWITCH.
011134     MOVE 0 TO UI-GREET-COUNT.
011135     OPEN INPUT GREET-LOG-FILE.
011136     IF NOT UI-LOG-FOUND
011137         GO TO 1800-EXIT
011138     END-IF.
011139     PERFORM 1850-LOAD-ONE-GREET THRU 1850-EXIT
011140         UNTIL UI-LOG-EOF-YES OR UI-FATAL-YES.
011141     CLOSE GREET-LOG-FILE.
011142 1800-EXIT.
011143     EXIT.
011144*
011145*    GREETLOG IS IN EVENT ORDER, SO THE LAST IN OR OUT READ FOR
011146*    AN ID IS WHERE IT STANDS. A DAY THE TABLE CANNOT HOLD WHOLE
011147*    REFUSES THE RUN - A DROPPED ARRIVAL WOULD LET THAT EMPLOYEE
011148*    BE GREETED A SECOND TIME UNDETECTED, THE SAME WAY THE BATCH
011149*    CONTROL TABLE IS GUARDED.
011150 1850-LOAD-ONE-GREET.
011151     READ GREET-LOG-FILE
011152         AT END
011153             MOVE "Y" TO UI-LOG-EOF-SWITCH
011154             GO TO 1850-EXIT
011155     END-READ.
011156     IF NOT (LOG-EVENT-IN OR LOG-EVENT-OUT)
011157             OR LOG-VISITOR
011158             OR LOG-RUN-DATE NOT NUMERIC
011159             OR LOG-RUN-DATE NOT = UI-RUN-DATE
011160         GO TO 1850-EXIT
011161     END-IF.
011162     MOVE LOG-EMP-ID TO UI-GREET-KEY.
011163     IF LOG-EVENT-OUT
011164         MOVE "O" TO UI-GREET-EVENT
011165     ELSE
011166         MOVE "I" TO UI-GREET-EVENT
011167     END-IF.
011168     PERFORM 2410-FIND-GREETED THRU 2410-EXIT.
011169     IF UI-FOUND-IX > 0
011170         MOVE "L" TO UI-GT-SOURCE (UI-FOUND-IX)
011171         MOVE UI-GREET-EVENT TO UI-GT-LAST-EVENT (UI-FOUND-IX)
011172         GO TO 1850-EXIT
011173     END-IF.
011174     IF UI-GREET-COUNT >= UI-GREET-MAX
011175         DISPLAY "USERINPUT - EMPLOYEES ON GREETLOG EXCEED "
011176                 UI-GREET-MAX " TABLE ENTRIES - RUN REFUSED"
011177         MOVE "Y" TO UI-FATAL-SWITCH
011178         GO TO 1850-EXIT
011179     END-IF.
011180     ADD 1 TO UI-GREET-COUNT.
011181     MOVE LOG-EMP-ID TO UI-GT-EMP-ID (UI-GREET-COUNT).
011182     MOVE "L" TO UI-GT-SOURCE (UI-GREET-COUNT).
011183     MOVE UI-GREET-EVENT TO UI-GT-LAST-EVENT (UI-GREET-COUNT).
011184 1850-EXIT.
011185     EXIT.
011186*
011187*----------------------------------------------------------------
011190* 2000-PROCESS-ROSTER - ONE ITERATION PER ROSTER RECORD. EACH
011200*                       HEADER STEPS TO THE NEXT BATCH TABLE
011210*                       ENTRY - DETAILS OF A GROUP 1300 MARKED
011240 2000-PROCESS-ROSTER.
011250*    EVERY GROUP WAS VERIFIED BY 1300 - ONLY THE D-TYPE ARRIVAL
011260*    AND O-TYPE CHECK-OUT DETAILS OF THE GOOD GROUPS CARRY IDS
011270*    TO PROCESS. V-TYPE VISITOR DETAILS CARRY PASS NUMBERS.
011280     IF IN-HEADER-REC
011290         ADD 1 TO UI-CURR-BATCH
011295         MOVE UI-BT-SITE-CODE (UI-CURR-BATCH) TO UI-CURR-SITE
011300     END-IF.
011310     IF (IN-DETAIL-REC OR IN-OUT-REC)
011320             AND UI-CURR-BATCH > 0
011440         ELSE
011450             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
011460         END-IF
011461     END-IF.
011462     IF IN-VISITOR-REC
011463             AND UI-CURR-BATCH > 0
011464             AND UI-BT-GOOD (UI-CURR-BATCH)
011465         PERFORM 2600-PROCESS-VISITOR THRU 2600-EXIT
011470     END-IF.
011480     PERFORM 2100-READ-ID-REC THRU 2100-EXIT.
011490 2000-EXIT.
012060             ADD 1 TO UI-BT-GREET-CNT (UI-CURR-BATCH)
012070         END-IF
012080     END-IF.
012082     IF UI-EVENT-IN
012083         PERFORM 2440-ADD-GREETED THRU 2440-EXIT
012084     ELSE
012085         PERFORM 2445-NOTE-CHECK-OUT THRU 2445-EXIT
012086     END-IF.
012090     MOVE "Y" TO UI-GREETED-SWITCH.
012100 2200-EXIT.
012110     EXIT.
012230     MOVE UI-EVENT-TIME TO WLOG-RUN-TIME.
012240     MOVE UI-TERM-ID  TO WLOG-TERM-ID.
012250     MOVE UI-EVENT-CODE TO WLOG-EVENT-CODE.
012255     MOVE UI-CURR-SITE TO WLOG-SITE-CODE.
012260     WRITE WRK-LOG-REC FROM WLOG-REC.
012270 2250-EXIT.
012280     EXIT.
012550     IF UI-EMP-FOUND
012560         PERFORM 2350-CHECK-ELIGIBILITY THRU 2350-EXIT
012570         IF UI-ELIGIBLE
012575             PERFORM 2400-CHECK-DUP-ARRIVAL THRU 2400-EXIT
012580         END-IF
012585         EVALUATE TRUE
012590             WHEN UI-NOT-ELIGIBLE
012595                 PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
012600             WHEN UI-DUP-ARRIVAL
012605                 PERFORM 2450-HOLD-DUPLICATE THRU 2450-EXIT
012610             WHEN OTHER
012615                 PERFORM 2200-BUILD-GREETING THRU 2200-EXIT
012620                 PERFORM 2250-WRITE-AUDIT-LOG THRU 2250-EXIT
012625                 IF UI-EVENT-IN
012630                     PERFORM 2270-WRITE-BADGE-DETAIL
012635                         THRU 2270-EXIT
012640                 END-IF
012645         END-EVALUATE
012660     ELSE
012670         IF UI-EMP-NOT-FOUND
012680             MOVE "EMPLOYEE ID NOT FOUND ON MASTER"
012970         WHEN EMP-TERMINATED
012980                 AND (EMP-TERM-DATE = 0
012990                     OR EMP-TERM-DATE NOT > UI-RUN-DATE)
012991             MOVE "N" TO UI-ELIG-SWITCH
012992             MOVE "EMPLOYEE TERMINATED"
012993                 TO UI-REJECT-REASON
012994         WHEN EMP-ON-LEAVE
012995             MOVE "N" TO UI-ELIG-SWITCH
012996             MOVE "EMPLOYEE ON LEAVE"
012997                 TO UI-REJECT-REASON
012998     END-EVALUATE.
012999 2350-EXIT.
013000     EXIT.
013001*
013002*----------------------------------------------------------------
013003* 2400-CHECK-DUP-ARRIVAL - AN ELIGIBLE ARRIVAL WHOSE ID IS STILL
013004*                          CHECKED IN FOR THE BUSINESS DATE - ITS
013005*                          LATEST EVENT ON THE GREETED TABLE IS AN
013006*                          ARRIVAL - IS A DUPLICATE. THE REASON
013007*                          SAYS WHETHER THAT ARRIVAL CAME FROM AN
013008*                          EARLIER RUN OR FROM THIS ONE. AN ID
013009*                          THAT HAS CHECKED OUT SINCE IS GREETED
013010*                          AGAIN. CHECK-OUTS ARE NEVER DUPLICATES.
013011*----------------------------------------------------------------
013012 2400-CHECK-DUP-ARRIVAL.
013013     MOVE "N" TO UI-DUP-SWITCH.
013014     IF UI-EVENT-OUT
013015         GO TO 2400-EXIT
013016     END-IF.
013017     MOVE UI-CURR-ID TO UI-GREET-KEY.
013018     PERFORM 2410-FIND-GREETED THRU 2410-EXIT.
013019     IF UI-FOUND-IX = 0
013020         GO TO 2400-EXIT
013021     END-IF.
013022     IF NOT UI-GT-LAST-IN (UI-FOUND-IX)
013023         GO TO 2400-EXIT
013024     END-IF.
013025     MOVE "Y" TO UI-DUP-SWITCH.
013026     IF UI-GT-FROM-LOG (UI-FOUND-IX)
013027         MOVE "DUPLICATE - GREETED PRIOR RUN"
013028             TO UI-REJECT-REASON
013029     ELSE
013030         MOVE "DUPLICATE - GREETED THIS RUN"
013031             TO UI-REJECT-REASON
013032     END-IF.
013033 2400-EXIT.
013034     EXIT.
013035*
013036*    2410 LEAVES UI-FOUND-IX AT THE ENTRY FOR THE ID IN
013037*    UI-GREET-KEY OR AT ZERO WHEN IT HAS NO EVENT FOR THE DATE.
013038 2410-FIND-GREETED.
013039     MOVE 0 TO UI-FOUND-IX.
013040     MOVE 0 TO UI-GREET-IX.
013041     PERFORM 2420-SCAN-GREETED THRU 2420-EXIT
013042         UI-GREET-COUNT TIMES.
013043 2410-EXIT.
013044     EXIT.
013045*
013046 2420-SCAN-GREETED.
013047     IF UI-FOUND-IX > 0
013048         GO TO 2420-EXIT
013049     END-IF.
013050     ADD 1 TO UI-GREET-IX.
013051     IF UI-GT-EMP-ID (UI-GREET-IX) = UI-GREET-KEY
013052         MOVE UI-GREET-IX TO UI-FOUND-IX
013053     END-IF.
013054 2420-EXIT.
013055     EXIT.
013056*
013057*    2440 MARKS A FRESH ARRIVAL IN SO A REPEAT LATER IN THE RUN IS
013058*    CAUGHT, ADDING THE ID WHEN IT HAS NO EVENT YET FOR THE DATE.
013059*    A FULL TABLE IS REPORTED ON THE CONSOLE.
013060 2440-ADD-GREETED.
013061     MOVE UI-CURR-ID TO UI-GREET-KEY.
013062     PERFORM 2410-FIND-GREETED THRU 2410-EXIT.
013063     IF UI-FOUND-IX > 0
013064         MOVE "R" TO UI-GT-SOURCE (UI-FOUND-IX)
013065         MOVE "I" TO UI-GT-LAST-EVENT (UI-FOUND-IX)
013066         GO TO 2440-EXIT
013067     END-IF.
013068     IF UI-GREET-COUNT >= UI-GREET-MAX
013069         DISPLAY "USERINPUT - GREETED TABLE FULL, ID "
013070                 UI-CURR-ID " NOT HELD FOR DUPLICATE CHECK"
013071         GO TO 2440-EXIT
013072     END-IF.
013073     ADD 1 TO UI-GREET-COUNT.
013074     MOVE UI-CURR-ID TO UI-GT-EMP-ID (UI-GREET-COUNT).
013075     MOVE "R" TO UI-GT-SOURCE (UI-GREET-COUNT).
013076     MOVE "I" TO UI-GT-LAST-EVENT (UI-GREET-COUNT).
013077 2440-EXIT.
013078     EXIT.
013079*
013080*    2445 MARKS A CHECK-OUT SO THE ID'S NEXT ARRIVAL IS GREETED.
013081*    AN ID WITH NO EVENT YET FOR THE DATE NEEDS NO ENTRY - ITS
013082*    NEXT ARRIVAL IS NOT A DUPLICATE EITHER WAY.
013083 2445-NOTE-CHECK-OUT.
013084     MOVE UI-CURR-ID TO UI-GREET-KEY.
013085     PERFORM 2410-FIND-GREETED THRU 2410-EXIT.
013086     IF UI-FOUND-IX > 0
013087         MOVE "O" TO UI-GT-LAST-EVENT (UI-FOUND-IX)
013088     END-IF.
013089 2445-EXIT.
013090     EXIT.
013091*
013092*----------------------------------------------------------------
013093* 2450-HOLD-DUPLICATE - COUNT A DUPLICATE ARRIVAL AND HOLD IT FOR
013094*                       THE DUPLICATE SECTION OF THE REJECT
013095*                       REPORT. IT IS NOT SUSPENSED AND GETS NO
013096*                       BADGE DETAIL. A FULL TABLE IS REPORTED ON
013097*                       THE CONSOLE AND THE DUPLICATE IS STILL
013098*                       COUNTED.
013099*----------------------------------------------------------------
013100 2450-HOLD-DUPLICATE.
013101     ADD 1 TO UI-DUP-COUNT.
013102*    A DUPLICATE OUT OF THE SUSPENSE RECYCLE BELONGS TO NO BATCH.
013103     IF UI-CURR-BATCH > 0
013104         ADD 1 TO UI-BT-DUP-CNT (UI-CURR-BATCH)
013105     END-IF.
013106     IF UI-DUP-HELD >= UI-DUP-MAX
013107         DISPLAY "USERINPUT - DUPLICATE TABLE FULL, ID "
013108                 UI-CURR-ID " NOT LISTED"
013109         GO TO 2450-EXIT
013110     END-IF.
013111     ADD 1 TO UI-DUP-HELD.
013112     MOVE UI-CURR-ID TO UI-DT-EMP-ID (UI-DUP-HELD).
013113     IF UI-CURR-BATCH > 0
013114         MOVE UI-BT-BATCH-ID (UI-CURR-BATCH)
013115             TO UI-DT-BATCH-ID (UI-DUP-HELD)
013116     ELSE
013117         MOVE "SUSPENSE" TO UI-DT-BATCH-ID (UI-DUP-HELD)
013118     END-IF.
013119     MOVE UI-REJECT-REASON TO UI-DT-REASON (UI-DUP-HELD).
013120 2450-EXIT.
013121     EXIT.
013122*
013123*----------------------------------------------------------------
013124* 2600-PROCESS-VISITOR - A VISITOR PASS MUST BE ON VISMAST AND
013125*                        GOOD FOR THE BUSINESS DATE, AND ITS
013126*                        SPONSOR MUST BE ON EMPMAST AND ELIGIBLE
013127*                        THAT DAY. A DEPARTURE IS CHECKED THE
013128*                        SAME AS AN ARRIVAL, AS A CHECK-OUT IS.
013129*----------------------------------------------------------------
013130 2600-PROCESS-VISITOR.
013131     MOVE IN-VIS-PASS-NO TO UI-CURR-ID.
013132     IF IN-VIS-DEPARTURE
013133         MOVE "O" TO UI-EVENT-CODE
013134     ELSE
013135         MOVE "I" TO UI-EVENT-CODE
013136     END-IF.
013137     MOVE "Y" TO UI-VIS-VALID-SWITCH.
013138     MOVE SPACES TO UI-REJECT-REASON.
013139     EVALUATE TRUE
013140         WHEN UI-CURR-ID = SPACES
013141             MOVE "N" TO UI-VIS-VALID-SWITCH
013142             MOVE "BLANK VISITOR PASS NUMBER"
013143                 TO UI-REJECT-REASON
013144         WHEN UI-CURR-ID NOT NUMERIC
013145             MOVE "N" TO UI-VIS-VALID-SWITCH
013146             MOVE "NON-NUMERIC VISITOR PASS NUMBER"
013147                 TO UI-REJECT-REASON
013148         WHEN UI-VISMAST-NO
013149             MOVE "N" TO UI-VIS-VALID-SWITCH
013150             MOVE "VISITOR MASTER NOT AVAILABLE"
013151                 TO UI-REJECT-REASON
013152     END-EVALUATE.
013153     IF UI-VIS-INVALID
013154         PERFORM 2690-WRITE-VIS-REJECT THRU 2690-EXIT
013155         GO TO 2600-EXIT
013156     END-IF.
013157     MOVE UI-CURR-ID TO VIS-PASS-NO.
013158     READ VIS-MASTER
013159         INVALID KEY
013160             CONTINUE
013161     END-READ.
013162     IF NOT UI-VIS-FOUND
013163         IF UI-VIS-NOT-FOUND
013164             MOVE "VISITOR PASS NOT ON MASTER"
013165                 TO UI-REJECT-REASON
013166         ELSE
013167             MOVE "VISITOR MASTER READ ERROR"
013168                 TO UI-REJECT-REASON
013169         END-IF
013170         PERFORM 2690-WRITE-VIS-REJECT THRU 2690-EXIT
013171         GO TO 2600-EXIT
013172     END-IF.
013173     EVALUATE TRUE
013174         WHEN VIS-VALID-FROM > UI-RUN-DATE
013175             MOVE "N" TO UI-VIS-VALID-SWITCH
013176             MOVE "VISITOR PASS NOT YET VALID"
013177                 TO UI-REJECT-REASON
013178         WHEN VIS-VALID-TO < UI-RUN-DATE
013179             MOVE "N" TO UI-VIS-VALID-SWITCH
013180             MOVE "VISITOR PASS EXPIRED"
013181                 TO UI-REJECT-REASON
013182     END-EVALUATE.
013183     IF UI-VIS-INVALID
013184         PERFORM 2690-WRITE-VIS-REJECT THRU 2690-EXIT
013185         GO TO 2600-EXIT
013186     END-IF.
013187     PERFORM 2620-CHECK-SPONSOR THRU 2620-EXIT.
013188     IF UI-VIS-INVALID
013189         PERFORM 2690-WRITE-VIS-REJECT THRU 2690-EXIT
013190         GO TO 2600-EXIT
013191     END-IF.
013192     PERFORM 2650-GREET-VISITOR THRU 2650-EXIT.
013193 2600-EXIT.
013194     EXIT.
013195*
013196*    2620 READS THE SPONSOR AND PUTS THEM THROUGH THE SAME
013197*    ELIGIBILITY TEST AS AN ARRIVING EMPLOYEE, WITH THE REASON
013198*    WORDED FOR THE SPONSOR.
013199 2620-CHECK-SPONSOR.
013200     MOVE VIS-SPONSOR-ID TO EMP-ID.
013201     READ EMPLOYEE-MASTER
013202         INVALID KEY
013203             CONTINUE
013204     END-READ.
013205     IF NOT UI-EMP-FOUND
013206         MOVE "N" TO UI-VIS-VALID-SWITCH
013207         IF UI-EMP-NOT-FOUND
013208             MOVE "SPONSOR NOT FOUND ON MASTER"
013209                 TO UI-REJECT-REASON
013210         ELSE
013211             MOVE "EMPLOYEE MASTER READ ERROR"
013212                 TO UI-REJECT-REASON
013213         END-IF
013214         GO TO 2620-EXIT
013215     END-IF.
013216     PERFORM 2350-CHECK-ELIGIBILITY THRU 2350-EXIT.
013217     IF UI-ELIGIBLE
013218         GO TO 2620-EXIT
013219     END-IF.
013220     MOVE "N" TO UI-VIS-VALID-SWITCH.
013221     EVALUATE TRUE
013222         WHEN EMP-ON-LEAVE
013223             MOVE "SPONSOR ON LEAVE" TO UI-REJECT-REASON
013224         WHEN EMP-TERMINATED
013225             MOVE "SPONSOR TERMINATED" TO UI-REJECT-REASON
013226         WHEN OTHER
013227             MOVE "SPONSOR NOT YET EFFECTIVE"
013228                 TO UI-REJECT-REASON
013229     END-EVALUATE.
013230 2620-EXIT.
013231     EXIT.
013232*
013233*----------------------------------------------------------------
013234* 2650-GREET-VISITOR - HELLO OR GOODBYE LINE AND A GREETLOG EVENT
013235*                      FLAGGED AS A VISITOR. THE EVENT CARRIES THE
013236*                      PASS NUMBER IN THE ID FIELD, THE SPONSOR,
013237*                      AND THE SPONSOR'S DEPARTMENT. NO BADGE
013238*                      DETAIL IS CUT FOR A VISITOR.
013239*----------------------------------------------------------------
013240 2650-GREET-VISITOR.
013241     MOVE SPACES TO RPT-LINE.
013242     IF UI-EVENT-OUT
013243         STRING "GOODBYE, "        DELIMITED BY SIZE
013244                 VIS-NAME          DELIMITED BY SIZE
013245                 " (VISITOR OF "   DELIMITED BY SIZE
013246                 VIS-SPONSOR-ID    DELIMITED BY SIZE
013247                 ")"               DELIMITED BY SIZE
013248             INTO RPT-LINE
013249         END-STRING
013250         ADD 1 TO UI-VIS-OUT-COUNT
013251     ELSE
013252         STRING "HELLO, "          DELIMITED BY SIZE
013253                 VIS-NAME          DELIMITED BY SIZE
013254                 " (VISITOR OF "   DELIMITED BY SIZE
013255                 VIS-SPONSOR-ID    DELIMITED BY SIZE
013256                 ")"               DELIMITED BY SIZE
013257             INTO RPT-LINE
013258         END-STRING
013259         ADD 1 TO UI-VIS-IN-COUNT
013260     END-IF.
013261     WRITE RPT-LINE.
013262     ADD 1 TO UI-BT-VIS-CNT (UI-CURR-BATCH).
013263     MOVE SPACES TO WLOG-REC.
013264     MOVE VIS-PASS-NO    TO WLOG-EMP-ID.
013265     MOVE VIS-NAME       TO WLOG-EMP-NAME.
013266     MOVE EMP-DEPT       TO WLOG-EMP-DEPT.
013267     MOVE UI-RUN-DATE    TO WLOG-RUN-DATE.
013268     ACCEPT UI-EVENT-TIME FROM TIME.
013269     MOVE UI-EVENT-TIME  TO WLOG-RUN-TIME.
013270     MOVE UI-TERM-ID     TO WLOG-TERM-ID.
013271     MOVE UI-EVENT-CODE  TO WLOG-EVENT-CODE.
013272     MOVE UI-CURR-SITE   TO WLOG-SITE-CODE.
013273     MOVE "V"            TO WLOG-VISITOR-FLAG.
013274     MOVE VIS-SPONSOR-ID TO WLOG-SPONSOR-ID.
013275     WRITE WRK-LOG-REC FROM WLOG-REC.
013276 2650-EXIT.
013277     EXIT.
013278*
013279*----------------------------------------------------------------
013280* 2690-WRITE-VIS-REJECT - LIST A REJECTED VISITOR RECORD AND THE
013281*                         REASON. IT IS NOT SUSPENSED AND IS NOT
013282*                         IN THE EMPLOYEE REJECT COUNT.
013283*----------------------------------------------------------------
013284 2690-WRITE-VIS-REJECT.
013285     MOVE SPACES TO REJECT-LINE.
013286     STRING "PASS "          DELIMITED BY SIZE
013287             UI-CURR-ID       DELIMITED BY SIZE
013288             " - "            DELIMITED BY SIZE
013289             UI-REJECT-REASON DELIMITED BY SIZE
013290         INTO REJECT-LINE
013291     END-STRING.
013292     WRITE REJECT-LINE.
013293     ADD 1 TO UI-VIS-REJECT-COUNT.
013294 2690-EXIT.
013295     EXIT.
013296*
013297*----------------------------------------------------------------
013298* 2900-WRITE-REJECT - LOG A REJECTED ID AND THE REASON
013299*----------------------------------------------------------------
013300 2900-WRITE-REJECT.
013301     MOVE SPACES TO REJECT-LINE.
013302     STRING UI-CURR-ID        DELIMITED BY SIZE
013303             " - "           DELIMITED BY SIZE
013304             UI-REJECT-REASON DELIMITED BY SIZE
013305         INTO REJECT-LINE
013306     END-STRING.
013307     WRITE REJECT-LINE.
013308     ADD 1 TO UI-REJECT-COUNT.
013309*    A REJECT OUT OF THE SUSPENSE RECYCLE BELONGS TO NO BATCH.
013310     IF UI-CURR-BATCH > 0
013311         ADD 1 TO UI-BT-REJECT-CNT (UI-CURR-BATCH)
013312     END-IF.
013313*    ONLY REJECTED ARRIVALS SUSPENSE - A DEPARTURE HAS NOTHING
013314*    TO RE-PROCESS LATER, AND THE RECYCLE RE-FEEDS EVERY
013315*    SUSPENSE ENTRY AS AN ARRIVAL, WHICH WOULD TURN A CLEARED
013316*    CHECK-OUT REJECT INTO A PHANTOM CHECK-IN.
013317     IF UI-EVENT-IN
013320         PERFORM 2950-POST-SUSPENSE THRU 2950-EXIT
013330     END-IF.
013340 2900-EXIT.
013600     MOVE UI-RUN-DATE TO UI-SE-LAST-DATE (UI-SUSP-COUNT).
013610     MOVE 1 TO UI-SE-ATTEMPTS (UI-SUSP-COUNT).
013620     MOVE "N" TO UI-SE-CLEARED-SW (UI-SUSP-COUNT).
013625     MOVE UI-CURR-SITE TO UI-SE-SITE-CODE (UI-SUSP-COUNT).
013630 2950-EXIT.
013640     EXIT.
013650*
013950 3100-RELEASE-ONE-REC.
013960     IF IN-HEADER-REC
013970         ADD 1 TO UI-CURR-BATCH
013975         MOVE UI-BT-SITE-CODE (UI-CURR-BATCH) TO UI-CURR-SITE
013980     END-IF.
013990     IF (IN-DETAIL-REC OR IN-OUT-REC)
014000             AND UI-CURR-BATCH > 0
014150         ELSE
014160             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
014170         END-IF
014171     END-IF.
014172*    A VISITOR PASS NUMBER HAS NO PLACE IN THE MASTER MATCH, SO A
014173*    VISITOR IS DEALT WITH HERE AS THE ROSTER IS RELEASED.
014174     IF IN-VISITOR-REC
014175             AND UI-CURR-BATCH > 0
014176             AND UI-BT-GOOD (UI-CURR-BATCH)
014177         PERFORM 2600-PROCESS-VISITOR THRU 2600-EXIT
014180     END-IF.
014190     PERFORM 2100-READ-ID-REC THRU 2100-EXIT.
014200 3100-EXIT.
014720 3700-MATCH-ONE-ID.
014730     MOVE SORT-EMP-ID TO UI-CURR-ID.
014740     MOVE SORT-BATCH-IX TO UI-CURR-BATCH.
014745     MOVE UI-BT-SITE-CODE (UI-CURR-BATCH) TO UI-CURR-SITE.
014750     MOVE SORT-EVENT-CODE TO UI-EVENT-CODE.
014760     MOVE "N" TO UI-GREETED-SWITCH.
014770     PERFORM 3650-ADVANCE-MASTER THRU 3650-EXIT
014800     IF UI-MAST-EOF-NO AND EMP-ID = UI-CURR-ID
014810         PERFORM 2350-CHECK-ELIGIBILITY THRU 2350-EXIT
014820         IF UI-ELIGIBLE
014825             PERFORM 2400-CHECK-DUP-ARRIVAL THRU 2400-EXIT
014830         END-IF
014835         EVALUATE TRUE
014840             WHEN UI-NOT-ELIGIBLE
014845                 PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
014850             WHEN UI-DUP-ARRIVAL
014855                 PERFORM 2450-HOLD-DUPLICATE THRU 2450-EXIT
014860             WHEN OTHER
014865                 PERFORM 2200-BUILD-GREETING THRU 2200-EXIT
014870                 PERFORM 2250-WRITE-AUDIT-LOG THRU 2250-EXIT
014875                 IF UI-EVENT-IN
014880                     PERFORM 2270-WRITE-BADGE-DETAIL
014885                         THRU 2270-EXIT
014890                 END-IF
014895         END-EVALUATE
014910     ELSE
014920         MOVE "EMPLOYEE ID NOT FOUND ON MASTER"
014930             TO UI-REJECT-REASON
015080         PERFORM 8600-FINISH-EXTRACT THRU 8600-EXIT
015090         PERFORM 8500-MARK-DAY-COMPLETE THRU 8500-EXIT
015100         PERFORM 8800-WRITE-RUN-STATS THRU 8800-EXIT
015105         PERFORM 8150-WRITE-DUP-SECTION THRU 8150-EXIT
015110     END-IF.
015120     CLOSE ID-IN-FILE.
015130     CLOSE GREET-RPT-FILE.
015200         CLOSE GREET-WRK-FILE
015210     END-IF.
015220     CLOSE EMPLOYEE-MASTER.
015222     IF UI-SITEMAST-YES
015224         CLOSE SITE-MASTER
015226     END-IF.
015227     IF UI-VISMAST-YES
015228         CLOSE VIS-MASTER
015229     END-IF.
015230     IF UI-FATAL-NO
015240         MOVE 0 TO UI-BATCH-IX
015250         PERFORM 8100-SHOW-BATCH-TOTALS THRU 8100-EXIT
015280     DISPLAY "USERINPUT - NAMES GREETED:  " UI-RECORD-COUNT.
015290     DISPLAY "USERINPUT - CHECKED OUT:    " UI-OUT-COUNT.
015300     DISPLAY "USERINPUT - IDS REJECTED:   " UI-REJECT-COUNT.
015305     DISPLAY "USERINPUT - DUPLICATES:     " UI-DUP-COUNT.
015306     DISPLAY "USERINPUT - VISITORS IN:    " UI-VIS-IN-COUNT.
015307     DISPLAY "USERINPUT - VISITORS OUT:   " UI-VIS-OUT-COUNT.
015308     DISPLAY "USERINPUT - VISITOR REJECTS:" UI-VIS-REJECT-COUNT.
015310     IF UI-RECYCLE-YES
015320         DISPLAY "USERINPUT - SUSP RECYCLED:  " UI-RECYCLE-COUNT
015330         DISPLAY "USERINPUT - SUSP CLEARED:   " UI-CLEARED-COUNT
015490             TO UI-BT-CNT-DISPLAY2
015500         MOVE UI-BT-OUT-CNT (UI-BATCH-IX)
015510             TO UI-BT-CNT-DISPLAY3
015513         MOVE UI-BT-DUP-CNT (UI-BATCH-IX)
015516             TO UI-BT-CNT-DISPLAY4
015517         MOVE UI-BT-VIS-CNT (UI-BATCH-IX)
015518             TO UI-BT-CNT-DISPLAY5
015520         DISPLAY "USERINPUT - BATCH "
015530                 UI-BT-BATCH-ID (UI-BATCH-IX)
015535                 " SITE:" UI-BT-SITE-CODE (UI-BATCH-IX)
015540                 " GREETED:" UI-BT-CNT-DISPLAY
015550                 " OUT:" UI-BT-CNT-DISPLAY3
015560                 " REJECTED:" UI-BT-CNT-DISPLAY2
015565                 " DUPLICATE:" UI-BT-CNT-DISPLAY4
015567                 " VISITOR:" UI-BT-CNT-DISPLAY5
015570     ELSE
015580         DISPLAY "USERINPUT - BATCH "
015581                 UI-BT-BATCH-ID (UI-BATCH-IX)
015582                 " SKIPPED - "
015583                 UI-BT-SKIP-REASON (UI-BATCH-IX)
015584     END-IF.
015585 8100-EXIT.
015586     EXIT.
015587*
015588*----------------------------------------------------------------
015589* 8150-WRITE-DUP-SECTION - THE DUPLICATE ARRIVALS FOLLOW THE
015590*                          ORDINARY REJECTS IN THEIR OWN SECTION
015591*                          OF THE REJECT REPORT, WITH THE BATCH
015592*                          EACH REPEAT CAME IN ON
015593*----------------------------------------------------------------
015594 8150-WRITE-DUP-SECTION.
015595     MOVE SPACES TO REJECT-LINE.
015596     WRITE REJECT-LINE.
015597     MOVE "DUPLICATE ARRIVALS - ALREADY GREETED FOR THE DATE"
015598         TO REJECT-LINE.
015599     WRITE REJECT-LINE.
015600     MOVE SPACES TO REJECT-LINE.
015601     WRITE REJECT-LINE.
015602     IF UI-DUP-COUNT = 0
015603         MOVE "NO DUPLICATE ARRIVALS" TO REJECT-LINE
015604         WRITE REJECT-LINE
015605         GO TO 8150-EXIT
015606     END-IF.
015607     MOVE 0 TO UI-DUP-IX.
015608     PERFORM 8160-WRITE-ONE-DUP THRU 8160-EXIT
015609         UI-DUP-HELD TIMES.
015610     MOVE SPACES TO REJECT-LINE.
015611     WRITE REJECT-LINE.
015612     MOVE UI-DUP-COUNT TO UI-BT-CNT-DISPLAY4.
015613     STRING "DUPLICATES: "     DELIMITED BY SIZE
015614             UI-BT-CNT-DISPLAY4 DELIMITED BY SIZE
015615         INTO REJECT-LINE
015616     END-STRING.
015617     WRITE REJECT-LINE.
015618 8150-EXIT.
015619     EXIT.
015620*
015621 8160-WRITE-ONE-DUP.
015622     ADD 1 TO UI-DUP-IX.
015623     MOVE SPACES TO REJECT-LINE.
015624     STRING UI-DT-EMP-ID (UI-DUP-IX)   DELIMITED BY SIZE
015625             " - "                     DELIMITED BY SIZE
015626             UI-DT-REASON (UI-DUP-IX)   DELIMITED BY SIZE
015627             " BATCH: "                DELIMITED BY SIZE
015628             UI-DT-BATCH-ID (UI-DUP-IX) DELIMITED BY SIZE
015629         INTO REJECT-LINE
015630     END-STRING.
015631     WRITE REJECT-LINE.
015632 8160-EXIT.
015640     EXIT.
015650*
015660*----------------------------------------------------------------
015940     MOVE UI-SE-FIRST-DATE (UI-SUSP-IX) TO SUSP-FIRST-DATE.
015950     MOVE UI-SE-LAST-DATE (UI-SUSP-IX)  TO SUSP-LAST-DATE.
015960     MOVE UI-SE-ATTEMPTS (UI-SUSP-IX)   TO SUSP-ATTEMPT-COUNT.
015965     MOVE UI-SE-SITE-CODE (UI-SUSP-IX)  TO SUSP-SITE-CODE.
015970     WRITE SUSP-REC.
015980     IF UI-SE-ATTEMPTS (UI-SUSP-IX) > UI-MAX-ATTEMPTS
015990         PERFORM 8300-WRITE-STALE THRU 8300-EXIT
018230     CLOSE GREET-WRK-FILE.
018240     IF UI-COMMIT-COUNT NOT =
018250             UI-RECORD-COUNT + UI-OUT-COUNT
018255                 + UI-VIS-IN-COUNT + UI-VIS-OUT-COUNT
018260         DISPLAY "USERINPUT - COMMITTED " UI-COMMIT-COUNT
018270                 " AUDIT EVENTS, EXPECTED GREETED PLUS "
018280                 "CHECKED OUT PLUS VISITOR EVENTS"
018290     END-IF.
018300 8900-EXIT.
018310     EXIT.
