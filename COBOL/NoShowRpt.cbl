000230*                 FILE IS HOW A FALSE ALARM GETS PRINTED. THE
000240*                 BUSINESS DATE COMES FROM THE SHARED BUSDATE
000250*                 ROUTINE AND FALLS BACK TO THE MACHINE DATE
000251*                 WHEN THERE IS NO CALENDAR.
000252* 2026-09-21 RLH  SITES. AN ARRIVAL NOW ONLY CLEARS AN EMPLOYEE
000253*                 WHEN IT WAS LOGGED AT THEIR EMPMAST HOME SITE -
000254*                 SOMEONE WHO CHECKED IN ONLY AT ANOTHER SITE
000255*                 PRINTS IN A SEPARATE "ARRIVED AT WRONG SITE"
000256*                 SECTION, WITH THE SITE THEY DID TURN UP AT,
000257*                 AFTER THE "NEVER ARRIVED" SECTION. A BLANK HOME
000258*                 SITE, OR AN ARRIVAL LOGGED BEFORE SITES EXISTED,
000259*                 MATCHES ANY SITE. AN OPTIONAL NOSHPARM CARD
000260*                 NAMES ONE SITE IN COLUMNS 1-4 TO REPORT ONLY THE
000261*                 EMPLOYEES HOMED THERE, OR CARRIES "Y" IN COLUMN
000262*                 5 TO GROUP EACH SECTION BY HOME SITE WITH SITE
000263*                 SUBTOTALS. NO CARD REPORTS ALL SITES TOGETHER.
000264* 2026-09-23 RLH  VISITOR ARRIVALS ON GREETLOG ARE LEFT OUT OF THE
000265*                 ARRIVAL TABLE - A VISITOR PASS NUMBER IS NOT AN
000266*                 EMPLOYEE ID AND MUST NOT MARK ANYONE AS ARRIVED.
000270*----------------------------------------------------------------
000280*
000290 ENVIRONMENT DIVISION.
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS EMP-ID
000420         FILE STATUS IS NS-EMP-FILE-STATUS.
000422     SELECT NOSH-PARM-FILE  ASSIGN TO "NOSHPARM"
000424         ORGANIZATION IS LINE SEQUENTIAL
000426         FILE STATUS IS NS-PARM-FILE-STATUS.
000430*
000440 DATA DIVISION.
000450 FILE SECTION.
000540                   ==AUDIT-TERM-ID==  BY ==LOG-TERM-ID==
000550                   ==AUDIT-EVENT-CODE== BY ==LOG-EVENT-CODE==
000560                   ==AUDIT-EVENT-IN==   BY ==LOG-EVENT-IN==
000566                   ==AUDIT-EVENT-OUT==  BY ==LOG-EVENT-OUT==
000568                   ==AUDIT-SITE-CODE==  BY ==LOG-SITE-CODE==
000570                   ==AUDIT-VISITOR-FLAG== BY ==LOG-VISITOR-FLAG==
000572                   ==AUDIT-VISITOR==    BY ==LOG-VISITOR==
000574                   ==AUDIT-SPONSOR-ID== BY ==LOG-SPONSOR-ID==.
000580*
000590 FD  NOSHOW-RPT-FILE.
000600 01  RPT-LINE               PIC X(80).
000610*
000611 FD  NOSH-PARM-FILE.
000612 01  NOSH-PARM-REC.
000613     05  NPARM-SITE-CODE    PIC X(04).
000614     05  NPARM-SITE-BREAK   PIC X(01).
000615     05  FILLER             PIC X(75).
000616*
000617*    SECTION "1" IS NEVER ARRIVED, "2" IS ARRIVED AT WRONG SITE
000620 SD  SORT-WORK-FILE.
000630 01  SORT-REC.
000633     05  SORT-SECTION       PIC X(01).
000636     05  SORT-SITE-CODE     PIC X(04).
000640     05  SORT-DEPT          PIC X(10).
000650     05  SORT-EMP-ID        PIC 9(05).
000660     05  SORT-EMP-NAME      PIC X(20).
000665     05  SORT-ARRIVED-SITE  PIC X(04).
000670*
000680 FD  EMPLOYEE-MASTER.
000690     COPY PERSONREC
000760                   ==PERSON-ACTIVE==   BY ==EMP-ACTIVE==
000770                   ==PERSON-TERMINATED== BY ==EMP-TERMINATED==
000780                   ==PERSON-ON-LEAVE== BY ==EMP-ON-LEAVE==
000786                   ==PERSON-TERM-DATE== BY ==EMP-TERM-DATE==
000792                   ==PERSON-HOME-SITE== BY ==EMP-HOME-SITE==.
000800*
000810 WORKING-STORAGE SECTION.
000820*
001110*
001120 77  NS-GREETED-SWITCH      PIC X(01)  VALUE "N".
001130     88  NS-GREETED-YES                VALUE "Y".
001131     88  NS-GREETED-NO                 VALUE "N".
001132     88  NS-GREETED-WRONG-SITE         VALUE "W".
001133*
001134 77  NS-PARM-FILE-STATUS    PIC X(02)  VALUE "00".
001135     88  NS-PARM-FOUND                 VALUE "00".
001136*
001137*    ALL SITES TOGETHER, ONE HOME SITE ONLY, OR EVERY HOME SITE
001138*    BROKEN OUT
001139 77  NS-SITE-MODE-SWITCH    PIC X(01)  VALUE "A".
001140     88  NS-ALL-SITES                  VALUE "A".
001141     88  NS-ONE-SITE                   VALUE "O".
001142     88  NS-SITE-BREAK                 VALUE "B".
001143 77  NS-SEL-SITE            PIC X(04)  VALUE SPACES.
001150*
001160*----------------------------------------------------------------
001170* DAY'S GREETED-EMPLOYEE TABLE - THE ARRIVALS FOR THE BUSINESS
001220 77  NS-GREET-IX            PIC 9(04)  COMP  VALUE 0.
001230 77  NS-FOUND-IX            PIC 9(04)  COMP  VALUE 0.
001240 77  NS-SCAN-ID             PIC 9(05)  VALUE 0.
001245 77  NS-OTHER-SITE          PIC X(04)  VALUE SPACES.
001250 01  NS-GREET-TABLE.
001257     05  NS-GREET-ENTRY     OCCURS 1000 TIMES.
001264         10  NS-GREET-ID    PIC 9(05).
001271         10  NS-GREET-SITE  PIC X(04).
001280*
001290*----------------------------------------------------------------
001300* COUNTERS AND CONTROL-BREAK WORK FIELDS
001330 77  NS-NOSHOW-COUNT        PIC 9(05)  COMP  VALUE 0.
001340 77  NS-DEPT-COUNT          PIC 9(05)  COMP  VALUE 0.
001350 77  NS-DEPT-NOSHOW-COUNT   PIC 9(05)  COMP  VALUE 0.
001352 77  NS-WRONG-SITE-COUNT    PIC 9(05)  COMP  VALUE 0.
001354 77  NS-SECTION-COUNT       PIC 9(05)  COMP  VALUE 0.
001356 77  NS-SITE-GROUP-COUNT    PIC 9(05)  COMP  VALUE 0.
001360 77  NS-SAVE-DEPT           PIC X(10)  VALUE SPACES.
001363 77  NS-SAVE-SECTION        PIC X(01)  VALUE SPACES.
001366 77  NS-SAVE-SITE           PIC X(04)  VALUE SPACES.
001370*
001380*----------------------------------------------------------------
001390* REPORT WORK FIELDS
001410 77  NS-RUN-DATE            PIC 9(08)  VALUE 0.
001420 77  NS-DATE-DISPLAY        PIC 9999/99/99.
001430 77  NS-COUNT-DISPLAY       PIC ZZZZ9.
001435 77  NS-SITE-DISPLAY        PIC X(06)  VALUE SPACES.
001440*
001450 01  NS-DETAIL-LINE.
001460     05  FILLER             PIC X(04)  VALUE SPACES.
001470     05  NS-DL-EMP-ID       PIC 9(05).
001480     05  FILLER             PIC X(02)  VALUE SPACES.
001490     05  NS-DL-EMP-NAME     PIC X(20).
001495     05  FILLER             PIC X(02)  VALUE SPACES.
001500     05  NS-DL-NOTE         PIC X(20).
001505     05  FILLER             PIC X(27)  VALUE SPACES.
001510*
001520*----------------------------------------------------------------
001530* BUSINESS-DATE CALENDAR CALL AREA
001640 0000-MAINLINE.
001650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001660     IF NS-FATAL-NO
001663*        THE SITE KEY IS LEFT BLANK UNLESS HOME SITES ARE BROKEN
001666*        OUT, SO IT ONLY ORDERS THE REPORT WHEN IT HAS TO.
001670         SORT SORT-WORK-FILE
001675             ON ASCENDING KEY SORT-SECTION
001680                              SORT-SITE-CODE
001685                              SORT-DEPT
001690                              SORT-EMP-ID
001700             INPUT PROCEDURE IS 3000-FEED-SORT
001710                 THRU 3000-EXIT
001880     MOVE 0 TO NS-ELIG-COUNT.
001890     MOVE 0 TO NS-NOSHOW-COUNT.
001900     MOVE 0 TO NS-DEPT-COUNT.
001905     MOVE 0 TO NS-WRONG-SITE-COUNT.
001910     ACCEPT NS-RUN-DATE FROM DATE YYYYMMDD.
001915     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
001920     PERFORM 1200-GET-BUSINESS-DATE THRU 1200-EXIT.
001930     OPEN OUTPUT NOSHOW-RPT-FILE.
001940     MOVE NS-RUN-DATE TO NS-DATE-DISPLAY.
001980             NS-DATE-DISPLAY DELIMITED BY SIZE
001990         INTO RPT-LINE
002000     END-STRING.
002001     WRITE RPT-LINE.
002002     IF NS-ONE-SITE
002003         MOVE SPACES TO RPT-LINE
002004         STRING "EMPLOYEES HOMED AT SITE: " DELIMITED BY SIZE
002005                 NS-SEL-SITE DELIMITED BY SIZE
002006             INTO RPT-LINE
002007         END-STRING
002008         WRITE RPT-LINE
002009     END-IF.
002010     IF NS-SITE-BREAK
002011         MOVE "ALL SITES - GROUPED BY HOME SITE" TO RPT-LINE
002012         WRITE RPT-LINE
002013     END-IF.
002020     MOVE SPACES TO RPT-LINE.
002030     WRITE RPT-LINE.
002040     OPEN INPUT GREET-LOG-FILE.
002310                 "- RUN ABORTED, FILE STATUS: "
002320                 NS-EMP-FILE-STATUS
002330         MOVE "Y" TO NS-FATAL-SWITCH
002331         GO TO 1000-EXIT
002332     END-IF.
002333 1000-EXIT.
002334     EXIT.
002335*
002336*----------------------------------------------------------------
002337* 1100-READ-PARM-CARD - A SITE CODE ON THE NOSHPARM CARD REPORTS
002338*                       THE EMPLOYEES HOMED AT THAT SITE ONLY, A
002339*                       "Y" IN COLUMN 5 GROUPS BY HOME SITE. NO
002340*                       CARD MEANS ALL SITES TOGETHER.
002341*----------------------------------------------------------------
002342 1100-READ-PARM-CARD.
002343     MOVE "A" TO NS-SITE-MODE-SWITCH.
002344     MOVE SPACES TO NS-SEL-SITE.
002345     OPEN INPUT NOSH-PARM-FILE.
002346     IF NS-PARM-FOUND
002347         READ NOSH-PARM-FILE
002348             AT END
002349                 CONTINUE
002350             NOT AT END
002351                 IF NPARM-SITE-CODE NOT = SPACES
002352                     MOVE "O" TO NS-SITE-MODE-SWITCH
002353                     MOVE NPARM-SITE-CODE TO NS-SEL-SITE
002354                 ELSE
002355                     IF NPARM-SITE-BREAK = "Y"
002356                         MOVE "B" TO NS-SITE-MODE-SWITCH
002357                     END-IF
002358                 END-IF
002359         END-READ
002360         CLOSE NOSH-PARM-FILE
002361     END-IF.
002362 1100-EXIT.
002370     EXIT.
002380*
002390*----------------------------------------------------------------
002820             GO TO 1350-EXIT
002830     END-READ.
002840     IF LOG-EVENT-IN
002845             AND NOT LOG-VISITOR
002850             AND LOG-RUN-DATE NUMERIC
002860             AND LOG-RUN-DATE = NS-RUN-DATE
002870         ADD 1 TO NS-GREET-COUNT
002876         MOVE LOG-EMP-ID TO NS-GREET-ID (NS-GREET-COUNT)
002882         MOVE LOG-SITE-CODE TO NS-GREET-SITE (NS-GREET-COUNT)
002890     END-IF.
002900 1350-EXIT.
002910     EXIT.
003110     EXIT.
003120*
003130 3200-CHECK-ONE-EMP.
003132     IF NS-ONE-SITE AND EMP-HOME-SITE NOT = NS-SEL-SITE
003134         GO TO 3200-READ-NEXT
003136     END-IF.
003140     PERFORM 3300-CHECK-ELIGIBILITY THRU 3300-EXIT.
003150     IF NS-ELIGIBLE
003160         ADD 1 TO NS-ELIG-COUNT
003170         PERFORM 3400-SCAN-GREETED THRU 3400-EXIT
003171         IF NOT NS-GREETED-YES
003172             IF NS-GREETED-NO
003173                 MOVE "1" TO SORT-SECTION
003174             ELSE
003175                 MOVE "2" TO SORT-SECTION
003176             END-IF
003177             IF NS-SITE-BREAK
003178                 MOVE EMP-HOME-SITE TO SORT-SITE-CODE
003179             ELSE
003180                 MOVE SPACES TO SORT-SITE-CODE
003181             END-IF
003190             MOVE EMP-DEPT TO SORT-DEPT
003200             MOVE EMP-ID   TO SORT-EMP-ID
003210             MOVE EMP-NAME TO SORT-EMP-NAME
003215             MOVE NS-OTHER-SITE TO SORT-ARRIVED-SITE
003220             RELEASE SORT-REC
003230         END-IF
003240     END-IF.
003245 3200-READ-NEXT.
003250     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
003260 3200-EXIT.
003270     EXIT.
003510     EXIT.
003520*
003530*----------------------------------------------------------------
003534* 3400-SCAN-GREETED - DID THIS EMPLOYEE CHECK IN TODAY AT THEIR
003538*                     HOME SITE, ONLY SOMEWHERE ELSE, OR NOT AT
003542*                     ALL. THE FIRST OTHER SITE SEEN IS KEPT FOR
003546*                     THE REPORT LINE.
003550*----------------------------------------------------------------
003560 3400-SCAN-GREETED.
003570     MOVE "N" TO NS-GREETED-SWITCH.
003580     MOVE EMP-ID TO NS-SCAN-ID.
003585     MOVE SPACES TO NS-OTHER-SITE.
003590     MOVE 0 TO NS-GREET-IX.
003600     MOVE 0 TO NS-FOUND-IX.
003610     PERFORM 3450-SCAN-ONE-GREET THRU 3450-EXIT
003620         NS-GREET-COUNT TIMES.
003630     IF NS-FOUND-IX > 0
003640         MOVE "Y" TO NS-GREETED-SWITCH
003642         GO TO 3400-EXIT
003644     END-IF.
003646     IF NS-OTHER-SITE NOT = SPACES
003648         MOVE "W" TO NS-GREETED-SWITCH
003650     END-IF.
003660 3400-EXIT.
003670     EXIT.
003710         GO TO 3450-EXIT
003720     END-IF.
003730     ADD 1 TO NS-GREET-IX.
003732     IF NS-GREET-ID (NS-GREET-IX) NOT = NS-SCAN-ID
003734         GO TO 3450-EXIT
003736     END-IF.
003738     IF EMP-HOME-SITE = SPACES
003740             OR NS-GREET-SITE (NS-GREET-IX) = SPACES
003742             OR NS-GREET-SITE (NS-GREET-IX) = EMP-HOME-SITE
003750         MOVE NS-GREET-IX TO NS-FOUND-IX
003752         GO TO 3450-EXIT
003754     END-IF.
003756     IF NS-OTHER-SITE = SPACES
003758         MOVE NS-GREET-SITE (NS-GREET-IX) TO NS-OTHER-SITE
003760     END-IF.
003770 3450-EXIT.
003780     EXIT.
003790*
003800*----------------------------------------------------------------
003807* 4000-REPORT-NOSHOWS - CONTROL BREAK ON SECTION, HOME SITE
003814*                       (WHEN BROKEN OUT) AND DEPARTMENT OVER
003821*                       THE SORTED EXCEPTIONS
003830*----------------------------------------------------------------
003840 4000-REPORT-NOSHOWS.
003850     PERFORM 4100-RETURN-SORT-REC THRU 4100-EXIT.
003930         WRITE RPT-LINE
003940         GO TO 4000-EXIT
003950     END-IF.
003960     PERFORM 4150-START-SECTION THRU 4150-EXIT.
003970     PERFORM 4300-TALLY-SORT-REC THRU 4300-EXIT
003980         UNTIL NS-SORT-EOF-YES.
003990     PERFORM 4400-END-DEPT-GROUP THRU 4400-EXIT.
003993     PERFORM 4450-END-SITE-GROUP THRU 4450-EXIT.
003996     PERFORM 4470-END-SECTION THRU 4470-EXIT.
004000 4000-EXIT.
004010     EXIT.
004020*
004030 4100-RETURN-SORT-REC.
004040     RETURN SORT-WORK-FILE
004050         AT END
004051             MOVE "Y" TO NS-SORT-EOF-SWITCH
004052     END-RETURN.
004053 4100-EXIT.
004054     EXIT.
004055*
004056 4150-START-SECTION.
004057     MOVE SORT-SECTION TO NS-SAVE-SECTION.
004058     MOVE 0 TO NS-SECTION-COUNT.
004059     IF SORT-SECTION = "1"
004060         MOVE "NEVER ARRIVED" TO RPT-LINE
004061     ELSE
004062         MOVE "ARRIVED AT WRONG SITE" TO RPT-LINE
004063     END-IF.
004064     WRITE RPT-LINE.
004065     MOVE SPACES TO RPT-LINE.
004066     WRITE RPT-LINE.
004067     PERFORM 4170-START-SITE-GROUP THRU 4170-EXIT.
004068 4150-EXIT.
004069     EXIT.
004070*
004071 4170-START-SITE-GROUP.
004072     MOVE SORT-SITE-CODE TO NS-SAVE-SITE.
004073     MOVE 0 TO NS-SITE-GROUP-COUNT.
004074     IF NS-SAVE-SITE = SPACES
004075         MOVE "(NONE)" TO NS-SITE-DISPLAY
004076     ELSE
004077         MOVE NS-SAVE-SITE TO NS-SITE-DISPLAY
004078     END-IF.
004079     IF NS-SITE-BREAK
004080         MOVE SPACES TO RPT-LINE
004081         STRING "HOME SITE: " DELIMITED BY SIZE
004082                 NS-SITE-DISPLAY DELIMITED BY SIZE
004083             INTO RPT-LINE
004084         END-STRING
004085         WRITE RPT-LINE
004086     END-IF.
004087     PERFORM 4200-START-DEPT-GROUP THRU 4200-EXIT.
004088 4170-EXIT.
004090     EXIT.
004100*
004110 4200-START-DEPT-GROUP.
004230*
004240 4250-WRITE-DETAIL.
004250     MOVE SORT-EMP-ID   TO NS-DL-EMP-ID.
004251     MOVE SORT-EMP-NAME TO NS-DL-EMP-NAME.
004252     MOVE SPACES TO NS-DL-NOTE.
004253     IF SORT-SECTION = "2"
004254         STRING "ARRIVED AT: " DELIMITED BY SIZE
004255                 SORT-ARRIVED-SITE DELIMITED BY SIZE
004256             INTO NS-DL-NOTE
004257         END-STRING
004258         ADD 1 TO NS-WRONG-SITE-COUNT
004259     ELSE
004260         ADD 1 TO NS-NOSHOW-COUNT
004261     END-IF.
004270     MOVE NS-DETAIL-LINE TO RPT-LINE.
004280     WRITE RPT-LINE.
004290     ADD 1 TO NS-DEPT-NOSHOW-COUNT.
004296     ADD 1 TO NS-SITE-GROUP-COUNT.
004302     ADD 1 TO NS-SECTION-COUNT.
004310 4250-EXIT.
004320     EXIT.
004330*
004340 4300-TALLY-SORT-REC.
004350     PERFORM 4100-RETURN-SORT-REC THRU 4100-EXIT.
004351     IF NS-SORT-EOF-YES
004352         GO TO 4300-EXIT
004353     END-IF.
004354     IF SORT-SECTION NOT = NS-SAVE-SECTION
004355         PERFORM 4400-END-DEPT-GROUP THRU 4400-EXIT
004356         PERFORM 4450-END-SITE-GROUP THRU 4450-EXIT
004357         PERFORM 4470-END-SECTION THRU 4470-EXIT
004358         PERFORM 4150-START-SECTION THRU 4150-EXIT
004359         GO TO 4300-EXIT
004360     END-IF.
004361     IF SORT-SITE-CODE NOT = NS-SAVE-SITE
004362         PERFORM 4400-END-DEPT-GROUP THRU 4400-EXIT
004363         PERFORM 4450-END-SITE-GROUP THRU 4450-EXIT
004364         PERFORM 4170-START-SITE-GROUP THRU 4170-EXIT
004370         GO TO 4300-EXIT
004380     END-IF.
004390     IF SORT-DEPT NOT = NS-SAVE-DEPT
004480 4400-END-DEPT-GROUP.
004490     MOVE NS-DEPT-NOSHOW-COUNT TO NS-COUNT-DISPLAY.
004500     MOVE SPACES TO RPT-LINE.
004510     STRING "  EXCEPTIONS THIS DEPARTMENT: " DELIMITED BY SIZE
004520             NS-COUNT-DISPLAY DELIMITED BY SIZE
004530         INTO RPT-LINE
004540     END-STRING.
004550     WRITE RPT-LINE.
004551     MOVE SPACES TO RPT-LINE.
004552     WRITE RPT-LINE.
004553     ADD 1 TO NS-DEPT-COUNT.
004554 4400-EXIT.
004555     EXIT.
004556*
004557 4450-END-SITE-GROUP.
004558     IF NOT NS-SITE-BREAK
004559         GO TO 4450-EXIT
004560     END-IF.
004561     MOVE NS-SITE-GROUP-COUNT TO NS-COUNT-DISPLAY.
004562     MOVE SPACES TO RPT-LINE.
004563     STRING "  EXCEPTIONS HOMED AT " DELIMITED BY SIZE
004564             NS-SITE-DISPLAY DELIMITED BY SIZE
004565             ": " DELIMITED BY SIZE
004566             NS-COUNT-DISPLAY DELIMITED BY SIZE
004567         INTO RPT-LINE
004568     END-STRING.
004569     WRITE RPT-LINE.
004570     MOVE SPACES TO RPT-LINE.
004571     WRITE RPT-LINE.
004572 4450-EXIT.
004573     EXIT.
004574*
004575 4470-END-SECTION.
004576     MOVE NS-SECTION-COUNT TO NS-COUNT-DISPLAY.
004577     MOVE SPACES TO RPT-LINE.
004578     IF NS-SAVE-SECTION = "1"
004579         STRING "NEVER ARRIVED - TOTAL:         "
004580                 DELIMITED BY SIZE
004581                 NS-COUNT-DISPLAY DELIMITED BY SIZE
004582             INTO RPT-LINE
004583         END-STRING
004584     ELSE
004585         STRING "ARRIVED AT WRONG SITE - TOTAL: "
004586                 DELIMITED BY SIZE
004587                 NS-COUNT-DISPLAY DELIMITED BY SIZE
004588             INTO RPT-LINE
004589         END-STRING
004590     END-IF.
004591     WRITE RPT-LINE.
004592     MOVE SPACES TO RPT-LINE.
004593     WRITE RPT-LINE.
004594 4470-EXIT.
004600     EXIT.
004610*
004620*----------------------------------------------------------------
004780             INTO RPT-LINE
004790         END-STRING
004800         WRITE RPT-LINE
004801         MOVE NS-WRONG-SITE-COUNT TO NS-COUNT-DISPLAY
004802         MOVE SPACES TO RPT-LINE
004803         STRING "TOTAL AT WRONG SITE:   " DELIMITED BY SIZE
004804                 NS-COUNT-DISPLAY DELIMITED BY SIZE
004805             INTO RPT-LINE
004806         END-STRING
004807         WRITE RPT-LINE
004810         CLOSE EMPLOYEE-MASTER
004820     END-IF.
004830     CLOSE NOSHOW-RPT-FILE.
004840     DISPLAY "NOSHOW - ELIGIBLE EMPLOYEES: " NS-ELIG-COUNT.
004850     DISPLAY "NOSHOW - NO-SHOWS:           " NS-NOSHOW-COUNT.
004855     DISPLAY "NOSHOW - AT WRONG SITE:      " NS-WRONG-SITE-COUNT.
004860 8000-EXIT.
004870     EXIT.
004880*
