000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    VISRPT.
000030 AUTHOR.        R L HASKELL.
000040 INSTALLATION.  OPERATIONS SUPPORT - INTAKE UNIT.
000050 DATE-WRITTEN.  2026-09-23.
000060 DATE-COMPILED.
000070*
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110* 2026-09-23 RLH  NEW PROGRAM. DAILY VISITOR REPORT - EVERY PASS
000120*                 ON THE VISMAST VISITOR MASTER IS LISTED GROUPED
000130*                 BY SPONSORING EMPLOYEE, WITH THE VISITOR'S LAST
000140*                 ARRIVAL ON THE BUSINESS DATE AND WHETHER THEY
000150*                 ARE STILL ON SITE, DEPARTED OR NEVER CAME IN. A
000160*                 PASS WHOSE VALID-TO DATE IS BEFORE THE BUSINESS
000170*                 DATE IS FLAGGED "EXPIRED" SO IT CAN BE DELETED
000180*                 THROUGH VISMNT, AND ONE NOT VALID UNTIL A LATER
000190*                 DATE IS FLAGGED "NOT YET". VISITOR EVENTS ON
000200*                 GREETLOG FOR A PASS NO LONGER ON THE MASTER
000210*                 PRINT IN A SECTION OF THEIR OWN AFTER THE
000220*                 SPONSOR GROUPS. A MISSING GREETING LOG OR
000230*                 VISITOR MASTER REFUSES THE RUN. THE SPONSOR NAME
000240*                 COMES FROM EMPMAST WHEN IT IS ON FILE. THE
000250*                 BUSINESS DATE COMES FROM THE SHARED BUSDATE
000260*                 ROUTINE AND FALLS BACK TO THE MACHINE DATE WHEN
000270*                 THERE IS NO CALENDAR.
000280*----------------------------------------------------------------
000290*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT GREET-LOG-FILE  ASSIGN TO "GREETLOG"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS VR-LOG-FILE-STATUS.
000360     SELECT VISIT-RPT-FILE  ASSIGN TO "VISITRPT"
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380     SELECT SORT-WORK-FILE  ASSIGN TO "SORTWK".
000390     SELECT VIS-MASTER      ASSIGN TO "VISMAST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS VIS-PASS-NO
000430         FILE STATUS IS VR-VIS-FILE-STATUS.
000440     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS EMP-ID
000480         FILE STATUS IS VR-EMP-FILE-STATUS.
000490*
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  GREET-LOG-FILE.
000530     COPY GREETAUD
000540         REPLACING ==AUDIT-REC==      BY ==LOG-REC==
000550                   ==AUDIT-EMP-ID==   BY ==LOG-EMP-ID==
000560                   ==AUDIT-EMP-NAME== BY ==LOG-EMP-NAME==
000570                   ==AUDIT-EMP-DEPT== BY ==LOG-EMP-DEPT==
000580                   ==AUDIT-RUN-DATE== BY ==LOG-RUN-DATE==
000590                   ==AUDIT-RUN-TIME== BY ==LOG-RUN-TIME==
000600                   ==AUDIT-TERM-ID==  BY ==LOG-TERM-ID==
000610                   ==AUDIT-EVENT-CODE== BY ==LOG-EVENT-CODE==
000620                   ==AUDIT-EVENT-IN==   BY ==LOG-EVENT-IN==
000630                   ==AUDIT-EVENT-OUT==  BY ==LOG-EVENT-OUT==
000640                   ==AUDIT-SITE-CODE==  BY ==LOG-SITE-CODE==
000650                   ==AUDIT-VISITOR-FLAG== BY ==LOG-VISITOR-FLAG==
000660                   ==AUDIT-VISITOR==    BY ==LOG-VISITOR==
000670                   ==AUDIT-SPONSOR-ID== BY ==LOG-SPONSOR-ID==.
000680*
000690 FD  VISIT-RPT-FILE.
000700 01  RPT-LINE               PIC X(80).
000710*
000720 SD  SORT-WORK-FILE.
000730 01  SORT-REC.
000740     05  SORT-SPONSOR-ID    PIC 9(05).
000750     05  SORT-PASS-NO       PIC 9(05).
000760     05  SORT-VIS-NAME      PIC X(20).
000770     05  SORT-COMPANY       PIC X(30).
000780     05  SORT-VALID-FROM    PIC 9(08).
000790     05  SORT-VALID-TO      PIC 9(08).
000800     05  SORT-EVENT-IX      PIC 9(04).
000810*
000820 FD  VIS-MASTER.
000830     COPY VISREC.
000840*
000850 FD  EMPLOYEE-MASTER.
000860     COPY PERSONREC
000870         REPLACING ==PERSON-REC==      BY ==EMP-MASTER-REC==
000880                   ==PERSON-ID==       BY ==EMP-ID==
000890                   ==PERSON-NAME==     BY ==EMP-NAME==
000900                   ==PERSON-DEPT==     BY ==EMP-DEPT==
000910                   ==PERSON-EFF-DATE== BY ==EMP-EFF-DATE==
000920                   ==PERSON-STATUS==   BY ==EMP-STATUS==
000930                   ==PERSON-ACTIVE==   BY ==EMP-ACTIVE==
000940                   ==PERSON-TERMINATED== BY ==EMP-TERMINATED==
000950                   ==PERSON-ON-LEAVE== BY ==EMP-ON-LEAVE==
000960                   ==PERSON-TERM-DATE== BY ==EMP-TERM-DATE==
000970                   ==PERSON-HOME-SITE== BY ==EMP-HOME-SITE==.
000980*
000990 WORKING-STORAGE SECTION.
001000*
001010*----------------------------------------------------------------
001020* SWITCHES
001030*----------------------------------------------------------------
001040 77  VR-LOG-EOF-SWITCH      PIC X(01)  VALUE "N".
001050     88  VR-LOG-EOF-YES                VALUE "Y".
001060     88  VR-LOG-EOF-NO                 VALUE "N".
001070*
001080 77  VR-VIS-EOF-SWITCH      PIC X(01)  VALUE "N".
001090     88  VR-VIS-EOF-YES                VALUE "Y".
001100     88  VR-VIS-EOF-NO                 VALUE "N".
001110*
001120 77  VR-SORT-EOF-SWITCH     PIC X(01)  VALUE "N".
001130     88  VR-SORT-EOF-YES               VALUE "Y".
001140     88  VR-SORT-EOF-NO                VALUE "N".
001150*
001160 77  VR-LOG-FILE-STATUS     PIC X(02)  VALUE "00".
001170     88  VR-LOG-FOUND                  VALUE "00".
001180*
001190 77  VR-VIS-FILE-STATUS     PIC X(02)  VALUE "00".
001200     88  VR-VIS-OK                     VALUE "00".
001210*
001220 77  VR-EMP-FILE-STATUS     PIC X(02)  VALUE "00".
001230     88  VR-EMP-FOUND                  VALUE "00".
001240*
001250*    WITHOUT THE EMPLOYEE MASTER THE SPONSOR GROUPS STILL PRINT,
001260*    ONLY WITHOUT THE SPONSOR'S NAME
001270 77  VR-EMPMAST-SWITCH      PIC X(01)  VALUE "N".
001280     88  VR-EMPMAST-OPEN               VALUE "Y".
001290*
001300 77  VR-FATAL-SWITCH        PIC X(01)  VALUE "N".
001310     88  VR-FATAL-YES                  VALUE "Y".
001320     88  VR-FATAL-NO                   VALUE "N".
001330*
001340*----------------------------------------------------------------
001350* DAY'S VISITOR EVENT TABLE - ONE ENTRY PER PASS SEEN ON THE
001360* GREETING LOG FOR THE BUSINESS DATE. THE LOG IS WRITTEN IN
001370* ARRIVAL ORDER, SO EACH EVENT OVERWRITES ITS SIDE AND THE LAST
001380* ONE SEEN WINS. THE MASTER PASS MARKS THE ENTRIES IT MATCHES.
001390*----------------------------------------------------------------
001400 77  VR-EVENT-MAX           PIC 9(04)  COMP  VALUE 500.
001410 77  VR-EVENT-COUNT         PIC 9(04)  COMP  VALUE 0.
001420 77  VR-EVENT-IX            PIC 9(04)  COMP  VALUE 0.
001430 77  VR-FOUND-IX            PIC 9(04)  COMP  VALUE 0.
001440 77  VR-SCAN-PASS           PIC X(05)  VALUE SPACES.
001450 01  VR-EVENT-TABLE.
001460     05  VR-EVENT-ENTRY     OCCURS 500 TIMES.
001470         10  VR-EV-PASS-NO  PIC X(05).
001480         10  VR-EV-SPONSOR  PIC X(05).
001490         10  VR-EV-NAME     PIC X(20).
001500         10  VR-EV-LAST-IN  PIC 9(08).
001510         10  VR-EV-LAST-OUT PIC 9(08).
001520         10  VR-EV-LAST-EVENT PIC X(01).
001530         10  VR-EV-IN-SEEN  PIC X(01).
001540         10  VR-EV-OUT-SEEN PIC X(01).
001550         10  VR-EV-MATCHED  PIC X(01).
001560*
001570*----------------------------------------------------------------
001580* COUNTERS AND CONTROL-BREAK WORK FIELDS
001590*----------------------------------------------------------------
001600 77  VR-PASS-COUNT          PIC 9(05)  COMP  VALUE 0.
001610 77  VR-VISITED-COUNT       PIC 9(05)  COMP  VALUE 0.
001620 77  VR-ONSITE-COUNT        PIC 9(05)  COMP  VALUE 0.
001630 77  VR-EXPIRED-COUNT       PIC 9(05)  COMP  VALUE 0.
001640 77  VR-UNKNOWN-COUNT       PIC 9(05)  COMP  VALUE 0.
001650 77  VR-SPON-PASS-COUNT     PIC 9(05)  COMP  VALUE 0.
001660 77  VR-SPON-ONSITE-COUNT   PIC 9(05)  COMP  VALUE 0.
001670 77  VR-SAVE-SPONSOR        PIC 9(05)  VALUE 0.
001680*
001690*----------------------------------------------------------------
001700* REPORT WORK FIELDS - THE RUN TIME ON THE LOG IS HHMMSSHH
001710* (HUNDREDTHS) AND ONLY THE HIGH-ORDER HHMMSS IS PRINTED
001720*----------------------------------------------------------------
001730 77  VR-RUN-DATE            PIC 9(08)  VALUE 0.
001740 77  VR-DATE-DISPLAY        PIC 9999/99/99.
001750 77  VR-COUNT-DISPLAY       PIC ZZZZ9.
001760 77  VR-ONSITE-DISPLAY      PIC ZZZZ9.
001770 77  VR-TIME-DISPLAY        PIC 99/99/99.
001780 77  VR-SPONSOR-NAME        PIC X(24)  VALUE SPACES.
001790 01  VR-TIME-SPLIT.
001800     05  VR-TIME-HHMMSS     PIC 9(06).
001810     05  FILLER             PIC 9(02).
001820*
001830 01  VR-DETAIL-LINE.
001840     05  FILLER             PIC X(02)  VALUE SPACES.
001850     05  VR-DL-PASS-NO      PIC X(05).
001860     05  FILLER             PIC X(01)  VALUE SPACES.
001870     05  VR-DL-NAME         PIC X(18).
001880     05  FILLER             PIC X(01)  VALUE SPACES.
001890     05  VR-DL-COMPANY      PIC X(12).
001900     05  FILLER             PIC X(01)  VALUE SPACES.
001910     05  VR-DL-VALID-TO     PIC 9999/99/99.
001920     05  FILLER             PIC X(01)  VALUE SPACES.
001930     05  VR-DL-LAST-IN      PIC X(08).
001940     05  FILLER             PIC X(01)  VALUE SPACES.
001950     05  VR-DL-STATUS       PIC X(08).
001960     05  FILLER             PIC X(01)  VALUE SPACES.
001970     05  VR-DL-FLAG         PIC X(07).
001980     05  FILLER             PIC X(04)  VALUE SPACES.
001990*
002000 01  VR-HEADING-LINE.
002010     05  FILLER             PIC X(02)  VALUE SPACES.
002020     05  FILLER             PIC X(05)  VALUE "PASS ".
002030     05  FILLER             PIC X(01)  VALUE SPACES.
002040     05  FILLER             PIC X(18)  VALUE "VISITOR NAME".
002050     05  FILLER             PIC X(01)  VALUE SPACES.
002060     05  FILLER             PIC X(12)  VALUE "COMPANY".
002070     05  FILLER             PIC X(01)  VALUE SPACES.
002080     05  FILLER             PIC X(10)  VALUE "VALID TO".
002090     05  FILLER             PIC X(01)  VALUE SPACES.
002100     05  FILLER             PIC X(08)  VALUE "LAST IN ".
002110     05  FILLER             PIC X(01)  VALUE SPACES.
002120     05  FILLER             PIC X(08)  VALUE "STATUS  ".
002130     05  FILLER             PIC X(01)  VALUE SPACES.
002140     05  FILLER             PIC X(07)  VALUE "FLAG   ".
002150     05  FILLER             PIC X(04)  VALUE SPACES.
002160*
002170*----------------------------------------------------------------
002180* BUSINESS-DATE CALENDAR CALL AREA
002190*----------------------------------------------------------------
002200     COPY CALPARM.
002210*
002220 LINKAGE SECTION.
002230     COPY STEPSTAT.
002240*
002250 PROCEDURE DIVISION USING STEP-STATUS-AREA.
002260*----------------------------------------------------------------
002270* 0000-MAINLINE
002280*----------------------------------------------------------------
002290 0000-MAINLINE.
002300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002310     IF VR-FATAL-NO
002320         SORT SORT-WORK-FILE
002330             ON ASCENDING KEY SORT-SPONSOR-ID
002340                              SORT-PASS-NO
002350             INPUT PROCEDURE IS 3000-FEED-SORT
002360                 THRU 3000-EXIT
002370             OUTPUT PROCEDURE IS 4000-REPORT-SPONSORS
002380                 THRU 4000-EXIT
002390         PERFORM 5000-REPORT-UNKNOWN THRU 5000-EXIT
002400     END-IF.
002410     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002420     GO TO 9999-EXIT.
002430*
002440*----------------------------------------------------------------
002450* 1000-INITIALIZE - GET THE BUSINESS DATE, LOAD THE DAY'S VISITOR
002460*                   EVENTS, AND OPEN THE MASTERS AND REPORT
002470*----------------------------------------------------------------
002480 1000-INITIALIZE.
002490     MOVE "N" TO VR-FATAL-SWITCH.
002500     MOVE "N" TO VR-LOG-EOF-SWITCH.
002510     MOVE "N" TO VR-VIS-EOF-SWITCH.
002520     MOVE "N" TO VR-SORT-EOF-SWITCH.
002530     MOVE "N" TO VR-EMPMAST-SWITCH.
002540     MOVE 0 TO VR-EVENT-COUNT.
002550     MOVE 0 TO VR-PASS-COUNT.
002560     MOVE 0 TO VR-VISITED-COUNT.
002570     MOVE 0 TO VR-ONSITE-COUNT.
002580     MOVE 0 TO VR-EXPIRED-COUNT.
002590     MOVE 0 TO VR-UNKNOWN-COUNT.
002600     ACCEPT VR-RUN-DATE FROM DATE YYYYMMDD.
002610     PERFORM 1200-GET-BUSINESS-DATE THRU 1200-EXIT.
002620     OPEN OUTPUT VISIT-RPT-FILE.
002630     MOVE VR-RUN-DATE TO VR-DATE-DISPLAY.
002640     MOVE SPACES TO RPT-LINE.
002650     STRING "DAILY VISITOR REPORT  BUSINESS DATE: "
002660                 DELIMITED BY SIZE
002670             VR-DATE-DISPLAY DELIMITED BY SIZE
002680         INTO RPT-LINE
002690     END-STRING.
002700     WRITE RPT-LINE.
002710     MOVE SPACES TO RPT-LINE.
002720     WRITE RPT-LINE.
002730     OPEN INPUT GREET-LOG-FILE.
002740     IF NOT VR-LOG-FOUND
002750         MOVE SPACES TO RPT-LINE
002760         STRING "NO GREETING AUDIT LOG ON FILE - RUN REFUSED"
002770                 DELIMITED BY SIZE
002780             INTO RPT-LINE
002790         END-STRING
002800         WRITE RPT-LINE
002810         DISPLAY "VISRPT - NO GREETING AUDIT LOG ON FILE "
002820                 "- RUN REFUSED"
002830         MOVE "Y" TO VR-FATAL-SWITCH
002840         GO TO 1000-EXIT
002850     END-IF.
002860     PERFORM 1300-LOAD-EVENTS THRU 1300-EXIT.
002870     CLOSE GREET-LOG-FILE.
002880     IF VR-FATAL-YES
002890         MOVE SPACES TO RPT-LINE
002900         STRING "RUN REFUSED - SEE CONSOLE MESSAGES"
002910                 DELIMITED BY SIZE
002920             INTO RPT-LINE
002930         END-STRING
002940         WRITE RPT-LINE
002950         GO TO 1000-EXIT
002960     END-IF.
002970     OPEN INPUT VIS-MASTER.
002980     IF NOT VR-VIS-OK
002990         MOVE SPACES TO RPT-LINE
003000         STRING "NO VISITOR MASTER ON FILE - RUN REFUSED"
003010                 DELIMITED BY SIZE
003020             INTO RPT-LINE
003030         END-STRING
003040         WRITE RPT-LINE
003050         DISPLAY "VISRPT - VIS-MASTER FILE NOT AVAILABLE "
003060                 "- RUN ABORTED, FILE STATUS: "
003070                 VR-VIS-FILE-STATUS
003080         MOVE "Y" TO VR-FATAL-SWITCH
003090         GO TO 1000-EXIT
003100     END-IF.
003110     OPEN INPUT EMPLOYEE-MASTER.
003120     IF VR-EMP-FOUND
003130         MOVE "Y" TO VR-EMPMAST-SWITCH
003140     ELSE
003150         DISPLAY "VISRPT - WARNING: EMPLOYEE-MASTER NOT "
003160                 "AVAILABLE, SPONSOR NAMES NOT SHOWN, "
003170                 "FILE STATUS: "
003180                 VR-EMP-FILE-STATUS
003190     END-IF.
003200     MOVE VR-HEADING-LINE TO RPT-LINE.
003210     WRITE RPT-LINE.
003220     MOVE SPACES TO RPT-LINE.
003230     WRITE RPT-LINE.
003240 1000-EXIT.
003250     EXIT.
003260*
003270*----------------------------------------------------------------
003280* 1200-GET-BUSINESS-DATE - THE REPORT COVERS THE CURRENT
003290*                          BUSINESS DATE. NO CALENDAR MEANS THE
003300*                          MACHINE DATE ALREADY ACCEPTED STANDS.
003310*----------------------------------------------------------------
003320 1200-GET-BUSINESS-DATE.
003330     MOVE "G" TO CAL-FUNCTION.
003340     CALL "BUSDATE" USING CAL-PARM-AREA.
003350     IF CAL-RC-NO-CALENDAR
003360         DISPLAY "VISRPT - NO PROCESSING CALENDAR - "
003370                 "MACHINE DATE USED"
003380         GO TO 1200-EXIT
003390     END-IF.
003400     MOVE CAL-BUSINESS-DATE TO VR-RUN-DATE.
003410 1200-EXIT.
003420     EXIT.
003430*
003440*----------------------------------------------------------------
003450* 1300-LOAD-EVENTS - PULL THE BUSINESS DATE'S VISITOR EVENTS INTO
003460*                    THE EVENT TABLE, ONE ENTRY PER PASS. EMPLOYEE
003470*                    EVENTS AND OTHER DATES ARE WALKED PAST.
003480*----------------------------------------------------------------
003490 1300-LOAD-EVENTS.
003500     PERFORM 1350-LOAD-ONE-EVENT THRU 1350-EXIT
003510         UNTIL VR-LOG-EOF-YES
003520             OR VR-FATAL-YES.
003530 1300-EXIT.
003540     EXIT.
003550*
003560 1350-LOAD-ONE-EVENT.
003570     READ GREET-LOG-FILE
003580         AT END
003590             MOVE "Y" TO VR-LOG-EOF-SWITCH
003600             GO TO 1350-EXIT
003610     END-READ.
003620     IF NOT LOG-VISITOR
003630             OR LOG-RUN-DATE NOT NUMERIC
003640             OR LOG-RUN-DATE NOT = VR-RUN-DATE
003650         GO TO 1350-EXIT
003660     END-IF.
003670     MOVE LOG-EMP-ID TO VR-SCAN-PASS.
003680     PERFORM 1400-FIND-EVENT THRU 1400-EXIT.
003690     IF VR-FOUND-IX = 0
003700*        A VISITOR DROPPED FROM THE TABLE WOULD PRINT AS NEVER
003710*        HAVING COME IN WHILE THEY MAY STILL BE ON SITE - REFUSE
003720*        THE RUN RATHER THAN UNDERSTATE THE HEADCOUNT.
003730         IF VR-EVENT-COUNT >= VR-EVENT-MAX
003740             DISPLAY "VISRPT - VISITOR PASSES EXCEED "
003750                     VR-EVENT-MAX
003760                     " TABLE ENTRIES - RUN REFUSED"
003770             MOVE "Y" TO VR-FATAL-SWITCH
003780             GO TO 1350-EXIT
003790         END-IF
003800         ADD 1 TO VR-EVENT-COUNT
003810         MOVE VR-EVENT-COUNT TO VR-FOUND-IX
003820         MOVE VR-SCAN-PASS TO VR-EV-PASS-NO (VR-FOUND-IX)
003830         MOVE 0 TO VR-EV-LAST-IN (VR-FOUND-IX)
003840         MOVE 0 TO VR-EV-LAST-OUT (VR-FOUND-IX)
003850         MOVE "N" TO VR-EV-IN-SEEN (VR-FOUND-IX)
003860         MOVE "N" TO VR-EV-OUT-SEEN (VR-FOUND-IX)
003870         MOVE "N" TO VR-EV-MATCHED (VR-FOUND-IX)
003880     END-IF.
003890     MOVE LOG-SPONSOR-ID TO VR-EV-SPONSOR (VR-FOUND-IX).
003900     MOVE LOG-EMP-NAME TO VR-EV-NAME (VR-FOUND-IX).
003910     MOVE LOG-EVENT-CODE TO VR-EV-LAST-EVENT (VR-FOUND-IX).
003920     IF LOG-EVENT-OUT
003930         MOVE "Y" TO VR-EV-OUT-SEEN (VR-FOUND-IX)
003940         IF LOG-RUN-TIME NUMERIC
003950             MOVE LOG-RUN-TIME TO VR-EV-LAST-OUT (VR-FOUND-IX)
003960         END-IF
003970     ELSE
003980         MOVE "Y" TO VR-EV-IN-SEEN (VR-FOUND-IX)
003990         IF LOG-RUN-TIME NUMERIC
004000             MOVE LOG-RUN-TIME TO VR-EV-LAST-IN (VR-FOUND-IX)
004010         END-IF
004020     END-IF.
004030 1350-EXIT.
004040     EXIT.
004050*
004060*----------------------------------------------------------------
004070* 1400-FIND-EVENT - LOOK UP VR-SCAN-PASS IN THE EVENT TABLE.
004080*                   VR-FOUND-IX IS ZERO WHEN IT IS NOT THERE.
004090*----------------------------------------------------------------
004100 1400-FIND-EVENT.
004110     MOVE 0 TO VR-EVENT-IX.
004120     MOVE 0 TO VR-FOUND-IX.
004130     PERFORM 1450-SCAN-ONE-EVENT THRU 1450-EXIT
004140         VR-EVENT-COUNT TIMES.
004150 1400-EXIT.
004160     EXIT.
004170*
004180 1450-SCAN-ONE-EVENT.
004190     IF VR-FOUND-IX > 0
004200         GO TO 1450-EXIT
004210     END-IF.
004220     ADD 1 TO VR-EVENT-IX.
004230     IF VR-EV-PASS-NO (VR-EVENT-IX) = VR-SCAN-PASS
004240         MOVE VR-EVENT-IX TO VR-FOUND-IX
004250     END-IF.
004260 1450-EXIT.
004270     EXIT.
004280*
004290*----------------------------------------------------------------
004300* 3000-FEED-SORT - ONE PASS OVER THE VISITOR MASTER - EVERY PASS
004310*                  IS RELEASED TO THE SORT BY SPONSOR, CARRYING
004320*                  THE SUBSCRIPT OF ITS EVENT ENTRY (ZERO WHEN THE
004330*                  VISITOR HAS NOT BEEN IN TODAY)
004340*----------------------------------------------------------------
004350 3000-FEED-SORT.
004360     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
004370     PERFORM 3200-RELEASE-ONE-PASS THRU 3200-EXIT
004380         UNTIL VR-VIS-EOF-YES.
004390 3000-EXIT.
004400     EXIT.
004410*
004420 3100-READ-MASTER.
004430     READ VIS-MASTER NEXT RECORD
004440         AT END
004450             MOVE "Y" TO VR-VIS-EOF-SWITCH
004460     END-READ.
004470 3100-EXIT.
004480     EXIT.
004490*
004500 3200-RELEASE-ONE-PASS.
004510     MOVE VIS-PASS-NO TO VR-SCAN-PASS.
004520     PERFORM 1400-FIND-EVENT THRU 1400-EXIT.
004530     IF VR-FOUND-IX > 0
004540         MOVE "Y" TO VR-EV-MATCHED (VR-FOUND-IX)
004550     END-IF.
004560     MOVE VIS-SPONSOR-ID TO SORT-SPONSOR-ID.
004570     MOVE VIS-PASS-NO    TO SORT-PASS-NO.
004580     MOVE VIS-NAME       TO SORT-VIS-NAME.
004590     MOVE VIS-COMPANY    TO SORT-COMPANY.
004600     MOVE VIS-VALID-FROM TO SORT-VALID-FROM.
004610     MOVE VIS-VALID-TO   TO SORT-VALID-TO.
004620     MOVE VR-FOUND-IX    TO SORT-EVENT-IX.
004630     RELEASE SORT-REC.
004640     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
004650 3200-EXIT.
004660     EXIT.
004670*
004680*----------------------------------------------------------------
004690* 4000-REPORT-SPONSORS - CONTROL BREAK ON SPONSOR OVER THE SORTED
004700*                        PASSES
004710*----------------------------------------------------------------
004720 4000-REPORT-SPONSORS.
004730     PERFORM 4100-RETURN-SORT-REC THRU 4100-EXIT.
004740     IF VR-SORT-EOF-YES
004750         MOVE "NO VISITOR PASSES ON THE MASTER" TO RPT-LINE
004760         WRITE RPT-LINE
004770         MOVE SPACES TO RPT-LINE
004780         WRITE RPT-LINE
004790         GO TO 4000-EXIT
004800     END-IF.
004810     PERFORM 4200-START-SPONSOR THRU 4200-EXIT.
004820     PERFORM 4300-TALLY-SORT-REC THRU 4300-EXIT
004830         UNTIL VR-SORT-EOF-YES.
004840     PERFORM 4400-END-SPONSOR THRU 4400-EXIT.
004850 4000-EXIT.
004860     EXIT.
004870*
004880 4100-RETURN-SORT-REC.
004890     RETURN SORT-WORK-FILE
004900         AT END
004910             MOVE "Y" TO VR-SORT-EOF-SWITCH
004920     END-RETURN.
004930 4100-EXIT.
004940     EXIT.
004950*
004960 4200-START-SPONSOR.
004970     MOVE SORT-SPONSOR-ID TO VR-SAVE-SPONSOR.
004980     MOVE 0 TO VR-SPON-PASS-COUNT.
004990     MOVE 0 TO VR-SPON-ONSITE-COUNT.
005000     PERFORM 4220-GET-SPONSOR-NAME THRU 4220-EXIT.
005010     MOVE SPACES TO RPT-LINE.
005020     STRING "SPONSOR: " DELIMITED BY SIZE
005030             VR-SAVE-SPONSOR DELIMITED BY SIZE
005040             "  " DELIMITED BY SIZE
005050             VR-SPONSOR-NAME DELIMITED BY SIZE
005060         INTO RPT-LINE
005070     END-STRING.
005080     WRITE RPT-LINE.
005090     PERFORM 4250-WRITE-DETAIL THRU 4250-EXIT.
005100 4200-EXIT.
005110     EXIT.
005120*
005130 4220-GET-SPONSOR-NAME.
005140     MOVE SPACES TO VR-SPONSOR-NAME.
005150     IF NOT VR-EMPMAST-OPEN
005160         GO TO 4220-EXIT
005170     END-IF.
005180     MOVE VR-SAVE-SPONSOR TO EMP-ID.
005190     READ EMPLOYEE-MASTER
005200         INVALID KEY
005210             MOVE "(NOT ON EMPLOYEE MASTER)" TO VR-SPONSOR-NAME
005220         NOT INVALID KEY
005230             MOVE EMP-NAME TO VR-SPONSOR-NAME
005240     END-READ.
005250 4220-EXIT.
005260     EXIT.
005270*
005280*----------------------------------------------------------------
005290* 4250-WRITE-DETAIL - ONE LINE PER PASS. THE STATUS IS TAKEN FROM
005300*                     THE LAST EVENT OF THE DAY, AND THE FLAG FROM
005310*                     THE PASS DATES AGAINST THE BUSINESS DATE.
005320*----------------------------------------------------------------
005330 4250-WRITE-DETAIL.
005340     MOVE SORT-PASS-NO   TO VR-DL-PASS-NO.
005350     MOVE SORT-VIS-NAME  TO VR-DL-NAME.
005360     MOVE SORT-COMPANY   TO VR-DL-COMPANY.
005370     MOVE SORT-VALID-TO  TO VR-DL-VALID-TO.
005380     MOVE "  --    " TO VR-DL-LAST-IN.
005390     MOVE "NOT IN  " TO VR-DL-STATUS.
005400     MOVE SPACES TO VR-DL-FLAG.
005410     MOVE SORT-EVENT-IX TO VR-EVENT-IX.
005420     IF VR-EVENT-IX > 0
005430         ADD 1 TO VR-VISITED-COUNT
005440         IF VR-EV-IN-SEEN (VR-EVENT-IX) = "Y"
005450             MOVE VR-EV-LAST-IN (VR-EVENT-IX) TO VR-TIME-SPLIT
005460             MOVE VR-TIME-HHMMSS TO VR-TIME-DISPLAY
005470             MOVE VR-TIME-DISPLAY TO VR-DL-LAST-IN
005480         END-IF
005490         IF VR-EV-LAST-EVENT (VR-EVENT-IX) = "O"
005500             MOVE "DEPARTED" TO VR-DL-STATUS
005510         ELSE
005520             MOVE "ON SITE " TO VR-DL-STATUS
005530             ADD 1 TO VR-ONSITE-COUNT
005540             ADD 1 TO VR-SPON-ONSITE-COUNT
005550         END-IF
005560     END-IF.
005570     IF SORT-VALID-TO < VR-RUN-DATE
005580         MOVE "EXPIRED" TO VR-DL-FLAG
005590         ADD 1 TO VR-EXPIRED-COUNT
005600     ELSE
005610         IF SORT-VALID-FROM > VR-RUN-DATE
005620             MOVE "NOT YET" TO VR-DL-FLAG
005630         END-IF
005640     END-IF.
005650     MOVE VR-DETAIL-LINE TO RPT-LINE.
005660     WRITE RPT-LINE.
005670     ADD 1 TO VR-PASS-COUNT.
005680     ADD 1 TO VR-SPON-PASS-COUNT.
005690 4250-EXIT.
005700     EXIT.
005710*
005720 4300-TALLY-SORT-REC.
005730     PERFORM 4100-RETURN-SORT-REC THRU 4100-EXIT.
005740     IF VR-SORT-EOF-YES
005750         GO TO 4300-EXIT
005760     END-IF.
005770     IF SORT-SPONSOR-ID NOT = VR-SAVE-SPONSOR
005780         PERFORM 4400-END-SPONSOR THRU 4400-EXIT
005790         PERFORM 4200-START-SPONSOR THRU 4200-EXIT
005800         GO TO 4300-EXIT
005810     END-IF.
005820     PERFORM 4250-WRITE-DETAIL THRU 4250-EXIT.
005830 4300-EXIT.
005840     EXIT.
005850*
005860 4400-END-SPONSOR.
005870     MOVE SPACES TO RPT-LINE.
005880     MOVE VR-SPON-PASS-COUNT TO VR-COUNT-DISPLAY.
005890     MOVE VR-SPON-ONSITE-COUNT TO VR-ONSITE-DISPLAY.
005900     STRING "  PASSES: " DELIMITED BY SIZE
005910             VR-COUNT-DISPLAY DELIMITED BY SIZE
005920             "  STILL ON SITE: " DELIMITED BY SIZE
005930             VR-ONSITE-DISPLAY DELIMITED BY SIZE
005940         INTO RPT-LINE
005950     END-STRING.
005960     WRITE RPT-LINE.
005970     MOVE SPACES TO RPT-LINE.
005980     WRITE RPT-LINE.
005990 4400-EXIT.
006000     EXIT.
006010*
006020*----------------------------------------------------------------
006030* 5000-REPORT-UNKNOWN - VISITOR EVENTS TODAY FOR A PASS THE MASTER
006040*                       PASS DID NOT MATCH - DELETED SINCE THE
006050*                       VISIT, OR LOGGED AGAINST THE WRONG NUMBER
006060*----------------------------------------------------------------
006070 5000-REPORT-UNKNOWN.
006080     MOVE 0 TO VR-EVENT-IX.
006090     PERFORM 5100-CHECK-ONE-EVENT THRU 5100-EXIT
006100         VR-EVENT-COUNT TIMES.
006110     IF VR-UNKNOWN-COUNT > 0
006120         MOVE VR-UNKNOWN-COUNT TO VR-COUNT-DISPLAY
006130         MOVE SPACES TO RPT-LINE
006140         STRING "  PASSES NOT ON MASTER: " DELIMITED BY SIZE
006150                 VR-COUNT-DISPLAY DELIMITED BY SIZE
006160             INTO RPT-LINE
006170         END-STRING
006180         WRITE RPT-LINE
006190         MOVE SPACES TO RPT-LINE
006200         WRITE RPT-LINE
006210     END-IF.
006220 5000-EXIT.
006230     EXIT.
006240*
006250 5100-CHECK-ONE-EVENT.
006260     ADD 1 TO VR-EVENT-IX.
006270     IF VR-EV-MATCHED (VR-EVENT-IX) = "Y"
006280         GO TO 5100-EXIT
006290     END-IF.
006300     IF VR-UNKNOWN-COUNT = 0
006310         MOVE "ACTIVITY ON PASSES NOT ON THE VISITOR MASTER"
006320             TO RPT-LINE
006330         WRITE RPT-LINE
006340         MOVE SPACES TO RPT-LINE
006350         WRITE RPT-LINE
006360     END-IF.
006370     ADD 1 TO VR-UNKNOWN-COUNT.
006380     ADD 1 TO VR-VISITED-COUNT.
006390     MOVE VR-EV-PASS-NO (VR-EVENT-IX) TO VR-DL-PASS-NO.
006400     MOVE VR-EV-NAME (VR-EVENT-IX) TO VR-DL-NAME.
006410     MOVE SPACES TO VR-DL-COMPANY.
006420     STRING "SPONSOR " DELIMITED BY SIZE
006430             VR-EV-SPONSOR (VR-EVENT-IX) DELIMITED BY SIZE
006440         INTO VR-DL-COMPANY
006450     END-STRING.
006460     MOVE 0 TO VR-DL-VALID-TO.
006470     MOVE "  --    " TO VR-DL-LAST-IN.
006480     IF VR-EV-IN-SEEN (VR-EVENT-IX) = "Y"
006490         MOVE VR-EV-LAST-IN (VR-EVENT-IX) TO VR-TIME-SPLIT
006500         MOVE VR-TIME-HHMMSS TO VR-TIME-DISPLAY
006510         MOVE VR-TIME-DISPLAY TO VR-DL-LAST-IN
006520     END-IF.
006530     IF VR-EV-LAST-EVENT (VR-EVENT-IX) = "O"
006540         MOVE "DEPARTED" TO VR-DL-STATUS
006550     ELSE
006560         MOVE "ON SITE " TO VR-DL-STATUS
006570         ADD 1 TO VR-ONSITE-COUNT
006580     END-IF.
006590     MOVE "NO PASS" TO VR-DL-FLAG.
006600     MOVE VR-DETAIL-LINE TO RPT-LINE.
006610     WRITE RPT-LINE.
006620 5100-EXIT.
006630     EXIT.
006640*
006650*----------------------------------------------------------------
006660* 8000-TERMINATE - GRAND TOTALS AND CLOSE UP
006670*----------------------------------------------------------------
006680 8000-TERMINATE.
006690     IF VR-FATAL-NO
006700         MOVE VR-PASS-COUNT TO VR-COUNT-DISPLAY
006710         MOVE SPACES TO RPT-LINE
006720         STRING "PASSES ON MASTER:        " DELIMITED BY SIZE
006730                 VR-COUNT-DISPLAY DELIMITED BY SIZE
006740             INTO RPT-LINE
006750         END-STRING
006760         WRITE RPT-LINE
006770         MOVE VR-VISITED-COUNT TO VR-COUNT-DISPLAY
006780         MOVE SPACES TO RPT-LINE
006790         STRING "VISITORS IN TODAY:       " DELIMITED BY SIZE
006800                 VR-COUNT-DISPLAY DELIMITED BY SIZE
006810             INTO RPT-LINE
006820         END-STRING
006830         WRITE RPT-LINE
006840         MOVE VR-ONSITE-COUNT TO VR-COUNT-DISPLAY
006850         MOVE SPACES TO RPT-LINE
006860         STRING "VISITORS STILL ON SITE:  " DELIMITED BY SIZE
006870                 VR-COUNT-DISPLAY DELIMITED BY SIZE
006880             INTO RPT-LINE
006890         END-STRING
006900         WRITE RPT-LINE
006910         MOVE VR-EXPIRED-COUNT TO VR-COUNT-DISPLAY
006920         MOVE SPACES TO RPT-LINE
006930         STRING "EXPIRED PASSES:          " DELIMITED BY SIZE
006940                 VR-COUNT-DISPLAY DELIMITED BY SIZE
006950             INTO RPT-LINE
006960         END-STRING
006970         WRITE RPT-LINE
006980         CLOSE VIS-MASTER
006990         IF VR-EMPMAST-OPEN
007000             CLOSE EMPLOYEE-MASTER
007010         END-IF
007020     END-IF.
007030     CLOSE VISIT-RPT-FILE.
007040     DISPLAY "VISRPT - PASSES ON MASTER:   " VR-PASS-COUNT.
007050     DISPLAY "VISRPT - VISITORS IN TODAY:  " VR-VISITED-COUNT.
007060     DISPLAY "VISRPT - STILL ON SITE:      " VR-ONSITE-COUNT.
007070     DISPLAY "VISRPT - EXPIRED PASSES:     " VR-EXPIRED-COUNT.
007080     DISPLAY "VISRPT - PASSES NOT ON FILE: " VR-UNKNOWN-COUNT.
007090 8000-EXIT.
007100     EXIT.
007110*
007120*    THE STATUS AREA IS ONLY THERE WHEN THE MENU DRIVER PASSED
007130*    IT - A STANDALONE RUN HAS NOTHING TO HAND A CODE BACK TO.
007140 9999-EXIT.
007150     IF ADDRESS OF STEP-STATUS-AREA NOT = NULL
007160         IF VR-FATAL-YES
007170             MOVE 08 TO STEP-RETURN-CODE
007180         ELSE
007190             MOVE 00 TO STEP-RETURN-CODE
007200         END-IF
007210     END-IF.
007220     GOBACK.
