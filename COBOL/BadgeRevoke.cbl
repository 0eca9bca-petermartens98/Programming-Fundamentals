000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BADGEREV.
000030 AUTHOR.        R L HASKELL.
000040 INSTALLATION.  OPERATIONS SUPPORT - INTAKE UNIT.
000050 DATE-WRITTEN.  2026-10-02.
000060 DATE-COMPILED.
000070*
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110* 2026-10-02 RLH  NEW PROGRAM. BADGE DEACTIVATION EXTRACT - THE
000120*                 BADGEXT FEED ONLY EVER TOLD FACILITIES WHO
000130*                 ARRIVED, SO A LEAVER'S BADGE STAYED LIVE UNTIL
000140*                 SOMEONE PHONED IT THROUGH. THIS PROGRAM READS
000150*                 THE MAINTLOG BEFORE AND AFTER IMAGES WRITTEN
000160*                 SINCE ITS LAST RUN AND CUTS A REVOKE DETAIL FOR
000170*                 EVERY CHANGE THAT SETS STATUS T OR L AND FOR
000180*                 EVERY DELETE - ONE PER EMPLOYEE PER FILE, WITH
000190*                 THE DATE THE REVOKE TAKES EFFECT. THE REVKEXT
000200*                 FILE CARRIES A HEADER WITH ITS OWN SEQUENCE
000210*                 NUMBER FROM THE REVKSEQ CONTROL FILE AND A
000220*                 TRAILER COUNT, AND EVERY FILE CUT IS REGISTERED
000230*                 ON REVKREG IN THE BADGEREG LAYOUT SO BADGEACK
000240*                 CAN POST FACILITIES' ACKNOWLEDGMENTS AGAINST IT.
000250*                 A FUTURE-DATED TERMINATION HELD ON EMPPEND ONLY
000260*                 REACHES MAINTLOG WHEN EMPMAINT RELEASES IT ON
000270*                 ITS EFFECTIVE DATE. A TERMINATION APPLIED EARLY
000280*                 WITH A LATER TERMINATION DATE IS KEPT ON
000290*                 REVKHOLD AND GOES OUT ON THAT DATE - UNLESS THE
000300*                 EMPLOYEE IS REINSTATED FIRST. THE REVKRPT REPORT
000310*                 LISTS WHAT WAS SENT, HELD AND DROPPED.
000311* 2026-10-15 RLH  MAINTLOG IS NOW APPLIED TO THE HELD REVOKES
000312*                 BEFORE THE ONES THAT HAVE COME DUE ARE RELEASED,
000313*                 SO A REINSTATEMENT LOGGED ON THE DAY A HELD
000314*                 TERMINATION MATURES DROPS IT INSTEAD OF SENDING
000315*                 THE REVOKE.
000316* 2026-10-15 RLH  REVKSEQ NOW KEEPS THE DATE AND TIME OF THE LAST
000317*                 MAINTLOG RECORD EXTRACTED, NOT THE BUSINESS
000318*                 DATE - A LEAVER LOGGED LATER ON THAT DATE, AFTER
000319*                 THE RUN, WAS NEVER PICKED UP OR REVOKED.
000320*----------------------------------------------------------------
000330*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT MAINT-LOG-FILE  ASSIGN TO "MAINTLOG"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS BV-LOG-FILE-STATUS.
000400     SELECT REVK-SEQ-FILE   ASSIGN TO "REVKSEQ"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS BV-SEQ-FILE-STATUS.
000430     SELECT REVK-HOLD-FILE  ASSIGN TO "REVKHOLD"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS BV-HOLD-FILE-STATUS.
000460     SELECT REVK-EXT-FILE   ASSIGN TO "REVKEXT"
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480     SELECT REVK-REG-FILE   ASSIGN TO "REVKREG"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS BV-REG-FILE-STATUS.
000510     SELECT REVK-RPT-FILE   ASSIGN TO "REVKRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530*
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  MAINT-LOG-FILE.
000570     COPY MAINTAUD
000580         REPLACING ==MAUD-REC==      BY ==MLOG-REC==
000590                   ==MAUD-ACTION==   BY ==MLOG-ACTION==
000600                   ==MAUD-EMP-ID==   BY ==MLOG-EMP-ID==
000610                   ==MAUD-EMP-NAME== BY ==MLOG-EMP-NAME==
000620                   ==MAUD-EMP-DEPT== BY ==MLOG-EMP-DEPT==
000630                   ==MAUD-RUN-DATE== BY ==MLOG-RUN-DATE==
000640                   ==MAUD-RUN-TIME== BY ==MLOG-RUN-TIME==
000650                   ==MAUD-TERM-ID==  BY ==MLOG-TERM-ID==
000660                   ==MAUD-BEFORE-IMAGE== BY ==MLOG-BEFORE-IMAGE==
000670                   ==MAUD-AFTER-IMAGE==  BY ==MLOG-AFTER-IMAGE==.
000680*
000690*    THE NEXT SEQUENCE NUMBER AND THE RUN DATE AND TIME OF THE
000700*    LAST MAINTLOG RECORD ALREADY EXTRACTED
000710 FD  REVK-SEQ-FILE.
000720 01  REVK-SEQ-REC.
000730     05  RSEQ-NEXT-SEQ      PIC 9(06).
000740     05  RSEQ-THRU-DATE     PIC 9(08).
000745     05  RSEQ-THRU-TIME     PIC 9(08).
000750     05  FILLER             PIC X(58).
000760*
000770*    REVOKES WAITING FOR A LATER TERMINATION DATE
000780 FD  REVK-HOLD-FILE.
000790 01  REVK-HOLD-REC.
000800     05  RHLD-EMP-ID        PIC 9(05).
000810     05  RHLD-EMP-NAME      PIC X(20).
000820     05  RHLD-EMP-DEPT      PIC X(10).
000830     05  RHLD-EFF-DATE      PIC 9(08).
000840     05  RHLD-REASON        PIC X(01).
000850     05  FILLER             PIC X(36).
000860*
000870 FD  REVK-EXT-FILE.
000880 01  REVK-EXT-REC.
000890     05  RX-REC-TYPE        PIC X(01).
000900         88  RX-HEADER-REC             VALUE "H".
000910         88  RX-DETAIL-REC             VALUE "D".
000920         88  RX-TRAILER-REC            VALUE "T".
000930     05  RX-REC-BODY        PIC X(79).
000940     05  RX-HEADER-FIELDS   REDEFINES RX-REC-BODY.
000950         10  RX-HDR-SEQ-NO      PIC 9(06).
000960         10  RX-HDR-DATE        PIC 9(08).
000970         10  FILLER             PIC X(65).
000980     05  RX-DETAIL-FIELDS   REDEFINES RX-REC-BODY.
000990         10  RX-DET-EMP-ID      PIC 9(05).
001000         10  RX-DET-EMP-NAME    PIC X(20).
001010         10  RX-DET-EMP-DEPT    PIC X(10).
001020         10  RX-DET-EFF-DATE    PIC 9(08).
001030*            T TERMINATED, L ON LEAVE, D DELETED FROM THE MASTER
001040         10  RX-DET-REASON      PIC X(01).
001050         10  FILLER             PIC X(35).
001060     05  RX-TRAILER-FIELDS  REDEFINES RX-REC-BODY.
001070         10  RX-TRL-COUNT       PIC 9(05).
001080         10  FILLER             PIC X(74).
001090*
001100 FD  REVK-REG-FILE.
001110     COPY BDGREG.
001120*
001130 FD  REVK-RPT-FILE.
001140 01  RPT-LINE               PIC X(80).
001150*
001160 WORKING-STORAGE SECTION.
001170*
001180*----------------------------------------------------------------
001190* FILE STATUS AND SWITCHES
001200*----------------------------------------------------------------
001210 77  BV-LOG-FILE-STATUS     PIC X(02)  VALUE "00".
001220     88  BV-LOG-FOUND                  VALUE "00".
001230 77  BV-SEQ-FILE-STATUS     PIC X(02)  VALUE "00".
001240     88  BV-SEQ-OK                     VALUE "00".
001250 77  BV-HOLD-FILE-STATUS    PIC X(02)  VALUE "00".
001260     88  BV-HOLD-OK                    VALUE "00".
001270 77  BV-REG-FILE-STATUS     PIC X(02)  VALUE "00".
001280     88  BV-REG-OK                     VALUE "00".
001290*
001300 77  BV-LOG-EOF-SWITCH      PIC X(01)  VALUE "N".
001310     88  BV-LOG-EOF-YES                VALUE "Y".
001320     88  BV-LOG-EOF-NO                 VALUE "N".
001330 77  BV-HOLD-EOF-SWITCH     PIC X(01)  VALUE "N".
001340     88  BV-HOLD-EOF-YES               VALUE "Y".
001350*
001360 77  BV-FATAL-SWITCH        PIC X(01)  VALUE "N".
001370     88  BV-FATAL-YES                  VALUE "Y".
001380     88  BV-FATAL-NO                   VALUE "N".
001390*
001400 77  BV-SENT-SWITCH         PIC X(01)  VALUE "N".
001410     88  BV-ALREADY-SENT               VALUE "Y".
001420*
001430*----------------------------------------------------------------
001440* HELD-REVOKE TABLE - REVKHOLD IS LOADED HERE, WORKED, AND
001450* REWRITTEN WITH WHAT IS STILL WAITING
001460*----------------------------------------------------------------
001470 77  BV-HOLD-MAX            PIC 9(03)  COMP  VALUE 500.
001480 77  BV-HOLD-COUNT          PIC 9(03)  COMP  VALUE 0.
001490 77  BV-HOLD-IX             PIC 9(03)  COMP  VALUE 0.
001500 77  BV-FOUND-IX            PIC 9(03)  COMP  VALUE 0.
001510 01  BV-HOLD-TABLE.
001520     05  BV-HOLD-ENTRY      OCCURS 500 TIMES.
001530         10  BV-HE-EMP-ID       PIC 9(05).
001540         10  BV-HE-EMP-NAME     PIC X(20).
001550         10  BV-HE-EMP-DEPT     PIC X(10).
001560         10  BV-HE-EFF-DATE     PIC 9(08).
001570         10  BV-HE-REASON       PIC X(01).
001580*            "Y" ONCE SENT OR DROPPED - NOT WRITTEN BACK
001590         10  BV-HE-DONE-SW      PIC X(01).
001600*
001610*----------------------------------------------------------------
001620* IDS ALREADY ON THIS RUN'S EXTRACT - ONE REVOKE PER EMPLOYEE
001630*----------------------------------------------------------------
001640 77  BV-SENT-MAX            PIC 9(04)  COMP  VALUE 1000.
001650 77  BV-SENT-COUNT          PIC 9(04)  COMP  VALUE 0.
001660 77  BV-SENT-IX             PIC 9(04)  COMP  VALUE 0.
001670 01  BV-SENT-TABLE.
001680     05  BV-SENT-ID         PIC 9(05)  OCCURS 1000 TIMES.
001690*
001700*----------------------------------------------------------------
001710* THE LOGGED MASTER IMAGES - AN ADD HAS NO BEFORE, A DELETE NO
001720* AFTER
001730*----------------------------------------------------------------
001740     COPY PERSONREC
001750         REPLACING ==PERSON-REC==      BY ==BV-BEFORE-REC==
001760                   ==PERSON-ID==       BY ==BV-BF-ID==
001770                   ==PERSON-NAME==     BY ==BV-BF-NAME==
001780                   ==PERSON-DEPT==     BY ==BV-BF-DEPT==
001790                   ==PERSON-EFF-DATE== BY ==BV-BF-EFF-DATE==
001800                   ==PERSON-STATUS==   BY ==BV-BF-STATUS==
001810                   ==PERSON-ACTIVE==   BY ==BV-BF-ACTIVE==
001820                   ==PERSON-TERMINATED== BY ==BV-BF-TERMINATED==
001830                   ==PERSON-ON-LEAVE== BY ==BV-BF-ON-LEAVE==
001840                   ==PERSON-TERM-DATE== BY ==BV-BF-TERM-DATE==
001850                   ==PERSON-HOME-SITE== BY ==BV-BF-HOME-SITE==.
001860     COPY PERSONREC
001870         REPLACING ==PERSON-REC==      BY ==BV-AFTER-REC==
001880                   ==PERSON-ID==       BY ==BV-AF-ID==
001890                   ==PERSON-NAME==     BY ==BV-AF-NAME==
001900                   ==PERSON-DEPT==     BY ==BV-AF-DEPT==
001910                   ==PERSON-EFF-DATE== BY ==BV-AF-EFF-DATE==
001920                   ==PERSON-STATUS==   BY ==BV-AF-STATUS==
001930                   ==PERSON-ACTIVE==   BY ==BV-AF-ACTIVE==
001940                   ==PERSON-TERMINATED== BY ==BV-AF-TERMINATED==
001950                   ==PERSON-ON-LEAVE== BY ==BV-AF-ON-LEAVE==
001960                   ==PERSON-TERM-DATE== BY ==BV-AF-TERM-DATE==
001970                   ==PERSON-HOME-SITE== BY ==BV-AF-HOME-SITE==.
001980*
001990*----------------------------------------------------------------
002000* THE REVOKE BEING WORKED
002010*----------------------------------------------------------------
002020 01  BV-REVOKE.
002030     05  BV-RV-EMP-ID       PIC 9(05).
002040     05  BV-RV-EMP-NAME     PIC X(20).
002050     05  BV-RV-EMP-DEPT     PIC X(10).
002060     05  BV-RV-EFF-DATE     PIC 9(08).
002070     05  BV-RV-REASON       PIC X(01).
002080         88  BV-RV-TERMINATED          VALUE "T".
002090         88  BV-RV-ON-LEAVE            VALUE "L".
002100         88  BV-RV-DELETED             VALUE "D".
002110*
002120*----------------------------------------------------------------
002130* COUNTERS AND WORK FIELDS
002140*----------------------------------------------------------------
002150 77  BV-SEQ-NO              PIC 9(06)  VALUE 0.
002160 77  BV-BUS-DATE            PIC 9(08)  VALUE 0.
002170 77  BV-THRU-DATE           PIC 9(08)  VALUE 0.
002172 77  BV-THRU-TIME           PIC 9(08)  VALUE 0.
002174 77  BV-HIGH-DATE           PIC 9(08)  VALUE 0.
002176 77  BV-HIGH-TIME           PIC 9(08)  VALUE 0.
002180 77  BV-LOG-COUNT           PIC 9(05)  COMP  VALUE 0.
002190 77  BV-DET-COUNT           PIC 9(05)  COMP  VALUE 0.
002200 77  BV-RELEASE-COUNT       PIC 9(05)  COMP  VALUE 0.
002210 77  BV-HELD-COUNT          PIC 9(05)  COMP  VALUE 0.
002220 77  BV-DROP-COUNT          PIC 9(05)  COMP  VALUE 0.
002230 77  BV-ID-NUM              PIC 9(05)  VALUE 0.
002240 77  BV-OLD-STATUS          PIC X(01)  VALUE SPACES.
002250 77  BV-NEW-STATUS          PIC X(01)  VALUE SPACES.
002260 77  BV-RPT-ACTION          PIC X(07)  VALUE SPACES.
002270 77  BV-RPT-NOTE            PIC X(24)  VALUE SPACES.
002280 77  BV-REASON-TEXT         PIC X(12)  VALUE SPACES.
002290 77  BV-DATE-DISPLAY        PIC 9999/99/99.
002300 77  BV-SEQ-DISPLAY         PIC 9(06).
002310 77  BV-COUNT-DISPLAY       PIC ZZZZ9.
002320*
002330*----------------------------------------------------------------
002340* REPORT LINE
002350*----------------------------------------------------------------
002360 01  BV-RPT-DETAIL.
002370     05  BV-RD-ACTION       PIC X(07).
002380     05  FILLER             PIC X(01)  VALUE SPACES.
002390     05  BV-RD-EMP-ID       PIC 9(05).
002400     05  FILLER             PIC X(01)  VALUE SPACES.
002410     05  BV-RD-EMP-NAME     PIC X(20).
002420     05  FILLER             PIC X(01)  VALUE SPACES.
002430     05  BV-RD-EFF-DATE     PIC 9999/99/99.
002440     05  FILLER             PIC X(01)  VALUE SPACES.
002450     05  BV-RD-REASON       PIC X(12).
002460     05  FILLER             PIC X(01)  VALUE SPACES.
002470     05  BV-RD-NOTE         PIC X(21).
002480*
002490*----------------------------------------------------------------
002500* BUSINESS-DATE CALENDAR CALL AREA
002510*----------------------------------------------------------------
002520     COPY CALPARM.
002530*
002540 LINKAGE SECTION.
002550     COPY STEPSTAT.
002560*
002570 PROCEDURE DIVISION USING STEP-STATUS-AREA.
002580*----------------------------------------------------------------
002590* 0000-MAINLINE
002600*----------------------------------------------------------------
002610 0000-MAINLINE.
002620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002630     IF BV-FATAL-NO
002635         PERFORM 3000-SCAN-MAINTLOG THRU 3000-EXIT
002640         PERFORM 2000-RELEASE-HELD THRU 2000-EXIT
002660         PERFORM 8600-FINISH-EXTRACT THRU 8600-EXIT
002670         PERFORM 8800-WRITE-HELD THRU 8800-EXIT
002680     END-IF.
002690     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002700     GO TO 9999-EXIT.
002710*
002720*----------------------------------------------------------------
002730* 1000-INITIALIZE - PULL THE SEQUENCE AND THE LAST MAINTLOG DATE
002735*                   AND TIME EXTRACTED OFF REVKSEQ, LOAD THE HELD
002740*                   REVOKES, AND OPEN
002750*                   THE EXTRACT WITH ITS HEADER RECORD
002760*----------------------------------------------------------------
002770 1000-INITIALIZE.
002780     MOVE "N" TO BV-FATAL-SWITCH.
002790     MOVE "N" TO BV-LOG-EOF-SWITCH.
002800     MOVE "N" TO BV-HOLD-EOF-SWITCH.
002810     MOVE 0 TO BV-HOLD-COUNT.
002820     MOVE 0 TO BV-SENT-COUNT.
002830     MOVE 0 TO BV-LOG-COUNT.
002840     MOVE 0 TO BV-DET-COUNT.
002850     MOVE 0 TO BV-RELEASE-COUNT.
002860     MOVE 0 TO BV-HELD-COUNT.
002870     MOVE 0 TO BV-DROP-COUNT.
002880     ACCEPT BV-BUS-DATE FROM DATE YYYYMMDD.
002890     MOVE "G" TO CAL-FUNCTION.
002900     CALL "BUSDATE" USING CAL-PARM-AREA.
002910     IF CAL-RC-NO-CALENDAR
002920         DISPLAY "BADGEREV - NO PROCESSING CALENDAR - "
002930                 "MACHINE DATE USED"
002940     ELSE
002950         MOVE CAL-BUSINESS-DATE TO BV-BUS-DATE
002960     END-IF.
002970*    A MISSING CONTROL FILE STARTS THE SERIES AT 1 AND TAKES ONLY
002980*    THE BUSINESS DATE'S MAINTENANCE - OTHERWISE THE FIRST RUN
002990*    WOULD REVOKE EVERY LEAVER STILL ON THE LOG. ONE LESS THAN
003000*    THE BUSINESS DATE IS NOT ALWAYS A CALENDAR DATE, BUT IT IS
003010*    ONLY EVER COMPARED AGAINST. A CONTROL RECORD WITH NO TIME
003015*    ON IT WAS SAVED AS A WHOLE DATE, SO THAT DATE IS DONE.
003020     MOVE 1 TO BV-SEQ-NO.
003030     COMPUTE BV-THRU-DATE = BV-BUS-DATE - 1.
003035     MOVE 99999999 TO BV-THRU-TIME.
003040     OPEN INPUT REVK-SEQ-FILE.
003050     IF BV-SEQ-OK
003060         READ REVK-SEQ-FILE
003070             AT END
003080                 CONTINUE
003090             NOT AT END
003100                 IF RSEQ-NEXT-SEQ NUMERIC
003110                         AND RSEQ-NEXT-SEQ > 0
003120                     MOVE RSEQ-NEXT-SEQ TO BV-SEQ-NO
003130                 END-IF
003140                 IF RSEQ-THRU-DATE NUMERIC
003150                         AND RSEQ-THRU-DATE > 0
003160                     MOVE RSEQ-THRU-DATE TO BV-THRU-DATE
003162                     IF RSEQ-THRU-TIME NUMERIC
003164                         MOVE RSEQ-THRU-TIME TO BV-THRU-TIME
003166                     END-IF
003170                 END-IF
003180         END-READ
003190         CLOSE REVK-SEQ-FILE
003200     END-IF.
003203     MOVE BV-THRU-DATE TO BV-HIGH-DATE.
003206     MOVE BV-THRU-TIME TO BV-HIGH-TIME.
003210     OPEN OUTPUT REVK-RPT-FILE.
003220     MOVE BV-BUS-DATE TO BV-DATE-DISPLAY.
003230     MOVE BV-SEQ-NO TO BV-SEQ-DISPLAY.
003240     MOVE SPACES TO RPT-LINE.
003250     STRING "BADGE REVOKE EXTRACT  SEQ " DELIMITED BY SIZE
003260             BV-SEQ-DISPLAY DELIMITED BY SIZE
003270             "  BUSINESS DATE: " DELIMITED BY SIZE
003280             BV-DATE-DISPLAY DELIMITED BY SIZE
003290         INTO RPT-LINE
003300     END-STRING.
003310     WRITE RPT-LINE.
003320     MOVE SPACES TO RPT-LINE.
003330     WRITE RPT-LINE.
003340     PERFORM 1200-LOAD-HELD THRU 1200-EXIT.
003350     IF BV-FATAL-YES
003360         MOVE SPACES TO RPT-LINE
003370         STRING "RUN REFUSED - SEE CONSOLE MESSAGES"
003380                 DELIMITED BY SIZE
003390             INTO RPT-LINE
003400         END-STRING
003410         WRITE RPT-LINE
003420         GO TO 1000-EXIT
003430     END-IF.
003440     OPEN OUTPUT REVK-EXT-FILE.
003450     MOVE SPACES TO REVK-EXT-REC.
003460     MOVE "H" TO RX-REC-TYPE.
003470     MOVE BV-SEQ-NO TO RX-HDR-SEQ-NO.
003480     MOVE BV-BUS-DATE TO RX-HDR-DATE.
003490     WRITE REVK-EXT-REC.
003500 1000-EXIT.
003510     EXIT.
003520*
003530*----------------------------------------------------------------
003540* 1200-LOAD-HELD - PULL REVKHOLD INTO THE TABLE. NO FILE IS NO
003550*                  HELD REVOKES. THE FILE IS REWRITTEN FROM THE
003560*                  TABLE, SO ONE THE TABLE CANNOT HOLD WHOLE
003570*                  REFUSES THE RUN.
003580*----------------------------------------------------------------
003590 1200-LOAD-HELD.
003600     OPEN INPUT REVK-HOLD-FILE.
003610     IF NOT BV-HOLD-OK
003620         GO TO 1200-EXIT
003630     END-IF.
003640     PERFORM 1250-LOAD-ONE-HELD THRU 1250-EXIT
003650         UNTIL BV-HOLD-EOF-YES
003660             OR BV-HOLD-COUNT >= BV-HOLD-MAX.
003670     IF BV-HOLD-COUNT >= BV-HOLD-MAX
003680             AND NOT BV-HOLD-EOF-YES
003690         READ REVK-HOLD-FILE
003700             AT END
003710                 MOVE "Y" TO BV-HOLD-EOF-SWITCH
003720             NOT AT END
003730                 DISPLAY "BADGEREV - HELD REVOKES EXCEED "
003740                         BV-HOLD-MAX " ENTRIES - RUN REFUSED"
003750                 MOVE "Y" TO BV-FATAL-SWITCH
003760         END-READ
003770     END-IF.
003780     CLOSE REVK-HOLD-FILE.
003790 1200-EXIT.
003800     EXIT.
003810*
003820 1250-LOAD-ONE-HELD.
003830     READ REVK-HOLD-FILE
003840         AT END
003850             MOVE "Y" TO BV-HOLD-EOF-SWITCH
003860             GO TO 1250-EXIT
003870     END-READ.
003880     IF RHLD-EMP-ID NUMERIC
003890             AND RHLD-EFF-DATE NUMERIC
003900         ADD 1 TO BV-HOLD-COUNT
003910         MOVE RHLD-EMP-ID   TO BV-HE-EMP-ID (BV-HOLD-COUNT)
003920         MOVE RHLD-EMP-NAME TO BV-HE-EMP-NAME (BV-HOLD-COUNT)
003930         MOVE RHLD-EMP-DEPT TO BV-HE-EMP-DEPT (BV-HOLD-COUNT)
003940         MOVE RHLD-EFF-DATE TO BV-HE-EFF-DATE (BV-HOLD-COUNT)
003950         MOVE RHLD-REASON   TO BV-HE-REASON (BV-HOLD-COUNT)
003960         MOVE "N"           TO BV-HE-DONE-SW (BV-HOLD-COUNT)
003970     END-IF.
003980 1250-EXIT.
003990     EXIT.
004000*
004010*----------------------------------------------------------------
004020* 2000-RELEASE-HELD - A HELD REVOKE WHOSE DATE HAS COME GOES ON
004025*                     THIS RUN'S EXTRACT. RUN AFTER THE MAINTLOG
004030*                     SCAN, SO ONE DROPPED OR MOVED BY THE SCAN IS
004035*                     NOT RELEASED.
004040*----------------------------------------------------------------
004050 2000-RELEASE-HELD.
004060     MOVE 0 TO BV-HOLD-IX.
004070     PERFORM 2100-RELEASE-ONE-HELD THRU 2100-EXIT
004080         BV-HOLD-COUNT TIMES.
004090 2000-EXIT.
004100     EXIT.
004110*
004120 2100-RELEASE-ONE-HELD.
004130     ADD 1 TO BV-HOLD-IX.
004136     IF BV-HE-DONE-SW (BV-HOLD-IX) = "Y"
004142             OR BV-HE-EFF-DATE (BV-HOLD-IX) > BV-BUS-DATE
004150         GO TO 2100-EXIT
004160     END-IF.
004170     MOVE BV-HE-EMP-ID (BV-HOLD-IX)   TO BV-RV-EMP-ID.
004180     MOVE BV-HE-EMP-NAME (BV-HOLD-IX) TO BV-RV-EMP-NAME.
004190     MOVE BV-HE-EMP-DEPT (BV-HOLD-IX) TO BV-RV-EMP-DEPT.
004200     MOVE BV-HE-EFF-DATE (BV-HOLD-IX) TO BV-RV-EFF-DATE.
004210     MOVE BV-HE-REASON (BV-HOLD-IX)   TO BV-RV-REASON.
004220     MOVE "Y" TO BV-HE-DONE-SW (BV-HOLD-IX).
004230     ADD 1 TO BV-RELEASE-COUNT.
004240     MOVE "SENT" TO BV-RPT-ACTION.
004250     MOVE "RELEASED FROM HOLD" TO BV-RPT-NOTE.
004260     PERFORM 4000-SEND-REVOKE THRU 4000-EXIT.
004270 2100-EXIT.
004280     EXIT.
004290*
004300*----------------------------------------------------------------
004310* 3000-SCAN-MAINTLOG - EVERY MAINTENANCE EVENT LOGGED AFTER THE
004320*                      LAST DATE AND TIME EXTRACTED, UP TO THE
004330*                      BUSINESS DATE. NO LOG IS A QUIET DAY.
004340*----------------------------------------------------------------
004350 3000-SCAN-MAINTLOG.
004360     OPEN INPUT MAINT-LOG-FILE.
004370     IF NOT BV-LOG-FOUND
004380         DISPLAY "BADGEREV - NO MAINTENANCE AUDIT LOG - "
004390                 "HELD REVOKES ONLY"
004400         GO TO 3000-EXIT
004410     END-IF.
004420     PERFORM 3100-SCAN-ONE-LOG THRU 3100-EXIT
004430         UNTIL BV-LOG-EOF-YES.
004440     CLOSE MAINT-LOG-FILE.
004450 3000-EXIT.
004460     EXIT.
004470*
004480 3100-SCAN-ONE-LOG.
004490     READ MAINT-LOG-FILE
004500         AT END
004510             MOVE "Y" TO BV-LOG-EOF-SWITCH
004520             GO TO 3100-EXIT
004530     END-READ.
004540     IF MLOG-RUN-DATE NOT NUMERIC
004545             OR MLOG-RUN-TIME NOT NUMERIC
004550             OR MLOG-RUN-DATE < BV-THRU-DATE
004560             OR MLOG-RUN-DATE > BV-BUS-DATE
004570             OR MLOG-EMP-ID NOT NUMERIC
004580         GO TO 3100-EXIT
004590     END-IF.
004592     IF MLOG-RUN-DATE = BV-THRU-DATE
004594             AND MLOG-RUN-TIME NOT > BV-THRU-TIME
004596         GO TO 3100-EXIT
004598     END-IF.
004600     ADD 1 TO BV-LOG-COUNT.
004601     IF MLOG-RUN-DATE > BV-HIGH-DATE
004602         MOVE MLOG-RUN-DATE TO BV-HIGH-DATE
004603         MOVE MLOG-RUN-TIME TO BV-HIGH-TIME
004604     END-IF.
004605     IF MLOG-RUN-DATE = BV-HIGH-DATE
004606             AND MLOG-RUN-TIME > BV-HIGH-TIME
004607         MOVE MLOG-RUN-TIME TO BV-HIGH-TIME
004608     END-IF.
004610     MOVE MLOG-EMP-ID TO BV-ID-NUM.
004620     MOVE MLOG-BEFORE-IMAGE TO BV-BEFORE-REC.
004630     MOVE MLOG-AFTER-IMAGE  TO BV-AFTER-REC.
004640     EVALUATE MLOG-ACTION
004650         WHEN "D"
004660             PERFORM 3200-LOGGED-DELETE THRU 3200-EXIT
004670         WHEN "C"
004680             PERFORM 3300-LOGGED-CHANGE THRU 3300-EXIT
004690         WHEN OTHER
004700             CONTINUE
004710     END-EVALUATE.
004720 3100-EXIT.
004730     EXIT.
004740*
004750*----------------------------------------------------------------
004760* 3200-LOGGED-DELETE - A DELETE ALWAYS REVOKES, FROM THE DAY IT
004770*                      WAS APPLIED. ANY HELD REVOKE IS OVERTAKEN.
004780*----------------------------------------------------------------
004790 3200-LOGGED-DELETE.
004800     PERFORM 3500-DROP-HELD THRU 3500-EXIT.
004810     MOVE BV-ID-NUM     TO BV-RV-EMP-ID.
004820     MOVE MLOG-EMP-NAME TO BV-RV-EMP-NAME.
004830     MOVE MLOG-EMP-DEPT TO BV-RV-EMP-DEPT.
004840*    THE TRANSACTION ONLY CARRIES THE ID - THE BEFORE IMAGE HAS
004850*    THE NAME, WHEN THE LOG RECORD IS RECENT ENOUGH TO HOLD ONE.
004860     IF MLOG-BEFORE-IMAGE NOT = SPACES
004870         MOVE BV-BF-NAME TO BV-RV-EMP-NAME
004880         MOVE BV-BF-DEPT TO BV-RV-EMP-DEPT
004890     END-IF.
004900     MOVE MLOG-RUN-DATE TO BV-RV-EFF-DATE.
004910     MOVE "D" TO BV-RV-REASON.
004920     MOVE "SENT" TO BV-RPT-ACTION.
004930     MOVE SPACES TO BV-RPT-NOTE.
004940     PERFORM 4000-SEND-REVOKE THRU 4000-EXIT.
004950 3200-EXIT.
004960     EXIT.
004970*
004980*----------------------------------------------------------------
004990* 3300-LOGGED-CHANGE - A CHANGE THAT TAKES STATUS FROM ACTIVE TO T
005000*                      OR L REVOKES. A TERMINATION TAKES EFFECT ON
005010*                      ITS TERMINATION DATE - ONE STILL AHEAD IS
005020*                      HELD FOR IT. A CHANGE BACK TO ACTIVE
005030*                      DROPS A HELD REVOKE THAT HAS NOT GONE OUT
005040*                      YET, AND A NEW TERMINATION DATE ON SOMEONE
005050*                      ALREADY HELD MOVES THE HELD REVOKE TO IT.
005060*----------------------------------------------------------------
005070 3300-LOGGED-CHANGE.
005080     IF MLOG-AFTER-IMAGE = SPACES
005090         GO TO 3300-EXIT
005100     END-IF.
005110     MOVE BV-AF-STATUS TO BV-NEW-STATUS.
005120     MOVE SPACES TO BV-OLD-STATUS.
005130     IF MLOG-BEFORE-IMAGE NOT = SPACES
005140         MOVE BV-BF-STATUS TO BV-OLD-STATUS
005150     END-IF.
005160     IF BV-NEW-STATUS NOT = "T"
005170             AND BV-NEW-STATUS NOT = "L"
005180         PERFORM 3500-DROP-HELD THRU 3500-EXIT
005190         GO TO 3300-EXIT
005200     END-IF.
005210     IF BV-OLD-STATUS = "T"
005220             OR BV-OLD-STATUS = "L"
005230         MOVE BV-ID-NUM TO BV-RV-EMP-ID
005240         PERFORM 3600-FIND-HELD THRU 3600-EXIT
005250         IF BV-FOUND-IX = 0
005260             GO TO 3300-EXIT
005270         END-IF
005280         MOVE "Y" TO BV-HE-DONE-SW (BV-FOUND-IX)
005290     END-IF.
005300     MOVE BV-ID-NUM     TO BV-RV-EMP-ID.
005310     MOVE BV-AF-NAME    TO BV-RV-EMP-NAME.
005320     MOVE BV-AF-DEPT    TO BV-RV-EMP-DEPT.
005330     MOVE BV-NEW-STATUS TO BV-RV-REASON.
005340     MOVE MLOG-RUN-DATE TO BV-RV-EFF-DATE.
005350     IF BV-AF-TERMINATED
005360             AND BV-AF-TERM-DATE NUMERIC
005370             AND BV-AF-TERM-DATE > 0
005380         MOVE BV-AF-TERM-DATE TO BV-RV-EFF-DATE
005390     END-IF.
005400     IF BV-RV-EFF-DATE > BV-BUS-DATE
005410         PERFORM 3400-HOLD-REVOKE THRU 3400-EXIT
005420         GO TO 3300-EXIT
005430     END-IF.
005440     MOVE "SENT" TO BV-RPT-ACTION.
005450     MOVE SPACES TO BV-RPT-NOTE.
005460     PERFORM 4000-SEND-REVOKE THRU 4000-EXIT.
005470 3300-EXIT.
005480     EXIT.
005490*
005500*----------------------------------------------------------------
005510* 3400-HOLD-REVOKE - PUT A FUTURE REVOKE ON THE HELD TABLE. A
005520*                    LATER DATE FOR THE SAME EMPLOYEE REPLACES THE
005530*                    EARLIER ENTRY.
005540*----------------------------------------------------------------
005550 3400-HOLD-REVOKE.
005560     PERFORM 3600-FIND-HELD THRU 3600-EXIT.
005570     IF BV-FOUND-IX = 0
005580         IF BV-HOLD-COUNT >= BV-HOLD-MAX
005590             DISPLAY "BADGEREV - HELD TABLE FULL, ID "
005600                     BV-RV-EMP-ID " SENT NOW"
005610             MOVE "SENT" TO BV-RPT-ACTION
005620             MOVE "HOLD TABLE FULL" TO BV-RPT-NOTE
005630             PERFORM 4000-SEND-REVOKE THRU 4000-EXIT
005640             GO TO 3400-EXIT
005650         END-IF
005660         ADD 1 TO BV-HOLD-COUNT
005670         MOVE BV-HOLD-COUNT TO BV-FOUND-IX
005680     END-IF.
005690     MOVE BV-RV-EMP-ID   TO BV-HE-EMP-ID (BV-FOUND-IX).
005700     MOVE BV-RV-EMP-NAME TO BV-HE-EMP-NAME (BV-FOUND-IX).
005710     MOVE BV-RV-EMP-DEPT TO BV-HE-EMP-DEPT (BV-FOUND-IX).
005720     MOVE BV-RV-EFF-DATE TO BV-HE-EFF-DATE (BV-FOUND-IX).
005730     MOVE BV-RV-REASON   TO BV-HE-REASON (BV-FOUND-IX).
005740     MOVE "N"            TO BV-HE-DONE-SW (BV-FOUND-IX).
005750     ADD 1 TO BV-HELD-COUNT.
005760     MOVE "HELD" TO BV-RPT-ACTION.
005770     MOVE "UNTIL EFFECTIVE DATE" TO BV-RPT-NOTE.
005780     PERFORM 4500-WRITE-RPT-LINE THRU 4500-EXIT.
005790 3400-EXIT.
005800     EXIT.
005810*
005820*----------------------------------------------------------------
005830* 3500-DROP-HELD - TAKE THE EMPLOYEE'S WAITING REVOKE, IF ANY, OFF
005840*                  THE HELD TABLE
005850*----------------------------------------------------------------
005860 3500-DROP-HELD.
005870     MOVE BV-ID-NUM TO BV-RV-EMP-ID.
005880     PERFORM 3600-FIND-HELD THRU 3600-EXIT.
005890     IF BV-FOUND-IX = 0
005900         GO TO 3500-EXIT
005910     END-IF.
005920     MOVE "Y" TO BV-HE-DONE-SW (BV-FOUND-IX).
005930     ADD 1 TO BV-DROP-COUNT.
005940     MOVE "DROPPED" TO BV-RPT-ACTION.
005950     MOVE BV-HE-EMP-ID (BV-FOUND-IX)   TO BV-RD-EMP-ID.
005960     MOVE BV-HE-EMP-NAME (BV-FOUND-IX) TO BV-RD-EMP-NAME.
005970     MOVE BV-HE-EFF-DATE (BV-FOUND-IX) TO BV-RD-EFF-DATE.
005980     MOVE BV-HE-REASON (BV-FOUND-IX)   TO BV-RV-REASON.
005990     IF MLOG-ACTION = "D"
006000         MOVE "OVERTAKEN BY DELETE" TO BV-RPT-NOTE
006010     ELSE
006020         MOVE "REINSTATED" TO BV-RPT-NOTE
006030     END-IF.
006040     PERFORM 4550-WRITE-RPT-BODY THRU 4550-EXIT.
006050 3500-EXIT.
006060     EXIT.
006070*
006080 3600-FIND-HELD.
006090     MOVE 0 TO BV-FOUND-IX.
006100     MOVE 0 TO BV-HOLD-IX.
006110     PERFORM 3650-FIND-ONE-HELD THRU 3650-EXIT
006120         BV-HOLD-COUNT TIMES.
006130 3600-EXIT.
006140     EXIT.
006150*
006160 3650-FIND-ONE-HELD.
006170     ADD 1 TO BV-HOLD-IX.
006180     IF BV-FOUND-IX = 0
006190             AND BV-HE-DONE-SW (BV-HOLD-IX) NOT = "Y"
006200             AND BV-HE-EMP-ID (BV-HOLD-IX) = BV-RV-EMP-ID
006210         MOVE BV-HOLD-IX TO BV-FOUND-IX
006220     END-IF.
006230 3650-EXIT.
006240     EXIT.
006250*
006260*----------------------------------------------------------------
006270* 4000-SEND-REVOKE - ONE EXTRACT DETAIL, UNLESS THE EMPLOYEE IS
006280*                    ALREADY ON THIS FILE
006290*----------------------------------------------------------------
006300 4000-SEND-REVOKE.
006310     MOVE "N" TO BV-SENT-SWITCH.
006320     MOVE 0 TO BV-SENT-IX.
006330     PERFORM 4050-CHECK-ONE-SENT THRU 4050-EXIT
006340         BV-SENT-COUNT TIMES.
006350     IF BV-ALREADY-SENT
006360         GO TO 4000-EXIT
006370     END-IF.
006380     IF BV-SENT-COUNT < BV-SENT-MAX
006390         ADD 1 TO BV-SENT-COUNT
006400         MOVE BV-RV-EMP-ID TO BV-SENT-ID (BV-SENT-COUNT)
006410     END-IF.
006420     MOVE SPACES TO REVK-EXT-REC.
006430     MOVE "D" TO RX-REC-TYPE.
006440     MOVE BV-RV-EMP-ID   TO RX-DET-EMP-ID.
006450     MOVE BV-RV-EMP-NAME TO RX-DET-EMP-NAME.
006460     MOVE BV-RV-EMP-DEPT TO RX-DET-EMP-DEPT.
006470     MOVE BV-RV-EFF-DATE TO RX-DET-EFF-DATE.
006480     MOVE BV-RV-REASON   TO RX-DET-REASON.
006490     WRITE REVK-EXT-REC.
006500     ADD 1 TO BV-DET-COUNT.
006510     PERFORM 4500-WRITE-RPT-LINE THRU 4500-EXIT.
006520 4000-EXIT.
006530     EXIT.
006540*
006550 4050-CHECK-ONE-SENT.
006560     ADD 1 TO BV-SENT-IX.
006570     IF BV-SENT-ID (BV-SENT-IX) = BV-RV-EMP-ID
006580         MOVE "Y" TO BV-SENT-SWITCH
006590     END-IF.
006600 4050-EXIT.
006610     EXIT.
006620*
006630*----------------------------------------------------------------
006640* 4500-WRITE-RPT-LINE - ONE REPORT LINE FOR THE REVOKE BEING
006650*                       WORKED
006660*----------------------------------------------------------------
006670 4500-WRITE-RPT-LINE.
006680     MOVE BV-RV-EMP-ID   TO BV-RD-EMP-ID.
006690     MOVE BV-RV-EMP-NAME TO BV-RD-EMP-NAME.
006700     MOVE BV-RV-EFF-DATE TO BV-RD-EFF-DATE.
006710     PERFORM 4550-WRITE-RPT-BODY THRU 4550-EXIT.
006720 4500-EXIT.
006730     EXIT.
006740*
006750 4550-WRITE-RPT-BODY.
006760     EVALUATE TRUE
006770         WHEN BV-RV-TERMINATED
006780             MOVE "TERMINATED" TO BV-REASON-TEXT
006790         WHEN BV-RV-ON-LEAVE
006800             MOVE "ON LEAVE" TO BV-REASON-TEXT
006810         WHEN BV-RV-DELETED
006820             MOVE "DELETED" TO BV-REASON-TEXT
006830         WHEN OTHER
006840             MOVE SPACES TO BV-REASON-TEXT
006850     END-EVALUATE.
006860     MOVE BV-RPT-ACTION  TO BV-RD-ACTION.
006870     MOVE BV-REASON-TEXT TO BV-RD-REASON.
006880     MOVE BV-RPT-NOTE    TO BV-RD-NOTE.
006890     MOVE BV-RPT-DETAIL TO RPT-LINE.
006900     WRITE RPT-LINE.
006910 4550-EXIT.
006920     EXIT.
006930*
006940*----------------------------------------------------------------
006950* 8000-TERMINATE - TOTALS AND CLOSE UP
006960*----------------------------------------------------------------
006970 8000-TERMINATE.
006980     IF BV-FATAL-NO
006990         MOVE SPACES TO RPT-LINE
007000         WRITE RPT-LINE
007010         MOVE BV-LOG-COUNT TO BV-COUNT-DISPLAY
007020         MOVE SPACES TO RPT-LINE
007030         STRING "MAINTENANCE EVENTS READ: " DELIMITED BY SIZE
007040                 BV-COUNT-DISPLAY DELIMITED BY SIZE
007050             INTO RPT-LINE
007060         END-STRING
007070         WRITE RPT-LINE
007080         MOVE BV-DET-COUNT TO BV-COUNT-DISPLAY
007090         MOVE SPACES TO RPT-LINE
007100         STRING "REVOKES SENT:            " DELIMITED BY SIZE
007110                 BV-COUNT-DISPLAY DELIMITED BY SIZE
007120             INTO RPT-LINE
007130         END-STRING
007140         WRITE RPT-LINE
007150         MOVE BV-RELEASE-COUNT TO BV-COUNT-DISPLAY
007160         MOVE SPACES TO RPT-LINE
007170         STRING "  OF WHICH FROM HOLD:    " DELIMITED BY SIZE
007180                 BV-COUNT-DISPLAY DELIMITED BY SIZE
007190             INTO RPT-LINE
007200         END-STRING
007210         WRITE RPT-LINE
007220         MOVE BV-HELD-COUNT TO BV-COUNT-DISPLAY
007230         MOVE SPACES TO RPT-LINE
007240         STRING "NEWLY HELD:              " DELIMITED BY SIZE
007250                 BV-COUNT-DISPLAY DELIMITED BY SIZE
007260             INTO RPT-LINE
007270         END-STRING
007280         WRITE RPT-LINE
007290         MOVE BV-DROP-COUNT TO BV-COUNT-DISPLAY
007300         MOVE SPACES TO RPT-LINE
007310         STRING "HELD REVOKES DROPPED:    " DELIMITED BY SIZE
007320                 BV-COUNT-DISPLAY DELIMITED BY SIZE
007330             INTO RPT-LINE
007340         END-STRING
007350         WRITE RPT-LINE
007360     END-IF.
007370     CLOSE REVK-RPT-FILE.
007380     DISPLAY "BADGEREV - EXTRACT SEQ:     " BV-SEQ-NO.
007390     DISPLAY "BADGEREV - REVOKES SENT:    " BV-DET-COUNT.
007400     DISPLAY "BADGEREV - NEWLY HELD:      " BV-HELD-COUNT.
007410 8000-EXIT.
007420     EXIT.
007430*
007440*----------------------------------------------------------------
007450* 8600-FINISH-EXTRACT - CLOSE OUT THE EXTRACT WITH ITS TRAILER
007460*                       COUNT, REGISTER THE TRANSMISSION, AND STEP
007470*                       THE CONTROL FILE
007480*----------------------------------------------------------------
007490 8600-FINISH-EXTRACT.
007500     MOVE SPACES TO REVK-EXT-REC.
007510     MOVE "T" TO RX-REC-TYPE.
007520     MOVE BV-DET-COUNT TO RX-TRL-COUNT.
007530     WRITE REVK-EXT-REC.
007540     CLOSE REVK-EXT-FILE.
007550     PERFORM 8650-WRITE-REGISTER THRU 8650-EXIT.
007560     PERFORM 8700-SAVE-CONTROL THRU 8700-EXIT.
007570 8600-EXIT.
007580     EXIT.
007590*
007600*----------------------------------------------------------------
007610* 8650-WRITE-REGISTER - ONE CUMULATIVE REGISTER ENTRY PER FILE
007620*                       CUT, IN THE BADGEREG LAYOUT
007630*----------------------------------------------------------------
007640 8650-WRITE-REGISTER.
007650     OPEN EXTEND REVK-REG-FILE.
007660     IF NOT BV-REG-OK
007670         OPEN OUTPUT REVK-REG-FILE
007680     END-IF.
007690     IF NOT BV-REG-OK
007700         DISPLAY "BADGEREV - TRANSMISSION REGISTER NOT "
007710                 "UPDATED, FILE STATUS: " BV-REG-FILE-STATUS
007720         GO TO 8650-EXIT
007730     END-IF.
007740     MOVE SPACES TO BREG-REC.
007750     MOVE BV-SEQ-NO    TO BREG-SEQ-NO.
007760     MOVE BV-BUS-DATE  TO BREG-RUN-DATE.
007770     MOVE BV-DET-COUNT TO BREG-REC-COUNT.
007780*    A FRESH ENTRY IS UNACKNOWLEDGED - BADGEACK POSTS THE ACK
007790*    FIELDS WHEN FACILITIES CONFIRMS THE LOAD.
007800     MOVE "N"   TO BREG-ACK-FLAG.
007810     MOVE ZEROS TO BREG-ACK-DATE.
007820     MOVE ZEROS TO BREG-ACK-COUNT.
007830     WRITE BREG-REC.
007840     CLOSE REVK-REG-FILE.
007850 8650-EXIT.
007860     EXIT.
007870*
007880*----------------------------------------------------------------
007890* 8700-SAVE-CONTROL - STEP THE SEQUENCE AND MOVE THE LAST DATE
007900*                     EXTRACTED UP TO THE BUSINESS DATE
007910*----------------------------------------------------------------
007920 8700-SAVE-CONTROL.
007930     OPEN OUTPUT REVK-SEQ-FILE.
007940     IF NOT BV-SEQ-OK
007950         DISPLAY "BADGEREV - REVOKE CONTROL NOT SAVED, "
007960                 "FILE STATUS: " BV-SEQ-FILE-STATUS
007970         GO TO 8700-EXIT
007980     END-IF.
007990     MOVE SPACES TO REVK-SEQ-REC.
008000     COMPUTE RSEQ-NEXT-SEQ = BV-SEQ-NO + 1.
008010     MOVE BV-HIGH-DATE TO RSEQ-THRU-DATE.
008015     MOVE BV-HIGH-TIME TO RSEQ-THRU-TIME.
008020     WRITE REVK-SEQ-REC.
008030     CLOSE REVK-SEQ-FILE.
008040 8700-EXIT.
008050     EXIT.
008060*
008070*----------------------------------------------------------------
008080* 8800-WRITE-HELD - REWRITE REVKHOLD WITH WHAT IS STILL WAITING
008090*----------------------------------------------------------------
008100 8800-WRITE-HELD.
008110     OPEN OUTPUT REVK-HOLD-FILE.
008120     IF NOT BV-HOLD-OK
008130         DISPLAY "BADGEREV - HELD REVOKES NOT REWRITTEN, "
008140                 "FILE STATUS: " BV-HOLD-FILE-STATUS
008150         GO TO 8800-EXIT
008160     END-IF.
008170     MOVE 0 TO BV-HOLD-IX.
008180     PERFORM 8850-WRITE-ONE-HELD THRU 8850-EXIT
008190         BV-HOLD-COUNT TIMES.
008200     CLOSE REVK-HOLD-FILE.
008210 8800-EXIT.
008220     EXIT.
008230*
008240 8850-WRITE-ONE-HELD.
008250     ADD 1 TO BV-HOLD-IX.
008260     IF BV-HE-DONE-SW (BV-HOLD-IX) = "Y"
008270         GO TO 8850-EXIT
008280     END-IF.
008290     MOVE SPACES TO REVK-HOLD-REC.
008300     MOVE BV-HE-EMP-ID (BV-HOLD-IX)   TO RHLD-EMP-ID.
008310     MOVE BV-HE-EMP-NAME (BV-HOLD-IX) TO RHLD-EMP-NAME.
008320     MOVE BV-HE-EMP-DEPT (BV-HOLD-IX) TO RHLD-EMP-DEPT.
008330     MOVE BV-HE-EFF-DATE (BV-HOLD-IX) TO RHLD-EFF-DATE.
008340     MOVE BV-HE-REASON (BV-HOLD-IX)   TO RHLD-REASON.
008350     WRITE REVK-HOLD-REC.
008360 8850-EXIT.
008370     EXIT.
008380*
008390*    THE STATUS AREA IS ONLY THERE WHEN THE MENU DRIVER PASSED
008400*    IT - A STANDALONE RUN HAS NOTHING TO HAND A CODE BACK TO.
008410 9999-EXIT.
008420     IF ADDRESS OF STEP-STATUS-AREA NOT = NULL
008430         EVALUATE TRUE
008440             WHEN BV-FATAL-YES
008450                 MOVE 08 TO STEP-RETURN-CODE
008460             WHEN OTHER
008470                 MOVE 00 TO STEP-RETURN-CODE
008480         END-EVALUATE
008490     END-IF.
008500     GOBACK.
