000460*                 BUCKET - PRINTS AS ITSELF, AND A MISSING
000470*                 DEPTMAST FALLS BACK TO RAW CODES FOR THE
000480*                 WHOLE REPORT WITH A CONSOLE WARNING.
000481* 2026-09-21 RLH  GREETLOG ARRIVALS NOW CARRY THE SITE THEY WERE
000482*                 LOGGED AT. AN OPTIONAL DSUMPARM CARD NAMES ONE
000483*                 SITE IN COLUMNS 1-4 TO SUMMARIZE THAT SITE'S
000484*                 ARRIVALS ONLY, OR CARRIES "Y" IN COLUMN 5 TO
000485*                 SUMMARIZE EACH SITE'S DEPARTMENTS SEPARATELY
000486*                 WITH A SITE SUBTOTAL. ARRIVALS AT OTHER SITES
000487*                 ARE LEFT OUT OF THE LOG COUNT AS WELL, SO THE
000488*                 TIE-BACK STILL BALANCES ON A ONE-SITE RUN. NO
000489*                 CARD SUMMARIZES ALL SITES TOGETHER AS BEFORE.
000490* 2026-09-23 RLH  VISITOR ARRIVALS ON GREETLOG ARE PASSED OVER
000491*                 BEFORE THE LOG COUNT, THE SAME AS CHECK-OUTS - A
000492*                 VISITOR IS NOT A DEPARTMENT GREETING AND ITS
000493*                 PASS NUMBER IS NOT AN EMPMAST ID.
000494*----------------------------------------------------------------
000500*
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS DEPT-CODE
000690         FILE STATUS IS DS-DEPT-FILE-STATUS.
000692     SELECT DSUM-PARM-FILE  ASSIGN TO "DSUMPARM"
000694         ORGANIZATION IS LINE SEQUENTIAL
000696         FILE STATUS IS DS-PARM-FILE-STATUS.
000700*
000710 DATA DIVISION.
000720 FILE SECTION.
000810                   ==AUDIT-TERM-ID==  BY ==LOG-TERM-ID==
000820                   ==AUDIT-EVENT-CODE== BY ==LOG-EVENT-CODE==
000830                   ==AUDIT-EVENT-IN==   BY ==LOG-EVENT-IN==
000836                   ==AUDIT-EVENT-OUT==  BY ==LOG-EVENT-OUT==
000838                   ==AUDIT-SITE-CODE==  BY ==LOG-SITE-CODE==
000840                   ==AUDIT-VISITOR-FLAG== BY ==LOG-VISITOR-FLAG==
000842                   ==AUDIT-VISITOR==    BY ==LOG-VISITOR==
000844                   ==AUDIT-SPONSOR-ID== BY ==LOG-SPONSOR-ID==.
000850*
000860 FD  DEPT-RPT-FILE.
000870 01  RPT-LINE               PIC X(80).
000880*
000881 FD  DSUM-PARM-FILE.
000882 01  DSUM-PARM-REC.
000883     05  DPARM-SITE-CODE    PIC X(04).
000884     05  DPARM-SITE-BREAK   PIC X(01).
000885     05  FILLER             PIC X(75).
000886*
000890 SD  SORT-WORK-FILE.
000900 01  SORT-REC.
000905     05  SORT-SITE-CODE     PIC X(04).
000910     05  SORT-DEPT          PIC X(10).
000920     05  SORT-EMP-ID        PIC X(05).
000930     05  SORT-ACT-DATE      PIC 9(08).
001030                   ==PERSON-ACTIVE==   BY ==EMP-ACTIVE==
001040                   ==PERSON-TERMINATED== BY ==EMP-TERMINATED==
001050                   ==PERSON-ON-LEAVE== BY ==EMP-ON-LEAVE==
001056                   ==PERSON-TERM-DATE== BY ==EMP-TERM-DATE==
001062                   ==PERSON-HOME-SITE== BY ==EMP-HOME-SITE==.
001070*
001080 FD  DEPT-MASTER.
001090     COPY DEPTREC.
001420 77  DS-DISCREP-SWITCH      PIC X(01)  VALUE "N".
001430     88  DS-DISCREP-YES                VALUE "Y".
001440     88  DS-DISCREP-NO                 VALUE "N".
001441*
001442 77  DS-PARM-FILE-STATUS    PIC X(02)  VALUE "00".
001443     88  DS-PARM-FOUND                 VALUE "00".
001444*
001445*    ALL SITES TOGETHER, ONE SITE ONLY, OR EVERY SITE BROKEN OUT
001446 77  DS-SITE-MODE-SWITCH    PIC X(01)  VALUE "A".
001447     88  DS-ALL-SITES                  VALUE "A".
001448     88  DS-ONE-SITE                   VALUE "O".
001449     88  DS-SITE-BREAK                 VALUE "B".
001450 77  DS-SEL-SITE            PIC X(04)  VALUE SPACES.
001451*
001460*----------------------------------------------------------------
001470* COUNTERS AND CONTROL-BREAK WORK FIELDS
001480*----------------------------------------------------------------
001510 77  DS-DEPT-COUNT          PIC 9(05)  COMP  VALUE 0.
001520 77  DS-DEPT-GREET-COUNT    PIC 9(07)  COMP  VALUE 0.
001530 77  DS-DEPT-EMP-COUNT      PIC 9(05)  COMP  VALUE 0.
001533 77  DS-SITE-GREET-COUNT    PIC 9(07)  COMP  VALUE 0.
001536 77  DS-SAVE-SITE           PIC X(04)  VALUE SPACES.
001540 77  DS-SAVE-DEPT           PIC X(10)  VALUE SPACES.
001550 77  DS-SAVE-EMP-ID         PIC X(05)  VALUE SPACES.
001560 77  DS-DEPT-FIRST-DATE     PIC 9(08)  VALUE 0.
001620 77  DS-RUN-DATE            PIC 9(08)  VALUE 0.
001630 77  DS-DATE-DISPLAY        PIC 9999/99/99.
001640 77  DS-COUNT-DISPLAY       PIC ZZZZZZ9.
001645 77  DS-SITE-DISPLAY        PIC X(06)  VALUE SPACES.
001650*
001660 01  DS-DETAIL-LINE.
001670     05  DS-DL-DEPT         PIC X(30).
001970 0000-MAINLINE.
001980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001990     IF DS-FATAL-NO
001995*        THE SITE KEY IS LEFT BLANK UNLESS SITES ARE BROKEN OUT.
002000         SORT SORT-WORK-FILE
002006             ON ASCENDING KEY SORT-SITE-CODE
002012                              SORT-DEPT
002020                              SORT-EMP-ID
002030             INPUT PROCEDURE IS 3000-FEED-SORT
002040                 THRU 3000-EXIT
002190     MOVE 0 TO DS-LOG-COUNT.
002200     MOVE 0 TO DS-GRAND-GREET-COUNT.
002210     MOVE 0 TO DS-DEPT-COUNT.
002215     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
002220     OPEN OUTPUT DEPT-RPT-FILE.
002230     ACCEPT DS-RUN-DATE FROM DATE YYYYMMDD.
002240     MOVE DS-RUN-DATE TO DS-DATE-DISPLAY.
002280             DS-DATE-DISPLAY DELIMITED BY SIZE
002290         INTO RPT-LINE
002300     END-STRING.
002301     WRITE RPT-LINE.
002302     IF DS-ONE-SITE
002303         MOVE SPACES TO RPT-LINE
002304         STRING "SITE SELECTED: " DELIMITED BY SIZE
002305                 DS-SEL-SITE DELIMITED BY SIZE
002306             INTO RPT-LINE
002307         END-STRING
002308         WRITE RPT-LINE
002309     END-IF.
002310     IF DS-SITE-BREAK
002312         MOVE "ALL SITES - DEPARTMENTS BROKEN OUT BY SITE"
002314             TO RPT-LINE
002316         WRITE RPT-LINE
002318     END-IF.
002320     MOVE SPACES TO RPT-LINE.
002330     WRITE RPT-LINE.
002340     OPEN INPUT GREET-LOG-FILE.
002680     MOVE SPACES TO RPT-LINE.
002690     WRITE RPT-LINE.
002700 1000-EXIT.
002701     EXIT.
002702*
002703*----------------------------------------------------------------
002704* 1100-READ-PARM-CARD - A SITE CODE ON THE DSUMPARM CARD
002705*                       SUMMARIZES THAT SITE ONLY, A "Y" IN
002706*                       COLUMN 5 BREAKS OUT EVERY SITE. NO CARD
002707*                       MEANS ALL SITES TOGETHER.
002708*----------------------------------------------------------------
002709 1100-READ-PARM-CARD.
002710     MOVE "A" TO DS-SITE-MODE-SWITCH.
002711     MOVE SPACES TO DS-SEL-SITE.
002712     OPEN INPUT DSUM-PARM-FILE.
002713     IF DS-PARM-FOUND
002714         READ DSUM-PARM-FILE
002715             AT END
002716                 CONTINUE
002717             NOT AT END
002718                 IF DPARM-SITE-CODE NOT = SPACES
002719                     MOVE "O" TO DS-SITE-MODE-SWITCH
002720                     MOVE DPARM-SITE-CODE TO DS-SEL-SITE
002721                 ELSE
002722                     IF DPARM-SITE-BREAK = "Y"
002723                         MOVE "B" TO DS-SITE-MODE-SWITCH
002724                     END-IF
002725                 END-IF
002726         END-READ
002727         CLOSE DSUM-PARM-FILE
002728     END-IF.
002729 1100-EXIT.
002730     EXIT.
002731*
002732*----------------------------------------------------------------
002740* 3000-FEED-SORT - ONE SORT RECORD PER AUDIT LOG RECORD, WITH
002750*                  THE DEPARTMENT PICKED UP FROM THE MASTER
002760*----------------------------------------------------------------
002910*
002920 3200-RELEASE-LOG-REC.
002930*    ONLY ARRIVALS ARE SUMMARIZED - A CHECK-OUT EVENT IS NOT A
002937*    GREETING AND WOULD THROW OFF THE DEPARTMENT COUNTS. NEITHER
002944*    IS A VISITOR.
002951     IF NOT LOG-EVENT-IN OR LOG-VISITOR
002952         PERFORM 3100-READ-LOG-REC THRU 3100-EXIT
002953         GO TO 3200-EXIT
002954     END-IF.
002955     IF DS-ONE-SITE AND LOG-SITE-CODE NOT = DS-SEL-SITE
002960         PERFORM 3100-READ-LOG-REC THRU 3100-EXIT
002970         GO TO 3200-EXIT
002980     END-IF.
002990     ADD 1 TO DS-LOG-COUNT.
002991     IF DS-SITE-BREAK
002992         MOVE LOG-SITE-CODE TO SORT-SITE-CODE
002993     ELSE
002994         MOVE SPACES TO SORT-SITE-CODE
002995     END-IF.
003000     MOVE LOG-EMP-ID TO EMP-ID.
003010     READ EMPLOYEE-MASTER
003020         INVALID KEY
003270     IF DS-SORT-EOF-YES
003280         GO TO 4000-EXIT
003290     END-IF.
003300     PERFORM 4150-START-SITE-GROUP THRU 4150-EXIT.
003310     PERFORM 4300-TALLY-SORT-REC THRU 4300-EXIT
003320         UNTIL DS-SORT-EOF-YES.
003330     PERFORM 4400-WRITE-DEPT-LINE THRU 4400-EXIT.
003335     PERFORM 4600-WRITE-SITE-TOTAL THRU 4600-EXIT.
003340 4000-EXIT.
003350     EXIT.
003360*
003380     RETURN SORT-WORK-FILE
003390         AT END
003400             MOVE "Y" TO DS-SORT-EOF-SWITCH
003401     END-RETURN.
003402 4100-EXIT.
003403     EXIT.
003404*
003405*----------------------------------------------------------------
003406* 4150-START-SITE-GROUP - TITLE THE NEXT SITE'S DEPARTMENTS WHEN
003407*                         SITES ARE BROKEN OUT, THEN PRIME THE
003408*                         FIRST DEPARTMENT
003409*----------------------------------------------------------------
003410 4150-START-SITE-GROUP.
003411     MOVE SORT-SITE-CODE TO DS-SAVE-SITE.
003412     MOVE 0 TO DS-SITE-GREET-COUNT.
003413     IF DS-SAVE-SITE = SPACES
003414         MOVE "(NONE)" TO DS-SITE-DISPLAY
003415     ELSE
003416         MOVE DS-SAVE-SITE TO DS-SITE-DISPLAY
003417     END-IF.
003418     IF DS-SITE-BREAK
003419         MOVE SPACES TO RPT-LINE
003420         STRING "SITE: " DELIMITED BY SIZE
003421                 DS-SITE-DISPLAY DELIMITED BY SIZE
003422             INTO RPT-LINE
003423         END-STRING
003424         WRITE RPT-LINE
003425     END-IF.
003426     PERFORM 4200-START-DEPT-GROUP THRU 4200-EXIT.
003427 4150-EXIT.
003430     EXIT.
003440*
003450*----------------------------------------------------------------
003540     MOVE 1 TO DS-DEPT-GREET-COUNT.
003550     MOVE 1 TO DS-DEPT-EMP-COUNT.
003560     ADD 1 TO DS-GRAND-GREET-COUNT.
003565     ADD 1 TO DS-SITE-GREET-COUNT.
003570 4200-EXIT.
003580     EXIT.
003590*
003660     IF DS-SORT-EOF-YES
003670         GO TO 4300-EXIT
003680     END-IF.
003681     IF SORT-SITE-CODE NOT = DS-SAVE-SITE
003682         PERFORM 4400-WRITE-DEPT-LINE THRU 4400-EXIT
003683         PERFORM 4600-WRITE-SITE-TOTAL THRU 4600-EXIT
003684         PERFORM 4150-START-SITE-GROUP THRU 4150-EXIT
003685         GO TO 4300-EXIT
003686     END-IF.
003690     IF SORT-DEPT NOT = DS-SAVE-DEPT
003700         PERFORM 4400-WRITE-DEPT-LINE THRU 4400-EXIT
003710         PERFORM 4200-START-DEPT-GROUP THRU 4200-EXIT
003730     END-IF.
003740     ADD 1 TO DS-DEPT-GREET-COUNT.
003750     ADD 1 TO DS-GRAND-GREET-COUNT.
003755     ADD 1 TO DS-SITE-GREET-COUNT.
003760     IF SORT-EMP-ID NOT = DS-SAVE-EMP-ID
003770         ADD 1 TO DS-DEPT-EMP-COUNT
003780         MOVE SORT-EMP-ID TO DS-SAVE-EMP-ID
004190     END-READ.
004200     IF DS-DEPT-OK
004210         MOVE DEPT-NAME TO DS-DL-DEPT
004211     END-IF.
004212 4500-EXIT.
004213     EXIT.
004214*
004215*----------------------------------------------------------------
004216* 4600-WRITE-SITE-TOTAL - ONE GREETING SUBTOTAL PER SITE WHEN
004217*                         SITES ARE BROKEN OUT
004218*----------------------------------------------------------------
004219 4600-WRITE-SITE-TOTAL.
004220     IF NOT DS-SITE-BREAK
004221         GO TO 4600-EXIT
004222     END-IF.
004223     MOVE DS-SITE-GREET-COUNT TO DS-COUNT-DISPLAY.
004224     MOVE SPACES TO RPT-LINE.
004225     STRING "  GREETINGS AT SITE " DELIMITED BY SIZE
004226             DS-SITE-DISPLAY DELIMITED BY SIZE
004227             ": " DELIMITED BY SIZE
004228             DS-COUNT-DISPLAY DELIMITED BY SIZE
004229         INTO RPT-LINE
004230     END-STRING.
004231     WRITE RPT-LINE.
004232     MOVE SPACES TO RPT-LINE.
004233     WRITE RPT-LINE.
004234 4600-EXIT.
004240     EXIT.
004250*
004260*----------------------------------------------------------------
