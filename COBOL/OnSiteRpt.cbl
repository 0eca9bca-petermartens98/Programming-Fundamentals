000250*                 NO CALENDAR, THE SAME WAY INTAKE DOES. AN
000260*                 AUDIT RECORD WITH A BLANK EVENT CODE (WRITTEN
000270*                 BEFORE THE CODE EXISTED) COUNTS AS AN
000271*                 ARRIVAL.
000272* 2026-09-21 RLH  GREETLOG EVENTS NOW CARRY THE SITE OF THE BATCH
000273*                 THEY CAME IN ON. AN OPTIONAL ONSTPARM CARD
000274*                 NAMES ONE SITE IN COLUMNS 1-4 TO LIST THAT
000275*                 SITE'S EVENTS ONLY, OR CARRIES "Y" IN COLUMN 5
000276*                 TO LIST EVERY SITE SEPARATELY WITH ITS OWN
000277*                 ACTIVITY AND STILL-ON-SITE SUBTOTALS AHEAD OF
000278*                 THE GRAND TOTALS. IN AND OUT EVENTS ARE PAIRED
000279*                 WITHIN THE SITE IN THOSE MODES. NO CARD LISTS
000280*                 ALL SITES TOGETHER AS BEFORE. AN EVENT LOGGED
000281*                 BEFORE SITES EXISTED BREAKS AS SITE "(NONE)".
000282* 2026-09-23 RLH  VISITOR EVENTS ON GREETLOG ARE NOW PAIRED AS
000283*                 WELL, KEYED APART FROM THE EMPLOYEES SO A PASS
000284*                 NUMBER NEVER MERGES WITH AN EMPLOYEE ID. A
000285*                 VISITOR LINE IS MARKED "VISITOR", A VISITOR
000286*                 STILL IN COUNTS IN THE STILL-ON-SITE HEADCOUNT,
000287*                 AND THE TOTALS SHOW HOW MANY OF THAT HEADCOUNT
000288*                 ARE VISITORS.
000290*----------------------------------------------------------------
000300*
000310 ENVIRONMENT DIVISION.
000370     SELECT ONSITE-RPT-FILE ASSIGN TO "ONSITERPT"
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390     SELECT SORT-WORK-FILE  ASSIGN TO "SORTWK".
000392     SELECT ONST-PARM-FILE  ASSIGN TO "ONSTPARM"
000394         ORGANIZATION IS LINE SEQUENTIAL
000396         FILE STATUS IS OS-PARM-FILE-STATUS.
000400*
000410 DATA DIVISION.
000420 FILE SECTION.
000510                   ==AUDIT-TERM-ID==  BY ==LOG-TERM-ID==
000520                   ==AUDIT-EVENT-CODE== BY ==LOG-EVENT-CODE==
000530                   ==AUDIT-EVENT-IN==   BY ==LOG-EVENT-IN==
000536                   ==AUDIT-EVENT-OUT==  BY ==LOG-EVENT-OUT==
000538                   ==AUDIT-SITE-CODE==  BY ==LOG-SITE-CODE==
000540                   ==AUDIT-VISITOR-FLAG== BY ==LOG-VISITOR-FLAG==
000542                   ==AUDIT-VISITOR==    BY ==LOG-VISITOR==
000544                   ==AUDIT-SPONSOR-ID== BY ==LOG-SPONSOR-ID==.
000550*
000560 FD  ONSITE-RPT-FILE.
000570 01  RPT-LINE               PIC X(80).
000580*
000581 FD  ONST-PARM-FILE.
000582 01  ONST-PARM-REC.
000583     05  OPARM-SITE-CODE    PIC X(04).
000584     05  OPARM-SITE-BREAK   PIC X(01).
000585     05  FILLER             PIC X(75).
000586*
000590 SD  SORT-WORK-FILE.
000600 01  SORT-REC.
000605     05  SORT-SITE-CODE     PIC X(04).
000607     05  SORT-VISITOR-FLAG  PIC X(01).
000610     05  SORT-EMP-ID        PIC X(05).
000620     05  SORT-RUN-TIME      PIC 9(08).
000630     05  SORT-EVENT-CODE    PIC X(01).
000860*
000870 77  OS-ONSITE-SWITCH       PIC X(01)  VALUE "N".
000880     88  OS-STILL-ON-SITE              VALUE "Y".
000881*
000882 77  OS-PARM-FILE-STATUS    PIC X(02)  VALUE "00".
000883     88  OS-PARM-FOUND                 VALUE "00".
000884*
000885*    ALL SITES TOGETHER, ONE SITE ONLY, OR EVERY SITE BROKEN OUT
000886 77  OS-SITE-MODE-SWITCH    PIC X(01)  VALUE "A".
000887     88  OS-ALL-SITES                  VALUE "A".
000888     88  OS-ONE-SITE                   VALUE "O".
000889     88  OS-SITE-BREAK                 VALUE "B".
000890 77  OS-SEL-SITE            PIC X(04)  VALUE SPACES.
000891*
000900*----------------------------------------------------------------
000910* COUNTERS AND CONTROL-BREAK WORK FIELDS - THE LAST EVENT PER
000920* EMPLOYEE WINS BECAUSE THE SORT DELIVERS EACH EMPLOYEE'S DAY
000950 77  OS-EMP-COUNT           PIC 9(05)  COMP  VALUE 0.
000960 77  OS-ONSITE-COUNT        PIC 9(05)  COMP  VALUE 0.
000970 77  OS-EVENT-COUNT         PIC 9(07)  COMP  VALUE 0.
000972 77  OS-SITE-EMP-COUNT      PIC 9(05)  COMP  VALUE 0.
000974 77  OS-SITE-ONSITE-COUNT   PIC 9(05)  COMP  VALUE 0.
000975 77  OS-SAVE-SITE           PIC X(04)  VALUE SPACES.
000976 77  OS-VIS-COUNT           PIC 9(05)  COMP  VALUE 0.
000977 77  OS-VIS-ONSITE-COUNT    PIC 9(05)  COMP  VALUE 0.
000978 77  OS-SAVE-VISITOR-FLAG   PIC X(01)  VALUE SPACE.
000979     88  OS-SAVE-VISITOR               VALUE "V".
000980 77  OS-SAVE-EMP-ID         PIC X(05)  VALUE SPACES.
000990 77  OS-SAVE-EMP-NAME       PIC X(20)  VALUE SPACES.
001000 77  OS-SAVE-EMP-DEPT       PIC X(10)  VALUE SPACES.
001140 77  OS-DATE-DISPLAY        PIC 9999/99/99.
001150 77  OS-COUNT-DISPLAY       PIC ZZZZ9.
001160 77  OS-TIME-DISPLAY        PIC 99/99/99.
001165 77  OS-SITE-DISPLAY        PIC X(06)  VALUE SPACES.
001170 01  OS-TIME-SPLIT.
001180     05  OS-TIME-HHMMSS     PIC 9(06).
001190     05  FILLER             PIC 9(02).
001300     05  OS-DL-LAST-OUT     PIC X(08).
001310     05  FILLER             PIC X(02)  VALUE SPACES.
001320     05  OS-DL-STATUS       PIC X(08).
001326     05  FILLER             PIC X(02)  VALUE SPACES.
001332     05  OS-DL-TYPE         PIC X(07).
001340*
001350 01  OS-HEADING-LINE.
001360     05  FILLER             PIC X(05)  VALUE "EMPID".
001440     05  FILLER             PIC X(08)  VALUE "LAST OUT".
001450     05  FILLER             PIC X(02)  VALUE SPACES.
001460     05  FILLER             PIC X(08)  VALUE "STATUS  ".
001466     05  FILLER             PIC X(02)  VALUE SPACES.
001472     05  FILLER             PIC X(07)  VALUE "TYPE   ".
001480*
001490*----------------------------------------------------------------
001500* BUSINESS-DATE CALENDAR CALL AREA
001610 0000-MAINLINE.
001620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001630     IF OS-FATAL-NO
001633*        THE SITE KEY IS LEFT BLANK UNLESS SITES ARE BROKEN OUT,
001636*        SO IT ONLY ORDERS THE DAY WHEN IT HAS TO.
001640         SORT SORT-WORK-FILE
001646             ON ASCENDING KEY SORT-SITE-CODE
001649                              SORT-VISITOR-FLAG
001652                              SORT-EMP-ID
001660                              SORT-RUN-TIME
001670*            EVENTS THAT TIE ON THE CLOCK KEEP LOG ORDER, SO
001680*            "LAST EVENT WINS" STAYS DETERMINATE.
001860     MOVE 0 TO OS-EMP-COUNT.
001870     MOVE 0 TO OS-ONSITE-COUNT.
001880     MOVE 0 TO OS-EVENT-COUNT.
001883     MOVE 0 TO OS-VIS-COUNT.
001886     MOVE 0 TO OS-VIS-ONSITE-COUNT.
001890     ACCEPT OS-RUN-DATE FROM DATE YYYYMMDD.
001895     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
001900     PERFORM 1200-GET-BUSINESS-DATE THRU 1200-EXIT.
001910     OPEN OUTPUT ONSITE-RPT-FILE.
001920     MOVE OS-RUN-DATE TO OS-DATE-DISPLAY.
001960             OS-DATE-DISPLAY DELIMITED BY SIZE
001970         INTO RPT-LINE
001980     END-STRING.
001981     WRITE RPT-LINE.
001982     IF OS-ONE-SITE
001983         MOVE SPACES TO RPT-LINE
001984         STRING "SITE SELECTED: " DELIMITED BY SIZE
001985                 OS-SEL-SITE DELIMITED BY SIZE
001986             INTO RPT-LINE
001987         END-STRING
001988         WRITE RPT-LINE
001989     END-IF.
001990     IF OS-SITE-BREAK
001991         MOVE "ALL SITES - TOTALS BROKEN OUT BY SITE" TO RPT-LINE
001992         WRITE RPT-LINE
001993     END-IF.
002000     MOVE SPACES TO RPT-LINE.
002010     WRITE RPT-LINE.
002020     OPEN INPUT GREET-LOG-FILE.
002130     END-IF.
002140     MOVE OS-HEADING-LINE TO RPT-LINE.
002150     WRITE RPT-LINE.
002151     MOVE SPACES TO RPT-LINE.
002152     WRITE RPT-LINE.
002153 1000-EXIT.
002154     EXIT.
002155*
002156*----------------------------------------------------------------
002157* 1100-READ-PARM-CARD - A SITE CODE ON THE ONSTPARM CARD LISTS
002158*                       THAT SITE ONLY, A "Y" IN COLUMN 5 BREAKS
002159*                       OUT EVERY SITE. NO CARD MEANS ALL SITES
002160*                       TOGETHER, THE WAY THE REPORT ALWAYS RAN.
002161*----------------------------------------------------------------
002162 1100-READ-PARM-CARD.
002163     MOVE "A" TO OS-SITE-MODE-SWITCH.
002164     MOVE SPACES TO OS-SEL-SITE.
002165     OPEN INPUT ONST-PARM-FILE.
002166     IF OS-PARM-FOUND
002167         READ ONST-PARM-FILE
002168             AT END
002169                 CONTINUE
002170             NOT AT END
002171                 IF OPARM-SITE-CODE NOT = SPACES
002172                     MOVE "O" TO OS-SITE-MODE-SWITCH
002173                     MOVE OPARM-SITE-CODE TO OS-SEL-SITE
002174                 ELSE
002175                     IF OPARM-SITE-BREAK = "Y"
002176                         MOVE "B" TO OS-SITE-MODE-SWITCH
002177                     END-IF
002178                 END-IF
002179         END-READ
002180         CLOSE ONST-PARM-FILE
002181     END-IF.
002182 1100-EXIT.
002190     EXIT.
002200*
002210*----------------------------------------------------------------
002550     EXIT.
002560*
002570 3200-RELEASE-LOG-REC.
002572     IF OS-ONE-SITE AND LOG-SITE-CODE NOT = OS-SEL-SITE
002574         GO TO 3200-READ-NEXT
002576     END-IF.
002580     IF LOG-RUN-DATE NUMERIC
002590             AND LOG-RUN-DATE = OS-RUN-DATE
002600         ADD 1 TO OS-EVENT-COUNT
002601         IF OS-SITE-BREAK
002602             MOVE LOG-SITE-CODE TO SORT-SITE-CODE
002603         ELSE
002604             MOVE SPACES TO SORT-SITE-CODE
002605         END-IF
002607         IF LOG-VISITOR
002609             MOVE "V" TO SORT-VISITOR-FLAG
002611         ELSE
002613             MOVE SPACE TO SORT-VISITOR-FLAG
002615         END-IF
002617         MOVE LOG-EMP-ID   TO SORT-EMP-ID
002620         MOVE LOG-EMP-NAME TO SORT-EMP-NAME
002630         MOVE LOG-EMP-DEPT TO SORT-EMP-DEPT
002640         IF LOG-RUN-TIME NUMERIC
002730         END-IF
002740         RELEASE SORT-REC
002750     END-IF.
002755 3200-READ-NEXT.
002760     PERFORM 3100-READ-LOG-REC THRU 3100-EXIT.
002770 3200-EXIT.
002780     EXIT.
002870     IF OS-SORT-EOF-YES
002880         GO TO 4000-EXIT
002890     END-IF.
002892     IF OS-SITE-BREAK
002894         PERFORM 4500-START-SITE THRU 4500-EXIT
002896     END-IF.
002900     PERFORM 4200-START-EMP-GROUP THRU 4200-EXIT.
002910     PERFORM 4300-TALLY-SORT-REC THRU 4300-EXIT
002920         UNTIL OS-SORT-EOF-YES.
002930     PERFORM 4400-WRITE-EMP-LINE THRU 4400-EXIT.
002932     IF OS-SITE-BREAK
002934         PERFORM 4600-WRITE-SITE-TOTALS THRU 4600-EXIT
002936     END-IF.
002940 4000-EXIT.
002950     EXIT.
002960*
003030     EXIT.
003040*
003050 4200-START-EMP-GROUP.
003055     MOVE SORT-VISITOR-FLAG TO OS-SAVE-VISITOR-FLAG.
003060     MOVE SORT-EMP-ID   TO OS-SAVE-EMP-ID.
003070     MOVE SORT-EMP-NAME TO OS-SAVE-EMP-NAME.
003080     MOVE SORT-EMP-DEPT TO OS-SAVE-EMP-DEPT.
003330     IF OS-SORT-EOF-YES
003340         GO TO 4300-EXIT
003350     END-IF.
003351     IF SORT-SITE-CODE NOT = OS-SAVE-SITE
003352         PERFORM 4400-WRITE-EMP-LINE THRU 4400-EXIT
003353         PERFORM 4600-WRITE-SITE-TOTALS THRU 4600-EXIT
003354         PERFORM 4500-START-SITE THRU 4500-EXIT
003355         PERFORM 4200-START-EMP-GROUP THRU 4200-EXIT
003356         GO TO 4300-EXIT
003357     END-IF.
003360     IF SORT-EMP-ID NOT = OS-SAVE-EMP-ID
003365             OR SORT-VISITOR-FLAG NOT = OS-SAVE-VISITOR-FLAG
003370         PERFORM 4400-WRITE-EMP-LINE THRU 4400-EXIT
003380         PERFORM 4200-START-EMP-GROUP THRU 4200-EXIT
003390         GO TO 4300-EXIT
003430     EXIT.
003440*
003450*----------------------------------------------------------------
003460* 4400-WRITE-EMP-LINE - ONE LINE PER EMPLOYEE OR VISITOR PASS WITH
003470*                       ACTIVITY ON THE BUSINESS DATE
003480*----------------------------------------------------------------
003490 4400-WRITE-EMP-LINE.
003500     MOVE "N" TO OS-ONSITE-SWITCH.
003710     IF OS-STILL-ON-SITE
003720         MOVE "ON SITE " TO OS-DL-STATUS
003730         ADD 1 TO OS-ONSITE-COUNT
003735         ADD 1 TO OS-SITE-ONSITE-COUNT
003740     ELSE
003741         MOVE "DEPARTED" TO OS-DL-STATUS
003742     END-IF.
003743     IF OS-SAVE-VISITOR
003744         MOVE "VISITOR" TO OS-DL-TYPE
003745         ADD 1 TO OS-VIS-COUNT
003746         IF OS-STILL-ON-SITE
003747             ADD 1 TO OS-VIS-ONSITE-COUNT
003748         END-IF
003749     ELSE
003750         MOVE SPACES TO OS-DL-TYPE
003751         ADD 1 TO OS-EMP-COUNT
003752     END-IF.
003753     MOVE OS-DETAIL-LINE TO RPT-LINE.
003754     WRITE RPT-LINE.
003755     ADD 1 TO OS-SITE-EMP-COUNT.
003756 4400-EXIT.
003757     EXIT.
003758*
003759*----------------------------------------------------------------
003760* 4500-START-SITE - TITLE THE NEXT SITE'S GROUP OF LINES WHEN
003761*                   SITES ARE BROKEN OUT
003762*----------------------------------------------------------------
003763 4500-START-SITE.
003764     MOVE SORT-SITE-CODE TO OS-SAVE-SITE.
003765     MOVE 0 TO OS-SITE-EMP-COUNT.
003766     MOVE 0 TO OS-SITE-ONSITE-COUNT.
003767     IF OS-SAVE-SITE = SPACES
003768         MOVE "(NONE)" TO OS-SITE-DISPLAY
003769     ELSE
003770         MOVE OS-SAVE-SITE TO OS-SITE-DISPLAY
003771     END-IF.
003772     MOVE SPACES TO RPT-LINE.
003773     STRING "SITE: " DELIMITED BY SIZE
003774             OS-SITE-DISPLAY DELIMITED BY SIZE
003775         INTO RPT-LINE
003776     END-STRING.
003777     WRITE RPT-LINE.
003778 4500-EXIT.
003779     EXIT.
003780*
003781*----------------------------------------------------------------
003782* 4600-WRITE-SITE-TOTALS - ONE SUBTOTAL LINE AT THE END OF EACH
003783*                          SITE'S GROUP
003784*----------------------------------------------------------------
003785 4600-WRITE-SITE-TOTALS.
003786     MOVE SPACES TO RPT-LINE.
003787     WRITE RPT-LINE.
003788     MOVE OS-SITE-EMP-COUNT TO OS-COUNT-DISPLAY.
003789     MOVE SPACES TO RPT-LINE.
003790     STRING "SITE " DELIMITED BY SIZE
003791             OS-SITE-DISPLAY DELIMITED BY SIZE
003792             " WITH ACTIVITY: " DELIMITED BY SIZE
003793             OS-COUNT-DISPLAY DELIMITED BY SIZE
003794         INTO RPT-LINE
003795     END-STRING.
003796     WRITE RPT-LINE.
003797     MOVE OS-SITE-ONSITE-COUNT TO OS-COUNT-DISPLAY.
003798     MOVE SPACES TO RPT-LINE.
003799     STRING "SITE " DELIMITED BY SIZE
003800             OS-SITE-DISPLAY DELIMITED BY SIZE
003801             " STILL ON SITE: " DELIMITED BY SIZE
003802             OS-COUNT-DISPLAY DELIMITED BY SIZE
003803         INTO RPT-LINE
003804     END-STRING.
003805     WRITE RPT-LINE.
003806     MOVE SPACES TO RPT-LINE.
003807     WRITE RPT-LINE.
003808 4600-EXIT.
003810     EXIT.
003820*
003830*----------------------------------------------------------------
003940             INTO RPT-LINE
003950         END-STRING
003960         WRITE RPT-LINE
003961         MOVE OS-VIS-COUNT TO OS-COUNT-DISPLAY
003962         MOVE SPACES TO RPT-LINE
003963         STRING "VISITORS WITH ACTIVITY:  " DELIMITED BY SIZE
003964                 OS-COUNT-DISPLAY DELIMITED BY SIZE
003965             INTO RPT-LINE
003966         END-STRING
003967         WRITE RPT-LINE
003970         MOVE OS-ONSITE-COUNT TO OS-COUNT-DISPLAY
003980         MOVE SPACES TO RPT-LINE
003990         STRING "STILL ON SITE:           " DELIMITED BY SIZE
003991                 OS-COUNT-DISPLAY DELIMITED BY SIZE
003992             INTO RPT-LINE
003993         END-STRING
003994         WRITE RPT-LINE
003995         MOVE OS-VIS-ONSITE-COUNT TO OS-COUNT-DISPLAY
003996         MOVE SPACES TO RPT-LINE
003997         STRING "  OF WHICH VISITORS:     " DELIMITED BY SIZE
004000                 OS-COUNT-DISPLAY DELIMITED BY SIZE
004010             INTO RPT-LINE
004020         END-STRING
004060     CLOSE ONSITE-RPT-FILE.
004070     DISPLAY "ONSITE - EVENTS FOR DATE:   " OS-EVENT-COUNT.
004080     DISPLAY "ONSITE - EMPLOYEES LISTED:  " OS-EMP-COUNT.
004085     DISPLAY "ONSITE - VISITORS LISTED:   " OS-VIS-COUNT.
004090     DISPLAY "ONSITE - STILL ON SITE:     " OS-ONSITE-COUNT.
004095     DISPLAY "ONSITE - VISITORS ON SITE:  " OS-VIS-ONSITE-COUNT.
004100 8000-EXIT.
004110     EXIT.
004120*
