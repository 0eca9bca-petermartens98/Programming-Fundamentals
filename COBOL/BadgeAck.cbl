000290*                 THE NIGHTLY ONE. FINDINGS GO TO THE ACKRPT
000300*                 REPORT AND THE REGISTER IS REWRITTEN WITH THE
000310*                 POSTED ACKS.
000312* 2026-09-23 RLH  A RECUT LEAVES VISITOR ARRIVALS OFF THE
000314*                 EXTRACT - USERINPUT NEVER SENDS A VISITOR TO THE
000316*                 BADGE SYSTEM, SO A RECUT MUST NOT EITHER.
000317* 2026-10-02 RLH  ALSO RECONCILES THE BADGE REVOKE SERIES -
000318*                 BADGEREV REGISTERS EVERY REVKEXT FILE ON REVKREG
000319*                 IN THE BADGEREG LAYOUT, AND FACILITIES RETURNS
000320*                 ITS ACKNOWLEDGMENTS ON REVKACK IN THE BADGEACK
000321*                 LAYOUT. AFTER THE BADGE SERIES, THE REVOKE
000322*                 REGISTER IS POSTED, AGED AND REWRITTEN THE SAME
000323*                 WAY UNDER ITS OWN HEADING AND TOTALS. NO REVKREG
000324*                 YET SKIPS THE REVOKE SERIES. A RECUT IS FOR THE
000325*                 BADGE SERIES ONLY.
000326*----------------------------------------------------------------
000330*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000500         FILE STATUS IS BA-LOG-FILE-STATUS.
000510     SELECT BADGE-EXT-FILE  ASSIGN TO "BADGEXT"
000520         ORGANIZATION IS LINE SEQUENTIAL.
000521     SELECT REVK-ACK-FILE   ASSIGN TO "REVKACK"
000522         ORGANIZATION IS LINE SEQUENTIAL
000523         FILE STATUS IS BA-ACK-FILE-STATUS.
000524     SELECT REVK-REG-FILE   ASSIGN TO "REVKREG"
000525         ORGANIZATION IS LINE SEQUENTIAL
000526         FILE STATUS IS BA-REG-FILE-STATUS.
000530*
000540 DATA DIVISION.
000550 FILE SECTION.
000830                   ==AUDIT-TERM-ID==  BY ==LOG-TERM-ID==
000840                   ==AUDIT-EVENT-CODE== BY ==LOG-EVENT-CODE==
000850                   ==AUDIT-EVENT-IN==   BY ==LOG-EVENT-IN==
000856                   ==AUDIT-EVENT-OUT==  BY ==LOG-EVENT-OUT==
000858                   ==AUDIT-SITE-CODE==  BY ==LOG-SITE-CODE==
000860                   ==AUDIT-VISITOR-FLAG== BY ==LOG-VISITOR-FLAG==
000862                   ==AUDIT-VISITOR==    BY ==LOG-VISITOR==
000864                   ==AUDIT-SPONSOR-ID== BY ==LOG-SPONSOR-ID==.
000870*
000880 FD  BADGE-EXT-FILE.
000890 01  BADGE-EXT-REC.
001010     05  BX-TRAILER-FIELDS  REDEFINES BX-REC-BODY.
001020         10  BX-TRL-COUNT       PIC 9(05).
001030         10  FILLER             PIC X(74).
001031*
001032*    THE REVOKE SERIES FILES ARE IN THE BADGEACK AND BDGREG
001033*    LAYOUTS - BOTH SERIES ARE READ INTO AND WRITTEN FROM THE
001034*    WORK RECORDS BELOW.
001035 FD  REVK-ACK-FILE.
001036 01  REVK-ACK-REC           PIC X(80).
001037*
001038 FD  REVK-REG-FILE.
001039 01  REVK-REG-REC           PIC X(80).
001040*
001050 WORKING-STORAGE SECTION.
001060*
001270 77  BA-FATAL-SWITCH        PIC X(01)  VALUE "N".
001280     88  BA-FATAL-YES                  VALUE "Y".
001290     88  BA-FATAL-NO                   VALUE "N".
001291*
001292 77  BA-EXCEPT-SWITCH       PIC X(01)  VALUE "N".
001293     88  BA-EXCEPTIONS                 VALUE "Y".
001294*
001295*    WHICH EXTRACT SERIES IS BEING RECONCILED
001296 77  BA-SERIES-SWITCH       PIC X(01)  VALUE "B".
001297     88  BA-BADGE-SERIES               VALUE "B".
001298     88  BA-REVOKE-SERIES              VALUE "R".
001299 77  BA-SKIP-SWITCH         PIC X(01)  VALUE "N".
001300     88  BA-SERIES-SKIPPED             VALUE "Y".
001301 77  BA-SERIES-NAME         PIC X(06)  VALUE SPACES.
001302*
001303*----------------------------------------------------------------
001304* WORK RECORDS - THE ACKNOWLEDGMENT AND REGISTER RECORD OF
001305* WHICHEVER SERIES IS BEING RECONCILED
001306*----------------------------------------------------------------
001307 01  BA-ACK-WORK.
001308     05  BA-AW-SEQ-NO       PIC X(06).
001309     05  BA-AW-LOAD-DATE    PIC X(08).
001310     05  BA-AW-LOAD-COUNT   PIC X(05).
001311     05  FILLER             PIC X(61).
001312*
001313     COPY BDGREG
001314         REPLACING ==BREG-REC==       BY ==BA-REG-WORK==
001315                   ==BREG-SEQ-NO==    BY ==BA-RW-SEQ-NO==
001316                   ==BREG-RUN-DATE==  BY ==BA-RW-RUN-DATE==
001317                   ==BREG-REC-COUNT== BY ==BA-RW-REC-COUNT==
001318                   ==BREG-ACK-FLAG==  BY ==BA-RW-ACK-FLAG==
001319                   ==BREG-ACKED==     BY ==BA-RW-ACKED==
001320                   ==BREG-UNACKED==   BY ==BA-RW-UNACKED==
001321                   ==BREG-ACK-DATE==  BY ==BA-RW-ACK-DATE==
001322                   ==BREG-ACK-COUNT== BY ==BA-RW-ACK-COUNT==.
001330*
001340*----------------------------------------------------------------
001350* REGISTER RUN TABLE - THE WHOLE REGISTER IS POSTED IN THIS
002030             PERFORM 4000-RECUT-EXTRACT THRU 4000-EXIT
002040         END-IF
002050         PERFORM 8200-REWRITE-REGISTER THRU 8200-EXIT
002053         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
002056         PERFORM 5000-REVOKE-SERIES THRU 5000-EXIT
002060     END-IF.
002070     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002080     GO TO 9999-EXIT.
002180     MOVE "N" TO BA-ACK-EOF-SWITCH.
002190     MOVE "N" TO BA-REG-EOF-SWITCH.
002200     MOVE "N" TO BA-LOG-EOF-SWITCH.
002202     MOVE "B" TO BA-SERIES-SWITCH.
002204     MOVE "N" TO BA-SKIP-SWITCH.
002206     MOVE "BADGE" TO BA-SERIES-NAME.
002210     MOVE 0 TO BA-REG-COUNT.
002220     MOVE 0 TO BA-ACK-COUNT.
002230     MOVE 0 TO BA-POSTED-COUNT.
002780     EXIT.
002790*
002800*----------------------------------------------------------------
002807* 1200-LOAD-REGISTER - PULL THE SERIES' REGISTER INTO THE RUN
002814*                      TABLE. NO BADGEREG AT ALL REFUSES THE RUN -
002821*                      NO REVKREG ONLY SKIPS THE REVOKE SERIES.
002830*----------------------------------------------------------------
002840 1200-LOAD-REGISTER.
002841     IF BA-REVOKE-SERIES
002842         OPEN INPUT REVK-REG-FILE
002843     ELSE
002844         OPEN INPUT BADGE-REG-FILE
002845     END-IF.
002846     IF NOT BA-REG-OK
002847             AND BA-REVOKE-SERIES
002848         DISPLAY "BADGEACK - NO REVOKE REGISTER ON REVKREG - "
002849                 "REVOKE SERIES SKIPPED"
002850         MOVE "Y" TO BA-SKIP-SWITCH
002851         GO TO 1200-EXIT
002852     END-IF.
002860     IF NOT BA-REG-OK
002870         DISPLAY "BADGEACK - NO TRANSMISSION REGISTER ON "
002880                 "BADGEREG - RUN REFUSED, FILE STATUS: "
002980*    RUN, NOT BE REWRITTEN TRUNCATED.
002990     IF BA-REG-COUNT >= BA-REG-MAX
003000             AND NOT BA-REG-EOF-YES
003010         PERFORM 1300-READ-REGISTER THRU 1300-EXIT
003020         IF NOT BA-REG-EOF-YES
003030             DISPLAY "BADGEACK - REGISTER EXCEEDS "
003040                     BA-REG-MAX " ENTRIES - RUN REFUSED"
003050             MOVE "Y" TO BA-FATAL-SWITCH
003060         END-IF
003090     END-IF.
003093     IF BA-REVOKE-SERIES
003096         CLOSE REVK-REG-FILE
003099     ELSE
003102         CLOSE BADGE-REG-FILE
003105     END-IF.
003110 1200-EXIT.
003120     EXIT.
003130*
003140 1250-LOAD-ONE-ENTRY.
003150     PERFORM 1300-READ-REGISTER THRU 1300-EXIT.
003160     IF BA-REG-EOF-YES
003170         GO TO 1250-EXIT
003180     END-IF.
003190     IF BA-RW-SEQ-NO NUMERIC AND BA-RW-SEQ-NO > 0
003210         ADD 1 TO BA-REG-COUNT
003218         MOVE BA-RW-SEQ-NO    TO BA-RE-SEQ-NO (BA-REG-COUNT)
003226         MOVE BA-RW-RUN-DATE  TO BA-RE-RUN-DATE (BA-REG-COUNT)
003234         MOVE BA-RW-REC-COUNT TO BA-RE-REC-COUNT (BA-REG-COUNT)
003242         MOVE BA-RW-ACK-FLAG  TO BA-RE-ACK-FLAG (BA-REG-COUNT)
003250         IF BA-RW-ACK-DATE NUMERIC
003258             MOVE BA-RW-ACK-DATE
003266                 TO BA-RE-ACK-DATE (BA-REG-COUNT)
003280         ELSE
003290             MOVE ZEROS TO BA-RE-ACK-DATE (BA-REG-COUNT)
003300         END-IF
003310         IF BA-RW-ACK-COUNT NUMERIC
003320             MOVE BA-RW-ACK-COUNT
003330                 TO BA-RE-ACK-COUNT (BA-REG-COUNT)
003340         ELSE
003350             MOVE ZEROS TO BA-RE-ACK-COUNT (BA-REG-COUNT)
003370     END-IF.
003380 1250-EXIT.
003390     EXIT.
003391*
003392 1300-READ-REGISTER.
003393     IF BA-REVOKE-SERIES
003394         READ REVK-REG-FILE INTO BA-REG-WORK
003395             AT END
003396                 MOVE "Y" TO BA-REG-EOF-SWITCH
003397         END-READ
003398     ELSE
003399         READ BADGE-REG-FILE INTO BA-REG-WORK
003400             AT END
003401                 MOVE "Y" TO BA-REG-EOF-SWITCH
003402         END-READ
003403     END-IF.
003404 1300-EXIT.
003405     EXIT.
003406*
003410*----------------------------------------------------------------
003420* 2000-PROCESS-ACKS - POST EACH ACKNOWLEDGMENT TO THE REGISTER
003430*                     TABLE. A MISSING ACK FILE IS JUST AN
003440*                     EMPTY DAY - THE AGING STILL RUNS.
003450*----------------------------------------------------------------
003460 2000-PROCESS-ACKS.
003463     IF BA-REVOKE-SERIES
003466         OPEN INPUT REVK-ACK-FILE
003469     ELSE
003472         OPEN INPUT ACK-IN-FILE
003475     END-IF.
003480     IF NOT BA-ACK-FOUND
003490         DISPLAY "BADGEACK - NO " BA-SERIES-NAME
003500                 " ACKNOWLEDGMENT FILE - AGING ONLY"
003510         GO TO 2000-EXIT
003520     END-IF.
003530     PERFORM 2100-PROCESS-ONE-ACK THRU 2100-EXIT
003540         UNTIL BA-ACK-EOF-YES.
003543     IF BA-REVOKE-SERIES
003546         CLOSE REVK-ACK-FILE
003549     ELSE
003552         CLOSE ACK-IN-FILE
003555     END-IF.
003560 2000-EXIT.
003570     EXIT.
003580*
003590 2100-PROCESS-ONE-ACK.
003594     IF BA-REVOKE-SERIES
003598         READ REVK-ACK-FILE INTO BA-ACK-WORK
003602             AT END
003606                 MOVE "Y" TO BA-ACK-EOF-SWITCH
003610         END-READ
003614     ELSE
003618         READ ACK-IN-FILE INTO BA-ACK-WORK
003622             AT END
003626                 MOVE "Y" TO BA-ACK-EOF-SWITCH
003630         END-READ
003634     END-IF.
003638     IF BA-ACK-EOF-YES
003642         GO TO 2100-EXIT
003646     END-IF.
003650     ADD 1 TO BA-ACK-COUNT.
003660     IF BA-AW-SEQ-NO NOT NUMERIC
003670         MOVE "Y" TO BA-EXCEPT-SWITCH
003680         MOVE SPACES TO RPT-LINE
003690         STRING "ACK WITH UNREADABLE SEQUENCE - IGNORED"
003730         WRITE RPT-LINE
003740         GO TO 2100-EXIT
003750     END-IF.
003760     MOVE BA-AW-SEQ-NO TO BA-ACK-SEQ-NUM.
003770     IF BA-AW-LOAD-DATE NUMERIC
003780         MOVE BA-AW-LOAD-DATE TO BA-ACK-DATE-NUM
003790     ELSE
003800         MOVE BA-BUS-DATE TO BA-ACK-DATE-NUM
003810     END-IF.
003820     IF BA-AW-LOAD-COUNT NUMERIC
003830         MOVE BA-AW-LOAD-COUNT TO BA-ACK-COUNT-NUM
003840     ELSE
003850         MOVE ZEROS TO BA-ACK-COUNT-NUM
003860     END-IF.
006030             GO TO 4100-EXIT
006040     END-READ.
006050     IF LOG-EVENT-IN
006055             AND NOT LOG-VISITOR
006060             AND LOG-RUN-DATE NUMERIC
006070             AND LOG-RUN-DATE = BA-RE-RUN-DATE (BA-FOUND-IX)
006080         MOVE SPACES TO BADGE-EXT-REC
006170     EXIT.
006180*
006190*----------------------------------------------------------------
006195* 5000-REVOKE-SERIES - THE SAME POSTING AND AGING FOR THE
006200*                      BADGEREV REVOKE FILES, AGAINST REVKREG,
006205*                      UNDER ITS OWN HEADING AND TOTALS
006210*----------------------------------------------------------------
006211 5000-REVOKE-SERIES.
006212     MOVE "R" TO BA-SERIES-SWITCH.
006213     MOVE "REVOKE" TO BA-SERIES-NAME.
006214     MOVE "N" TO BA-ACK-EOF-SWITCH.
006215     MOVE "N" TO BA-REG-EOF-SWITCH.
006216     MOVE 0 TO BA-REG-COUNT.
006217     MOVE 0 TO BA-ACK-COUNT.
006218     MOVE 0 TO BA-POSTED-COUNT.
006219     MOVE 0 TO BA-MISMATCH-COUNT.
006220     MOVE 0 TO BA-UNKNOWN-COUNT.
006221     MOVE 0 TO BA-OVERDUE-COUNT.
006222     MOVE SPACES TO RPT-LINE.
006223     WRITE RPT-LINE.
006224     MOVE SPACES TO RPT-LINE.
006225     STRING "BADGE REVOKE SERIES (REVKREG)" DELIMITED BY SIZE
006226         INTO RPT-LINE
006227     END-STRING.
006228     WRITE RPT-LINE.
006229     MOVE SPACES TO RPT-LINE.
006230     WRITE RPT-LINE.
006231     PERFORM 1200-LOAD-REGISTER THRU 1200-EXIT.
006232     IF BA-SERIES-SKIPPED
006240         MOVE SPACES TO RPT-LINE
006250         STRING "NO REVOKE REGISTER - SERIES SKIPPED"
006260                 DELIMITED BY SIZE
006300             INTO RPT-LINE
006310         END-STRING
006320         WRITE RPT-LINE
006325         GO TO 5000-EXIT
006330     END-IF.
006335     IF BA-FATAL-YES
006340         MOVE SPACES TO RPT-LINE
006350         STRING "REVOKE SERIES REFUSED - SEE CONSOLE MESSAGES"
006360                 DELIMITED BY SIZE
006370             INTO RPT-LINE
006380         END-STRING
006390         WRITE RPT-LINE
006391         GO TO 5000-EXIT
006392     END-IF.
006393     PERFORM 2000-PROCESS-ACKS THRU 2000-EXIT.
006394     PERFORM 3000-AGE-REGISTER THRU 3000-EXIT.
006395     PERFORM 8200-REWRITE-REGISTER THRU 8200-EXIT.
006396     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
006397 5000-EXIT.
006398     EXIT.
006399*
006400*----------------------------------------------------------------
006401* 7000-PRINT-TOTALS - RECONCILIATION TOTALS FOR THE SERIES JUST
006402*                     WORKED
006403*----------------------------------------------------------------
006404 7000-PRINT-TOTALS.
006405     MOVE SPACES TO RPT-LINE.
006406     WRITE RPT-LINE.
006407     MOVE BA-ACK-COUNT TO BA-COUNT-DISPLAY.
006408     MOVE SPACES TO RPT-LINE.
006409     STRING "ACKNOWLEDGMENTS READ:  " DELIMITED BY SIZE
006410             BA-COUNT-DISPLAY DELIMITED BY SIZE
006411         INTO RPT-LINE
006412     END-STRING.
006413     WRITE RPT-LINE.
006414     MOVE BA-POSTED-COUNT TO BA-COUNT-DISPLAY.
006415     MOVE SPACES TO RPT-LINE.
006416     STRING "ACKNOWLEDGMENTS POSTED:" DELIMITED BY SIZE
006417             BA-COUNT-DISPLAY DELIMITED BY SIZE
006418         INTO RPT-LINE
006419     END-STRING.
006420     WRITE RPT-LINE.
006421     MOVE BA-MISMATCH-COUNT TO BA-COUNT-DISPLAY.
006422     MOVE SPACES TO RPT-LINE.
006423     STRING "COUNT MISMATCHES:      " DELIMITED BY SIZE
006424             BA-COUNT-DISPLAY DELIMITED BY SIZE
006425         INTO RPT-LINE
006426     END-STRING.
006427     WRITE RPT-LINE.
006428     MOVE BA-OVERDUE-COUNT TO BA-COUNT-DISPLAY.
006429     MOVE SPACES TO RPT-LINE.
006430     STRING "OVERDUE UNACKNOWLEDGED:" DELIMITED BY SIZE
006431             BA-COUNT-DISPLAY DELIMITED BY SIZE
006432         INTO RPT-LINE
006433     END-STRING.
006434     WRITE RPT-LINE.
006435     DISPLAY "BADGEACK - " BA-SERIES-NAME " ACKS READ:   "
006436             BA-ACK-COUNT.
006437     DISPLAY "BADGEACK - " BA-SERIES-NAME " ACKS POSTED: "
006440             BA-POSTED-COUNT.
006446     DISPLAY "BADGEACK - " BA-SERIES-NAME " MISMATCHES:  "
006452             BA-MISMATCH-COUNT.
006458     DISPLAY "BADGEACK - " BA-SERIES-NAME " OVERDUE:     "
006464             BA-OVERDUE-COUNT.
006470 7000-EXIT.
006476     EXIT.
006482*
006488*----------------------------------------------------------------
006494* 8000-TERMINATE - CLOSE UP
006500*----------------------------------------------------------------
006506 8000-TERMINATE.
006550     CLOSE ACK-RPT-FILE.
006600 8000-EXIT.
006610     EXIT.
006620*
006630*----------------------------------------------------------------
006640* 8200-REWRITE-REGISTER - PUT THE POSTED REGISTER BACK ON
006646*                         BADGEREG, OR REVKREG FOR THE REVOKE
006652*                         SERIES
006660*----------------------------------------------------------------
006670 8200-REWRITE-REGISTER.
006673     IF BA-REVOKE-SERIES
006676         OPEN OUTPUT REVK-REG-FILE
006679     ELSE
006682         OPEN OUTPUT BADGE-REG-FILE
006685     END-IF.
006690     IF NOT BA-REG-OK
006700         DISPLAY "BADGEACK - REGISTER NOT REWRITTEN, "
006710                 "FILE STATUS: " BA-REG-FILE-STATUS
006740     MOVE 0 TO BA-REG-IX.
006750     PERFORM 8250-WRITE-ONE-ENTRY THRU 8250-EXIT
006760         BA-REG-COUNT TIMES.
006763     IF BA-REVOKE-SERIES
006766         CLOSE REVK-REG-FILE
006769     ELSE
006772         CLOSE BADGE-REG-FILE
006775     END-IF.
006780 8200-EXIT.
006790     EXIT.
006800*
006810 8250-WRITE-ONE-ENTRY.
006820     ADD 1 TO BA-REG-IX.
006826     MOVE SPACES TO BA-REG-WORK.
006832     MOVE BA-RE-SEQ-NO (BA-REG-IX)    TO BA-RW-SEQ-NO.
006838     MOVE BA-RE-RUN-DATE (BA-REG-IX)  TO BA-RW-RUN-DATE.
006844     MOVE BA-RE-REC-COUNT (BA-REG-IX) TO BA-RW-REC-COUNT.
006850     MOVE BA-RE-ACK-FLAG (BA-REG-IX)  TO BA-RW-ACK-FLAG.
006856     MOVE BA-RE-ACK-DATE (BA-REG-IX)  TO BA-RW-ACK-DATE.
006862     MOVE BA-RE-ACK-COUNT (BA-REG-IX) TO BA-RW-ACK-COUNT.
006868     IF BA-REVOKE-SERIES
006874         WRITE REVK-REG-REC FROM BA-REG-WORK
006880     ELSE
006886         WRITE BREG-REC FROM BA-REG-WORK
006892     END-IF.
006910 8250-EXIT.
006920     EXIT.
006930*
