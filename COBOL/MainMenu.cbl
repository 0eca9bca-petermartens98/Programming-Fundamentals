000900*                 HISTORY, SO "IS REJECT VOLUME RISING" STOPS
000910*                 DEPENDING ON SOMEBODY'S MEMORY OF THE
000920*                 CONSOLE.
000921* 2026-09-16 RLH  ADDED OPTION H - HOURS-ON-SITE TIMESHEET AND
000922*                 PAYROLL EXTRACT (TIMESHT), RUN AT PERIOD END
000923*                 AGAINST THE TSPARM PAY-PERIOD CARD.
000924* 2026-09-21 RLH  ADDED OPTION I - SITE MASTER MAINTENANCE
000925*                 (SITEMNT), THE REFERENCE MASTER INTAKE CHECKS
000926*                 EACH BATCH'S SITE CODE AGAINST.
000927* 2026-09-23 RLH  ADDED OPTION J - VISITOR PASS MASTER MAINTENANCE
000928*                 (VISMNT) AND OPTION K - DAILY VISITOR REPORT
000929*                 (VISRPT) FOR THE NEW VISITOR INTAKE.
000930* 2026-09-25 RLH  ADDED OPTION L - CROSS-FILE INTEGRITY SWEEP
000931*                 (XREFCHK). IT ENDS WITH A WARNING WHEN ANY BREAK
000932*                 IS FOUND, SO A MENUCARD STREAM FLAGS IT.
000933* 2026-09-28 RLH  ADDED OPTION M - ATTENDANCE AND CONSECUTIVE-
000934*                 ABSENCE REPORT (ATTNRPT) OVER THE ATTNPARM SPAN.
000935* 2026-09-30 RLH  ADDED OPTION N - HR SNAPSHOT RECONCILIATION
000936*                 (HRRECON). IN A MENUCARD STREAM IT GOES AHEAD
000937*                 OF EMPLOYEE MAINTENANCE, WHICH APPLIES THE
000938*                 TRANSACTIONS IT APPENDS TO EMPTRAN.
000939* 2026-10-02 RLH  ADDED OPTION O - BADGE REVOKE EXTRACT
000940*                 (BADGEREV). IN A MENUCARD STREAM IT GOES AFTER
000941*                 EMPLOYEE MAINTENANCE, WHOSE MAINTLOG IMAGES IT
000942*                 READS.
000943* 2026-10-06 RLH  ADDED OPTION P - EVACUATION MUSTER
000944*                 RECONCILIATION (MUSTRPT), RUN ON DEMAND AFTER A
000945*                 DRILL ONCE THE WARDENS' SCANS ARE ON MUSTSCAN.
000946* 2026-10-08 RLH  OPERATOR SIGN-ON. THE TERMINAL NOW ASKS FOR AN
000947*                 OPERATOR ID AND PIN, CHECKED AGAINST THE NEW
000948*                 OPERMAST SECURITY MASTER, AND THE MENU SHOWS AND
000949*                 RUNS ONLY THE OPTIONS ON THAT OPERATOR'S RECORD.
000950*                 THREE CONSECUTIVE WRONG PINS LOCK THE ID UNTIL
000951*                 AN ADMINISTRATOR UNLOCKS IT, AND THREE FAILED
000952*                 ATTEMPTS END THE SESSION. A MENUCARD STREAM NO
000953*                 LONGER BYPASSES THE CHECK - A "/" CARD CARRYING
000954*                 A BATCH ID IN COLUMNS 2-9 MUST SIGN THE STREAM
000955*                 ON, AND A STEP THAT ID MAY NOT RUN FAILS THE
000956*                 STREAM. EVERY SIGN-ON, REFUSAL, LOCKOUT, REFUSED
000957*                 OPTION, OPTION RUN, AND SIGN-OFF IS WRITTEN TO
000958*                 THE SECLOG SECURITY LOG, AND THE OPERATOR ID IS
000959*                 HANDED TO EACH STEP IN THE STEPSTAT AREA FOR ITS
000960*                 AUDIT LOG. ADDED OPTION Q - OPERATOR SECURITY
000961*                 MAINTENANCE (OPERMNT), ADMINISTRATORS ONLY.
000962* 2026-10-12 RLH  EVERY MENUCARD STEP NOW APPENDS A FIXED-LAYOUT
000963*                 RECORD TO THE CUMULATIVE STEPHIST HISTORY - THE
000964*                 STREAM'S BUSINESS DATE, OPTION, PROGRAM, START,
000965*                 END, ELAPSED SECONDS, AND COMPLETION CODE - AND
000966*                 IS TIMED AGAINST ITS LIMIT ON THE WINDPARM
000967*                 THRESHOLD CARDS. A STEP THAT RUNS OVER ITS LIMIT
000968*                 ENDS WITH A WARNING (04) SO A SLOW NIGHT IS SEEN
000969*                 THE MORNING IT HAPPENS, AND MENULOG CARRIES THE
000970*                 STREAM'S ELAPSED TIME AGAINST ITS OWN LIMIT.
000971*                 ADDED OPTION R - BATCH-WINDOW REPORT (WINDRPT).
000972* 2026-10-15 RLH  A REFUSED SIGN-ON ONLY SAYS THE ID IS LOCKED
000973*                 WHEN IT WAS FOUND LOCKED - AN UNKNOWN ID NO
000974*                 LONGER PICKS UP THE STATUS OF THE LAST RECORD.
000975*----------------------------------------------------------------
000976*
000977 ENVIRONMENT DIVISION.
000978 INPUT-OUTPUT SECTION.
000979 FILE-CONTROL.
000980     SELECT MENU-CARD-FILE  ASSIGN TO "MENUCARD"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS MM-CARD-FILE-STATUS.
001010     SELECT MENU-LOG-FILE   ASSIGN TO "MENULOG"
001011         ORGANIZATION IS LINE SEQUENTIAL.
001012     SELECT WIND-PARM-FILE  ASSIGN TO "WINDPARM"
001013         ORGANIZATION IS LINE SEQUENTIAL
001014         FILE STATUS IS MM-WIND-FILE-STATUS.
001015     SELECT STEP-HIST-FILE  ASSIGN TO "STEPHIST"
001016         ORGANIZATION IS LINE SEQUENTIAL
001017         FILE STATUS IS MM-HIST-FILE-STATUS.
001021     SELECT SEC-LOG-FILE    ASSIGN TO "SECLOG"
001022         ORGANIZATION IS LINE SEQUENTIAL
001023         FILE STATUS IS MM-SEC-FILE-STATUS.
001024     SELECT OPER-MASTER     ASSIGN TO "OPERMAST"
001025         ORGANIZATION IS INDEXED
001026         ACCESS MODE IS RANDOM
001027         RECORD KEY IS OPER-ID
001028         FILE STATUS IS MM-OPER-FILE-STATUS.
001030*
001040 DATA DIVISION.
001050 FILE SECTION.
001060 FD  MENU-CARD-FILE.
001070 01  MENU-CARD-REC.
001080     05  CARD-CHOICE        PIC X(01).
001084         88  CARD-SIGN-ON              VALUE "/".
001088*    A "/" SIGN-ON CARD CARRIES THE STREAM'S BATCH ID HERE.
001092     05  CARD-BATCH-ID      PIC X(08).
001096     05  FILLER             PIC X(71).
001100*
001110 FD  MENU-LOG-FILE.
001111 01  MENU-LOG-LINE          PIC X(80).
001112*
001113 FD  WIND-PARM-FILE.
001114     COPY WINDCARD.
001115*
001116 FD  STEP-HIST-FILE.
001117     COPY STEPHIST.
001121*
001122 FD  SEC-LOG-FILE.
001123     COPY SECAUD.
001124*
001125 FD  OPER-MASTER.
001126     COPY OPERREC.
001130*
001140 WORKING-STORAGE SECTION.
001150*
001340 77  MM-ABORT-SWITCH        PIC X(01)  VALUE "N".
001350     88  MM-ABORT-YES                  VALUE "Y".
001360     88  MM-ABORT-NO                   VALUE "N".
001361*
001362 77  MM-SIGNON-SWITCH       PIC X(01)  VALUE "N".
001363     88  MM-SIGNED-ON                  VALUE "Y".
001364     88  MM-NOT-SIGNED-ON              VALUE "N".
001365*
001366 77  MM-AUTH-SWITCH         PIC X(01)  VALUE "N".
001367     88  MM-AUTHORIZED                 VALUE "Y".
001368     88  MM-NOT-AUTHORIZED             VALUE "N".
001369*
001370 77  MM-OPER-FILE-STATUS    PIC X(02)  VALUE "00".
001371     88  MM-OPER-OK                    VALUE "00".
001372     88  MM-OPER-NOT-FOUND             VALUE "23".
001373     88  MM-OPER-MISSING               VALUE "35".
001374*
001375 77  MM-SEC-FILE-STATUS     PIC X(02)  VALUE "00".
001376     88  MM-SEC-FOUND                  VALUE "00".
001377*
001378 77  MM-WIND-FILE-STATUS    PIC X(02)  VALUE "00".
001379     88  MM-WIND-FOUND                 VALUE "00".
001380 77  MM-HIST-FILE-STATUS    PIC X(02)  VALUE "00".
001381     88  MM-HIST-FOUND                 VALUE "00".
001382*
001383 77  MM-WIND-EOF-SWITCH     PIC X(01)  VALUE "N".
001384     88  MM-WIND-EOF-YES               VALUE "Y".
001385     88  MM-WIND-EOF-NO                VALUE "N".
001386*
001387 77  MM-OVER-LIMIT-SWITCH   PIC X(01)  VALUE "N".
001388     88  MM-OVER-LIMIT                 VALUE "Y".
001389     88  MM-WITHIN-LIMIT               VALUE "N".
001390*
001391*----------------------------------------------------------------
001392* OPERATOR SELECTION
001393*----------------------------------------------------------------
001394 77  MM-CHOICE              PIC X(01)  VALUE SPACES.
001395     88  MM-VALID-CHOICE               VALUES "1" THRU "9"
001396                                              "A" "B" "C" "D"
001397                                              "E" "F" "G"
001398                                              "H" "I" "J" "K"
001399                                              "L" "M" "N" "O"
001400                                              "P" "Q" "R".
001401*
001402*----------------------------------------------------------------
001403* SIGNED-ON OPERATOR - SAVED FROM OPERMAST AT SIGN-ON SO THE
001404* SECURITY MASTER IS NOT HELD OPEN WHILE OPTIONS RUN
001405*----------------------------------------------------------------
001406 77  MM-OPER-ID             PIC X(08)  VALUE SPACES.
001407 77  MM-OPER-NAME           PIC X(20)  VALUE SPACES.
001408 77  MM-OPER-OPTIONS        PIC X(36)  VALUE SPACES.
001409 77  MM-OPER-CLASS          PIC X(01)  VALUE SPACE.
001410     88  MM-OPER-ADMIN                 VALUE "A".
001411 77  MM-ENTERED-PIN         PIC X(08)  VALUE SPACES.
001412 77  MM-SIGNON-TRIES        PIC 9(02)  COMP  VALUE 0.
001413 77  MM-MAX-TRIES           PIC 9(02)  COMP  VALUE 3.
001414 77  MM-LOCK-LIMIT          PIC 9(02)  VALUE 03.
001415 77  MM-AUTH-CHOICE         PIC X(01)  VALUE SPACE.
001416 77  MM-OPT-TALLY           PIC 9(02)  COMP  VALUE 0.
001417*
001418*----------------------------------------------------------------
001419* SECURITY LOG WORK FIELDS
001420*----------------------------------------------------------------
001421 77  MM-SEC-EVENT           PIC X(08)  VALUE SPACES.
001422 77  MM-SEC-OPTION          PIC X(01)  VALUE SPACE.
001423 77  MM-SEC-PROGRAM         PIC X(12)  VALUE SPACES.
001424 77  MM-SEC-RC              PIC X(02)  VALUE SPACES.
001425 77  MM-SEC-DETAIL          PIC X(30)  VALUE SPACES.
001426 77  MM-SEC-TIME            PIC 9(08)  VALUE 0.
001427*
001428*----------------------------------------------------------------
001429* MENU LINES - ONE ENTRY PER SELECTION, THE SELECTION CHARACTER
001430* FOLLOWED BY THE TEXT SHOWN. ONLY THE ENTRIES THE SIGNED-ON
001431* OPERATOR MAY RUN ARE DISPLAYED.
001432*----------------------------------------------------------------
001433 01  MM-MENU-LINES.
001434     05  FILLER             PIC X(40)  VALUE
001435         "1 1. RUN INTAKE       (USERINPUT)".
001436     05  FILLER             PIC X(40)  VALUE
001437         "2 2. RUN BATCH COUNTER (LOOP-1-TO-10)".
001438     05  FILLER             PIC X(40)  VALUE
001439         "3 3. RUN MASTER MAINT  (EMPMAINT)".
001440     05  FILLER             PIC X(40)  VALUE
001441         "4 4. DEPT INTAKE SUMMARY (DEPTSUMM)".
001442     05  FILLER             PIC X(40)  VALUE
001443         "5 5. AUDIT LOG INQUIRY (LOGINQ)".
001444     05  FILLER             PIC X(40)  VALUE
001445         "6 6. LOG ARCHIVE/PURGE (LOGPURGE)".
001446     05  FILLER             PIC X(40)  VALUE
001447         "7 7. ROLL BUSINESS DATE (BUSDATE EOD)".
001448     05  FILLER             PIC X(40)  VALUE
001449         "8 8. ON-SITE ROSTER     (ONSITE)".
001450     05  FILLER             PIC X(40)  VALUE
001451         "9 9. NO-SHOW EXCEPTIONS (NOSHOW)".
001452     05  FILLER             PIC X(40)  VALUE
001453         "A A. DEPT MASTER MAINT (DEPTMNT)".
001454     05  FILLER             PIC X(40)  VALUE
001455         "B B. MASTER BACKUP     (EMPBKUP)".
001456     05  FILLER             PIC X(40)  VALUE
001457         "C C. MAINT REVERSAL    (MAINTREV)".
001458     05  FILLER             PIC X(40)  VALUE
001459         "D D. CALENDAR MAINT    (CALMAINT)".
001460     05  FILLER             PIC X(40)  VALUE
001461         "E E. CALENDAR PREVIEW  (CALPREV)".
001462     05  FILLER             PIC X(40)  VALUE
001463         "F F. BADGE ACK PROCESS (BADGEACK)".
001464     05  FILLER             PIC X(40)  VALUE
001465         "G G. RUN VOLUME TREND  (RUNTREND)".
001466     05  FILLER             PIC X(40)  VALUE
001467         "H H. HOURS TIMESHEET   (TIMESHT)".
001468     05  FILLER             PIC X(40)  VALUE
001469         "I I. SITE MASTER MAINT (SITEMNT)".
001470     05  FILLER             PIC X(40)  VALUE
001471         "J J. VISITOR MAINT     (VISMNT)".
001472     05  FILLER             PIC X(40)  VALUE
001473         "K K. VISITOR REPORT    (VISRPT)".
001474     05  FILLER             PIC X(40)  VALUE
001475         "L L. INTEGRITY SWEEP   (XREFCHK)".
001476     05  FILLER             PIC X(40)  VALUE
001477         "M M. ATTENDANCE REPORT (ATTNRPT)".
001478     05  FILLER             PIC X(40)  VALUE
001479         "N N. HR RECONCILIATION (HRRECON)".
001480     05  FILLER             PIC X(40)  VALUE
001481         "O O. BADGE REVOKES     (BADGEREV)".
001482     05  FILLER             PIC X(40)  VALUE
001483         "P P. MUSTER RECONCILE  (MUSTRPT)".
001484     05  FILLER             PIC X(40)  VALUE
001485         "Q Q. OPERATOR SECURITY (OPERMNT)".
001486     05  FILLER             PIC X(40)  VALUE
001487         "R R. BATCH WINDOW REPORT (WINDRPT)".
001488 01  MM-MENU-TABLE          REDEFINES MM-MENU-LINES.
001489     05  MM-MENU-ENTRY      OCCURS 27 TIMES.
001490         10  MM-MENU-OPT    PIC X(01).
001491         10  MM-MENU-TEXT   PIC X(39).
001492 77  MM-MENU-COUNT          PIC 9(02)  COMP  VALUE 27.
001493 77  MM-MENU-IX             PIC 9(02)  COMP  VALUE 0.
001494*
001495*----------------------------------------------------------------
001496* JOB-STREAM STEP TRACKING
001497*----------------------------------------------------------------
001498 77  MM-STEP-COUNT          PIC 9(03)  COMP  VALUE 0.
001500 77  MM-STEP-DISPLAY        PIC 9(03).
001510 77  MM-STEP-PROG           PIC X(12)  VALUE SPACES.
001520 77  MM-RUN-DATE            PIC 9(08)  VALUE 0.
001570     05  MM-ST-MM           PIC X(02).
001580     05  MM-ST-SS           PIC X(02).
001590     05  FILLER             PIC X(02).
001591 01  MM-START-CLOCK         REDEFINES MM-START-TIME.
001592     05  MM-ST-HHMMSS       PIC 9(06).
001593     05  FILLER             PIC X(02).
001594 01  MM-START-PARTS         REDEFINES MM-START-TIME.
001595     05  MM-ST-HH-NUM       PIC 9(02).
001596     05  MM-ST-MM-NUM       PIC 9(02).
001597     05  MM-ST-SS-NUM       PIC 9(02).
001598     05  FILLER             PIC X(02).
001600*
001610 01  MM-END-TIME.
001611     05  MM-ET-HH           PIC X(02).
001612     05  MM-ET-MM           PIC X(02).
001613     05  MM-ET-SS           PIC X(02).
001614     05  FILLER             PIC X(02).
001616 01  MM-END-CLOCK           REDEFINES MM-END-TIME.
001617     05  MM-ET-HHMMSS       PIC 9(06).
001618     05  FILLER             PIC X(02).
001619 01  MM-END-PARTS           REDEFINES MM-END-TIME.
001620     05  MM-ET-HH-NUM       PIC 9(02).
001621     05  MM-ET-MM-NUM       PIC 9(02).
001622     05  MM-ET-SS-NUM       PIC 9(02).
001623     05  FILLER             PIC X(02).
001624*
001625*----------------------------------------------------------------
001626* STEP TIMING AGAINST THE WINDPARM LIMITS - ELAPSED TIMES ARE
001627* SECONDS, AND A STEP OR STREAM RUNNING OVER MIDNIGHT IS TIMED
001628* ACROSS IT
001629*----------------------------------------------------------------
001630 77  MM-BUS-DATE            PIC 9(08)  VALUE 0.
001631 77  MM-START-SECS          PIC 9(05)  COMP  VALUE 0.
001632 77  MM-END-SECS            PIC 9(06)  COMP  VALUE 0.
001633 77  MM-ELAPSED             PIC 9(05)  COMP  VALUE 0.
001634 77  MM-STREAM-START-SECS   PIC 9(05)  COMP  VALUE 0.
001635 77  MM-STREAM-ELAPSED      PIC 9(05)  COMP  VALUE 0.
001636 77  MM-STREAM-LIMIT        PIC 9(05)  COMP  VALUE 0.
001637 77  MM-STEP-LIMIT          PIC 9(05)  COMP  VALUE 0.
001638 77  MM-LIMIT-COUNT         PIC 9(02)  COMP  VALUE 0.
001639 77  MM-LIMIT-MAX           PIC 9(02)  COMP  VALUE 36.
001640 77  MM-LIMIT-IX            PIC 9(02)  COMP  VALUE 0.
001641 77  MM-FMT-SECS            PIC 9(05)  COMP  VALUE 0.
001642 77  MM-FMT-REM             PIC 9(05)  COMP  VALUE 0.
001643 77  MM-ELAPSED-DISPLAY     PIC X(08)  VALUE SPACES.
001644*
001645 01  MM-LIMIT-TABLE.
001646     05  MM-LIMIT-ENTRY     OCCURS 36 TIMES.
001647         10  MM-LIM-OPTION      PIC X(01).
001648         10  MM-LIM-SECONDS     PIC 9(05)  COMP.
001649*
001650 01  MM-HMS-DISPLAY.
001651     05  MM-HMS-HH          PIC 9(02).
001652     05  FILLER             PIC X(01)  VALUE ":".
001653     05  MM-HMS-MM          PIC 9(02).
001654     05  FILLER             PIC X(01)  VALUE ":".
001655     05  MM-HMS-SS          PIC 9(02).
001660*
001670*----------------------------------------------------------------
001680* COMPLETION STATUS HANDED BACK BY EACH CALLED SUBPROGRAM
001980     MOVE "N" TO MM-MODE-SWITCH.
001990     MOVE "N" TO MM-CARD-EOF-SWITCH.
002000     MOVE "N" TO MM-ABORT-SWITCH.
002005     MOVE "N" TO MM-SIGNON-SWITCH.
002010     MOVE 0   TO MM-STEP-COUNT.
002020     MOVE 00  TO STEP-RETURN-CODE.
002023     MOVE SPACES TO STEP-OPERATOR-ID.
002026     MOVE SPACES TO MM-OPER-ID.
002030     ACCEPT MM-RUN-DATE FROM DATE YYYYMMDD.
002040     MOVE MM-RUN-DATE TO MM-DATE-DISPLAY.
002050     OPEN INPUT MENU-CARD-FILE.
002160         WRITE MENU-LOG-LINE
002170         MOVE SPACES TO MENU-LOG-LINE
002180         WRITE MENU-LOG-LINE
002181         PERFORM 1200-GET-BUSINESS-DATE THRU 1200-EXIT
002182         PERFORM 1300-LOAD-STEP-LIMITS THRU 1300-EXIT
002183     ELSE
002184         PERFORM 1500-SIGN-ON THRU 1500-EXIT
002185         IF MM-NOT-SIGNED-ON
002186             MOVE "Y" TO MM-EXIT-SWITCH
002187         END-IF
002190     END-IF.
002191 1000-EXIT.
002192     EXIT.
002193*
002194*----------------------------------------------------------------
002195* 1200-GET-BUSINESS-DATE - THE STEP HISTORY IS KEPT BY THE
002196*                          STREAM'S BUSINESS DATE, TAKEN ONCE AT
002197*                          THE START SO A DATE ROLL PART-WAY
002198*                          THROUGH DOES NOT SPLIT THE STREAM
002199*----------------------------------------------------------------
002200 1200-GET-BUSINESS-DATE.
002201     MOVE MM-RUN-DATE TO MM-BUS-DATE.
002202     MOVE "G" TO CAL-FUNCTION.
002203     CALL "BUSDATE" USING CAL-PARM-AREA.
002204     IF CAL-RC-NO-CALENDAR
002205         DISPLAY "MAINMENU - NO PROCESSING CALENDAR - "
002206                 "MACHINE DATE USED"
002207         GO TO 1200-EXIT
002208     END-IF.
002209     MOVE CAL-BUSINESS-DATE TO MM-BUS-DATE.
002210 1200-EXIT.
002211     EXIT.
002212*
002213*----------------------------------------------------------------
002214* 1300-LOAD-STEP-LIMITS - TAKE THE STEP AND STREAM LIMITS OFF
002215*                         THE WINDPARM CARDS. WITH NO CARDS THE
002216*                         STREAM RUNS UNCHECKED, AS BEFORE.
002217*----------------------------------------------------------------
002218 1300-LOAD-STEP-LIMITS.
002219     MOVE 0 TO MM-LIMIT-COUNT.
002220     MOVE 0 TO MM-STREAM-LIMIT.
002221     OPEN INPUT WIND-PARM-FILE.
002222     IF NOT MM-WIND-FOUND
002223         DISPLAY "MAINMENU - NO WINDPARM CARDS - STEP TIMES "
002224                 "NOT CHECKED"
002225         GO TO 1300-EXIT
002226     END-IF.
002227     MOVE "N" TO MM-WIND-EOF-SWITCH.
002228     PERFORM 1310-READ-WIND-CARD THRU 1310-EXIT.
002229     PERFORM 1320-TAKE-WIND-CARD THRU 1320-EXIT
002230         UNTIL MM-WIND-EOF-YES.
002231     CLOSE WIND-PARM-FILE.
002232 1300-EXIT.
002233     EXIT.
002234*
002235 1310-READ-WIND-CARD.
002236     READ WIND-PARM-FILE
002237         AT END
002238             MOVE "Y" TO MM-WIND-EOF-SWITCH
002239     END-READ.
002240 1310-EXIT.
002241     EXIT.
002242*
002243 1320-TAKE-WIND-CARD.
002244     EVALUATE TRUE
002245         WHEN WCARD-WINDOW AND WCARD-STREAM-LIMIT NUMERIC
002246             MOVE WCARD-STREAM-LIMIT TO MM-STREAM-LIMIT
002247         WHEN WCARD-STEP AND WCARD-STEP-LIMIT NUMERIC
002248                         AND WCARD-STEP-OPTION NOT = SPACE
002249             IF MM-LIMIT-COUNT < MM-LIMIT-MAX
002250                 ADD 1 TO MM-LIMIT-COUNT
002251                 MOVE WCARD-STEP-OPTION
002252                     TO MM-LIM-OPTION (MM-LIMIT-COUNT)
002253                 MOVE WCARD-STEP-LIMIT
002254                     TO MM-LIM-SECONDS (MM-LIMIT-COUNT)
002255             ELSE
002256                 DISPLAY "MAINMENU - TOO MANY WINDPARM STEP "
002257                         "CARDS - OPTION " WCARD-STEP-OPTION
002258                         " NOT CHECKED"
002259             END-IF
002260     END-EVALUATE.
002261     PERFORM 1310-READ-WIND-CARD THRU 1310-EXIT.
002262 1320-EXIT.
002263     EXIT.
002264*
002265*----------------------------------------------------------------
002266* 1500-SIGN-ON - THE OPERATOR AT THE TERMINAL GETS THREE TRIES
002267*                TO GIVE AN ID AND PIN ON OPERMAST. THE MASTER IS
002268*                ONLY OPEN FOR THE SIGN-ON ITSELF, SO OPERMNT CAN
002269*                UPDATE IT FROM THE MENU.
002270*----------------------------------------------------------------
002271 1500-SIGN-ON.
002272     OPEN I-O OPER-MASTER.
002273     IF MM-OPER-MISSING
002274         DISPLAY "MAINMENU - NO OPERATOR SECURITY FILE - RUN "
002275                 "OPERMNT TO LOAD IT"
002276         GO TO 1500-EXIT
002277     END-IF.
002278     IF NOT MM-OPER-OK
002279         DISPLAY "MAINMENU - OPERATOR SECURITY FILE NOT "
002280                 "AVAILABLE, FILE STATUS: " MM-OPER-FILE-STATUS
002281         GO TO 1500-EXIT
002282     END-IF.
002283     MOVE 0 TO MM-SIGNON-TRIES.
002284     PERFORM 1510-SIGN-ON-ATTEMPT THRU 1510-EXIT
002285         UNTIL MM-SIGNED-ON
002286            OR MM-SIGNON-TRIES NOT < MM-MAX-TRIES.
002287     CLOSE OPER-MASTER.
002288     IF MM-NOT-SIGNED-ON
002289         DISPLAY "MAINMENU - SIGN-ON FAILED - SESSION ENDED"
002290     END-IF.
002291 1500-EXIT.
002292     EXIT.
002293*
002294*----------------------------------------------------------------
002295* 1510-SIGN-ON-ATTEMPT - ONE ID/PIN PROMPT. A WRONG PIN COUNTS
002296*                        AGAINST THE ID ON THE MASTER AND LOCKS
002297*                        IT AT THE LIMIT. A GOOD ONE CLEARS THE
002298*                        COUNT. THE OPERATOR IS NOT TOLD WHICH OF
002299*                        THE TWO WAS WRONG.
002300*----------------------------------------------------------------
002301 1510-SIGN-ON-ATTEMPT.
002302     ADD 1 TO MM-SIGNON-TRIES.
002303     MOVE SPACES TO MM-OPER-ID.
002304     MOVE SPACES TO MM-ENTERED-PIN.
002305     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
002306     ACCEPT MM-OPER-ID.
002307     DISPLAY "PIN: " WITH NO ADVANCING.
002308     ACCEPT MM-ENTERED-PIN.
002309     MOVE "REFUSED" TO MM-SEC-EVENT.
002310     MOVE MM-OPER-ID TO OPER-ID.
002311     READ OPER-MASTER
002312         INVALID KEY
002313             CONTINUE
002314     END-READ.
002315     IF NOT MM-OPER-OK
002316         MOVE "UNKNOWN OPERATOR ID" TO MM-SEC-DETAIL
002317         GO TO 1510-REFUSED
002318     END-IF.
002319     IF OPER-LOCKED
002320         MOVE "ID IS LOCKED" TO MM-SEC-DETAIL
002321         GO TO 1510-REFUSED
002322     END-IF.
002323     IF OPER-BATCH
002324         MOVE "BATCH ID AT THE TERMINAL" TO MM-SEC-DETAIL
002325         GO TO 1510-REFUSED
002326     END-IF.
002327     IF OPER-PIN NOT = MM-ENTERED-PIN
002328         ADD 1 TO OPER-FAIL-COUNT
002329         MOVE "WRONG PIN" TO MM-SEC-DETAIL
002330         IF OPER-FAIL-COUNT NOT < MM-LOCK-LIMIT
002331             MOVE "L" TO OPER-STATUS
002332             MOVE "LOCKED" TO MM-SEC-EVENT
002333             MOVE "LOCKED AFTER FAILED SIGN-ONS" TO MM-SEC-DETAIL
002334         END-IF
002335         REWRITE OPER-REC
002336             INVALID KEY
002337                 CONTINUE
002338         END-REWRITE
002339         GO TO 1510-REFUSED
002340     END-IF.
002341     MOVE 0 TO OPER-FAIL-COUNT.
002342     MOVE MM-RUN-DATE TO OPER-LAST-DATE.
002343     ACCEPT OPER-LAST-TIME FROM TIME.
002344     REWRITE OPER-REC
002345         INVALID KEY
002346             CONTINUE
002347     END-REWRITE.
002348     MOVE OPER-NAME    TO MM-OPER-NAME.
002349     MOVE OPER-OPTIONS TO MM-OPER-OPTIONS.
002350     MOVE OPER-CLASS   TO MM-OPER-CLASS.
002351     MOVE "Y" TO MM-SIGNON-SWITCH.
002352     MOVE "SIGNON" TO MM-SEC-EVENT.
002353     MOVE OPER-NAME TO MM-SEC-DETAIL.
002354     PERFORM 7000-WRITE-SEC-LOG THRU 7000-EXIT.
002355     GO TO 1510-EXIT.
002356 1510-REFUSED.
002357     IF MM-SEC-EVENT = "LOCKED" OR MM-SEC-DETAIL = "ID IS LOCKED"
002358         DISPLAY "MAINMENU - SIGN-ON REFUSED - ID IS LOCKED, "
002359                 "SEE YOUR ADMINISTRATOR"
002360     ELSE
002361         DISPLAY "MAINMENU - SIGN-ON REFUSED"
002362     END-IF.
002363     PERFORM 7000-WRITE-SEC-LOG THRU 7000-EXIT.
002364 1510-EXIT.
002365     EXIT.
002366*
002367*----------------------------------------------------------------
002368* 2000-PROCESS-MENU - DISPLAY THE MENU AND DISPATCH ONE CHOICE
002369*----------------------------------------------------------------
002370 2000-PROCESS-MENU.
002371     PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT.
002372     PERFORM 2200-ACCEPT-CHOICE THRU 2200-EXIT.
002373     EVALUATE TRUE
002374         WHEN MM-CHOICE = "0"
002375             MOVE "Y" TO MM-EXIT-SWITCH
002376         WHEN MM-VALID-CHOICE
002377             MOVE MM-CHOICE TO MM-AUTH-CHOICE
002378             PERFORM 2600-CHECK-AUTHORITY THRU 2600-EXIT
002379             IF MM-AUTHORIZED
002380                 PERFORM 2500-EXECUTE-CHOICE THRU 2500-EXIT
002381                 IF NOT STEP-SUCCESSFUL
002382                     DISPLAY "MAINMENU - " MM-STEP-PROG
002383                             " ENDED WITH STATUS "
002384                             STEP-RETURN-CODE
002385                 END-IF
002386                 PERFORM 2700-LOG-OPTION-RUN THRU 2700-EXIT
002387             ELSE
002388                 DISPLAY "MAINMENU - OPTION " MM-CHOICE
002389                         " IS NOT AUTHORIZED FOR " MM-OPER-ID
002390                 PERFORM 2750-LOG-DENIED THRU 2750-EXIT
002391             END-IF
002392         WHEN OTHER
002393             DISPLAY "INVALID SELECTION - PLEASE TRY AGAIN"
002400     END-EVALUATE.
002410 2000-EXIT.
002420     EXIT.
002450     DISPLAY " ".
002460     DISPLAY "============================================".
002470     DISPLAY "   INTAKE / BATCH COUNTER SUBSYSTEM".
002475     DISPLAY "   SIGNED ON: " MM-OPER-ID " " MM-OPER-NAME.
002480     DISPLAY "============================================".
002490     MOVE 0 TO MM-MENU-IX.
002500     PERFORM 2110-DISPLAY-MENU-LINE THRU 2110-EXIT
002510         MM-MENU-COUNT TIMES.
002650     DISPLAY " 0. EXIT".
002660     DISPLAY "============================================".
002670     DISPLAY "ENTER SELECTION: " WITH NO ADVANCING.
002671 2100-EXIT.
002672     EXIT.
002673*
002674 2110-DISPLAY-MENU-LINE.
002675     ADD 1 TO MM-MENU-IX.
002676     MOVE MM-MENU-OPT (MM-MENU-IX) TO MM-AUTH-CHOICE.
002677     PERFORM 2600-CHECK-AUTHORITY THRU 2600-EXIT.
002678     IF MM-AUTHORIZED
002679         DISPLAY MM-MENU-TEXT (MM-MENU-IX)
002680     END-IF.
002681 2110-EXIT.
002690     EXIT.
002700*
002710 2200-ACCEPT-CHOICE.
002820*----------------------------------------------------------------
002830 2500-EXECUTE-CHOICE.
002840     MOVE 00 TO STEP-RETURN-CODE.
002845     MOVE MM-OPER-ID TO STEP-OPERATOR-ID.
002850     EVALUATE MM-CHOICE
002860         WHEN "1"
002870             MOVE "USERINPUT" TO MM-STEP-PROG
003460         WHEN "G"
003470             MOVE "RUNTREND" TO MM-STEP-PROG
003480             CALL "RUNTREND" USING STEP-STATUS-AREA
003481         WHEN "H"
003482             MOVE "TIMESHT" TO MM-STEP-PROG
003483             CALL "TIMESHT" USING STEP-STATUS-AREA
003484         WHEN "I"
003485             MOVE "SITEMNT" TO MM-STEP-PROG
003486             CALL "SITEMNT" USING STEP-STATUS-AREA
003487         WHEN "J"
003488             MOVE "VISMNT" TO MM-STEP-PROG
003489             CALL "VISMNT" USING STEP-STATUS-AREA
003490         WHEN "K"
003491             MOVE "VISRPT" TO MM-STEP-PROG
003492             CALL "VISRPT" USING STEP-STATUS-AREA
003493         WHEN "L"
003494             MOVE "XREFCHK" TO MM-STEP-PROG
003495             CALL "XREFCHK" USING STEP-STATUS-AREA
003496         WHEN "M"
003497             MOVE "ATTNRPT" TO MM-STEP-PROG
003498             CALL "ATTNRPT" USING STEP-STATUS-AREA
003499         WHEN "N"
003500             MOVE "HRRECON" TO MM-STEP-PROG
003501             CALL "HRRECON" USING STEP-STATUS-AREA
003502         WHEN "O"
003503             MOVE "BADGEREV" TO MM-STEP-PROG
003504             CALL "BADGEREV" USING STEP-STATUS-AREA
003505         WHEN "P"
003506             MOVE "MUSTRPT" TO MM-STEP-PROG
003507             CALL "MUSTRPT" USING STEP-STATUS-AREA
003508         WHEN "Q"
003509             MOVE "OPERMNT" TO MM-STEP-PROG
003510             CALL "OPERMNT" USING STEP-STATUS-AREA
003511         WHEN "R"
003512             MOVE "WINDRPT" TO MM-STEP-PROG
003513             CALL "WINDRPT" USING STEP-STATUS-AREA
003514     END-EVALUATE.
003515 2500-EXIT.
003516     EXIT.
003517*
003518*----------------------------------------------------------------
003519* 2600-CHECK-AUTHORITY - MAY THE SIGNED-ON OPERATOR RUN THE
003520*                        SELECTION IN MM-AUTH-CHOICE. IT MUST BE
003521*                        IN THE OPERATOR'S OPTION LIST, EXCEPT
003522*                        OPERATOR SECURITY, WHICH GOES WITH THE
003523*                        ADMINISTRATOR CLASS AND NOTHING ELSE.
003524*----------------------------------------------------------------
003525 2600-CHECK-AUTHORITY.
003526     MOVE "N" TO MM-AUTH-SWITCH.
003527     IF MM-NOT-SIGNED-ON OR MM-AUTH-CHOICE = SPACE
003528         GO TO 2600-EXIT
003529     END-IF.
003530     IF MM-AUTH-CHOICE = "Q"
003531         IF MM-OPER-ADMIN
003532             MOVE "Y" TO MM-AUTH-SWITCH
003533         END-IF
003534         GO TO 2600-EXIT
003535     END-IF.
003536     MOVE 0 TO MM-OPT-TALLY.
003537     INSPECT MM-OPER-OPTIONS TALLYING MM-OPT-TALLY
003538         FOR ALL MM-AUTH-CHOICE.
003539     IF MM-OPT-TALLY > 0
003540         MOVE "Y" TO MM-AUTH-SWITCH
003541     END-IF.
003542 2600-EXIT.
003543     EXIT.
003544*
003545*----------------------------------------------------------------
003546* 2700-LOG-OPTION-RUN - SECURITY LOG RECORD FOR AN OPTION RUN,
003547*                       WITH ITS COMPLETION CODE
003548*----------------------------------------------------------------
003549 2700-LOG-OPTION-RUN.
003550     MOVE "RUN"            TO MM-SEC-EVENT.
003551     MOVE MM-CHOICE        TO MM-SEC-OPTION.
003552     MOVE MM-STEP-PROG     TO MM-SEC-PROGRAM.
003553     MOVE STEP-RETURN-CODE TO MM-SEC-RC.
003554     PERFORM 7000-WRITE-SEC-LOG THRU 7000-EXIT.
003555 2700-EXIT.
003556     EXIT.
003557*
003558*----------------------------------------------------------------
003559* 2750-LOG-DENIED - SECURITY LOG RECORD FOR A REFUSED OPTION
003560*----------------------------------------------------------------
003561 2750-LOG-DENIED.
003562     MOVE "DENIED"         TO MM-SEC-EVENT.
003563     MOVE MM-CHOICE        TO MM-SEC-OPTION.
003564     IF MM-NOT-SIGNED-ON
003565         MOVE "NO BATCH SIGN-ON CARD" TO MM-SEC-DETAIL
003566     ELSE
003567         MOVE "OPTION NOT AUTHORIZED" TO MM-SEC-DETAIL
003568     END-IF.
003569     PERFORM 7000-WRITE-SEC-LOG THRU 7000-EXIT.
003570 2750-EXIT.
003571     EXIT.
003572*
003573*----------------------------------------------------------------
003574* 3000-RUN-JOB-STREAM - EXECUTE THE CONTROL CARDS IN ORDER,
003575*                       STOPPING AT THE FIRST STEP WHOSE STATUS
003576*                       IS WORSE THAN A WARNING
003577*----------------------------------------------------------------
003580 3000-RUN-JOB-STREAM.
003590     DISPLAY "MAINMENU - CONTROL CARDS PRESENT - RUNNING "
003600             "UNATTENDED".
003610     PERFORM 3100-READ-CARD THRU 3100-EXIT.
003620     PERFORM 3200-PROCESS-ONE-CARD THRU 3200-EXIT
003630         UNTIL MM-CARD-EOF-YES OR MM-ABORT-YES.
003632     IF MM-STEP-COUNT > 0
003634         PERFORM 3500-WRITE-STREAM-TIME THRU 3500-EXIT
003636     END-IF.
003640     MOVE MM-STEP-COUNT TO MM-STEP-DISPLAY.
003650     IF MM-ABORT-YES
003660         MOVE SPACES TO MENU-LOG-LINE
004050         MOVE "Y" TO MM-CARD-EOF-SWITCH
004060         GO TO 3200-EXIT
004070     END-IF.
004071     IF CARD-SIGN-ON
004072         PERFORM 3400-BATCH-SIGN-ON THRU 3400-EXIT
004073         IF MM-ABORT-NO
004074             PERFORM 3100-READ-CARD THRU 3100-EXIT
004075         END-IF
004076         GO TO 3200-EXIT
004077     END-IF.
004080     ADD 1 TO MM-STEP-COUNT.
004090     MOVE CARD-CHOICE TO MM-CHOICE.
004093     MOVE MM-CHOICE TO MM-AUTH-CHOICE.
004096     PERFORM 2600-CHECK-AUTHORITY THRU 2600-EXIT.
004100     ACCEPT MM-START-TIME FROM TIME.
004110     EVALUATE TRUE
004120         WHEN MM-CHOICE = "5"
004140             MOVE 08 TO STEP-RETURN-CODE
004150             DISPLAY "MAINMENU - LOGINQ IS INTERACTIVE ONLY "
004160                     "- STEP FAILED"
004161         WHEN MM-VALID-CHOICE AND MM-NOT-AUTHORIZED
004162             MOVE "*DENIED*" TO MM-STEP-PROG
004163             MOVE 08 TO STEP-RETURN-CODE
004164             DISPLAY "MAINMENU - OPTION " MM-CHOICE
004165                     " NOT AUTHORIZED FOR THE STREAM "
004166                     "- STEP FAILED"
004167             PERFORM 2750-LOG-DENIED THRU 2750-EXIT
004170         WHEN MM-VALID-CHOICE
004180             PERFORM 2500-EXECUTE-CHOICE THRU 2500-EXIT
004185             PERFORM 2700-LOG-OPTION-RUN THRU 2700-EXIT
004190         WHEN OTHER
004200             MOVE "*INVALID*" TO MM-STEP-PROG
004210             MOVE 08 TO STEP-RETURN-CODE
004220             DISPLAY "MAINMENU - UNRECOGNIZED CONTROL CARD "
004230                     "- STEP FAILED"
004231     END-EVALUATE.
004232     ACCEPT MM-END-TIME FROM TIME.
004233     PERFORM 3250-TIME-STEP THRU 3250-EXIT.
004234     PERFORM 3300-WRITE-STEP-LOG THRU 3300-EXIT.
004235     IF MM-OVER-LIMIT
004236         PERFORM 3270-WRITE-LIMIT-LINE THRU 3270-EXIT
004237     END-IF.
004238     PERFORM 3350-WRITE-STEP-HIST THRU 3350-EXIT.
004239     IF STEP-RETURN-CODE > 04
004240         MOVE "Y" TO MM-ABORT-SWITCH
004241         GO TO 3200-EXIT
004242     END-IF.
004243     PERFORM 3100-READ-CARD THRU 3100-EXIT.
004244 3200-EXIT.
004245     EXIT.
004246*
004247*----------------------------------------------------------------
004248* 3250-TIME-STEP - ELAPSED SECONDS FOR THE STEP JUST RUN AND THE
004249*                  STREAM SO FAR. A STEP OVER ITS WINDPARM LIMIT
004250*                  IS A WARNING UNLESS IT HAS ALREADY ENDED WORSE.
004251*----------------------------------------------------------------
004252 3250-TIME-STEP.
004253     COMPUTE MM-START-SECS = MM-ST-HH-NUM * 3600
004254                           + MM-ST-MM-NUM * 60
004255                           + MM-ST-SS-NUM.
004256     COMPUTE MM-END-SECS = MM-ET-HH-NUM * 3600
004257                         + MM-ET-MM-NUM * 60
004258                         + MM-ET-SS-NUM.
004259     IF MM-STEP-COUNT = 1
004260         MOVE MM-START-SECS TO MM-STREAM-START-SECS
004261     END-IF.
004262     IF MM-END-SECS < MM-START-SECS
004263         ADD 86400 TO MM-END-SECS
004264     END-IF.
004265     COMPUTE MM-ELAPSED = MM-END-SECS - MM-START-SECS.
004266     IF MM-END-SECS > 86399
004267         SUBTRACT 86400 FROM MM-END-SECS
004268     END-IF.
004269     IF MM-END-SECS < MM-STREAM-START-SECS
004270         ADD 86400 TO MM-END-SECS
004271     END-IF.
004272     COMPUTE MM-STREAM-ELAPSED = MM-END-SECS
004273                               - MM-STREAM-START-SECS.
004274     MOVE "N" TO MM-OVER-LIMIT-SWITCH.
004275     MOVE 0 TO MM-STEP-LIMIT.
004276     MOVE 0 TO MM-LIMIT-IX.
004277     PERFORM 3260-FIND-STEP-LIMIT THRU 3260-EXIT
004278         MM-LIMIT-COUNT TIMES.
004279     IF MM-STEP-LIMIT > 0 AND MM-ELAPSED > MM-STEP-LIMIT
004280         MOVE "Y" TO MM-OVER-LIMIT-SWITCH
004281         IF STEP-RETURN-CODE < 04
004282             MOVE 04 TO STEP-RETURN-CODE
004283         END-IF
004284         MOVE MM-STEP-COUNT TO MM-STEP-DISPLAY
004285         DISPLAY "MAINMENU - STEP " MM-STEP-DISPLAY " "
004286                 MM-STEP-PROG " RAN OVER ITS TIME LIMIT "
004287                 "- WARNING"
004288     END-IF.
004289 3250-EXIT.
004290     EXIT.
004291*
004292 3260-FIND-STEP-LIMIT.
004293     ADD 1 TO MM-LIMIT-IX.
004294     IF MM-LIM-OPTION (MM-LIMIT-IX) = MM-CHOICE
004295         MOVE MM-LIM-SECONDS (MM-LIMIT-IX) TO MM-STEP-LIMIT
004296     END-IF.
004297 3260-EXIT.
004298     EXIT.
004299*
004300*----------------------------------------------------------------
004301* 3270-WRITE-LIMIT-LINE - EXECUTION-LOG LINE FOR A STEP THAT RAN
004302*                         OVER ITS LIMIT
004303*----------------------------------------------------------------
004304 3270-WRITE-LIMIT-LINE.
004305     MOVE MM-ELAPSED TO MM-FMT-SECS.
004306     PERFORM 3280-FORMAT-HMS THRU 3280-EXIT.
004307     MOVE MM-HMS-DISPLAY TO MM-ELAPSED-DISPLAY.
004308     MOVE MM-STEP-LIMIT TO MM-FMT-SECS.
004309     PERFORM 3280-FORMAT-HMS THRU 3280-EXIT.
004310     MOVE SPACES TO MENU-LOG-LINE.
004311     STRING "** STEP " DELIMITED BY SIZE
004312             MM-STEP-DISPLAY DELIMITED BY SIZE
004313             " OVER ITS LIMIT - ELAPSED " DELIMITED BY SIZE
004314             MM-ELAPSED-DISPLAY DELIMITED BY SIZE
004315             " LIMIT " DELIMITED BY SIZE
004316             MM-HMS-DISPLAY DELIMITED BY SIZE
004317         INTO MENU-LOG-LINE
004318     END-STRING.
004319     WRITE MENU-LOG-LINE.
004320 3270-EXIT.
004321     EXIT.
004322*
004323 3280-FORMAT-HMS.
004324     DIVIDE MM-FMT-SECS BY 3600 GIVING MM-HMS-HH
004325         REMAINDER MM-FMT-REM.
004326     DIVIDE MM-FMT-REM BY 60 GIVING MM-HMS-MM
004327         REMAINDER MM-HMS-SS.
004328 3280-EXIT.
004330     EXIT.
004340*
004350*----------------------------------------------------------------
004480             MM-ST-HH DELIMITED BY SIZE
004490             ":" DELIMITED BY SIZE
004500             MM-ST-MM DELIMITED BY SIZE
004501             ":" DELIMITED BY SIZE
004502             MM-ST-SS DELIMITED BY SIZE
004503             " END " DELIMITED BY SIZE
004504             MM-ET-HH DELIMITED BY SIZE
004505             ":" DELIMITED BY SIZE
004506             MM-ET-MM DELIMITED BY SIZE
004507             ":" DELIMITED BY SIZE
004508             MM-ET-SS DELIMITED BY SIZE
004509             " STATUS " DELIMITED BY SIZE
004510             STEP-RETURN-CODE DELIMITED BY SIZE
004511         INTO MENU-LOG-LINE
004512     END-STRING.
004513     WRITE MENU-LOG-LINE.
004514 3300-EXIT.
004515     EXIT.
004516*
004517*----------------------------------------------------------------
004518* 3350-WRITE-STEP-HIST - APPEND THE STEP TO THE CUMULATIVE STEP
004519*                        HISTORY. THE FILE IS OPENED AND CLOSED
004520*                        AROUND EACH RECORD, LIKE RUNHIST, SO A
004521*                        WINDRPT STEP IN THE STREAM CAN READ IT.
004522*----------------------------------------------------------------
004523 3350-WRITE-STEP-HIST.
004524     OPEN EXTEND STEP-HIST-FILE.
004525     IF NOT MM-HIST-FOUND
004526         OPEN OUTPUT STEP-HIST-FILE
004527     END-IF.
004528     MOVE SPACES           TO SHIST-REC.
004529     MOVE MM-BUS-DATE      TO SHIST-BUS-DATE.
004530     MOVE MM-STEP-COUNT    TO SHIST-STEP-NO.
004531     MOVE MM-CHOICE        TO SHIST-OPTION.
004532     MOVE MM-STEP-PROG     TO SHIST-PROGRAM.
004533     MOVE MM-ST-HHMMSS     TO SHIST-START-TIME.
004534     MOVE MM-ET-HHMMSS     TO SHIST-END-TIME.
004535     MOVE MM-ELAPSED       TO SHIST-ELAPSED.
004536     MOVE STEP-RETURN-CODE TO SHIST-RETURN-CODE.
004537     MOVE MM-OVER-LIMIT-SWITCH TO SHIST-OVER-LIMIT.
004538     MOVE MM-OPER-ID       TO SHIST-OPER-ID.
004539     WRITE SHIST-REC.
004540     CLOSE STEP-HIST-FILE.
004541 3350-EXIT.
004542     EXIT.
004543*
004544*----------------------------------------------------------------
004545* 3400-BATCH-SIGN-ON - A "/" CARD SIGNS THE STREAM ON UNDER THE
004546*                      BATCH ID IN COLUMNS 2-9, WHICH MUST BE AN
004547*                      ENABLED BATCH-CLASS ID ON OPERMAST. ITS
004548*                      OPTION LIST IS WHAT THE STREAM MAY RUN. A
004549*                      REFUSED ID ABORTS THE STREAM.
004550*----------------------------------------------------------------
004551 3400-BATCH-SIGN-ON.
004552     MOVE "N" TO MM-SIGNON-SWITCH.
004553     MOVE CARD-BATCH-ID TO MM-OPER-ID.
004554     MOVE "REFUSED" TO MM-SEC-EVENT.
004555     OPEN INPUT OPER-MASTER.
004556     IF NOT MM-OPER-OK
004557         MOVE "NO OPERATOR SECURITY FILE" TO MM-SEC-DETAIL
004558         GO TO 3400-REFUSED
004559     END-IF.
004560     MOVE MM-OPER-ID TO OPER-ID.
004561     READ OPER-MASTER
004562         INVALID KEY
004563             CONTINUE
004564     END-READ.
004565     EVALUATE TRUE
004566         WHEN NOT MM-OPER-OK
004567             MOVE "UNKNOWN BATCH ID" TO MM-SEC-DETAIL
004568         WHEN NOT OPER-BATCH
004569             MOVE "NOT A BATCH ID" TO MM-SEC-DETAIL
004570         WHEN NOT OPER-ENABLED
004571             MOVE "BATCH ID IS LOCKED" TO MM-SEC-DETAIL
004572         WHEN OTHER
004573             MOVE OPER-NAME    TO MM-OPER-NAME
004574             MOVE OPER-OPTIONS TO MM-OPER-OPTIONS
004575             MOVE OPER-CLASS   TO MM-OPER-CLASS
004576             MOVE "Y" TO MM-SIGNON-SWITCH
004577     END-EVALUATE.
004578     CLOSE OPER-MASTER.
004579     IF MM-NOT-SIGNED-ON
004580         GO TO 3400-REFUSED
004581     END-IF.
004582     MOVE "SIGNON" TO MM-SEC-EVENT.
004583     MOVE MM-OPER-NAME TO MM-SEC-DETAIL.
004584     PERFORM 7000-WRITE-SEC-LOG THRU 7000-EXIT.
004585     MOVE SPACES TO MENU-LOG-LINE.
004586     STRING "SIGNED ON AS BATCH ID " DELIMITED BY SIZE
004587             MM-OPER-ID DELIMITED BY SIZE
004588         INTO MENU-LOG-LINE
004589     END-STRING.
004590     WRITE MENU-LOG-LINE.
004591     GO TO 3400-EXIT.
004592 3400-REFUSED.
004593     DISPLAY "MAINMENU - BATCH ID " MM-OPER-ID " REFUSED - "
004594             MM-SEC-DETAIL.
004595     MOVE SPACES TO MENU-LOG-LINE.
004596     STRING "** BATCH ID " DELIMITED BY SIZE
004597             MM-OPER-ID DELIMITED BY SIZE
004598             " REFUSED - " DELIMITED BY SIZE
004599             MM-SEC-DETAIL DELIMITED BY SIZE
004600         INTO MENU-LOG-LINE
004601     END-STRING.
004602     WRITE MENU-LOG-LINE.
004603     PERFORM 7000-WRITE-SEC-LOG THRU 7000-EXIT.
004604     MOVE "Y" TO MM-ABORT-SWITCH.
004605 3400-EXIT.
004606     EXIT.
004607*
004608*----------------------------------------------------------------
004609* 3500-WRITE-STREAM-TIME - EXECUTION-LOG LINE FOR THE STREAM'S
004610*                          ELAPSED TIME, FLAGGED WHEN IT RAN OVER
004611*                          ITS WINDPARM LIMIT
004612*----------------------------------------------------------------
004613 3500-WRITE-STREAM-TIME.
004614     MOVE MM-STREAM-ELAPSED TO MM-FMT-SECS.
004615     PERFORM 3280-FORMAT-HMS THRU 3280-EXIT.
004616     MOVE MM-HMS-DISPLAY TO MM-ELAPSED-DISPLAY.
004617     MOVE SPACES TO MENU-LOG-LINE.
004618     IF MM-STREAM-LIMIT > 0
004619             AND MM-STREAM-ELAPSED > MM-STREAM-LIMIT
004620         MOVE MM-STREAM-LIMIT TO MM-FMT-SECS
004621         PERFORM 3280-FORMAT-HMS THRU 3280-EXIT
004622         STRING "** STREAM ELAPSED " DELIMITED BY SIZE
004623                 MM-ELAPSED-DISPLAY DELIMITED BY SIZE
004624                 " OVER ITS LIMIT " DELIMITED BY SIZE
004625                 MM-HMS-DISPLAY DELIMITED BY SIZE
004626             INTO MENU-LOG-LINE
004627         END-STRING
004628         DISPLAY "MAINMENU - STREAM RAN OVER ITS TIME LIMIT"
004629     ELSE
004630         STRING "STREAM ELAPSED " DELIMITED BY SIZE
004631                 MM-ELAPSED-DISPLAY DELIMITED BY SIZE
004632             INTO MENU-LOG-LINE
004633         END-STRING
004634     END-IF.
004635     WRITE MENU-LOG-LINE.
004636 3500-EXIT.
004637     EXIT.
004638*
004639*----------------------------------------------------------------
004640* 7000-WRITE-SEC-LOG - APPEND ONE EVENT TO THE SECURITY LOG. THE
004641*                      LOG IS OPENED AND CLOSED AROUND EACH RECORD
004642*                      SO OPERMNT CAN APPEND TO IT FROM THE MENU.
004643*                      THE EVENT FIELDS ARE CLEARED AFTERWARDS.
004644*----------------------------------------------------------------
004645 7000-WRITE-SEC-LOG.
004646     OPEN EXTEND SEC-LOG-FILE.
004647     IF NOT MM-SEC-FOUND
004648         OPEN OUTPUT SEC-LOG-FILE
004649     END-IF.
004650     ACCEPT MM-SEC-TIME FROM TIME.
004651     MOVE SPACES         TO SECA-REC.
004652     MOVE MM-RUN-DATE    TO SECA-RUN-DATE.
004653     MOVE MM-SEC-TIME    TO SECA-RUN-TIME.
004654     MOVE MM-OPER-ID     TO SECA-OPER-ID.
004655     IF MM-CARD-MODE
004656         MOVE "B" TO SECA-MODE
004657     ELSE
004658         MOVE "I" TO SECA-MODE
004659     END-IF.
004660     MOVE MM-SEC-EVENT   TO SECA-EVENT.
004661     MOVE MM-SEC-OPTION  TO SECA-OPTION.
004662     MOVE MM-SEC-PROGRAM TO SECA-PROGRAM.
004663     MOVE MM-SEC-RC      TO SECA-RETURN-CODE.
004664     MOVE MM-SEC-DETAIL  TO SECA-DETAIL.
004665     WRITE SECA-REC.
004666     CLOSE SEC-LOG-FILE.
004667     MOVE SPACES TO MM-SEC-EVENT.
004668     MOVE SPACE  TO MM-SEC-OPTION.
004669     MOVE SPACES TO MM-SEC-PROGRAM.
004670     MOVE SPACES TO MM-SEC-RC.
004671     MOVE SPACES TO MM-SEC-DETAIL.
004672 7000-EXIT.
004673     EXIT.
004674*
004675*----------------------------------------------------------------
004680* 8000-TERMINATE
004690*----------------------------------------------------------------
004700 8000-TERMINATE.
004701     IF MM-SIGNED-ON
004702         MOVE "SIGNOFF" TO MM-SEC-EVENT
004703         IF MM-ABORT-YES
004704             MOVE "STREAM ABORTED" TO MM-SEC-DETAIL
004705         END-IF
004706         PERFORM 7000-WRITE-SEC-LOG THRU 7000-EXIT
004707     END-IF.
004710     IF MM-CARD-MODE
004720         CLOSE MENU-CARD-FILE
004730         CLOSE MENU-LOG-FILE
004790                     MM-STEP-COUNT
004800         END-IF
004810     ELSE
004815         IF MM-SIGNED-ON
004820             DISPLAY "MAINMENU - OPERATOR SELECTED EXIT"
004825         END-IF
004830     END-IF.
004840 8000-EXIT.
004850     EXIT.
