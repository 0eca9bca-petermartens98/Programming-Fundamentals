000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    OPERMNT.
000030 AUTHOR.        R L HASKELL.
000040 INSTALLATION.  OPERATIONS SUPPORT - INTAKE UNIT.
000050 DATE-WRITTEN.  2026-10-08.
000060 DATE-COMPILED.
000070*
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110* 2026-10-08 RLH  NEW PROGRAM. OPERATOR SECURITY MASTER
000120*                 MAINTENANCE - APPLIES ADD / CHANGE / DELETE
000130*                 TRANSACTIONS FROM THE OPERTRAN TRANSACTION FILE
000140*                 TO THE INDEXED OPERMAST FILE (OPERREC LAYOUT)
000150*                 THE SAME WAY SITEMNT MAINTAINS SITEMAST, PRINTS
000160*                 AN APPLIED/REJECTED REGISTER, AND APPENDS EVERY
000170*                 APPLIED CHANGE TO THE SECLOG SECURITY LOG. ONLY
000180*                 AN ENABLED ADMINISTRATOR SIGNED ON TO MAINMENU
000190*                 MAY RUN IT. RUN STANDALONE IT ONLY LOADS A
000200*                 MISSING OPERMAST, WHICH IS HOW THE FIRST
000210*                 ADMINISTRATOR GETS ON FILE. A PIN IS NEVER
000220*                 PRINTED OR LOGGED. A CHANGE CARRYING STATUS "A"
000230*                 UNLOCKS A LOCKED ID AND CLEARS ITS FAILED
000240*                 SIGN-ON COUNT. AN ADMINISTRATOR CANNOT DELETE,
000250*                 LOCK, OR DOWNGRADE THE ID THEY ARE SIGNED ON AS.
000252* 2026-10-12 RLH  MENU OPTION R (WINDRPT, THE BATCH WINDOW REPORT)
000254*                 ACCEPTED IN AN OPERATOR'S OPTION LIST.
000260*----------------------------------------------------------------
000270*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310*    OPER-TRAN-FILE IS THE MANDATORY TRANSACTION INPUT - NO FILE
000320*    STATUS CLAUSE IS GIVEN ON PURPOSE, SO A MISSING TRANSACTION
000330*    FILE FAILS THE RUN IMMEDIATELY ON OPEN RATHER THAN
000340*    PRODUCING AN EMPTY REGISTER.
000350     SELECT OPER-TRAN-FILE  ASSIGN TO "OPERTRAN"
000360         ORGANIZATION IS LINE SEQUENTIAL.
000370     SELECT OPER-RPT-FILE   ASSIGN TO "OPERMRPT"
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390     SELECT SEC-LOG-FILE    ASSIGN TO "SECLOG"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS OM-LOG-FILE-STATUS.
000420     SELECT OPER-MASTER     ASSIGN TO "OPERMAST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS OPER-ID
000460         FILE STATUS IS OM-MAST-FILE-STATUS.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  OPER-TRAN-FILE.
000510 01  OTRAN-REC.
000520     05  OTRAN-ACTION       PIC X(01).
000530         88  OTRAN-ADD                 VALUE "A".
000540         88  OTRAN-CHANGE              VALUE "C".
000550         88  OTRAN-DELETE              VALUE "D".
000560     05  OTRAN-OPER-ID      PIC X(08).
000570     05  OTRAN-OPER-NAME    PIC X(20).
000580     05  OTRAN-OPER-PIN     PIC X(08).
000590     05  OTRAN-OPTIONS      PIC X(36).
000600     05  OTRAN-CLASS        PIC X(01).
000610         88  OTRAN-CLASS-VALID         VALUES "A" "B" "O" " ".
000620         88  OTRAN-CLASS-BATCH         VALUE "B".
000630     05  OTRAN-STATUS       PIC X(01).
000640         88  OTRAN-STATUS-VALID        VALUES "A" "L" " ".
000650         88  OTRAN-UNLOCK              VALUE "A".
000660         88  OTRAN-LOCK                VALUE "L".
000670     05  FILLER             PIC X(05).
000680*
000690 FD  OPER-RPT-FILE.
000700 01  OPER-RPT-LINE          PIC X(80).
000710*
000720 FD  SEC-LOG-FILE.
000730     COPY SECAUD.
000740*
000750 FD  OPER-MASTER.
000760     COPY OPERREC.
000770*
000780 WORKING-STORAGE SECTION.
000790*
000800*----------------------------------------------------------------
000810* SWITCHES
000820*----------------------------------------------------------------
000830 77  OM-EOF-SWITCH          PIC X(01)  VALUE "N".
000840     88  OM-EOF-YES                    VALUE "Y".
000850     88  OM-EOF-NO                     VALUE "N".
000860*
000870 77  OM-MAST-FILE-STATUS    PIC X(02)  VALUE "00".
000880     88  OM-MAST-OK                    VALUE "00".
000890     88  OM-MAST-DUP-KEY               VALUE "22".
000900     88  OM-MAST-NOT-FOUND             VALUE "23".
000910     88  OM-MAST-MISSING               VALUE "35".
000920*
000930 77  OM-LOG-FILE-STATUS     PIC X(02)  VALUE "00".
000940     88  OM-LOG-FOUND                  VALUE "00".
000950*
000960 77  OM-TRAN-VALID-SWITCH   PIC X(01)  VALUE "Y".
000970     88  OM-TRAN-VALID                 VALUE "Y".
000980     88  OM-TRAN-INVALID               VALUE "N".
000990*
001000 77  OM-FATAL-SWITCH        PIC X(01)  VALUE "N".
001010     88  OM-FATAL-YES                  VALUE "Y".
001020     88  OM-FATAL-NO                   VALUE "N".
001030*
001040 77  OM-LOAD-SWITCH         PIC X(01)  VALUE "N".
001050     88  OM-INITIAL-LOAD               VALUE "Y".
001060     88  OM-NORMAL-RUN                 VALUE "N".
001070*
001080*----------------------------------------------------------------
001090* COUNTERS AND WORK FIELDS
001100*----------------------------------------------------------------
001110 77  OM-TRAN-COUNT          PIC 9(05)  COMP  VALUE 0.
001120 77  OM-APPLIED-COUNT       PIC 9(05)  COMP  VALUE 0.
001130 77  OM-REJECT-COUNT        PIC 9(05)  COMP  VALUE 0.
001140 77  OM-ADMIN-ADD-COUNT     PIC 9(05)  COMP  VALUE 0.
001150 77  OM-REJECT-REASON       PIC X(32)  VALUE SPACES.
001160 77  OM-OPT-IX              PIC 9(02)  COMP  VALUE 0.
001170*
001180*    EACH NON-BLANK POSITION OF THE OPTION STRING MUST BE A
001190*    MAINMENU SELECTION - "0" IS EXIT AND NEEDS NO AUTHORITY.
001200 01  OM-OPTION-WORK.
001210     05  OM-OPTION-CHAR     PIC X(01)  OCCURS 36 TIMES.
001220*
001230 77  OM-CHECK-CHAR          PIC X(01)  VALUE SPACE.
001240     88  OM-CHECK-CHAR-VALID           VALUES "1" THRU "9"
001250                                              "A" "B" "C" "D"
001260                                              "E" "F" "G" "H"
001270                                              "I" "J" "K" "L"
001280                                              "M" "N" "O" "P"
001290                                              "Q" "R" " ".
001300*
001310*----------------------------------------------------------------
001320* AUDIT TRAIL WORK FIELDS
001330*----------------------------------------------------------------
001340 77  OM-RUN-DATE            PIC 9(08)  VALUE 0.
001350 77  OM-RUN-TIME            PIC 9(08)  VALUE 0.
001360 77  OM-TERM-ID             PIC X(08)  VALUE SPACES.
001370 77  OM-LOG-MODE            PIC X(01)  VALUE "B".
001380 77  OM-DATE-DISPLAY        PIC 9999/99/99.
001390*
001400 LINKAGE SECTION.
001410     COPY STEPSTAT.
001420*
001430 PROCEDURE DIVISION USING STEP-STATUS-AREA.
001440*----------------------------------------------------------------
001450* 0000-MAINLINE
001460*----------------------------------------------------------------
001470 0000-MAINLINE.
001480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001490     IF OM-FATAL-NO
001500         PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
001510             UNTIL OM-EOF-YES
001520     END-IF.
001530     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001540     GO TO 9999-EXIT.
001550*
001560*----------------------------------------------------------------
001570* 1000-INITIALIZE - OPEN FILES, CHECK WHO IS RUNNING THIS, AND
001580*                   PRIME THE READ
001590*----------------------------------------------------------------
001600 1000-INITIALIZE.
001610     MOVE "N" TO OM-FATAL-SWITCH.
001620     MOVE "N" TO OM-LOAD-SWITCH.
001630     ACCEPT OM-RUN-DATE FROM DATE YYYYMMDD.
001640     ACCEPT OM-RUN-TIME FROM TIME.
001650     ACCEPT OM-TERM-ID  FROM ENVIRONMENT "JOBNAME".
001660     MOVE "B" TO OM-LOG-MODE.
001670*    UNDER THE MENU DRIVER THE SIGNED-ON OPERATOR IS WHO RAN IT.
001680     IF ADDRESS OF STEP-STATUS-AREA NOT = NULL
001690         IF STEP-OPERATOR-ID NOT = SPACES
001700             MOVE STEP-OPERATOR-ID TO OM-TERM-ID
001710             MOVE "I" TO OM-LOG-MODE
001720         END-IF
001730     END-IF.
001740     OPEN INPUT  OPER-TRAN-FILE.
001750     OPEN OUTPUT OPER-RPT-FILE.
001760     OPEN EXTEND SEC-LOG-FILE.
001770     IF NOT OM-LOG-FOUND
001780         OPEN OUTPUT SEC-LOG-FILE
001790     END-IF.
001800*    OPERMAST MAY NOT EXIST YET ON A FRESH INSTALL - THIS
001810*    PROGRAM IS HOW THE MASTER GETS BUILT, SO OPEN I-O FALLS
001820*    BACK TO CREATING AN EMPTY MASTER AND RE-OPENING IT I-O.
001830*    THAT FIRST LOAD IS THE ONE RUN NOBODY HAS TO BE SIGNED ON
001840*    FOR, SINCE THERE IS NOBODY ON FILE TO SIGN ON AS.
001850     OPEN I-O OPER-MASTER.
001860     IF OM-MAST-MISSING
001870         OPEN OUTPUT OPER-MASTER
001880         CLOSE OPER-MASTER
001890         OPEN I-O OPER-MASTER
001900         MOVE "Y" TO OM-LOAD-SWITCH
001910         DISPLAY "OPERMNT - NO OPERATOR MASTER ON FILE - "
001920                 "INITIAL LOAD"
001930     END-IF.
001940     IF NOT OM-MAST-OK
001950         DISPLAY "OPERMNT - OPERATOR MASTER FILE NOT AVAILABLE "
001960                 "- RUN ABORTED, FILE STATUS: "
001970                 OM-MAST-FILE-STATUS
001980         MOVE "Y" TO OM-FATAL-SWITCH
001990     END-IF.
002000     IF OM-FATAL-NO AND OM-NORMAL-RUN
002010         PERFORM 1200-CHECK-AUTHORITY THRU 1200-EXIT
002020     END-IF.
002030     MOVE "N" TO OM-EOF-SWITCH.
002040     MOVE 0 TO OM-TRAN-COUNT.
002050     MOVE 0 TO OM-APPLIED-COUNT.
002060     MOVE 0 TO OM-REJECT-COUNT.
002070     MOVE 0 TO OM-ADMIN-ADD-COUNT.
002080     MOVE SPACES TO OM-REJECT-REASON.
002090     IF OM-FATAL-NO
002100         PERFORM 1100-WRITE-RPT-HEADER THRU 1100-EXIT
002110         PERFORM 2100-READ-TRAN-REC THRU 2100-EXIT
002120     END-IF.
002130 1000-EXIT.
002140     EXIT.
002150*
002160*----------------------------------------------------------------
002170* 1100-WRITE-RPT-HEADER - TITLE THE MAINTENANCE REGISTER
002180*----------------------------------------------------------------
002190 1100-WRITE-RPT-HEADER.
002200     MOVE OM-RUN-DATE TO OM-DATE-DISPLAY.
002210     MOVE SPACES TO OPER-RPT-LINE.
002220     STRING "OPERATOR SECURITY MAINTENANCE REGISTER  "
002230                 DELIMITED BY SIZE
002240             "RUN DATE: " DELIMITED BY SIZE
002250             OM-DATE-DISPLAY DELIMITED BY SIZE
002260         INTO OPER-RPT-LINE
002270     END-STRING.
002280     WRITE OPER-RPT-LINE.
002290     MOVE SPACES TO OPER-RPT-LINE.
002300     STRING "RUN BY: " DELIMITED BY SIZE
002310             OM-TERM-ID DELIMITED BY SIZE
002320         INTO OPER-RPT-LINE
002330     END-STRING.
002340     WRITE OPER-RPT-LINE.
002350     MOVE SPACES TO OPER-RPT-LINE.
002360     WRITE OPER-RPT-LINE.
002370 1100-EXIT.
002380     EXIT.
002390*
002400*----------------------------------------------------------------
002410* 1200-CHECK-AUTHORITY - ONCE THE MASTER IS LOADED ONLY AN
002420*                        ENABLED ADMINISTRATOR SIGNED ON TO THE
002430*                        MENU DRIVER MAY CHANGE IT. A REFUSAL IS
002440*                        WRITTEN TO THE SECURITY LOG.
002450*----------------------------------------------------------------
002460 1200-CHECK-AUTHORITY.
002470     IF ADDRESS OF STEP-STATUS-AREA = NULL
002480         DISPLAY "OPERMNT - OPERATOR MASTER ALREADY LOADED - RUN "
002490                 "FROM MAINMENU AS AN ADMINISTRATOR"
002500         MOVE "STANDALONE RUN REFUSED" TO OM-REJECT-REASON
002510         MOVE "Y" TO OM-FATAL-SWITCH
002520         GO TO 1200-LOG-REFUSAL
002530     END-IF.
002540     MOVE STEP-OPERATOR-ID TO OPER-ID.
002550     READ OPER-MASTER
002560         INVALID KEY
002570             CONTINUE
002580     END-READ.
002590     IF OM-MAST-OK AND OPER-ADMIN AND OPER-ENABLED
002600         GO TO 1200-EXIT
002610     END-IF.
002620     DISPLAY "OPERMNT - " OM-TERM-ID " IS NOT AN ENABLED "
002630             "ADMINISTRATOR - RUN REFUSED".
002640     MOVE "NOT AN ENABLED ADMINISTRATOR" TO OM-REJECT-REASON.
002650     MOVE "Y" TO OM-FATAL-SWITCH.
002660 1200-LOG-REFUSAL.
002670     MOVE SPACES TO SECA-REC.
002680     MOVE OM-RUN-DATE      TO SECA-RUN-DATE.
002690     MOVE OM-RUN-TIME      TO SECA-RUN-TIME.
002700     MOVE OM-TERM-ID       TO SECA-OPER-ID.
002710     MOVE OM-LOG-MODE      TO SECA-MODE.
002720     MOVE "DENIED"         TO SECA-EVENT.
002730     MOVE "Q"              TO SECA-OPTION.
002740     MOVE "OPERMNT"        TO SECA-PROGRAM.
002750     MOVE OM-REJECT-REASON TO SECA-DETAIL.
002760     WRITE SECA-REC.
002770 1200-EXIT.
002780     EXIT.
002790*
002800*----------------------------------------------------------------
002810* 2000-PROCESS-TRAN - ONE ITERATION PER TRANSACTION RECORD
002820*----------------------------------------------------------------
002830 2000-PROCESS-TRAN.
002840     ADD 1 TO OM-TRAN-COUNT.
002850     PERFORM 2150-VALIDATE-TRAN THRU 2150-EXIT.
002860     IF OM-TRAN-VALID
002870         EVALUATE TRUE
002880             WHEN OTRAN-ADD
002890                 PERFORM 2300-APPLY-ADD THRU 2300-EXIT
002900             WHEN OTRAN-CHANGE
002910                 PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
002920             WHEN OTRAN-DELETE
002930                 PERFORM 2500-APPLY-DELETE THRU 2500-EXIT
002940         END-EVALUATE
002950     ELSE
002960         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002970     END-IF.
002980     PERFORM 2100-READ-TRAN-REC THRU 2100-EXIT.
002990 2000-EXIT.
003000     EXIT.
003010*
003020 2100-READ-TRAN-REC.
003030     READ OPER-TRAN-FILE
003040         AT END
003050             MOVE "Y" TO OM-EOF-SWITCH
003060     END-READ.
003070 2100-EXIT.
003080     EXIT.
003090*
003100*----------------------------------------------------------------
003110* 2150-VALIDATE-TRAN - ACTION CODE, OPERATOR ID, NAME, PIN,
003120*                      CLASS, STATUS, AND OPTION STRING ARE
003130*                      CHECKED BEFORE THE MASTER FILE IS EVER
003140*                      TOUCHED
003150*----------------------------------------------------------------
003160 2150-VALIDATE-TRAN.
003170     MOVE "Y" TO OM-TRAN-VALID-SWITCH.
003180     MOVE SPACES TO OM-REJECT-REASON.
003190     MOVE OTRAN-OPTIONS TO OM-OPTION-WORK.
003200     MOVE SPACE TO OM-CHECK-CHAR.
003210     MOVE 0 TO OM-OPT-IX.
003220     PERFORM 2160-CHECK-OPTION-CHAR THRU 2160-EXIT
003230         36 TIMES.
003240     EVALUATE TRUE
003250         WHEN NOT (OTRAN-ADD OR OTRAN-CHANGE OR OTRAN-DELETE)
003260             MOVE "N" TO OM-TRAN-VALID-SWITCH
003270             MOVE "INVALID ACTION CODE"
003280                 TO OM-REJECT-REASON
003290         WHEN OTRAN-OPER-ID = SPACES
003300             MOVE "N" TO OM-TRAN-VALID-SWITCH
003310             MOVE "BLANK OPERATOR ID"
003320                 TO OM-REJECT-REASON
003330         WHEN OTRAN-ADD AND OTRAN-OPER-NAME = SPACES
003340             MOVE "N" TO OM-TRAN-VALID-SWITCH
003350             MOVE "BLANK NAME ON ADD"
003360                 TO OM-REJECT-REASON
003370         WHEN OTRAN-ADD AND OTRAN-OPER-PIN = SPACES
003380                        AND NOT OTRAN-CLASS-BATCH
003390             MOVE "N" TO OM-TRAN-VALID-SWITCH
003400             MOVE "BLANK PIN ON ADD"
003410                 TO OM-REJECT-REASON
003420         WHEN NOT OTRAN-CLASS-VALID
003430             MOVE "N" TO OM-TRAN-VALID-SWITCH
003440             MOVE "INVALID OPERATOR CLASS"
003450                 TO OM-REJECT-REASON
003460         WHEN NOT OTRAN-STATUS-VALID
003470             MOVE "N" TO OM-TRAN-VALID-SWITCH
003480             MOVE "INVALID STATUS"
003490                 TO OM-REJECT-REASON
003500         WHEN NOT OM-CHECK-CHAR-VALID
003510             MOVE "N" TO OM-TRAN-VALID-SWITCH
003520             MOVE "INVALID MENU OPTION IN LIST"
003530                 TO OM-REJECT-REASON
003540         WHEN OM-NORMAL-RUN AND OTRAN-OPER-ID = OM-TERM-ID
003550                            AND OTRAN-DELETE
003560             MOVE "N" TO OM-TRAN-VALID-SWITCH
003570             MOVE "CANNOT DELETE OWN ID"
003580                 TO OM-REJECT-REASON
003590         WHEN OM-NORMAL-RUN AND OTRAN-OPER-ID = OM-TERM-ID
003600                            AND (OTRAN-LOCK OR
003610                                 (OTRAN-CLASS NOT = SPACE AND
003620                                  OTRAN-CLASS NOT = "A"))
003630             MOVE "N" TO OM-TRAN-VALID-SWITCH
003640             MOVE "CANNOT LOCK OR DOWNGRADE OWN ID"
003650                 TO OM-REJECT-REASON
003660     END-EVALUATE.
003670 2150-EXIT.
003680     EXIT.
003690*
003700*----------------------------------------------------------------
003710* 2160-CHECK-OPTION-CHAR - STOP AT THE FIRST POSITION OF THE
003720*                          OPTION STRING THAT IS NOT A MENU
003730*                          SELECTION, LEAVING IT IN THE CHECK
003740*                          FIELD FOR THE VALIDATION ABOVE
003750*----------------------------------------------------------------
003760 2160-CHECK-OPTION-CHAR.
003770     IF NOT OM-CHECK-CHAR-VALID
003780         GO TO 2160-EXIT
003790     END-IF.
003800     ADD 1 TO OM-OPT-IX.
003810     MOVE OM-OPTION-CHAR (OM-OPT-IX) TO OM-CHECK-CHAR.
003820 2160-EXIT.
003830     EXIT.
003840*
003850*----------------------------------------------------------------
003860* 2300-APPLY-ADD - REFUSE A DUPLICATE ID, OTHERWISE WRITE THE
003870*                  NEW MASTER RECORD
003880*----------------------------------------------------------------
003890 2300-APPLY-ADD.
003900     MOVE OTRAN-OPER-ID TO OPER-ID.
003910     READ OPER-MASTER
003920         INVALID KEY
003930             CONTINUE
003940     END-READ.
003950     IF OM-MAST-OK
003960         MOVE "DUPLICATE OPERATOR ON ADD"
003970             TO OM-REJECT-REASON
003980         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003990         GO TO 2300-EXIT
004000     END-IF.
004010     IF NOT OM-MAST-NOT-FOUND
004020         MOVE "OPERATOR MASTER READ ERROR"
004030             TO OM-REJECT-REASON
004040         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004050         GO TO 2300-EXIT
004060     END-IF.
004070     MOVE SPACES TO OPER-REC.
004080     MOVE OTRAN-OPER-ID   TO OPER-ID.
004090     MOVE OTRAN-OPER-NAME TO OPER-NAME.
004100     MOVE OTRAN-OPER-PIN  TO OPER-PIN.
004110     MOVE OTRAN-OPTIONS   TO OPER-OPTIONS.
004120     IF OTRAN-CLASS = SPACE
004130         MOVE "O" TO OPER-CLASS
004140     ELSE
004150         MOVE OTRAN-CLASS TO OPER-CLASS
004160     END-IF.
004170     IF OTRAN-STATUS = SPACE
004180         MOVE "A" TO OPER-STATUS
004190     ELSE
004200         MOVE OTRAN-STATUS TO OPER-STATUS
004210     END-IF.
004220     MOVE 0 TO OPER-FAIL-COUNT.
004230     MOVE 0 TO OPER-LAST-DATE.
004240     MOVE 0 TO OPER-LAST-TIME.
004250     WRITE OPER-REC
004260         INVALID KEY
004270             CONTINUE
004280     END-WRITE.
004290     IF OM-MAST-OK
004300         IF OPER-ADMIN
004310             ADD 1 TO OM-ADMIN-ADD-COUNT
004320         END-IF
004330         PERFORM 2800-WRITE-APPLIED THRU 2800-EXIT
004340     ELSE
004350         MOVE "MASTER WRITE ERROR ON ADD"
004360             TO OM-REJECT-REASON
004370         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004380     END-IF.
004390 2300-EXIT.
004400     EXIT.
004410*
004420*----------------------------------------------------------------
004430* 2400-APPLY-CHANGE - REFUSE AN ID NOT ON FILE, OTHERWISE
004440*                     REPLACE ONLY THE FIELDS THE TRANSACTION
004450*                     ACTUALLY CARRIES. STATUS "A" ALSO CLEARS
004460*                     THE FAILED SIGN-ON COUNT.
004470*----------------------------------------------------------------
004480 2400-APPLY-CHANGE.
004490     MOVE OTRAN-OPER-ID TO OPER-ID.
004500     READ OPER-MASTER
004510         INVALID KEY
004520             CONTINUE
004530     END-READ.
004540     IF NOT OM-MAST-OK
004550         IF OM-MAST-NOT-FOUND
004560             MOVE "OPERATOR NOT ON FILE - CHANGE"
004570                 TO OM-REJECT-REASON
004580         ELSE
004590             MOVE "OPERATOR MASTER READ ERROR"
004600                 TO OM-REJECT-REASON
004610         END-IF
004620         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004630         GO TO 2400-EXIT
004640     END-IF.
004650     IF OTRAN-OPER-NAME NOT = SPACES
004660         MOVE OTRAN-OPER-NAME TO OPER-NAME
004670     END-IF.
004680     IF OTRAN-OPER-PIN NOT = SPACES
004690         MOVE OTRAN-OPER-PIN TO OPER-PIN
004700     END-IF.
004710     IF OTRAN-OPTIONS NOT = SPACES
004720         MOVE OTRAN-OPTIONS TO OPER-OPTIONS
004730     END-IF.
004740     IF OTRAN-CLASS NOT = SPACE
004750         MOVE OTRAN-CLASS TO OPER-CLASS
004760     END-IF.
004770     IF OTRAN-STATUS NOT = SPACE
004780         MOVE OTRAN-STATUS TO OPER-STATUS
004790     END-IF.
004800     IF OTRAN-UNLOCK
004810         MOVE 0 TO OPER-FAIL-COUNT
004820     END-IF.
004830     REWRITE OPER-REC
004840         INVALID KEY
004850             CONTINUE
004860     END-REWRITE.
004870     IF OM-MAST-OK
004880         PERFORM 2800-WRITE-APPLIED THRU 2800-EXIT
004890     ELSE
004900         MOVE "MASTER REWRITE ERROR ON CHANGE"
004910             TO OM-REJECT-REASON
004920         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004930     END-IF.
004940 2400-EXIT.
004950     EXIT.
004960*
004970*----------------------------------------------------------------
004980* 2500-APPLY-DELETE - REFUSE AN ID NOT ON FILE, OTHERWISE DROP
004990*                     THE MASTER RECORD
005000*----------------------------------------------------------------
005010 2500-APPLY-DELETE.
005020     MOVE OTRAN-OPER-ID TO OPER-ID.
005030     READ OPER-MASTER
005040         INVALID KEY
005050             CONTINUE
005060     END-READ.
005070     IF NOT OM-MAST-OK
005080         IF OM-MAST-NOT-FOUND
005090             MOVE "OPERATOR NOT ON FILE - DELETE"
005100                 TO OM-REJECT-REASON
005110         ELSE
005120             MOVE "OPERATOR MASTER READ ERROR"
005130                 TO OM-REJECT-REASON
005140         END-IF
005150         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
005160         GO TO 2500-EXIT
005170     END-IF.
005180     DELETE OPER-MASTER
005190         INVALID KEY
005200             CONTINUE
005210     END-DELETE.
005220     IF OM-MAST-OK
005230         PERFORM 2800-WRITE-APPLIED THRU 2800-EXIT
005240     ELSE
005250         MOVE "MASTER DELETE ERROR"
005260             TO OM-REJECT-REASON
005270         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
005280     END-IF.
005290 2500-EXIT.
005300     EXIT.
005310*
005320*----------------------------------------------------------------
005330* 2800-WRITE-APPLIED - REGISTER THE APPLIED TRANSACTION AND
005340*                      APPEND THE SECURITY LOG RECORD
005350*----------------------------------------------------------------
005360 2800-WRITE-APPLIED.
005370     MOVE SPACES TO OPER-RPT-LINE.
005380     STRING OTRAN-ACTION      DELIMITED BY SIZE
005390             " "              DELIMITED BY SIZE
005400             OTRAN-OPER-ID    DELIMITED BY SIZE
005410             " APPLIED"       DELIMITED BY SIZE
005420         INTO OPER-RPT-LINE
005430     END-STRING.
005440     WRITE OPER-RPT-LINE.
005450     ADD 1 TO OM-APPLIED-COUNT.
005460     PERFORM 2850-WRITE-AUDIT-LOG THRU 2850-EXIT.
005470 2800-EXIT.
005480     EXIT.
005490*
005500*----------------------------------------------------------------
005510* 2850-WRITE-AUDIT-LOG - APPEND ONE MAINTENANCE EVENT TO THE
005520*                        SECURITY LOG. THE PIN IS NEVER WRITTEN.
005530*----------------------------------------------------------------
005540 2850-WRITE-AUDIT-LOG.
005550     MOVE SPACES TO SECA-REC.
005560     MOVE OM-RUN-DATE     TO SECA-RUN-DATE.
005570     MOVE OM-RUN-TIME     TO SECA-RUN-TIME.
005580     MOVE OM-TERM-ID      TO SECA-OPER-ID.
005590     MOVE OM-LOG-MODE     TO SECA-MODE.
005600     MOVE "MAINT"         TO SECA-EVENT.
005610     MOVE "Q"             TO SECA-OPTION.
005620     MOVE "OPERMNT"       TO SECA-PROGRAM.
005630     EVALUATE TRUE
005640         WHEN OTRAN-ADD
005650             STRING "ADDED   " DELIMITED BY SIZE
005660                     OTRAN-OPER-ID DELIMITED BY SIZE
005670                     " CLASS " DELIMITED BY SIZE
005680                     OPER-CLASS DELIMITED BY SIZE
005690                 INTO SECA-DETAIL
005700             END-STRING
005710         WHEN OTRAN-CHANGE
005720             STRING "CHANGED " DELIMITED BY SIZE
005730                     OTRAN-OPER-ID DELIMITED BY SIZE
005740                     " STATUS " DELIMITED BY SIZE
005750                     OPER-STATUS DELIMITED BY SIZE
005760                 INTO SECA-DETAIL
005770             END-STRING
005780         WHEN OTRAN-DELETE
005790             STRING "DELETED " DELIMITED BY SIZE
005800                     OTRAN-OPER-ID DELIMITED BY SIZE
005810                 INTO SECA-DETAIL
005820             END-STRING
005830     END-EVALUATE.
005840     WRITE SECA-REC.
005850 2850-EXIT.
005860     EXIT.
005870*
005880*----------------------------------------------------------------
005890* 2900-WRITE-REJECT - REGISTER A REJECTED TRANSACTION AND THE
005900*                     REASON
005910*----------------------------------------------------------------
005920 2900-WRITE-REJECT.
005930     MOVE SPACES TO OPER-RPT-LINE.
005940     STRING OTRAN-ACTION      DELIMITED BY SIZE
005950             " "              DELIMITED BY SIZE
005960             OTRAN-OPER-ID    DELIMITED BY SIZE
005970             " REJECTED - "   DELIMITED BY SIZE
005980             OM-REJECT-REASON DELIMITED BY SIZE
005990         INTO OPER-RPT-LINE
006000     END-STRING.
006010     WRITE OPER-RPT-LINE.
006020     ADD 1 TO OM-REJECT-COUNT.
006030 2900-EXIT.
006040     EXIT.
006050*
006060*----------------------------------------------------------------
006070* 8000-TERMINATE - CLOSE FILES AND REPORT THE RUN TOTALS. AN
006080*                  INITIAL LOAD WITH NO ADMINISTRATOR IN IT LEAVES
006090*                  NOBODY ABLE TO MAINTAIN THE MASTER - WARN.
006100*----------------------------------------------------------------
006110 8000-TERMINATE.
006120     CLOSE OPER-TRAN-FILE.
006130     CLOSE OPER-RPT-FILE.
006140     CLOSE SEC-LOG-FILE.
006150     CLOSE OPER-MASTER.
006160     DISPLAY "OPERMNT - TRANSACTIONS READ: " OM-TRAN-COUNT.
006170     DISPLAY "OPERMNT - APPLIED:           " OM-APPLIED-COUNT.
006180     DISPLAY "OPERMNT - REJECTED:          " OM-REJECT-COUNT.
006190     IF OM-INITIAL-LOAD AND OM-FATAL-NO
006200                        AND OM-ADMIN-ADD-COUNT = 0
006210         DISPLAY "OPERMNT - WARNING - INITIAL LOAD ADDED NO "
006220                 "ADMINISTRATOR"
006230     END-IF.
006240 8000-EXIT.
006250     EXIT.
006260*
006270*    THE STATUS AREA IS ONLY THERE WHEN THE MENU DRIVER PASSED
006280*    IT - A STANDALONE RUN HAS NOTHING TO HAND A CODE BACK TO.
006290 9999-EXIT.
006300     IF ADDRESS OF STEP-STATUS-AREA NOT = NULL
006310         EVALUATE TRUE
006320             WHEN OM-FATAL-YES
006330                 MOVE 08 TO STEP-RETURN-CODE
006340             WHEN OM-INITIAL-LOAD AND OM-ADMIN-ADD-COUNT = 0
006350                 MOVE 04 TO STEP-RETURN-CODE
006360             WHEN OTHER
006370                 MOVE 00 TO STEP-RETURN-CODE
006380         END-EVALUATE
006390     END-IF.
006400     GOBACK.
