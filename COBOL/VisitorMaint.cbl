000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    VISMNT.
000030 AUTHOR.        R L HASKELL.
000040 INSTALLATION.  OPERATIONS SUPPORT - INTAKE UNIT.
000050 DATE-WRITTEN.  2026-09-23.
000060 DATE-COMPILED.
000070*
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110* 2026-09-23 RLH  NEW PROGRAM. VISITOR PASS MASTER MAINTENANCE -
000120*                 APPLIES ADD / CHANGE / DELETE TRANSACTIONS FROM
000130*                 THE VISTRAN TRANSACTION FILE TO THE INDEXED
000140*                 VISMAST FILE (VISREC LAYOUT), PRINTS AN
000150*                 APPLIED/REJECTED REGISTER, AND APPENDS EVERY
000160*                 APPLIED CHANGE TO THE VISLOG AUDIT TRAIL, ALL
000170*                 THE SAME WAY SITEMNT MAINTAINS SITEMAST. A
000180*                 DUPLICATE ADD, A CHANGE OR DELETE AGAINST A
000190*                 PASS NOT ON FILE, A BLANK OR NON-NUMERIC PASS
000200*                 NUMBER, A BLANK NAME OR SPONSOR ON AN ADD, A
000210*                 NON-NUMERIC DATE, A VALID-FROM DATE AFTER THE
000220*                 VALID-TO DATE, AND A SPONSOR NOT ON EMPMAST
000230*                 ARE REJECTED WITH A REASON ON THE REGISTER.
000240*                 WITH NO EMPMAST ON FILE THE SPONSOR CHECK IS
000250*                 SKIPPED WITH A CONSOLE WARNING, THE SAME WAY
000260*                 EMPMAINT TREATS A MISSING DEPTMAST. WHETHER THE
000270*                 SPONSOR IS STILL ELIGIBLE IS CHECKED BY
000280*                 USERINPUT ON THE DAY OF EACH VISIT.
000282* 2026-10-08 RLH  THE VISLOG TERMINAL ID IS NOW THE OPERATOR
000284*                 SIGNED ON TO MAINMENU, OR THE BATCH ID OF AN
000286*                 UNATTENDED STREAM, IN PLACE OF THE JOB NAME.
000288*                 A STANDALONE RUN STILL STAMPS THE JOB NAME.
000290*----------------------------------------------------------------
000300*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340*    VIS-TRAN-FILE IS THE MANDATORY TRANSACTION INPUT - NO FILE
000350*    STATUS CLAUSE IS GIVEN ON PURPOSE, SO A MISSING TRANSACTION
000360*    FILE FAILS THE RUN IMMEDIATELY ON OPEN RATHER THAN
000370*    PRODUCING AN EMPTY REGISTER.
000380     SELECT VIS-TRAN-FILE   ASSIGN TO "VISTRAN"
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT VIS-RPT-FILE    ASSIGN TO "VISMRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL.
000420     SELECT VIS-LOG-FILE    ASSIGN TO "VISLOG"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS VM-LOG-FILE-STATUS.
000450     SELECT VIS-MASTER      ASSIGN TO "VISMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS VIS-PASS-NO
000490         FILE STATUS IS VM-MAST-FILE-STATUS.
000500     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS EMP-ID
000540         FILE STATUS IS VM-EMP-FILE-STATUS.
000550*
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  VIS-TRAN-FILE.
000590 01  VTRAN-REC.
000600     05  VTRAN-ACTION       PIC X(01).
000610         88  VTRAN-ADD                 VALUE "A".
000620         88  VTRAN-CHANGE              VALUE "C".
000630         88  VTRAN-DELETE              VALUE "D".
000640     05  VTRAN-PASS-NO      PIC X(05).
000650     05  VTRAN-NAME         PIC X(20).
000660     05  VTRAN-COMPANY      PIC X(30).
000670     05  VTRAN-SPONSOR-ID   PIC X(05).
000680     05  VTRAN-VALID-FROM   PIC X(08).
000690     05  VTRAN-VALID-TO     PIC X(08).
000700     05  FILLER             PIC X(03).
000710*
000720 FD  VIS-RPT-FILE.
000730 01  VIS-RPT-LINE           PIC X(80).
000740*
000750 FD  VIS-LOG-FILE.
000760     COPY VISAUD
000770         REPLACING ==VAUD-REC==       BY ==VLOG-REC==
000780                   ==VAUD-ACTION==    BY ==VLOG-ACTION==
000790                   ==VAUD-PASS-NO==   BY ==VLOG-PASS-NO==
000800                   ==VAUD-NAME==      BY ==VLOG-NAME==
000810                   ==VAUD-SPONSOR-ID== BY ==VLOG-SPONSOR-ID==
000820                   ==VAUD-VALID-FROM== BY ==VLOG-VALID-FROM==
000830                   ==VAUD-VALID-TO==  BY ==VLOG-VALID-TO==
000840                   ==VAUD-RUN-DATE==  BY ==VLOG-RUN-DATE==
000850                   ==VAUD-RUN-TIME==  BY ==VLOG-RUN-TIME==
000860                   ==VAUD-TERM-ID==   BY ==VLOG-TERM-ID==.
000870*
000880 FD  VIS-MASTER.
000890     COPY VISREC.
000900*
000910 FD  EMPLOYEE-MASTER.
000920     COPY PERSONREC
000930         REPLACING ==PERSON-REC==      BY ==EMP-MASTER-REC==
000940                   ==PERSON-ID==       BY ==EMP-ID==
000950                   ==PERSON-NAME==     BY ==EMP-NAME==
000960                   ==PERSON-DEPT==     BY ==EMP-DEPT==
000970                   ==PERSON-EFF-DATE== BY ==EMP-EFF-DATE==
000980                   ==PERSON-STATUS==   BY ==EMP-STATUS==
000990                   ==PERSON-ACTIVE==   BY ==EMP-ACTIVE==
001000                   ==PERSON-TERMINATED== BY ==EMP-TERMINATED==
001010                   ==PERSON-ON-LEAVE== BY ==EMP-ON-LEAVE==
001020                   ==PERSON-TERM-DATE== BY ==EMP-TERM-DATE==
001030                   ==PERSON-HOME-SITE== BY ==EMP-HOME-SITE==.
001040*
001050 WORKING-STORAGE SECTION.
001060*
001070*----------------------------------------------------------------
001080* SWITCHES
001090*----------------------------------------------------------------
001100 77  VM-EOF-SWITCH          PIC X(01)  VALUE "N".
001110     88  VM-EOF-YES                    VALUE "Y".
001120     88  VM-EOF-NO                     VALUE "N".
001130*
001140 77  VM-MAST-FILE-STATUS    PIC X(02)  VALUE "00".
001150     88  VM-MAST-OK                    VALUE "00".
001160     88  VM-MAST-DUP-KEY               VALUE "22".
001170     88  VM-MAST-NOT-FOUND             VALUE "23".
001180     88  VM-MAST-MISSING               VALUE "35".
001190*
001200 77  VM-LOG-FILE-STATUS     PIC X(02)  VALUE "00".
001210     88  VM-LOG-FOUND                  VALUE "00".
001220*
001230 77  VM-EMP-FILE-STATUS     PIC X(02)  VALUE "00".
001240     88  VM-EMP-OK                     VALUE "00".
001250     88  VM-EMP-NOT-FOUND              VALUE "23".
001260*
001270 77  VM-EMP-CHECK-SWITCH    PIC X(01)  VALUE "N".
001280     88  VM-EMP-CHECKING               VALUE "Y".
001290     88  VM-EMP-UNCHECKED              VALUE "N".
001300*
001310 77  VM-TRAN-VALID-SWITCH   PIC X(01)  VALUE "Y".
001320     88  VM-TRAN-VALID                 VALUE "Y".
001330     88  VM-TRAN-INVALID               VALUE "N".
001340*
001350 77  VM-FATAL-SWITCH        PIC X(01)  VALUE "N".
001360     88  VM-FATAL-YES                  VALUE "Y".
001370     88  VM-FATAL-NO                   VALUE "N".
001380*
001390*----------------------------------------------------------------
001400* COUNTERS AND WORK FIELDS
001410*----------------------------------------------------------------
001420 77  VM-TRAN-COUNT          PIC 9(05)  COMP  VALUE 0.
001430 77  VM-APPLIED-COUNT       PIC 9(05)  COMP  VALUE 0.
001440 77  VM-REJECT-COUNT        PIC 9(05)  COMP  VALUE 0.
001450 77  VM-REJECT-REASON       PIC X(32)  VALUE SPACES.
001460*
001470*----------------------------------------------------------------
001480* AUDIT TRAIL WORK FIELDS
001490*----------------------------------------------------------------
001500 77  VM-RUN-DATE            PIC 9(08)  VALUE 0.
001510 77  VM-RUN-TIME            PIC 9(08)  VALUE 0.
001520 77  VM-TERM-ID             PIC X(08)  VALUE SPACES.
001530 77  VM-DATE-DISPLAY        PIC 9999/99/99.
001540*
001550 LINKAGE SECTION.
001560     COPY STEPSTAT.
001570*
001580 PROCEDURE DIVISION USING STEP-STATUS-AREA.
001590*----------------------------------------------------------------
001600* 0000-MAINLINE
001610*----------------------------------------------------------------
001620 0000-MAINLINE.
001630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001640     IF VM-FATAL-NO
001650         PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
001660             UNTIL VM-EOF-YES
001670     END-IF.
001680     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001690     GO TO 9999-EXIT.
001700*
001710*----------------------------------------------------------------
001720* 1000-INITIALIZE - OPEN FILES AND PRIME THE READ
001730*----------------------------------------------------------------
001740 1000-INITIALIZE.
001750     MOVE "N" TO VM-FATAL-SWITCH.
001760     OPEN INPUT  VIS-TRAN-FILE.
001770     OPEN OUTPUT VIS-RPT-FILE.
001780     OPEN EXTEND VIS-LOG-FILE.
001790     IF NOT VM-LOG-FOUND
001800         OPEN OUTPUT VIS-LOG-FILE
001810     END-IF.
001820*    VISMAST MAY NOT EXIST YET ON A FRESH INSTALL - THIS
001830*    PROGRAM IS HOW THE MASTER GETS BUILT, SO OPEN I-O FALLS
001840*    BACK TO CREATING AN EMPTY MASTER AND RE-OPENING IT I-O.
001850     OPEN I-O VIS-MASTER.
001860     IF VM-MAST-MISSING
001870         OPEN OUTPUT VIS-MASTER
001880         CLOSE VIS-MASTER
001890         OPEN I-O VIS-MASTER
001900     END-IF.
001910     IF NOT VM-MAST-OK
001920         DISPLAY "VISMNT - VISITOR MASTER FILE NOT AVAILABLE "
001930                 "- RUN ABORTED, FILE STATUS: "
001940                 VM-MAST-FILE-STATUS
001950         MOVE "Y" TO VM-FATAL-SWITCH
001960     END-IF.
001970*    THE SPONSOR CHECK ONLY RUNS WHEN THE EMPLOYEE MASTER IS
001980*    THERE TO CHECK AGAINST.
001990     MOVE "N" TO VM-EMP-CHECK-SWITCH.
002000     OPEN INPUT EMPLOYEE-MASTER.
002010     IF VM-EMP-OK
002020         MOVE "Y" TO VM-EMP-CHECK-SWITCH
002030     ELSE
002040         DISPLAY "VISMNT - EMPLOYEE MASTER NOT AVAILABLE "
002050                 "- SPONSOR VALIDATION SKIPPED"
002060     END-IF.
002070     MOVE "N" TO VM-EOF-SWITCH.
002080     MOVE 0 TO VM-TRAN-COUNT.
002090     MOVE 0 TO VM-APPLIED-COUNT.
002100     MOVE 0 TO VM-REJECT-COUNT.
002110     MOVE SPACES TO VM-REJECT-REASON.
002120     ACCEPT VM-RUN-DATE FROM DATE YYYYMMDD.
002130     ACCEPT VM-RUN-TIME FROM TIME.
002140     ACCEPT VM-TERM-ID  FROM ENVIRONMENT "JOBNAME".
002141*    UNDER THE MENU DRIVER THE SIGNED-ON OPERATOR IS WHO RAN IT.
002142     IF ADDRESS OF STEP-STATUS-AREA NOT = NULL
002143         IF STEP-OPERATOR-ID NOT = SPACES
002144             MOVE STEP-OPERATOR-ID TO VM-TERM-ID
002145         END-IF
002146     END-IF.
002150     IF VM-FATAL-NO
002160         PERFORM 1100-WRITE-RPT-HEADER THRU 1100-EXIT
002170         PERFORM 2100-READ-TRAN-REC THRU 2100-EXIT
002180     END-IF.
002190 1000-EXIT.
002200     EXIT.
002210*
002220*----------------------------------------------------------------
002230* 1100-WRITE-RPT-HEADER - TITLE THE MAINTENANCE REGISTER
002240*----------------------------------------------------------------
002250 1100-WRITE-RPT-HEADER.
002260     MOVE VM-RUN-DATE TO VM-DATE-DISPLAY.
002270     MOVE SPACES TO VIS-RPT-LINE.
002280     STRING "VISITOR MASTER MAINTENANCE REGISTER  "
002290                 DELIMITED BY SIZE
002300             "RUN DATE: " DELIMITED BY SIZE
002310             VM-DATE-DISPLAY DELIMITED BY SIZE
002320         INTO VIS-RPT-LINE
002330     END-STRING.
002340     WRITE VIS-RPT-LINE.
002350     MOVE SPACES TO VIS-RPT-LINE.
002360     WRITE VIS-RPT-LINE.
002370 1100-EXIT.
002380     EXIT.
002390*
002400*----------------------------------------------------------------
002410* 2000-PROCESS-TRAN - ONE ITERATION PER TRANSACTION RECORD
002420*----------------------------------------------------------------
002430 2000-PROCESS-TRAN.
002440     ADD 1 TO VM-TRAN-COUNT.
002450     PERFORM 2150-VALIDATE-TRAN THRU 2150-EXIT.
002460     IF VM-TRAN-VALID
002470             AND VM-EMP-CHECKING
002480             AND NOT VTRAN-DELETE
002490             AND VTRAN-SPONSOR-ID NOT = SPACES
002500         PERFORM 2200-CHECK-SPONSOR THRU 2200-EXIT
002510     END-IF.
002520     IF VM-TRAN-VALID
002530         EVALUATE TRUE
002540             WHEN VTRAN-ADD
002550                 PERFORM 2300-APPLY-ADD THRU 2300-EXIT
002560             WHEN VTRAN-CHANGE
002570                 PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
002580             WHEN VTRAN-DELETE
002590                 PERFORM 2500-APPLY-DELETE THRU 2500-EXIT
002600         END-EVALUATE
002610     ELSE
002620         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002630     END-IF.
002640     PERFORM 2100-READ-TRAN-REC THRU 2100-EXIT.
002650 2000-EXIT.
002660     EXIT.
002670*
002680 2100-READ-TRAN-REC.
002690     READ VIS-TRAN-FILE
002700         AT END
002710             MOVE "Y" TO VM-EOF-SWITCH
002720     END-READ.
002730 2100-EXIT.
002740     EXIT.
002750*
002760*----------------------------------------------------------------
002770* 2150-VALIDATE-TRAN - ACTION CODE, PASS NUMBER, NAME, SPONSOR,
002780*                      AND DATES ARE CHECKED BEFORE THE MASTER
002790*                      FILE IS EVER TOUCHED. ON A CHANGE A BLANK
002800*                      FIELD MEANS "LEAVE AS IS".
002810*----------------------------------------------------------------
002820 2150-VALIDATE-TRAN.
002830     MOVE "Y" TO VM-TRAN-VALID-SWITCH.
002840     MOVE SPACES TO VM-REJECT-REASON.
002850     EVALUATE TRUE
002860         WHEN NOT (VTRAN-ADD OR VTRAN-CHANGE OR VTRAN-DELETE)
002870             MOVE "N" TO VM-TRAN-VALID-SWITCH
002880             MOVE "INVALID ACTION CODE"
002890                 TO VM-REJECT-REASON
002900         WHEN VTRAN-PASS-NO = SPACES
002910             MOVE "N" TO VM-TRAN-VALID-SWITCH
002920             MOVE "BLANK PASS NUMBER"
002930                 TO VM-REJECT-REASON
002940         WHEN VTRAN-PASS-NO NOT NUMERIC
002950             MOVE "N" TO VM-TRAN-VALID-SWITCH
002960             MOVE "NON-NUMERIC PASS NUMBER"
002970                 TO VM-REJECT-REASON
002980         WHEN VTRAN-DELETE
002990             CONTINUE
003000         WHEN VTRAN-ADD AND VTRAN-NAME = SPACES
003010             MOVE "N" TO VM-TRAN-VALID-SWITCH
003020             MOVE "BLANK NAME ON ADD"
003030                 TO VM-REJECT-REASON
003040         WHEN VTRAN-ADD AND VTRAN-SPONSOR-ID = SPACES
003050             MOVE "N" TO VM-TRAN-VALID-SWITCH
003060             MOVE "BLANK SPONSOR ON ADD"
003070                 TO VM-REJECT-REASON
003080         WHEN VTRAN-SPONSOR-ID NOT = SPACES
003090                 AND VTRAN-SPONSOR-ID NOT NUMERIC
003100             MOVE "N" TO VM-TRAN-VALID-SWITCH
003110             MOVE "NON-NUMERIC SPONSOR ID"
003120                 TO VM-REJECT-REASON
003130         WHEN (VTRAN-ADD OR VTRAN-VALID-FROM NOT = SPACES)
003140                 AND VTRAN-VALID-FROM NOT NUMERIC
003150             MOVE "N" TO VM-TRAN-VALID-SWITCH
003160             MOVE "NON-NUMERIC VALID-FROM DATE"
003170                 TO VM-REJECT-REASON
003180         WHEN (VTRAN-ADD OR VTRAN-VALID-TO NOT = SPACES)
003190                 AND VTRAN-VALID-TO NOT NUMERIC
003200             MOVE "N" TO VM-TRAN-VALID-SWITCH
003210             MOVE "NON-NUMERIC VALID-TO DATE"
003220                 TO VM-REJECT-REASON
003230         WHEN VTRAN-ADD AND VTRAN-VALID-FROM > VTRAN-VALID-TO
003240             MOVE "N" TO VM-TRAN-VALID-SWITCH
003250             MOVE "VALID-FROM AFTER VALID-TO"
003260                 TO VM-REJECT-REASON
003270     END-EVALUATE.
003280 2150-EXIT.
003290     EXIT.
003300*
003310*----------------------------------------------------------------
003320* 2200-CHECK-SPONSOR - THE SPONSORING EMPLOYEE MUST BE ON THE
003330*                      EMPMAST EMPLOYEE MASTER
003340*----------------------------------------------------------------
003350 2200-CHECK-SPONSOR.
003360     MOVE VTRAN-SPONSOR-ID TO EMP-ID.
003370     READ EMPLOYEE-MASTER
003380         INVALID KEY
003390             CONTINUE
003400     END-READ.
003410     EVALUATE TRUE
003420         WHEN VM-EMP-NOT-FOUND
003430             MOVE "N" TO VM-TRAN-VALID-SWITCH
003440             MOVE "SPONSOR NOT ON EMPLOYEE MASTER"
003450                 TO VM-REJECT-REASON
003460         WHEN NOT VM-EMP-OK
003470             MOVE "N" TO VM-TRAN-VALID-SWITCH
003480             MOVE "EMPLOYEE MASTER READ ERROR"
003490                 TO VM-REJECT-REASON
003500     END-EVALUATE.
003510 2200-EXIT.
003520     EXIT.
003530*
003540*----------------------------------------------------------------
003550* 2300-APPLY-ADD - REFUSE A DUPLICATE PASS, OTHERWISE WRITE THE
003560*                  NEW MASTER RECORD
003570*----------------------------------------------------------------
003580 2300-APPLY-ADD.
003590     MOVE VTRAN-PASS-NO TO VIS-PASS-NO.
003600     READ VIS-MASTER
003610         INVALID KEY
003620             CONTINUE
003630     END-READ.
003640     IF VM-MAST-OK
003650         MOVE "DUPLICATE PASS ON ADD"
003660             TO VM-REJECT-REASON
003670         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003680         GO TO 2300-EXIT
003690     END-IF.
003700     IF NOT VM-MAST-NOT-FOUND
003710         MOVE "VISITOR MASTER READ ERROR"
003720             TO VM-REJECT-REASON
003730         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003740         GO TO 2300-EXIT
003750     END-IF.
003760     MOVE SPACES TO VIS-REC.
003770     MOVE VTRAN-PASS-NO    TO VIS-PASS-NO.
003780     MOVE VTRAN-NAME       TO VIS-NAME.
003790     MOVE VTRAN-COMPANY    TO VIS-COMPANY.
003800     MOVE VTRAN-SPONSOR-ID TO VIS-SPONSOR-ID.
003810     MOVE VTRAN-VALID-FROM TO VIS-VALID-FROM.
003820     MOVE VTRAN-VALID-TO   TO VIS-VALID-TO.
003830     WRITE VIS-REC
003840         INVALID KEY
003850             CONTINUE
003860     END-WRITE.
003870     IF VM-MAST-OK
003880         PERFORM 2800-WRITE-APPLIED THRU 2800-EXIT
003890     ELSE
003900         MOVE "MASTER WRITE ERROR ON ADD"
003910             TO VM-REJECT-REASON
003920         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003930     END-IF.
003940 2300-EXIT.
003950     EXIT.
003960*
003970*----------------------------------------------------------------
003980* 2400-APPLY-CHANGE - REFUSE A PASS NOT ON FILE, OTHERWISE
003990*                     REPLACE ONLY THE FIELDS THE TRANSACTION
004000*                     ACTUALLY CARRIES. THE MERGED DATES MUST
004010*                     STILL RUN FORWARD BEFORE THE REWRITE.
004020*----------------------------------------------------------------
004030 2400-APPLY-CHANGE.
004040     MOVE VTRAN-PASS-NO TO VIS-PASS-NO.
004050     READ VIS-MASTER
004060         INVALID KEY
004070             CONTINUE
004080     END-READ.
004090     IF NOT VM-MAST-OK
004100         IF VM-MAST-NOT-FOUND
004110             MOVE "PASS NOT ON FILE - CHANGE"
004120                 TO VM-REJECT-REASON
004130         ELSE
004140             MOVE "VISITOR MASTER READ ERROR"
004150                 TO VM-REJECT-REASON
004160         END-IF
004170         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004180         GO TO 2400-EXIT
004190     END-IF.
004200     IF VTRAN-NAME NOT = SPACES
004210         MOVE VTRAN-NAME TO VIS-NAME
004220     END-IF.
004230     IF VTRAN-COMPANY NOT = SPACES
004240         MOVE VTRAN-COMPANY TO VIS-COMPANY
004250     END-IF.
004260     IF VTRAN-SPONSOR-ID NOT = SPACES
004270         MOVE VTRAN-SPONSOR-ID TO VIS-SPONSOR-ID
004280     END-IF.
004290     IF VTRAN-VALID-FROM NOT = SPACES
004300         MOVE VTRAN-VALID-FROM TO VIS-VALID-FROM
004310     END-IF.
004320     IF VTRAN-VALID-TO NOT = SPACES
004330         MOVE VTRAN-VALID-TO TO VIS-VALID-TO
004340     END-IF.
004350     IF VIS-VALID-FROM > VIS-VALID-TO
004360         MOVE "VALID-FROM AFTER VALID-TO"
004370             TO VM-REJECT-REASON
004380         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004390         GO TO 2400-EXIT
004400     END-IF.
004410     REWRITE VIS-REC
004420         INVALID KEY
004430             CONTINUE
004440     END-REWRITE.
004450     IF VM-MAST-OK
004460         PERFORM 2800-WRITE-APPLIED THRU 2800-EXIT
004470     ELSE
004480         MOVE "MASTER REWRITE ERROR ON CHANGE"
004490             TO VM-REJECT-REASON
004500         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004510     END-IF.
004520 2400-EXIT.
004530     EXIT.
004540*
004550*----------------------------------------------------------------
004560* 2500-APPLY-DELETE - REFUSE A PASS NOT ON FILE, OTHERWISE
004570*                     DROP THE MASTER RECORD
004580*----------------------------------------------------------------
004590 2500-APPLY-DELETE.
004600     MOVE VTRAN-PASS-NO TO VIS-PASS-NO.
004610     READ VIS-MASTER
004620         INVALID KEY
004630             CONTINUE
004640     END-READ.
004650     IF NOT VM-MAST-OK
004660         IF VM-MAST-NOT-FOUND
004670             MOVE "PASS NOT ON FILE - DELETE"
004680                 TO VM-REJECT-REASON
004690         ELSE
004700             MOVE "VISITOR MASTER READ ERROR"
004710                 TO VM-REJECT-REASON
004720         END-IF
004730         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004740         GO TO 2500-EXIT
004750     END-IF.
004760     DELETE VIS-MASTER
004770         INVALID KEY
004780             CONTINUE
004790     END-DELETE.
004800     IF VM-MAST-OK
004810         PERFORM 2800-WRITE-APPLIED THRU 2800-EXIT
004820     ELSE
004830         MOVE "MASTER DELETE ERROR"
004840             TO VM-REJECT-REASON
004850         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004860     END-IF.
004870 2500-EXIT.
004880     EXIT.
004890*
004900*----------------------------------------------------------------
004910* 2800-WRITE-APPLIED - REGISTER THE APPLIED TRANSACTION AND
004920*                      APPEND THE MAINTENANCE AUDIT RECORD
004930*----------------------------------------------------------------
004940 2800-WRITE-APPLIED.
004950     MOVE SPACES TO VIS-RPT-LINE.
004960     STRING VTRAN-ACTION      DELIMITED BY SIZE
004970             " "              DELIMITED BY SIZE
004980             VTRAN-PASS-NO    DELIMITED BY SIZE
004990             " APPLIED"       DELIMITED BY SIZE
005000         INTO VIS-RPT-LINE
005010     END-STRING.
005020     WRITE VIS-RPT-LINE.
005030     ADD 1 TO VM-APPLIED-COUNT.
005040     PERFORM 2850-WRITE-AUDIT-LOG THRU 2850-EXIT.
005050 2800-EXIT.
005060     EXIT.
005070*
005080*----------------------------------------------------------------
005090* 2850-WRITE-AUDIT-LOG - APPEND ONE MAINTENANCE EVENT TO THE
005100*                        VISITOR AUDIT LOG
005110*----------------------------------------------------------------
005120 2850-WRITE-AUDIT-LOG.
005130     MOVE SPACES TO VLOG-REC.
005140     MOVE VTRAN-ACTION     TO VLOG-ACTION.
005150     MOVE VTRAN-PASS-NO    TO VLOG-PASS-NO.
005160     MOVE VTRAN-NAME       TO VLOG-NAME.
005170     MOVE VTRAN-SPONSOR-ID TO VLOG-SPONSOR-ID.
005180     MOVE VTRAN-VALID-FROM TO VLOG-VALID-FROM.
005190     MOVE VTRAN-VALID-TO   TO VLOG-VALID-TO.
005200     MOVE VM-RUN-DATE      TO VLOG-RUN-DATE.
005210     MOVE VM-RUN-TIME      TO VLOG-RUN-TIME.
005220     MOVE VM-TERM-ID       TO VLOG-TERM-ID.
005230     WRITE VLOG-REC.
005240 2850-EXIT.
005250     EXIT.
005260*
005270*----------------------------------------------------------------
005280* 2900-WRITE-REJECT - REGISTER A REJECTED TRANSACTION AND THE
005290*                     REASON
005300*----------------------------------------------------------------
005310 2900-WRITE-REJECT.
005320     MOVE SPACES TO VIS-RPT-LINE.
005330     STRING VTRAN-ACTION      DELIMITED BY SIZE
005340             " "              DELIMITED BY SIZE
005350             VTRAN-PASS-NO    DELIMITED BY SIZE
005360             " REJECTED - "   DELIMITED BY SIZE
005370             VM-REJECT-REASON DELIMITED BY SIZE
005380         INTO VIS-RPT-LINE
005390     END-STRING.
005400     WRITE VIS-RPT-LINE.
005410     ADD 1 TO VM-REJECT-COUNT.
005420 2900-EXIT.
005430     EXIT.
005440*
005450*----------------------------------------------------------------
005460* 8000-TERMINATE - CLOSE FILES AND REPORT THE RUN TOTALS
005470*----------------------------------------------------------------
005480 8000-TERMINATE.
005490     CLOSE VIS-TRAN-FILE.
005500     CLOSE VIS-RPT-FILE.
005510     CLOSE VIS-LOG-FILE.
005520     CLOSE VIS-MASTER.
005530     IF VM-EMP-CHECKING
005540         CLOSE EMPLOYEE-MASTER
005550     END-IF.
005560     DISPLAY "VISMNT - TRANSACTIONS READ: " VM-TRAN-COUNT.
005570     DISPLAY "VISMNT - APPLIED:           " VM-APPLIED-COUNT.
005580     DISPLAY "VISMNT - REJECTED:          " VM-REJECT-COUNT.
005590 8000-EXIT.
005600     EXIT.
005610*
005620*    THE STATUS AREA IS ONLY THERE WHEN THE MENU DRIVER PASSED
005630*    IT - A STANDALONE RUN HAS NOTHING TO HAND A CODE BACK TO.
005640 9999-EXIT.
005650     IF ADDRESS OF STEP-STATUS-AREA NOT = NULL
005660         IF VM-FATAL-YES
005670             MOVE 08 TO STEP-RETURN-CODE
005680         ELSE
005690             MOVE 00 TO STEP-RETURN-CODE
005700         END-IF
005710     END-IF.
005720     GOBACK.
