000204*                 EACH INQUIRY LINE NOW SHOWS "IN " OR "OUT" SO
000205*                 AN ARRIVAL AND A CHECK-OUT CAN BE TOLD APART.
000206*                 A BLANK CODE ON AN OLD RECORD SHOWS AS "IN ".
000208* 2026-09-23 RLH  GREETLOG NOW ALSO CARRIES VISITOR EVENTS, WHOSE
000210*                 ID FIELD IS A VISITOR PASS NUMBER. AN INQUIRY ON
000212*                 ONE EMPLOYEE ID PASSES THEM OVER, AND IN AN
000214*                 INQUIRY ON ALL IDS THEY SHOW AS "V-IN " OR
000215*                 "V-OUT".
000216*----------------------------------------------------------------
000220*
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000400                   ==AUDIT-TERM-ID==  BY ==LOG-TERM-ID==
000402                   ==AUDIT-EVENT-CODE== BY ==LOG-EVENT-CODE==
000404                   ==AUDIT-EVENT-IN==   BY ==LOG-EVENT-IN==
000405                   ==AUDIT-EVENT-OUT==  BY ==LOG-EVENT-OUT==
000406                   ==AUDIT-SITE-CODE==  BY ==LOG-SITE-CODE==
000407                   ==AUDIT-VISITOR-FLAG== BY ==LOG-VISITOR-FLAG==
000408                   ==AUDIT-VISITOR==    BY ==LOG-VISITOR==
000409                   ==AUDIT-SPONSOR-ID== BY ==LOG-SPONSOR-ID==.
000410*
000420 WORKING-STORAGE SECTION.
000430*
000706 01  LQ-TIME-SPLIT.
000707     05  LQ-TIME-HHMMSS     PIC 9(06).
000708     05  FILLER             PIC 9(02).
000709 77  LQ-EVENT-DISPLAY       PIC X(05)  VALUE SPACES.
000710 77  LQ-EVENT-LINE          PIC X(79)  VALUE SPACES.
000720*
000730 PROCEDURE DIVISION.
001260 2000-SCAN-LOG.
001270     ADD 1 TO LQ-READ-COUNT.
001280     IF (LQ-SEL-EMP-ID = SPACES
001290             OR (LQ-SEL-EMP-ID = LOG-EMP-ID AND NOT LOG-VISITOR))
001300         AND LOG-RUN-DATE NOT < LQ-FROM-DATE
001310         AND LOG-RUN-DATE NOT > LQ-THRU-DATE
001320         PERFORM 2200-SHOW-EVENT THRU 2200-EXIT
001500     ADD 1 TO LQ-MATCH-COUNT.
001510     MOVE LOG-RUN-DATE TO LQ-DATE-DISPLAY.
001515     MOVE LOG-RUN-TIME TO LQ-TIME-SPLIT.
001516     MOVE LQ-TIME-HHMMSS TO LQ-TIME-DISPLAY.
001517     EVALUATE TRUE
001518         WHEN LOG-VISITOR AND LOG-EVENT-OUT
001519             MOVE "V-OUT" TO LQ-EVENT-DISPLAY
001520         WHEN LOG-VISITOR
001521             MOVE "V-IN " TO LQ-EVENT-DISPLAY
001522         WHEN LOG-EVENT-OUT
001523             MOVE "OUT" TO LQ-EVENT-DISPLAY
001524         WHEN OTHER
001525             MOVE "IN " TO LQ-EVENT-DISPLAY
001526     END-EVALUATE.
001530     MOVE SPACES TO LQ-EVENT-LINE.
001540     STRING LOG-EMP-ID       DELIMITED BY SIZE
001550             " "             DELIMITED BY SIZE
