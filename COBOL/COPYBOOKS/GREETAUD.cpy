000137*                 WAS STILL IN THE BUILDING AT CLOSE. A RECORD
000138*                 WRITTEN BEFORE THIS CHANGE CARRIES A BLANK
000139*                 EVENT CODE AND IS TREATED AS AN ARRIVAL.
000140* 2026-09-21 RLH  ADDED THE SITE CODE OF THE IDIN BATCH THE EVENT
000141*                 CAME IN ON, TAKEN FROM THE FILLER SO THE RECORD
000142*                 STAYS 80 BYTES, SO THE REPORTS CAN SELECT OR
000143*                 BREAK BY SITE. A RECORD WRITTEN BEFORE THIS
000144*                 CHANGE CARRIES A BLANK SITE.
000145* 2026-09-23 RLH  ADDED A VISITOR FLAG AND THE SPONSORING
000146*                 EMPLOYEE, TAKEN FROM THE FILLER, SO VISITOR
000147*                 PASS ARRIVALS AND DEPARTURES CAN SHARE THE LOG.
000148*                 ON A VISITOR RECORD THE EMP ID FIELD CARRIES
000149*                 THE PASS NUMBER, NOT AN EMPLOYEE ID, SO ANY
000150*                 READER MATCHING LOG IDS TO EMPMAST MUST SKIP
000151*                 AUDIT-VISITOR RECORDS. A BLANK FLAG IS AN
000152*                 EMPLOYEE EVENT.
000153*----------------------------------------------------------------
000154 01  AUDIT-REC.
000160     05  AUDIT-EMP-ID           PIC 9(05).
000170     05  AUDIT-EMP-NAME         PIC X(20).
000180     05  AUDIT-EMP-DEPT         PIC X(10).
000212     05  AUDIT-EVENT-CODE       PIC X(01).
000214         88  AUDIT-EVENT-IN            VALUES "I" " ".
000216         88  AUDIT-EVENT-OUT           VALUE "O".
000226     05  AUDIT-SITE-CODE        PIC X(04).
000228     05  AUDIT-VISITOR-FLAG     PIC X(01).
000230         88  AUDIT-VISITOR             VALUE "V".
000232     05  AUDIT-SPONSOR-ID       PIC X(05).
000236     05  FILLER                 PIC X(10).
