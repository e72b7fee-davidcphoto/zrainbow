002300*    A COMPLETE FILE.  A RECORD WHOSE RESULT CODE MATCHES NO     *
002400*    CATEGORY IS NOT DISTRIBUTED; IT IS COUNTED AND REPORTED ON  *
002500*    THE OPERATOR LOG SO IT CANNOT DISAPPEAR SILENTLY.           *
002510*                                                                *
002520*    A CONFIRMED GATESUPP CONTROL RECORD (GATESUPC LAYOUT) MAKES *
002530*    THE RUN THE SUPPLEMENTAL PASS FOR A REGION THAT MISSED THE  *
002540*    NIGHT: ONLY THE GATE-OUTPUT RECORDS THE GATE STAMPED WITH   *
002545*    THAT REGION AS THEIR PASS CODE ARE DISTRIBUTED, UNDER THE   *
002550*    ORIGINAL FEED DATE,                                         *
002560*    TO SUPPLEMENTAL DISTRIBUTION FILES WHOSE TRAILERS CARRY THE *
002570*    REGION AS THE PASS CODE.  HELD ITEMS ARE ADDED TO THE       *
002580*    NIGHT'S HELD-ITEMS FILE SO THE NEXT NIGHT PICKS THEM UP.    *
002581*                                                                *
002582*    AN ITEM WHOSE AMOUNT IS ABOVE THE HIGH-VALUE THRESHOLD FOR  *
002583*    ITS CATEGORY (OPTIONAL GATEHVT FILE, GATEHVTC LAYOUT) IS    *
002584*    QUEUED ON THE PENDING-RELEASE FILE (DISTPEND, GATEPEND      *
002585*    LAYOUT) INSTEAD OF ITS DISTRIBUTION FILE.  THE PRIOR RUN'S  *
002586*    QUEUE IS FED BACK (DISTPNDP): AN ITEM A SUPERVISOR HAS      *
002587*    NAMED ON THE NIGHT'S RELEASE FILE (GATERELS) FLOWS TO ITS   *
002588*    DISTRIBUTION FILE AND THE REST ARE QUEUED AGAIN WITH THEIR  *
002589*    ORIGINAL QUEUED DATE.  THE RELEASE AUTHORIZATION REPORT     *
002590*    (RELRPT) LISTS THE NIGHT'S QUEUE AND RELEASES FOR THE       *
002591*    SUPERVISORS; AN ITEM QUEUED LONGER THAN THE ESCALATION DAYS *
002592*    (OPTIONAL RELAGE RECORD, GATEAGEC LAYOUT, DEFAULT 3) IS     *
002593*    ESCALATED ON IT AND THE STEP ENDS WITH CONDITION CODE 4.    *
002600*                                                                *
002700*    MODIFICATION HISTORY.                                       *
002800*      DATE       BY   DESCRIPTION                               *
003134*      2026-09-03 DCP  APPEND THE SPLIT COUNTS TO THE COMMON    *
003143*                      BALANCING FILE (GATEBALC LAYOUT, DD      *
003152*                      GATEBAL) SO GATE-BALANCE CAN PROVE THE   *
003153*                      NIGHT END TO END.                        *
003154*      2026-10-15 DCP  DISTRIBUTION RECORDS WIDENED TO 40 BYTES *
003155*                      TO CARRY THE ITEM'S OWNING UNIT (NEW     *
003156*                      GATECOND-OWNING-UNIT, STAMPED FROM THE   *
003157*                      ITEM REFERENCE MASTER BY THE GATE RUN)   *
003158*                      SO EACH RECEIVING TEAM KNOWS WHOSE ITEM  *
003159*                      IT IS WORKING.                           *
003160*      2026-10-15 DCP  RECORD THE STEP'S START, END AND         *
003161*                      CONDITION CODE ON THE JOB-STREAM         *
003162*                      RUN-CONTROL FILE (GATERUNC LAYOUT, DD    *
003163*                      GATERUNC) AND REFUSE TO START (CONDITION *
003164*                      CODE 16, NO DISTRIBUTION FILE OPENED)    *
003165*                      UNLESS SAMPLE-PROGRAM ENDED ACCEPTABLY   *
003166*                      FOR THE SAME FEED DATE. THE FEED DATE IS *
003167*                      NOW THE NIGHT OPENED BY GATE-CONSOL ON   *
003168*                      THAT FILE WHEN THERE IS ONE, SO A FAILED *
003169*                      OR SKIPPED GATE RUN CAN NO LONGER LET    *
003170*                      LAST NIGHT'S GATE-OUTPUT BE DISTRIBUTED  *
003171*                      AGAIN.                                   *
003172*      2026-10-15 DCP  SUPPLEMENTAL PASS FOR A LATE REGION      *
003173*                      (GATESUPP CONTROL RECORD, GATESUPC       *
003174*                      LAYOUT): ONLY THAT REGION'S GATE-OUTPUT  *
003175*                      RECORDS ARE DISTRIBUTED, UNDER THE       *
003176*                      ORIGINAL FEED DATE, AND THE TRAILERS,    *
003177*                      GATEDCTL, BALANCING AND RUN-CONTROL      *
003178*                      RECORDS CARRY THE REGION AS THE PASS     *
003179*                      CODE. HELD ITEMS EXTEND THE NIGHT'S      *
003180*                      HELD-ITEMS FILE. ONLY A MAIN PASS OPENS  *
003181*                      A NIGHT.                                 *
003182*      2026-10-15 DCP  HIGH-VALUE RELEASE AUTHORIZATION: AN     *
003183*                      ITEM ABOVE ITS CATEGORY'S THRESHOLD      *
003184*                      (GATEHVT, GATEHVTC LAYOUT) IS QUEUED ON  *
003185*                      THE PENDING-RELEASE FILE (DD DISTPEND,   *
003186*                      GATEPEND LAYOUT) INSTEAD OF DISTRIBUTED. *
003187*                      THE PRIOR QUEUE (DD DISTPNDP) IS FED     *
003188*                      BACK EACH NIGHT; AN ITEM NAMED ON THE    *
003189*                      RELEASE FILE (GATERELS) WITH ITS         *
003190*                      AUTHORIZER FLOWS OUT, THE REST WAIT      *
003191*                      UNDER THEIR ORIGINAL QUEUED DATE. NEW    *
003192*                      RELEASE AUTHORIZATION REPORT (DD         *
003193*                      RELRPT); AN ITEM QUEUED LONGER THAN THE  *
003194*                      ESCALATION DAYS (RELAGE, DEFAULT 3) IS   *
003195*                      ESCALATED AND THE STEP ENDS WITH         *
003196*                      CONDITION CODE 4. QUEUED COUNTS GO TO    *
003197*                      GATEBAL AS PRIOR-PEND AND PENDING.       *
003198*      2026-10-15 DCP  ON A SUPPLEMENTAL PASS THE GATE-OUTPUT   *
003199*                      RECORDS ARE CHOSEN BY THE PASS CODE THE  *
003200*                      GATE NOW STAMPS ON EACH ONE              *
003201*                      (GATECOND-PASS-CODE), NOT BY REGION, SO  *
003202*                      A LATE REGION'S RECORDS ALREADY ON THE   *
003203*                      NIGHT'S GATE-OUTPUT FROM A REDRIVE OR    *
003204*                      RECYCLE ARE NOT DISTRIBUTED TWICE; A     *
003205*                      MAIN PASS LIKEWISE PASSES OVER           *
003206*                      SUPPLEMENTAL RECORDS.                    *
003210*      2026-10-15 DCP  A MAIN-PASS RERUN IS REFUSED WITH        *
003213*                      CONDITION CODE 16 ONCE A SUPPLEMENTAL    *
003216*                      PASS HAS STARTED FOR THE FEED DATE, SO   *
003219*                      THE LATE REGION'S HELD AND QUEUED ITEMS  *
003222*                      ARE NOT WRITTEN OVER. A RELEASED ITEM    *
003225*                      UNDER AN ACTIVE HOLD IS LISTED AS        *
003228*                      HELD-LEGAL AND NOT COUNTED AS RELEASED.  *
003231*                                                                *
003234******************************************************************
003250 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT GATE-OUTPUT-FILE ASSIGN TO GATEOUT
004800         ORGANIZATION IS LINE SEQUENTIAL.
004810*
004820     SELECT DIST-HELD-FILE ASSIGN TO DISTHELD
004830         ORGANIZATION IS LINE SEQUENTIAL
004835         FILE STATUS IS WS-HELD-FILE-STATUS.
004836*
004837     SELECT DIST-PENDING-FILE ASSIGN TO DISTPEND
004838         ORGANIZATION IS LINE SEQUENTIAL
004839         FILE STATUS IS WS-PEND-FILE-STATUS.
004840*
004842     SELECT OPTIONAL SUPPLEMENTAL-CONTROL-FILE ASSIGN TO GATESUPP
004844         ORGANIZATION IS LINE SEQUENTIAL
004846         FILE STATUS IS WS-SUPP-FILE-STATUS.
004848*
004850     SELECT OPTIONAL GATE-HOLD-FILE ASSIGN TO GATEHOLD
004860         ORGANIZATION IS LINE SEQUENTIAL
004870         FILE STATUS IS WS-HOLD-FILE-STATUS.
004897         ORGANIZATION IS LINE SEQUENTIAL
004898         FILE STATUS IS WS-FDCT-FILE-STATUS.
004899*
004900     SELECT OPTIONAL PENDING-PRIOR-FILE ASSIGN TO DISTPNDP
004901         ORGANIZATION IS LINE SEQUENTIAL
004902         FILE STATUS IS WS-PNDP-FILE-STATUS.
004903*
004904     SELECT OPTIONAL HIGH-VALUE-CONTROL-FILE ASSIGN TO GATEHVT
004905         ORGANIZATION IS LINE SEQUENTIAL
004906         FILE STATUS IS WS-HVT-FILE-STATUS.
004907*
004908     SELECT OPTIONAL RELEASE-AUTH-FILE ASSIGN TO GATERELS
004909         ORGANIZATION IS LINE SEQUENTIAL
004910         FILE STATUS IS WS-RELS-FILE-STATUS.
004911*
004912     SELECT OPTIONAL RELEASE-AGE-CONTROL-FILE ASSIGN TO RELAGE
004913         ORGANIZATION IS LINE SEQUENTIAL
004914         FILE STATUS IS WS-RAGE-FILE-STATUS.
004915*
004916     SELECT RELEASE-AUTH-RPT-FILE ASSIGN TO RELRPT
004917         ORGANIZATION IS LINE SEQUENTIAL.
004918*
004920     SELECT DIST-CONTROL-FILE ASSIGN TO GATEDCTL
004940         ORGANIZATION IS LINE SEQUENTIAL
004960         FILE STATUS IS WS-DCTL-FILE-STATUS.
004985         ORGANIZATION IS LINE SEQUENTIAL
004990         FILE STATUS IS WS-BAL-FILE-STATUS.
004995*
004996     SELECT RUN-CONTROL-FILE ASSIGN TO GATERUNC
004997         ORGANIZATION IS LINE SEQUENTIAL
004998         FILE STATUS IS WS-RUNC-FILE-STATUS.
004999*
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  GATE-OUTPUT-FILE
007822                   ==GATECOND-ITEM-AMOUNT==
007824                BY ==GATEOUT-ITEM-AMOUNT==
007826                   ==GATECOND-RECYCLE-COUNT==
007828                BY ==GATEOUT-RECYCLE-COUNT==
007830                   ==GATECOND-OWNING-UNIT==
007832                BY ==GATEOUT-OWNING-UNIT==
007833                   ==GATECOND-PASS-CODE==
007834                BY ==GATEOUT-PASS-CODE==.
007900*
008000 FD  DIST-BOTH-AB-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 01  DIST-BOTH-AB-RECORD         PIC X(40).
008300*
008400 FD  DIST-ONLY-A-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  DIST-ONLY-A-RECORD          PIC X(40).
008700*
008800 FD  DIST-B-ONLY-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 01  DIST-B-ONLY-RECORD          PIC X(40).
009100*
009200 FD  DIST-NEITHER-FILE
009300     LABEL RECORDS ARE STANDARD.
009400 01  DIST-NEITHER-RECORD         PIC X(40).
009410*
009420 FD  DIST-HELD-FILE
009430     LABEL RECORDS ARE STANDARD.
009440 01  DIST-HELD-RECORD            PIC X(40).
009442*
009444 FD  DIST-PENDING-FILE
009446     LABEL RECORDS ARE STANDARD.
009448     COPY GATEPEND.
009450*
009452 FD  SUPPLEMENTAL-CONTROL-FILE
009454     LABEL RECORDS ARE STANDARD.
009456     COPY GATESUPC.
009458*
009460 FD  GATE-HOLD-FILE
009470     LABEL RECORDS ARE STANDARD.
009480     COPY GATEHOLD.
009481*
009482 FD  HELD-PRIOR-FILE
009483     LABEL RECORDS ARE STANDARD.
009484 01  HLDP-RECORD                 PIC X(40).
009485*
009486 FD  PENDING-PRIOR-FILE
009487     LABEL RECORDS ARE STANDARD.
009488     COPY GATEPEND
009489         REPLACING ==PEND-RECORD==
009490                BY ==PNDP-RECORD==
009491                   ==PEND-ITEM-IMAGE==
009492                BY ==PNDP-ITEM-IMAGE==
009493                   ==PEND-QUEUED-DATE==
009494                BY ==PNDP-QUEUED-DATE==.
009497*
009498 FD  GATE-FEED-CONTROL-FILE
009499     LABEL RECORDS ARE STANDARD.
009507     LABEL RECORDS ARE STANDARD.
009508     COPY GATEBALC.
009509*
009527 FD  RUN-CONTROL-FILE
009545     LABEL RECORDS ARE STANDARD.
009563     COPY GATERUNC.
009581*
009582 FD  HIGH-VALUE-CONTROL-FILE
009583     LABEL RECORDS ARE STANDARD.
009584     COPY GATEHVTC.
009585*
009586 FD  RELEASE-AUTH-FILE
009587     LABEL RECORDS ARE STANDARD.
009588     COPY GATERELS.
009589*
009590 FD  RELEASE-AGE-CONTROL-FILE
009591     LABEL RECORDS ARE STANDARD.
009592     COPY GATEAGEC.
009593*
009594 FD  RELEASE-AUTH-RPT-FILE
009595     LABEL RECORDS ARE STANDARD.
009596 01  RPT-LINE                    PIC X(132).
009597*
009600 WORKING-STORAGE SECTION.
009700*
009800******************************************************************
010836                                 VALUE ZERO.
010838 77  WS-AMOUNT-HELD              PIC S9(11)V99 COMP-3
010840                                 VALUE ZERO.
010852 77  WS-COUNT-PENDING            PIC 9(07) COMP VALUE ZERO.
010864 77  WS-PENDING-PRIOR-READ-COUNT PIC 9(07) COMP VALUE ZERO.
010876 77  WS-AMOUNT-PENDING           PIC S9(11)V99 COMP-3
010888                                 VALUE ZERO.
010900*
010902******************************************************************
010904*    LEGAL HOLD CONTROLS.  THE HOLD FILE IS LOADED INTO THIS    *
012100                   ==DIST-TRAILER-COUNT==
012200                BY ==WS-DIST-TRAILER-COUNT==
012210                   ==DIST-TRAILER-AMOUNT==
012220                BY ==WS-DIST-TRAILER-AMOUNT==
012230                   ==DIST-TRAILER-PASS-CODE==
012240                BY ==WS-DIST-TRAILER-PASS-CODE==
012250                   ==DIST-TRAILER-MAIN-PASS==
012260                BY ==WS-DIST-TRAILER-MAIN-PASS==.
012300*
012303******************************************************************
012306*    RUN-CONTROL - THIS STEP'S ROW ON THE JOB-STREAM STEP TABLE  *
012309*    (GATESTEP) NAMES THE PREDECESSOR THAT MUST HAVE ENDED       *
012312*    ACCEPTABLY FOR THE SAME FEED DATE BEFORE THIS STEP MAY      *
012315*    START; THE STEP'S OWN START, END AND CONDITION CODE ARE     *
012318*    APPENDED TO THE RUN-CONTROL FILE (GATERUNC LAYOUT).         *
012321******************************************************************
012324 77  WS-RUNC-FILE-STATUS         PIC X(02) VALUE '00'.
012327 77  WS-RUNC-EOF-SWITCH          PIC X(01) VALUE 'N'.
012330     88  WS-RUNC-EOF-REACHED         VALUE 'Y'.
012333 77  WS-STEP-NAME                PIC X(16) VALUE 'GATE-SPLIT'.
012336 77  WS-STEP-START-SWITCH        PIC X(01) VALUE 'N'.
012339     88  WS-STEP-STARTED             VALUE 'Y'.
012342 77  WS-RUNC-EVENT               PIC X(01) VALUE SPACE.
012345 77  WS-NIGHT-FEED-DATE          PIC 9(08) VALUE ZERO.
012348 77  WS-PRED-STEP-NAME           PIC X(16) VALUE SPACES.
012351 77  WS-PRED-MAX-COND-CODE       PIC 9(03) VALUE ZERO.
012354 77  WS-PRED-EVENT               PIC X(01) VALUE SPACE.
012357 77  WS-PRED-COND-CODE           PIC 9(03) VALUE ZERO.
012358 77  WS-SUPP-SPLIT-SWITCH        PIC X(01) VALUE 'N'.
012359     88  WS-SUPP-SPLIT-STARTED       VALUE 'Y'.
012360 01  WS-CURRENT-TIME.
012363     05  WS-CURRENT-TIME-HHMMSS      PIC 9(06).
012366     05  WS-CURRENT-TIME-CC          PIC 9(02).
012369*
012372     COPY GATESTEP.
012375*
012377******************************************************************
012379*    SUPPLEMENTAL PASS - SET FROM A CONFIRMED GATESUPP RECORD.   *
012381*    THE PASS CODE IS THE LATE REGION (SPACES ON A MAIN PASS).   *
012382*    GATE-OUTPUT RECORDS STAMPED FOR ANOTHER PASS ARE COUNTED.   *
012383******************************************************************
012385 77  WS-SUPP-FILE-STATUS         PIC X(02) VALUE '00'.
012387 77  WS-HELD-FILE-STATUS         PIC X(02) VALUE '00'.
012389 77  WS-SUPPLEMENTAL-SWITCH      PIC X(01) VALUE 'N'.
012391     88  WS-SUPPLEMENTAL-PASS        VALUE 'Y'.
012393 77  WS-PASS-CODE                PIC X(03) VALUE SPACES.
012395 77  WS-OTHER-PASS-COUNT         PIC 9(07) COMP VALUE ZERO.
012397*
012398******************************************************************
012399*    HIGH-VALUE RELEASE AUTHORIZATION.  THE THRESHOLD FILE IS    *
012400*    LOADED INTO A TABLE BY CATEGORY AND THE NIGHT'S RELEASE     *
012401*    FILE INTO A TABLE BY ITEM.  AN ITEM ABOVE ITS CATEGORY'S    *
012402*    THRESHOLD IS QUEUED UNLESS IT IS BEING RELEASED FROM THE    *
012403*    PRIOR QUEUE.  A RELEASE WITHOUT AN AUTHORIZER ID IS REFUSED *
012404*    AT LOAD, THE SAME RULE THE LEGAL HOLD FILE ENFORCES ON      *
012405*    PLACED-BY.                                                  *
012406******************************************************************
012407 77  WS-PEND-FILE-STATUS         PIC X(02) VALUE '00'.
012408 77  WS-PNDP-FILE-STATUS         PIC X(02) VALUE '00'.
012409 77  WS-HVT-FILE-STATUS          PIC X(02) VALUE '00'.
012410 77  WS-RELS-FILE-STATUS         PIC X(02) VALUE '00'.
012411 77  WS-RAGE-FILE-STATUS         PIC X(02) VALUE '00'.
012412 77  WS-PNDP-EOF-SWITCH          PIC X(01) VALUE 'N'.
012413     88  WS-PNDP-EOF-REACHED         VALUE 'Y'.
012414 77  WS-HVT-EOF-SWITCH           PIC X(01) VALUE 'N'.
012415     88  WS-HVT-EOF-REACHED          VALUE 'Y'.
012416 77  WS-RELS-EOF-SWITCH          PIC X(01) VALUE 'N'.
012417     88  WS-RELS-EOF-REACHED         VALUE 'Y'.
012418 77  WS-RELS-MAX-ENTRIES         PIC 9(03) COMP VALUE 200.
012419 77  WS-HVT-REFUSED-COUNT        PIC 9(07) COMP VALUE ZERO.
012420 77  WS-RELS-REFUSED-COUNT       PIC 9(07) COMP VALUE ZERO.
012421 77  WS-RELS-UNMATCHED-COUNT     PIC 9(07) COMP VALUE ZERO.
012422 77  WS-QUEUED-NEW-COUNT         PIC 9(07) COMP VALUE ZERO.
012423 77  WS-QUEUED-CARRIED-COUNT     PIC 9(07) COMP VALUE ZERO.
012424 77  WS-RELEASED-COUNT           PIC 9(07) COMP VALUE ZERO.
012425 77  WS-ESCALATED-COUNT          PIC 9(07) COMP VALUE ZERO.
012426 77  WS-ITEM-PENDING-SWITCH      PIC X(01) VALUE 'N'.
012427     88  WS-ITEM-IS-PENDING          VALUE 'Y'.
012428 77  WS-ITEM-RELEASED-SWITCH     PIC X(01) VALUE 'N'.
012429     88  WS-ITEM-IS-RELEASED         VALUE 'Y'.
012430 77  WS-ITEM-THRESHOLD           PIC 9(07)V99 VALUE ZERO.
012431 77  WS-QUEUED-DATE              PIC 9(08) VALUE ZERO.
012432 77  WS-RELEASED-BY              PIC X(08) VALUE SPACES.
012433 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
012434 77  WS-PAGE-COUNT               PIC 9(03) COMP VALUE ZERO.
012435 77  WS-MAX-LINES-PER-PAGE       PIC 9(02) COMP VALUE 50.
012436*
012437 01  WS-HVT-TABLE.
012438     05  WS-HVT-COUNT                PIC 9(03) COMP VALUE ZERO.
012439     05  WS-HVT-ENTRY OCCURS 4 TIMES
012440             INDEXED BY HVT-IDX.
012441         10  WS-HVT-TAB-CATEGORY     PIC X(10).
012442         10  WS-HVT-TAB-THRESHOLD    PIC 9(07)V99.
012443*
012444 01  WS-RELS-TABLE.
012445     05  WS-RELS-COUNT               PIC 9(03) COMP VALUE ZERO.
012446     05  WS-RELS-ENTRY OCCURS 200 TIMES
012447             INDEXED BY RELS-IDX.
012448         10  WS-RELS-TAB-ITEM-ID     PIC X(06).
012449         10  WS-RELS-TAB-AUTH-BY     PIC X(08).
012450         10  WS-RELS-TAB-USED-SW     PIC X(01).
012451             88  WS-RELS-TAB-USED        VALUE 'Y'.
012452*
012453******************************************************************
012454*    ESCALATION CONTROLS - THE CUTOFF IS THE FEED DATE MINUS THE *
012455*    ESCALATION DAYS; AN ITEM STILL QUEUED THAT WAS FIRST QUEUED *
012456*    BEFORE THE CUTOFF IS ESCALATED.  THE DAYS DEFAULT TO 3 - A  *
012457*    SUPERVISOR SHOULD HAVE DECIDED WITHIN THE WORKING WEEK.     *
012458******************************************************************
012459 77  WS-ESCALATION-DAYS          PIC 9(03) COMP VALUE 3.
012460*
012461 01  WS-CUTOFF-DATE.
012462     05  WS-CUTOFF-CCYY              PIC 9(04).
012463     05  WS-CUTOFF-MM                PIC 9(02).
012464     05  WS-CUTOFF-DD                PIC 9(02).
012465*
012466******************************************************************
012467*    DAYS-IN-MONTH TABLE AND LEAP YEAR WORK FIELDS FOR THE DATE  *
012468*    ARITHMETIC IN 8100-BACK-ONE-DAY                             *
012469******************************************************************
012470 01  WS-DIM-INIT                 PIC X(24)
012471     VALUE '312831303130313130313031'.
012472 01  WS-DIM-TABLE REDEFINES WS-DIM-INIT.
012473     05  WS-DAYS-IN-MONTH        OCCURS 12 TIMES
012474                                 PIC 9(02).
012475 77  WS-LEAP-QUOTIENT            PIC 9(04) COMP.
012476 77  WS-LEAP-REM-4               PIC 9(04) COMP.
012477 77  WS-LEAP-REM-100             PIC 9(04) COMP.
012478 77  WS-LEAP-REM-400             PIC 9(04) COMP.
012479 77  WS-LEAP-SWITCH              PIC X(01) VALUE 'N'.
012480     88  WS-YEAR-IS-LEAP             VALUE 'Y'.
012481*
012482******************************************************************
012483*    RELEASE AUTHORIZATION REPORT PRINT LINES                    *
012484******************************************************************
012485 01  RPT-TITLE-LINE.
012486     05  FILLER                  PIC X(40) VALUE SPACES.
012487     05  FILLER                  PIC X(38)
012488         VALUE 'HIGH-VALUE RELEASE AUTHORIZATION'.
012489     05  FILLER                  PIC X(54) VALUE SPACES.
012490*
012491 01  RPT-DATE-LINE.
012492     05  FILLER                  PIC X(01) VALUE SPACE.
012493     05  FILLER                  PIC X(09) VALUE 'RUN DATE:'.
012494     05  RPT-DATE-LINE-DATE      PIC X(10).
012495     05  FILLER                  PIC X(25) VALUE SPACES.
012496     05  FILLER                  PIC X(06) VALUE 'PAGE '.
012497     05  RPT-DATE-LINE-PAGE      PIC ZZZ9.
012498     05  FILLER                  PIC X(77) VALUE SPACES.
012499*
012500 01  RPT-QUEUE-LINE.
012501     05  FILLER                  PIC X(01) VALUE SPACE.
012502     05  FILLER                  PIC X(10) VALUE 'FEED DATE '.
012503     05  RPT-QUEUE-FEED-DATE     PIC X(08).
012504     05  FILLER                  PIC X(03) VALUE SPACES.
012505     05  FILLER                  PIC X(14)
012506         VALUE 'ESCALATE AFTER'.
012507     05  RPT-QUEUE-DAYS          PIC ZZ9.
012508     05  FILLER                  PIC X(14)
012509         VALUE ' DAYS, CUTOFF '.
012510     05  RPT-QUEUE-CUTOFF        PIC X(08).
012511     05  FILLER                  PIC X(71) VALUE SPACES.
012512*
012513 01  RPT-COLUMN-HEADING-LINE.
012514     05  FILLER                  PIC X(03) VALUE SPACES.
012515     05  FILLER                  PIC X(06) VALUE 'ITEM'.
012516     05  FILLER                  PIC X(03) VALUE SPACES.
012517     05  FILLER                  PIC X(10) VALUE 'CATEGORY'.
012518     05  FILLER                  PIC X(03) VALUE SPACES.
012519     05  FILLER                  PIC X(06) VALUE 'REGION'.
012520     05  FILLER                  PIC X(03) VALUE SPACES.
012521     05  FILLER                  PIC X(14)
012522         VALUE '        AMOUNT'.
012523     05  FILLER                  PIC X(03) VALUE SPACES.
012524     05  FILLER                  PIC X(12) VALUE '   THRESHOLD'.
012525     05  FILLER                  PIC X(03) VALUE SPACES.
012526     05  FILLER                  PIC X(08) VALUE 'QUEUED'.
012527     05  FILLER                  PIC X(03) VALUE SPACES.
012528     05  FILLER                  PIC X(11) VALUE 'STATUS'.
012529     05  FILLER                  PIC X(03) VALUE SPACES.
012530     05  FILLER                  PIC X(13) VALUE 'AUTHORIZED BY'.
012531     05  FILLER                  PIC X(28) VALUE SPACES.
012532*
012533 01  RPT-DETAIL-LINE.
012534     05  FILLER                  PIC X(03) VALUE SPACES.
012535     05  RPT-DETAIL-ITEM-ID      PIC X(06).
012536     05  FILLER                  PIC X(03) VALUE SPACES.
012537     05  RPT-DETAIL-CATEGORY     PIC X(10).
012538     05  FILLER                  PIC X(03) VALUE SPACES.
012539     05  RPT-DETAIL-REGION       PIC X(03).
012540     05  FILLER                  PIC X(06) VALUE SPACES.
012541     05  RPT-DETAIL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
012542     05  FILLER                  PIC X(03) VALUE SPACES.
012543     05  RPT-DETAIL-THRESHOLD    PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
012544     05  FILLER                  PIC X(03) VALUE SPACES.
012545     05  RPT-DETAIL-QUEUED       PIC X(08).
012546     05  FILLER                  PIC X(03) VALUE SPACES.
012547     05  RPT-DETAIL-STATUS       PIC X(11).
012548     05  FILLER                  PIC X(03) VALUE SPACES.
012549     05  RPT-DETAIL-AUTH-BY      PIC X(08).
012550     05  FILLER                  PIC X(33) VALUE SPACES.
012551*
012552 01  RPT-UNMATCHED-RELS-LINE.
012553     05  FILLER                  PIC X(03) VALUE SPACES.
012554     05  FILLER                  PIC X(17)
012555         VALUE 'RELEASE FOR ITEM '.
012556     05  RPT-UNMATCHED-ITEM-ID   PIC X(06).
012557     05  FILLER                  PIC X(04) VALUE ' BY '.
012558     05  RPT-UNMATCHED-AUTH-BY   PIC X(08).
012559     05  FILLER                  PIC X(23)
012560         VALUE ' MATCHED NO QUEUED ITEM'.
012561     05  FILLER                  PIC X(71) VALUE SPACES.
012562*
012563 01  RPT-BLANK-LINE               PIC X(132) VALUE SPACES.
012564*
012565******************************************************************
012566*    END-OF-JOB CONTROL TOTALS SECTION                           *
012567******************************************************************
012568 01  RPT-TOTALS-TITLE-LINE.
012569     05  FILLER                  PIC X(45) VALUE SPACES.
012570     05  FILLER                  PIC X(15)
012571         VALUE 'CONTROL TOTALS'.
012572     05  FILLER                  PIC X(72) VALUE SPACES.
012573*
012574 01  RPT-TOTALS-LINE.
012575     05  FILLER                  PIC X(05) VALUE SPACES.
012576     05  RPT-TOTALS-LABEL        PIC X(30).
012577     05  FILLER                  PIC X(05) VALUE SPACES.
012578     05  RPT-TOTALS-VALUE        PIC ZZZ,ZZ9.
012579     05  FILLER                  PIC X(85) VALUE SPACES.
012580*
012581 01  RPT-AMOUNT-LINE.
012582     05  FILLER                  PIC X(05) VALUE SPACES.
012583     05  RPT-AMOUNT-LABEL        PIC X(30).
012584     05  FILLER                  PIC X(05) VALUE SPACES.
012585     05  RPT-AMOUNT-VALUE        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
012586     05  FILLER                  PIC X(74) VALUE SPACES.
012587*
012588 PROCEDURE DIVISION.
012589*
012600 0000-MAINLINE.
012700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012800     PERFORM 2000-SPLIT-RECORDS THRU 2000-EXIT
012900         UNTIL WS-EOF-REACHED
013000     PERFORM 3000-FINALIZE THRU 3000-EXIT
013025     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
013050     PERFORM 8540-RECORD-STEP-END THRU 8540-EXIT
013100     STOP RUN.
013200*
013300******************************************************************
013400*    1000-INITIALIZE - OPEN FILES AND PRIME THE READ             *
013500******************************************************************
013600 1000-INITIALIZE.
013610     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
013615     PERFORM 1040-CHECK-FOR-SUPPLEMENTAL THRU 1040-EXIT
013620     IF NOT WS-SUPPLEMENTAL-PASS
013622         PERFORM 1050-GET-FEED-DATE THRU 1050-EXIT
013624     END-IF
013630*    THE RUN-CONTROL CHECK COMES BEFORE ANY DISTRIBUTION FILE IS
013640*    OPENED SO A REFUSED RUN CANNOT TRUNCATE LAST NIGHT'S FILES.
013650     PERFORM 8500-CHECK-RUN-CONTROL THRU 8500-EXIT
013700     OPEN INPUT  GATE-OUTPUT-FILE
013800     OPEN OUTPUT DIST-BOTH-AB-FILE
013900     OPEN OUTPUT DIST-ONLY-A-FILE
014000     OPEN OUTPUT DIST-B-ONLY-FILE
014100     OPEN OUTPUT DIST-NEITHER-FILE
014110     IF WS-SUPPLEMENTAL-PASS
014111         OPEN EXTEND DIST-HELD-FILE
014112         IF WS-HELD-FILE-STATUS NOT = '00'
014113             OPEN OUTPUT DIST-HELD-FILE
014114         END-IF
014115     ELSE
014116         OPEN OUTPUT DIST-HELD-FILE
014117     END-IF
014118     IF WS-SUPPLEMENTAL-PASS
014119         OPEN EXTEND DIST-PENDING-FILE
014120         IF WS-PEND-FILE-STATUS NOT = '00'
014121             OPEN OUTPUT DIST-PENDING-FILE
014122         END-IF
014123     ELSE
014124         OPEN OUTPUT DIST-PENDING-FILE
014125     END-IF
014126     PERFORM 1100-LOAD-HOLDS THRU 1100-EXIT
014127     PERFORM 1200-LOAD-THRESHOLDS THRU 1200-EXIT
014128     IF NOT WS-SUPPLEMENTAL-PASS
014129         PERFORM 1300-LOAD-RELEASES THRU 1300-EXIT
014130     END-IF
014131     PERFORM 1400-SET-ESCALATION-CUTOFF THRU 1400-EXIT
014132     OPEN OUTPUT RELEASE-AUTH-RPT-FILE
014133     STRING WS-CURRENT-DATE-MM   DELIMITED BY SIZE
014134             '/'                 DELIMITED BY SIZE
014135             WS-CURRENT-DATE-DD   DELIMITED BY SIZE
014136             '/'                 DELIMITED BY SIZE
014137             WS-CURRENT-DATE-CCYY DELIMITED BY SIZE
014138         INTO RPT-DATE-LINE-DATE
014139     END-STRING
014140     MOVE WS-FEED-DATE       TO RPT-QUEUE-FEED-DATE
014141     MOVE WS-ESCALATION-DAYS TO RPT-QUEUE-DAYS
014142     MOVE WS-CUTOFF-DATE     TO RPT-QUEUE-CUTOFF
014143     PERFORM 4000-WRITE-RPT-HEADING THRU 4000-EXIT
014144*    THE PRIOR HELD AND QUEUED ITEMS ARE ROUTED BEFORE THE PRIME
014145*    READ SO THEY CANNOT CLOBBER A GATE-OUTPUT RECORD IN THE
014146*    BUFFER.  A SUPPLEMENTAL PASS LEAVES THEM ALONE - THE NIGHT'S
014147*    MAIN PASS HAS ROUTED THEM ALREADY.
014150     IF NOT WS-SUPPLEMENTAL-PASS
014160         PERFORM 2500-REDISTRIBUTE-HELD THRU 2500-EXIT
014165         PERFORM 2700-REQUEUE-PENDING THRU 2700-EXIT
014170     END-IF
014200     PERFORM 2900-READ-GATE-OUTPUT THRU 2900-EXIT.
014300 1000-EXIT.
014400     EXIT.
014402*
014404******************************************************************
014406*    1040-CHECK-FOR-SUPPLEMENTAL - A CONFIRMED SUPPLEMENTAL-     *
014408*    CONTROL RECORD (THE SAME ONE GATE-CONSOL RAN FROM) MAKES    *
014410*    THIS THE LATE REGION'S PASS: THE FEED DATE IS THE ORIGINAL  *
014412*    NIGHT'S FROM THE RECORD, NOT THE GATEFDCT DATE, WHICH A     *
014414*    SUPPLEMENTAL GATE RUN LEAVES ALONE.  A RECORD PRESENT BUT   *
014416*    NOT CONFIRMED IS IGNORED; A BAD ONE IS REFUSED (CONDITION   *
014418*    CODE 16) BEFORE ANY FILE IS OPENED.                         *
014420******************************************************************
014422 1040-CHECK-FOR-SUPPLEMENTAL.
014424     OPEN INPUT SUPPLEMENTAL-CONTROL-FILE
014426     IF WS-SUPP-FILE-STATUS NOT = '00'
014428         AND WS-SUPP-FILE-STATUS NOT = '05'
014430         GO TO 1040-EXIT
014432     END-IF
014434     READ SUPPLEMENTAL-CONTROL-FILE
014436         AT END
014438             CONTINUE
014440     END-READ
014442     IF WS-SUPP-FILE-STATUS = '00'
014444         IF SUPC-CONFIRMED
014446             SET WS-SUPPLEMENTAL-PASS TO TRUE
014448         ELSE
014450             DISPLAY 'GATE-SPLIT: SUPPLEMENTAL CONTROL PRESENT '
014452                 'BUT NOT CONFIRMED - IGNORED'
014454         END-IF
014456     END-IF
014458     IF WS-SUPPLEMENTAL-PASS
014460         IF SUPC-FEED-DATE NOT NUMERIC
014462             OR SUPC-FEED-DATE = ZERO
014464             OR NOT SUPC-REGION-VALID
014466             DISPLAY 'GATE-SPLIT: SUPPLEMENTAL CONTROL FEED DATE '
014468                 'OR REGION IS NOT VALID - RUN REFUSED'
014470             MOVE 16 TO RETURN-CODE
014472             STOP RUN
014474         END-IF
014476         MOVE SUPC-FEED-DATE   TO WS-FEED-DATE
014478         MOVE SUPC-REGION-CODE TO WS-PASS-CODE
014480         DISPLAY 'GATE-SPLIT: SUPPLEMENTAL PASS FOR REGION '
014482             WS-PASS-CODE ' UNDER FEED DATE ' WS-FEED-DATE
014484     END-IF
014486     CLOSE SUPPLEMENTAL-CONTROL-FILE.
014488 1040-EXIT.
014490     EXIT.
014500*
014502******************************************************************
014503*    1050-GET-FEED-DATE - PICK UP THE FEED DATE OF THE FEED     *
014758             WS-HOLD-MAX-ENTRIES
014760             ' - SPLIT THE HOLD FILE AND RERUN'
014762         MOVE 16 TO RETURN-CODE
014763         PERFORM 8540-RECORD-STEP-END THRU 8540-EXIT
014764         STOP RUN
014766     END-IF
014768     ADD 1 TO WS-HOLD-COUNT
014774 1140-EXIT.
014776     EXIT.
014778*
014779******************************************************************
014780*    1200-LOAD-THRESHOLDS - LOAD THE OPTIONAL HIGH-VALUE         *
014781*    THRESHOLD FILE INTO THE CATEGORY TABLE.  A LATER RECORD FOR *
014782*    A CATEGORY REPLACES AN EARLIER ONE; A RECORD FOR AN UNKNOWN *
014783*    CATEGORY OR WITHOUT A USABLE AMOUNT IS REFUSED WITH AN      *
014784*    OPERATOR MESSAGE. NO FILE, NO QUEUE - EVERY ITEM ROUTES AS  *
014785*    BEFORE.                                                     *
014786******************************************************************
014787 1200-LOAD-THRESHOLDS.
014788     OPEN INPUT HIGH-VALUE-CONTROL-FILE
014789     IF WS-HVT-FILE-STATUS = '00' OR WS-HVT-FILE-STATUS = '05'
014790         PERFORM 1210-LOAD-ONE-THRESHOLD THRU 1210-EXIT
014791             UNTIL WS-HVT-EOF-REACHED
014792         CLOSE HIGH-VALUE-CONTROL-FILE
014793     END-IF
014794     IF WS-HVT-COUNT > ZERO
014795         DISPLAY 'GATE-SPLIT: HIGH-VALUE THRESHOLDS LOADED '
014796             WS-HVT-COUNT
014797     END-IF.
014798 1200-EXIT.
014799     EXIT.
014800*
014801 1210-LOAD-ONE-THRESHOLD.
014802     READ HIGH-VALUE-CONTROL-FILE
014803         AT END
014804             SET WS-HVT-EOF-REACHED TO TRUE
014805             GO TO 1210-EXIT
014806     END-READ
014807     IF NOT HVTC-CATEGORY-VALID
014808         OR HVTC-THRESHOLD NOT NUMERIC
014809         OR HVTC-THRESHOLD = ZERO
014810         DISPLAY 'GATE-SPLIT: THRESHOLD FOR CATEGORY '
014811             HVTC-CATEGORY ' REFUSED - CATEGORY OR AMOUNT '
014812             'IS NOT VALID'
014813         ADD 1 TO WS-HVT-REFUSED-COUNT
014814         GO TO 1210-EXIT
014815     END-IF
014816*    THE TABLE HAS ONE SLOT PER CATEGORY, SO A VALID CATEGORY
014817*    ALWAYS FINDS ITS SLOT OR A FREE ONE.
014818     SET HVT-IDX TO 1
014819     SEARCH WS-HVT-ENTRY
014820         AT END
014821             PERFORM 1220-ADD-THRESHOLD-ENTRY THRU 1220-EXIT
014822         WHEN HVT-IDX > WS-HVT-COUNT
014823             PERFORM 1220-ADD-THRESHOLD-ENTRY THRU 1220-EXIT
014824         WHEN WS-HVT-TAB-CATEGORY (HVT-IDX) = HVTC-CATEGORY
014825             CONTINUE
014826     END-SEARCH
014827     MOVE HVTC-THRESHOLD TO WS-HVT-TAB-THRESHOLD (HVT-IDX).
014828 1210-EXIT.
014829     EXIT.
014830*
014831 1220-ADD-THRESHOLD-ENTRY.
014832     ADD 1 TO WS-HVT-COUNT
014833     SET HVT-IDX TO WS-HVT-COUNT
014834     MOVE HVTC-CATEGORY TO WS-HVT-TAB-CATEGORY (HVT-IDX).
014835 1220-EXIT.
014836     EXIT.
014837*
014838******************************************************************
014839*    1300-LOAD-RELEASES - LOAD THE NIGHT'S RELEASE               *
014840*    AUTHORIZATIONS INTO THE ITEM TABLE.  A RELEASE WITHOUT AN   *
014841*    ITEM OR AUTHORIZER ID IS REFUSED; A SECOND RELEASE FOR THE  *
014842*    SAME ITEM REPLACES THE FIRST.  A FULL TABLE STOPS THE RUN   *
014843*    RATHER THAN SILENTLY DROPPING A SUPERVISOR'S DECISION.  NOT *
014844*    PERFORMED ON A SUPPLEMENTAL PASS - THE MAIN PASS HAS ACTED  *
014845*    ON THE NIGHT'S RELEASES.                                    *
014846******************************************************************
014847 1300-LOAD-RELEASES.
014848     OPEN INPUT RELEASE-AUTH-FILE
014849     IF WS-RELS-FILE-STATUS = '00' OR WS-RELS-FILE-STATUS = '05'
014850         PERFORM 1310-LOAD-ONE-RELEASE THRU 1310-EXIT
014851             UNTIL WS-RELS-EOF-REACHED
014852         CLOSE RELEASE-AUTH-FILE
014853     END-IF
014854     IF WS-RELS-COUNT > ZERO
014855         DISPLAY 'GATE-SPLIT: RELEASE AUTHORIZATIONS LOADED '
014856             WS-RELS-COUNT
014857     END-IF.
014858 1300-EXIT.
014859     EXIT.
014860*
014861 1310-LOAD-ONE-RELEASE.
014862     READ RELEASE-AUTH-FILE
014863         AT END
014864             SET WS-RELS-EOF-REACHED TO TRUE
014865             GO TO 1310-EXIT
014866     END-READ
014867     IF RELS-ITEM-ID = SPACES
014868         OR RELS-AUTHORIZED-BY = SPACES
014869         DISPLAY 'GATE-SPLIT: RELEASE FOR ITEM ' RELS-ITEM-ID
014870             ' REFUSED - ITEM AND AUTHORIZER ID ARE MANDATORY'
014871         ADD 1 TO WS-RELS-REFUSED-COUNT
014872         GO TO 1310-EXIT
014873     END-IF
014874     SET RELS-IDX TO 1
014875     SEARCH WS-RELS-ENTRY
014876         AT END
014877             PERFORM 1320-ADD-RELEASE-ENTRY THRU 1320-EXIT
014878         WHEN RELS-IDX > WS-RELS-COUNT
014879             PERFORM 1320-ADD-RELEASE-ENTRY THRU 1320-EXIT
014880         WHEN WS-RELS-TAB-ITEM-ID (RELS-IDX) = RELS-ITEM-ID
014881             CONTINUE
014882     END-SEARCH
014883     MOVE RELS-AUTHORIZED-BY TO WS-RELS-TAB-AUTH-BY (RELS-IDX).
014884 1310-EXIT.
014885     EXIT.
014886*
014887 1320-ADD-RELEASE-ENTRY.
014888     IF WS-RELS-COUNT NOT LESS THAN WS-RELS-MAX-ENTRIES
014889         DISPLAY 'GATE-SPLIT: RELEASE TABLE FULL AT '
014890             WS-RELS-MAX-ENTRIES
014891             ' - SPLIT THE RELEASE FILE AND RERUN'
014892         MOVE 16 TO RETURN-CODE
014893         PERFORM 8540-RECORD-STEP-END THRU 8540-EXIT
014894         STOP RUN
014895     END-IF
014896     ADD 1 TO WS-RELS-COUNT
014897     SET RELS-IDX TO WS-RELS-COUNT
014898     MOVE RELS-ITEM-ID TO WS-RELS-TAB-ITEM-ID (RELS-IDX)
014899     MOVE 'N'          TO WS-RELS-TAB-USED-SW (RELS-IDX).
014900 1320-EXIT.
014901     EXIT.
014902*
014903******************************************************************
014904*    1400-SET-ESCALATION-CUTOFF - PICK UP THE ESCALATION DAYS    *
014905*    FROM THE OPTIONAL RELAGE RECORD, OR STAY WITH THE DEFAULT   *
014906*    WHEN THE FILE IS ABSENT OR THE VALUE IS UNUSABLE, AND BACK  *
014907*    THE FEED DATE UP BY THEM.  QUEUED DATES ARE FEED DATES, SO  *
014908*    THE AGE OF AN ITEM IS COUNTED IN NIGHTS WHATEVER DAY THE    *
014909*    STEP HAPPENS TO RUN.                                        *
014910******************************************************************
014911 1400-SET-ESCALATION-CUTOFF.
014912     OPEN INPUT RELEASE-AGE-CONTROL-FILE
014913     IF WS-RAGE-FILE-STATUS = '00' OR WS-RAGE-FILE-STATUS = '05'
014914         READ RELEASE-AGE-CONTROL-FILE
014915             AT END
014916                 CONTINUE
014917         END-READ
014918         IF WS-RAGE-FILE-STATUS = '00'
014919             AND AGEC-LIMIT-DAYS NUMERIC
014920             AND AGEC-LIMIT-DAYS > ZERO
014921             MOVE AGEC-LIMIT-DAYS TO WS-ESCALATION-DAYS
014922         END-IF
014923         CLOSE RELEASE-AGE-CONTROL-FILE
014924     END-IF
014925     MOVE WS-FEED-DATE TO WS-CUTOFF-DATE
014926     PERFORM 8100-BACK-ONE-DAY THRU 8100-EXIT
014927         WS-ESCALATION-DAYS TIMES
014928     DISPLAY 'GATE-SPLIT: RELEASE ESCALATION AFTER '
014929         WS-ESCALATION-DAYS ' DAYS, CUTOFF ' WS-CUTOFF-DATE.
014930 1400-EXIT.
014931     EXIT.
014932*
014933******************************************************************
014934*    2000-SPLIT-RECORDS - ROUTE ONE GATE-OUTPUT RECORD TO THE    *
014935*    DISTRIBUTION FILE FOR ITS RESULT CATEGORY                   *
014936******************************************************************
015000 2000-SPLIT-RECORDS.
015100     PERFORM 2050-ROUTE-RECORD THRU 2050-EXIT
017000     PERFORM 2900-READ-GATE-OUTPUT THRU 2900-EXIT.
017310******************************************************************
017320*    2050-ROUTE-RECORD - ROUTE THE GATEOUT-RECORD IN THE        *
017330*    BUFFER.  AN ITEM UNDER AN ACTIVE LEGAL HOLD GOES TO THE    *
017340*    HELD-ITEMS FILE WHATEVER ITS RESULT CODE SAYS; AN ITEM     *
017350*    ABOVE ITS CATEGORY'S HIGH-VALUE THRESHOLD GOES TO THE      *
017360*    PENDING-RELEASE QUEUE UNLESS A SUPERVISOR IS RELEASING IT; *
017370*    EVERYTHING ELSE ROUTES BY CATEGORY AS BEFORE.  PERFORMED   *
017380*    FOR THE GATE-OUTPUT READ LOOP AND THE PRIOR-HELD AND       *
017383*    PRIOR-QUEUE PASSES SO A RELEASED ITEM TAKES EXACTLY THE    *
017386*    SAME PATH IT WOULD HAVE TAKEN LAST NIGHT.                  *
017390******************************************************************
017392 2050-ROUTE-RECORD.
017393*    A RECORD CUT BEFORE THE AMOUNT FIELD EXISTED CARRIES
017402         ADD GATEOUT-ITEM-AMOUNT TO WS-AMOUNT-HELD
017404         GO TO 2050-EXIT
017405     END-IF
017406     IF NOT WS-ITEM-IS-RELEASED
017407         PERFORM 2070-CHECK-THRESHOLD THRU 2070-EXIT
017408         IF WS-ITEM-IS-PENDING
017409             PERFORM 2080-QUEUE-ITEM THRU 2080-EXIT
017410             GO TO 2050-EXIT
017411         END-IF
017412     END-IF
017413     EVALUATE GATEOUT-RESULT-CODE
017414         WHEN 'BOTH-AB'
017415             WRITE DIST-BOTH-AB-RECORD FROM GATEOUT-RECORD
017416             ADD 1 TO WS-COUNT-BOTH-AB
017417             ADD GATEOUT-ITEM-AMOUNT TO WS-AMOUNT-BOTH-AB
017418         WHEN 'ONLY-A'
017419             WRITE DIST-ONLY-A-RECORD FROM GATEOUT-RECORD
017420             ADD 1 TO WS-COUNT-ONLY-A
017421             ADD GATEOUT-ITEM-AMOUNT TO WS-AMOUNT-ONLY-A
017422         WHEN 'B-ONLY'
017423             WRITE DIST-B-ONLY-RECORD FROM GATEOUT-RECORD
017424             ADD 1 TO WS-COUNT-B-ONLY
017425             ADD GATEOUT-ITEM-AMOUNT TO WS-AMOUNT-B-ONLY
017426         WHEN 'NEITHER'
017490 2060-EXIT.
017492     EXIT.
017494*
017495******************************************************************
017496*    2070-CHECK-THRESHOLD - SET THE PENDING SWITCH WHEN THE ITEM *
017497*    IN THE BUFFER IS ABOVE THE HIGH-VALUE THRESHOLD FOR ITS     *
017498*    CATEGORY, AND KEEP THE CATEGORY'S THRESHOLD FOR THE REPORT. *
017499*    A RESULT CODE WITH NO CATEGORY NEVER MATCHES, SO AN ITEM    *
017500*    THAT WILL NOT BE DISTRIBUTED IS NEVER QUEUED.               *
017501******************************************************************
017502 2070-CHECK-THRESHOLD.
017503     MOVE 'N'  TO WS-ITEM-PENDING-SWITCH
017504     MOVE ZERO TO WS-ITEM-THRESHOLD
017505     IF WS-HVT-COUNT = ZERO
017506         GO TO 2070-EXIT
017507     END-IF
017508     SET HVT-IDX TO 1
017509     SEARCH WS-HVT-ENTRY
017510         AT END
017511             CONTINUE
017512         WHEN HVT-IDX > WS-HVT-COUNT
017513             CONTINUE
017514         WHEN WS-HVT-TAB-CATEGORY (HVT-IDX) = GATEOUT-RESULT-CODE
017515             MOVE WS-HVT-TAB-THRESHOLD (HVT-IDX)
017516                 TO WS-ITEM-THRESHOLD
017517             IF GATEOUT-ITEM-AMOUNT > WS-ITEM-THRESHOLD
017518                 SET WS-ITEM-IS-PENDING TO TRUE
017519             END-IF
017520     END-SEARCH.
017521 2070-EXIT.
017522     EXIT.
017523*
017524******************************************************************
017525*    2080-QUEUE-ITEM - WRITE THE ITEM TO THE PENDING-RELEASE     *
017526*    QUEUE AND LIST IT ON THE RELEASE REPORT.  AN ITEM NEW TO    *
017527*    THE QUEUE TAKES THE FEED DATE AS ITS QUEUED DATE; ONE       *
017528*    CARRIED FROM THE PRIOR QUEUE KEEPS ITS ORIGINAL DATE AND IS *
017529*    ESCALATED ONCE THAT DATE FALLS BEFORE THE CUTOFF.           *
017530******************************************************************
017531 2080-QUEUE-ITEM.
017532     MOVE SPACES         TO PEND-RECORD
017533     MOVE GATEOUT-RECORD TO PEND-ITEM-IMAGE
017534     IF WS-QUEUED-DATE = ZERO
017535         MOVE WS-FEED-DATE   TO PEND-QUEUED-DATE
017536         MOVE 'NEW'          TO RPT-DETAIL-STATUS
017537         ADD 1 TO WS-QUEUED-NEW-COUNT
017538     ELSE
017539         MOVE WS-QUEUED-DATE TO PEND-QUEUED-DATE
017540         MOVE 'PENDING'      TO RPT-DETAIL-STATUS
017541         ADD 1 TO WS-QUEUED-CARRIED-COUNT
017542     END-IF
017543     IF PEND-QUEUED-DATE < WS-CUTOFF-DATE
017544         MOVE '*ESCALATED*'  TO RPT-DETAIL-STATUS
017545         ADD 1 TO WS-ESCALATED-COUNT
017546     END-IF
017547     WRITE PEND-RECORD
017548     ADD 1 TO WS-COUNT-PENDING
017549     ADD GATEOUT-ITEM-AMOUNT TO WS-AMOUNT-PENDING
017550     MOVE PEND-QUEUED-DATE TO RPT-DETAIL-QUEUED
017551     MOVE SPACES           TO RPT-DETAIL-AUTH-BY
017552     PERFORM 4100-WRITE-RPT-LINE THRU 4100-EXIT.
017553 2080-EXIT.
017554     EXIT.
017555*
017556******************************************************************
017557*    2500-REDISTRIBUTE-HELD - FEED THE PRIOR RUN'S HELD-ITEMS   *
017558*    FILE BACK THROUGH THE ROUTER.  AN ITEM WHOSE HOLD HAS      *
017559*    BEEN RELEASED FLOWS TO ITS ORIGINAL CATEGORY FILE; AN      *
017560*    ITEM STILL HELD GOES BACK TO TONIGHT'S HELD FILE.  THE     *
017561*    PRIOR FILE'S OWN COUNT TRAILER IS PASSED OVER - ITEM IDS   *
017562*    ARE ALL NUMERIC SO THE 'T' TAG CANNOT BE AN ITEM.          *
017563******************************************************************
017564 2500-REDISTRIBUTE-HELD.
017565     OPEN INPUT HELD-PRIOR-FILE
017566     IF WS-HLDP-FILE-STATUS = '00' OR WS-HLDP-FILE-STATUS = '05'
017567         PERFORM 2600-ROUTE-ONE-HELD THRU 2600-EXIT
017568             UNTIL WS-HLDP-EOF-REACHED
017569         CLOSE HELD-PRIOR-FILE
017570     END-IF
017571     IF WS-HELD-PRIOR-READ-COUNT > ZERO
017572         DISPLAY 'GATE-SPLIT: PRIOR HELD ITEMS REPROCESSED '
017573             WS-HELD-PRIOR-READ-COUNT
017574     END-IF.
017575 2500-EXIT.
017576     EXIT.
017577*
017578 2600-ROUTE-ONE-HELD.
017579     READ HELD-PRIOR-FILE
017580         AT END
017581             SET WS-HLDP-EOF-REACHED TO TRUE
017582             GO TO 2600-EXIT
017583     END-READ
017584     IF HLDP-RECORD (1:1) = 'T'
017585         GO TO 2600-EXIT
017586     END-IF
017587     ADD 1 TO WS-HELD-PRIOR-READ-COUNT
017588     MOVE HLDP-RECORD TO GATEOUT-RECORD
017589     PERFORM 2050-ROUTE-RECORD THRU 2050-EXIT.
017590 2600-EXIT.
017591     EXIT.
017592*
017593******************************************************************
017594*    2700-REQUEUE-PENDING - FEED THE PRIOR RUN'S PENDING-RELEASE *
017595*    QUEUE BACK THROUGH THE ROUTER.  AN ITEM NAMED ON THE        *
017596*    NIGHT'S RELEASE FILE BYPASSES THE THRESHOLD AND FLOWS TO    *
017597*    ITS CATEGORY FILE (OR THE HELD FILE, IF A LEGAL HOLD HAS    *
017598*    SINCE BEEN PLACED); ANY OTHER ITEM IS QUEUED AGAIN UNDER    *
017599*    ITS ORIGINAL QUEUED DATE, OR FLOWS OUT IF ITS CATEGORY'S    *
017600*    THRESHOLD HAS SINCE BEEN RAISED.  THE PRIOR FILE'S COUNT    *
017601*    TRAILER IS PASSED OVER AS IN 2600.                          *
017602******************************************************************
017603 2700-REQUEUE-PENDING.
017604     OPEN INPUT PENDING-PRIOR-FILE
017605     IF WS-PNDP-FILE-STATUS = '00' OR WS-PNDP-FILE-STATUS = '05'
017606         PERFORM 2800-ROUTE-ONE-PENDING THRU 2800-EXIT
017607             UNTIL WS-PNDP-EOF-REACHED
017608         CLOSE PENDING-PRIOR-FILE
017609     END-IF
017610     IF WS-PENDING-PRIOR-READ-COUNT > ZERO
017611         DISPLAY 'GATE-SPLIT: PRIOR QUEUED ITEMS REPROCESSED '
017612             WS-PENDING-PRIOR-READ-COUNT
017613     END-IF.
017614 2700-EXIT.
017615     EXIT.
017616*
017617 2800-ROUTE-ONE-PENDING.
017618     READ PENDING-PRIOR-FILE
017619         AT END
017620             SET WS-PNDP-EOF-REACHED TO TRUE
017621             GO TO 2800-EXIT
017622     END-READ
017623     IF PNDP-RECORD (1:1) = 'T'
017624         GO TO 2800-EXIT
017625     END-IF
017626     ADD 1 TO WS-PENDING-PRIOR-READ-COUNT
017627     MOVE PNDP-ITEM-IMAGE TO GATEOUT-RECORD
017628*    AN UNREADABLE QUEUED DATE LEAVES THE ITEM TO BE QUEUED AS NEW
017629*    TONIGHT RATHER THAN ESCALATED ON A GUESS.
017630     IF PNDP-QUEUED-DATE NUMERIC
017631         MOVE PNDP-QUEUED-DATE TO WS-QUEUED-DATE
017632     END-IF
017633     PERFORM 2810-CHECK-RELEASE THRU 2810-EXIT
017634     PERFORM 2050-ROUTE-RECORD THRU 2050-EXIT
017635     MOVE 'N'  TO WS-ITEM-RELEASED-SWITCH
017636     MOVE ZERO TO WS-QUEUED-DATE.
017637 2800-EXIT.
017638     EXIT.
017639*
017640******************************************************************
017641*    2810-CHECK-RELEASE - SET THE RELEASED SWITCH WHEN THE       *
017642*    NIGHT'S RELEASE FILE NAMES THE QUEUED ITEM IN THE BUFFER,   *
017643*    MARK THE RELEASE USED AND LIST THE ITEM ON THE REPORT WITH  *
017644*    ITS AUTHORIZER.  AN ITEM UNDER AN ACTIVE HOLD STILL GOES    *
017645*    TO THE HELD FILE, SO IT IS LISTED AS HELD-LEGAL AND NOT     *
017646*    COUNTED AS RELEASED.                                        *
017647******************************************************************
017648 2810-CHECK-RELEASE.
017649     MOVE 'N' TO WS-ITEM-RELEASED-SWITCH
017650     IF WS-RELS-COUNT = ZERO
017651         GO TO 2810-EXIT
017652     END-IF
017653     SET RELS-IDX TO 1
017654     SEARCH WS-RELS-ENTRY
017655         AT END
017656             CONTINUE
017657         WHEN RELS-IDX > WS-RELS-COUNT
017658             CONTINUE
017659         WHEN WS-RELS-TAB-ITEM-ID (RELS-IDX) = GATEOUT-ITEM-ID
017660             SET WS-ITEM-IS-RELEASED TO TRUE
017661             MOVE 'Y' TO WS-RELS-TAB-USED-SW (RELS-IDX)
017662             MOVE WS-RELS-TAB-AUTH-BY (RELS-IDX) TO WS-RELEASED-BY
017663     END-SEARCH
017664     IF NOT WS-ITEM-IS-RELEASED
017665         GO TO 2810-EXIT
017666     END-IF
017667     PERFORM 2060-CHECK-HOLD THRU 2060-EXIT
017668     IF WS-ITEM-IS-HELD
017669         MOVE 'HELD-LEGAL' TO RPT-DETAIL-STATUS
017670     ELSE
017671         ADD 1 TO WS-RELEASED-COUNT
017672         MOVE 'RELEASED'   TO RPT-DETAIL-STATUS
017673     END-IF
017674     IF GATEOUT-ITEM-AMOUNT NOT NUMERIC
017675         MOVE ZERO TO GATEOUT-ITEM-AMOUNT
017676     END-IF
017677     PERFORM 2070-CHECK-THRESHOLD THRU 2070-EXIT
017678     MOVE WS-QUEUED-DATE TO RPT-DETAIL-QUEUED
017679     MOVE WS-RELEASED-BY TO RPT-DETAIL-AUTH-BY
017680     PERFORM 4100-WRITE-RPT-LINE THRU 4100-EXIT.
017681 2810-EXIT.
017682     EXIT.
017683*
017684******************************************************************
017685*    2900-READ-GATE-OUTPUT - READ THE NEXT GATE-OUTPUT RECORD    *
017686*    STAMPED WITH THIS RUN'S PASS CODE (SPACES ON A MAIN PASS)   *
017687******************************************************************
017700 2900-READ-GATE-OUTPUT.
017800     READ GATE-OUTPUT-FILE
017900         AT END
018000             SET WS-EOF-REACHED TO TRUE
018050             GO TO 2900-EXIT
018100     END-READ
018120*    A REDRIVE OR RECYCLE CAN PUT THE LATE REGION'S RECORDS ON
018140*    THE NIGHT'S GATE-OUTPUT UNDER THE MAIN PASS, SO THE PASS
018150*    CODE THE GATE STAMPED, NOT THE REGION, DECIDES THE SPLIT.
018160     IF GATEOUT-PASS-CODE NOT = WS-PASS-CODE
018200         ADD 1 TO WS-OTHER-PASS-COUNT
018220         GO TO 2900-READ-GATE-OUTPUT
018240     END-IF
018300     ADD 1 TO WS-RECORD-COUNT.
018400 2900-EXIT.
018500     EXIT.
018600*
019000******************************************************************
019100 3000-FINALIZE.
019200     MOVE SPACES              TO WS-DIST-TRAILER
019250     MOVE WS-PASS-CODE        TO WS-DIST-TRAILER-PASS-CODE
019300     SET WS-DIST-TRAILER-TAG-OK TO TRUE
019400     MOVE WS-COUNT-BOTH-AB    TO WS-DIST-TRAILER-COUNT
019410     MOVE WS-AMOUNT-BOTH-AB   TO WS-DIST-TRAILER-AMOUNT
020110     MOVE WS-COUNT-HELD       TO WS-DIST-TRAILER-COUNT
020115     MOVE WS-AMOUNT-HELD      TO WS-DIST-TRAILER-AMOUNT
020120     WRITE DIST-HELD-RECORD FROM WS-DIST-TRAILER
020140     MOVE WS-COUNT-PENDING    TO WS-DIST-TRAILER-COUNT
020160     MOVE WS-AMOUNT-PENDING   TO WS-DIST-TRAILER-AMOUNT
020180     WRITE PEND-RECORD FROM WS-DIST-TRAILER
020200     CLOSE GATE-OUTPUT-FILE
020300     CLOSE DIST-BOTH-AB-FILE
020400     CLOSE DIST-ONLY-A-FILE
020500     CLOSE DIST-B-ONLY-FILE
020600     CLOSE DIST-NEITHER-FILE
020610     CLOSE DIST-HELD-FILE
020615     CLOSE DIST-PENDING-FILE
020620     PERFORM 3500-WRITE-DIST-CONTROL THRU 3500-EXIT
020630     PERFORM 3600-WRITE-BALANCING THRU 3600-EXIT
020665     PERFORM 3700-FINISH-RELEASE-REPORT THRU 3700-EXIT
020700     DISPLAY 'GATE-SPLIT: RECORDS READ    ' WS-RECORD-COUNT
020710     DISPLAY 'GATE-SPLIT: PRIOR HELD READ '
020720         WS-HELD-PRIOR-READ-COUNT
020746     DISPLAY 'GATE-SPLIT: PRIOR QUEUE READ '
020772         WS-PENDING-PRIOR-READ-COUNT
020800     DISPLAY 'GATE-SPLIT: BOTH-AB WRITTEN ' WS-COUNT-BOTH-AB
020900     DISPLAY 'GATE-SPLIT: ONLY-A  WRITTEN ' WS-COUNT-ONLY-A
021000     DISPLAY 'GATE-SPLIT: B-ONLY  WRITTEN ' WS-COUNT-B-ONLY
021130         WS-HOLD-RELEASED-COUNT
021140     DISPLAY 'GATE-SPLIT: HOLDS REFUSED   '
021150         WS-HOLD-REFUSED-COUNT
021152     DISPLAY 'GATE-SPLIT: ITEMS QUEUED    ' WS-COUNT-PENDING
021154     DISPLAY 'GATE-SPLIT: QUEUE RELEASED  ' WS-RELEASED-COUNT
021156     DISPLAY 'GATE-SPLIT: QUEUE ESCALATED ' WS-ESCALATED-COUNT
021160     IF WS-SUPPLEMENTAL-PASS
021170         DISPLAY 'GATE-SPLIT: SUPPLEMENTAL PASS ' WS-PASS-CODE
021180             ' - OTHER PASSES PASSED OVER ' WS-OTHER-PASS-COUNT
021185     ELSE
021190         DISPLAY 'GATE-SPLIT: SUPPLEMENTAL RECORDS PASSED OVER '
021192             WS-OTHER-PASS-COUNT
021195     END-IF
021200     DISPLAY 'GATE-SPLIT: NOT DISTRIBUTED ' WS-COUNT-UNROUTED.
021300 3000-EXIT.
021400     EXIT.
021530     END-IF
021540     MOVE SPACES           TO DCTL-RECORD
021550     MOVE WS-FEED-DATE     TO DCTL-FEED-DATE
021555     MOVE WS-PASS-CODE     TO DCTL-PASS-CODE
021560     MOVE 'BOTH-AB'        TO DCTL-CATEGORY
021570     MOVE WS-COUNT-BOTH-AB TO DCTL-RECORD-COUNT
021580     WRITE DCTL-RECORD
021730*    3600-WRITE-BALANCING - APPEND THE SPLIT'S COUNTS TO THE    *
021740*    COMMON BALANCING FILE UNDER THE FEED DATE, CREATING THE    *
021750*    FILE ON ITS FIRST WRITE.  GATE-BALANCE PROVES READ PLUS    *
021760*    THE REPROCESSED PRIOR HELD AND QUEUED ITEMS AGAINST THE    *
021770*    FOUR DISTRIBUTION FILES PLUS HELD PLUS QUEUED PLUS NOT     *
021775*    DISTRIBUTED.                                               *
021780******************************************************************
021790 3600-WRITE-BALANCING.
021800     OPEN EXTEND BALANCING-FILE
021840     MOVE SPACES            TO BALC-RECORD
021850     MOVE 'SPLIT'           TO BALC-STEP-NAME
021860     MOVE WS-FEED-DATE      TO BALC-FEED-DATE
021865     MOVE WS-PASS-CODE      TO BALC-PASS-CODE
021870     MOVE 'READ'            TO BALC-COUNTER-NAME
021880     MOVE WS-RECORD-COUNT   TO BALC-COUNT
021890     WRITE BALC-RECORD
021900     MOVE 'PRIOR-HELD'      TO BALC-COUNTER-NAME
021910     MOVE WS-HELD-PRIOR-READ-COUNT TO BALC-COUNT
021920     WRITE BALC-RECORD
021922     MOVE 'PRIOR-PEND'      TO BALC-COUNTER-NAME
021924     MOVE WS-PENDING-PRIOR-READ-COUNT TO BALC-COUNT
021926     WRITE BALC-RECORD
021930     MOVE 'BOTH-AB'         TO BALC-COUNTER-NAME
021940     MOVE WS-COUNT-BOTH-AB  TO BALC-COUNT
021950     WRITE BALC-RECORD
021960     MOVE 'ONLY-A'          TO BALC-COUNTER-NAME
021970     MOVE WS-COUNT-ONLY-A   TO BALC-COUNT
021971     WRITE BALC-RECORD
021972     MOVE 'B-ONLY'          TO BALC-COUNTER-NAME
021973     MOVE WS-COUNT-B-ONLY   TO BALC-COUNT
021974     WRITE BALC-RECORD
021975     MOVE 'NEITHER'         TO BALC-COUNTER-NAME
021976     MOVE WS-COUNT-NEITHER  TO BALC-COUNT
021977     WRITE BALC-RECORD
021978     MOVE 'HELD'            TO BALC-COUNTER-NAME
021979     MOVE WS-COUNT-HELD     TO BALC-COUNT
021980     WRITE BALC-RECORD
021981     MOVE 'PENDING'         TO BALC-COUNTER-NAME
021982     MOVE WS-COUNT-PENDING  TO BALC-COUNT
021983     WRITE BALC-RECORD
021984     MOVE 'UNROUTED'        TO BALC-COUNTER-NAME
021985     MOVE WS-COUNT-UNROUTED TO BALC-COUNT
021986     WRITE BALC-RECORD
021987     CLOSE BALANCING-FILE.
021988 3600-EXIT.
021989     EXIT.
021990*
021991******************************************************************
021992*    3700-FINISH-RELEASE-REPORT - LIST THE RELEASES THAT MATCHED *
021993*    NO QUEUED ITEM, PRINT THE CONTROL TOTALS AND CLOSE THE      *
021994*    REPORT                                                      *
021995******************************************************************
021996 3700-FINISH-RELEASE-REPORT.
021997     IF WS-RELS-COUNT > ZERO
021998         PERFORM 3710-REPORT-UNUSED-RELEASE THRU 3710-EXIT
021999             VARYING RELS-IDX FROM 1 BY 1
022000             UNTIL RELS-IDX > WS-RELS-COUNT
022001     END-IF
022002     WRITE RPT-LINE FROM RPT-BLANK-LINE AFTER ADVANCING 1 LINE
022003     WRITE RPT-LINE FROM RPT-TOTALS-TITLE-LINE
022004         AFTER ADVANCING 1 LINE
022005     WRITE RPT-LINE FROM RPT-BLANK-LINE AFTER ADVANCING 1 LINE
022006     MOVE 'PRIOR QUEUE READ'          TO RPT-TOTALS-LABEL
022007     MOVE WS-PENDING-PRIOR-READ-COUNT TO RPT-TOTALS-VALUE
022008     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
022009     MOVE 'RELEASED TO DISTRIBUTION'  TO RPT-TOTALS-LABEL
022010     MOVE WS-RELEASED-COUNT           TO RPT-TOTALS-VALUE
022011     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
022012     MOVE 'RELEASES MATCHING NOTHING' TO RPT-TOTALS-LABEL
022013     MOVE WS-RELS-UNMATCHED-COUNT     TO RPT-TOTALS-VALUE
022014     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
022015     MOVE 'RELEASES REFUSED'          TO RPT-TOTALS-LABEL
022016     MOVE WS-RELS-REFUSED-COUNT       TO RPT-TOTALS-VALUE
022017     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
022018     MOVE 'QUEUED NEW TONIGHT'        TO RPT-TOTALS-LABEL
022019     MOVE WS-QUEUED-NEW-COUNT         TO RPT-TOTALS-VALUE
022020     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
022021     MOVE 'STILL PENDING FROM PRIOR'  TO RPT-TOTALS-LABEL
022022     MOVE WS-QUEUED-CARRIED-COUNT     TO RPT-TOTALS-VALUE
022023     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
022024     MOVE 'ESCALATED'                 TO RPT-TOTALS-LABEL
022025     MOVE WS-ESCALATED-COUNT          TO RPT-TOTALS-VALUE
022026     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
022027     MOVE 'ITEMS ON THE QUEUE'        TO RPT-TOTALS-LABEL
022028     MOVE WS-COUNT-PENDING            TO RPT-TOTALS-VALUE
022029     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
022030     MOVE 'AMOUNT ON THE QUEUE'       TO RPT-AMOUNT-LABEL
022031     MOVE WS-AMOUNT-PENDING           TO RPT-AMOUNT-VALUE
022032     WRITE RPT-LINE FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE
022033     CLOSE RELEASE-AUTH-RPT-FILE.
022034 3700-EXIT.
022035     EXIT.
022036*
022037 3710-REPORT-UNUSED-RELEASE.
022038     IF NOT WS-RELS-TAB-USED (RELS-IDX)
022039         MOVE WS-RELS-TAB-ITEM-ID (RELS-IDX)
022040             TO RPT-UNMATCHED-ITEM-ID
022041         MOVE WS-RELS-TAB-AUTH-BY (RELS-IDX)
022042             TO RPT-UNMATCHED-AUTH-BY
022043         IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES-PER-PAGE
022044             PERFORM 4000-WRITE-RPT-HEADING THRU 4000-EXIT
022045         END-IF
022046         WRITE RPT-LINE FROM RPT-UNMATCHED-RELS-LINE
022047             AFTER ADVANCING 1 LINE
022048         ADD 1 TO WS-LINE-COUNT
022049         ADD 1 TO WS-RELS-UNMATCHED-COUNT
022050         DISPLAY 'GATE-SPLIT: RELEASE FOR ITEM '
022051             WS-RELS-TAB-ITEM-ID (RELS-IDX)
022052             ' MATCHED NO QUEUED ITEM'
022053     END-IF.
022054 3710-EXIT.
022055     EXIT.
022056*
022057******************************************************************
022058*    4000-WRITE-RPT-HEADING - START A NEW REPORT PAGE            *
022059******************************************************************
022060 4000-WRITE-RPT-HEADING.
022061     ADD 1 TO WS-PAGE-COUNT
022062     MOVE WS-PAGE-COUNT TO RPT-DATE-LINE-PAGE
022063     WRITE RPT-LINE FROM RPT-TITLE-LINE
022064         AFTER ADVANCING PAGE
022065     WRITE RPT-LINE FROM RPT-DATE-LINE
022066         AFTER ADVANCING 1 LINE
022067     WRITE RPT-LINE FROM RPT-QUEUE-LINE
022068         AFTER ADVANCING 1 LINE
022069     WRITE RPT-LINE FROM RPT-BLANK-LINE
022070         AFTER ADVANCING 1 LINE
022071     WRITE RPT-LINE FROM RPT-COLUMN-HEADING-LINE
022072         AFTER ADVANCING 1 LINE
022073     WRITE RPT-LINE FROM RPT-BLANK-LINE
022074         AFTER ADVANCING 1 LINE
022075     MOVE ZERO TO WS-LINE-COUNT.
022076 4000-EXIT.
022077     EXIT.
022078*
022079******************************************************************
022080*    4100-WRITE-RPT-LINE - PRINT ONE QUEUE OR RELEASE LINE FOR   *
022081*    THE ITEM IN THE BUFFER, BREAKING TO A NEW PAGE WHEN THE     *
022082*    CURRENT ONE IS FULL.  THE CALLER HAS SET THE THRESHOLD,     *
022083*    QUEUED DATE, STATUS AND AUTHORIZER.                         *
022084******************************************************************
022085 4100-WRITE-RPT-LINE.
022086     MOVE GATEOUT-ITEM-ID     TO RPT-DETAIL-ITEM-ID
022087     MOVE GATEOUT-RESULT-CODE TO RPT-DETAIL-CATEGORY
022088     MOVE GATEOUT-REGION-CODE TO RPT-DETAIL-REGION
022089     MOVE GATEOUT-ITEM-AMOUNT TO RPT-DETAIL-AMOUNT
022090     MOVE WS-ITEM-THRESHOLD   TO RPT-DETAIL-THRESHOLD
022091     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES-PER-PAGE
022092         PERFORM 4000-WRITE-RPT-HEADING THRU 4000-EXIT
022093     END-IF
022094     WRITE RPT-LINE FROM RPT-DETAIL-LINE AFTER ADVANCING 1 LINE
022095     ADD 1 TO WS-LINE-COUNT.
022096 4100-EXIT.
022097     EXIT.
022098*
022099******************************************************************
022100*    8100-BACK-ONE-DAY - MOVE THE CUTOFF DATE BACK ONE CALENDAR  *
022101*    DAY, ROLLING THE MONTH AND YEAR AND ALLOWING FOR LEAP       *
022102*    YEARS.  PERFORMED ONCE PER ESCALATION DAY.                  *
022103******************************************************************
022104 8100-BACK-ONE-DAY.
022105     IF WS-CUTOFF-DD > 1
022106         SUBTRACT 1 FROM WS-CUTOFF-DD
022107     ELSE
022108         IF WS-CUTOFF-MM = 1
022109             MOVE 12 TO WS-CUTOFF-MM
022110             SUBTRACT 1 FROM WS-CUTOFF-CCYY
022111         ELSE
022112             SUBTRACT 1 FROM WS-CUTOFF-MM
022113         END-IF
022114         MOVE WS-DAYS-IN-MONTH (WS-CUTOFF-MM) TO WS-CUTOFF-DD
022115         IF WS-CUTOFF-MM = 2
022116             PERFORM 8200-CHECK-LEAP-YEAR THRU 8200-EXIT
022117             IF WS-YEAR-IS-LEAP
022118                 MOVE 29 TO WS-CUTOFF-DD
022119             END-IF
022120         END-IF
022121     END-IF.
022122 8100-EXIT.
022123     EXIT.
022124*
022125******************************************************************
022126*    8200-CHECK-LEAP-YEAR - SET THE LEAP SWITCH FOR THE CUTOFF   *
022127*    YEAR: DIVISIBLE BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY 400 *
022128******************************************************************
022129 8200-CHECK-LEAP-YEAR.
022130     MOVE 'N' TO WS-LEAP-SWITCH
022131     DIVIDE WS-CUTOFF-CCYY BY 4
022132         GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
022133     DIVIDE WS-CUTOFF-CCYY BY 100
022134         GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
022135     DIVIDE WS-CUTOFF-CCYY BY 400
022136         GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
022137     IF WS-LEAP-REM-4 = ZERO
022138         AND (WS-LEAP-REM-100 NOT = ZERO
022139          OR  WS-LEAP-REM-400 = ZERO)
022140         SET WS-YEAR-IS-LEAP TO TRUE
022141     END-IF.
022142 8200-EXIT.
022143     EXIT.
022144*
022150******************************************************************
022160*    8500-CHECK-RUN-CONTROL - GATE-OUTPUT MAY ONLY BE            *
022170*    DISTRIBUTED FOR THE NIGHT IN PROGRESS, AND ONLY WHEN THE    *
022180*    GATE RUN ENDED ACCEPTABLY FOR IT.  THE NIGHT OPENED BY      *
022190*    THE HEAD OF THE STREAM ON THE RUN-CONTROL FILE OVERRIDES    *
022200*    THE GATEFDCT DATE - THAT RECORD IS NOT ADVANCED WHEN THE    *
022210*    GATE FAILS, SO ON ITS OWN IT WOULD PASS LAST NIGHT'S        *
022220*    COMPLETED GATE RUN AND DISTRIBUTE A STALE GATE-OUTPUT.      *
022230*    ONCE THE PREDECESSOR IS PROVED THE START IS RECORDED.       *
022233*    A SUPPLEMENTAL PASS RUNS UNDER THE FEED DATE ON ITS CONTROL *
022236*    RECORD AND NEEDS THE GATE RUN'S END FOR THE SAME PASS.      *
022240******************************************************************
022250 8500-CHECK-RUN-CONTROL.
022260     IF NOT WS-SUPPLEMENTAL-PASS
022262         PERFORM 8510-FIND-NIGHT THRU 8510-EXIT
022264     END-IF
022270     IF WS-NIGHT-FEED-DATE > ZERO
022280         AND WS-NIGHT-FEED-DATE NOT = WS-FEED-DATE
022290         DISPLAY 'GATE-SPLIT: NIGHT IN PROGRESS IS FEED DATE '
022300             WS-NIGHT-FEED-DATE ', NOT ' WS-FEED-DATE
022310         MOVE WS-NIGHT-FEED-DATE TO WS-FEED-DATE
022320     END-IF
022330     PERFORM 8520-CHECK-PREDECESSOR THRU 8520-EXIT
022340     MOVE 'S' TO WS-RUNC-EVENT
022350     PERFORM 8530-RECORD-STEP-EVENT THRU 8530-EXIT
022360     SET WS-STEP-STARTED TO TRUE.
022370 8500-EXIT.
022380     EXIT.
022390*
022400******************************************************************
022410*    8510-FIND-NIGHT - THE NIGHT IN PROGRESS IS THE FEED DATE    *
022420*    LAST RECORDED BY THE HEAD OF THE STREAM (THE FIRST ROW OF   *
022430*    THE STEP TABLE) ON THE RUN-CONTROL FILE.  ZERO WHEN THE     *
022440*    FILE DOES NOT EXIST YET.  ONLY A MAIN PASS OPENS A NIGHT.   *
022450******************************************************************
022460 8510-FIND-NIGHT.
022470     MOVE ZERO TO WS-NIGHT-FEED-DATE
022480     OPEN INPUT RUN-CONTROL-FILE
022490     IF WS-RUNC-FILE-STATUS NOT = '00'
022500         GO TO 8510-EXIT
022510     END-IF
022520     MOVE 'N' TO WS-RUNC-EOF-SWITCH
022530     PERFORM 8515-SCAN-FOR-NIGHT THRU 8515-EXIT
022540         UNTIL WS-RUNC-EOF-REACHED
022550     CLOSE RUN-CONTROL-FILE.
022560 8510-EXIT.
022570     EXIT.
022580*
022590 8515-SCAN-FOR-NIGHT.
022600     READ RUN-CONTROL-FILE
022610         AT END
022620             SET WS-RUNC-EOF-REACHED TO TRUE
022630         NOT AT END
022640             IF RUNC-STEP-NAME = STEP-NAME (1)
022650                 AND RUNC-FEED-DATE NUMERIC
022655                 AND RUNC-MAIN-PASS
022660                 MOVE RUNC-FEED-DATE TO WS-NIGHT-FEED-DATE
022670             END-IF
022680     END-READ.
022690 8515-EXIT.
022700     EXIT.
022710*
022720******************************************************************
022725*    8520-CHECK-PREDECESSOR - FIND THIS STEP'S PREDECESSOR ON    *
022730*    THE STEP TABLE AND ITS LATEST RUN-CONTROL RECORD FOR THE    *
022735*    SAME FEED DATE AND PASS.  UNLESS THAT RECORD IS AN END      *
022740*    WITH A CONDITION CODE THE TABLE ACCEPTS, THE STEP IS        *
022745*    REFUSED: THE REFUSAL IS RECORDED AND THE RUN ENDS WITH      *
022750*    CONDITION CODE 16 BEFORE IT HAS TOUCHED A FILE.  A MAIN     *
022755*    PASS IS REFUSED THE SAME WAY ONCE A SUPPLEMENTAL PASS HAS   *
022760*    STARTED FOR THE FEED DATE, AS A MAIN RERUN WOULD REWRITE    *
022765*    THE HELD AND PENDING FILES THAT PASS EXTENDED.              *
022770******************************************************************
022800 8520-CHECK-PREDECESSOR.
022810     SET STEP-IDX TO 1
022820     SEARCH STEP-ENTRY
022830         AT END
022840             DISPLAY 'GATE-SPLIT: ' WS-STEP-NAME
022850                 ' IS NOT ON THE JOB-STREAM STEP TABLE'
022860             MOVE 16 TO RETURN-CODE
022870             STOP RUN
022880         WHEN STEP-NAME (STEP-IDX) = WS-STEP-NAME
022890             MOVE STEP-PREDECESSOR (STEP-IDX) TO WS-PRED-STEP-NAME
022900             MOVE STEP-PRED-MAX-CODE (STEP-IDX)
022910                 TO WS-PRED-MAX-COND-CODE
022920     END-SEARCH
022930     IF WS-PRED-STEP-NAME = SPACES
022940         GO TO 8520-EXIT
022950     END-IF
022960     MOVE SPACE TO WS-PRED-EVENT
022970     MOVE ZERO  TO WS-PRED-COND-CODE
022980     OPEN INPUT RUN-CONTROL-FILE
022990     IF WS-RUNC-FILE-STATUS = '00'
023000         MOVE 'N' TO WS-RUNC-EOF-SWITCH
023010         PERFORM 8525-SCAN-FOR-PREDECESSOR THRU 8525-EXIT
023020             UNTIL WS-RUNC-EOF-REACHED
023030         CLOSE RUN-CONTROL-FILE
023040     END-IF
023041     IF WS-SUPP-SPLIT-STARTED
023042         DISPLAY 'GATE-SPLIT: A SUPPLEMENTAL PASS HAS ALREADY RUN'
023043             ' FOR FEED DATE ' WS-FEED-DATE
023044         DISPLAY 'GATE-SPLIT: STEP REFUSED - CONDITION CODE 16'
023045         MOVE 16  TO RETURN-CODE
023046         MOVE 'R' TO WS-RUNC-EVENT
023047         PERFORM 8530-RECORD-STEP-EVENT THRU 8530-EXIT
023048         STOP RUN
023049     END-IF
023050     IF WS-PRED-EVENT = 'E'
023060         AND WS-PRED-COND-CODE NOT > WS-PRED-MAX-COND-CODE
023070         GO TO 8520-EXIT
023080     END-IF
023090     EVALUATE WS-PRED-EVENT
023100         WHEN 'E'
023110             DISPLAY 'GATE-SPLIT: ' WS-PRED-STEP-NAME
023120                 ' ENDED WITH CONDITION CODE ' WS-PRED-COND-CODE
023130                 ' FOR FEED DATE ' WS-FEED-DATE
023140         WHEN 'S'
023150             DISPLAY 'GATE-SPLIT: ' WS-PRED-STEP-NAME
023160                 ' STARTED BUT NEVER ENDED FOR FEED DATE '
023170                 WS-FEED-DATE
023180         WHEN 'R'
023190             DISPLAY 'GATE-SPLIT: ' WS-PRED-STEP-NAME
023200                 ' WAS REFUSED FOR FEED DATE ' WS-FEED-DATE
023210         WHEN OTHER
023220             DISPLAY 'GATE-SPLIT: ' WS-PRED-STEP-NAME
023230                 ' HAS NOT RUN FOR FEED DATE ' WS-FEED-DATE
023240     END-EVALUATE
023250     DISPLAY 'GATE-SPLIT: STEP REFUSED - CONDITION CODE 16'
023260     MOVE 16  TO RETURN-CODE
023270     MOVE 'R' TO WS-RUNC-EVENT
023280     PERFORM 8530-RECORD-STEP-EVENT THRU 8530-EXIT
023290     STOP RUN.
023300 8520-EXIT.
023310     EXIT.
023320*
023330 8525-SCAN-FOR-PREDECESSOR.
023340     READ RUN-CONTROL-FILE
023350         AT END
023360             SET WS-RUNC-EOF-REACHED TO TRUE
023370         NOT AT END
023380             IF RUNC-FEED-DATE = WS-FEED-DATE
023390                 AND RUNC-STEP-NAME = WS-PRED-STEP-NAME
023395                 AND RUNC-PASS-CODE = WS-PASS-CODE
023400                 MOVE RUNC-EVENT     TO WS-PRED-EVENT
023410                 MOVE RUNC-COND-CODE TO WS-PRED-COND-CODE
023420             END-IF
023421             IF NOT WS-SUPPLEMENTAL-PASS
023422                 AND RUNC-FEED-DATE = WS-FEED-DATE
023423                 AND RUNC-STEP-NAME = WS-STEP-NAME
023424                 AND NOT RUNC-MAIN-PASS
023425                 AND RUNC-EVENT-STARTED
023426                 SET WS-SUPP-SPLIT-STARTED TO TRUE
023427             END-IF
023430     END-READ.
023440 8525-EXIT.
023450     EXIT.
023460*
023470******************************************************************
023480*    8530-RECORD-STEP-EVENT - APPEND ONE RUN-CONTROL RECORD      *
023490*    (WS-RUNC-EVENT: S STARTED, E ENDED, R REFUSED) FOR THIS     *
023500*    STEP AND FEED DATE, STAMPED WITH THE CLOCK AND THE          *
023510*    CONDITION CODE SO FAR, CREATING THE FILE ON ITS FIRST       *
023520*    WRITE.                                                      *
023530******************************************************************
023540 8530-RECORD-STEP-EVENT.
023550     ACCEPT WS-CURRENT-TIME FROM TIME
023560     OPEN EXTEND RUN-CONTROL-FILE
023570     IF WS-RUNC-FILE-STATUS NOT = '00'
023580         OPEN OUTPUT RUN-CONTROL-FILE
023590     END-IF
023600     MOVE SPACES        TO RUNC-RECORD
023610     MOVE WS-FEED-DATE  TO RUNC-FEED-DATE
023615     MOVE WS-PASS-CODE  TO RUNC-PASS-CODE
023620     MOVE WS-STEP-NAME  TO RUNC-STEP-NAME
023630     MOVE WS-RUNC-EVENT TO RUNC-EVENT
023640     ACCEPT RUNC-EVENT-DATE FROM DATE YYYYMMDD
023650     MOVE WS-CURRENT-TIME-HHMMSS TO RUNC-EVENT-TIME
023660     MOVE RETURN-CODE   TO RUNC-COND-CODE
023670     WRITE RUNC-RECORD
023680     CLOSE RUN-CONTROL-FILE.
023690 8530-EXIT.
023700     EXIT.
023710*
023720******************************************************************
023730*    8540-RECORD-STEP-END - RECORD THE STEP'S END AND FINAL      *
023740*    CONDITION CODE ON THE RUN-CONTROL FILE.  CALLED ON EVERY    *
023750*    WAY OUT OF THE RUN ONCE THE START HAS BEEN RECORDED.        *
023760******************************************************************
023770 8540-RECORD-STEP-END.
023780     IF WS-STEP-STARTED
023790         MOVE 'E' TO WS-RUNC-EVENT
023800         PERFORM 8530-RECORD-STEP-EVENT THRU 8530-EXIT
023810     END-IF.
023820 8540-EXIT.
023830     EXIT.
023840*
023850******************************************************************
023860*    9000-SET-RETURN-CODE - CONDITION CODE 4 WHEN ANY ITEM ON    *
023870*    THE PENDING-RELEASE QUEUE HAS BEEN ESCALATED, SO THE        *
023880*    SCHEDULER CAN ALERT THE SUPERVISORS; THE STEP TABLE LETS    *
023890*    THE STREAM CARRY ON PAST A 4, AS THE DISTRIBUTION ITSELF IS *
023900*    COMPLETE.                                                   *
023910******************************************************************
023920 9000-SET-RETURN-CODE.
023930     IF WS-ESCALATED-COUNT > ZERO
023940         MOVE 4 TO RETURN-CODE
023950         DISPLAY 'GATE-SPLIT: CONDITION CODE 4 - '
023960             WS-ESCALATED-COUNT ' QUEUED ITEMS ESCALATED'
023970     END-IF.
023980 9000-EXIT.
023990     EXIT.
