012134*                      READS) TO THE COMMON BALANCING FILE       *
012138*                      (GATEBALC LAYOUT, DD GATEBAL) SO          *
012142*                      GATE-BALANCE CAN PROVE THE NIGHT END      *
012143*                      TO END.                                   *
012144*      2026-10-15 DCP  VALIDATE EVERY ITEM ID AGAINST THE NEW    *
012145*                      ITEM REFERENCE MASTER (GATEITEM LAYOUT,   *
012146*                      DD GATEITEM) IN 2050: AN ITEM NOT ON FILE *
012147*                      GOES TO GATE-EXCEPTIONS AS BAD FIELD      *
012148*                      ITEM-ID (VALUE U), A CLOSED ITEM AS       *
012149*                      ITEM-STAT (VALUE C). THE ITEM'S OWNING    *
012150*                      UNIT IS STAMPED ON GATE-OUTPUT (NEW       *
012151*                      GATECOND-OWNING-UNIT) AND ADDED AS THE    *
012152*                      LAST COLUMN OF THE GATECSV EXTRACT, AND   *
012153*                      THE REFUSALS ARE COUNTED IN THE CONTROL   *
012154*                      TOTALS.                                   *
012155*      2026-10-15 DCP  THE GATE RULES ARE NOW VERSIONED AND      *
012156*                      EFFECTIVE-DATED: 1535 LOADS THE HIGHEST   *
012157*                      PRODUCTION RULES VERSION (GATEVRUL        *
012158*                      LAYOUT, DD GATEVRUL, PROMOTED BY          *
012159*                      GATE-RULE-PROMOTE) WHOSE EFFECTIVE DATE   *
012160*                      IS NOT AFTER THE GATEHDTR FEED DATE OVER  *
012161*                      THE COMPILED GATERULE TABLE. WITH NO      *
012162*                      VERSION IN FORCE THE COMPILED TABLE IS    *
012163*                      USED AS VERSION 0000. THE VERSION USED IS *
012164*                      STAMPED ON EVERY AUDIT RECORD AND MASTER  *
012165*                      ROW (NEW AUDIT-RULE-VERSION AND           *
012166*                      MAST-RULE-VERSION) AND SHOWN IN THE       *
012167*                      CONTROL TOTALS.                           *
012168*      2026-10-15 DCP  RECORD THE STEP'S START, END AND          *
012169*                      CONDITION CODE ON THE JOB-STREAM          *
012170*                      RUN-CONTROL FILE (GATERUNC LAYOUT, DD     *
012171*                      GATERUNC). 8500 REFUSES THE RUN WITH 16   *
012172*                      UNLESS GATE-CONSOL ENDED ACCEPTABLY FOR   *
012173*                      THE HEADER'S FEED DATE; A SELECTIVE RERUN *
012174*                      OR CONFIRMED REDRIVE SKIPS THAT CHECK.    *
012175*      2026-10-15 DCP  A FEED HEADER CARRYING A PASS CODE        *
012176*                      (GATE-CONSOL'S SUPPLEMENTAL PASS FOR A    *
012177*                      LATE REGION) RUNS AS A REDRIVE OF THE     *
012178*                      ORIGINAL NIGHT, BUT STILL NEEDS           *
012179*                      GATE-CONSOL'S END FOR THE SAME PASS; THE  *
012180*                      PASS CODE IS CARRIED ONTO THE BALANCING   *
012181*                      AND RUN-CONTROL RECORDS.                  *
012182*      2026-10-15 DCP  A CONFIRMED STREAM-CONTROL RECORD         *
012183*                      (GATESTRC LAYOUT, DD GATESTRM) RUNS THE   *
012184*                      GATE AS ONE REGION STREAM OF A            *
012185*                      PARTITIONED NIGHT: THE WHOLE FEED IS READ *
012186*                      AND PROVED AGAINST ITS TRAILER BUT ONLY   *
012187*                      THAT REGION IS GATED (R1 ALSO TAKES THE   *
012188*                      CATCH-ALL), INTO THE STREAM'S OWN DATA    *
012189*                      SETS WITH ITS OWN CHECKPOINT. THE STREAM  *
012190*                      RECORDS ITSELF AS GATE-STREAM-RN, LEAVES  *
012191*                      THE TOLERANCE BREACH AND FEED-CONTROL     *
012192*                      DATE TO GATE-STRM-MERGE, AND WRITES A     *
012193*                      GATESTMT STREAM-TOTALS RECORD (DD         *
012194*                      GATESTRT) IN PLACE OF GATESTAT AND        *
012195*                      BALANCING.                                *
012196*      2026-10-15 DCP  EACH GATE-OUTPUT RECORD CARRIES THE RUN'S *
012197*                      PASS CODE SO GATE-SPLIT SELECTS BY PASS.  *
012198*                                                                *
012199******************************************************************
012200 ENVIRONMENT DIVISION.
012300 INPUT-OUTPUT SECTION.
012400 FILE-CONTROL.
017700         ACCESS MODE IS RANDOM
017800         RECORD KEY IS MAST-ITEM-ID
017900         FILE STATUS IS WS-MAST-FILE-STATUS.
017910*
017920     SELECT ITEM-REFERENCE-FILE ASSIGN TO GATEITEM
017930         ORGANIZATION IS INDEXED
017940         ACCESS MODE IS RANDOM
017950         RECORD KEY IS ITMR-ITEM-ID
017960         FILE STATUS IS WS-ITEM-FILE-STATUS.
017970*
017975     SELECT OPTIONAL GATE-PROD-RULES-FILE ASSIGN TO GATEVRUL
017980         ORGANIZATION IS LINE SEQUENTIAL
017985         FILE STATUS IS WS-VRUL-FILE-STATUS.
017988*
017991     SELECT RUN-CONTROL-FILE ASSIGN TO GATERUNC
017994         ORGANIZATION IS LINE SEQUENTIAL
017997         FILE STATUS IS WS-RUNC-FILE-STATUS.
018007*
018017     SELECT OPTIONAL GATE-STREAM-CONTROL-FILE
018027         ASSIGN TO GATESTRM
018037         ORGANIZATION IS LINE SEQUENTIAL
018047         FILE STATUS IS WS-STRC-FILE-STATUS.
018057*
018067     SELECT GATE-STREAM-TOTALS-FILE ASSIGN TO GATESTRT
018077         ORGANIZATION IS LINE SEQUENTIAL.
018087*
018100 DATA DIVISION.
018200 FILE SECTION.
018300 FD  GATE-INPUT-FILE
022302                   ==GATECOND-ITEM-AMOUNT==
022304                BY ==GATEOUT-ITEM-AMOUNT==
022306                   ==GATECOND-RECYCLE-COUNT==
022308                BY ==GATEOUT-RECYCLE-COUNT==
022310                   ==GATECOND-OWNING-UNIT==
022312                BY ==GATEOUT-OWNING-UNIT==
022313                   ==GATECOND-PASS-CODE==
022314                BY ==GATEOUT-PASS-CODE==.
022400*
022500 FD  GATE-EXCEPTIONS-FILE
022600     LABEL RECORDS ARE STANDARD.
029300                BY ==GATESCR-REGION-CODE==
029302                   ==GATECOND-ITEM-AMOUNT==
029304                BY ==GATESCR-ITEM-AMOUNT==
029305                   ==GATECOND-RECYCLE-COUNT==
029306                BY ==GATESCR-RECYCLE-COUNT==
029307                   ==GATECOND-OWNING-UNIT==
029308                BY ==GATESCR-OWNING-UNIT==
029309                   ==GATECOND-PASS-CODE==
029310                BY ==GATESCR-PASS-CODE==.
029315*
029320 FD  GATE-OUTPUT-BACKUP-FILE
029330     LABEL RECORDS ARE STANDARD.
029340 01  GATEBK-RECORD               PIC X(40).
029350*
029360 FD  GATE-REWRITE-RECOVERY-FILE
029370     LABEL RECORDS ARE STANDARD.
029380     COPY GATERCVC.
029382*
029384 FD  ITEM-REFERENCE-FILE
029386     LABEL RECORDS ARE STANDARD.
029388     COPY GATEITEM.
029390*
029392 FD  GATE-PROD-RULES-FILE
029394     LABEL RECORDS ARE STANDARD.
029396     COPY GATEVRUL.
029400*
029420 FD  RUN-CONTROL-FILE
029440     LABEL RECORDS ARE STANDARD.
029460     COPY GATERUNC.
029462*
029464 FD  GATE-STREAM-CONTROL-FILE
029466     LABEL RECORDS ARE STANDARD.
029468     COPY GATESTRC.
029470*
029472 FD  GATE-STREAM-TOTALS-FILE
029474     LABEL RECORDS ARE STANDARD.
029476     COPY GATESTMT.
029480*
029500 WORKING-STORAGE SECTION.
029600*
029700******************************************************************
037300*    EXTRACT DATE IS HELD FOR THE STALE-FEED CHECK AGAINST THE   *
037400*    FEED-CONTROL RECORD AND FOR THE END-OF-RUN REWRITE; THE     *
037500*    TRAILER'S DETAIL COUNT IS HELD FOR THE BALANCE CHECK IN     *
037600*    3000-FINALIZE.  THE HEADER'S PASS CODE IS SPACES ON THE     *
037610*    NIGHT'S MAIN FEED AND THE LATE REGION ON A SUPPLEMENTAL     *
037620*    PASS (SEE 1520); IT IS CARRIED ONTO THE BALANCING AND       *
037630*    RUN-CONTROL RECORDS.                                        *
037700******************************************************************
037800 77  WS-FDCT-FILE-STATUS         PIC X(02) VALUE '00'.
037900 77  WS-FEED-DATE                PIC 9(08) VALUE ZERO.
038100 77  WS-TRAILER-COUNT            PIC 9(07) VALUE ZERO.
038200 77  WS-TRAILER-SEEN-SWITCH      PIC X(01) VALUE 'N'.
038300     88  WS-TRAILER-SEEN             VALUE 'Y'.
038301 77  WS-PASS-CODE                PIC X(03) VALUE SPACES.
038302     88  WS-MAIN-PASS                VALUE SPACES.
038304*
038308******************************************************************
038312*    RUN-CONTROL - THIS STEP'S ROW ON THE JOB-STREAM STEP TABLE  *
038316*    (GATESTEP) NAMES THE PREDECESSOR THAT MUST HAVE ENDED       *
038320*    ACCEPTABLY FOR THE SAME FEED DATE BEFORE THIS STEP MAY      *
038324*    START; THE STEP'S OWN START, END AND CONDITION CODE ARE     *
038328*    APPENDED TO THE RUN-CONTROL FILE (GATERUNC LAYOUT).         *
038332******************************************************************
038336 77  WS-RUNC-FILE-STATUS         PIC X(02) VALUE '00'.
038340 77  WS-RUNC-EOF-SWITCH          PIC X(01) VALUE 'N'.
038344     88  WS-RUNC-EOF-REACHED         VALUE 'Y'.
038348 77  WS-STEP-NAME                PIC X(16) VALUE 'SAMPLE-PROGRAM'.
038350 77  WS-TABLE-STEP-NAME          PIC X(16) VALUE 'SAMPLE-PROGRAM'.
038352 77  WS-STEP-START-SWITCH        PIC X(01) VALUE 'N'.
038356     88  WS-STEP-STARTED             VALUE 'Y'.
038360 77  WS-RUNC-EVENT               PIC X(01) VALUE SPACE.
038364 77  WS-PRED-STEP-NAME           PIC X(16) VALUE SPACES.
038368 77  WS-PRED-MAX-COND-CODE       PIC 9(03) VALUE ZERO.
038372 77  WS-PRED-EVENT               PIC X(01) VALUE SPACE.
038376 77  WS-PRED-COND-CODE           PIC 9(03) VALUE ZERO.
038380*
038381     COPY GATESTEP.
038382*
038383******************************************************************
038384*    REGION STREAM CONTROLS - SET WHEN A CONFIRMED GATESTRM      *
038385*    RECORD MAKES THIS RUN ONE REGION STREAM OF A PARTITIONED    *
038386*    NIGHT (SEE 1525).  THE STREAM GATES ONLY ITS OWN REGION'S   *
038387*    RECORDS; THE REST ARE PASSED OVER IN 2900 AND COUNTED ONLY  *
038388*    SO THE TRAILER CHECK STILL PROVES THE WHOLE FEED.  THE      *
038389*    STREAM RECORDS ITSELF ON THE RUN-CONTROL FILE UNDER ITS OWN *
038390*    STEP NAME (GATE-STREAM-R1 ETC.) BUT IS HELD TO SAMPLE-      *
038391*    PROGRAM'S ROW ON THE STEP TABLE (WS-TABLE-STEP-NAME).       *
038392******************************************************************
038393 77  WS-STRC-FILE-STATUS         PIC X(02) VALUE '00'.
038394 77  WS-STREAM-SWITCH            PIC X(01) VALUE 'N'.
038395     88  WS-STREAM-IS-ACTIVE         VALUE 'Y'.
038396 77  WS-STREAM-REGION            PIC X(03) VALUE SPACES.
038397 77  WS-STREAM-OWN-SWITCH        PIC X(01) VALUE 'N'.
038398     88  WS-STREAM-OWNS-RECORD       VALUE 'Y'.
038399 77  WS-STREAM-PASSED-COUNT      PIC 9(07) COMP VALUE ZERO.
038400*
038500******************************************************************
038600*    PER-REGION CONTROL TOTALS.  SLOTS 1-3 ARE THE REGIONAL     *
046300 77  WS-MAST-FILE-STATUS         PIC X(02) VALUE '00'.
046400 77  WS-MASTER-ADD-COUNT         PIC 9(07) COMP VALUE ZERO.
046500 77  WS-MASTER-REWRITE-COUNT     PIC 9(07) COMP VALUE ZERO.
046502*
046504******************************************************************
046506*    ITEM REFERENCE CONTROLS - FILE STATUS FOR THE KEYED ITEM   *
046508*    REFERENCE MASTER, THE OWNING UNIT OF THE ITEM IN HAND AND  *
046510*    THE UNKNOWN/CLOSED REFUSAL TALLIES FOR THE CONTROL TOTALS  *
046512******************************************************************
046514 77  WS-ITEM-FILE-STATUS         PIC X(02) VALUE '00'.
046516 77  WS-OWNING-UNIT              PIC X(04) VALUE SPACES.
046518 77  WS-ITEM-UNKNOWN-COUNT       PIC 9(07) COMP VALUE ZERO.
046520 77  WS-ITEM-CLOSED-COUNT        PIC 9(07) COMP VALUE ZERO.
046530*
046535******************************************************************
046540*    PRODUCTION RULES CONTROLS - THE RULES VERSION IN FORCE FOR *
046545*    THIS FEED DATE (0000 = THE COMPILED GATERULE TABLE) AND    *
046550*    THE NUMBER OF ITS ROWS LOADED OVER THE RULES TABLE         *
046555******************************************************************
046560 77  WS-VRUL-FILE-STATUS         PIC X(02) VALUE '00'.
046565 77  WS-VRUL-EOF-SWITCH          PIC X(01) VALUE 'N'.
046570     88  WS-VRUL-EOF-REACHED         VALUE 'Y'.
046575 77  WS-RULE-VERSION             PIC 9(04) VALUE ZERO.
046580 77  WS-VRUL-ROWS-LOADED         PIC 9(03) COMP VALUE ZERO.
046585 77  WS-RULE-MAX-ENTRIES         PIC 9(03) COMP VALUE 8.
046600*
046610******************************************************************
046620*    RUN-STATISTICS FILE STATUS - 3300 APPENDS ONE GATESTAT     *
057200         UNTIL WS-EOF-REACHED
057300     PERFORM 3000-FINALIZE THRU 3000-EXIT
057400     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
057450     PERFORM 8540-RECORD-STEP-END THRU 8540-EXIT
057500     STOP RUN.
057600*
057700******************************************************************
059300     PERFORM 1500-CHECK-FOR-RERUN-CONTROL THRU 1500-EXIT
059400     PERFORM 1510-CHECK-FOR-REDRIVE-CONTROL THRU 1510-EXIT
059500     PERFORM 1520-VERIFY-FEED-HEADER THRU 1520-EXIT
059510     PERFORM 1525-CHECK-FOR-STREAM-CONTROL THRU 1525-EXIT
059520     PERFORM 8500-CHECK-RUN-CONTROL THRU 8500-EXIT
059550     PERFORM 1535-LOAD-PRODUCTION-RULES THRU 1535-EXIT
059600     PERFORM 1540-GET-TOLERANCE THRU 1540-EXIT
059700     PERFORM 1560-LOAD-OVERRIDES THRU 1560-EXIT
059790     PERFORM 1545-CHECK-REWRITE-RECOVERY THRU 1545-EXIT
060200     PERFORM 1800-OPEN-GATE-EXCEPTIONS THRU 1800-EXIT
060300     PERFORM 1900-OPEN-AUDIT-LOG THRU 1900-EXIT
060400     PERFORM 1950-OPEN-DECISION-MASTER THRU 1950-EXIT
060450     PERFORM 1955-OPEN-ITEM-REFERENCE THRU 1955-EXIT
060500     PERFORM 1970-OPEN-GATE-EXTRACT THRU 1970-EXIT
060600     STRING WS-CURRENT-DATE-MM   DELIMITED BY SIZE
060700             '/'                 DELIMITED BY SIZE
070100*    CHECK - OPS IS DELIBERATELY REDRIVING WORK.  MUST RUN      *
070200*    AFTER 1500/1510 (NEEDS BOTH SWITCHES) AND BEFORE THE PRIME  *
070300*    READ SO THE HEADER NEVER REACHES THE GATE LOGIC.            *
070310*    A HEADER CARRYING A PASS CODE IS GATE-CONSOL'S SUPPLEMENTAL *
070320*    PASS FOR A LATE REGION UNDER THE ORIGINAL NIGHT'S DATE: IT  *
070330*    RUNS AS A REDRIVE OF THAT NIGHT - NO STALE-FEED CHECK, THE  *
070340*    OUTPUT FILES EXTENDED, THE FEED-CONTROL DATE LEFT ALONE.    *
070400******************************************************************
070500 1520-VERIFY-FEED-HEADER.
070600     READ GATE-INPUT-FILE
071900         PERFORM 9900-ABEND-RUN THRU 9900-EXIT
072000     END-IF
072100     MOVE FEED-HDR-EXTRACT-DATE TO WS-FEED-DATE
072120     MOVE FEED-HDR-PASS-CODE    TO WS-PASS-CODE
072140     IF NOT WS-MAIN-PASS
072150         SET WS-REDRIVE-IS-ACTIVE TO TRUE
072160         DISPLAY 'SUPPLEMENTAL PASS ' WS-PASS-CODE
072170             ' FOR FEED DATE ' WS-FEED-DATE
072180             ' - OUTPUT FILES EXTENDED'
072190     END-IF
072200     PERFORM 1530-GET-LAST-FEED-DATE THRU 1530-EXIT
072300     IF NOT WS-RERUN-IS-ACTIVE AND NOT WS-REDRIVE-IS-ACTIVE
072400         AND WS-FEED-DATE NOT GREATER THAN WS-LAST-FEED-DATE
072900     END-IF.
073000 1520-EXIT.
073100     EXIT.
073101*
073102******************************************************************
073103*    1525-CHECK-FOR-STREAM-CONTROL - A CONFIRMED GATESTRM RECORD *
073104*    NAMING R1, R2 OR R3 MAKES THIS RUN THAT REGION'S STREAM OF  *
073105*    A PARTITIONED NIGHT.  A STREAM BELONGS TO A NORMAL MAIN-    *
073106*    PASS NIGHT ONLY: A SELECTIVE RERUN, A REDRIVE OR A          *
073107*    SUPPLEMENTAL PASS WORKS ON THE NIGHT'S MERGED FILES AND IS  *
073108*    RUN SERIALLY, SO A STREAM RECORD ON ONE OF THOSE IS         *
073109*    REFUSED, AS IS ONE NAMING NO REGIONAL FEED.  MUST RUN AFTER *
073110*    1520 (NEEDS THE PASS CODE) AND BEFORE 8500 (NEEDS THE       *
073111*    STREAM'S STEP NAME).                                        *
073112******************************************************************
073113 1525-CHECK-FOR-STREAM-CONTROL.
073114     OPEN INPUT GATE-STREAM-CONTROL-FILE
073115     IF WS-STRC-FILE-STATUS NOT = '00'
073116         AND WS-STRC-FILE-STATUS NOT = '05'
073117         GO TO 1525-EXIT
073118     END-IF
073119     READ GATE-STREAM-CONTROL-FILE
073120         AT END
073121             CLOSE GATE-STREAM-CONTROL-FILE
073122             GO TO 1525-EXIT
073123     END-READ
073124     CLOSE GATE-STREAM-CONTROL-FILE
073125     IF NOT STRC-CONFIRMED
073126         DISPLAY 'STREAM CONTROL PRESENT BUT NOT '
073127             'CONFIRMED - IGNORED'
073128         GO TO 1525-EXIT
073129     END-IF
073130     IF NOT STRC-REGION-VALID
073131         DISPLAY 'STREAM CONTROL REGION ' STRC-REGION-CODE
073132             ' IS NOT A REGIONAL FEED - RUN REFUSED'
073133         PERFORM 9900-ABEND-RUN THRU 9900-EXIT
073134     END-IF
073135     IF WS-RERUN-IS-ACTIVE OR WS-REDRIVE-IS-ACTIVE
073136         DISPLAY 'STREAM CONTROL NOT ALLOWED ON A SELECTIVE '
073137             'RERUN, REDRIVE OR SUPPLEMENTAL PASS - RUN REFUSED'
073138         PERFORM 9900-ABEND-RUN THRU 9900-EXIT
073139     END-IF
073140     SET WS-STREAM-IS-ACTIVE TO TRUE
073141     MOVE STRC-REGION-CODE TO WS-STREAM-REGION
073142     MOVE SPACES TO WS-STEP-NAME
073143     STRING 'GATE-STREAM-'   DELIMITED BY SIZE
073144            WS-STREAM-REGION DELIMITED BY SPACE
073145         INTO WS-STEP-NAME
073146     END-STRING
073147     DISPLAY 'REGION STREAM ' WS-STREAM-REGION
073148         ' - ONLY THAT REGION IS GATED THIS RUN'.
073149 1525-EXIT.
073150     EXIT.
073200*
073300******************************************************************
073400*    1530-GET-LAST-FEED-DATE - PICK UP THE LAST PROCESSED FEED   *
075500 1530-EXIT.
075600     EXIT.
075700*
075701******************************************************************
075702*    1535-LOAD-PRODUCTION-RULES - LAY THE PRODUCTION RULES      *
075703*    VERSION IN FORCE FOR THIS FEED DATE OVER THE COMPILED      *
075704*    GATERULE TABLE: THE HIGHEST VERSION ON THE OPTIONAL        *
075705*    GATEVRUL FILE WHOSE EFFECTIVE DATE IS NOT AFTER THE        *
075706*    HEADER DATE.  A RERUN OF AN EARLIER FEED THEREFORE GETS    *
075707*    THE RULES THAT WERE IN FORCE FOR IT.  WITH NO FILE, OR NO  *
075708*    VERSION YET IN FORCE, THE COMPILED TABLE STANDS AS VERSION *
075709*    0000.  A VERSION THAT DOES NOT LOAD AS EXACTLY ONE ROW PER *
075710*    TABLE SLOT STOPS THE RUN - GATING AGAINST HALF A TABLE     *
075711*    WOULD MIX TWO VERSIONS' RULES.  MUST RUN AFTER 1520 (NEEDS *
075712*    THE FEED DATE) AND BEFORE 1560, WHICH CHECKS OVERRIDE      *
075713*    RESULT CODES AGAINST THE TABLE.                            *
075714******************************************************************
075715 1535-LOAD-PRODUCTION-RULES.
075716     OPEN INPUT GATE-PROD-RULES-FILE
075717     IF WS-VRUL-FILE-STATUS = '00' OR WS-VRUL-FILE-STATUS = '05'
075718         PERFORM 1537-LOAD-ONE-PROD-RULE THRU 1537-EXIT
075719             UNTIL WS-VRUL-EOF-REACHED
075720         CLOSE GATE-PROD-RULES-FILE
075721     END-IF
075722     IF WS-RULE-VERSION = ZERO
075723         DISPLAY 'COMPILED GATE RULES (VERSION 0000) IN FORCE '
075724             'FOR FEED DATE ' WS-FEED-DATE
075725         GO TO 1535-EXIT
075726     END-IF
075727     IF WS-VRUL-ROWS-LOADED NOT = WS-RULE-MAX-ENTRIES
075728         DISPLAY 'PRODUCTION RULES VERSION ' WS-RULE-VERSION
075729             ' HAS ' WS-VRUL-ROWS-LOADED ' ROWS, NOT '
075730             WS-RULE-MAX-ENTRIES ' - RUN STOPPED'
075731         PERFORM 9900-ABEND-RUN THRU 9900-EXIT
075732     END-IF
075733     DISPLAY 'GATE RULES VERSION ' WS-RULE-VERSION
075734         ' IN FORCE FOR FEED DATE ' WS-FEED-DATE.
075735 1535-EXIT.
075736     EXIT.
075737*
075738 1537-LOAD-ONE-PROD-RULE.
075739     READ GATE-PROD-RULES-FILE
075740         AT END
075741             SET WS-VRUL-EOF-REACHED TO TRUE
075742             GO TO 1537-EXIT
075743     END-READ
075744     IF VRUL-EFFECTIVE-DATE > WS-FEED-DATE
075745         OR VRUL-RULE-VERSION < WS-RULE-VERSION
075746         GO TO 1537-EXIT
075747     END-IF
075748     IF VRUL-RULE-VERSION > WS-RULE-VERSION
075749         MOVE VRUL-RULE-VERSION TO WS-RULE-VERSION
075750         MOVE ZERO TO WS-VRUL-ROWS-LOADED
075751     END-IF
075752     IF WS-VRUL-ROWS-LOADED NOT LESS THAN WS-RULE-MAX-ENTRIES
075753         DISPLAY 'PRODUCTION RULES VERSION ' WS-RULE-VERSION
075754             ' HAS MORE THAN ' WS-RULE-MAX-ENTRIES
075755             ' ROWS - RUN STOPPED'
075756         PERFORM 9900-ABEND-RUN THRU 9900-EXIT
075757     END-IF
075758     ADD 1 TO WS-VRUL-ROWS-LOADED
075759     SET RULE-IDX TO WS-VRUL-ROWS-LOADED
075760     MOVE VRUL-FLAG-A      TO RULE-FLAG-A (RULE-IDX)
075761     MOVE VRUL-FLAG-B      TO RULE-FLAG-B (RULE-IDX)
075762     MOVE VRUL-FLAG-C      TO RULE-FLAG-C (RULE-IDX)
075763     MOVE VRUL-OUTCOME     TO RULE-OUTCOME (RULE-IDX)
075764     MOVE VRUL-RESULT-CODE TO RULE-RESULT-CODE (RULE-IDX).
075765 1537-EXIT.
075766     EXIT.
075767*
075800******************************************************************
075900*    1540-GET-TOLERANCE - PICK UP THE REJECT-RATE TOLERANCE     *
076000*    FROM THE OPTIONAL GATETOL RECORD, OR STAY WITH THE         *
096500*    AN UNCORRECTED EXCEPTION SURVIVES ACROSS DAYS AND CAN AGE   *
096600*    TO *OVERDUE*.  OPEN EXTEND UNCONDITIONALLY, OR CREATE IT    *
096650*    ON THE FILE'S FIRST WRITE - THE SAME PATTERN AS 1900.       *
096662*    A REGION STREAM WRITES TO ITS OWN PER-NIGHT DATA SET        *
096674*    INSTEAD, CUT FRESH UNLESS THE STREAM IS RESTARTING;         *
096686*    GATE-STRM-MERGE APPENDS ALL THREE TO THE PERSISTENT FILE.   *
096700******************************************************************
096750 1800-OPEN-GATE-EXCEPTIONS.
096760     IF WS-STREAM-IS-ACTIVE AND WS-RESTART-COUNT = ZERO
096770         OPEN OUTPUT GATE-EXCEPTIONS-FILE
096780         GO TO 1800-EXIT
096790     END-IF
096800     OPEN EXTEND GATE-EXCEPTIONS-FILE
096900     IF WS-EXCP-FILE-STATUS NOT = '00'
097000         OPEN OUTPUT GATE-EXCEPTIONS-FILE
097700*
097800******************************************************************
097900*    1900-OPEN-AUDIT-LOG - OPEN THE AUDIT LOG FOR APPEND, OR     *
098000*    CREATE IT IF THIS IS THE FIRST RUN TO WRITE TO IT.          *
098033*    A REGION STREAM'S AUDIT DATA SET IS ITS OWN, TREATED AS     *
098066*    1800 TREATS ITS EXCEPTIONS.                                 *
098100******************************************************************
098200 1900-OPEN-AUDIT-LOG.
098220     IF WS-STREAM-IS-ACTIVE AND WS-RESTART-COUNT = ZERO
098240         OPEN OUTPUT GATE-AUDIT-LOG-FILE
098260         GO TO 1900-EXIT
098280     END-IF
098300     OPEN EXTEND GATE-AUDIT-LOG-FILE
098400     IF WS-AUDIT-FILE-STATUS NOT = '00'
098500         OPEN OUTPUT GATE-AUDIT-LOG-FILE
100700 1950-EXIT.
100800     EXIT.
100900*
100910******************************************************************
100920*    1955-OPEN-ITEM-REFERENCE - OPEN THE KEYED ITEM REFERENCE   *
100930*    MASTER FOR LOOKUP.  IT IS MAINTAINED ONLY BY GATE-ITEM-    *
100940*    MAINT; WITHOUT IT EVERY ITEM WOULD BE REFUSED AS UNKNOWN,  *
100950*    SO A MISSING OR UNREADABLE FILE STOPS THE RUN INSTEAD.     *
100960******************************************************************
100970 1955-OPEN-ITEM-REFERENCE.
100975     OPEN INPUT ITEM-REFERENCE-FILE
100980     IF WS-ITEM-FILE-STATUS NOT = '00'
100985         DISPLAY 'ITEM REFERENCE MASTER OPEN FAILED, STATUS '
100990             WS-ITEM-FILE-STATUS
100993         PERFORM 9900-ABEND-RUN THRU 9900-EXIT
100995     END-IF.
100997 1955-EXIT.
100998     EXIT.
100999*
101000******************************************************************
101100*    1960-SKIP-TO-CHECKPOINT - FAST-FORWARD PAST RECORDS THAT    *
101200*    A PRIOR RUN ALREADY PROCESSED, WITHOUT REPROCESSING THEM.   *
104300*    GATE-OUTPUT, SO ROWS ALREADY CUT BEFORE THE ABEND STAY ON  *
104400*    THE FILE AND THE EXTRACT KEEPS BALANCING TO THE REPORT.    *
104500*    THE HEADER ROW GOES OUT ONLY WHEN THE FILE STARTS FRESH.   *
104533*    A REGION STREAM'S EXTRACT HAS NO HEADER ROW AT ALL -       *
104566*    GATE-STRM-MERGE WRITES ONE AHEAD OF THE MERGED ROWS.       *
104600******************************************************************
104700 1970-OPEN-GATE-EXTRACT.
104800     IF WS-RERUN-IS-ACTIVE OR WS-REDRIVE-IS-ACTIVE
105300         END-IF
105400     END-IF
105500     OPEN OUTPUT GATE-EXTRACT-FILE
105525     IF WS-STREAM-IS-ACTIVE
105550         GO TO 1970-EXIT
105575     END-IF
105600     MOVE SPACES TO EXTRACT-LINE
105700     STRING 'ITEM ID,FLAG A,FLAG B,FLAG C,RESULT CODE,'
105800                                    DELIMITED BY SIZE
105900            'OUTCOME,RUN DATE,RUN ID,OWNING UNIT'
106000                                    DELIMITED BY SIZE
106100         INTO EXTRACT-LINE
106200     END-STRING
110600*    REJECTED IS TALLIED ONCE PER BAD RECORD HERE, SEPARATELY    *
110700*    FROM WS-EXCEPTION-COUNT, WHICH 2060 TALLIES ONCE PER BAD    *
110800*    FIELD - A RECORD CAN FAIL MORE THAN ONE FLAG AT ONCE.       *
110810*    THE ITEM ID ITSELF IS THEN PROVED AGAINST THE ITEM          *
110820*    REFERENCE MASTER (2070).                                    *
110900******************************************************************
111000 2050-EDIT-INPUT.
111100     SET WS-RECORD-IS-VALID TO TRUE
112700         PERFORM 2060-WRITE-EXCEPTION THRU 2060-EXIT
112800         SET WS-RECORD-IS-INVALID TO TRUE
112900     END-IF
112950     PERFORM 2070-CHECK-ITEM-REFERENCE THRU 2070-EXIT
113000     IF WS-RECORD-IS-INVALID
113100         ADD 1 TO WS-RECORDS-REJECTED
113110         ADD GATECOND-ITEM-AMOUNT TO WS-AMOUNT-REJECTED
115200 2060-EXIT.
115300     EXIT.
115400*
115402******************************************************************
115404*    2070-CHECK-ITEM-REFERENCE - A KEYED READ OF THE ITEM        *
115406*    REFERENCE MASTER.  AN ITEM ID NOT ON FILE (MIS-TYPED, OR    *
115408*    NEVER SET UP) IS BAD FIELD ITEM-ID, VALUE 'U'; A CLOSED     *
115410*    ITEM IS BAD FIELD ITEM-STAT, VALUE 'C'.  EITHER WAY THE     *
115412*    RECORD GOES TO GATE-EXCEPTIONS AND NEVER REACHES THE        *
115414*    MASTER OR THE DISTRIBUTION FILES.  A KNOWN, ACTIVE ITEM     *
115416*    LEAVES ITS OWNING UNIT IN WS-OWNING-UNIT FOR GATE-OUTPUT    *
115418*    AND THE EXTRACT.                                            *
115420******************************************************************
115422 2070-CHECK-ITEM-REFERENCE.
115424     MOVE SPACES           TO WS-OWNING-UNIT
115426     MOVE GATECOND-ITEM-ID TO ITMR-ITEM-ID
115428     READ ITEM-REFERENCE-FILE
115430         INVALID KEY
115432             MOVE 'ITEM-ID'   TO WS-EXCP-FIELD-NAME
115434             MOVE 'U'         TO WS-EXCP-BAD-VALUE
115436             PERFORM 2060-WRITE-EXCEPTION THRU 2060-EXIT
115438             SET WS-RECORD-IS-INVALID TO TRUE
115440             ADD 1 TO WS-ITEM-UNKNOWN-COUNT
115442             GO TO 2070-EXIT
115444     END-READ
115446     IF ITMR-STATUS-CLOSED
115448         MOVE 'ITEM-STAT'     TO WS-EXCP-FIELD-NAME
115450         MOVE ITMR-STATUS     TO WS-EXCP-BAD-VALUE
115452         PERFORM 2060-WRITE-EXCEPTION THRU 2060-EXIT
115454         SET WS-RECORD-IS-INVALID TO TRUE
115456         ADD 1 TO WS-ITEM-CLOSED-COUNT
115458     ELSE
115460         MOVE ITMR-OWNING-UNIT TO WS-OWNING-UNIT
115462     END-IF.
115464 2070-EXIT.
115466     EXIT.
115468*
115500******************************************************************
115600*    2100-LOOKUP-GATE-RULE - SEARCH THE GATE RULES TABLE FOR     *
115700*    THE ROW MATCHING THIS RECORD'S A/B/C FLAGS AND TAKE THE     *
126000*
126100******************************************************************
126200*    2400-WRITE-GATE-OUTPUT - WRITE THE ITEM AND ITS RESULT     *
126300*    CATEGORY CODE TO GATE-OUTPUT FOR DOWNSTREAM PROGRAMS,       *
126350*    STAMPED WITH THE RUN'S PASS CODE FOR GATE-SPLIT             *
126400******************************************************************
126500 2400-WRITE-GATE-OUTPUT.
126600     MOVE SPACES                 TO GATEOUT-RECORD
127200     MOVE GATECOND-REGION-CODE   TO GATEOUT-REGION-CODE
127210     MOVE GATECOND-ITEM-AMOUNT   TO GATEOUT-ITEM-AMOUNT
127220     MOVE GATECOND-RECYCLE-COUNT TO GATEOUT-RECYCLE-COUNT
127230     MOVE WS-OWNING-UNIT         TO GATEOUT-OWNING-UNIT
127240     MOVE WS-PASS-CODE           TO GATEOUT-PASS-CODE
127300     WRITE GATEOUT-RECORD
127400     ADD 1 TO WS-RECORDS-WRITTEN
127410     ADD GATECOND-ITEM-AMOUNT TO WS-AMOUNT-WRITTEN
131550     MOVE GATECOND-REGION-CODE
131560                           TO MAST-REGION-CODE
131570     MOVE GATECOND-ITEM-AMOUNT
131580                           TO MAST-ITEM-AMOUNT
131590     MOVE WS-RULE-VERSION  TO MAST-RULE-VERSION.
131600 2460-EXIT.
131700     EXIT.
131800*
132200*    CODE, THE OUTCOME TEXT (TRAILING BLANKS TRIMMED) AND THE   *
132300*    RUN DATE AND RUN ID.  THE RESULT CODE HAS NO EMBEDDED      *
132400*    BLANKS SO DELIMITED BY SPACE TRIMS IT; THE OUTCOME TEXT    *
132500*    DOES, SO IT IS TRIMMED BY LENGTH IN 2660 INSTEAD.  THE     *
132550*    ITEM'S OWNING UNIT IS THE LAST COLUMN.                     *
132600******************************************************************
132700 2650-WRITE-EXTRACT.
132800     PERFORM 2660-TRIM-OUTCOME THRU 2660-EXIT
134300            WS-CURRENT-DATE         DELIMITED BY SIZE
134400            ','                     DELIMITED BY SIZE
134500            WS-RUN-ID               DELIMITED BY SIZE
134510            ','                     DELIMITED BY SIZE
134520            WS-OWNING-UNIT          DELIMITED BY SPACE
134600         INTO EXTRACT-LINE
134700     END-STRING
134800     WRITE EXTRACT-LINE.
141000     MOVE GATECOND-FLAG-C      TO AUDIT-FLAG-C
141100     MOVE WS-RESULT            TO AUDIT-RESULT-CODE
141200     MOVE GATECOND-REGION-CODE TO AUDIT-REGION-CODE
141250     MOVE WS-RULE-VERSION      TO AUDIT-RULE-VERSION
141300     IF WS-OVERRIDE-ACTIVE
141400         SET AUDIT-WAS-OVERRIDDEN TO TRUE
141500         MOVE WS-ORIG-RESULT   TO AUDIT-ORIG-RESULT-CODE
142600*    3000-FINALIZE AND NEVER REACHES THE GATE LOGIC; A FEED     *
142700*    WITH NO TRAILER AT ALL, OR WITH RECORDS AFTER THE         *
142800*    TRAILER, IS REFUSED.                                       *
142820*    ON A REGION STREAM, A RECORD BELONGING TO ANOTHER STREAM   *
142840*    IS COUNTED AS PASSED OVER AND THE NEXT ONE READ, SO IT     *
142860*    NEVER REACHES THE GATE LOGIC, THE TOTALS OR THE CHECKPOINT *
142880*    COUNT.                                                     *
142900******************************************************************
143000 2900-READ-GATE-INPUT.
143100     READ GATE-INPUT-FILE
146096     IF GATECOND-RECYCLE-COUNT NOT NUMERIC
146097         MOVE ZERO TO GATECOND-RECYCLE-COUNT
146098     END-IF
146099     IF WS-STREAM-IS-ACTIVE
146100         PERFORM 2960-CHECK-STREAM-REGION THRU 2960-EXIT
146101         IF NOT WS-STREAM-OWNS-RECORD
146102             ADD 1 TO WS-STREAM-PASSED-COUNT
146103             GO TO 2900-READ-GATE-INPUT
146104         END-IF
146105     END-IF
146106     ADD 1 TO WS-RECORD-COUNT
146110     ADD GATECOND-ITEM-AMOUNT TO WS-AMOUNT-READ
146200     PERFORM 2950-FIND-REGION-SLOT THRU 2950-EXIT
146300     ADD 1 TO WS-REG-READ-COUNT (REG-IDX)
147900     END-SEARCH.
148000 2950-EXIT.
148100     EXIT.
148105*
148110******************************************************************
148115*    2960-CHECK-STREAM-REGION - DOES THE CURRENT RECORD BELONG   *
148120*    TO THIS STREAM?  YES WHEN ITS REGION IS THE STREAM'S, AND   *
148125*    ON THE R1 STREAM ALSO WHEN IT FALLS IN THE *** CATCH-ALL    *
148130*    SLOT, SO EVERY RECORD BELONGS TO EXACTLY ONE STREAM.        *
148135******************************************************************
148140 2960-CHECK-STREAM-REGION.
148145     MOVE 'N' TO WS-STREAM-OWN-SWITCH
148150     PERFORM 2950-FIND-REGION-SLOT THRU 2950-EXIT
148155     IF WS-REG-CODE (REG-IDX) = WS-STREAM-REGION
148160         SET WS-STREAM-OWNS-RECORD TO TRUE
148165     END-IF
148170     IF REG-IDX = 4 AND WS-STREAM-REGION = 'R1 '
148175         SET WS-STREAM-OWNS-RECORD TO TRUE
148180     END-IF.
148185 2960-EXIT.
148190     EXIT.
148200*
148300******************************************************************
148400*    3000-FINALIZE - VERIFY THE TRAILER COUNT, CLOSE FILES,     *
148700*    RESET, NOT LEFT BEHIND FOR TOMORROW, AND THE FEED-CONTROL  *
148800*    DATE IS MOVED FORWARD.  A TRAILER MISMATCH ABENDS BEFORE   *
148900*    EITHER OF THOSE SO THE RUN CAN BE RESTARTED OR REDRIVEN.   *
148920*    A REGION STREAM PROVES THE TRAILER AGAINST ITS OWN RECORDS *
148940*    PLUS THOSE IT PASSED OVER, AND WRITES ITS STREAM-TOTALS    *
148960*    RECORD INSTEAD OF THE RUN-STATISTICS AND BALANCING         *
148980*    RECORDS, WHICH GATE-STRM-MERGE WRITES FOR THE WHOLE NIGHT. *
149000******************************************************************
149100 3000-FINALIZE.
149166     IF WS-TRAILER-COUNT NOT =
149232         WS-RECORD-COUNT + WS-STREAM-PASSED-COUNT
149300         DISPLAY 'GATE-INPUT TRAILER COUNT ' WS-TRAILER-COUNT
149400             ' DOES NOT MATCH RECORDS READ ' WS-RECORD-COUNT
149450             ' PLUS PASSED OVER ' WS-STREAM-PASSED-COUNT
149500             ' - TRUNCATED FEED'
149600         PERFORM 9900-ABEND-RUN THRU 9900-EXIT
149700     END-IF
150800     CLOSE GATE-EXCEPTIONS-FILE
150900     CLOSE GATE-AUDIT-LOG-FILE
151000     CLOSE GATE-MASTER-FILE
151050     CLOSE ITEM-REFERENCE-FILE
151100     CLOSE GATE-EXTRACT-FILE
151200     PERFORM 3070-REPORT-UNUSED-OVERRIDES THRU 3070-EXIT
151300     PERFORM 3100-WRITE-CONTROL-TOTALS THRU 3100-EXIT
151314     IF WS-STREAM-IS-ACTIVE
151328         PERFORM 3500-WRITE-STREAM-TOTALS THRU 3500-EXIT
151342     ELSE
151356         PERFORM 3300-WRITE-RUN-STATS THRU 3300-EXIT
151370         PERFORM 3400-WRITE-BALANCING THRU 3400-EXIT
151384     END-IF
151400     CLOSE GATE-DECISION-RPT-FILE.
151500 3000-EXIT.
151600     EXIT.
152500*    CORRECTED FEED CAN BE REDRIVEN WITHOUT A STALE-DATE       *
152600*    REFUSAL; 9000-SET-RETURN-CODE TURNS THE BREACH INTO       *
152700*    CONDITION CODE 8 FOR THE SCHEDULER.                       *
152725*    A REGION STREAM ONLY WORKS OUT ITS OWN RATE FOR THE       *
152750*    REPORT: ONE REGION'S RATE IS NOT THE FEED'S, SO THE       *
152775*    BREACH IS JUDGED BY GATE-STRM-MERGE ON THE WHOLE NIGHT.   *
152800******************************************************************
152900 3020-CHECK-EXCEPTION-TOLERANCE.
153000     IF WS-RECORD-COUNT > ZERO
153500         COMPUTE WS-REJECT-PCT ROUNDED =
153600             WS-REJECTED-X100 / WS-RECORD-COUNT
153700         IF WS-REJECTED-X100 > WS-TOLERANCE-X-COUNT
153750             AND NOT WS-STREAM-IS-ACTIVE
153800             SET WS-TOLERANCE-BREACHED TO TRUE
153900             DISPLAY 'EXCEPTION RATE ' WS-REJECT-PCT
154000                 ' PCT EXCEEDS TOLERANCE ' WS-MAX-REJECT-PCT
155200*    ALONE - IT REDRIVES AN OLD FEED ON PURPOSE - AND SO DO A   *
155300*    CONFIRMED REDRIVE AND                                      *
155400*    A TOLERANCE BREACH, SO THE CORRECTED FEED CAN COME BACK    *
155500*    THROUGH UNDER THE SAME OR A LATER DATE.  SO DOES A REGION  *
155550*    STREAM - GATE-STRM-MERGE MOVES THE DATE ON FOR THE NIGHT.  *
155600******************************************************************
155700 3050-UPDATE-FEED-CONTROL.
155800     IF NOT WS-RERUN-IS-ACTIVE AND NOT WS-REDRIVE-IS-ACTIVE
155900         AND NOT WS-TOLERANCE-BREACHED
155950         AND NOT WS-STREAM-IS-ACTIVE
156000         MOVE SPACES TO FDCT-RECORD
156100         MOVE WS-FEED-DATE TO FDCT-LAST-FEED-DATE
156200         OPEN OUTPUT GATE-FEED-CONTROL-FILE
157100*    AFTER THE WHOLE RUN MATCHED NO GATE-INPUT ITEM - USUALLY   *
157200*    A MIS-KEYED ITEM ID ON THE OVERRIDE FILE.  TELL THE        *
157300*    OPERATOR SO THE BUSINESS KNOWS THE ACCOMMODATION IT        *
157400*    ASKED FOR DID NOT HAPPEN.  A REGION STREAM ONLY COUNTS     *
157425*    THEM - AN OVERRIDE FOR ANOTHER REGION'S ITEM MATCHES       *
157450*    NOTHING THERE BY DESIGN; GATE-STRM-MERGE WORKS OUT THE     *
157475*    NIGHT'S FIGURE FROM THE THREE STREAMS.                     *
157500******************************************************************
157600 3070-REPORT-UNUSED-OVERRIDES.
157700     IF WS-OVRD-COUNT > ZERO
158400*
158500 3080-CHECK-ONE-OVERRIDE.
158600     IF NOT WS-OVRD-TAB-USED (OVRD-IDX)
158650         IF NOT WS-STREAM-IS-ACTIVE
158700             DISPLAY 'OVERRIDE FOR ITEM '
158800                 WS-OVRD-TAB-ITEM-ID (OVRD-IDX)
158900                 ' MATCHED NO GATE-INPUT ITEM'
158950         END-IF
159000         ADD 1 TO WS-OVRD-UNMATCHED-COUNT
159100     END-IF.
159200 3080-EXIT.
162100     MOVE 'BAD FIELDS FOUND (INFO ONLY)' TO RPT-TOTALS-LABEL
162200     MOVE WS-EXCEPTION-COUNT          TO RPT-TOTALS-VALUE
162300     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
162310     MOVE 'ITEMS NOT ON ITEM REFERENCE' TO RPT-TOTALS-LABEL
162320     MOVE WS-ITEM-UNKNOWN-COUNT       TO RPT-TOTALS-VALUE
162330     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
162340     MOVE 'ITEMS CLOSED ON ITEM REFERENCE' TO RPT-TOTALS-LABEL
162350     MOVE WS-ITEM-CLOSED-COUNT        TO RPT-TOTALS-VALUE
162360     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
162370     MOVE 'GATE RULES VERSION IN FORCE' TO RPT-TOTALS-LABEL
162380     MOVE WS-RULE-VERSION             TO RPT-TOTALS-VALUE
162390     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
162400     MOVE 'RECORDS SKIPPED, RERUN'    TO RPT-TOTALS-LABEL
162500     MOVE WS-SKIPPED-COUNT            TO RPT-TOTALS-VALUE
162600     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
166688     MOVE SPACES              TO BALC-RECORD
166690     MOVE 'GATE'              TO BALC-STEP-NAME
166692     MOVE WS-FEED-DATE        TO BALC-FEED-DATE
166693     MOVE WS-PASS-CODE        TO BALC-PASS-CODE
166694     MOVE 'READ'              TO BALC-COUNTER-NAME
166696     MOVE WS-RECORD-COUNT     TO BALC-COUNT
166698     WRITE BALC-RECORD
166762     WRITE BALC-RECORD.
166764 3450-EXIT.
166766     EXIT.
166773*
166780******************************************************************
166787*    3500-WRITE-STREAM-TOTALS - A REGION STREAM'S END-OF-RUN     *
166794*    FIGURES FOR GATE-STRM-MERGE: ONE GATESTMT RECORD CARRYING   *
166801*    EVERYTHING 3100 PRINTS FOR THE STREAM'S OWN RECORDS, THE    *
166808*    FEED'S TRAILER COUNT AND THE RECORDS PASSED OVER.  THE      *
166815*    DATA SET IS THE STREAM'S OWN AND HOLDS ONLY ITS LATEST RUN. *
166822******************************************************************
166829 3500-WRITE-STREAM-TOTALS.
166836     MOVE SPACES                   TO STMT-RECORD
166843     MOVE WS-RUN-ID                TO STMT-RUN-ID
166850     MOVE WS-FEED-DATE             TO STMT-FEED-DATE
166857     MOVE WS-STREAM-REGION         TO STMT-REGION-CODE
166864     MOVE WS-TRAILER-COUNT         TO STMT-FEED-COUNT
166871     MOVE WS-STREAM-PASSED-COUNT   TO STMT-PASSED-COUNT
166878     MOVE WS-RECORD-COUNT          TO STMT-RECORDS-READ
166885     MOVE WS-RECORDS-WRITTEN       TO STMT-RECORDS-WRITTEN
166892     MOVE WS-RECORDS-REJECTED      TO STMT-RECORDS-REJECTED
166899     MOVE WS-RESTART-SKIPPED-COUNT TO STMT-RESTART-SKIPPED
166906     MOVE WS-EXCEPTION-COUNT       TO STMT-BAD-FIELDS
166913     MOVE WS-ITEM-UNKNOWN-COUNT    TO STMT-ITEM-UNKNOWN
166920     MOVE WS-ITEM-CLOSED-COUNT     TO STMT-ITEM-CLOSED
166927     MOVE WS-RULE-VERSION          TO STMT-RULE-VERSION
166934     MOVE WS-MAX-REJECT-PCT        TO STMT-MAX-REJECT-PCT
166941     MOVE WS-OVERRIDDEN-COUNT      TO STMT-OVERRIDDEN
166948     MOVE WS-OVRD-COUNT            TO STMT-OVRD-LOADED
166955     MOVE WS-OVRD-UNMATCHED-COUNT  TO STMT-OVRD-UNMATCHED
166962     MOVE WS-OVRD-REFUSED-COUNT    TO STMT-OVRD-REFUSED
166969     MOVE WS-MASTER-ADD-COUNT      TO STMT-MASTER-ADDED
166976     MOVE WS-MASTER-REWRITE-COUNT  TO STMT-MASTER-REWRITTEN
166983     MOVE WS-COUNT-BOTH-AB         TO STMT-COUNT-BOTH-AB
166990     MOVE WS-COUNT-ONLY-A          TO STMT-COUNT-ONLY-A
166997     MOVE WS-COUNT-B-ONLY          TO STMT-COUNT-B-ONLY
167004     MOVE WS-COUNT-NEITHER         TO STMT-COUNT-NEITHER
167011     MOVE WS-AMOUNT-READ           TO STMT-AMOUNT-READ
167018     MOVE WS-AMOUNT-WRITTEN        TO STMT-AMOUNT-WRITTEN
167025     MOVE WS-AMOUNT-REJECTED       TO STMT-AMOUNT-REJECTED
167032     PERFORM 3550-FILL-ONE-REGION-STMT THRU 3550-EXIT
167039         VARYING WS-STAT-REG-SUB FROM 1 BY 1
167046         UNTIL WS-STAT-REG-SUB > 4
167053     OPEN OUTPUT GATE-STREAM-TOTALS-FILE
167060     WRITE STMT-RECORD
167067     CLOSE GATE-STREAM-TOTALS-FILE.
167074 3500-EXIT.
167081     EXIT.
167088*
167095 3550-FILL-ONE-REGION-STMT.
167102     MOVE WS-REG-CODE (WS-STAT-REG-SUB)
167109         TO STMT-REG-CODE (WS-STAT-REG-SUB)
167116     MOVE WS-REG-READ-COUNT (WS-STAT-REG-SUB)
167123         TO STMT-REG-READ (WS-STAT-REG-SUB)
167130     MOVE WS-REG-WRITTEN-COUNT (WS-STAT-REG-SUB)
167137         TO STMT-REG-WRITTEN (WS-STAT-REG-SUB)
167144     MOVE WS-REG-REJECTED-COUNT (WS-STAT-REG-SUB)
167151         TO STMT-REG-REJECTED (WS-STAT-REG-SUB)
167158     MOVE WS-REG-SKIPPED-COUNT (WS-STAT-REG-SUB)
167165         TO STMT-REG-SKIPPED (WS-STAT-REG-SUB)
167172     MOVE WS-REG-READ-AMOUNT (WS-STAT-REG-SUB)
167179         TO STMT-REG-READ-AMOUNT (WS-STAT-REG-SUB)
167186     MOVE WS-REG-WRITTEN-AMOUNT (WS-STAT-REG-SUB)
167193         TO STMT-REG-WRITTEN-AMOUNT (WS-STAT-REG-SUB)
167200     MOVE WS-REG-REJECTED-AMOUNT (WS-STAT-REG-SUB)
167207         TO STMT-REG-REJECTED-AMOUNT (WS-STAT-REG-SUB).
167214 3550-EXIT.
167221     EXIT.
167228*
167235******************************************************************
167242*    3150-WRITE-REGION-TOTALS - READ/WRITTEN/REJECTED/SKIPPED   *
167249*    LINES                                                       *
167256*    FOR ONE REGION SLOT, SKIPPED WHEN THE SLOT SAW NO          *
167263*    ACTIVITY, SO EACH REGIONAL OFFICE CAN BALANCE ITS OWN      *
167270*    FEED OFF THE SAME REPORT.                                  *
167277******************************************************************
167300 3150-WRITE-REGION-TOTALS.
167400     IF WS-REG-READ-COUNT (REG-IDX) = ZERO
167500         AND WS-REG-WRITTEN-COUNT (REG-IDX) = ZERO
176000*    CODE AFTER THE CALLER HAS DISPLAYED THE REASON.  THE       *
176100*    CHECKPOINT AND FEED-CONTROL RECORDS ARE LEFT AS THEY       *
176200*    STAND SO THE RUN CAN BE RESTARTED OR THE FEED REDRIVEN.    *
176250*    ONCE THE START IS ON THE RUN-CONTROL FILE THE END IS       *
176260*    RECORDED TOO, WITH THE 16, SO THE NIGHT SHOWS A FAILURE.   *
176300******************************************************************
176400 9900-ABEND-RUN.
176500     MOVE 16 TO RETURN-CODE
176550     PERFORM 8540-RECORD-STEP-END THRU 8540-EXIT
176600     STOP RUN.
176700 9900-EXIT.
176800     EXIT.
176810*
176820******************************************************************
176830*    8500-CHECK-RUN-CONTROL - THE FEED DATE IS THE GATEHDTR      *
176840*    HEADER DATE, SO THIS RUNS AFTER 1520 AND BEFORE ANY OUTPUT  *
176850*    FILE IS OPENED.  GATE-CONSOL MUST HAVE ENDED ACCEPTABLY     *
176860*    FOR THAT FEED DATE.  A SELECTIVE RERUN OR A CONFIRMED       *
176870*    REDRIVE IS OPS DELIBERATELY REWORKING AN EARLIER FEED, SO   *
176880*    THE PREDECESSOR CHECK IS SKIPPED THE SAME WAY THE STALE     *
176890*    FEED CHECK IS; THE STEP'S OWN START AND END ARE STILL       *
176900*    RECORDED.  A SUPPLEMENTAL PASS RUNS AS A REDRIVE BUT IS     *
176902*    PART OF THE NIGHT'S STREAM, SO IT IS STILL CHECKED, AGAINST *
176904*    ITS PREDECESSOR'S END FOR THE SAME PASS.                    *
176910******************************************************************
176920 8500-CHECK-RUN-CONTROL.
176930     IF WS-MAIN-PASS
176935         AND (WS-RERUN-IS-ACTIVE OR WS-REDRIVE-IS-ACTIVE)
176940         DISPLAY 'SAMPLE-PROGRAM: RERUN/REDRIVE - PREDECESSOR '
176950             'CHECK SKIPPED FOR FEED DATE ' WS-FEED-DATE
176960     ELSE
176970         PERFORM 8520-CHECK-PREDECESSOR THRU 8520-EXIT
176980     END-IF
176990     MOVE 'S' TO WS-RUNC-EVENT
177000     PERFORM 8530-RECORD-STEP-EVENT THRU 8530-EXIT
177010     SET WS-STEP-STARTED TO TRUE.
177020 8500-EXIT.
177030     EXIT.
177040*
177050******************************************************************
177060*    8520-CHECK-PREDECESSOR - FIND THIS STEP'S PREDECESSOR ON    *
177070*    THE STEP TABLE AND ITS LATEST RUN-CONTROL RECORD FOR THE    *
177080*    SAME FEED DATE AND PASS.  UNLESS THAT RECORD IS AN END WITH *
177085*    A CONDITION CODE THE TABLE ACCEPTS, THE STEP IS REFUSED:    *
177090*    THE REFUSAL IS RECORDED AND THE RUN ENDS WITH CONDITION     *
177100*    CODE 16 BEFORE IT HAS TOUCHED A FILE.  A REGION STREAM IS   *
177106*    HELD TO SAMPLE-PROGRAM'S ROW (WS-TABLE-STEP-NAME), SINCE IT *
177112*    IS A SLICE OF THAT STEP.                                    *
177120******************************************************************
177130 8520-CHECK-PREDECESSOR.
177140     SET STEP-IDX TO 1
177150     SEARCH STEP-ENTRY
177160         AT END
177170             DISPLAY 'SAMPLE-PROGRAM: ' WS-TABLE-STEP-NAME
177180                 ' IS NOT ON THE JOB-STREAM STEP TABLE'
177190             MOVE 16 TO RETURN-CODE
177200             STOP RUN
177210         WHEN STEP-NAME (STEP-IDX) = WS-TABLE-STEP-NAME
177220             MOVE STEP-PREDECESSOR (STEP-IDX) TO WS-PRED-STEP-NAME
177230             MOVE STEP-PRED-MAX-CODE (STEP-IDX)
177240                 TO WS-PRED-MAX-COND-CODE
177250     END-SEARCH
177260     IF WS-PRED-STEP-NAME = SPACES
177270         GO TO 8520-EXIT
177280     END-IF
177290     MOVE SPACE TO WS-PRED-EVENT
177300     MOVE ZERO  TO WS-PRED-COND-CODE
177310     OPEN INPUT RUN-CONTROL-FILE
177320     IF WS-RUNC-FILE-STATUS = '00'
177330         MOVE 'N' TO WS-RUNC-EOF-SWITCH
177340         PERFORM 8525-SCAN-FOR-PREDECESSOR THRU 8525-EXIT
177350             UNTIL WS-RUNC-EOF-REACHED
177360         CLOSE RUN-CONTROL-FILE
177370     END-IF
177380     IF WS-PRED-EVENT = 'E'
177390         AND WS-PRED-COND-CODE NOT > WS-PRED-MAX-COND-CODE
177400         GO TO 8520-EXIT
177410     END-IF
177420     EVALUATE WS-PRED-EVENT
177430         WHEN 'E'
177440             DISPLAY 'SAMPLE-PROGRAM: ' WS-PRED-STEP-NAME
177450                 ' ENDED WITH CONDITION CODE ' WS-PRED-COND-CODE
177460                 ' FOR FEED DATE ' WS-FEED-DATE
177470         WHEN 'S'
177480             DISPLAY 'SAMPLE-PROGRAM: ' WS-PRED-STEP-NAME
177490                 ' STARTED BUT NEVER ENDED FOR FEED DATE '
177500                 WS-FEED-DATE
177510         WHEN 'R'
177520             DISPLAY 'SAMPLE-PROGRAM: ' WS-PRED-STEP-NAME
177530                 ' WAS REFUSED FOR FEED DATE ' WS-FEED-DATE
177540         WHEN OTHER
177550             DISPLAY 'SAMPLE-PROGRAM: ' WS-PRED-STEP-NAME
177560                 ' HAS NOT RUN FOR FEED DATE ' WS-FEED-DATE
177570     END-EVALUATE
177580     DISPLAY 'SAMPLE-PROGRAM: STEP REFUSED - CONDITION CODE 16'
177590     MOVE 16  TO RETURN-CODE
177600     MOVE 'R' TO WS-RUNC-EVENT
177610     PERFORM 8530-RECORD-STEP-EVENT THRU 8530-EXIT
177620     STOP RUN.
177630 8520-EXIT.
177640     EXIT.
177650*
177660 8525-SCAN-FOR-PREDECESSOR.
177670     READ RUN-CONTROL-FILE
177680         AT END
177690             SET WS-RUNC-EOF-REACHED TO TRUE
177700         NOT AT END
177710             IF RUNC-FEED-DATE = WS-FEED-DATE
177720                 AND RUNC-STEP-NAME = WS-PRED-STEP-NAME
177725                 AND RUNC-PASS-CODE = WS-PASS-CODE
177730                 MOVE RUNC-EVENT     TO WS-PRED-EVENT
177740                 MOVE RUNC-COND-CODE TO WS-PRED-COND-CODE
177750             END-IF
177760     END-READ.
177770 8525-EXIT.
177780     EXIT.
177790*
177800******************************************************************
177810*    8530-RECORD-STEP-EVENT - APPEND ONE RUN-CONTROL RECORD      *
177820*    (WS-RUNC-EVENT: S STARTED, E ENDED, R REFUSED) FOR THIS     *
177830*    STEP AND FEED DATE, STAMPED WITH THE CLOCK AND THE          *
177840*    CONDITION CODE SO FAR, CREATING THE FILE ON ITS FIRST       *
177850*    WRITE.                                                      *
177860******************************************************************
177870 8530-RECORD-STEP-EVENT.
177880     ACCEPT WS-CURRENT-TIME FROM TIME
177890     OPEN EXTEND RUN-CONTROL-FILE
177900     IF WS-RUNC-FILE-STATUS NOT = '00'
177910         OPEN OUTPUT RUN-CONTROL-FILE
177920     END-IF
177930     MOVE SPACES        TO RUNC-RECORD
177940     MOVE WS-FEED-DATE  TO RUNC-FEED-DATE
177945     MOVE WS-PASS-CODE  TO RUNC-PASS-CODE
177950     MOVE WS-STEP-NAME  TO RUNC-STEP-NAME
177960     MOVE WS-RUNC-EVENT TO RUNC-EVENT
177970     ACCEPT RUNC-EVENT-DATE FROM DATE YYYYMMDD
177980     COMPUTE RUNC-EVENT-TIME = WS-CURRENT-TIME-HH * 10000
177990                             + WS-CURRENT-TIME-MM * 100
178000                             + WS-CURRENT-TIME-SS
178010     MOVE RETURN-CODE   TO RUNC-COND-CODE
178020     WRITE RUNC-RECORD
178030     CLOSE RUN-CONTROL-FILE.
178040 8530-EXIT.
178050     EXIT.
178060*
178070******************************************************************
178080*    8540-RECORD-STEP-END - RECORD THE STEP'S END AND FINAL      *
178090*    CONDITION CODE ON THE RUN-CONTROL FILE.  CALLED ON EVERY    *
178100*    WAY OUT OF THE RUN ONCE THE START HAS BEEN RECORDED.        *
178110******************************************************************
178120 8540-RECORD-STEP-END.
178130     IF WS-STEP-STARTED
178140         MOVE 'E' TO WS-RUNC-EVENT
178150         PERFORM 8530-RECORD-STEP-EVENT THRU 8530-EXIT
178160     END-IF.
178170 8540-EXIT.
178180     EXIT.
