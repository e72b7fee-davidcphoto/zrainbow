000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GATE-MAST-RECOVER.
000300 AUTHOR.        D. PHOTO.
000400 INSTALLATION.  GATE-PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*    GATE-MAST-RECOVER                                           *
001100*                                                                *
001200*    DECISION MASTER FORWARD RECOVERY.  WHEN GATEMAST IS LOST    *
001300*    OR DAMAGED - OR GATE-MAST-RECON SHOWS IT HAS DRIFTED FROM   *
001400*    THE AUDIT TRAIL - THIS STEP REBUILDS IT FROM THE LATEST     *
001500*    GATE-MAST-IMAGE GENERATION (DD MSTIMAGE) AND BRINGS IT      *
001600*    FORWARD BY REAPPLYING EVERY GATE-AUDIT-LOG DECISION         *
001700*    RECORDED AFTER THE IMAGE WAS TAKEN, UP TO AND INCLUDING     *
001800*    THE RUN NAMED ON THE CONTROL RECORD (GATEFWDC LAYOUT, DD    *
001900*    MSTRCVC) OR TO THE END OF THE TRAIL WHEN NONE IS NAMED.     *
002000*    DECISIONS THAT GATE-AUDIT-PURGE HAS ALREADY MOVED OFF THE   *
002100*    LIVE LOG ARE READ FROM ITS ARCHIVE GENERATIONS,             *
002200*    CONCATENATED UNDER THE OPTIONAL DD GATEAUDAR.  AN           *
002300*    OVERRIDDEN DECISION IS REAPPLIED WITH THE RESULT THE        *
002400*    SUPERVISOR FORCED, EXACTLY AS SAMPLE-PROGRAM WROTE IT TO    *
002500*    THE MASTER.                                                 *
002600*                                                                *
002700*    THE IMAGE IS PROVED AGAINST ITS TRAILER FIRST.  A DECISION  *
002750*    IS ALREADY ON THE IMAGE WHEN ITS RUN STARTED AT OR BEFORE   *
002800*    THE IMAGE WAS TAKEN - THE RUN ID IS THE RUN'S START STAMP,  *
002850*    AND THE IMAGE IS ONLY TAKEN WHEN NO GATE STEP IS RUNNING.   *
002900*    THE AUDIT TIMESTAMP WILL NOT DO: IT CARRIES THE RUN'S       *
002950*    START DATE WITH THE TIME OF DAY, SO IT GOES BACKWARD WHEN   *
003000*    A RUN CROSSES MIDNIGHT.  THE QUALIFYING DECISIONS ARE       *
003050*    SORTED BY ITEM ID, RUN ID AND TIMESTAMP AND THE LATEST FOR  *
003100*    EACH ITEM IS MATCHED AGAINST THE IMAGE THE WAY              *
003150*    GATE-MAST-RECON MATCHES THE MASTER: AN IMAGE ROW WITH NO    *
003200*    LATER DECISION IS RESTORED AS IT STOOD; A LATER DECISION    *
003250*    OVERLAYS THE ROW'S FLAGS, RESULT CODE, RUN ID, DECISION     *
003300*    DATE, REGION AND RULES VERSION; AN ITEM FIRST DECIDED       *
003350*    AFTER THE IMAGE IS ADDED.  THE AUDIT RECORD                 *
003450*    CARRIES NO AMOUNT, SO A BROUGHT-FORWARD ROW KEEPS THE       *
003500*    AMOUNT IT HAD ON THE IMAGE - SAMPLE-PROGRAM REWRITES THE    *
003550*    AMOUNT ON EVERY DECISION, SO IT MAY BE STALE - AND AN       *
003600*    ADDED ROW IS WRITTEN WITH A ZERO AMOUNT.  BOTH STAND UNTIL  *
003650*    THE ITEM'S NEXT GATE DECISION REWRITES THEM; BOTH ARE       *
003700*    MARKED ON THE REPORT AND END THE RUN WITH CONDITION CODE 4  *
003750*    SO THAT IS SEEN AT SIGN-OFF.                                *
003860*                                                                *
003870*    ON A REGION-PARTITIONED NIGHT THE AUDIT AND MASTER ROWS     *
003875*    CARRY THE THREE STREAMS' RUN IDS.  GATE-STRM-MERGE STAMPS   *
003880*    THE NIGHT'S GATESTAT RECORD WITH THE LATEST OF THEM, SO     *
003885*    THAT RUN ID NAMED AS THE TARGET REAPPLIES THE WHOLE NIGHT;  *
003890*    NAMING AN EARLIER STREAM'S RUN ID LEAVES OUT EVERY STREAM   *
003895*    THAT STARTED AFTER IT.                                      *
003900*                                                                *
004000*    THE RUN IS REFUSED WITH CONDITION CODE 16, LEAVING          *
004100*    GATEMAST UNTOUCHED, WHEN THE CONTROL RECORD IS MISSING OR   *
004200*    NOT CONFIRMED, THE IMAGE DOES NOT PROVE, THE NAMED RUN IS   *
004300*    OLDER THAN THE IMAGE OR NOT ON THE TRAIL, OR THE TRAIL      *
004400*    SUPPLIED DOES NOT REACH BACK TO THE IMAGE (THE ARCHIVE      *
004500*    GENERATIONS ARE MISSING).  THE RECOVERY CAN BE RERUN FROM   *
004600*    THE SAME IMAGE AS OFTEN AS NEEDED.  AN ITEM                 *
004700*    GATE-MAST-PURGE RETIRED AFTER THE IMAGE WAS TAKEN COMES     *
004800*    BACK WITH IT, SO RERUN THE MASTER PURGE AND THEN            *
004900*    GATE-MAST-RECON BEFORE THE NIGHTLY STREAM RESUMES.  THE     *
005000*    REPORT (DD MSTRCVRP) LISTS EVERY ITEM RESTORED WITH THE     *
005100*    DECISIONS APPLIED TO IT AND THE CONTROL TOTALS FOR          *
005200*    SIGN-OFF.                                                   *
005300*                                                                *
005400*    MODIFICATION HISTORY.                                       *
005500*      DATE       BY   DESCRIPTION                               *
005600*      2026-10-15 DCP  ORIGINAL VERSION.                         *
005700*                                                                *
005800******************************************************************
005900 ENVIRONMENT DIVISION.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT OPTIONAL RECOVERY-CONTROL-FILE ASSIGN TO MSTRCVC
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-FWDC-FILE-STATUS.
006500*
006600     SELECT MASTER-IMAGE-FILE ASSIGN TO MSTIMAGE
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-IMG-FILE-STATUS.
006900*
007000     SELECT GATE-AUDIT-LOG-FILE ASSIGN TO GATEAUD
007100         ORGANIZATION IS LINE SEQUENTIAL.
007200*
007300     SELECT OPTIONAL AUDIT-ARCHIVE-FILE ASSIGN TO GATEAUDAR
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-ARC-FILE-STATUS.
007600*
007700     SELECT AUDIT-SORTED-FILE ASSIGN TO RCVSRTD
007800         ORGANIZATION IS LINE SEQUENTIAL.
007900*
008000     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
008100*
008200     SELECT GATE-MASTER-FILE ASSIGN TO GATEMAST
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS SEQUENTIAL
008500         RECORD KEY IS MAST-ITEM-ID
008600         FILE STATUS IS WS-MAST-FILE-STATUS.
008700*
008800     SELECT RECOVERY-RPT-FILE ASSIGN TO MSTRCVRP
008900         ORGANIZATION IS LINE SEQUENTIAL.
009000*
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  RECOVERY-CONTROL-FILE
009400     LABEL RECORDS ARE STANDARD.
009500     COPY GATEFWDC.
009600*
009700 FD  MASTER-IMAGE-FILE
009800     LABEL RECORDS ARE STANDARD.
009900     COPY GATEMAST
010000         REPLACING ==MAST-RECORD==
010100                BY ==IMG-RECORD==
010200                   ==MAST-ITEM-ID==
010300                BY ==IMG-ITEM-ID==
010400                   ==MAST-FLAG-A==
010500                BY ==IMG-FLAG-A==
010600                   ==MAST-FLAG-B==
010700                BY ==IMG-FLAG-B==
010800                   ==MAST-FLAG-C==
010900                BY ==IMG-FLAG-C==
011000                   ==MAST-RESULT-CODE==
011100                BY ==IMG-RESULT-CODE==
011200                   ==MAST-LAST-RUN-ID==
011300                BY ==IMG-LAST-RUN-ID==
011400                   ==MAST-LAST-DECISION-DATE==
011500                BY ==IMG-LAST-DECISION-DATE==
011600                   ==MAST-REGION-CODE==
011700                BY ==IMG-REGION-CODE==
011800                   ==MAST-ITEM-AMOUNT==
011900                BY ==IMG-ITEM-AMOUNT==
012000                   ==MAST-RULE-VERSION==
012100                BY ==IMG-RULE-VERSION==.
012200     COPY GATEIMGH.
012300*
012400 FD  GATE-AUDIT-LOG-FILE
012500     LABEL RECORDS ARE STANDARD.
012600     COPY GATEAUD.
012700*
012800*    THE ARCHIVE GENERATIONS CARRY THE SAME 80-BYTE GATEAUD
012900*    RECORD AS THE LIVE LOG; EACH IS READ RAW AND OVERLAID ON
013000*    THE WS-TRAIL-RECORD WORK AREA, AS THE LIVE ROWS ARE.
013100 FD  AUDIT-ARCHIVE-FILE
013200     LABEL RECORDS ARE STANDARD.
013300 01  ARC-RECORD                  PIC X(80).
013400*
013500 FD  AUDIT-SORTED-FILE
013600     LABEL RECORDS ARE STANDARD.
013700     COPY GATEAUD
013800         REPLACING ==AUDIT-RECORD==
013900                BY ==SRT-RECORD==
014000                   ==AUDIT-TIMESTAMP==
014100                BY ==SRT-TIMESTAMP==
014200                   ==AUDIT-RUN-ID==
014300                BY ==SRT-RUN-ID==
014400                   ==AUDIT-ITEM-ID==
014500                BY ==SRT-ITEM-ID==
014600                   ==AUDIT-FLAG-A==
014700                BY ==SRT-FLAG-A==
014800                   ==AUDIT-FLAG-B==
014900                BY ==SRT-FLAG-B==
015000                   ==AUDIT-FLAG-C==
015100                BY ==SRT-FLAG-C==
015200                   ==AUDIT-RESULT-CODE==
015300                BY ==SRT-RESULT-CODE==
015400                   ==AUDIT-OVERRIDE-FLAG==
015500                BY ==SRT-OVERRIDE-FLAG==
015600                   ==AUDIT-WAS-OVERRIDDEN==
015700                BY ==SRT-WAS-OVERRIDDEN==
015800                   ==AUDIT-ORIG-RESULT-CODE==
015900                BY ==SRT-ORIG-RESULT-CODE==
016000                   ==AUDIT-OVRD-REASON-CODE==
016100                BY ==SRT-OVRD-REASON-CODE==
016200                   ==AUDIT-OVRD-AUTH-ID==
016300                BY ==SRT-OVRD-AUTH-ID==
016400                   ==AUDIT-REGION-CODE==
016500                BY ==SRT-REGION-CODE==
016600                   ==AUDIT-RULE-VERSION==
016700                BY ==SRT-RULE-VERSION==.
016800*
016900 SD  SORT-WORK-FILE.
017000 01  SORT-RECORD.
017100     05  SORT-TIMESTAMP              PIC X(14).
017200     05  SORT-RUN-ID                 PIC X(14).
017300     05  SORT-ITEM-ID                PIC X(06).
017400     05  FILLER                      PIC X(46).
017500*
017600 FD  GATE-MASTER-FILE
017700     LABEL RECORDS ARE STANDARD.
017800     COPY GATEMAST.
017900*
018000 FD  RECOVERY-RPT-FILE
018100     LABEL RECORDS ARE STANDARD.
018200 01  RPT-LINE                    PIC X(132).
018300*
018400 WORKING-STORAGE SECTION.
018500*
018600******************************************************************
018700*    RUN SWITCHES AND COUNTERS                                   *
018800******************************************************************
018900 77  WS-FWDC-FILE-STATUS         PIC X(02) VALUE '00'.
019000 77  WS-IMG-FILE-STATUS          PIC X(02) VALUE '00'.
019100 77  WS-ARC-FILE-STATUS          PIC X(02) VALUE '00'.
019200 77  WS-MAST-FILE-STATUS         PIC X(02) VALUE '00'.
019300 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
019400     88  WS-EOF-REACHED              VALUE 'Y'.
019500 77  WS-AUDIT-EOF-SWITCH         PIC X(01) VALUE 'N'.
019600     88  WS-AUDIT-EOF-REACHED        VALUE 'Y'.
019700 77  WS-TRAILER-SWITCH           PIC X(01) VALUE 'N'.
019800     88  WS-TRAILER-REACHED          VALUE 'Y'.
019900 77  WS-SOURCE-SWITCH            PIC X(01) VALUE 'L'.
020000     88  WS-SOURCE-IS-ARCHIVE        VALUE 'A'.
020100 77  WS-TARGET-SWITCH            PIC X(01) VALUE 'N'.
020200     88  WS-TARGET-FOUND             VALUE 'Y'.
020300 77  WS-ITEM-OVERRIDE-SWITCH     PIC X(01) VALUE 'N'.
020400     88  WS-ITEM-OVERRIDDEN          VALUE 'Y'.
020500 77  WS-PROOF-SWITCH             PIC X(01) VALUE 'N'.
020600     88  WS-MASTER-PROVED            VALUE 'Y'.
020700 77  WS-IMAGE-ROW-COUNT          PIC 9(07) COMP VALUE ZERO.
020800 77  WS-IMAGE-NO-AMOUNT-COUNT    PIC 9(07) COMP VALUE ZERO.
020900 77  WS-LIVE-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
021000 77  WS-ARCH-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
021100 77  WS-ON-IMAGE-COUNT           PIC 9(07) COMP VALUE ZERO.
021200 77  WS-AFTER-TARGET-COUNT       PIC 9(07) COMP VALUE ZERO.
021300 77  WS-APPLIED-COUNT            PIC 9(07) COMP VALUE ZERO.
021400 77  WS-APPLIED-OVRD-COUNT       PIC 9(07) COMP VALUE ZERO.
021500 77  WS-APPLIED-ARCH-COUNT       PIC 9(07) COMP VALUE ZERO.
021600 77  WS-AUDIT-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
021700 77  WS-ITEM-APPLIED-COUNT       PIC 9(07) COMP VALUE ZERO.
021800 77  WS-IMAGE-MATCH-COUNT        PIC 9(07) COMP VALUE ZERO.
021900 77  WS-UNCHANGED-COUNT          PIC 9(07) COMP VALUE ZERO.
022000 77  WS-FORWARD-COUNT            PIC 9(07) COMP VALUE ZERO.
022100 77  WS-ADDED-COUNT              PIC 9(07) COMP VALUE ZERO.
022200 77  WS-WRITTEN-COUNT            PIC 9(07) COMP VALUE ZERO.
022300 77  WS-EXPECTED-COUNT           PIC 9(07) COMP VALUE ZERO.
022400 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
022500 77  WS-PAGE-COUNT               PIC 9(03) COMP VALUE ZERO.
022600 77  WS-MAX-LINES-PER-PAGE       PIC 9(02) COMP VALUE 50.
022700 77  WS-IMAGE-AMOUNT             PIC S9(11)V99 COMP-3
022800                                 VALUE ZERO.
022900 77  WS-MASTER-AMOUNT            PIC S9(11)V99 COMP-3
023000                                 VALUE ZERO.
023100*
023200******************************************************************
023300*    RECOVERY POINTS.  THE IMAGE STAMP IS THE CUT-OFF: A         *
023350*    DECISION FROM A RUN THAT STARTED AT OR BEFORE IT (RUN ID    *
023400*    NOT AFTER THE STAMP) IS ALREADY ON THE IMAGE.  THE TARGET   *
023450*    RUN ID IS THE LAST RUN REAPPLIED, OR HIGH-VALUES TO         *
023500*    REAPPLY THE WHOLE TRAIL.                                    *
023700******************************************************************
023800 77  WS-IMAGE-STAMP              PIC X(14) VALUE SPACES.
023900 77  WS-IMAGE-HIGH-RUN-ID        PIC X(14) VALUE LOW-VALUES.
024000 77  WS-TO-RUN-ID                PIC X(14) VALUE HIGH-VALUES.
024100     88  WS-TO-END-OF-TRAIL          VALUE HIGH-VALUES.
024200 77  WS-EARLIEST-RUN-ID          PIC X(14) VALUE HIGH-VALUES.
024300 77  WS-PREV-KEY                 PIC X(06) VALUE LOW-VALUES.
024400*
024500******************************************************************
024600*    MATCH KEYS.  EACH GOES TO HIGH-VALUES AT ITS EOF SO THE     *
024700*    MATCH LOOP DRAINS THE OTHER FILE NATURALLY.                 *
024800******************************************************************
024900 77  WS-AUDIT-KEY                PIC X(06) VALUE LOW-VALUES.
025000 77  WS-IMAGE-KEY                PIC X(06) VALUE LOW-VALUES.
025100*
025200******************************************************************
025300*    ONE AUDIT ROW, FROM THE LIVE LOG OR AN ARCHIVE GENERATION,  *
025400*    WHILE IT IS JUDGED FOR THE SORT                             *
025500******************************************************************
025600     COPY GATEAUD
025700         REPLACING ==AUDIT-RECORD==
025800                BY ==WS-TRAIL-RECORD==
025900                   ==AUDIT-TIMESTAMP==
026000                BY ==WS-TRAIL-TIMESTAMP==
026100                   ==AUDIT-RUN-ID==
026200                BY ==WS-TRAIL-RUN-ID==
026300                   ==AUDIT-ITEM-ID==
026400                BY ==WS-TRAIL-ITEM-ID==
026500                   ==AUDIT-FLAG-A==
026600                BY ==WS-TRAIL-FLAG-A==
026700                   ==AUDIT-FLAG-B==
026800                BY ==WS-TRAIL-FLAG-B==
026900                   ==AUDIT-FLAG-C==
027000                BY ==WS-TRAIL-FLAG-C==
027100                   ==AUDIT-RESULT-CODE==
027200                BY ==WS-TRAIL-RESULT-CODE==
027300                   ==AUDIT-OVERRIDE-FLAG==
027400                BY ==WS-TRAIL-OVERRIDE-FLAG==
027500                   ==AUDIT-WAS-OVERRIDDEN==
027600                BY ==WS-TRAIL-WAS-OVERRIDDEN==
027700                   ==AUDIT-ORIG-RESULT-CODE==
027800                BY ==WS-TRAIL-ORIG-RESULT-CODE==
027900                   ==AUDIT-OVRD-REASON-CODE==
028000                BY ==WS-TRAIL-OVRD-REASON-CODE==
028100                   ==AUDIT-OVRD-AUTH-ID==
028200                BY ==WS-TRAIL-OVRD-AUTH-ID==
028300                   ==AUDIT-REGION-CODE==
028400                BY ==WS-TRAIL-REGION-CODE==
028500                   ==AUDIT-RULE-VERSION==
028600                BY ==WS-TRAIL-RULE-VERSION==.
028700*
028800******************************************************************
028900*    THE LATEST-DECISION-PER-ITEM HOLD AREA, AS IN               *
029000*    GATE-MAST-RECON.  THE RUN ID IS THE RUN'S START DATE AND    *
029100*    TIME, SO ITS FIRST EIGHT BYTES ARE THE DECISION DATE        *
029200*    SAMPLE-PROGRAM STAMPED ON THE MASTER ROW.                   *
029300******************************************************************
029400 01  WS-LATEST-DECISION.
029500     05  WS-LATEST-ITEM-ID           PIC X(06).
029600     05  WS-LATEST-TIMESTAMP         PIC X(14).
029700     05  WS-LATEST-RUN-ID            PIC X(14).
029800     05  WS-LATEST-RUN-PARTS REDEFINES WS-LATEST-RUN-ID.
029900         10  WS-LATEST-RUN-DATE      PIC 9(08).
030000         10  WS-LATEST-RUN-TIME      PIC 9(06).
030100     05  WS-LATEST-FLAG-A            PIC X(01).
030200     05  WS-LATEST-FLAG-B            PIC X(01).
030300     05  WS-LATEST-FLAG-C            PIC X(01).
030400     05  WS-LATEST-RESULT-CODE       PIC X(10).
030500     05  WS-LATEST-REGION-CODE       PIC X(03).
030600     05  WS-LATEST-RULE-VERSION      PIC X(04).
030700*
030800******************************************************************
030900*    CURRENT DATE - USED ON THE REPORT HEADING                   *
031000******************************************************************
031100 01  WS-CURRENT-DATE.
031200     05  WS-CURRENT-DATE-CCYY        PIC 9(04).
031300     05  WS-CURRENT-DATE-MM          PIC 9(02).
031400     05  WS-CURRENT-DATE-DD          PIC 9(02).
031500*
031600******************************************************************
031700*    RECOVERY REPORT PRINT LINES                                 *
031800******************************************************************
031900 01  RPT-TITLE-LINE.
032000     05  FILLER                  PIC X(40) VALUE SPACES.
032100     05  FILLER                  PIC X(37)
032200         VALUE 'GATE DECISION MASTER FORWARD RECOVERY'.
032300     05  FILLER                  PIC X(55) VALUE SPACES.
032400*
032500 01  RPT-DATE-LINE.
032600     05  FILLER                  PIC X(01) VALUE SPACE.
032700     05  FILLER                  PIC X(09) VALUE 'RUN DATE:'.
032800     05  RPT-DATE-LINE-DATE      PIC X(10).
032900     05  FILLER                  PIC X(25) VALUE SPACES.
033000     05  FILLER                  PIC X(06) VALUE 'PAGE '.
033100     05  RPT-DATE-LINE-PAGE      PIC ZZZ9.
033200     05  FILLER                  PIC X(77) VALUE SPACES.
033300*
033400 01  RPT-COLUMN-HEADING-LINE.
033500     05  FILLER                  PIC X(03) VALUE SPACES.
033600     05  FILLER                  PIC X(07) VALUE 'ITEM ID'.
033700     05  FILLER                  PIC X(04) VALUE SPACES.
033800     05  FILLER                  PIC X(12) VALUE 'IMAGE RESULT'.
033900     05  FILLER                  PIC X(02) VALUE SPACES.
034000     05  FILLER                  PIC X(10) VALUE 'RECOVERED'.
034100     05  FILLER                  PIC X(04) VALUE SPACES.
034200     05  FILLER                  PIC X(14) VALUE 'IMAGE RUN ID'.
034300     05  FILLER                  PIC X(03) VALUE SPACES.
034400     05  FILLER                  PIC X(14) VALUE 'RECOVERED RUN'.
034500     05  FILLER                  PIC X(03) VALUE SPACES.
034600     05  FILLER                  PIC X(07) VALUE 'APPLIED'.
034700     05  FILLER                  PIC X(02) VALUE SPACES.
034800     05  FILLER                  PIC X(04) VALUE 'OVRD'.
034900     05  FILLER                  PIC X(02) VALUE SPACES.
035000     05  FILLER                  PIC X(12) VALUE 'STATUS'.
035100     05  FILLER                  PIC X(29) VALUE SPACES.
035200*
035300 01  RPT-DETAIL-LINE.
035400     05  FILLER                  PIC X(03) VALUE SPACES.
035500     05  RPT-DETAIL-ITEM-ID      PIC X(06).
035600     05  FILLER                  PIC X(05) VALUE SPACES.
035700     05  RPT-DETAIL-IMG-RESULT   PIC X(10).
035800     05  FILLER                  PIC X(04) VALUE SPACES.
035900     05  RPT-DETAIL-RCV-RESULT   PIC X(10).
036000     05  FILLER                  PIC X(04) VALUE SPACES.
036100     05  RPT-DETAIL-IMG-RUN-ID   PIC X(14).
036200     05  FILLER                  PIC X(03) VALUE SPACES.
036300     05  RPT-DETAIL-RCV-RUN-ID   PIC X(14).
036400     05  FILLER                  PIC X(03) VALUE SPACES.
036500     05  RPT-DETAIL-APPLIED      PIC ZZZ,ZZ9.
036600     05  FILLER                  PIC X(03) VALUE SPACES.
036700     05  RPT-DETAIL-OVRD         PIC X(01).
036800     05  FILLER                  PIC X(04) VALUE SPACES.
036900     05  RPT-DETAIL-STATUS       PIC X(12).
037000     05  FILLER                  PIC X(29) VALUE SPACES.
037100*
037200 01  RPT-BLANK-LINE               PIC X(132) VALUE SPACES.
037300*
037400******************************************************************
037500*    END-OF-JOB RECOVERY POINTS, CONTROL TOTALS AND SIGN-OFF     *
037600******************************************************************
037700 01  RPT-POINTS-TITLE-LINE.
037800     05  FILLER                  PIC X(45) VALUE SPACES.
037900     05  FILLER                  PIC X(15)
038000         VALUE 'RECOVERY POINTS'.
038100     05  FILLER                  PIC X(72) VALUE SPACES.
038200*
038300 01  RPT-STAMP-LINE.
038400     05  FILLER                  PIC X(05) VALUE SPACES.
038500     05  RPT-STAMP-LABEL         PIC X(30).
038600     05  FILLER                  PIC X(05) VALUE SPACES.
038700     05  RPT-STAMP-VALUE         PIC X(14).
038800     05  FILLER                  PIC X(78) VALUE SPACES.
038900*
039000 01  RPT-TOTALS-TITLE-LINE.
039100     05  FILLER                  PIC X(45) VALUE SPACES.
039200     05  FILLER                  PIC X(15)
039300         VALUE 'CONTROL TOTALS'.
039400     05  FILLER                  PIC X(72) VALUE SPACES.
039500*
039600 01  RPT-TOTALS-LINE.
039700     05  FILLER                  PIC X(05) VALUE SPACES.
039800     05  RPT-TOTALS-LABEL        PIC X(30).
039900     05  FILLER                  PIC X(05) VALUE SPACES.
040000     05  RPT-TOTALS-VALUE        PIC ZZZ,ZZ9.
040100     05  FILLER                  PIC X(85) VALUE SPACES.
040200*
040300 01  RPT-AMOUNT-LINE.
040400     05  FILLER                  PIC X(05) VALUE SPACES.
040500     05  RPT-AMOUNT-LABEL        PIC X(30).
040600     05  FILLER                  PIC X(05) VALUE SPACES.
040700     05  RPT-AMOUNT-VALUE        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
040800     05  FILLER                  PIC X(74) VALUE SPACES.
040900*
041000 01  RPT-VERDICT-LINE.
041100     05  FILLER                  PIC X(05) VALUE SPACES.
041200     05  RPT-VERDICT-TEXT        PIC X(60).
041300     05  FILLER                  PIC X(67) VALUE SPACES.
041400*
041500 01  RPT-SIGN-OFF-LINE.
041600     05  FILLER                  PIC X(05) VALUE SPACES.
041700     05  FILLER                  PIC X(30)
041800         VALUE 'RECOVERY SIGNED OFF BY'.
041900     05  FILLER                  PIC X(20) VALUE ALL '_'.
042000     05  FILLER                  PIC X(08) VALUE '  DATE '.
042100     05  FILLER                  PIC X(10) VALUE ALL '_'.
042200     05  FILLER                  PIC X(59) VALUE SPACES.
042300*
042400 PROCEDURE DIVISION.
042500*
042600 0000-MAINLINE.
042700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
042800     SORT SORT-WORK-FILE
042900         ON ASCENDING KEY SORT-ITEM-ID
043000                          SORT-RUN-ID
043100                          SORT-TIMESTAMP
043200         INPUT PROCEDURE IS 2000-SELECT-TRAIL
043300                       THRU 2000-SELECT-EXIT
043400         GIVING AUDIT-SORTED-FILE
043500     PERFORM 1500-CHECK-TRAIL THRU 1500-EXIT
043600     PERFORM 3000-START-REBUILD THRU 3000-EXIT
043700     PERFORM 3100-MATCH-FILES THRU 3100-EXIT
043800         UNTIL WS-AUDIT-KEY = HIGH-VALUES
043900           AND WS-IMAGE-KEY = HIGH-VALUES
044000     PERFORM 5000-FINALIZE THRU 5000-EXIT
044100     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
044200     STOP RUN.
044300*
044400******************************************************************
044500*    1000-INITIALIZE - PICK UP THE CONFIRMED CONTROL RECORD AND  *
044600*    PROVE THE IMAGE BEFORE ANYTHING ELSE IS READ                *
044700******************************************************************
044800 1000-INITIALIZE.
044900     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
045000     STRING WS-CURRENT-DATE-MM   DELIMITED BY SIZE
045100             '/'                 DELIMITED BY SIZE
045200             WS-CURRENT-DATE-DD   DELIMITED BY SIZE
045300             '/'                 DELIMITED BY SIZE
045400             WS-CURRENT-DATE-CCYY DELIMITED BY SIZE
045500         INTO RPT-DATE-LINE-DATE
045600     END-STRING
045700     PERFORM 1100-GET-RECOVERY-CONTROL THRU 1100-EXIT
045800     PERFORM 1200-PROVE-IMAGE THRU 1200-EXIT
045900     IF NOT WS-TO-END-OF-TRAIL
046000         AND WS-TO-RUN-ID < WS-IMAGE-HIGH-RUN-ID
046100         DISPLAY 'GATE-MAST-RECOVER: RUN ' WS-TO-RUN-ID
046200             ' IS OLDER THAN THE IMAGE (' WS-IMAGE-HIGH-RUN-ID
046300             ') - RECOVER FROM AN EARLIER IMAGE'
046400         MOVE 16 TO RETURN-CODE
046500         STOP RUN
046600     END-IF
046700     OPEN INPUT GATE-AUDIT-LOG-FILE.
046800 1000-EXIT.
046900     EXIT.
047000*
047100******************************************************************
047200*    1100-GET-RECOVERY-CONTROL - THE RECOVERY REPLACES THE LIVE  *
047300*    MASTER, SO IT RUNS ONLY ON A PRESENT, CONFIRMED MSTRCVC     *
047400*    RECORD.  A BLANK TARGET RUN ID REAPPLIES THE WHOLE TRAIL.   *
047500******************************************************************
047600 1100-GET-RECOVERY-CONTROL.
047700     OPEN INPUT RECOVERY-CONTROL-FILE
047800     IF WS-FWDC-FILE-STATUS NOT = '00'
047900         AND WS-FWDC-FILE-STATUS NOT = '05'
048000         DISPLAY 'GATE-MAST-RECOVER: CONTROL OPEN FAILED, STATUS '
048100             WS-FWDC-FILE-STATUS
048200         MOVE 16 TO RETURN-CODE
048300         STOP RUN
048400     END-IF
048500     READ RECOVERY-CONTROL-FILE
048600         AT END
048700             MOVE SPACES TO FWDC-RECORD
048800     END-READ
048900     IF NOT FWDC-CONFIRMED
049000         DISPLAY 'GATE-MAST-RECOVER: NO CONFIRMED MSTRCVC RECORD '
049100             '- MASTER NOT TOUCHED'
049200         CLOSE RECOVERY-CONTROL-FILE
049300         MOVE 16 TO RETURN-CODE
049400         STOP RUN
049500     END-IF
049600     IF NOT FWDC-TO-END-OF-TRAIL
049700         MOVE FWDC-TO-RUN-ID TO WS-TO-RUN-ID
049800         DISPLAY 'GATE-MAST-RECOVER: RECOVERING TO RUN '
049900             WS-TO-RUN-ID
050000     ELSE
050100         DISPLAY 'GATE-MAST-RECOVER: RECOVERING TO THE END OF '
050200             'THE AUDIT TRAIL'
050300     END-IF
050400     CLOSE RECOVERY-CONTROL-FILE.
050500 1100-EXIT.
050600     EXIT.
050700*
050800******************************************************************
050900*    1200-PROVE-IMAGE - THE IMAGE MUST OPEN WITH ITS HEADER,     *
051000*    HOLD ITS ROWS IN ASCENDING ITEM ID ORDER AND CLOSE WITH A   *
051100*    TRAILER THAT AGREES WITH THEM IN COUNT, AMOUNT AND HIGHEST  *
051200*    RUN ID - OTHERWISE IT IS NOT A SAFE PLACE TO RESTORE FROM.  *
051300******************************************************************
051400 1200-PROVE-IMAGE.
051500     OPEN INPUT MASTER-IMAGE-FILE
051600     IF WS-IMG-FILE-STATUS NOT = '00'
051700         DISPLAY 'GATE-MAST-RECOVER: IMAGE OPEN FAILED, STATUS '
051800             WS-IMG-FILE-STATUS
051900         MOVE 16 TO RETURN-CODE
052000         STOP RUN
052100     END-IF
052200     READ MASTER-IMAGE-FILE
052300         AT END
052400             MOVE SPACES TO IMG-HEADER-RECORD
052500     END-READ
052600     IF NOT IMG-HDR-TAG-OK
052700         OR IMG-HDR-TAKEN-DATE NOT NUMERIC
052800         OR IMG-HDR-TAKEN-TIME NOT NUMERIC
052900         DISPLAY 'GATE-MAST-RECOVER: IMAGE HAS NO VALID HEADER '
053000             '- NOT A GATE-MAST-IMAGE GENERATION'
053100         MOVE 16 TO RETURN-CODE
053200         STOP RUN
053300     END-IF
053400     MOVE IMG-HDR-TAKEN-STAMP TO WS-IMAGE-STAMP
053500     PERFORM 1210-PROVE-ONE-ROW THRU 1210-EXIT
053600         UNTIL WS-TRAILER-REACHED
053700     IF IMG-TRL-ROW-COUNT NOT = WS-IMAGE-ROW-COUNT
053800         OR IMG-TRL-AMOUNT NOT = WS-IMAGE-AMOUNT
053900         OR IMG-TRL-HIGH-RUN-ID NOT = WS-IMAGE-HIGH-RUN-ID
054000         DISPLAY 'GATE-MAST-RECOVER: IMAGE TRAILER DISAGREES '
054100             'WITH ITS ROWS - IMAGE NOT PROVED'
054200         MOVE 16 TO RETURN-CODE
054300         STOP RUN
054400     END-IF
054500     CLOSE MASTER-IMAGE-FILE
054600     DISPLAY 'GATE-MAST-RECOVER: IMAGE ' WS-IMAGE-STAMP
054700         ' PROVED, ROWS ' WS-IMAGE-ROW-COUNT.
054800 1200-EXIT.
054900     EXIT.
055000*
055100 1210-PROVE-ONE-ROW.
055200     READ MASTER-IMAGE-FILE
055300         AT END
055400             DISPLAY 'GATE-MAST-RECOVER: IMAGE HAS NO TRAILER '
055500                 'RECORD - IMAGE NOT PROVED'
055600             MOVE 16 TO RETURN-CODE
055700             STOP RUN
055800     END-READ
055900     IF IMG-TRL-TAG-OK
056000         IF WS-IMAGE-ROW-COUNT = ZERO
056100             MOVE SPACES TO WS-IMAGE-HIGH-RUN-ID
056200         END-IF
056300         SET WS-TRAILER-REACHED TO TRUE
056400         GO TO 1210-EXIT
056500     END-IF
056600     IF IMG-ITEM-ID NOT > WS-PREV-KEY
056700         DISPLAY 'GATE-MAST-RECOVER: IMAGE ROW OUT OF ORDER AT '
056800             'ITEM ' IMG-ITEM-ID ' - IMAGE NOT PROVED'
056900         MOVE 16 TO RETURN-CODE
057000         STOP RUN
057100     END-IF
057200     MOVE IMG-ITEM-ID TO WS-PREV-KEY
057300     ADD 1 TO WS-IMAGE-ROW-COUNT
057400     IF IMG-ITEM-AMOUNT NUMERIC
057500         ADD IMG-ITEM-AMOUNT TO WS-IMAGE-AMOUNT
057600     ELSE
057700         ADD 1 TO WS-IMAGE-NO-AMOUNT-COUNT
057800     END-IF
057900     IF IMG-LAST-RUN-ID > WS-IMAGE-HIGH-RUN-ID
058000         MOVE IMG-LAST-RUN-ID TO WS-IMAGE-HIGH-RUN-ID
058100     END-IF.
058200 1210-EXIT.
058300     EXIT.
058400*
058500******************************************************************
058600*    1500-CHECK-TRAIL - BEFORE THE MASTER IS TOUCHED.  EVERY     *
058650*    IMAGE ROW WAS DECIDED BY A RUN THAT STARTED BEFORE THE      *
058700*    IMAGE WAS TAKEN, SO A TRAIL WITH NO DECISION FROM A RUN AT  *
058750*    OR BEFORE THE IMAGE STAMP HAS BEEN PURGED PAST IT AND MAY   *
058800*    BE MISSING DECISIONS THE IMAGE DOES NOT HOLD.  A NAMED      *
058850*    TARGET RUN MUST BE ON THE TRAIL, OR THE RECOVERY POINT IS   *
058900*    A GUESS.                                                    *
059200******************************************************************
059300 1500-CHECK-TRAIL.
059400     IF WS-IMAGE-ROW-COUNT > ZERO
059500         AND WS-ON-IMAGE-COUNT = ZERO
059600         DISPLAY 'GATE-MAST-RECOVER: AUDIT TRAIL DOES NOT REACH '
059700             'BACK TO THE IMAGE - SUPPLY THE GATEAUDAR ARCHIVE '
059800             'GENERATIONS'
059900         MOVE 16 TO RETURN-CODE
060000         STOP RUN
060100     END-IF
060200     IF NOT WS-TO-END-OF-TRAIL
060300         AND NOT WS-TARGET-FOUND
060400         DISPLAY 'GATE-MAST-RECOVER: RUN ' WS-TO-RUN-ID
060500             ' IS NOT ON THE AUDIT TRAIL - MASTER NOT TOUCHED'
060600         MOVE 16 TO RETURN-CODE
060700         STOP RUN
060800     END-IF
060900     DISPLAY 'GATE-MAST-RECOVER: AUDIT ROWS TO REAPPLY '
061000         WS-APPLIED-COUNT.
061100 1500-EXIT.
061200     EXIT.
061300*
061400******************************************************************
061500*    2000-SELECT-TRAIL - SORT INPUT PROCEDURE.  READ THE LIVE    *
061600*    LOG, THEN THE ARCHIVE GENERATIONS WHEN SUPPLIED, AND        *
061700*    RELEASE ONLY THE DECISIONS THE RECOVERY MUST REAPPLY.       *
061800******************************************************************
061900 2000-SELECT-TRAIL.
062000     MOVE 'L' TO WS-SOURCE-SWITCH
062100     PERFORM 2100-SELECT-LIVE-ROW THRU 2100-EXIT
062200         UNTIL WS-EOF-REACHED
062300     CLOSE GATE-AUDIT-LOG-FILE
062400     PERFORM 2200-SELECT-ARCHIVE THRU 2200-EXIT.
062500 2000-SELECT-EXIT.
062600     EXIT.
062700*
062800 2100-SELECT-LIVE-ROW.
062900     READ GATE-AUDIT-LOG-FILE
063000         AT END
063100             SET WS-EOF-REACHED TO TRUE
063200         NOT AT END
063300             ADD 1 TO WS-LIVE-READ-COUNT
063400             MOVE AUDIT-RECORD TO WS-TRAIL-RECORD
063500             PERFORM 2300-SELECT-ONE-ROW THRU 2300-EXIT
063600     END-READ.
063700 2100-EXIT.
063800     EXIT.
063900*
064000******************************************************************
064100*    2200-SELECT-ARCHIVE - GATE-AUDIT-PURGE'S ARCHIVE            *
064200*    GENERATIONS, CONCATENATED UNDER ONE DD.  AN UNALLOCATED     *
064300*    DD IS SIMPLY SKIPPED - WHILE THE LIVE LOG STILL REACHES     *
064400*    BACK TO THE IMAGE NO ARCHIVE IS NEEDED.                     *
064500******************************************************************
064600 2200-SELECT-ARCHIVE.
064700     OPEN INPUT AUDIT-ARCHIVE-FILE
064800     IF WS-ARC-FILE-STATUS NOT = '00'
064900         AND WS-ARC-FILE-STATUS NOT = '05'
065000         GO TO 2200-EXIT
065100     END-IF
065200     MOVE 'A' TO WS-SOURCE-SWITCH
065300     MOVE 'N' TO WS-EOF-SWITCH
065400     PERFORM 2210-SELECT-ARCHIVE-ROW THRU 2210-EXIT
065500         UNTIL WS-EOF-REACHED
065600     CLOSE AUDIT-ARCHIVE-FILE.
065700 2200-EXIT.
065800     EXIT.
065900*
066000 2210-SELECT-ARCHIVE-ROW.
066100     READ AUDIT-ARCHIVE-FILE
066200         AT END
066300             SET WS-EOF-REACHED TO TRUE
066400         NOT AT END
066500             ADD 1 TO WS-ARCH-READ-COUNT
066600             MOVE ARC-RECORD TO WS-TRAIL-RECORD
066700             PERFORM 2300-SELECT-ONE-ROW THRU 2300-EXIT
066800     END-READ.
066900 2210-EXIT.
067000     EXIT.
067100*
067200******************************************************************
067300*    2300-SELECT-ONE-ROW - JUDGE THE AUDIT ROW IN THE WORK       *
067350*    AREA.  ONE FROM A RUN STARTED AT OR BEFORE THE IMAGE IS     *
067400*    ALREADY ON IT; ONE FROM A RUN AFTER THE TARGET IS LEFT FOR  *
067450*    THE NIGHTLY STREAM; EVERY OTHER ONE GOES TO THE SORT TO BE  *
067500*    REAPPLIED.                                                  *
067700******************************************************************
067800 2300-SELECT-ONE-ROW.
067900     IF WS-TRAIL-RUN-ID < WS-EARLIEST-RUN-ID
068000         MOVE WS-TRAIL-RUN-ID TO WS-EARLIEST-RUN-ID
068100     END-IF
068200     IF WS-TRAIL-RUN-ID = WS-TO-RUN-ID
068300         SET WS-TARGET-FOUND TO TRUE
068400     END-IF
068500     IF WS-TRAIL-RUN-ID NOT > WS-IMAGE-STAMP
068600         ADD 1 TO WS-ON-IMAGE-COUNT
068700         GO TO 2300-EXIT
068800     END-IF
068900     IF WS-TRAIL-RUN-ID > WS-TO-RUN-ID
069000         ADD 1 TO WS-AFTER-TARGET-COUNT
069100         GO TO 2300-EXIT
069200     END-IF
069300     MOVE WS-TRAIL-RECORD TO SORT-RECORD
069400     RELEASE SORT-RECORD
069500     ADD 1 TO WS-APPLIED-COUNT
069600     IF WS-TRAIL-WAS-OVERRIDDEN
069700         ADD 1 TO WS-APPLIED-OVRD-COUNT
069800     END-IF
069900     IF WS-SOURCE-IS-ARCHIVE
070000         ADD 1 TO WS-APPLIED-ARCH-COUNT
070100     END-IF.
070200 2300-EXIT.
070300     EXIT.
070400*
070500******************************************************************
070600*    3000-START-REBUILD - THE CHECKS HAVE PASSED: OPEN THE       *
070700*    SORTED DECISIONS, THE IMAGE (PAST ITS HEADER) AND A FRESH   *
070800*    MASTER, START THE REPORT AND PRIME BOTH SIDES OF THE MATCH. *
070900*    THE MATCH DELIVERS ITEMS IN ASCENDING ORDER, SO THE LOAD    *
071000*    SATISFIES THE ASCENDING-KEY RULE OF THE INDEXED OPEN        *
071100*    OUTPUT, AS GATE-MAST-PURGE'S RELOAD DOES.                   *
071200******************************************************************
071300 3000-START-REBUILD.
071400     OPEN INPUT AUDIT-SORTED-FILE
071500     OPEN INPUT MASTER-IMAGE-FILE
071600     IF WS-IMG-FILE-STATUS NOT = '00'
071700         DISPLAY 'GATE-MAST-RECOVER: IMAGE REOPEN FAILED, STATUS '
071800             WS-IMG-FILE-STATUS
071900         MOVE 16 TO RETURN-CODE
072000         STOP RUN
072100     END-IF
072200     READ MASTER-IMAGE-FILE
072300         AT END
072400             CONTINUE
072500     END-READ
072600     OPEN OUTPUT GATE-MASTER-FILE
072700     IF WS-MAST-FILE-STATUS NOT = '00'
072800         DISPLAY 'GATE-MAST-RECOVER: MASTER OPEN FAILED, STATUS '
072900             WS-MAST-FILE-STATUS
073000         MOVE 16 TO RETURN-CODE
073100         STOP RUN
073200     END-IF
073300     OPEN OUTPUT RECOVERY-RPT-FILE
073400     PERFORM 4000-WRITE-RPT-HEADING THRU 4000-EXIT
073500     PERFORM 3800-NEXT-LATEST-DECISION THRU 3800-EXIT
073600     PERFORM 3900-READ-IMAGE THRU 3900-EXIT.
073700 3000-EXIT.
073800     EXIT.
073900*
074000******************************************************************
074100*    3100-MATCH-FILES - TWO-FILE BALANCED MATCH ON ITEM ID, THE  *
074200*    SAME SHAPE AS GATE-MAST-RECON'S.  AN ITEM ONLY ON THE IMAGE *
074300*    IS RESTORED AS IT STOOD; ONLY ON THE TRAIL, IT IS ADDED;    *
074400*    ON BOTH, ITS IMAGE ROW IS BROUGHT FORWARD.                  *
074500******************************************************************
074600 3100-MATCH-FILES.
074700     EVALUATE TRUE
074800         WHEN WS-AUDIT-KEY < WS-IMAGE-KEY
074900             PERFORM 3300-ADD-FROM-TRAIL THRU 3300-EXIT
075000             PERFORM 3800-NEXT-LATEST-DECISION THRU 3800-EXIT
075100         WHEN WS-AUDIT-KEY > WS-IMAGE-KEY
075200             PERFORM 3200-RESTORE-FROM-IMAGE THRU 3200-EXIT
075300             PERFORM 3900-READ-IMAGE THRU 3900-EXIT
075400         WHEN OTHER
075500             PERFORM 3400-BRING-FORWARD THRU 3400-EXIT
075600             PERFORM 3800-NEXT-LATEST-DECISION THRU 3800-EXIT
075700             PERFORM 3900-READ-IMAGE THRU 3900-EXIT
075800     END-EVALUATE.
075900 3100-EXIT.
076000     EXIT.
076100*
076200******************************************************************
076300*    3200-RESTORE-FROM-IMAGE - NO DECISION SINCE THE IMAGE: THE  *
076400*    ROW GOES BACK EXACTLY AS IT STOOD                           *
076500******************************************************************
076600 3200-RESTORE-FROM-IMAGE.
076700     MOVE IMG-RECORD TO MAST-RECORD
076800     PERFORM 3500-WRITE-MASTER-ROW THRU 3500-EXIT
076900     ADD 1 TO WS-UNCHANGED-COUNT
077000     MOVE SPACES           TO RPT-DETAIL-LINE
077100     MOVE IMG-ITEM-ID      TO RPT-DETAIL-ITEM-ID
077200     MOVE IMG-RESULT-CODE  TO RPT-DETAIL-IMG-RESULT
077300                              RPT-DETAIL-RCV-RESULT
077400     MOVE IMG-LAST-RUN-ID  TO RPT-DETAIL-IMG-RUN-ID
077500                              RPT-DETAIL-RCV-RUN-ID
077600     MOVE ZERO             TO RPT-DETAIL-APPLIED
077700     MOVE 'FROM IMAGE'     TO RPT-DETAIL-STATUS
077800     PERFORM 4100-WRITE-RPT-LINE THRU 4100-EXIT.
077900 3200-EXIT.
078000     EXIT.
078100*
078200******************************************************************
078300*    3300-ADD-FROM-TRAIL - AN ITEM FIRST DECIDED AFTER THE       *
078400*    IMAGE.  THE TRAIL HOLDS NO AMOUNT, SO THE ROW IS WRITTEN    *
078500*    WITH ZERO UNTIL THE ITEM'S NEXT GATE DECISION.              *
078600******************************************************************
078700 3300-ADD-FROM-TRAIL.
078800     MOVE SPACES TO MAST-RECORD
078900     MOVE WS-LATEST-ITEM-ID TO MAST-ITEM-ID
079000     PERFORM 3450-APPLY-LATEST THRU 3450-EXIT
079100     MOVE ZERO              TO MAST-ITEM-AMOUNT
079200     PERFORM 3500-WRITE-MASTER-ROW THRU 3500-EXIT
079300     ADD 1 TO WS-ADDED-COUNT
079400     MOVE SPACES TO RPT-DETAIL-LINE
079500     MOVE 'ADDED-NO AMT' TO RPT-DETAIL-STATUS
079600     PERFORM 3600-REPORT-APPLIED THRU 3600-EXIT.
079700 3300-EXIT.
079800     EXIT.
079900*
080000******************************************************************
080100*    3400-BRING-FORWARD - THE IMAGE ROW WITH ITS LATEST          *
080200*    DECISION OVERLAID; THE AMOUNT STAYS AS THE IMAGE HAD IT,    *
080250*    SO THE ROW IS COUNTED AND FLAGGED AS AMOUNT FROM IMAGE      *
080300******************************************************************
080400 3400-BRING-FORWARD.
080500     MOVE IMG-RECORD TO MAST-RECORD
080600     PERFORM 3450-APPLY-LATEST THRU 3450-EXIT
080700     PERFORM 3500-WRITE-MASTER-ROW THRU 3500-EXIT
080800     ADD 1 TO WS-FORWARD-COUNT
080900     MOVE SPACES           TO RPT-DETAIL-LINE
081000     MOVE IMG-RESULT-CODE  TO RPT-DETAIL-IMG-RESULT
081100     MOVE IMG-LAST-RUN-ID  TO RPT-DETAIL-IMG-RUN-ID
081200     MOVE 'FWD-IMG AMT'    TO RPT-DETAIL-STATUS
081300     PERFORM 3600-REPORT-APPLIED THRU 3600-EXIT.
081400 3400-EXIT.
081500     EXIT.
081600*
081700******************************************************************
081800*    3450-APPLY-LATEST - THE DECISION FIELDS SAMPLE-PROGRAM SETS *
081900*    ON THE MASTER ROW (2460-BUILD-MASTER-ROW), FROM THE ITEM'S  *
082000*    LATEST REAPPLIED AUDIT ROW                                  *
082100******************************************************************
082200 3450-APPLY-LATEST.
082300     MOVE WS-LATEST-FLAG-A       TO MAST-FLAG-A
082400     MOVE WS-LATEST-FLAG-B       TO MAST-FLAG-B
082500     MOVE WS-LATEST-FLAG-C       TO MAST-FLAG-C
082600     MOVE WS-LATEST-RESULT-CODE  TO MAST-RESULT-CODE
082700     MOVE WS-LATEST-RUN-ID       TO MAST-LAST-RUN-ID
082800     MOVE WS-LATEST-RUN-DATE     TO MAST-LAST-DECISION-DATE
082900     MOVE WS-LATEST-REGION-CODE  TO MAST-REGION-CODE
083000     MOVE WS-LATEST-RULE-VERSION TO MAST-RULE-VERSION.
083100 3450-EXIT.
083200     EXIT.
083300*
083400******************************************************************
083500*    3500-WRITE-MASTER-ROW - LOAD ONE ROW INTO THE FRESH MASTER  *
083600******************************************************************
083700 3500-WRITE-MASTER-ROW.
083800     WRITE MAST-RECORD
083900         INVALID KEY
084000             DISPLAY 'GATE-MAST-RECOVER: MASTER LOAD REFUSED AT '
084100                 'ITEM ' MAST-ITEM-ID ', STATUS '
084200                 WS-MAST-FILE-STATUS
084300             MOVE 16 TO RETURN-CODE
084400             STOP RUN
084500     END-WRITE
084600     ADD 1 TO WS-WRITTEN-COUNT
084700     IF MAST-ITEM-AMOUNT NUMERIC
084800         ADD MAST-ITEM-AMOUNT TO WS-MASTER-AMOUNT
084900     END-IF.
085000 3500-EXIT.
085100     EXIT.
085200*
085300******************************************************************
085400*    3600-REPORT-APPLIED - PRINT AN ITEM THE TRAIL CHANGED: ITS  *
085500*    RECOVERED DECISION, HOW MANY AUDIT ROWS WERE APPLIED TO IT  *
085600*    AND WHETHER ANY OF THEM WAS A SUPERVISOR OVERRIDE           *
085700******************************************************************
085800 3600-REPORT-APPLIED.
085900     MOVE WS-LATEST-ITEM-ID     TO RPT-DETAIL-ITEM-ID
086000     MOVE WS-LATEST-RESULT-CODE TO RPT-DETAIL-RCV-RESULT
086100     MOVE WS-LATEST-RUN-ID      TO RPT-DETAIL-RCV-RUN-ID
086200     MOVE WS-ITEM-APPLIED-COUNT TO RPT-DETAIL-APPLIED
086300     IF WS-ITEM-OVERRIDDEN
086400         MOVE 'Y' TO RPT-DETAIL-OVRD
086500     END-IF
086600     PERFORM 4100-WRITE-RPT-LINE THRU 4100-EXIT.
086700 3600-EXIT.
086800     EXIT.
086900*
087000******************************************************************
087100*    3800-NEXT-LATEST-DECISION - DELIVER THE NEXT ITEM'S LATEST  *
087150*    REAPPLIED DECISION FROM THE SORTED FILE, AS IN              *
087200*    GATE-MAST-RECON: EACH ROW FOR AN ITEM OVERWRITES THE HOLD   *
087250*    AREA AND THE ROW IN HAND WHEN THE ITEM BREAKS IS THE        *
087300*    LATEST.  THE ROWS ARE IN RUN ID ORDER, TIMESTAMP ONLY       *
087350*    WITHIN A RUN, SO A LATER RUN WINS EVEN WHEN AN EARLIER      *
087400*    RUN'S ROW CROSSED MIDNIGHT AND CARRIES A LATER-LOOKING      *
087450*    STAMP.  AT EOF THE KEY GOES TO HIGH-VALUES SO THE MATCH     *
087500*    LOOP DRAINS THE IMAGE.                                      *
087700******************************************************************
087800 3800-NEXT-LATEST-DECISION.
087900     IF WS-AUDIT-EOF-REACHED
088000         MOVE HIGH-VALUES TO WS-AUDIT-KEY
088100         GO TO 3800-EXIT
088200     END-IF
088300     PERFORM 3850-READ-SORTED-AUDIT THRU 3850-EXIT
089000     IF WS-AUDIT-EOF-REACHED
089100         MOVE HIGH-VALUES TO WS-AUDIT-KEY
089200         GO TO 3800-EXIT
089300     END-IF
089400     MOVE SRT-ITEM-ID TO WS-AUDIT-KEY
089500     MOVE ZERO TO WS-ITEM-APPLIED-COUNT
089600     MOVE 'N' TO WS-ITEM-OVERRIDE-SWITCH
089700     PERFORM 3860-HOLD-LATEST THRU 3860-EXIT
089800     PERFORM 3870-ABSORB-SAME-ITEM THRU 3870-EXIT
089900         UNTIL WS-AUDIT-EOF-REACHED
090000            OR SRT-ITEM-ID NOT = WS-AUDIT-KEY.
090100 3800-EXIT.
090200     EXIT.
090300*
090400******************************************************************
090500*    3850-READ-SORTED-AUDIT - READ THE NEXT SORTED ROW, UNLESS   *
090600*    3870'S LOOK-AHEAD HAS ALREADY LEFT THE NEXT ITEM'S FIRST    *
090700*    ROW IN THE BUFFER                                           *
090800******************************************************************
090900 3850-READ-SORTED-AUDIT.
091000     IF WS-AUDIT-READ-COUNT > ZERO
091100         AND SRT-ITEM-ID NOT = WS-AUDIT-KEY
091200*    LOOK-AHEAD ROW ALREADY IN THE BUFFER - USE IT AS IS
091300         GO TO 3850-EXIT
091400     END-IF
091500     READ AUDIT-SORTED-FILE
091600         AT END
091700             SET WS-AUDIT-EOF-REACHED TO TRUE
091800         NOT AT END
091900             ADD 1 TO WS-AUDIT-READ-COUNT
092000     END-READ.
092100 3850-EXIT.
092200     EXIT.
092300*
092400 3860-HOLD-LATEST.
092500     MOVE SRT-ITEM-ID        TO WS-LATEST-ITEM-ID
092600     MOVE SRT-TIMESTAMP      TO WS-LATEST-TIMESTAMP
092700     MOVE SRT-RUN-ID         TO WS-LATEST-RUN-ID
092800     MOVE SRT-FLAG-A         TO WS-LATEST-FLAG-A
092900     MOVE SRT-FLAG-B         TO WS-LATEST-FLAG-B
093000     MOVE SRT-FLAG-C         TO WS-LATEST-FLAG-C
093100     MOVE SRT-RESULT-CODE    TO WS-LATEST-RESULT-CODE
093200     MOVE SRT-REGION-CODE    TO WS-LATEST-REGION-CODE
093300     MOVE SRT-RULE-VERSION   TO WS-LATEST-RULE-VERSION
093400     ADD 1 TO WS-ITEM-APPLIED-COUNT
093500     IF SRT-WAS-OVERRIDDEN
093600         SET WS-ITEM-OVERRIDDEN TO TRUE
093700     END-IF.
093800 3860-EXIT.
093900     EXIT.
094000*
094100 3870-ABSORB-SAME-ITEM.
094200     READ AUDIT-SORTED-FILE
094300         AT END
094400             SET WS-AUDIT-EOF-REACHED TO TRUE
094500             GO TO 3870-EXIT
094600     END-READ
094700     ADD 1 TO WS-AUDIT-READ-COUNT
094800     IF SRT-ITEM-ID = WS-AUDIT-KEY
094900         PERFORM 3860-HOLD-LATEST THRU 3860-EXIT
095000     END-IF.
095100 3870-EXIT.
095200     EXIT.
095300*
095400******************************************************************
095500*    3900-READ-IMAGE - NEXT IMAGE ROW IN KEY ORDER.  THE         *
095600*    TRAILER (OR EOF) SETS THE KEY TO HIGH-VALUES SO THE MATCH   *
095700*    LOOP DRAINS THE TRAIL.                                      *
095800******************************************************************
095900 3900-READ-IMAGE.
096000     READ MASTER-IMAGE-FILE
096100         AT END
096200             MOVE HIGH-VALUES TO WS-IMAGE-KEY
096300             GO TO 3900-EXIT
096400     END-READ
096500     IF IMG-TRL-TAG-OK
096600         MOVE HIGH-VALUES TO WS-IMAGE-KEY
096700         GO TO 3900-EXIT
096800     END-IF
096900     ADD 1 TO WS-IMAGE-MATCH-COUNT
097000     MOVE IMG-ITEM-ID TO WS-IMAGE-KEY.
097100 3900-EXIT.
097200     EXIT.
097300*
097400******************************************************************
097500*    4000-WRITE-RPT-HEADING - START A NEW REPORT PAGE            *
097600******************************************************************
097700 4000-WRITE-RPT-HEADING.
097800     ADD 1 TO WS-PAGE-COUNT
097900     MOVE WS-PAGE-COUNT TO RPT-DATE-LINE-PAGE
098000     WRITE RPT-LINE FROM RPT-TITLE-LINE
098100         AFTER ADVANCING PAGE
098200     WRITE RPT-LINE FROM RPT-DATE-LINE
098300         AFTER ADVANCING 1 LINE
098400     WRITE RPT-LINE FROM RPT-BLANK-LINE
098500         AFTER ADVANCING 1 LINE
098600     WRITE RPT-LINE FROM RPT-COLUMN-HEADING-LINE
098700         AFTER ADVANCING 1 LINE
098800     WRITE RPT-LINE FROM RPT-BLANK-LINE
098900         AFTER ADVANCING 1 LINE
099000     MOVE ZERO TO WS-LINE-COUNT.
099100 4000-EXIT.
099200     EXIT.
099300*
099400******************************************************************
099500*    4100-WRITE-RPT-LINE - PRINT ONE ITEM LINE, BREAKING TO A    *
099600*    NEW PAGE WHEN THE CURRENT ONE IS FULL                       *
099700******************************************************************
099800 4100-WRITE-RPT-LINE.
099900     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES-PER-PAGE
100000         PERFORM 4000-WRITE-RPT-HEADING THRU 4000-EXIT
100100     END-IF
100200     WRITE RPT-LINE FROM RPT-DETAIL-LINE AFTER ADVANCING 1 LINE
100300     ADD 1 TO WS-LINE-COUNT.
100400 4100-EXIT.
100500     EXIT.
100600*
100700******************************************************************
100800*    5000-FINALIZE - CLOSE THE REBUILT MASTER, PROVE IT AGAINST  *
100900*    THE IMAGE AND PRINT THE RECOVERY POINTS, THE CONTROL TOTALS *
101000*    AND THE SIGN-OFF LINE.  EVERY IMAGE ROW AND EVERY ADDED     *
101100*    ITEM MUST HAVE REACHED THE MASTER, AND SINCE ONLY THE IMAGE *
101200*    CARRIES AMOUNTS THE MASTER MUST HOLD THE IMAGE'S AMOUNT.    *
101300******************************************************************
101400 5000-FINALIZE.
101500     CLOSE AUDIT-SORTED-FILE
101600     CLOSE MASTER-IMAGE-FILE
101700     CLOSE GATE-MASTER-FILE
101800     ADD WS-IMAGE-ROW-COUNT WS-ADDED-COUNT
101900         GIVING WS-EXPECTED-COUNT
102000     IF WS-WRITTEN-COUNT = WS-EXPECTED-COUNT
102100         AND WS-IMAGE-MATCH-COUNT = WS-IMAGE-ROW-COUNT
102200         AND WS-MASTER-AMOUNT = WS-IMAGE-AMOUNT
102300         SET WS-MASTER-PROVED TO TRUE
102400     END-IF
102500     WRITE RPT-LINE FROM RPT-BLANK-LINE AFTER ADVANCING 1 LINE
102600     WRITE RPT-LINE FROM RPT-POINTS-TITLE-LINE
102700         AFTER ADVANCING 1 LINE
102800     WRITE RPT-LINE FROM RPT-BLANK-LINE AFTER ADVANCING 1 LINE
102900     MOVE 'IMAGE TAKEN (CCYYMMDDHHMMSS)' TO RPT-STAMP-LABEL
103000     MOVE WS-IMAGE-STAMP              TO RPT-STAMP-VALUE
103100     WRITE RPT-LINE FROM RPT-STAMP-LINE AFTER ADVANCING 1 LINE
103200     MOVE 'HIGHEST RUN ID ON IMAGE'   TO RPT-STAMP-LABEL
103300     MOVE WS-IMAGE-HIGH-RUN-ID        TO RPT-STAMP-VALUE
103400     WRITE RPT-LINE FROM RPT-STAMP-LINE AFTER ADVANCING 1 LINE
103500     MOVE 'RECOVERED TO RUN ID'       TO RPT-STAMP-LABEL
103600     IF WS-TO-END-OF-TRAIL
103700         MOVE 'END OF TRAIL'          TO RPT-STAMP-VALUE
103800     ELSE
103900         MOVE WS-TO-RUN-ID            TO RPT-STAMP-VALUE
104000     END-IF
104100     WRITE RPT-LINE FROM RPT-STAMP-LINE AFTER ADVANCING 1 LINE
104200     MOVE 'EARLIEST RUN ID READ'      TO RPT-STAMP-LABEL
104300     IF WS-EARLIEST-RUN-ID = HIGH-VALUES
104400         MOVE 'NONE'                  TO RPT-STAMP-VALUE
104500     ELSE
104600         MOVE WS-EARLIEST-RUN-ID      TO RPT-STAMP-VALUE
104700     END-IF
104800     WRITE RPT-LINE FROM RPT-STAMP-LINE AFTER ADVANCING 1 LINE
104900     WRITE RPT-LINE FROM RPT-BLANK-LINE AFTER ADVANCING 1 LINE
105000     WRITE RPT-LINE FROM RPT-TOTALS-TITLE-LINE
105100         AFTER ADVANCING 1 LINE
105200     WRITE RPT-LINE FROM RPT-BLANK-LINE AFTER ADVANCING 1 LINE
105300     MOVE 'IMAGE ROWS'                TO RPT-TOTALS-LABEL
105400     MOVE WS-IMAGE-ROW-COUNT          TO RPT-TOTALS-VALUE
105500     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
105600     MOVE 'IMAGE ROWS WITH NO AMOUNT' TO RPT-TOTALS-LABEL
105700     MOVE WS-IMAGE-NO-AMOUNT-COUNT    TO RPT-TOTALS-VALUE
105800     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
105900     MOVE 'LIVE AUDIT ROWS READ'      TO RPT-TOTALS-LABEL
106000     MOVE WS-LIVE-READ-COUNT          TO RPT-TOTALS-VALUE
106100     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
106200     MOVE 'ARCHIVE AUDIT ROWS READ'   TO RPT-TOTALS-LABEL
106300     MOVE WS-ARCH-READ-COUNT          TO RPT-TOTALS-VALUE
106400     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
106500     MOVE 'ROWS ALREADY ON THE IMAGE' TO RPT-TOTALS-LABEL
106600     MOVE WS-ON-IMAGE-COUNT           TO RPT-TOTALS-VALUE
106700     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
106800     MOVE 'ROWS AFTER THE TARGET RUN' TO RPT-TOTALS-LABEL
106900     MOVE WS-AFTER-TARGET-COUNT       TO RPT-TOTALS-VALUE
107000     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
107100     MOVE 'AUDIT ROWS APPLIED'        TO RPT-TOTALS-LABEL
107200     MOVE WS-APPLIED-COUNT            TO RPT-TOTALS-VALUE
107300     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
107400     MOVE '  OF WHICH OVERRIDDEN'     TO RPT-TOTALS-LABEL
107500     MOVE WS-APPLIED-OVRD-COUNT       TO RPT-TOTALS-VALUE
107600     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
107700     MOVE '  OF WHICH FROM THE ARCHIVE' TO RPT-TOTALS-LABEL
107800     MOVE WS-APPLIED-ARCH-COUNT       TO RPT-TOTALS-VALUE
107900     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
108000     MOVE 'ITEMS RESTORED FROM IMAGE' TO RPT-TOTALS-LABEL
108100     MOVE WS-UNCHANGED-COUNT          TO RPT-TOTALS-VALUE
108200     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
108300     MOVE 'ITEMS FWD, AMOUNT FROM IMAGE' TO RPT-TOTALS-LABEL
108400     MOVE WS-FORWARD-COUNT            TO RPT-TOTALS-VALUE
108500     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
108600     MOVE 'ITEMS ADDED, NO AMOUNT'    TO RPT-TOTALS-LABEL
108700     MOVE WS-ADDED-COUNT              TO RPT-TOTALS-VALUE
108800     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
108900     MOVE 'MASTER ROWS WRITTEN'       TO RPT-TOTALS-LABEL
109000     MOVE WS-WRITTEN-COUNT            TO RPT-TOTALS-VALUE
109100     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
109200     MOVE 'AMOUNT ON IMAGE'           TO RPT-AMOUNT-LABEL
109300     MOVE WS-IMAGE-AMOUNT             TO RPT-AMOUNT-VALUE
109400     WRITE RPT-LINE FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE
109500     MOVE 'AMOUNT ON MASTER'          TO RPT-AMOUNT-LABEL
109600     MOVE WS-MASTER-AMOUNT            TO RPT-AMOUNT-VALUE
109700     WRITE RPT-LINE FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE
109800     WRITE RPT-LINE FROM RPT-BLANK-LINE AFTER ADVANCING 1 LINE
109900     IF WS-MASTER-PROVED
110000         MOVE 'MASTER PROVED - AMOUNTS AS AT IMAGE, NOT CURRENT'
110100             TO RPT-VERDICT-TEXT
110200     ELSE
110300         MOVE 'MASTER DOES NOT PROVE - DO NOT RESUME THE STREAM'
110400             TO RPT-VERDICT-TEXT
110500     END-IF
110600     WRITE RPT-LINE FROM RPT-VERDICT-LINE AFTER ADVANCING 1 LINE
110700     WRITE RPT-LINE FROM RPT-BLANK-LINE AFTER ADVANCING 1 LINE
110800     WRITE RPT-LINE FROM RPT-SIGN-OFF-LINE AFTER ADVANCING 1 LINE
110900     CLOSE RECOVERY-RPT-FILE.
111000 5000-EXIT.
111100     EXIT.
111200*
111300******************************************************************
111400*    9000-SET-RETURN-CODE - 16 WHEN THE REBUILT MASTER DOES      *
111500*    NOT PROVE, 4 WHEN ITEMS WERE ADDED WITH NO AMOUNT OR        *
111550*    BROUGHT FORWARD WITH THE IMAGE'S AMOUNT, 0 WHEN THE         *
111600*    MASTER IS BACK AND READY FOR GATE-MAST-RECON                *
111700******************************************************************
111800 9000-SET-RETURN-CODE.
111900     EVALUATE TRUE
112000         WHEN NOT WS-MASTER-PROVED
112100             MOVE 16 TO RETURN-CODE
112200             DISPLAY 'GATE-MAST-RECOVER: CONDITION CODE 16 - '
112300                 'REBUILT MASTER DOES NOT PROVE, RERUN RECOVERY'
112400         WHEN WS-ADDED-COUNT > ZERO
112450             OR WS-FORWARD-COUNT > ZERO
112500             MOVE 4 TO RETURN-CODE
112600             DISPLAY 'GATE-MAST-RECOVER: CONDITION CODE 4 - '
112700                 WS-ADDED-COUNT ' ITEMS ADDED WITH NO AMOUNT, '
112750                 WS-FORWARD-COUNT ' WITH AMOUNT FROM IMAGE'
112800         WHEN OTHER
112900             MOVE ZERO TO RETURN-CODE
113000             DISPLAY 'GATE-MAST-RECOVER: MASTER RECOVERED, ROWS '
113100                 WS-WRITTEN-COUNT
113200     END-EVALUATE.
113300 9000-EXIT.
113400     EXIT.
