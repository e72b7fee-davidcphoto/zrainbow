000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GATE-MONTH-END.
000300 AUTHOR.        D. PHOTO.
000400 INSTALLATION.  GATE-PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*    GATE-MONTH-END                                              *
001100*                                                                *
001200*    MONTH-END DECISION MASTER SNAPSHOT AND CATEGORY MIGRATION   *
001300*    REPORT.  RUN ON THE CLOSE NIGHT AFTER THE LAST GATE RUN OF  *
001400*    THE MONTH, IT FREEZES EVERY GATEMAST ROW AS AT THE CLOSE    *
001500*    DATE INTO A NEW SNAPSHOT GENERATION (DD GATESNAP, GATEMAST  *
001600*    ROWS BETWEEN A GATESNPH HEADER AND TRAILER) AND MEASURES IT *
001700*    AGAINST THE PRIOR MONTH-END GENERATION (DD GATESNPP).  THE  *
001800*    REPORT (DD MTHENDRP) SHOWS FINANCE:                         *
001900*                                                                *
002000*        - THE FROM/TO CATEGORY MIGRATION MATRIX, IN ITEM        *
002100*          COUNTS AND IN MAST-ITEM-AMOUNT, BY REGION;            *
002200*        - THE OPENING AND CLOSING POSITION OF EACH CATEGORY;    *
002300*        - A BALANCE PROOF - OPENING PLUS NEW ITEMS LESS ITEMS   *
002400*          PURGED, WITH THE VALUE CHANGE ON ITEMS HELD, MUST     *
002500*          EQUAL THE CLOSING SNAPSHOT, AND THE MATRIX MUST FOOT  *
002600*          BACK TO BOTH ENDS.                                    *
002700*                                                                *
002800*    AN ITEM ON THE PRIOR SNAPSHOT BUT NO LONGER ON THE MASTER   *
002900*    SHOULD HAVE BEEN REMOVED BY GATE-MAST-PURGE, SO THE PURGE   *
003000*    ARCHIVE GENERATIONS WRITTEN SINCE THE PRIOR CLOSE ARE       *
003100*    CONCATENATED UNDER DD MSTARCH AND SORTED INTO ITEM ID ORDER *
003200*    FOR THE MATCH.  A DEPARTURE WITH NO ARCHIVE ROW IS SHOWN AS *
003300*    (DROPPED) AND ENDS THE RUN WITH CONDITION CODE 8 - THE      *
003400*    MASTER LOST AN ITEM NOTHING SHOULD HAVE REMOVED.            *
003500*                                                                *
003600*    A MOVED OR NEW ITEM IS COUNTED UNDER ITS CLOSING REGION AND *
003700*    VALUE; A PURGED OR DROPPED ITEM UNDER ITS OPENING REGION    *
003800*    AND VALUE.  THE FIRST SNAPSHOT EVER TAKEN HAS NO PRIOR      *
003900*    GENERATION - EVERY ITEM IS NEW AND THE OPENING IS ZERO.     *
004000*                                                                *
004100*    THE PRIOR GENERATION IS PROVED AGAINST ITS OWN TRAILER      *
004200*    BEFORE ANYTHING IS WRITTEN; A TRUNCATED OR OUT-OF-ORDER     *
004300*    PRIOR SNAPSHOT, OR A CLOSE DATE NOT AFTER ITS CLOSE DATE,   *
004400*    STOPS THE RUN WITH CONDITION CODE 16.  A MASTER ROW DECIDED *
004500*    AFTER THE CLOSE DATE (THE STEP RAN LATE) IS STILL TAKEN BUT *
004600*    COUNTED, AND ENDS THE RUN WITH CONDITION CODE 4.            *
004700*                                                                *
004800*    MODIFICATION HISTORY.                                       *
004900*      DATE       BY   DESCRIPTION                               *
005000*      2026-10-15 DCP  ORIGINAL VERSION.                         *
005100*                                                                *
005200******************************************************************
005300 ENVIRONMENT DIVISION.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT OPTIONAL SNAPSHOT-CONTROL-FILE ASSIGN TO GATESNPC
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-SNPC-FILE-STATUS.
005900*
006000     SELECT GATE-MASTER-FILE ASSIGN TO GATEMAST
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS SEQUENTIAL
006300         RECORD KEY IS MAST-ITEM-ID
006400         FILE STATUS IS WS-MAST-FILE-STATUS.
006500*
006600     SELECT OPTIONAL PRIOR-SNAPSHOT-FILE ASSIGN TO GATESNPP
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-PSNP-FILE-STATUS.
006900*
007000     SELECT SNAPSHOT-FILE ASSIGN TO GATESNAP
007100         ORGANIZATION IS LINE SEQUENTIAL.
007200*
007300     SELECT OPTIONAL PURGE-ARCHIVE-FILE ASSIGN TO MSTARCH
007400         ORGANIZATION IS LINE SEQUENTIAL.
007500*
007600     SELECT PURGE-SORTED-FILE ASSIGN TO SORTPRG
007700         ORGANIZATION IS LINE SEQUENTIAL.
007800*
007900     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
008000*
008100     SELECT MONTH-END-RPT-FILE ASSIGN TO MTHENDRP
008200         ORGANIZATION IS LINE SEQUENTIAL.
008300*
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  SNAPSHOT-CONTROL-FILE
008700     LABEL RECORDS ARE STANDARD.
008800     COPY GATESNPC.
008900*
009000 FD  GATE-MASTER-FILE
009100     LABEL RECORDS ARE STANDARD.
009200     COPY GATEMAST.
009300*
009400 FD  PRIOR-SNAPSHOT-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY GATEMAST
009700         REPLACING ==MAST-RECORD==
009800                BY ==PSNP-RECORD==
009900                   ==MAST-ITEM-ID==
010000                BY ==PSNP-ITEM-ID==
010100                   ==MAST-FLAG-A==
010200                BY ==PSNP-FLAG-A==
010300                   ==MAST-FLAG-B==
010400                BY ==PSNP-FLAG-B==
010500                   ==MAST-FLAG-C==
010600                BY ==PSNP-FLAG-C==
010700                   ==MAST-RESULT-CODE==
010800                BY ==PSNP-RESULT-CODE==
010900                   ==MAST-LAST-RUN-ID==
011000                BY ==PSNP-LAST-RUN-ID==
011100                   ==MAST-LAST-DECISION-DATE==
011200                BY ==PSNP-LAST-DECISION-DATE==
011300                   ==MAST-REGION-CODE==
011400                BY ==PSNP-REGION-CODE==
011500                   ==MAST-ITEM-AMOUNT==
011600                BY ==PSNP-ITEM-AMOUNT==
011700                   ==MAST-RULE-VERSION==
011800                BY ==PSNP-RULE-VERSION==.
011900     COPY GATESNPH
012000         REPLACING ==SNAP-HEADER-RECORD==
012100                BY ==PSNP-HEADER-RECORD==
012200                   ==SNAP-HDR-TAG-OK==
012300                BY ==PSNP-HDR-TAG-OK==
012400                   ==SNAP-HDR-TAG==
012500                BY ==PSNP-HDR-TAG==
012600                   ==SNAP-HDR-CLOSE-DATE==
012700                BY ==PSNP-HDR-CLOSE-DATE==
012800                   ==SNAP-HDR-PRIOR-CLOSE-DATE==
012900                BY ==PSNP-HDR-PRIOR-CLOSE-DATE==
013000                   ==SNAP-HDR-CREATED-DATE==
013100                BY ==PSNP-HDR-CREATED-DATE==
013200                   ==SNAP-TRAILER-RECORD==
013300                BY ==PSNP-TRAILER-RECORD==
013400                   ==SNAP-TRL-TAG-OK==
013500                BY ==PSNP-TRL-TAG-OK==
013600                   ==SNAP-TRL-TAG==
013700                BY ==PSNP-TRL-TAG==
013800                   ==SNAP-TRL-ITEM-COUNT==
013900                BY ==PSNP-TRL-ITEM-COUNT==
014000                   ==SNAP-TRL-AMOUNT==
014100                BY ==PSNP-TRL-AMOUNT==.
014200*
014300 FD  SNAPSHOT-FILE
014400     LABEL RECORDS ARE STANDARD.
014500     COPY GATEMAST
014600         REPLACING ==MAST-RECORD==
014700                BY ==SNAP-RECORD==
014800                   ==MAST-ITEM-ID==
014900                BY ==SNAP-ITEM-ID==
015000                   ==MAST-FLAG-A==
015100                BY ==SNAP-FLAG-A==
015200                   ==MAST-FLAG-B==
015300                BY ==SNAP-FLAG-B==
015400                   ==MAST-FLAG-C==
015500                BY ==SNAP-FLAG-C==
015600                   ==MAST-RESULT-CODE==
015700                BY ==SNAP-RESULT-CODE==
015800                   ==MAST-LAST-RUN-ID==
015900                BY ==SNAP-LAST-RUN-ID==
016000                   ==MAST-LAST-DECISION-DATE==
016100                BY ==SNAP-LAST-DECISION-DATE==
016200                   ==MAST-REGION-CODE==
016300                BY ==SNAP-REGION-CODE==
016400                   ==MAST-ITEM-AMOUNT==
016500                BY ==SNAP-ITEM-AMOUNT==
016600                   ==MAST-RULE-VERSION==
016700                BY ==SNAP-RULE-VERSION==.
016800     COPY GATESNPH.
016900*
017000 FD  PURGE-ARCHIVE-FILE
017100     LABEL RECORDS ARE STANDARD.
017200 01  ARCH-RAW-RECORD             PIC X(60).
017300*
017400 FD  PURGE-SORTED-FILE
017500     LABEL RECORDS ARE STANDARD.
017600     COPY GATEMAST
017700         REPLACING ==MAST-RECORD==
017800                BY ==ARCH-RECORD==
017900                   ==MAST-ITEM-ID==
018000                BY ==ARCH-ITEM-ID==
018100                   ==MAST-FLAG-A==
018200                BY ==ARCH-FLAG-A==
018300                   ==MAST-FLAG-B==
018400                BY ==ARCH-FLAG-B==
018500                   ==MAST-FLAG-C==
018600                BY ==ARCH-FLAG-C==
018700                   ==MAST-RESULT-CODE==
018800                BY ==ARCH-RESULT-CODE==
018900                   ==MAST-LAST-RUN-ID==
019000                BY ==ARCH-LAST-RUN-ID==
019100                   ==MAST-LAST-DECISION-DATE==
019200                BY ==ARCH-LAST-DECISION-DATE==
019300                   ==MAST-REGION-CODE==
019400                BY ==ARCH-REGION-CODE==
019500                   ==MAST-ITEM-AMOUNT==
019600                BY ==ARCH-ITEM-AMOUNT==
019700                   ==MAST-RULE-VERSION==
019800                BY ==ARCH-RULE-VERSION==.
019900*
020000 SD  SORT-WORK-FILE.
020100 01  SORT-RECORD.
020200     05  SORT-ITEM-ID                PIC X(06).
020300     05  FILLER                      PIC X(54).
020400*
020500 FD  MONTH-END-RPT-FILE
020600     LABEL RECORDS ARE STANDARD.
020700 01  RPT-LINE                    PIC X(132).
020800*
020900 WORKING-STORAGE SECTION.
021000*
021100******************************************************************
021200*    RUN SWITCHES AND COUNTERS                                   *
021300******************************************************************
021400 77  WS-SNPC-FILE-STATUS         PIC X(02) VALUE '00'.
021500 77  WS-MAST-FILE-STATUS         PIC X(02) VALUE '00'.
021600 77  WS-PSNP-FILE-STATUS         PIC X(02) VALUE '00'.
021700 77  WS-PRIOR-SWITCH             PIC X(01) VALUE 'N'.
021800     88  WS-PRIOR-PRESENT            VALUE 'Y'.
021900     88  WS-FIRST-SNAPSHOT           VALUE 'N'.
022000 77  WS-PROVED-SWITCH            PIC X(01) VALUE 'N'.
022100     88  WS-PRIOR-PROVED             VALUE 'Y'.
022200 77  WS-CURR-KEY                 PIC X(06) VALUE LOW-VALUES.
022300 77  WS-PRIR-KEY                 PIC X(06) VALUE LOW-VALUES.
022400 77  WS-PRIR-PREV-KEY            PIC X(06) VALUE LOW-VALUES.
022500 77  WS-ARCH-KEY                 PIC X(06) VALUE LOW-VALUES.
022600 77  WS-MASTER-READ-COUNT        PIC 9(07) COMP VALUE ZERO.
022700 77  WS-PRIOR-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
022800 77  WS-ARCH-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
022900 77  WS-CARRIED-COUNT            PIC 9(07) COMP VALUE ZERO.
023000 77  WS-MOVED-COUNT              PIC 9(07) COMP VALUE ZERO.
023100 77  WS-NEW-COUNT                PIC 9(07) COMP VALUE ZERO.
023200 77  WS-PURGED-COUNT             PIC 9(07) COMP VALUE ZERO.
023300 77  WS-DROPPED-COUNT            PIC 9(07) COMP VALUE ZERO.
023400 77  WS-ARCH-UNMATCHED-COUNT     PIC 9(07) COMP VALUE ZERO.
023500 77  WS-LATE-DECISION-COUNT      PIC 9(07) COMP VALUE ZERO.
023600 77  WS-SNAP-WRITTEN-COUNT       PIC 9(07) COMP VALUE ZERO.
023700 77  WS-PROVE-COUNT              PIC 9(07) COMP VALUE ZERO.
023800 77  WS-BREAK-COUNT              PIC 9(03) COMP VALUE ZERO.
023900 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
024000 77  WS-REG-SUB                  PIC 9(01) COMP VALUE ZERO.
024100 77  WS-PAGE-COUNT               PIC 9(03) COMP VALUE ZERO.
024200 77  WS-MAX-LINES-PER-PAGE       PIC 9(02) COMP VALUE 50.
024300*
024400******************************************************************
024500*    VALUE ACCUMULATORS - THE OPENING, CLOSING AND MOVEMENT      *
024600*    AMOUNTS THE BALANCE PROOF IS BUILT FROM.  A MASTER ROW CUT  *
024700*    BEFORE MAST-ITEM-AMOUNT EXISTED CARRIES BLANKS THERE; IT IS *
024800*    TAKEN AT ZERO AND WRITTEN TO THE SNAPSHOT AS ZERO SO THE    *
024900*    SNAPSHOT ALWAYS ADDS BACK TO ITS OWN TRAILER.               *
025000******************************************************************
025100 77  WS-ITEM-AMOUNT              PIC 9(07)V99 VALUE ZERO.
025200 77  WS-PRIOR-AMOUNT             PIC 9(07)V99 VALUE ZERO.
025300 77  WS-TALLY-AMOUNT             PIC 9(07)V99 VALUE ZERO.
025400 77  WS-OPENING-AMOUNT           PIC S9(11)V99 COMP-3
025500                                 VALUE ZERO.
025600 77  WS-NEW-AMOUNT               PIC S9(11)V99 COMP-3
025700                                 VALUE ZERO.
025800 77  WS-PURGED-AMOUNT            PIC S9(11)V99 COMP-3
025900                                 VALUE ZERO.
026000 77  WS-DROPPED-AMOUNT           PIC S9(11)V99 COMP-3
026100                                 VALUE ZERO.
026200 77  WS-REVALUED-UP-AMOUNT       PIC S9(11)V99 COMP-3
026300                                 VALUE ZERO.
026400 77  WS-REVALUED-DOWN-AMOUNT     PIC S9(11)V99 COMP-3
026500                                 VALUE ZERO.
026600 77  WS-CLOSING-AMOUNT           PIC S9(11)V99 COMP-3
026700                                 VALUE ZERO.
026800 77  WS-PROVE-AMOUNT             PIC S9(11)V99 COMP-3
026900                                 VALUE ZERO.
027000*
027100******************************************************************
027200*    BALANCE PROOF WORK FIELDS - EACH CHECK PUTS ITS TWO SIDES   *
027300*    HERE, AS GATE-BALANCE DOES                                  *
027400******************************************************************
027500 77  WS-LEFT-SIDE                PIC 9(08) COMP VALUE ZERO.
027600 77  WS-RIGHT-SIDE               PIC 9(08) COMP VALUE ZERO.
027700 77  WS-LEFT-VALUE               PIC S9(11)V99 COMP-3
027800                                 VALUE ZERO.
027900 77  WS-RIGHT-VALUE              PIC S9(11)V99 COMP-3
028000                                 VALUE ZERO.
028100 77  WS-FOOT-OPEN-COUNT          PIC 9(08) COMP VALUE ZERO.
028200 77  WS-FOOT-CLOSE-COUNT         PIC 9(08) COMP VALUE ZERO.
028300 77  WS-FOOT-CLOSE-AMOUNT        PIC S9(11)V99 COMP-3
028400                                 VALUE ZERO.
028500*
028600******************************************************************
028700*    PERIOD DATES AND THE FROM/TO PAIR BEING TALLIED             *
028800******************************************************************
028900 77  WS-CLOSE-DATE               PIC 9(08) VALUE ZERO.
029000 77  WS-PRIOR-CLOSE-DATE         PIC 9(08) VALUE ZERO.
029100 77  WS-FROM-RESULT              PIC X(10).
029200 77  WS-TO-RESULT                PIC X(10).
029300 77  WS-TALLY-REGION             PIC X(03).
029400 77  WS-CAT-RESULT               PIC X(10).
029500*
029600 01  WS-EDIT-DATE                PIC 9(08).
029700 01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
029800     05  WS-EDIT-DATE-CCYY           PIC 9(04).
029900     05  WS-EDIT-DATE-MM             PIC 9(02).
030000     05  WS-EDIT-DATE-DD             PIC 9(02).
030100*
030200******************************************************************
030300*    REGION COLUMN SLOTS - SLOTS 1-3 ARE THE REGIONAL FEEDS      *
030400*    STAMPED BY GATE-CONSOL; SLOT 4 (***) CATCHES A ROW WITH A   *
030500*    BLANK OR UNRECOGNIZED REGION CODE SO THE COLUMNS ALWAYS     *
030600*    ADD BACK TO THE TOTAL.                                      *
030700******************************************************************
030800 01  WS-REGION-CODES.
030900     05  WS-REGION-SLOT OCCURS 4 TIMES
031000             INDEXED BY REG-IDX.
031100         10  WS-REG-CODE             PIC X(03).
031200*
031300******************************************************************
031400*    MIGRATION TABLE - ONE ROW PER FROM/TO CATEGORY PAIR SEEN    *
031500*    IN THE PERIOD, INCLUDING (NEW) ARRIVALS AND (PURGED) AND    *
031600*    (DROPPED) DEPARTURES, WITH THE ITEM COUNT AND VALUE IN      *
031700*    TOTAL AND BY REGION.  40 SLOTS COVERS EVERY PAIRING OF THE  *
031800*    CATEGORY CODES AND THE ARRIVAL AND DEPARTURE ROWS.          *
031900******************************************************************
032000 77  WS-MOVE-MAX-ENTRIES         PIC 9(03) COMP VALUE 40.
032100 01  WS-MOVE-TABLE.
032200     05  WS-MOVE-COUNT               PIC 9(03) COMP VALUE ZERO.
032300     05  WS-MOVE-ENTRY OCCURS 40 TIMES
032400             INDEXED BY MOVE-IDX.
032500         10  WS-MOVE-FROM            PIC X(10).
032600         10  WS-MOVE-TO              PIC X(10).
032700         10  WS-MOVE-TOTAL           PIC 9(07) COMP.
032800         10  WS-MOVE-AMOUNT          PIC S9(11)V99 COMP-3.
032900         10  WS-MOVE-REG-COUNT OCCURS 4 TIMES
033000                                     PIC 9(07) COMP.
033100         10  WS-MOVE-REG-AMOUNT OCCURS 4 TIMES
033200                                     PIC S9(11)V99 COMP-3.
033300*
033400******************************************************************
033500*    CATEGORY POSITION TABLE - OPENING AND CLOSING ITEMS AND     *
033600*    VALUE FOR EACH RESULT CODE.  16 SLOTS IS TWICE THE          *
033700*    CATEGORIES THE GATE RULES CAN PRODUCE.                      *
033800******************************************************************
033900 77  WS-CAT-MAX-ENTRIES          PIC 9(03) COMP VALUE 16.
034000 01  WS-CAT-TABLE.
034100     05  WS-CAT-COUNT                PIC 9(03) COMP VALUE ZERO.
034200     05  WS-CAT-ENTRY OCCURS 16 TIMES
034300             INDEXED BY CAT-IDX.
034400         10  WS-CAT-CODE             PIC X(10).
034500         10  WS-CAT-OPEN-COUNT       PIC 9(07) COMP.
034600         10  WS-CAT-OPEN-AMOUNT      PIC S9(11)V99 COMP-3.
034700         10  WS-CAT-CLOSE-COUNT      PIC 9(07) COMP.
034800         10  WS-CAT-CLOSE-AMOUNT     PIC S9(11)V99 COMP-3.
034900*
035000******************************************************************
035100*    CURRENT DATE - USED ON THE REPORT HEADING, AND THE CLOSE    *
035200*    DATE WHEN NO CONTROL RECORD NAMES ONE                       *
035300******************************************************************
035400 01  WS-CURRENT-DATE.
035500     05  WS-CURRENT-DATE-CCYY        PIC 9(04).
035600     05  WS-CURRENT-DATE-MM          PIC 9(02).
035700     05  WS-CURRENT-DATE-DD          PIC 9(02).
035800 01  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
035900                                 PIC 9(08).
036000*
036100******************************************************************
036200*    MONTH-END REPORT PRINT LINES                                *
036300******************************************************************
036400 01  RPT-TITLE-LINE.
036500     05  FILLER                  PIC X(40) VALUE SPACES.
036600     05  FILLER                  PIC X(40)
036700         VALUE 'GATE MONTH-END CATEGORY MIGRATION REPORT'.
036800     05  FILLER                  PIC X(52) VALUE SPACES.
036900*
037000 01  RPT-DATE-LINE.
037100     05  FILLER                  PIC X(01) VALUE SPACE.
037200     05  FILLER                  PIC X(09) VALUE 'RUN DATE:'.
037300     05  RPT-DATE-LINE-DATE      PIC X(10).
037400     05  FILLER                  PIC X(25) VALUE SPACES.
037500     05  FILLER                  PIC X(06) VALUE 'PAGE '.
037600     05  RPT-DATE-LINE-PAGE      PIC ZZZ9.
037700     05  FILLER                  PIC X(77) VALUE SPACES.
037800*
037900 01  RPT-PERIOD-LINE.
038000     05  FILLER                  PIC X(01) VALUE SPACE.
038100     05  FILLER                  PIC X(12) VALUE 'CLOSE DATE: '.
038200     05  RPT-PERIOD-CLOSE        PIC X(10) VALUE SPACES.
038300     05  FILLER                  PIC X(05) VALUE SPACES.
038400     05  FILLER                  PIC X(24)
038500         VALUE 'MEASURED AGAINST CLOSE: '.
038600     05  RPT-PERIOD-PRIOR        PIC X(22) VALUE SPACES.
038700     05  FILLER                  PIC X(58) VALUE SPACES.
038800*
038900 01  RPT-SECTION-LINE.
039000     05  FILLER                  PIC X(01) VALUE SPACE.
039100     05  RPT-SECTION-TITLE       PIC X(60) VALUE SPACES.
039200     05  FILLER                  PIC X(71) VALUE SPACES.
039300*
039400 01  RPT-COLUMN-HEADING-LINE     PIC X(132) VALUE SPACES.
039500*
039600 01  RPT-COUNT-HEADING-LINE.
039700     05  FILLER                  PIC X(03) VALUE SPACES.
039800     05  FILLER                  PIC X(11) VALUE 'FROM RESULT'.
039900     05  FILLER                  PIC X(03) VALUE SPACES.
040000     05  FILLER                  PIC X(10) VALUE 'TO RESULT'.
040100     05  FILLER                  PIC X(03) VALUE SPACES.
040200     05  FILLER                  PIC X(08) VALUE '   TOTAL'.
040300     05  FILLER                  PIC X(04) VALUE SPACES.
040400     05  FILLER                  PIC X(08) VALUE '     R1 '.
040500     05  FILLER                  PIC X(04) VALUE SPACES.
040600     05  FILLER                  PIC X(08) VALUE '     R2 '.
040700     05  FILLER                  PIC X(04) VALUE SPACES.
040800     05  FILLER                  PIC X(08) VALUE '     R3 '.
040900     05  FILLER                  PIC X(04) VALUE SPACES.
041000     05  FILLER                  PIC X(08) VALUE '   OTHER'.
041100     05  FILLER                  PIC X(46) VALUE SPACES.
041200*
041300 01  RPT-COUNT-LINE.
041400     05  FILLER                  PIC X(03) VALUE SPACES.
041500     05  RPT-COUNT-FROM          PIC X(10).
041600     05  FILLER                  PIC X(04) VALUE SPACES.
041700     05  RPT-COUNT-TO            PIC X(10).
041800     05  FILLER                  PIC X(03) VALUE SPACES.
041900     05  RPT-COUNT-TOTAL         PIC ZZZ,ZZ9.
042000     05  FILLER                  PIC X(05) VALUE SPACES.
042100     05  RPT-COUNT-R1            PIC ZZZ,ZZ9.
042200     05  FILLER                  PIC X(05) VALUE SPACES.
042300     05  RPT-COUNT-R2            PIC ZZZ,ZZ9.
042400     05  FILLER                  PIC X(05) VALUE SPACES.
042500     05  RPT-COUNT-R3            PIC ZZZ,ZZ9.
042600     05  FILLER                  PIC X(05) VALUE SPACES.
042700     05  RPT-COUNT-OTHER         PIC ZZZ,ZZ9.
042800     05  FILLER                  PIC X(47) VALUE SPACES.
042900*
043000 01  RPT-VALUE-HEADING-LINE.
043100     05  FILLER                  PIC X(03) VALUE SPACES.
043200     05  FILLER                  PIC X(11) VALUE 'FROM RESULT'.
043300     05  FILLER                  PIC X(03) VALUE SPACES.
043400     05  FILLER                  PIC X(10) VALUE 'TO RESULT'.
043500     05  FILLER                  PIC X(03) VALUE SPACES.
043600     05  FILLER                  PIC X(17)
043700         VALUE '            TOTAL'.
043800     05  FILLER                  PIC X(02) VALUE SPACES.
043900     05  FILLER                  PIC X(17)
044000         VALUE '               R1'.
044100     05  FILLER                  PIC X(02) VALUE SPACES.
044200     05  FILLER                  PIC X(17)
044300         VALUE '               R2'.
044400     05  FILLER                  PIC X(02) VALUE SPACES.
044500     05  FILLER                  PIC X(17)
044600         VALUE '               R3'.
044700     05  FILLER                  PIC X(02) VALUE SPACES.
044800     05  FILLER                  PIC X(17)
044900         VALUE '            OTHER'.
045000     05  FILLER                  PIC X(09) VALUE SPACES.
045100*
045200 01  RPT-VALUE-LINE.
045300     05  FILLER                  PIC X(03) VALUE SPACES.
045400     05  RPT-VALUE-FROM          PIC X(10).
045500     05  FILLER                  PIC X(04) VALUE SPACES.
045600     05  RPT-VALUE-TO            PIC X(10).
045700     05  FILLER                  PIC X(03) VALUE SPACES.
045800     05  RPT-VALUE-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
045900     05  FILLER                  PIC X(02) VALUE SPACES.
046000     05  RPT-VALUE-R1            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
046100     05  FILLER                  PIC X(02) VALUE SPACES.
046200     05  RPT-VALUE-R2            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
046300     05  FILLER                  PIC X(02) VALUE SPACES.
046400     05  RPT-VALUE-R3            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
046500     05  FILLER                  PIC X(02) VALUE SPACES.
046600     05  RPT-VALUE-OTHER         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
046700     05  FILLER                  PIC X(09) VALUE SPACES.
046800*
046900 01  RPT-POSITION-HEADING-LINE.
047000     05  FILLER                  PIC X(03) VALUE SPACES.
047100     05  FILLER                  PIC X(10) VALUE 'CATEGORY'.
047200     05  FILLER                  PIC X(04) VALUE SPACES.
047300     05  FILLER                  PIC X(08) VALUE ' OPENING'.
047400     05  FILLER                  PIC X(02) VALUE SPACES.
047500     05  FILLER                  PIC X(17)
047600         VALUE '    OPENING VALUE'.
047700     05  FILLER                  PIC X(04) VALUE SPACES.
047800     05  FILLER                  PIC X(08) VALUE ' CLOSING'.
047900     05  FILLER                  PIC X(02) VALUE SPACES.
048000     05  FILLER                  PIC X(17)
048100         VALUE '    CLOSING VALUE'.
048200     05  FILLER                  PIC X(57) VALUE SPACES.
048300*
048400 01  RPT-POSITION-LINE.
048500     05  FILLER                  PIC X(03) VALUE SPACES.
048600     05  RPT-POSITION-CODE       PIC X(14).
048700     05  RPT-POSITION-OPEN-COUNT PIC ZZZ,ZZ9.
048800     05  FILLER                  PIC X(03) VALUE SPACES.
048900     05  RPT-POSITION-OPEN-AMOUNT
049000                                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
049100     05  FILLER                  PIC X(05) VALUE SPACES.
049200     05  RPT-POSITION-CLOSE-COUNT
049300                                 PIC ZZZ,ZZ9.
049400     05  FILLER                  PIC X(03) VALUE SPACES.
049500     05  RPT-POSITION-CLOSE-AMOUNT
049600                                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
049700     05  FILLER                  PIC X(56) VALUE SPACES.
049800*
049900 01  RPT-CHECK-HEADING-LINE.
050000     05  FILLER                  PIC X(03) VALUE SPACES.
050100     05  FILLER                  PIC X(44) VALUE 'CHECK'.
050200     05  FILLER                  PIC X(17)
050300         VALUE '             LEFT'.
050400     05  FILLER                  PIC X(03) VALUE SPACES.
050500     05  FILLER                  PIC X(17)
050600         VALUE '            RIGHT'.
050700     05  FILLER                  PIC X(03) VALUE SPACES.
050800     05  FILLER                  PIC X(10) VALUE 'STATUS'.
050900     05  FILLER                  PIC X(35) VALUE SPACES.
051000*
051100 01  RPT-CHECK-LINE.
051200     05  FILLER                  PIC X(03) VALUE SPACES.
051300     05  RPT-CHECK-NAME          PIC X(44).
051400     05  FILLER                  PIC X(08) VALUE SPACES.
051500     05  RPT-CHECK-LEFT          PIC Z,ZZZ,ZZ9.
051600     05  FILLER                  PIC X(11) VALUE SPACES.
051700     05  RPT-CHECK-RIGHT         PIC Z,ZZZ,ZZ9.
051800     05  FILLER                  PIC X(03) VALUE SPACES.
051900     05  RPT-CHECK-STATUS        PIC X(10).
052000     05  FILLER                  PIC X(35) VALUE SPACES.
052100*
052200 01  RPT-VALUE-CHECK-LINE.
052300     05  FILLER                  PIC X(03) VALUE SPACES.
052400     05  RPT-VALUE-CHECK-NAME    PIC X(44).
052500     05  RPT-VALUE-CHECK-LEFT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
052600     05  FILLER                  PIC X(03) VALUE SPACES.
052700     05  RPT-VALUE-CHECK-RIGHT   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
052800     05  FILLER                  PIC X(03) VALUE SPACES.
052900     05  RPT-VALUE-CHECK-STATUS  PIC X(10).
053000     05  FILLER                  PIC X(35) VALUE SPACES.
053100*
053200 01  RPT-VERDICT-LINE.
053300     05  FILLER                  PIC X(03) VALUE SPACES.
053400     05  RPT-VERDICT-TEXT        PIC X(60).
053500     05  FILLER                  PIC X(69) VALUE SPACES.
053600*
053700 01  RPT-NO-MOVES-LINE.
053800     05  FILLER                  PIC X(03) VALUE SPACES.
053900     05  FILLER                  PIC X(40)
054000         VALUE 'NO ITEMS ON EITHER SNAPSHOT'.
054100     05  FILLER                  PIC X(89) VALUE SPACES.
054200*
054300 01  RPT-BLANK-LINE               PIC X(132) VALUE SPACES.
054400*
054500******************************************************************
054600*    END-OF-JOB CONTROL TOTALS SECTION                           *
054700******************************************************************
054800 01  RPT-TOTALS-TITLE-LINE.
054900     05  FILLER                  PIC X(45) VALUE SPACES.
055000     05  FILLER                  PIC X(15)
055100         VALUE 'CONTROL TOTALS'.
055200     05  FILLER                  PIC X(72) VALUE SPACES.
055300*
055400 01  RPT-TOTALS-LINE.
055500     05  FILLER                  PIC X(05) VALUE SPACES.
055600     05  RPT-TOTALS-LABEL        PIC X(30).
055700     05  FILLER                  PIC X(05) VALUE SPACES.
055800     05  RPT-TOTALS-VALUE        PIC ZZZ,ZZ9.
055900     05  FILLER                  PIC X(85) VALUE SPACES.
056000*
056100 01  RPT-AMOUNT-LINE.
056200     05  FILLER                  PIC X(05) VALUE SPACES.
056300     05  RPT-AMOUNT-LABEL        PIC X(30).
056400     05  FILLER                  PIC X(05) VALUE SPACES.
056500     05  RPT-AMOUNT-VALUE        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
056600     05  FILLER                  PIC X(74) VALUE SPACES.
056700*
056800 PROCEDURE DIVISION.
056900*
057000 0000-MAINLINE.
057100     SORT SORT-WORK-FILE
057200         ON ASCENDING KEY SORT-ITEM-ID
057300         USING PURGE-ARCHIVE-FILE
057400         GIVING PURGE-SORTED-FILE
057500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
057600     PERFORM 2000-MATCH-FILES THRU 2000-EXIT
057700         UNTIL WS-CURR-KEY = HIGH-VALUES
057800           AND WS-PRIR-KEY = HIGH-VALUES
057900     PERFORM 3000-FINALIZE THRU 3000-EXIT
058000     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
058100     STOP RUN.
058200*
058300******************************************************************
058400*    1000-INITIALIZE - SETTLE THE CLOSE DATE, PROVE THE PRIOR    *
058500*    SNAPSHOT, OPEN FILES, WRITE THE NEW SNAPSHOT HEADER AND     *
058600*    PRIME ALL THREE READS                                       *
058700******************************************************************
058800 1000-INITIALIZE.
058900     MOVE 'R1 ' TO WS-REG-CODE (1)
059000     MOVE 'R2 ' TO WS-REG-CODE (2)
059100     MOVE 'R3 ' TO WS-REG-CODE (3)
059200     MOVE '***' TO WS-REG-CODE (4)
059300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
059400     STRING WS-CURRENT-DATE-MM   DELIMITED BY SIZE
059500             '/'                 DELIMITED BY SIZE
059600             WS-CURRENT-DATE-DD   DELIMITED BY SIZE
059700             '/'                 DELIMITED BY SIZE
059800             WS-CURRENT-DATE-CCYY DELIMITED BY SIZE
059900         INTO RPT-DATE-LINE-DATE
060000     END-STRING
060100     PERFORM 1100-GET-CLOSE-DATE THRU 1100-EXIT
060200     PERFORM 1200-PROVE-PRIOR-SNAPSHOT THRU 1200-EXIT
060300     OPEN INPUT GATE-MASTER-FILE
060400     IF WS-MAST-FILE-STATUS NOT = '00'
060500         DISPLAY 'GATE-MONTH-END: MASTER OPEN FAILED, STATUS '
060600             WS-MAST-FILE-STATUS
060700         MOVE 16 TO RETURN-CODE
060800         STOP RUN
060900     END-IF
061000     OPEN INPUT  PURGE-SORTED-FILE
061100     OPEN OUTPUT SNAPSHOT-FILE
061200     OPEN OUTPUT MONTH-END-RPT-FILE
061300     MOVE SPACES              TO SNAP-HEADER-RECORD
061400     MOVE 'H'                 TO SNAP-HDR-TAG
061500     MOVE WS-CLOSE-DATE       TO SNAP-HDR-CLOSE-DATE
061600     MOVE WS-PRIOR-CLOSE-DATE TO SNAP-HDR-PRIOR-CLOSE-DATE
061700     MOVE WS-CURRENT-DATE-NUM TO SNAP-HDR-CREATED-DATE
061800     WRITE SNAP-HEADER-RECORD
061900     MOVE WS-CLOSE-DATE TO WS-EDIT-DATE
062000     STRING WS-EDIT-DATE-MM   DELIMITED BY SIZE
062100             '/'              DELIMITED BY SIZE
062200             WS-EDIT-DATE-DD   DELIMITED BY SIZE
062300             '/'              DELIMITED BY SIZE
062400             WS-EDIT-DATE-CCYY DELIMITED BY SIZE
062500         INTO RPT-PERIOD-CLOSE
062600     END-STRING
062700     IF WS-PRIOR-PRESENT
062800         MOVE WS-PRIOR-CLOSE-DATE TO WS-EDIT-DATE
062900         STRING WS-EDIT-DATE-MM   DELIMITED BY SIZE
063000                 '/'              DELIMITED BY SIZE
063100                 WS-EDIT-DATE-DD   DELIMITED BY SIZE
063200                 '/'              DELIMITED BY SIZE
063300                 WS-EDIT-DATE-CCYY DELIMITED BY SIZE
063400             INTO RPT-PERIOD-PRIOR
063500         END-STRING
063600*        REOPEN THE PROVED PRIOR SNAPSHOT AND STEP PAST ITS HEADER
063700         OPEN INPUT PRIOR-SNAPSHOT-FILE
063800         READ PRIOR-SNAPSHOT-FILE
063900             AT END
064000                 CONTINUE
064100         END-READ
064200         PERFORM 2850-READ-PRIOR THRU 2850-EXIT
064300     ELSE
064400         MOVE 'NONE - FIRST SNAPSHOT' TO RPT-PERIOD-PRIOR
064500         MOVE HIGH-VALUES TO WS-PRIR-KEY
064600     END-IF
064700     PERFORM 2800-READ-MASTER THRU 2800-EXIT
064800     PERFORM 2900-READ-ARCHIVE THRU 2900-EXIT.
064900 1000-EXIT.
065000     EXIT.
065100*
065200******************************************************************
065300*    1100-GET-CLOSE-DATE - THE CLOSE DATE COMES FROM THE         *
065400*    OPTIONAL CONTROL RECORD, OR IS THE RUN DATE.  A SNAPSHOT    *
065500*    CANNOT BE TAKEN AS AT A DATE THAT HAS NOT HAPPENED YET.     *
065600******************************************************************
065700 1100-GET-CLOSE-DATE.
065800     MOVE WS-CURRENT-DATE-NUM TO WS-CLOSE-DATE
065900     OPEN INPUT SNAPSHOT-CONTROL-FILE
066000     IF WS-SNPC-FILE-STATUS = '00' OR WS-SNPC-FILE-STATUS = '05'
066100         READ SNAPSHOT-CONTROL-FILE
066200             AT END
066300                 CONTINUE
066400         END-READ
066500         IF WS-SNPC-FILE-STATUS = '00'
066600             AND SNPC-CLOSE-DATE NUMERIC
066700             AND SNPC-CLOSE-DATE > ZERO
066800             MOVE SNPC-CLOSE-DATE TO WS-CLOSE-DATE
066900         END-IF
067000         CLOSE SNAPSHOT-CONTROL-FILE
067100     END-IF
067200     IF WS-CLOSE-DATE > WS-CURRENT-DATE-NUM
067300         DISPLAY 'GATE-MONTH-END: CLOSE DATE ' WS-CLOSE-DATE
067400             ' IS AFTER THE RUN DATE - RUN STOPPED'
067500         MOVE 16 TO RETURN-CODE
067600         STOP RUN
067700     END-IF
067800     DISPLAY 'GATE-MONTH-END: SNAPSHOT AS AT CLOSE DATE '
067900         WS-CLOSE-DATE.
068000 1100-EXIT.
068100     EXIT.
068200*
068300******************************************************************
068400*    1200-PROVE-PRIOR-SNAPSHOT - READ THE PRIOR GENERATION       *
068500*    THROUGH ONCE BEFORE ANYTHING IS WRITTEN.  IT MUST START     *
068600*    WITH A HEADER WHOSE CLOSE DATE IS BEFORE THIS ONE, HOLD     *
068700*    ITS ROWS IN ITEM ID ORDER AND END WITH A TRAILER THAT       *
068800*    AGREES WITH THEM IN COUNT AND VALUE - OTHERWISE THE         *
068900*    OPENING POSITION CANNOT BE TRUSTED AND THE RUN STOPS.  AN   *
069000*    ABSENT OR EMPTY PRIOR GENERATION MEANS THIS IS THE FIRST    *
069100*    MONTH-END SNAPSHOT.                                         *
069200******************************************************************
069300 1200-PROVE-PRIOR-SNAPSHOT.
069400     OPEN INPUT PRIOR-SNAPSHOT-FILE
069500     IF WS-PSNP-FILE-STATUS NOT = '00'
069600         AND WS-PSNP-FILE-STATUS NOT = '05'
069700         DISPLAY 'GATE-MONTH-END: PRIOR SNAPSHOT OPEN FAILED, '
069800             'STATUS ' WS-PSNP-FILE-STATUS
069900         MOVE 16 TO RETURN-CODE
070000         STOP RUN
070100     END-IF
070200     READ PRIOR-SNAPSHOT-FILE
070300         AT END
070400             SET WS-FIRST-SNAPSHOT TO TRUE
070500             CLOSE PRIOR-SNAPSHOT-FILE
070600             DISPLAY 'GATE-MONTH-END: NO PRIOR SNAPSHOT - '
070700                 'OPENING POSITION IS ZERO'
070800             GO TO 1200-EXIT
070900     END-READ
071000     IF NOT PSNP-HDR-TAG-OK
071100         DISPLAY 'GATE-MONTH-END: PRIOR SNAPSHOT HAS NO HEADER '
071200             'RECORD - RUN STOPPED'
071300         MOVE 16 TO RETURN-CODE
071400         STOP RUN
071500     END-IF
071600     SET WS-PRIOR-PRESENT TO TRUE
071700     MOVE PSNP-HDR-CLOSE-DATE TO WS-PRIOR-CLOSE-DATE
071800     IF WS-CLOSE-DATE NOT > WS-PRIOR-CLOSE-DATE
071900         DISPLAY 'GATE-MONTH-END: CLOSE DATE ' WS-CLOSE-DATE
072000             ' IS NOT AFTER PRIOR SNAPSHOT CLOSE DATE '
072100             WS-PRIOR-CLOSE-DATE ' - RUN STOPPED'
072200         MOVE 16 TO RETURN-CODE
072300         STOP RUN
072400     END-IF
072500     PERFORM 1250-PROVE-ONE-ROW THRU 1250-EXIT
072600         UNTIL WS-PRIOR-PROVED
072700     CLOSE PRIOR-SNAPSHOT-FILE
072800     DISPLAY 'GATE-MONTH-END: PRIOR SNAPSHOT OF '
072900         WS-PRIOR-CLOSE-DATE ' PROVED, ITEMS ' WS-PROVE-COUNT.
073000 1200-EXIT.
073100     EXIT.
073200*
073300 1250-PROVE-ONE-ROW.
073400     READ PRIOR-SNAPSHOT-FILE
073500         AT END
073600             DISPLAY 'GATE-MONTH-END: PRIOR SNAPSHOT HAS NO '
073700                 'TRAILER RECORD - TRUNCATED, RUN STOPPED'
073800             MOVE 16 TO RETURN-CODE
073900             STOP RUN
074000     END-READ
074100     IF PSNP-TRL-TAG-OK
074200         IF PSNP-TRL-ITEM-COUNT NOT = WS-PROVE-COUNT
074300             OR PSNP-TRL-AMOUNT NOT = WS-PROVE-AMOUNT
074400             DISPLAY 'GATE-MONTH-END: PRIOR SNAPSHOT TRAILER '
074500                 'DISAGREES WITH ITS ROWS - RUN STOPPED'
074600             MOVE 16 TO RETURN-CODE
074700             STOP RUN
074800         END-IF
074900         SET WS-PRIOR-PROVED TO TRUE
075000         GO TO 1250-EXIT
075100     END-IF
075200     IF PSNP-ITEM-ID NOT > WS-PRIR-PREV-KEY
075300         OR PSNP-ITEM-AMOUNT NOT NUMERIC
075400         DISPLAY 'GATE-MONTH-END: PRIOR SNAPSHOT ROW OUT OF '
075500             'ORDER OR DAMAGED AT ITEM ' PSNP-ITEM-ID
075600         MOVE 16 TO RETURN-CODE
075700         STOP RUN
075800     END-IF
075900     MOVE PSNP-ITEM-ID TO WS-PRIR-PREV-KEY
076000     ADD 1                TO WS-PROVE-COUNT
076100     ADD PSNP-ITEM-AMOUNT TO WS-PROVE-AMOUNT.
076200 1250-EXIT.
076300     EXIT.
076400*
076500******************************************************************
076600*    2000-MATCH-FILES - TWO-FILE BALANCED MATCH ON ITEM ID.  AN  *
076700*    ITEM ONLY ON THE MASTER IS NEW IN THE PERIOD, ONLY ON THE   *
076800*    PRIOR SNAPSHOT HAS LEFT THE MASTER, ON BOTH IS CARRIED      *
076900*    FROM ITS OPENING CATEGORY TO ITS CLOSING ONE.               *
077000******************************************************************
077100 2000-MATCH-FILES.
077200     EVALUATE TRUE
077300         WHEN WS-CURR-KEY < WS-PRIR-KEY
077400             PERFORM 2100-NEW-ITEM THRU 2100-EXIT
077500             PERFORM 2800-READ-MASTER THRU 2800-EXIT
077600         WHEN WS-CURR-KEY > WS-PRIR-KEY
077700             PERFORM 2200-ITEM-GONE THRU 2200-EXIT
077800             PERFORM 2850-READ-PRIOR THRU 2850-EXIT
077900         WHEN OTHER
078000             PERFORM 2300-ITEM-CARRIED THRU 2300-EXIT
078100             PERFORM 2800-READ-MASTER THRU 2800-EXIT
078200             PERFORM 2850-READ-PRIOR THRU 2850-EXIT
078300     END-EVALUATE.
078400 2000-EXIT.
078500     EXIT.
078600*
078700******************************************************************
078800*    2100-NEW-ITEM - ON THE MASTER BUT NOT THE PRIOR SNAPSHOT    *
078900******************************************************************
079000 2100-NEW-ITEM.
079100     ADD 1              TO WS-NEW-COUNT
079200     ADD WS-ITEM-AMOUNT TO WS-NEW-AMOUNT
079300     MOVE '(NEW)'          TO WS-FROM-RESULT
079400     MOVE MAST-RESULT-CODE TO WS-TO-RESULT
079500     MOVE MAST-REGION-CODE TO WS-TALLY-REGION
079600     MOVE WS-ITEM-AMOUNT   TO WS-TALLY-AMOUNT
079700     PERFORM 2500-TALLY-MOVEMENT THRU 2500-EXIT
079800     PERFORM 2600-WRITE-SNAPSHOT-ROW THRU 2600-EXIT.
079900 2100-EXIT.
080000     EXIT.
080100*
080200******************************************************************
080300*    2200-ITEM-GONE - ON THE PRIOR SNAPSHOT BUT NO LONGER ON     *
080400*    THE MASTER.  A MATCHING PURGE ARCHIVE ROW ACCOUNTS FOR IT;  *
080500*    WITHOUT ONE THE ITEM WAS LOST AND IS REPORTED AS DROPPED.   *
080600******************************************************************
080700 2200-ITEM-GONE.
080800     PERFORM 2400-SYNC-ARCHIVE THRU 2400-EXIT
080900     IF WS-ARCH-KEY = WS-PRIR-KEY
081000         ADD 1               TO WS-PURGED-COUNT
081100         ADD WS-PRIOR-AMOUNT TO WS-PURGED-AMOUNT
081200         MOVE '(PURGED)'     TO WS-TO-RESULT
081300         PERFORM 2900-READ-ARCHIVE THRU 2900-EXIT
081400     ELSE
081500         ADD 1               TO WS-DROPPED-COUNT
081600         ADD WS-PRIOR-AMOUNT TO WS-DROPPED-AMOUNT
081700         MOVE '(DROPPED)'    TO WS-TO-RESULT
081800         DISPLAY 'GATE-MONTH-END: ITEM ' PSNP-ITEM-ID
081900             ' LEFT THE MASTER WITH NO PURGE ARCHIVE ROW'
082000     END-IF
082100     MOVE PSNP-RESULT-CODE TO WS-FROM-RESULT
082200     MOVE PSNP-REGION-CODE TO WS-TALLY-REGION
082300     MOVE WS-PRIOR-AMOUNT  TO WS-TALLY-AMOUNT
082400     PERFORM 2500-TALLY-MOVEMENT THRU 2500-EXIT
082500     PERFORM 2700-TALLY-OPENING THRU 2700-EXIT.
082600 2200-EXIT.
082700     EXIT.
082800*
082900******************************************************************
083000*    2300-ITEM-CARRIED - ON BOTH.  THE ITEM MOVES FROM ITS       *
083100*    OPENING CATEGORY TO ITS CLOSING ONE (THE SAME CATEGORY IS   *
083200*    A ROW OF ITS OWN) AND ANY CHANGE IN ITS AMOUNT IS A         *
083300*    REVALUATION IN THE BALANCE PROOF.                           *
083400******************************************************************
083500 2300-ITEM-CARRIED.
083600     ADD 1 TO WS-CARRIED-COUNT
083700     IF MAST-RESULT-CODE NOT = PSNP-RESULT-CODE
083800         ADD 1 TO WS-MOVED-COUNT
083900     END-IF
084000     IF WS-ITEM-AMOUNT > WS-PRIOR-AMOUNT
084100         ADD WS-ITEM-AMOUNT       TO WS-REVALUED-UP-AMOUNT
084200         SUBTRACT WS-PRIOR-AMOUNT FROM WS-REVALUED-UP-AMOUNT
084300     END-IF
084400     IF WS-ITEM-AMOUNT < WS-PRIOR-AMOUNT
084500         ADD WS-PRIOR-AMOUNT      TO WS-REVALUED-DOWN-AMOUNT
084600         SUBTRACT WS-ITEM-AMOUNT  FROM WS-REVALUED-DOWN-AMOUNT
084700     END-IF
084800     MOVE PSNP-RESULT-CODE TO WS-FROM-RESULT
084900     MOVE MAST-RESULT-CODE TO WS-TO-RESULT
085000     MOVE MAST-REGION-CODE TO WS-TALLY-REGION
085100     MOVE WS-ITEM-AMOUNT   TO WS-TALLY-AMOUNT
085200     PERFORM 2500-TALLY-MOVEMENT THRU 2500-EXIT
085300     PERFORM 2700-TALLY-OPENING THRU 2700-EXIT
085400     PERFORM 2600-WRITE-SNAPSHOT-ROW THRU 2600-EXIT.
085500 2300-EXIT.
085600     EXIT.
085700*
085800******************************************************************
085900*    2400-SYNC-ARCHIVE - STEP THE SORTED PURGE ARCHIVE UP TO     *
086000*    THE PRIOR SNAPSHOT KEY.  AN ARCHIVE ROW PASSED OVER WAS     *
086100*    NOT ON THE PRIOR SNAPSHOT - AN ITEM ADDED AND PURGED IN     *
086200*    THE SAME PERIOD, OR AN OLDER ARCHIVE GENERATION GIVEN IN    *
086300*    THE CONCATENATION - AND IS ONLY COUNTED.                    *
086400******************************************************************
086500 2400-SYNC-ARCHIVE.
086600     PERFORM 2450-SKIP-ARCHIVE-ROW THRU 2450-EXIT
086700         UNTIL WS-ARCH-KEY NOT < WS-PRIR-KEY.
086800 2400-EXIT.
086900     EXIT.
087000*
087100 2450-SKIP-ARCHIVE-ROW.
087200     ADD 1 TO WS-ARCH-UNMATCHED-COUNT
087300     PERFORM 2900-READ-ARCHIVE THRU 2900-EXIT.
087400 2450-EXIT.
087500     EXIT.
087600*
087700******************************************************************
087800*    2500-TALLY-MOVEMENT - FIND (OR OPEN) THE MIGRATION TABLE    *
087900*    ROW FOR THE FROM/TO PAIR AND ADD THE ITEM AND ITS VALUE     *
088000*    UNDER ITS REGION COLUMN                                     *
088100******************************************************************
088200 2500-TALLY-MOVEMENT.
088300     SET MOVE-IDX TO 1
088400     SEARCH WS-MOVE-ENTRY
088500         AT END
088600             PERFORM 2550-OPEN-MOVEMENT-ROW THRU 2550-EXIT
088700         WHEN MOVE-IDX > WS-MOVE-COUNT
088800             PERFORM 2550-OPEN-MOVEMENT-ROW THRU 2550-EXIT
088900         WHEN WS-MOVE-FROM (MOVE-IDX) = WS-FROM-RESULT
089000           AND WS-MOVE-TO (MOVE-IDX) = WS-TO-RESULT
089100             CONTINUE
089200     END-SEARCH
089300     ADD 1               TO WS-MOVE-TOTAL (MOVE-IDX)
089400     ADD WS-TALLY-AMOUNT TO WS-MOVE-AMOUNT (MOVE-IDX)
089500     PERFORM 2950-FIND-REGION-SLOT THRU 2950-EXIT
089600     SET WS-REG-SUB TO REG-IDX
089700     ADD 1 TO WS-MOVE-REG-COUNT (MOVE-IDX, WS-REG-SUB)
089800     ADD WS-TALLY-AMOUNT
089900         TO WS-MOVE-REG-AMOUNT (MOVE-IDX, WS-REG-SUB).
090000 2500-EXIT.
090100     EXIT.
090200*
090300******************************************************************
090400*    2550-OPEN-MOVEMENT-ROW - FIRST ITEM SEEN FOR THIS FROM/TO   *
090500*    PAIR: TAKE THE NEXT FREE ROW AND LEAVE MOVE-IDX ON IT       *
090600******************************************************************
090700 2550-OPEN-MOVEMENT-ROW.
090800     IF WS-MOVE-COUNT NOT LESS THAN WS-MOVE-MAX-ENTRIES
090900         DISPLAY 'GATE-MONTH-END: MIGRATION TABLE FULL AT '
091000             WS-MOVE-MAX-ENTRIES
091100         MOVE 16 TO RETURN-CODE
091200         STOP RUN
091300     END-IF
091400     ADD 1 TO WS-MOVE-COUNT
091500     SET MOVE-IDX TO WS-MOVE-COUNT
091600     MOVE WS-FROM-RESULT TO WS-MOVE-FROM (MOVE-IDX)
091700     MOVE WS-TO-RESULT   TO WS-MOVE-TO (MOVE-IDX)
091800     MOVE ZERO           TO WS-MOVE-TOTAL (MOVE-IDX)
091900                            WS-MOVE-AMOUNT (MOVE-IDX)
092000     MOVE ZERO           TO WS-MOVE-REG-COUNT (MOVE-IDX, 1)
092100                            WS-MOVE-REG-COUNT (MOVE-IDX, 2)
092200                            WS-MOVE-REG-COUNT (MOVE-IDX, 3)
092300                            WS-MOVE-REG-COUNT (MOVE-IDX, 4)
092400     MOVE ZERO           TO WS-MOVE-REG-AMOUNT (MOVE-IDX, 1)
092500                            WS-MOVE-REG-AMOUNT (MOVE-IDX, 2)
092600                            WS-MOVE-REG-AMOUNT (MOVE-IDX, 3)
092700                            WS-MOVE-REG-AMOUNT (MOVE-IDX, 4).
092800 2550-EXIT.
092900     EXIT.
093000*
093100******************************************************************
093200*    2600-WRITE-SNAPSHOT-ROW - FREEZE THE MASTER ROW INTO THE    *
093300*    NEW GENERATION AND COUNT IT INTO THE CLOSING POSITION       *
093400******************************************************************
093500 2600-WRITE-SNAPSHOT-ROW.
093600     MOVE MAST-RECORD    TO SNAP-RECORD
093700     MOVE WS-ITEM-AMOUNT TO SNAP-ITEM-AMOUNT
093800     WRITE SNAP-RECORD
093900     ADD 1              TO WS-SNAP-WRITTEN-COUNT
094000     ADD WS-ITEM-AMOUNT TO WS-CLOSING-AMOUNT
094100     IF MAST-LAST-DECISION-DATE NUMERIC
094200         AND MAST-LAST-DECISION-DATE > WS-CLOSE-DATE
094300         ADD 1 TO WS-LATE-DECISION-COUNT
094400     END-IF
094500     MOVE MAST-RESULT-CODE TO WS-CAT-RESULT
094600     PERFORM 2780-FIND-CATEGORY THRU 2780-EXIT
094700     ADD 1              TO WS-CAT-CLOSE-COUNT (CAT-IDX)
094800     ADD WS-ITEM-AMOUNT TO WS-CAT-CLOSE-AMOUNT (CAT-IDX).
094900 2600-EXIT.
095000     EXIT.
095100*
095200******************************************************************
095300*    2700-TALLY-OPENING - COUNT A PRIOR SNAPSHOT ROW INTO THE    *
095400*    OPENING POSITION OF ITS CATEGORY                            *
095500******************************************************************
095600 2700-TALLY-OPENING.
095700     ADD WS-PRIOR-AMOUNT TO WS-OPENING-AMOUNT
095800     MOVE PSNP-RESULT-CODE TO WS-CAT-RESULT
095900     PERFORM 2780-FIND-CATEGORY THRU 2780-EXIT
096000     ADD 1               TO WS-CAT-OPEN-COUNT (CAT-IDX)
096100     ADD WS-PRIOR-AMOUNT TO WS-CAT-OPEN-AMOUNT (CAT-IDX).
096200 2700-EXIT.
096300     EXIT.
096400*
096500******************************************************************
096600*    2780-FIND-CATEGORY - POINT CAT-IDX AT THE POSITION ROW FOR  *
096700*    WS-CAT-RESULT, OPENING A NEW ROW THE FIRST TIME IT IS SEEN  *
096800******************************************************************
096900 2780-FIND-CATEGORY.
097000     SET CAT-IDX TO 1
097100     SEARCH WS-CAT-ENTRY
097200         AT END
097300             PERFORM 2790-OPEN-CATEGORY-ROW THRU 2790-EXIT
097400         WHEN CAT-IDX > WS-CAT-COUNT
097500             PERFORM 2790-OPEN-CATEGORY-ROW THRU 2790-EXIT
097600         WHEN WS-CAT-CODE (CAT-IDX) = WS-CAT-RESULT
097700             CONTINUE
097800     END-SEARCH.
097900 2780-EXIT.
098000     EXIT.
098100*
098200 2790-OPEN-CATEGORY-ROW.
098300     IF WS-CAT-COUNT NOT LESS THAN WS-CAT-MAX-ENTRIES
098400         DISPLAY 'GATE-MONTH-END: CATEGORY TABLE FULL AT '
098500             WS-CAT-MAX-ENTRIES
098600         MOVE 16 TO RETURN-CODE
098700         STOP RUN
098800     END-IF
098900     ADD 1 TO WS-CAT-COUNT
099000     SET CAT-IDX TO WS-CAT-COUNT
099100     MOVE WS-CAT-RESULT TO WS-CAT-CODE (CAT-IDX)
099200     MOVE ZERO          TO WS-CAT-OPEN-COUNT (CAT-IDX)
099300                           WS-CAT-OPEN-AMOUNT (CAT-IDX)
099400                           WS-CAT-CLOSE-COUNT (CAT-IDX)
099500                           WS-CAT-CLOSE-AMOUNT (CAT-IDX).
099600 2790-EXIT.
099700     EXIT.
099800*
099900******************************************************************
100000*    2800-READ-MASTER - READ THE NEXT MASTER ROW IN KEY ORDER.   *
100100*    AT EOF THE KEY GOES TO HIGH-VALUES SO THE MATCH LOOP        *
100200*    DRAINS THE PRIOR SNAPSHOT.                                  *
100300******************************************************************
100400 2800-READ-MASTER.
100500     READ GATE-MASTER-FILE
100600         AT END
100700             MOVE HIGH-VALUES TO WS-CURR-KEY
100800         NOT AT END
100900             ADD 1 TO WS-MASTER-READ-COUNT
101000             MOVE MAST-ITEM-ID TO WS-CURR-KEY
101100             IF MAST-ITEM-AMOUNT NUMERIC
101200                 MOVE MAST-ITEM-AMOUNT TO WS-ITEM-AMOUNT
101300             ELSE
101400                 MOVE ZERO             TO WS-ITEM-AMOUNT
101500             END-IF
101600     END-READ.
101700 2800-EXIT.
101800     EXIT.
101900*
102000******************************************************************
102100*    2850-READ-PRIOR - READ THE NEXT PRIOR SNAPSHOT ROW.  THE    *
102200*    TRAILER ENDS THE FILE; IT WAS PROVED AT INITIALIZATION.     *
102300******************************************************************
102400 2850-READ-PRIOR.
102500     READ PRIOR-SNAPSHOT-FILE
102600         AT END
102700             MOVE HIGH-VALUES TO WS-PRIR-KEY
102800             GO TO 2850-EXIT
102900     END-READ
103000     IF PSNP-TRL-TAG-OK
103100         MOVE HIGH-VALUES TO WS-PRIR-KEY
103200         GO TO 2850-EXIT
103300     END-IF
103400     ADD 1 TO WS-PRIOR-READ-COUNT
103500     MOVE PSNP-ITEM-ID     TO WS-PRIR-KEY
103600     MOVE PSNP-ITEM-AMOUNT TO WS-PRIOR-AMOUNT.
103700 2850-EXIT.
103800     EXIT.
103900*
104000******************************************************************
104100*    2900-READ-ARCHIVE - READ THE NEXT SORTED PURGE ARCHIVE ROW  *
104200******************************************************************
104300 2900-READ-ARCHIVE.
104400     READ PURGE-SORTED-FILE
104500         AT END
104600             MOVE HIGH-VALUES TO WS-ARCH-KEY
104700         NOT AT END
104800             ADD 1 TO WS-ARCH-READ-COUNT
104900             MOVE ARCH-ITEM-ID TO WS-ARCH-KEY
105000     END-READ.
105100 2900-EXIT.
105200     EXIT.
105300*
105400******************************************************************
105500*    2950-FIND-REGION-SLOT - POINT REG-IDX AT THE COLUMN SLOT    *
105600*    FOR WS-TALLY-REGION, OR AT THE *** CATCH-ALL WHEN THE CODE  *
105700*    IS BLANK OR MATCHES NO KNOWN FEED                           *
105800******************************************************************
105900 2950-FIND-REGION-SLOT.
106000     SET REG-IDX TO 1
106100     SEARCH WS-REGION-SLOT
106200         AT END
106300             SET REG-IDX TO 4
106400         WHEN WS-REG-CODE (REG-IDX) = WS-TALLY-REGION
106500             CONTINUE
106600     END-SEARCH.
106700 2950-EXIT.
106800     EXIT.
106900*
107000******************************************************************
107100*    3000-FINALIZE - COUNT ANY ARCHIVE ROWS LEFT OVER, CLOSE     *
107200*    THE NEW SNAPSHOT WITH ITS TRAILER, THEN PRINT THE TWO       *
107300*    MIGRATION MATRICES, THE CATEGORY POSITION AND THE BALANCE   *
107400*    PROOF                                                       *
107500******************************************************************
107600 3000-FINALIZE.
107700     PERFORM 2450-SKIP-ARCHIVE-ROW THRU 2450-EXIT
107800         UNTIL WS-ARCH-KEY = HIGH-VALUES
107900     MOVE SPACES                TO SNAP-TRAILER-RECORD
108000     MOVE 'T'                   TO SNAP-TRL-TAG
108100     MOVE WS-SNAP-WRITTEN-COUNT TO SNAP-TRL-ITEM-COUNT
108200     MOVE WS-CLOSING-AMOUNT     TO SNAP-TRL-AMOUNT
108300     WRITE SNAP-TRAILER-RECORD
108400     MOVE 'CATEGORY MIGRATION - ITEM COUNTS BY REGION'
108500         TO RPT-SECTION-TITLE
108600     MOVE RPT-COUNT-HEADING-LINE TO RPT-COLUMN-HEADING-LINE
108700     PERFORM 4000-WRITE-RPT-HEADING THRU 4000-EXIT
108800     IF WS-MOVE-COUNT = ZERO
108900         WRITE RPT-LINE FROM RPT-NO-MOVES-LINE
109000             AFTER ADVANCING 1 LINE
109100         ADD 1 TO WS-LINE-COUNT
109200     ELSE
109300         PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT
109400             VARYING MOVE-IDX FROM 1 BY 1
109500             UNTIL MOVE-IDX > WS-MOVE-COUNT
109600     END-IF
109700     MOVE 'CATEGORY MIGRATION - VALUE BY REGION'
109800         TO RPT-SECTION-TITLE
109900     MOVE RPT-VALUE-HEADING-LINE TO RPT-COLUMN-HEADING-LINE
110000     PERFORM 4000-WRITE-RPT-HEADING THRU 4000-EXIT
110100     PERFORM 3200-WRITE-VALUE-LINE THRU 3200-EXIT
110200         VARYING MOVE-IDX FROM 1 BY 1
110300         UNTIL MOVE-IDX > WS-MOVE-COUNT
110400     MOVE 'CATEGORY POSITION - OPENING AND CLOSING'
110500         TO RPT-SECTION-TITLE
110600     MOVE RPT-POSITION-HEADING-LINE TO RPT-COLUMN-HEADING-LINE
110700     PERFORM 4000-WRITE-RPT-HEADING THRU 4000-EXIT
110800     PERFORM 3300-WRITE-POSITION-LINE THRU 3300-EXIT
110900         VARYING CAT-IDX FROM 1 BY 1
111000         UNTIL CAT-IDX > WS-CAT-COUNT
111100     MOVE SPACES                  TO RPT-POSITION-LINE
111200     MOVE 'ALL CATEGORIES'        TO RPT-POSITION-CODE
111300     MOVE WS-PRIOR-READ-COUNT     TO RPT-POSITION-OPEN-COUNT
111400     MOVE WS-OPENING-AMOUNT       TO RPT-POSITION-OPEN-AMOUNT
111500     MOVE WS-SNAP-WRITTEN-COUNT   TO RPT-POSITION-CLOSE-COUNT
111600     MOVE WS-CLOSING-AMOUNT       TO RPT-POSITION-CLOSE-AMOUNT
111700     WRITE RPT-LINE FROM RPT-BLANK-LINE AFTER ADVANCING 1 LINE
111800     WRITE RPT-LINE FROM RPT-POSITION-LINE AFTER ADVANCING 1 LINE
111900     ADD 2 TO WS-LINE-COUNT
112000     MOVE 'BALANCE PROOF' TO RPT-SECTION-TITLE
112100     MOVE RPT-CHECK-HEADING-LINE TO RPT-COLUMN-HEADING-LINE
112200     PERFORM 4000-WRITE-RPT-HEADING THRU 4000-EXIT
112300     PERFORM 3400-PROVE-BALANCE THRU 3400-EXIT
112400     PERFORM 3500-WRITE-CONTROL-TOTALS THRU 3500-EXIT
112500     CLOSE GATE-MASTER-FILE
112600     IF WS-PRIOR-PRESENT
112700         CLOSE PRIOR-SNAPSHOT-FILE
112800     END-IF
112900     CLOSE PURGE-SORTED-FILE
113000     CLOSE SNAPSHOT-FILE
113100     CLOSE MONTH-END-RPT-FILE
113200     DISPLAY 'GATE-MONTH-END: OPENING ITEMS ' WS-PRIOR-READ-COUNT
113300         ' NEW ' WS-NEW-COUNT ' PURGED ' WS-PURGED-COUNT
113400         ' DROPPED ' WS-DROPPED-COUNT
113500     DISPLAY 'GATE-MONTH-END: CLOSING ITEMS '
113600         WS-SNAP-WRITTEN-COUNT ' WRITTEN TO THE SNAPSHOT'.
113700 3000-EXIT.
113800     EXIT.
113900*
114000******************************************************************
114100*    3100-WRITE-COUNT-LINE - ONE FROM/TO PAIR, ITEM COUNTS       *
114200******************************************************************
114300 3100-WRITE-COUNT-LINE.
114400     MOVE WS-MOVE-FROM (MOVE-IDX)  TO RPT-COUNT-FROM
114500     MOVE WS-MOVE-TO (MOVE-IDX)    TO RPT-COUNT-TO
114600     MOVE WS-MOVE-TOTAL (MOVE-IDX) TO RPT-COUNT-TOTAL
114700     MOVE WS-MOVE-REG-COUNT (MOVE-IDX, 1) TO RPT-COUNT-R1
114800     MOVE WS-MOVE-REG-COUNT (MOVE-IDX, 2) TO RPT-COUNT-R2
114900     MOVE WS-MOVE-REG-COUNT (MOVE-IDX, 3) TO RPT-COUNT-R3
115000     MOVE WS-MOVE-REG-COUNT (MOVE-IDX, 4) TO RPT-COUNT-OTHER
115100     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES-PER-PAGE
115200         PERFORM 4000-WRITE-RPT-HEADING THRU 4000-EXIT
115300     END-IF
115400     WRITE RPT-LINE FROM RPT-COUNT-LINE AFTER ADVANCING 1 LINE
115500     ADD 1 TO WS-LINE-COUNT.
115600 3100-EXIT.
115700     EXIT.
115800*
115900******************************************************************
116000*    3200-WRITE-VALUE-LINE - ONE FROM/TO PAIR, VALUES            *
116100******************************************************************
116200 3200-WRITE-VALUE-LINE.
116300     MOVE WS-MOVE-FROM (MOVE-IDX)   TO RPT-VALUE-FROM
116400     MOVE WS-MOVE-TO (MOVE-IDX)     TO RPT-VALUE-TO
116500     MOVE WS-MOVE-AMOUNT (MOVE-IDX) TO RPT-VALUE-TOTAL
116600     MOVE WS-MOVE-REG-AMOUNT (MOVE-IDX, 1) TO RPT-VALUE-R1
116700     MOVE WS-MOVE-REG-AMOUNT (MOVE-IDX, 2) TO RPT-VALUE-R2
116800     MOVE WS-MOVE-REG-AMOUNT (MOVE-IDX, 3) TO RPT-VALUE-R3
116900     MOVE WS-MOVE-REG-AMOUNT (MOVE-IDX, 4) TO RPT-VALUE-OTHER
117000     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES-PER-PAGE
117100         PERFORM 4000-WRITE-RPT-HEADING THRU 4000-EXIT
117200     END-IF
117300     WRITE RPT-LINE FROM RPT-VALUE-LINE AFTER ADVANCING 1 LINE
117400     ADD 1 TO WS-LINE-COUNT.
117500 3200-EXIT.
117600     EXIT.
117700*
117800******************************************************************
117900*    3300-WRITE-POSITION-LINE - ONE CATEGORY, OPENING AND        *
118000*    CLOSING                                                     *
118100******************************************************************
118200 3300-WRITE-POSITION-LINE.
118300     MOVE SPACES                 TO RPT-POSITION-LINE
118400     MOVE WS-CAT-CODE (CAT-IDX) TO RPT-POSITION-CODE
118500     MOVE WS-CAT-OPEN-COUNT (CAT-IDX)
118600         TO RPT-POSITION-OPEN-COUNT
118700     MOVE WS-CAT-OPEN-AMOUNT (CAT-IDX)
118800         TO RPT-POSITION-OPEN-AMOUNT
118900     MOVE WS-CAT-CLOSE-COUNT (CAT-IDX)
119000         TO RPT-POSITION-CLOSE-COUNT
119100     MOVE WS-CAT-CLOSE-AMOUNT (CAT-IDX)
119200         TO RPT-POSITION-CLOSE-AMOUNT
119300     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES-PER-PAGE
119400         PERFORM 4000-WRITE-RPT-HEADING THRU 4000-EXIT
119500     END-IF
119600     WRITE RPT-LINE FROM RPT-POSITION-LINE AFTER ADVANCING 1 LINE
119700     ADD 1 TO WS-LINE-COUNT.
119800 3300-EXIT.
119900     EXIT.
120000*
120100******************************************************************
120200*    3400-PROVE-BALANCE - THE MONTH MUST ROLL FORWARD: OPENING   *
120300*    PLUS NEW LESS DEPARTURES IS THE CLOSING SNAPSHOT IN ITEMS,  *
120400*    AND WITH THE REVALUATIONS IN VALUE; AND THE MIGRATION       *
120500*    MATRIX, FOOTED FROM EACH SIDE, MUST COME BACK TO THE        *
120600*    OPENING AND THE CLOSING POSITIONS.                          *
120700******************************************************************
120800 3400-PROVE-BALANCE.
120900     MOVE 'OPENING ROWS READ = PRIOR SNAPSHOT TRAILER'
121000         TO RPT-CHECK-NAME
121100     MOVE WS-PRIOR-READ-COUNT TO WS-LEFT-SIDE
121200     MOVE WS-PROVE-COUNT      TO WS-RIGHT-SIDE
121300     PERFORM 3410-PROVE-ONE-CHECK THRU 3410-EXIT
121400     MOVE 'OPENING + NEW - PURGED - DROPPED = CLOSING'
121500         TO RPT-CHECK-NAME
121600     COMPUTE WS-LEFT-SIDE = WS-PRIOR-READ-COUNT + WS-NEW-COUNT
121700         - WS-PURGED-COUNT - WS-DROPPED-COUNT
121800     MOVE WS-SNAP-WRITTEN-COUNT TO WS-RIGHT-SIDE
121900     PERFORM 3410-PROVE-ONE-CHECK THRU 3410-EXIT
122000     PERFORM 3450-FOOT-MIGRATION-ROW THRU 3450-EXIT
122100         VARYING MOVE-IDX FROM 1 BY 1
122200         UNTIL MOVE-IDX > WS-MOVE-COUNT
122300     MOVE 'MATRIX FOOTED FROM THE OPENING CATEGORIES'
122400         TO RPT-CHECK-NAME
122500     MOVE WS-FOOT-OPEN-COUNT  TO WS-LEFT-SIDE
122600     MOVE WS-PRIOR-READ-COUNT TO WS-RIGHT-SIDE
122700     PERFORM 3410-PROVE-ONE-CHECK THRU 3410-EXIT
122800     MOVE 'MATRIX FOOTED TO THE CLOSING CATEGORIES'
122900         TO RPT-CHECK-NAME
123000     MOVE WS-FOOT-CLOSE-COUNT   TO WS-LEFT-SIDE
123100     MOVE WS-SNAP-WRITTEN-COUNT TO WS-RIGHT-SIDE
123200     PERFORM 3410-PROVE-ONE-CHECK THRU 3410-EXIT
123300     MOVE 'MATRIX VALUE FOOTED TO THE CLOSING POSITION'
123400         TO RPT-VALUE-CHECK-NAME
123500     MOVE WS-FOOT-CLOSE-AMOUNT TO WS-LEFT-VALUE
123600     MOVE WS-CLOSING-AMOUNT    TO WS-RIGHT-VALUE
123700     PERFORM 3420-PROVE-ONE-VALUE THRU 3420-EXIT
123800     MOVE 'OPENING VALUE = PRIOR SNAPSHOT TRAILER'
123900         TO RPT-VALUE-CHECK-NAME
124000     MOVE WS-OPENING-AMOUNT TO WS-LEFT-VALUE
124100     MOVE WS-PROVE-AMOUNT   TO WS-RIGHT-VALUE
124200     PERFORM 3420-PROVE-ONE-VALUE THRU 3420-EXIT
124300     MOVE 'OPENING + NEW - OUT + REVALUED = CLOSING'
124400         TO RPT-VALUE-CHECK-NAME
124500     COMPUTE WS-LEFT-VALUE = WS-OPENING-AMOUNT + WS-NEW-AMOUNT
124600         - WS-PURGED-AMOUNT - WS-DROPPED-AMOUNT
124700         + WS-REVALUED-UP-AMOUNT - WS-REVALUED-DOWN-AMOUNT
124800     MOVE WS-CLOSING-AMOUNT TO WS-RIGHT-VALUE
124900     PERFORM 3420-PROVE-ONE-VALUE THRU 3420-EXIT
125000     WRITE RPT-LINE FROM RPT-BLANK-LINE AFTER ADVANCING 1 LINE
125100     IF WS-BREAK-COUNT = ZERO AND WS-DROPPED-COUNT = ZERO
125200         MOVE 'THE MONTH BALANCES' TO RPT-VERDICT-TEXT
125300     ELSE
125400         IF WS-BREAK-COUNT = ZERO
125500             MOVE 'THE MONTH BALANCES - ITEMS DROPPED UNPURGED'
125600                 TO RPT-VERDICT-TEXT
125700         ELSE
125800             MOVE 'THE MONTH DOES NOT BALANCE - HOLD THE SNAPSHOT'
125900                 TO RPT-VERDICT-TEXT
126000         END-IF
126100     END-IF
126200     WRITE RPT-LINE FROM RPT-VERDICT-LINE AFTER ADVANCING 1 LINE
126300     ADD 2 TO WS-LINE-COUNT.
126400 3400-EXIT.
126500     EXIT.
126600*
126700 3410-PROVE-ONE-CHECK.
126800     MOVE WS-LEFT-SIDE  TO RPT-CHECK-LEFT
126900     MOVE WS-RIGHT-SIDE TO RPT-CHECK-RIGHT
127000     IF WS-LEFT-SIDE = WS-RIGHT-SIDE
127100         MOVE 'OK'       TO RPT-CHECK-STATUS
127200     ELSE
127300         MOVE '*BREAK*'  TO RPT-CHECK-STATUS
127400         ADD 1 TO WS-BREAK-COUNT
127500         DISPLAY 'GATE-MONTH-END: BREAK - ' RPT-CHECK-NAME
127600     END-IF
127700     WRITE RPT-LINE FROM RPT-CHECK-LINE AFTER ADVANCING 1 LINE
127800     ADD 1 TO WS-LINE-COUNT.
127900 3410-EXIT.
128000     EXIT.
128100*
128200 3420-PROVE-ONE-VALUE.
128300     MOVE WS-LEFT-VALUE  TO RPT-VALUE-CHECK-LEFT
128400     MOVE WS-RIGHT-VALUE TO RPT-VALUE-CHECK-RIGHT
128500     IF WS-LEFT-VALUE = WS-RIGHT-VALUE
128600         MOVE 'OK'       TO RPT-VALUE-CHECK-STATUS
128700     ELSE
128800         MOVE '*BREAK*'  TO RPT-VALUE-CHECK-STATUS
128900         ADD 1 TO WS-BREAK-COUNT
129000         DISPLAY 'GATE-MONTH-END: BREAK - ' RPT-VALUE-CHECK-NAME
129100     END-IF
129200     WRITE RPT-LINE FROM RPT-VALUE-CHECK-LINE
129300         AFTER ADVANCING 1 LINE
129400     ADD 1 TO WS-LINE-COUNT.
129500 3420-EXIT.
129600     EXIT.
129700*
129800******************************************************************
129900*    3450-FOOT-MIGRATION-ROW - ADD ONE MATRIX ROW INTO THE       *
130000*    FOOTINGS: A ROW NOT FROM (NEW) STARTED THE MONTH IN AN      *
130100*    OPENING CATEGORY; A ROW NOT TO (PURGED) OR (DROPPED) ENDS   *
130200*    IT IN A CLOSING ONE                                         *
130300******************************************************************
130400 3450-FOOT-MIGRATION-ROW.
130500     IF WS-MOVE-FROM (MOVE-IDX) NOT = '(NEW)'
130600         ADD WS-MOVE-TOTAL (MOVE-IDX)  TO WS-FOOT-OPEN-COUNT
130700     END-IF
130800     IF WS-MOVE-TO (MOVE-IDX) NOT = '(PURGED)'
130900         AND WS-MOVE-TO (MOVE-IDX) NOT = '(DROPPED)'
131000         ADD WS-MOVE-TOTAL (MOVE-IDX)  TO WS-FOOT-CLOSE-COUNT
131100         ADD WS-MOVE-AMOUNT (MOVE-IDX) TO WS-FOOT-CLOSE-AMOUNT
131200     END-IF.
131300 3450-EXIT.
131400     EXIT.
131500*
131600******************************************************************
131700*    3500-WRITE-CONTROL-TOTALS - THE ROLL-FORWARD IN FULL,       *
131800*    PRINTED AFTER THE BALANCE PROOF                             *
131900******************************************************************
132000 3500-WRITE-CONTROL-TOTALS.
132100     WRITE RPT-LINE FROM RPT-BLANK-LINE AFTER ADVANCING 1 LINE
132200     WRITE RPT-LINE FROM RPT-TOTALS-TITLE-LINE
132300         AFTER ADVANCING 1 LINE
132400     WRITE RPT-LINE FROM RPT-BLANK-LINE AFTER ADVANCING 1 LINE
132500     MOVE 'OPENING ITEMS'            TO RPT-TOTALS-LABEL
132600     MOVE WS-PRIOR-READ-COUNT        TO RPT-TOTALS-VALUE
132700     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
132800     MOVE 'NEW ITEMS'                TO RPT-TOTALS-LABEL
132900     MOVE WS-NEW-COUNT               TO RPT-TOTALS-VALUE
133000     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
133100     MOVE 'ITEMS PURGED'             TO RPT-TOTALS-LABEL
133200     MOVE WS-PURGED-COUNT            TO RPT-TOTALS-VALUE
133300     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
133400     MOVE 'ITEMS DROPPED UNPURGED'   TO RPT-TOTALS-LABEL
133500     MOVE WS-DROPPED-COUNT           TO RPT-TOTALS-VALUE
133600     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
133700     MOVE 'CLOSING ITEMS'            TO RPT-TOTALS-LABEL
133800     MOVE WS-SNAP-WRITTEN-COUNT      TO RPT-TOTALS-VALUE
133900     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
134000     MOVE 'ITEMS CARRIED FORWARD'    TO RPT-TOTALS-LABEL
134100     MOVE WS-CARRIED-COUNT           TO RPT-TOTALS-VALUE
134200     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
134300     MOVE 'ITEMS THAT CHANGED CATEGORY' TO RPT-TOTALS-LABEL
134400     MOVE WS-MOVED-COUNT             TO RPT-TOTALS-VALUE
134500     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
134600     MOVE 'PURGE ARCHIVE ROWS READ'  TO RPT-TOTALS-LABEL
134700     MOVE WS-ARCH-READ-COUNT         TO RPT-TOTALS-VALUE
134800     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
134900     MOVE 'ARCHIVE ROWS NOT ON PRIOR'  TO RPT-TOTALS-LABEL
135000     MOVE WS-ARCH-UNMATCHED-COUNT    TO RPT-TOTALS-VALUE
135100     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
135200     MOVE 'ITEMS DECIDED AFTER CLOSE'  TO RPT-TOTALS-LABEL
135300     MOVE WS-LATE-DECISION-COUNT     TO RPT-TOTALS-VALUE
135400     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
135500     MOVE 'OPENING VALUE'            TO RPT-AMOUNT-LABEL
135600     MOVE WS-OPENING-AMOUNT          TO RPT-AMOUNT-VALUE
135700     WRITE RPT-LINE FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE
135800     MOVE 'VALUE OF NEW ITEMS'       TO RPT-AMOUNT-LABEL
135900     MOVE WS-NEW-AMOUNT              TO RPT-AMOUNT-VALUE
136000     WRITE RPT-LINE FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE
136100     MOVE 'VALUE OF ITEMS PURGED'    TO RPT-AMOUNT-LABEL
136200     MOVE WS-PURGED-AMOUNT           TO RPT-AMOUNT-VALUE
136300     WRITE RPT-LINE FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE
136400     MOVE 'VALUE OF ITEMS DROPPED'   TO RPT-AMOUNT-LABEL
136500     MOVE WS-DROPPED-AMOUNT          TO RPT-AMOUNT-VALUE
136600     WRITE RPT-LINE FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE
136700     MOVE 'REVALUATION INCREASES'    TO RPT-AMOUNT-LABEL
136800     MOVE WS-REVALUED-UP-AMOUNT      TO RPT-AMOUNT-VALUE
136900     WRITE RPT-LINE FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE
137000     MOVE 'REVALUATION DECREASES'    TO RPT-AMOUNT-LABEL
137100     MOVE WS-REVALUED-DOWN-AMOUNT    TO RPT-AMOUNT-VALUE
137200     WRITE RPT-LINE FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE
137300     MOVE 'CLOSING VALUE'            TO RPT-AMOUNT-LABEL
137400     MOVE WS-CLOSING-AMOUNT          TO RPT-AMOUNT-VALUE
137500     WRITE RPT-LINE FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE.
137600 3500-EXIT.
137700     EXIT.
137800*
137900******************************************************************
138000*    4000-WRITE-RPT-HEADING - START A NEW REPORT PAGE UNDER THE  *
138100*    CURRENT SECTION TITLE AND COLUMN HEADING                    *
138200******************************************************************
138300 4000-WRITE-RPT-HEADING.
138400     ADD 1 TO WS-PAGE-COUNT
138500     MOVE WS-PAGE-COUNT TO RPT-DATE-LINE-PAGE
138600     WRITE RPT-LINE FROM RPT-TITLE-LINE
138700         AFTER ADVANCING PAGE
138800     WRITE RPT-LINE FROM RPT-DATE-LINE
138900         AFTER ADVANCING 1 LINE
139000     WRITE RPT-LINE FROM RPT-PERIOD-LINE
139100         AFTER ADVANCING 1 LINE
139200     WRITE RPT-LINE FROM RPT-BLANK-LINE
139300         AFTER ADVANCING 1 LINE
139400     WRITE RPT-LINE FROM RPT-SECTION-LINE
139500         AFTER ADVANCING 1 LINE
139600     WRITE RPT-LINE FROM RPT-BLANK-LINE
139700         AFTER ADVANCING 1 LINE
139800     WRITE RPT-LINE FROM RPT-COLUMN-HEADING-LINE
139900         AFTER ADVANCING 1 LINE
140000     WRITE RPT-LINE FROM RPT-BLANK-LINE
140100         AFTER ADVANCING 1 LINE
140200     MOVE ZERO TO WS-LINE-COUNT.
140300 4000-EXIT.
140400     EXIT.
140500*
140600******************************************************************
140700*    9000-SET-RETURN-CODE - 8 WHEN THE MONTH DOES NOT BALANCE    *
140800*    OR AN ITEM LEFT THE MASTER WITHOUT A PURGE, SO FINANCE      *
140900*    DOES NOT TAKE THE REPORT UNTIL IT IS EXPLAINED; 4 WHEN THE  *
141000*    STEP RAN AFTER A LATER GATE RUN HAD ALREADY MOVED ITEMS     *
141100*    PAST THE CLOSE DATE.  FILES THAT CANNOT BE USED END WITH    *
141200*    16 WHERE THEY ARE OPENED OR PROVED.                         *
141300******************************************************************
141400 9000-SET-RETURN-CODE.
141500     EVALUATE TRUE
141600         WHEN WS-BREAK-COUNT > ZERO
141700             MOVE 8 TO RETURN-CODE
141800             DISPLAY 'GATE-MONTH-END: CONDITION CODE 8 - '
141900                 'THE MONTH DOES NOT BALANCE'
142000         WHEN WS-DROPPED-COUNT > ZERO
142100             MOVE 8 TO RETURN-CODE
142200             DISPLAY 'GATE-MONTH-END: CONDITION CODE 8 - '
142300                 'ITEMS LEFT THE MASTER UNPURGED'
142400         WHEN WS-LATE-DECISION-COUNT > ZERO
142500             MOVE 4 TO RETURN-CODE
142600             DISPLAY 'GATE-MONTH-END: CONDITION CODE 4 - '
142700                 'ITEMS DECIDED AFTER THE CLOSE DATE'
142800         WHEN OTHER
142900             MOVE ZERO TO RETURN-CODE
143000     END-EVALUATE.
143100 9000-EXIT.
143200     EXIT.
