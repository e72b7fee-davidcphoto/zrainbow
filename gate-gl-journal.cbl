000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GATE-GL-JOURNAL.
000300 AUTHOR.        D. PHOTO.
000400 INSTALLATION.  GATE-PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*    GATE-GL-JOURNAL                                             *
001100*                                                                *
001200*    GENERAL LEDGER JOURNAL INTERFACE.  POSTS THE VALUE OF THE   *
001300*    NIGHT'S GATE DECISIONS (GATE-OUTPUT, DD GATEOUT) TO THE     *
001400*    LEDGER AS ONE FIXED-FORMAT JOURNAL FILE (GATEGLJR LAYOUT,   *
001500*    DD GLJRNL), SUMMARIZED BY DECISION CATEGORY AND REGION.     *
001600*    EACH CATEGORY AND REGION IS A DEBIT TO ONE ACCOUNT AND A    *
001700*    CREDIT TO ANOTHER, AS NAMED ON THE ACCOUNT MAPPING FILE     *
001800*    (GATEGLMP LAYOUT, DD GATEGLMP).  EVERY BATCH IS A HEADER,   *
001900*    ITS BALANCED ENTRIES AND A CONTROL TRAILER.                 *
002000*                                                                *
002100*    THE ITEMS ALREADY POSTED FOR THE NIGHT ARE KEPT ON THE      *
002200*    POSTED-ITEMS FILE (GATEGLPT LAYOUT), READ FROM THE PRIOR    *
002300*    GENERATION (DD GLPOSTP) AND WRITTEN TO THE NEXT (DD         *
002400*    GLPOST).  GATE-OUTPUT IS SORTED INTO ITEM ID ORDER - THE    *
002500*    LATEST ROW FOR AN ITEM WINS, AS A REDRIVE APPENDS ITS ROWS  *
002600*    AT THE END - AND MATCHED AGAINST IT:                        *
002700*                                                                *
002800*        NEW       - NOT YET POSTED FOR THE NIGHT: POSTED        *
002900*        UNCHANGED - POSTED WITH THE SAME CATEGORY, REGION AND   *
003000*                    AMOUNT: NOTHING TO DO                       *
003100*        REVERSED  - POSTED, BUT A SELECTIVE RERUN OR RECYCLE    *
003200*                    PASS HAS SINCE CHANGED THE DECISION: THE    *
003300*                    OLD VALUE IS REVERSED AND THE NEW POSTED    *
003400*        WITHDRAWN - POSTED, BUT NO LONGER ON GATE-OUTPUT (A     *
003500*                    RERUN SENT IT TO GATE-EXCEPTIONS): THE      *
003600*                    OLD VALUE IS REVERSED                       *
003700*                                                                *
003800*    THE REVERSALS GO OUT AS A REVERSAL BATCH AHEAD OF THE       *
003900*    NIGHT'S POSTING BATCH.  SO THE STEP CAN BE RUN AFTER EVERY  *
004000*    GATE RUN OF THE NIGHT - MAIN PASS, SELECTIVE RERUN,         *
004100*    RECYCLE REDRIVE OR SUPPLEMENTAL PASS - AND EACH DECISION    *
004200*    VALUE REACHES THE LEDGER EXACTLY ONCE.  POSTINGS FOR AN     *
004300*    EARLIER NIGHT ARE FINAL AND DROP OFF THE POSTED-ITEMS       *
004400*    FILE.                                                       *
004500*                                                                *
004600*    AN ITEM WHOSE CATEGORY AND REGION HAVE NO ACCOUNT MAPPING   *
004700*    IS HELD: NOTHING IS POSTED OR REVERSED FOR IT AND ITS       *
004800*    POSTED-ITEMS ROW IS LEFT AS IT WAS, SO THE NEXT RUN AFTER   *
004900*    THE MAPPING IS FIXED PICKS IT UP.  THE JOURNAL REGISTER     *
005000*    (DD GLRPT) LISTS EVERY REVERSED, WITHDRAWN AND HELD ITEM,   *
005100*    EVERY JOURNAL ENTRY AND THE CONTROL TOTALS.  THE RUN ENDS   *
005200*    WITH CONDITION CODE 8 WHEN ANY ITEM WAS HELD, 4 WHEN A      *
005300*    MAPPING RECORD WAS REFUSED, 16 ON THE STRUCTURAL ABENDS.    *
005400*                                                                *
005500*    MODIFICATION HISTORY.                                       *
005600*      DATE       BY   DESCRIPTION                               *
005700*      2026-10-15 DCP  ORIGINAL VERSION.                         *
005800*                                                                *
005900******************************************************************
006000 ENVIRONMENT DIVISION.
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300     SELECT CURR-OUTPUT-FILE ASSIGN TO GATEOUT
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500*
006600     SELECT CURR-SORTED-FILE ASSIGN TO SORTCUR
006700         ORGANIZATION IS LINE SEQUENTIAL.
006800*
006900     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
007000*
007100     SELECT GL-MAPPING-FILE ASSIGN TO GATEGLMP
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-GLMP-FILE-STATUS.
007400*
007500     SELECT OPTIONAL POSTED-PRIOR-FILE ASSIGN TO GLPOSTP
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-GLPP-FILE-STATUS.
007800*
007900     SELECT POSTED-ITEMS-FILE ASSIGN TO GLPOST
008000         ORGANIZATION IS LINE SEQUENTIAL.
008100*
008200     SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
008300         ORGANIZATION IS LINE SEQUENTIAL.
008400*
008500     SELECT GL-JOURNAL-RPT-FILE ASSIGN TO GLRPT
008600         ORGANIZATION IS LINE SEQUENTIAL.
008700*
008800     SELECT RUN-CONTROL-FILE ASSIGN TO GATERUNC
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS WS-RUNC-FILE-STATUS.
009100*
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  CURR-OUTPUT-FILE
009500     LABEL RECORDS ARE STANDARD.
009600 01  CURR-RAW-RECORD             PIC X(40).
009700*
009800 FD  CURR-SORTED-FILE
009900     LABEL RECORDS ARE STANDARD.
010000 01  CURR-SORTED-RECORD          PIC X(40).
010100*
010200 SD  SORT-WORK-FILE.
010300 01  SORT-RECORD.
010400     05  SORT-ITEM-ID                PIC X(06).
010500     05  FILLER                      PIC X(34).
010600*
010700 FD  GL-MAPPING-FILE
010800     LABEL RECORDS ARE STANDARD.
010900     COPY GATEGLMP.
011000*
011100 FD  POSTED-PRIOR-FILE
011200     LABEL RECORDS ARE STANDARD.
011300     COPY GATEGLPT
011400         REPLACING ==GLPT-RECORD==
011500                BY ==GLPP-RECORD==
011600                   ==GLPT-ITEM-ID==
011700                BY ==GLPP-ITEM-ID==
011800                   ==GLPT-FEED-DATE==
011900                BY ==GLPP-FEED-DATE==
012000                   ==GLPT-CATEGORY==
012100                BY ==GLPP-CATEGORY==
012200                   ==GLPT-REGION-CODE==
012300                BY ==GLPP-REGION-CODE==
012400                   ==GLPT-AMOUNT==
012500                BY ==GLPP-AMOUNT==
012600                   ==GLPT-BATCH-ID==
012700                BY ==GLPP-BATCH-ID==.
012800*
012900 FD  POSTED-ITEMS-FILE
013000     LABEL RECORDS ARE STANDARD.
013100     COPY GATEGLPT.
013200*
013300 FD  GL-JOURNAL-FILE
013400     LABEL RECORDS ARE STANDARD.
013500     COPY GATEGLJR.
013600*
013700 FD  GL-JOURNAL-RPT-FILE
013800     LABEL RECORDS ARE STANDARD.
013900 01  RPT-LINE                    PIC X(132).
014000*
014100 FD  RUN-CONTROL-FILE
014200     LABEL RECORDS ARE STANDARD.
014300     COPY GATERUNC.
014400*
014500 WORKING-STORAGE SECTION.
014600*
014700******************************************************************
014800*    MATCH KEYS - THE CURRENT DECISION'S AND THE PRIOR POSTED    *
014900*    ITEM'S ITEM ID, SET TO HIGH-VALUES AT EACH FILE'S EOF SO    *
015000*    THE MATCH LOOP DRAINS THE OTHER FILE NATURALLY              *
015100******************************************************************
015200 77  WS-CURR-KEY                 PIC X(06) VALUE LOW-VALUES.
015300 77  WS-PRIR-KEY                 PIC X(06) VALUE LOW-VALUES.
015400 77  WS-PRIR-PREV-KEY            PIC X(06) VALUE LOW-VALUES.
015500 77  WS-NEXT-EOF-SWITCH          PIC X(01) VALUE 'N'.
015600     88  WS-NEXT-EOF-REACHED         VALUE 'Y'.
015700*
015800******************************************************************
015900*    FILE STATUS AND LOAD SWITCHES                               *
016000******************************************************************
016100 77  WS-GLMP-FILE-STATUS         PIC X(02) VALUE '00'.
016200 77  WS-GLMP-EOF-SWITCH          PIC X(01) VALUE 'N'.
016300     88  WS-GLMP-EOF-REACHED         VALUE 'Y'.
016400 77  WS-GLPP-FILE-STATUS         PIC X(02) VALUE '00'.
016500*
016600******************************************************************
016700*    RUN COUNTERS                                                *
016800******************************************************************
016900 77  WS-CURR-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
017000 77  WS-SUPERSEDED-COUNT         PIC 9(07) COMP VALUE ZERO.
017100 77  WS-DECISION-COUNT           PIC 9(07) COMP VALUE ZERO.
017200 77  WS-PRIR-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
017300 77  WS-EXPIRED-COUNT            PIC 9(07) COMP VALUE ZERO.
017400 77  WS-UNCHANGED-COUNT          PIC 9(07) COMP VALUE ZERO.
017500 77  WS-NEW-POSTED-COUNT         PIC 9(07) COMP VALUE ZERO.
017600 77  WS-REPOSTED-COUNT           PIC 9(07) COMP VALUE ZERO.
017700 77  WS-WITHDRAWN-COUNT          PIC 9(07) COMP VALUE ZERO.
017800 77  WS-HELD-COUNT               PIC 9(07) COMP VALUE ZERO.
017900 77  WS-POSTED-WRITE-COUNT       PIC 9(07) COMP VALUE ZERO.
018000 77  WS-GLMP-REFUSED-COUNT       PIC 9(07) COMP VALUE ZERO.
018100 77  WS-JOURNAL-WRITE-COUNT      PIC 9(07) COMP VALUE ZERO.
018200 77  WS-POST-ITEM-COUNT          PIC 9(07) COMP VALUE ZERO.
018300 77  WS-REV-ITEM-COUNT           PIC 9(07) COMP VALUE ZERO.
018400 77  WS-POST-ENTRY-COUNT         PIC 9(07) COMP VALUE ZERO.
018500 77  WS-REV-ENTRY-COUNT          PIC 9(07) COMP VALUE ZERO.
018600 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
018700 77  WS-PAGE-COUNT               PIC 9(03) COMP VALUE ZERO.
018800 77  WS-MAX-LINES-PER-PAGE       PIC 9(02) COMP VALUE 50.
018900*
019000******************************************************************
019100*    VALUE TOTALS - THE ITEM AMOUNTS BEHIND EACH BATCH, ADDED    *
019200*    UP ITEM BY ITEM, PROVE THE BATCH'S ENTRY TOTALS             *
019300******************************************************************
019400 77  WS-POST-ITEM-AMOUNT         PIC S9(11)V99 COMP-3 VALUE ZERO.
019500 77  WS-REV-ITEM-AMOUNT          PIC S9(11)V99 COMP-3 VALUE ZERO.
019600*
019700******************************************************************
019800*    CURRENT BATCH - SET BY 3100 FOR THE BATCH BEING WRITTEN     *
019900******************************************************************
020000 77  WS-BATCH-TYPE               PIC X(01) VALUE SPACE.
020100     88  WS-BATCH-IS-POSTING         VALUE 'P'.
020200     88  WS-BATCH-IS-REVERSAL        VALUE 'R'.
020300 77  WS-BATCH-ENTRY-COUNT        PIC 9(05) COMP VALUE ZERO.
020400 77  WS-BATCH-ITEM-COUNT         PIC 9(07) COMP VALUE ZERO.
020500 77  WS-BATCH-ITEM-AMOUNT        PIC S9(11)V99 COMP-3 VALUE ZERO.
020600 77  WS-BATCH-DEBITS             PIC S9(11)V99 COMP-3 VALUE ZERO.
020700 77  WS-BATCH-CREDITS            PIC S9(11)V99 COMP-3 VALUE ZERO.
020800 77  WS-ENTRY-AMOUNT             PIC S9(11)V99 COMP-3 VALUE ZERO.
020900 77  WS-ENTRY-ITEM-COUNT         PIC 9(07) COMP VALUE ZERO.
021000 77  WS-ENTRY-ACCOUNT            PIC X(12) VALUE SPACES.
021100 77  WS-ENTRY-DR-CR              PIC X(01) VALUE SPACE.
021200 77  WS-ENTRY-DEBIT-ACCOUNT      PIC X(12) VALUE SPACES.
021300 77  WS-ENTRY-CREDIT-ACCOUNT     PIC X(12) VALUE SPACES.
021400*
021500******************************************************************
021600*    BATCH ID - THE JOURNAL RUN'S DATE AND TIME, STAMPED ON      *
021700*    BOTH BATCHES AND ON EVERY POSTED-ITEMS ROW IT POSTS         *
021800******************************************************************
021900 01  WS-BATCH-ID.
022000     05  WS-BATCH-ID-DATE            PIC 9(08).
022100     05  WS-BATCH-ID-TIME            PIC 9(06).
022200*
022300******************************************************************
022400*    ACCOUNT MAPPING LOOKUP - 2500 FINDS THE TABLE ROW FOR THE   *
022500*    CATEGORY AND REGION GIVEN, ZERO WHEN THERE IS NONE          *
022600******************************************************************
022700 77  WS-MAP-CATEGORY             PIC X(10) VALUE SPACES.
022800 77  WS-MAP-REGION               PIC X(03) VALUE SPACES.
022900 77  WS-MAP-SUB                  PIC 9(02) COMP VALUE ZERO.
023000 77  WS-CURR-MAP-SUB             PIC 9(02) COMP VALUE ZERO.
023100 77  WS-PRIR-MAP-SUB             PIC 9(02) COMP VALUE ZERO.
023200 77  WS-CURR-AMOUNT              PIC 9(07)V99 VALUE ZERO.
023300 77  WS-RPT-ACTION               PIC X(10) VALUE SPACES.
023400 77  WS-RPT-SECTION              PIC X(01) VALUE 'I'.
023500     88  WS-RPT-ITEM-SECTION         VALUE 'I'.
023600     88  WS-RPT-ENTRY-SECTION        VALUE 'E'.
023700*
023800******************************************************************
023900*    ACCOUNT MAPPING TABLE - ONE ROW PER CATEGORY AND REGION,    *
024000*    WITH THE NIGHT'S POSTING AND REVERSAL ACCUMULATORS          *
024100******************************************************************
024200 01  WS-GLMP-TABLE.
024300     05  WS-GLMP-COUNT               PIC 9(03) COMP VALUE ZERO.
024400     05  WS-GLMP-ENTRY OCCURS 12 TIMES
024500             INDEXED BY GLMP-IDX.
024600         10  WS-GLMP-TAB-CATEGORY    PIC X(10).
024700         10  WS-GLMP-TAB-REGION      PIC X(03).
024800         10  WS-GLMP-TAB-DEBIT-ACCT  PIC X(12).
024900         10  WS-GLMP-TAB-CREDIT-ACCT PIC X(12).
025000         10  WS-GLMP-TAB-POST-ITEMS  PIC 9(07) COMP.
025100         10  WS-GLMP-TAB-POST-AMOUNT PIC S9(11)V99 COMP-3.
025200         10  WS-GLMP-TAB-REV-ITEMS   PIC 9(07) COMP.
025300         10  WS-GLMP-TAB-REV-AMOUNT  PIC S9(11)V99 COMP-3.
025400*
025500******************************************************************
025600*    CURRENT DECISION - THE LATEST GATE-OUTPUT ROW FOR THE ITEM, *
025700*    AND THE NEXT ROW READ AHEAD TO FIND IT                      *
025800******************************************************************
025900     COPY GATECOND
026000         REPLACING ==GATECOND-RECORD==
026100                BY ==CURR-RECORD==
026200                   ==GATECOND-ITEM-ID==
026300                BY ==CURR-ITEM-ID==
026400                   ==GATECOND-FLAG-A==
026500                BY ==CURR-FLAG-A==
026600                   ==GATECOND-FLAG-A-YES==
026700                BY ==CURR-FLAG-A-YES==
026800                   ==GATECOND-FLAG-A-NO==
026900                BY ==CURR-FLAG-A-NO==
027000                   ==GATECOND-FLAG-B==
027100                BY ==CURR-FLAG-B==
027200                   ==GATECOND-FLAG-B-YES==
027300                BY ==CURR-FLAG-B-YES==
027400                   ==GATECOND-FLAG-B-NO==
027500                BY ==CURR-FLAG-B-NO==
027600                   ==GATECOND-FLAG-C==
027700                BY ==CURR-FLAG-C==
027800                   ==GATECOND-FLAG-C-YES==
027900                BY ==CURR-FLAG-C-YES==
028000                   ==GATECOND-FLAG-C-NO==
028100                BY ==CURR-FLAG-C-NO==
028200                   ==GATECOND-RESULT-CODE==
028300                BY ==CURR-RESULT-CODE==
028400                   ==GATECOND-REGION-CODE==
028500                BY ==CURR-REGION-CODE==
028600                   ==GATECOND-ITEM-AMOUNT==
028700                BY ==CURR-ITEM-AMOUNT==
028800                   ==GATECOND-RECYCLE-COUNT==
028900                BY ==CURR-RECYCLE-COUNT==
029000                   ==GATECOND-OWNING-UNIT==
029100                BY ==CURR-OWNING-UNIT==
029101                   ==GATECOND-PASS-CODE==
029102                BY ==CURR-PASS-CODE==.
029200*
029300 01  WS-NEXT-RECORD.
029400     05  WS-NEXT-ITEM-ID             PIC X(06).
029500     05  FILLER                      PIC X(34).
029600*
029700******************************************************************
029800*    RUN-CONTROL - THIS STEP'S ROW ON THE JOB-STREAM STEP TABLE  *
029900*    (GATESTEP) NAMES THE PREDECESSOR THAT MUST HAVE ENDED       *
030000*    ACCEPTABLY FOR THE SAME FEED DATE BEFORE THIS STEP MAY      *
030100*    START; THE STEP'S OWN START, END AND CONDITION CODE ARE     *
030200*    APPENDED TO THE RUN-CONTROL FILE (GATERUNC LAYOUT).         *
030300******************************************************************
030400 77  WS-RUNC-FILE-STATUS         PIC X(02) VALUE '00'.
030500 77  WS-RUNC-EOF-SWITCH          PIC X(01) VALUE 'N'.
030600     88  WS-RUNC-EOF-REACHED         VALUE 'Y'.
030700 77  WS-STEP-NAME                PIC X(16)
030800                                 VALUE 'GATE-GL-JOURNAL'.
030900 77  WS-STEP-START-SWITCH        PIC X(01) VALUE 'N'.
031000     88  WS-STEP-STARTED             VALUE 'Y'.
031100 77  WS-RUNC-EVENT               PIC X(01) VALUE SPACE.
031200 77  WS-NIGHT-FEED-DATE          PIC 9(08) VALUE ZERO.
031300 77  WS-PRED-STEP-NAME           PIC X(16) VALUE SPACES.
031400 77  WS-PRED-MAX-COND-CODE       PIC 9(03) VALUE ZERO.
031500 77  WS-PRED-EVENT               PIC X(01) VALUE SPACE.
031600 77  WS-PRED-COND-CODE           PIC 9(03) VALUE ZERO.
031700 01  WS-CURRENT-TIME.
031800     05  WS-CURRENT-TIME-HHMMSS      PIC 9(06).
031900     05  WS-CURRENT-TIME-CC          PIC 9(02).
032000*
032100     COPY GATESTEP.
032200*
032300******************************************************************
032400*    CURRENT DATE - USED ON THE REPORT HEADING AND BATCH ID      *
032500******************************************************************
032600 01  WS-CURRENT-DATE.
032700     05  WS-CURRENT-DATE-CCYY        PIC 9(04).
032800     05  WS-CURRENT-DATE-MM          PIC 9(02).
032900     05  WS-CURRENT-DATE-DD          PIC 9(02).
033000*
033100******************************************************************
033200*    JOURNAL REGISTER PRINT LINES                                *
033300******************************************************************
033400 01  RPT-TITLE-LINE.
033500     05  FILLER                  PIC X(45) VALUE SPACES.
033600     05  FILLER                  PIC X(31)
033700         VALUE 'GENERAL LEDGER JOURNAL REGISTER'.
033800     05  FILLER                  PIC X(56) VALUE SPACES.
033900*
034000 01  RPT-DATE-LINE.
034100     05  FILLER                  PIC X(01) VALUE SPACE.
034200     05  FILLER                  PIC X(09) VALUE 'RUN DATE:'.
034300     05  RPT-DATE-LINE-DATE      PIC X(10).
034400     05  FILLER                  PIC X(25) VALUE SPACES.
034500     05  FILLER                  PIC X(06) VALUE 'PAGE '.
034600     05  RPT-DATE-LINE-PAGE      PIC ZZZ9.
034700     05  FILLER                  PIC X(77) VALUE SPACES.
034800*
034900 01  RPT-BATCH-LINE.
035000     05  FILLER                  PIC X(01) VALUE SPACE.
035100     05  FILLER                  PIC X(13) VALUE 'POSTING DATE '.
035200     05  RPT-BATCH-POSTING-DATE  PIC X(08).
035300     05  FILLER                  PIC X(03) VALUE SPACES.
035400     05  FILLER                  PIC X(09) VALUE 'BATCH ID '.
035500     05  RPT-BATCH-ID            PIC X(14).
035600     05  FILLER                  PIC X(84) VALUE SPACES.
035700*
035800 01  RPT-COLUMN-HEADING-LINE.
035900     05  FILLER                  PIC X(03) VALUE SPACES.
036000     05  FILLER                  PIC X(07) VALUE 'ITEM ID'.
036100     05  FILLER                  PIC X(02) VALUE SPACES.
036200     05  FILLER                  PIC X(10) VALUE 'ACTION'.
036300     05  FILLER                  PIC X(03) VALUE SPACES.
036400     05  FILLER                  PIC X(12) VALUE 'POSTED AS'.
036500     05  FILLER                  PIC X(03) VALUE SPACES.
036600     05  FILLER                  PIC X(14) VALUE 'POSTED AMOUNT'.
036700     05  FILLER                  PIC X(03) VALUE SPACES.
036800     05  FILLER                  PIC X(12) VALUE 'DECIDED AS'.
036900     05  FILLER                  PIC X(05) VALUE SPACES.
037000     05  FILLER                  PIC X(14) VALUE 'DECIDED AMOUNT'.
037100     05  FILLER                  PIC X(03) VALUE SPACES.
037200     05  FILLER                  PIC X(06) VALUE 'REASON'.
037300     05  FILLER                  PIC X(35) VALUE SPACES.
037400*
037500 01  RPT-DETAIL-LINE.
037600     05  FILLER                  PIC X(03) VALUE SPACES.
037700     05  RPT-DETAIL-ITEM-ID      PIC X(06).
037800     05  FILLER                  PIC X(03) VALUE SPACES.
037900     05  RPT-DETAIL-ACTION       PIC X(10).
038000     05  FILLER                  PIC X(03) VALUE SPACES.
038100     05  RPT-DETAIL-OLD-CATEGORY PIC X(10).
038200     05  FILLER                  PIC X(01) VALUE SPACE.
038300     05  RPT-DETAIL-OLD-REGION   PIC X(03).
038400     05  FILLER                  PIC X(01) VALUE SPACE.
038500     05  RPT-DETAIL-OLD-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
038600     05  FILLER                  PIC X(03) VALUE SPACES.
038700     05  RPT-DETAIL-NEW-CATEGORY PIC X(10).
038800     05  FILLER                  PIC X(01) VALUE SPACE.
038900     05  RPT-DETAIL-NEW-REGION   PIC X(03).
039000     05  FILLER                  PIC X(03) VALUE SPACES.
039100     05  RPT-DETAIL-NEW-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
039200     05  FILLER                  PIC X(03) VALUE SPACES.
039300     05  RPT-DETAIL-REASON       PIC X(20).
039400     05  FILLER                  PIC X(21) VALUE SPACES.
039500*
039600 01  RPT-SECTION-LINE.
039700     05  FILLER                  PIC X(03) VALUE SPACES.
039800     05  RPT-SECTION-TEXT        PIC X(60).
039900     05  FILLER                  PIC X(69) VALUE SPACES.
040000*
040100 01  RPT-ENTRY-HEADING-LINE.
040200     05  FILLER                  PIC X(03) VALUE SPACES.
040300     05  FILLER                  PIC X(09) VALUE 'BATCH'.
040400     05  FILLER                  PIC X(03) VALUE SPACES.
040500     05  FILLER                  PIC X(05) VALUE ' LINE'.
040600     05  FILLER                  PIC X(03) VALUE SPACES.
040700     05  FILLER                  PIC X(12) VALUE 'ACCOUNT'.
040800     05  FILLER                  PIC X(03) VALUE SPACES.
040900     05  FILLER                  PIC X(06) VALUE 'DR/CR'.
041000     05  FILLER                  PIC X(03) VALUE SPACES.
041100     05  FILLER                  PIC X(18)
041200         VALUE '            AMOUNT'.
041300     05  FILLER                  PIC X(03) VALUE SPACES.
041400     05  FILLER                  PIC X(10) VALUE 'CATEGORY'.
041500     05  FILLER                  PIC X(02) VALUE SPACES.
041600     05  FILLER                  PIC X(06) VALUE 'REGION'.
041700     05  FILLER                  PIC X(02) VALUE SPACES.
041800     05  FILLER                  PIC X(07) VALUE '  ITEMS'.
041900     05  FILLER                  PIC X(37) VALUE SPACES.
042000*
042100 01  RPT-ENTRY-LINE.
042200     05  FILLER                  PIC X(03) VALUE SPACES.
042300     05  RPT-ENTRY-BATCH         PIC X(09).
042400     05  FILLER                  PIC X(03) VALUE SPACES.
042500     05  RPT-ENTRY-LINE-NO       PIC ZZZZ9.
042600     05  FILLER                  PIC X(03) VALUE SPACES.
042700     05  RPT-ENTRY-ACCOUNT       PIC X(12).
042800     05  FILLER                  PIC X(03) VALUE SPACES.
042900     05  RPT-ENTRY-DR-CR         PIC X(06).
043000     05  FILLER                  PIC X(03) VALUE SPACES.
043100     05  RPT-ENTRY-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
043200     05  FILLER                  PIC X(03) VALUE SPACES.
043300     05  RPT-ENTRY-CATEGORY      PIC X(10).
043400     05  FILLER                  PIC X(02) VALUE SPACES.
043500     05  RPT-ENTRY-REGION        PIC X(06).
043600     05  FILLER                  PIC X(02) VALUE SPACES.
043700     05  RPT-ENTRY-ITEMS         PIC ZZZ,ZZ9.
043800     05  FILLER                  PIC X(37) VALUE SPACES.
043900*
044000 01  RPT-BLANK-LINE               PIC X(132) VALUE SPACES.
044100*
044200******************************************************************
044300*    END-OF-JOB CONTROL TOTALS SECTION                           *
044400******************************************************************
044500 01  RPT-TOTALS-TITLE-LINE.
044600     05  FILLER                  PIC X(45) VALUE SPACES.
044700     05  FILLER                  PIC X(15)
044800         VALUE 'CONTROL TOTALS'.
044900     05  FILLER                  PIC X(72) VALUE SPACES.
045000*
045100 01  RPT-TOTALS-LINE.
045200     05  FILLER                  PIC X(05) VALUE SPACES.
045300     05  RPT-TOTALS-LABEL        PIC X(30).
045400     05  FILLER                  PIC X(05) VALUE SPACES.
045500     05  RPT-TOTALS-VALUE        PIC ZZZ,ZZ9.
045600     05  FILLER                  PIC X(85) VALUE SPACES.
045700*
045800 01  RPT-AMOUNT-LINE.
045900     05  FILLER                  PIC X(05) VALUE SPACES.
046000     05  RPT-AMOUNT-LABEL        PIC X(30).
046100     05  FILLER                  PIC X(05) VALUE SPACES.
046200     05  RPT-AMOUNT-VALUE        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
046300     05  FILLER                  PIC X(74) VALUE SPACES.
046400*
046500 PROCEDURE DIVISION.
046600*
046700 0000-MAINLINE.
046800     PERFORM 8500-CHECK-RUN-CONTROL THRU 8500-EXIT
046900     SORT SORT-WORK-FILE
047000         ON ASCENDING KEY SORT-ITEM-ID
047100         WITH DUPLICATES IN ORDER
047200         USING CURR-OUTPUT-FILE
047300         GIVING CURR-SORTED-FILE
047400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
047500     PERFORM 2000-MATCH-ITEMS THRU 2000-EXIT
047600         UNTIL WS-CURR-KEY = HIGH-VALUES
047700           AND WS-PRIR-KEY = HIGH-VALUES
047800     PERFORM 3000-FINALIZE THRU 3000-EXIT
047900     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
048000     PERFORM 8540-RECORD-STEP-END THRU 8540-EXIT
048100     STOP RUN.
048200*
048300******************************************************************
048400*    1000-INITIALIZE - LOAD THE ACCOUNT MAPPING, STAMP THE       *
048500*    BATCH ID, OPEN THE FILES, START THE REGISTER AND PRIME      *
048600*    BOTH READS                                                  *
048700******************************************************************
048800 1000-INITIALIZE.
048900     PERFORM 1200-LOAD-MAPPING THRU 1200-EXIT
049000     ACCEPT WS-CURRENT-TIME FROM TIME
049100     MOVE WS-CURRENT-DATE        TO WS-BATCH-ID-DATE
049200     MOVE WS-CURRENT-TIME-HHMMSS TO WS-BATCH-ID-TIME
049300     OPEN INPUT  CURR-SORTED-FILE
049400     OPEN INPUT  POSTED-PRIOR-FILE
049500     IF WS-GLPP-FILE-STATUS NOT = '00'
049600         AND WS-GLPP-FILE-STATUS NOT = '05'
049700         DISPLAY 'GATE-GL-JOURNAL: POSTED ITEMS FILE GLPOSTP '
049800             'WILL NOT OPEN - STATUS ' WS-GLPP-FILE-STATUS
049900         MOVE 16 TO RETURN-CODE
050000         PERFORM 8540-RECORD-STEP-END THRU 8540-EXIT
050100         STOP RUN
050200     END-IF
050300     OPEN OUTPUT POSTED-ITEMS-FILE
050400     OPEN OUTPUT GL-JOURNAL-FILE
050500     OPEN OUTPUT GL-JOURNAL-RPT-FILE
050600     STRING WS-CURRENT-DATE-MM   DELIMITED BY SIZE
050700             '/'                 DELIMITED BY SIZE
050800             WS-CURRENT-DATE-DD   DELIMITED BY SIZE
050900             '/'                 DELIMITED BY SIZE
051000             WS-CURRENT-DATE-CCYY DELIMITED BY SIZE
051100         INTO RPT-DATE-LINE-DATE
051200     END-STRING
051300     MOVE WS-NIGHT-FEED-DATE TO RPT-BATCH-POSTING-DATE
051400     MOVE WS-BATCH-ID        TO RPT-BATCH-ID
051500     PERFORM 4000-WRITE-RPT-HEADING THRU 4000-EXIT
051600     PERFORM 2810-READ-NEXT THRU 2810-EXIT
051700     PERFORM 2800-READ-CURR THRU 2800-EXIT
051800     PERFORM 2900-READ-PRIOR THRU 2900-EXIT.
051900 1000-EXIT.
052000     EXIT.
052100*
052200******************************************************************
052300*    1200-LOAD-MAPPING - LOAD THE ACCOUNT MAPPING FILE INTO THE  *
052400*    TABLE.  A LATER RECORD FOR A CATEGORY AND REGION REPLACES   *
052500*    AN EARLIER ONE; A RECORD FOR AN UNKNOWN CATEGORY OR REGION, *
052600*    OR WITHOUT BOTH ACCOUNTS, IS REFUSED WITH AN OPERATOR       *
052700*    MESSAGE.  THE FILE IS REQUIRED - WITHOUT IT NOTHING COULD   *
052800*    BE POSTED, SO THE RUN STOPS BEFORE ANY OUTPUT IS OPENED.    *
052900******************************************************************
053000 1200-LOAD-MAPPING.
053100     OPEN INPUT GL-MAPPING-FILE
053200     IF WS-GLMP-FILE-STATUS NOT = '00'
053300         DISPLAY 'GATE-GL-JOURNAL: ACCOUNT MAPPING FILE GATEGLMP '
053400             'WILL NOT OPEN - STATUS ' WS-GLMP-FILE-STATUS
053500         MOVE 16 TO RETURN-CODE
053600         PERFORM 8540-RECORD-STEP-END THRU 8540-EXIT
053700         STOP RUN
053800     END-IF
053900     PERFORM 1210-LOAD-ONE-MAPPING THRU 1210-EXIT
054000         UNTIL WS-GLMP-EOF-REACHED
054100     CLOSE GL-MAPPING-FILE
054200     DISPLAY 'GATE-GL-JOURNAL: ACCOUNT MAPPINGS LOADED '
054300         WS-GLMP-COUNT.
054400 1200-EXIT.
054500     EXIT.
054600*
054700 1210-LOAD-ONE-MAPPING.
054800     READ GL-MAPPING-FILE
054900         AT END
055000             SET WS-GLMP-EOF-REACHED TO TRUE
055100             GO TO 1210-EXIT
055200     END-READ
055300     IF NOT GLMP-CATEGORY-VALID
055400         OR NOT GLMP-REGION-VALID
055500         OR GLMP-DEBIT-ACCOUNT = SPACES
055600         OR GLMP-CREDIT-ACCOUNT = SPACES
055700         DISPLAY 'GATE-GL-JOURNAL: MAPPING FOR ' GLMP-CATEGORY
055800             ' ' GLMP-REGION-CODE ' REFUSED - CATEGORY, REGION '
055900             'OR ACCOUNT IS NOT VALID'
056000         ADD 1 TO WS-GLMP-REFUSED-COUNT
056100         GO TO 1210-EXIT
056200     END-IF
056300*    THE TABLE HAS ONE SLOT PER CATEGORY AND REGION, SO A VALID
056400*    MAPPING ALWAYS FINDS ITS SLOT OR A FREE ONE.
056500     SET GLMP-IDX TO 1
056600     SEARCH WS-GLMP-ENTRY
056700         AT END
056800             PERFORM 1220-ADD-MAPPING-ENTRY THRU 1220-EXIT
056900         WHEN GLMP-IDX > WS-GLMP-COUNT
057000             PERFORM 1220-ADD-MAPPING-ENTRY THRU 1220-EXIT
057100         WHEN WS-GLMP-TAB-CATEGORY (GLMP-IDX) = GLMP-CATEGORY
057200             AND WS-GLMP-TAB-REGION (GLMP-IDX) = GLMP-REGION-CODE
057300             CONTINUE
057400     END-SEARCH
057500     MOVE GLMP-DEBIT-ACCOUNT
057600         TO WS-GLMP-TAB-DEBIT-ACCT (GLMP-IDX)
057700     MOVE GLMP-CREDIT-ACCOUNT
057800         TO WS-GLMP-TAB-CREDIT-ACCT (GLMP-IDX).
057900 1210-EXIT.
058000     EXIT.
058100*
058200 1220-ADD-MAPPING-ENTRY.
058300     ADD 1 TO WS-GLMP-COUNT
058400     SET GLMP-IDX TO WS-GLMP-COUNT
058500     MOVE GLMP-CATEGORY    TO WS-GLMP-TAB-CATEGORY (GLMP-IDX)
058600     MOVE GLMP-REGION-CODE TO WS-GLMP-TAB-REGION (GLMP-IDX)
058700     MOVE ZERO TO WS-GLMP-TAB-POST-ITEMS (GLMP-IDX)
058800     MOVE ZERO TO WS-GLMP-TAB-POST-AMOUNT (GLMP-IDX)
058900     MOVE ZERO TO WS-GLMP-TAB-REV-ITEMS (GLMP-IDX)
059000     MOVE ZERO TO WS-GLMP-TAB-REV-AMOUNT (GLMP-IDX).
059100 1220-EXIT.
059200     EXIT.
059300*
059400******************************************************************
059500*    2000-MATCH-ITEMS - TWO-FILE BALANCED MATCH ON ITEM ID OF    *
059600*    THE NIGHT'S DECISIONS AGAINST THE ITEMS ALREADY POSTED      *
059700******************************************************************
059800 2000-MATCH-ITEMS.
059900     EVALUATE TRUE
060000         WHEN WS-CURR-KEY < WS-PRIR-KEY
060100             PERFORM 2100-POST-NEW-ITEM THRU 2100-EXIT
060200             PERFORM 2800-READ-CURR THRU 2800-EXIT
060300         WHEN WS-CURR-KEY > WS-PRIR-KEY
060400             PERFORM 2200-CHECK-WITHDRAWN THRU 2200-EXIT
060500             PERFORM 2900-READ-PRIOR THRU 2900-EXIT
060600         WHEN OTHER
060700             PERFORM 2300-COMPARE-POSTED THRU 2300-EXIT
060800             PERFORM 2800-READ-CURR THRU 2800-EXIT
060900             PERFORM 2900-READ-PRIOR THRU 2900-EXIT
061000     END-EVALUATE.
061100 2000-EXIT.
061200     EXIT.
061300*
061400******************************************************************
061500*    2100-POST-NEW-ITEM - A DECISION NOT YET POSTED FOR THE      *
061600*    NIGHT IS POSTED UNDER ITS CATEGORY AND REGION, OR HELD      *
061700*    WHEN THEY HAVE NO ACCOUNT MAPPING                           *
061800******************************************************************
061900 2100-POST-NEW-ITEM.
062000     MOVE CURR-RESULT-CODE TO WS-MAP-CATEGORY
062100     MOVE CURR-REGION-CODE TO WS-MAP-REGION
062200     PERFORM 2500-FIND-MAPPING THRU 2500-EXIT
062300     MOVE WS-MAP-SUB TO WS-CURR-MAP-SUB
062400     IF WS-CURR-MAP-SUB = ZERO
062500         MOVE SPACES TO RPT-DETAIL-LINE
062600         PERFORM 2420-SHOW-DECIDED THRU 2420-EXIT
062700         PERFORM 2450-REPORT-HELD THRU 2450-EXIT
062800         GO TO 2100-EXIT
062900     END-IF
063000     PERFORM 2600-POST-DECISION THRU 2600-EXIT
063100     ADD 1 TO WS-NEW-POSTED-COUNT.
063200 2100-EXIT.
063300     EXIT.
063400*
063500******************************************************************
063600*    2200-CHECK-WITHDRAWN - AN ITEM POSTED BUT NO LONGER ON      *
063700*    GATE-OUTPUT.  A POSTING FOR AN EARLIER NIGHT IS FINAL AND   *
063800*    DROPS OFF; ONE FOR TONIGHT WAS TAKEN OUT BY A RERUN, SO     *
063900*    ITS VALUE IS REVERSED AND THE ROW DROPS OFF WITH IT.        *
064000******************************************************************
064100 2200-CHECK-WITHDRAWN.
064200     IF GLPP-FEED-DATE NOT = WS-NIGHT-FEED-DATE
064300         ADD 1 TO WS-EXPIRED-COUNT
064400         GO TO 2200-EXIT
064500     END-IF
064600     MOVE GLPP-CATEGORY    TO WS-MAP-CATEGORY
064700     MOVE GLPP-REGION-CODE TO WS-MAP-REGION
064800     PERFORM 2500-FIND-MAPPING THRU 2500-EXIT
064900     MOVE WS-MAP-SUB TO WS-PRIR-MAP-SUB
065000     MOVE SPACES TO RPT-DETAIL-LINE
065100     MOVE GLPP-ITEM-ID TO RPT-DETAIL-ITEM-ID
065200     PERFORM 2410-SHOW-POSTED THRU 2410-EXIT
065300     IF WS-PRIR-MAP-SUB = ZERO
065400         PERFORM 2710-CARRY-POSTED THRU 2710-EXIT
065500         PERFORM 2450-REPORT-HELD THRU 2450-EXIT
065600         GO TO 2200-EXIT
065700     END-IF
065800     PERFORM 2650-REVERSE-POSTED THRU 2650-EXIT
065900     ADD 1 TO WS-WITHDRAWN-COUNT
066000     MOVE 'WITHDRAWN'          TO RPT-DETAIL-ACTION
066100     MOVE 'NOT ON GATE-OUTPUT' TO RPT-DETAIL-REASON
066200     PERFORM 4100-WRITE-RPT-LINE THRU 4100-EXIT.
066300 2200-EXIT.
066400     EXIT.
066500*
066600******************************************************************
066700*    2300-COMPARE-POSTED - AN ITEM ALREADY POSTED.  A POSTING    *
066800*    FOR AN EARLIER NIGHT IS FINAL, SO TONIGHT'S DECISION POSTS  *
066900*    AS NEW.  TONIGHT'S POSTING STANDS WHILE THE CATEGORY,       *
067000*    REGION AND AMOUNT ARE UNCHANGED; OTHERWISE A RERUN OR       *
067100*    RECYCLE PASS HAS CHANGED THE DECISION SINCE IT WAS POSTED,  *
067200*    SO THE POSTED VALUE IS REVERSED AND THE NEW ONE POSTED.     *
067300*    BOTH NEED AN ACCOUNT MAPPING OR THE ITEM IS HELD AS POSTED. *
067400******************************************************************
067500 2300-COMPARE-POSTED.
067600     IF GLPP-FEED-DATE NOT = WS-NIGHT-FEED-DATE
067700         ADD 1 TO WS-EXPIRED-COUNT
067800         PERFORM 2100-POST-NEW-ITEM THRU 2100-EXIT
067900         GO TO 2300-EXIT
068000     END-IF
068100     IF GLPP-CATEGORY = CURR-RESULT-CODE
068200         AND GLPP-REGION-CODE = CURR-REGION-CODE
068300         AND GLPP-AMOUNT = WS-CURR-AMOUNT
068400         PERFORM 2710-CARRY-POSTED THRU 2710-EXIT
068500         ADD 1 TO WS-UNCHANGED-COUNT
068600         GO TO 2300-EXIT
068700     END-IF
068800     MOVE GLPP-CATEGORY    TO WS-MAP-CATEGORY
068900     MOVE GLPP-REGION-CODE TO WS-MAP-REGION
069000     PERFORM 2500-FIND-MAPPING THRU 2500-EXIT
069100     MOVE WS-MAP-SUB TO WS-PRIR-MAP-SUB
069200     MOVE CURR-RESULT-CODE TO WS-MAP-CATEGORY
069300     MOVE CURR-REGION-CODE TO WS-MAP-REGION
069400     PERFORM 2500-FIND-MAPPING THRU 2500-EXIT
069500     MOVE WS-MAP-SUB TO WS-CURR-MAP-SUB
069600     MOVE SPACES TO RPT-DETAIL-LINE
069700     PERFORM 2410-SHOW-POSTED THRU 2410-EXIT
069800     PERFORM 2420-SHOW-DECIDED THRU 2420-EXIT
069900     IF WS-PRIR-MAP-SUB = ZERO
070000         OR WS-CURR-MAP-SUB = ZERO
070100         PERFORM 2710-CARRY-POSTED THRU 2710-EXIT
070200         PERFORM 2450-REPORT-HELD THRU 2450-EXIT
070300         GO TO 2300-EXIT
070400     END-IF
070500     PERFORM 2650-REVERSE-POSTED THRU 2650-EXIT
070600     PERFORM 2600-POST-DECISION THRU 2600-EXIT
070700     ADD 1 TO WS-REPOSTED-COUNT
070800     MOVE 'REVERSED'          TO RPT-DETAIL-ACTION
070900     MOVE 'DECISION CHANGED'  TO RPT-DETAIL-REASON
071000     PERFORM 4100-WRITE-RPT-LINE THRU 4100-EXIT.
071100 2300-EXIT.
071200     EXIT.
071300*
071400******************************************************************
071500*    2410/2420 - FILL THE REGISTER LINE'S POSTED AND DECIDED     *
071600*    SIDES FROM THE POSTED-ITEMS ROW AND THE CURRENT DECISION    *
071700******************************************************************
071800 2410-SHOW-POSTED.
071900     MOVE GLPP-ITEM-ID     TO RPT-DETAIL-ITEM-ID
072000     MOVE GLPP-CATEGORY    TO RPT-DETAIL-OLD-CATEGORY
072100     MOVE GLPP-REGION-CODE TO RPT-DETAIL-OLD-REGION
072200     MOVE GLPP-AMOUNT      TO RPT-DETAIL-OLD-AMOUNT.
072300 2410-EXIT.
072400     EXIT.
072500*
072600 2420-SHOW-DECIDED.
072700     MOVE CURR-ITEM-ID     TO RPT-DETAIL-ITEM-ID
072800     MOVE CURR-RESULT-CODE TO RPT-DETAIL-NEW-CATEGORY
072900     MOVE CURR-REGION-CODE TO RPT-DETAIL-NEW-REGION
073000     MOVE WS-CURR-AMOUNT   TO RPT-DETAIL-NEW-AMOUNT.
073100 2420-EXIT.
073200     EXIT.
073300*
073400******************************************************************
073500*    2450-REPORT-HELD - LIST AN ITEM LEFT AS IT WAS FOR WANT OF  *
073600*    AN ACCOUNT MAPPING                                          *
073700******************************************************************
073800 2450-REPORT-HELD.
073900     ADD 1 TO WS-HELD-COUNT
074000     MOVE 'HELD'               TO RPT-DETAIL-ACTION
074100     MOVE 'NO ACCOUNT MAPPING' TO RPT-DETAIL-REASON
074200     PERFORM 4100-WRITE-RPT-LINE THRU 4100-EXIT.
074300 2450-EXIT.
074400     EXIT.
074500*
074600******************************************************************
074700*    2500-FIND-MAPPING - FIND THE ACCOUNT MAPPING ROW FOR        *
074800*    WS-MAP-CATEGORY AND WS-MAP-REGION.  WS-MAP-SUB IS ITS       *
074900*    POSITION IN THE TABLE, OR ZERO WHEN THERE IS NONE.          *
075000******************************************************************
075100 2500-FIND-MAPPING.
075200     MOVE ZERO TO WS-MAP-SUB
075300     SET GLMP-IDX TO 1
075400     SEARCH WS-GLMP-ENTRY
075500         AT END
075600             CONTINUE
075700         WHEN GLMP-IDX > WS-GLMP-COUNT
075800             CONTINUE
075900         WHEN WS-GLMP-TAB-CATEGORY (GLMP-IDX) = WS-MAP-CATEGORY
076000             AND WS-GLMP-TAB-REGION (GLMP-IDX) = WS-MAP-REGION
076100             SET WS-MAP-SUB TO GLMP-IDX
076200     END-SEARCH.
076300 2500-EXIT.
076400     EXIT.
076500*
076600******************************************************************
076700*    2600-POST-DECISION - ADD THE CURRENT DECISION'S AMOUNT TO   *
076800*    ITS CATEGORY AND REGION'S POSTING TOTAL AND RECORD IT ON    *
076900*    THE NEW POSTED-ITEMS FILE UNDER TONIGHT'S BATCH             *
077000******************************************************************
077100 2600-POST-DECISION.
077200     ADD 1 TO WS-GLMP-TAB-POST-ITEMS (WS-CURR-MAP-SUB)
077300     ADD WS-CURR-AMOUNT
077400         TO WS-GLMP-TAB-POST-AMOUNT (WS-CURR-MAP-SUB)
077500     ADD 1 TO WS-POST-ITEM-COUNT
077600     ADD WS-CURR-AMOUNT TO WS-POST-ITEM-AMOUNT
077700     MOVE SPACES             TO GLPT-RECORD
077800     MOVE CURR-ITEM-ID       TO GLPT-ITEM-ID
077900     MOVE WS-NIGHT-FEED-DATE TO GLPT-FEED-DATE
078000     MOVE CURR-RESULT-CODE   TO GLPT-CATEGORY
078100     MOVE CURR-REGION-CODE   TO GLPT-REGION-CODE
078200     MOVE WS-CURR-AMOUNT     TO GLPT-AMOUNT
078300     MOVE WS-BATCH-ID        TO GLPT-BATCH-ID
078400     WRITE GLPT-RECORD
078500     ADD 1 TO WS-POSTED-WRITE-COUNT.
078600 2600-EXIT.
078700     EXIT.
078800*
078900******************************************************************
079000*    2650-REVERSE-POSTED - ADD THE POSTED AMOUNT TO ITS POSTED   *
079100*    CATEGORY AND REGION'S REVERSAL TOTAL                        *
079200******************************************************************
079300 2650-REVERSE-POSTED.
079400     ADD 1 TO WS-GLMP-TAB-REV-ITEMS (WS-PRIR-MAP-SUB)
079500     ADD GLPP-AMOUNT TO WS-GLMP-TAB-REV-AMOUNT (WS-PRIR-MAP-SUB)
079600     ADD 1 TO WS-REV-ITEM-COUNT
079700     ADD GLPP-AMOUNT TO WS-REV-ITEM-AMOUNT.
079800 2650-EXIT.
079900     EXIT.
080000*
080100******************************************************************
080200*    2710-CARRY-POSTED - COPY A POSTED-ITEMS ROW THAT STILL      *
080300*    STANDS TO THE NEW GENERATION UNCHANGED                      *
080400******************************************************************
080500 2710-CARRY-POSTED.
080600     WRITE GLPT-RECORD FROM GLPP-RECORD
080700     ADD 1 TO WS-POSTED-WRITE-COUNT.
080800 2710-EXIT.
080900     EXIT.
081000*
081100******************************************************************
081200*    2800-READ-CURR - TAKE THE NEXT ITEM'S DECISION FROM THE     *
081300*    SORTED GATE-OUTPUT.  THE SORT KEEPS AN ITEM'S ROWS IN THE   *
081400*    ORDER THEY WERE WRITTEN, SO THE LAST ONE - A REDRIVE'S      *
081500*    APPENDED ROW - IS THE DECISION THAT STANDS AND ANY EARLIER  *
081600*    ONES ARE PASSED OVER.  AT EOF THE KEY GOES TO HIGH-VALUES   *
081700*    SO THE MATCH LOOP DRAINS THE POSTED-ITEMS FILE.             *
081800******************************************************************
081900 2800-READ-CURR.
082000     IF WS-NEXT-EOF-REACHED
082100         MOVE HIGH-VALUES TO WS-CURR-KEY
082200         GO TO 2800-EXIT
082300     END-IF
082400     MOVE WS-NEXT-RECORD TO CURR-RECORD
082500     MOVE CURR-ITEM-ID   TO WS-CURR-KEY
082600     ADD 1 TO WS-DECISION-COUNT
082700     PERFORM 2810-READ-NEXT THRU 2810-EXIT
082800     PERFORM 2820-TAKE-LATER-ROW THRU 2820-EXIT
082900         UNTIL WS-NEXT-EOF-REACHED
083000            OR WS-NEXT-ITEM-ID NOT = WS-CURR-KEY
083100*    A FILE CUT BEFORE THE AMOUNT EXISTED CARRIES BLANKS, POSTED
083200*    AS ZERO.
083300     IF CURR-ITEM-AMOUNT NUMERIC
083400         MOVE CURR-ITEM-AMOUNT TO WS-CURR-AMOUNT
083500     ELSE
083600         MOVE ZERO             TO WS-CURR-AMOUNT
083700     END-IF.
083800 2800-EXIT.
083900     EXIT.
084000*
084100 2810-READ-NEXT.
084200     READ CURR-SORTED-FILE INTO WS-NEXT-RECORD
084300         AT END
084400             SET WS-NEXT-EOF-REACHED TO TRUE
084500         NOT AT END
084600             ADD 1 TO WS-CURR-READ-COUNT
084700     END-READ.
084800 2810-EXIT.
084900     EXIT.
085000*
085100 2820-TAKE-LATER-ROW.
085200     MOVE WS-NEXT-RECORD TO CURR-RECORD
085300     ADD 1 TO WS-SUPERSEDED-COUNT
085400     PERFORM 2810-READ-NEXT THRU 2810-EXIT.
085500 2820-EXIT.
085600     EXIT.
085700*
085800******************************************************************
085900*    2900-READ-PRIOR - READ THE PRIOR POSTED-ITEMS GENERATION,   *
086000*    WHICH THIS STEP WROTE IN ITEM ID ORDER.  A ROW OUT OF       *
086100*    ORDER MEANS THE WRONG FILE WAS SUPPLIED, AND MATCHING IT    *
086200*    WOULD POST ITEMS TWICE, SO THE RUN STOPS.  AT EOF THE KEY   *
086300*    GOES TO HIGH-VALUES.                                        *
086400******************************************************************
086500 2900-READ-PRIOR.
086600     READ POSTED-PRIOR-FILE
086700         AT END
086800             MOVE HIGH-VALUES TO WS-PRIR-KEY
086900         NOT AT END
087000             ADD 1 TO WS-PRIR-READ-COUNT
087100             MOVE WS-PRIR-KEY TO WS-PRIR-PREV-KEY
087200             MOVE GLPP-ITEM-ID TO WS-PRIR-KEY
087300             IF WS-PRIR-KEY NOT > WS-PRIR-PREV-KEY
087400                 DISPLAY 'GATE-GL-JOURNAL: GLPOSTP OUT OF ITEM '
087500                     'ID ORDER AT ITEM ' GLPP-ITEM-ID
087600                 MOVE 16 TO RETURN-CODE
087700                 PERFORM 8540-RECORD-STEP-END THRU 8540-EXIT
087800                 STOP RUN
087900             END-IF
088000     END-READ.
088100 2900-EXIT.
088200     EXIT.
088300*
088400******************************************************************
088500*    3000-FINALIZE - WRITE THE REVERSAL BATCH (WHEN THERE IS     *
088600*    ANYTHING TO REVERSE) AHEAD OF THE POSTING BATCH, WHICH IS   *
088700*    ALWAYS WRITTEN SO THE LEDGER SEES EVERY RUN, THEN PRINT THE *
088800*    CONTROL TOTALS AND CLOSE                                    *
088900******************************************************************
089000 3000-FINALIZE.
089100     SET WS-RPT-ENTRY-SECTION TO TRUE
089200     PERFORM 4000-WRITE-RPT-HEADING THRU 4000-EXIT
089300     IF WS-REV-ITEM-COUNT > ZERO
089400         SET WS-BATCH-IS-REVERSAL TO TRUE
089500         MOVE WS-REV-ITEM-COUNT  TO WS-BATCH-ITEM-COUNT
089600         MOVE WS-REV-ITEM-AMOUNT TO WS-BATCH-ITEM-AMOUNT
089700         PERFORM 3100-WRITE-BATCH THRU 3100-EXIT
089800         MOVE WS-BATCH-ENTRY-COUNT TO WS-REV-ENTRY-COUNT
089900     END-IF
090000     SET WS-BATCH-IS-POSTING TO TRUE
090100     MOVE WS-POST-ITEM-COUNT  TO WS-BATCH-ITEM-COUNT
090200     MOVE WS-POST-ITEM-AMOUNT TO WS-BATCH-ITEM-AMOUNT
090300     PERFORM 3100-WRITE-BATCH THRU 3100-EXIT
090400     MOVE WS-BATCH-ENTRY-COUNT TO WS-POST-ENTRY-COUNT
090500     PERFORM 3500-PRINT-CONTROL-TOTALS THRU 3500-EXIT
090600     CLOSE CURR-SORTED-FILE
090700     CLOSE POSTED-PRIOR-FILE
090800     CLOSE POSTED-ITEMS-FILE
090900     CLOSE GL-JOURNAL-FILE
091000     CLOSE GL-JOURNAL-RPT-FILE
091100     DISPLAY 'GATE-GL-JOURNAL: BATCH ' WS-BATCH-ID
091200         ' FOR POSTING DATE ' WS-NIGHT-FEED-DATE
091300     DISPLAY 'GATE-GL-JOURNAL: ITEMS POSTED ' WS-POST-ITEM-COUNT
091400         ', REVERSED ' WS-REV-ITEM-COUNT
091500         ', HELD ' WS-HELD-COUNT.
091600 3000-EXIT.
091700     EXIT.
091800*
091900******************************************************************
092000*    3100-WRITE-BATCH - WRITE ONE JOURNAL BATCH OF THE TYPE IN   *
092100*    WS-BATCH-TYPE: THE HEADER, A DEBIT AND A CREDIT ENTRY FOR   *
092200*    EACH CATEGORY AND REGION WITH ANY ITEMS IN THE BATCH, AND   *
092300*    THE TRAILER.  THE ENTRY TOTALS MUST AGREE WITH THE ITEM     *
092400*    AMOUNTS ADDED UP AS THEY WERE MATCHED, OR THE BATCH IS NOT  *
092500*    FIT FOR THE LEDGER AND THE RUN STOPS.                       *
092600******************************************************************
092700 3100-WRITE-BATCH.
092800     MOVE ZERO TO WS-BATCH-ENTRY-COUNT
092900     MOVE ZERO TO WS-BATCH-DEBITS
093000     MOVE ZERO TO WS-BATCH-CREDITS
093100     MOVE SPACES              TO GLJR-HEADER-RECORD
093200     SET GLJR-HDR-TAG-OK      TO TRUE
093300     MOVE WS-BATCH-ID         TO GLJR-HDR-BATCH-ID
093400     MOVE WS-BATCH-TYPE       TO GLJR-HDR-BATCH-TYPE
093500     MOVE WS-NIGHT-FEED-DATE  TO GLJR-HDR-POSTING-DATE
093600     MOVE 'GATE'              TO GLJR-HDR-SOURCE
093700     IF WS-BATCH-IS-REVERSAL
093800         MOVE 'GATE DECISION VALUE REVERSALS'
093900             TO GLJR-HDR-DESCRIPTION
094000         MOVE 'REVERSAL BATCH'  TO RPT-SECTION-TEXT
094100     ELSE
094200         MOVE 'GATE DECISION VALUES'
094300             TO GLJR-HDR-DESCRIPTION
094400         MOVE 'POSTING BATCH'   TO RPT-SECTION-TEXT
094500     END-IF
094600     WRITE GLJR-HEADER-RECORD
094700     ADD 1 TO WS-JOURNAL-WRITE-COUNT
094800     PERFORM 4200-WRITE-SECTION-LINE THRU 4200-EXIT
094900     PERFORM 3110-WRITE-BUCKET-ENTRIES THRU 3110-EXIT
095000         VARYING GLMP-IDX FROM 1 BY 1
095100         UNTIL GLMP-IDX > WS-GLMP-COUNT
095200     IF WS-BATCH-DEBITS NOT = WS-BATCH-ITEM-AMOUNT
095300         OR WS-BATCH-CREDITS NOT = WS-BATCH-ITEM-AMOUNT
095400         DISPLAY 'GATE-GL-JOURNAL: BATCH TYPE ' WS-BATCH-TYPE
095500             ' ENTRIES DO NOT AGREE WITH THE ITEM AMOUNTS'
095600         MOVE 16 TO RETURN-CODE
095700         PERFORM 8540-RECORD-STEP-END THRU 8540-EXIT
095800         STOP RUN
095900     END-IF
096000     MOVE SPACES               TO GLJR-TRAILER-RECORD
096100     SET GLJR-TRL-TAG-OK       TO TRUE
096200     MOVE WS-BATCH-ID          TO GLJR-TRL-BATCH-ID
096300     MOVE WS-BATCH-TYPE        TO GLJR-TRL-BATCH-TYPE
096400     MOVE WS-BATCH-ENTRY-COUNT TO GLJR-TRL-ENTRY-COUNT
096500     MOVE WS-BATCH-DEBITS      TO GLJR-TRL-TOTAL-DEBITS
096600     MOVE WS-BATCH-CREDITS     TO GLJR-TRL-TOTAL-CREDITS
096700     MOVE WS-BATCH-ITEM-COUNT  TO GLJR-TRL-ITEM-COUNT
096800     WRITE GLJR-TRAILER-RECORD
096900     ADD 1 TO WS-JOURNAL-WRITE-COUNT.
097000 3100-EXIT.
097100     EXIT.
097200*
097300******************************************************************
097400*    3110-WRITE-BUCKET-ENTRIES - THE DEBIT AND CREDIT ENTRIES    *
097500*    FOR ONE CATEGORY AND REGION.  A POSTING DEBITS THE MAPPED   *
097600*    DEBIT ACCOUNT AND CREDITS THE MAPPED CREDIT ACCOUNT; A      *
097700*    REVERSAL DOES THE OPPOSITE.                                 *
097800******************************************************************
097900 3110-WRITE-BUCKET-ENTRIES.
098000     IF WS-BATCH-IS-REVERSAL
098100         MOVE WS-GLMP-TAB-REV-ITEMS (GLMP-IDX)
098200             TO WS-ENTRY-ITEM-COUNT
098300         MOVE WS-GLMP-TAB-REV-AMOUNT (GLMP-IDX)
098400             TO WS-ENTRY-AMOUNT
098500         MOVE WS-GLMP-TAB-CREDIT-ACCT (GLMP-IDX)
098600             TO WS-ENTRY-DEBIT-ACCOUNT
098700         MOVE WS-GLMP-TAB-DEBIT-ACCT (GLMP-IDX)
098800             TO WS-ENTRY-CREDIT-ACCOUNT
098900     ELSE
099000         MOVE WS-GLMP-TAB-POST-ITEMS (GLMP-IDX)
099100             TO WS-ENTRY-ITEM-COUNT
099200         MOVE WS-GLMP-TAB-POST-AMOUNT (GLMP-IDX)
099300             TO WS-ENTRY-AMOUNT
099400         MOVE WS-GLMP-TAB-DEBIT-ACCT (GLMP-IDX)
099500             TO WS-ENTRY-DEBIT-ACCOUNT
099600         MOVE WS-GLMP-TAB-CREDIT-ACCT (GLMP-IDX)
099700             TO WS-ENTRY-CREDIT-ACCOUNT
099800     END-IF
099900     IF WS-ENTRY-ITEM-COUNT = ZERO
100000         GO TO 3110-EXIT
100100     END-IF
100200     MOVE 'D'                    TO WS-ENTRY-DR-CR
100300     MOVE WS-ENTRY-DEBIT-ACCOUNT TO WS-ENTRY-ACCOUNT
100400     PERFORM 3120-WRITE-ENTRY THRU 3120-EXIT
100500     ADD WS-ENTRY-AMOUNT TO WS-BATCH-DEBITS
100600     MOVE 'C'                     TO WS-ENTRY-DR-CR
100700     MOVE WS-ENTRY-CREDIT-ACCOUNT TO WS-ENTRY-ACCOUNT
100800     PERFORM 3120-WRITE-ENTRY THRU 3120-EXIT
100900     ADD WS-ENTRY-AMOUNT TO WS-BATCH-CREDITS.
101000 3110-EXIT.
101100     EXIT.
101200*
101300******************************************************************
101400*    3120-WRITE-ENTRY - WRITE ONE JOURNAL ENTRY AND LIST IT ON   *
101500*    THE REGISTER                                                *
101600******************************************************************
101700 3120-WRITE-ENTRY.
101800     ADD 1 TO WS-BATCH-ENTRY-COUNT
101900     MOVE SPACES                 TO GLJR-ENTRY-RECORD
102000     SET GLJR-ENT-TAG-OK         TO TRUE
102100     MOVE WS-BATCH-ID            TO GLJR-ENT-BATCH-ID
102200     MOVE WS-BATCH-TYPE          TO GLJR-ENT-BATCH-TYPE
102300     MOVE WS-BATCH-ENTRY-COUNT   TO GLJR-ENT-LINE-NO
102400     MOVE WS-ENTRY-ACCOUNT       TO GLJR-ENT-ACCOUNT
102500     MOVE WS-ENTRY-DR-CR         TO GLJR-ENT-DR-CR
102600     MOVE WS-ENTRY-AMOUNT        TO GLJR-ENT-AMOUNT
102700     MOVE WS-GLMP-TAB-CATEGORY (GLMP-IDX) TO GLJR-ENT-CATEGORY
102800     MOVE WS-GLMP-TAB-REGION (GLMP-IDX)   TO GLJR-ENT-REGION-CODE
102900     MOVE WS-ENTRY-ITEM-COUNT    TO GLJR-ENT-ITEM-COUNT
103000     WRITE GLJR-ENTRY-RECORD
103100     ADD 1 TO WS-JOURNAL-WRITE-COUNT
103200     MOVE SPACES                 TO RPT-ENTRY-LINE
103300     IF WS-BATCH-IS-REVERSAL
103400         MOVE 'REVERSAL'         TO RPT-ENTRY-BATCH
103500     ELSE
103600         MOVE 'POSTING'          TO RPT-ENTRY-BATCH
103700     END-IF
103800     MOVE WS-BATCH-ENTRY-COUNT   TO RPT-ENTRY-LINE-NO
103900     MOVE WS-ENTRY-ACCOUNT       TO RPT-ENTRY-ACCOUNT
104000     IF GLJR-ENT-DEBIT
104100         MOVE 'DEBIT'            TO RPT-ENTRY-DR-CR
104200     ELSE
104300         MOVE 'CREDIT'           TO RPT-ENTRY-DR-CR
104400     END-IF
104500     MOVE WS-ENTRY-AMOUNT        TO RPT-ENTRY-AMOUNT
104600     MOVE GLJR-ENT-CATEGORY      TO RPT-ENTRY-CATEGORY
104700     MOVE GLJR-ENT-REGION-CODE   TO RPT-ENTRY-REGION
104800     MOVE WS-ENTRY-ITEM-COUNT    TO RPT-ENTRY-ITEMS
104900     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES-PER-PAGE
105000         PERFORM 4000-WRITE-RPT-HEADING THRU 4000-EXIT
105100     END-IF
105200     WRITE RPT-LINE FROM RPT-ENTRY-LINE AFTER ADVANCING 1 LINE
105300     ADD 1 TO WS-LINE-COUNT.
105400 3120-EXIT.
105500     EXIT.
105600*
105700******************************************************************
105800*    3500-PRINT-CONTROL-TOTALS - END-OF-JOB CONTROL TOTALS       *
105900******************************************************************
106000 3500-PRINT-CONTROL-TOTALS.
106100     WRITE RPT-LINE FROM RPT-BLANK-LINE AFTER ADVANCING 1 LINE
106200     WRITE RPT-LINE FROM RPT-TOTALS-TITLE-LINE
106300         AFTER ADVANCING 1 LINE
106400     WRITE RPT-LINE FROM RPT-BLANK-LINE AFTER ADVANCING 1 LINE
106500     MOVE 'GATE-OUTPUT ROWS READ'     TO RPT-TOTALS-LABEL
106600     MOVE WS-CURR-READ-COUNT          TO RPT-TOTALS-VALUE
106700     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
106800     MOVE 'EARLIER ROWS SUPERSEDED'   TO RPT-TOTALS-LABEL
106900     MOVE WS-SUPERSEDED-COUNT         TO RPT-TOTALS-VALUE
107000     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
107100     MOVE 'DECISIONS MATCHED'         TO RPT-TOTALS-LABEL
107200     MOVE WS-DECISION-COUNT           TO RPT-TOTALS-VALUE
107300     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
107400     MOVE 'POSTED ITEMS READ'         TO RPT-TOTALS-LABEL
107500     MOVE WS-PRIR-READ-COUNT          TO RPT-TOTALS-VALUE
107600     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
107700     MOVE 'EARLIER NIGHTS CLOSED OFF'  TO RPT-TOTALS-LABEL
107800     MOVE WS-EXPIRED-COUNT            TO RPT-TOTALS-VALUE
107900     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
108000     MOVE 'ALREADY POSTED - UNCHANGED' TO RPT-TOTALS-LABEL
108100     MOVE WS-UNCHANGED-COUNT          TO RPT-TOTALS-VALUE
108200     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
108300     MOVE 'POSTED NEW'                TO RPT-TOTALS-LABEL
108400     MOVE WS-NEW-POSTED-COUNT         TO RPT-TOTALS-VALUE
108500     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
108600     MOVE 'REVERSED AND REPOSTED'     TO RPT-TOTALS-LABEL
108700     MOVE WS-REPOSTED-COUNT           TO RPT-TOTALS-VALUE
108800     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
108900     MOVE 'WITHDRAWN AND REVERSED'    TO RPT-TOTALS-LABEL
109000     MOVE WS-WITHDRAWN-COUNT          TO RPT-TOTALS-VALUE
109100     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
109200     MOVE 'HELD - NO ACCOUNT MAPPING' TO RPT-TOTALS-LABEL
109300     MOVE WS-HELD-COUNT               TO RPT-TOTALS-VALUE
109400     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
109500     MOVE 'ACCOUNT MAPPINGS LOADED'   TO RPT-TOTALS-LABEL
109600     MOVE WS-GLMP-COUNT               TO RPT-TOTALS-VALUE
109700     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
109800     MOVE 'ACCOUNT MAPPINGS REFUSED'  TO RPT-TOTALS-LABEL
109900     MOVE WS-GLMP-REFUSED-COUNT       TO RPT-TOTALS-VALUE
110000     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
110100     MOVE 'POSTED ITEMS WRITTEN'      TO RPT-TOTALS-LABEL
110200     MOVE WS-POSTED-WRITE-COUNT       TO RPT-TOTALS-VALUE
110300     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
110400     MOVE 'REVERSAL BATCH ITEMS'      TO RPT-TOTALS-LABEL
110500     MOVE WS-REV-ITEM-COUNT           TO RPT-TOTALS-VALUE
110600     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
110700     MOVE 'REVERSAL BATCH ENTRIES'    TO RPT-TOTALS-LABEL
110800     MOVE WS-REV-ENTRY-COUNT          TO RPT-TOTALS-VALUE
110900     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
111000     MOVE 'REVERSAL BATCH AMOUNT'     TO RPT-AMOUNT-LABEL
111100     MOVE WS-REV-ITEM-AMOUNT          TO RPT-AMOUNT-VALUE
111200     WRITE RPT-LINE FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE
111300     MOVE 'POSTING BATCH ITEMS'       TO RPT-TOTALS-LABEL
111400     MOVE WS-POST-ITEM-COUNT          TO RPT-TOTALS-VALUE
111500     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
111600     MOVE 'POSTING BATCH ENTRIES'     TO RPT-TOTALS-LABEL
111700     MOVE WS-POST-ENTRY-COUNT         TO RPT-TOTALS-VALUE
111800     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
111900     MOVE 'POSTING BATCH AMOUNT'      TO RPT-AMOUNT-LABEL
112000     MOVE WS-POST-ITEM-AMOUNT         TO RPT-AMOUNT-VALUE
112100     WRITE RPT-LINE FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE
112200     MOVE 'JOURNAL RECORDS WRITTEN'   TO RPT-TOTALS-LABEL
112300     MOVE WS-JOURNAL-WRITE-COUNT      TO RPT-TOTALS-VALUE
112400     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE.
112500 3500-EXIT.
112600     EXIT.
112700*
112800******************************************************************
112900*    4000-WRITE-RPT-HEADING - START A NEW REGISTER PAGE, WITH    *
113000*    THE COLUMN HEADING FOR THE SECTION BEING PRINTED            *
113100******************************************************************
113200 4000-WRITE-RPT-HEADING.
113300     ADD 1 TO WS-PAGE-COUNT
113400     MOVE WS-PAGE-COUNT TO RPT-DATE-LINE-PAGE
113500     WRITE RPT-LINE FROM RPT-TITLE-LINE
113600         AFTER ADVANCING PAGE
113700     WRITE RPT-LINE FROM RPT-DATE-LINE
113800         AFTER ADVANCING 1 LINE
113900     WRITE RPT-LINE FROM RPT-BATCH-LINE
114000         AFTER ADVANCING 1 LINE
114100     WRITE RPT-LINE FROM RPT-BLANK-LINE
114200         AFTER ADVANCING 1 LINE
114300     IF WS-RPT-ENTRY-SECTION
114400         WRITE RPT-LINE FROM RPT-ENTRY-HEADING-LINE
114500             AFTER ADVANCING 1 LINE
114600     ELSE
114700         WRITE RPT-LINE FROM RPT-COLUMN-HEADING-LINE
114800             AFTER ADVANCING 1 LINE
114900     END-IF
115000     WRITE RPT-LINE FROM RPT-BLANK-LINE
115100         AFTER ADVANCING 1 LINE
115200     MOVE ZERO TO WS-LINE-COUNT.
115300 4000-EXIT.
115400     EXIT.
115500*
115600******************************************************************
115700*    4100-WRITE-RPT-LINE - PRINT ONE REVERSED, WITHDRAWN OR HELD *
115800*    ITEM, BREAKING TO A NEW PAGE WHEN THE CURRENT ONE IS FULL   *
115900******************************************************************
116000 4100-WRITE-RPT-LINE.
116100     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES-PER-PAGE
116200         PERFORM 4000-WRITE-RPT-HEADING THRU 4000-EXIT
116300     END-IF
116400     WRITE RPT-LINE FROM RPT-DETAIL-LINE AFTER ADVANCING 1 LINE
116500     ADD 1 TO WS-LINE-COUNT.
116600 4100-EXIT.
116700     EXIT.
116800*
116900******************************************************************
117000*    4200-WRITE-SECTION-LINE - PRINT A BATCH'S TITLE LINE IN THE *
117100*    ENTRIES SECTION                                             *
117200******************************************************************
117300 4200-WRITE-SECTION-LINE.
117400     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES-PER-PAGE
117500         PERFORM 4000-WRITE-RPT-HEADING THRU 4000-EXIT
117600     END-IF
117700     WRITE RPT-LINE FROM RPT-SECTION-LINE AFTER ADVANCING 1 LINE
117800     ADD 1 TO WS-LINE-COUNT.
117900 4200-EXIT.
118000     EXIT.
118100*
118200******************************************************************
118300*    8500-CHECK-RUN-CONTROL - THE JOURNAL BELONGS TO THE NIGHT   *
118400*    IN PROGRESS ON THE RUN-CONTROL FILE (THE RUN DATE WHEN      *
118500*    THERE IS NONE YET), WHICH IS ALSO THE POSTING DATE.  THE    *
118600*    GATE MUST HAVE ENDED ACCEPTABLY FOR THAT NIGHT, OR GATEOUT  *
118700*    IS LAST NIGHT'S OR HALF WRITTEN AND WOULD BE POSTED WRONG.  *
118800*    RUNS BEFORE THE SORT SO A REFUSAL TOUCHES NO FILE.          *
118900******************************************************************
119000 8500-CHECK-RUN-CONTROL.
119100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
119200     PERFORM 8510-FIND-NIGHT THRU 8510-EXIT
119300     IF WS-NIGHT-FEED-DATE = ZERO
119400         MOVE WS-CURRENT-DATE TO WS-NIGHT-FEED-DATE
119500     END-IF
119600     PERFORM 8520-CHECK-PREDECESSOR THRU 8520-EXIT
119700     MOVE 'S' TO WS-RUNC-EVENT
119800     PERFORM 8530-RECORD-STEP-EVENT THRU 8530-EXIT
119900     SET WS-STEP-STARTED TO TRUE.
120000 8500-EXIT.
120100     EXIT.
120200*
120300******************************************************************
120400*    8510-FIND-NIGHT - THE NIGHT IN PROGRESS IS THE FEED DATE    *
120500*    LAST RECORDED BY THE HEAD OF THE STREAM'S MAIN PASS (THE    *
120600*    FIRST ROW OF THE STEP TABLE) ON THE RUN-CONTROL FILE.  ZERO *
120700*    WHEN THE FILE DOES NOT EXIST YET.                           *
120800******************************************************************
120900 8510-FIND-NIGHT.
121000     MOVE ZERO TO WS-NIGHT-FEED-DATE
121100     OPEN INPUT RUN-CONTROL-FILE
121200     IF WS-RUNC-FILE-STATUS NOT = '00'
121300         GO TO 8510-EXIT
121400     END-IF
121500     MOVE 'N' TO WS-RUNC-EOF-SWITCH
121600     PERFORM 8515-SCAN-FOR-NIGHT THRU 8515-EXIT
121700         UNTIL WS-RUNC-EOF-REACHED
121800     CLOSE RUN-CONTROL-FILE.
121900 8510-EXIT.
122000     EXIT.
122100*
122200 8515-SCAN-FOR-NIGHT.
122300     READ RUN-CONTROL-FILE
122400         AT END
122500             SET WS-RUNC-EOF-REACHED TO TRUE
122600         NOT AT END
122700             IF RUNC-STEP-NAME = STEP-NAME (1)
122800                 AND RUNC-FEED-DATE NUMERIC
122900                 AND RUNC-MAIN-PASS
123000                 MOVE RUNC-FEED-DATE TO WS-NIGHT-FEED-DATE
123100             END-IF
123200     END-READ.
123300 8515-EXIT.
123400     EXIT.
123500*
123600******************************************************************
123700*    8520-CHECK-PREDECESSOR - FIND THIS STEP'S PREDECESSOR ON    *
123800*    THE STEP TABLE AND ITS LATEST RUN-CONTROL RECORD FOR THE    *
123900*    SAME FEED DATE, OF ANY PASS - THE JOURNAL POSTS WHATEVER    *
124000*    THE LATEST GATE RUN LEFT ON GATE-OUTPUT.  UNLESS THAT       *
124100*    RECORD IS AN END WITH A CONDITION CODE THE TABLE ACCEPTS,   *
124200*    THE STEP IS REFUSED: THE REFUSAL IS RECORDED AND THE RUN    *
124300*    ENDS WITH CONDITION CODE 16 BEFORE IT HAS TOUCHED A FILE.   *
124400******************************************************************
124500 8520-CHECK-PREDECESSOR.
124600     SET STEP-IDX TO 1
124700     SEARCH STEP-ENTRY
124800         AT END
124900             DISPLAY 'GATE-GL-JOURNAL: ' WS-STEP-NAME
125000                 ' IS NOT ON THE JOB-STREAM STEP TABLE'
125100             MOVE 16 TO RETURN-CODE
125200             STOP RUN
125300         WHEN STEP-NAME (STEP-IDX) = WS-STEP-NAME
125400             MOVE STEP-PREDECESSOR (STEP-IDX) TO WS-PRED-STEP-NAME
125500             MOVE STEP-PRED-MAX-CODE (STEP-IDX)
125600                 TO WS-PRED-MAX-COND-CODE
125700     END-SEARCH
125800     IF WS-PRED-STEP-NAME = SPACES
125900         GO TO 8520-EXIT
126000     END-IF
126100     MOVE SPACE TO WS-PRED-EVENT
126200     MOVE ZERO  TO WS-PRED-COND-CODE
126300     OPEN INPUT RUN-CONTROL-FILE
126400     IF WS-RUNC-FILE-STATUS = '00'
126500         MOVE 'N' TO WS-RUNC-EOF-SWITCH
126600         PERFORM 8525-SCAN-FOR-PREDECESSOR THRU 8525-EXIT
126700             UNTIL WS-RUNC-EOF-REACHED
126800         CLOSE RUN-CONTROL-FILE
126900     END-IF
127000     IF WS-PRED-EVENT = 'E'
127100         AND WS-PRED-COND-CODE NOT > WS-PRED-MAX-COND-CODE
127200         GO TO 8520-EXIT
127300     END-IF
127400     EVALUATE WS-PRED-EVENT
127500         WHEN 'E'
127600             DISPLAY 'GATE-GL-JOURNAL: ' WS-PRED-STEP-NAME
127700                 ' ENDED WITH CONDITION CODE ' WS-PRED-COND-CODE
127800                 ' FOR FEED DATE ' WS-NIGHT-FEED-DATE
127900         WHEN 'S'
128000             DISPLAY 'GATE-GL-JOURNAL: ' WS-PRED-STEP-NAME
128100                 ' STARTED BUT NEVER ENDED FOR FEED DATE '
128200                 WS-NIGHT-FEED-DATE
128300         WHEN 'R'
128400             DISPLAY 'GATE-GL-JOURNAL: ' WS-PRED-STEP-NAME
128500                 ' WAS REFUSED FOR FEED DATE ' WS-NIGHT-FEED-DATE
128600         WHEN OTHER
128700             DISPLAY 'GATE-GL-JOURNAL: ' WS-PRED-STEP-NAME
128800                 ' HAS NOT RUN FOR FEED DATE ' WS-NIGHT-FEED-DATE
128900     END-EVALUATE
129000     DISPLAY 'GATE-GL-JOURNAL: STEP REFUSED - CONDITION CODE 16'
129100     MOVE 16  TO RETURN-CODE
129200     MOVE 'R' TO WS-RUNC-EVENT
129300     PERFORM 8530-RECORD-STEP-EVENT THRU 8530-EXIT
129400     STOP RUN.
129500 8520-EXIT.
129600     EXIT.
129700*
129800 8525-SCAN-FOR-PREDECESSOR.
129900     READ RUN-CONTROL-FILE
130000         AT END
130100             SET WS-RUNC-EOF-REACHED TO TRUE
130200         NOT AT END
130300             IF RUNC-FEED-DATE = WS-NIGHT-FEED-DATE
130400                 AND RUNC-STEP-NAME = WS-PRED-STEP-NAME
130500                 MOVE RUNC-EVENT     TO WS-PRED-EVENT
130600                 MOVE RUNC-COND-CODE TO WS-PRED-COND-CODE
130700             END-IF
130800     END-READ.
130900 8525-EXIT.
131000     EXIT.
131100*
131200******************************************************************
131300*    8530-RECORD-STEP-EVENT - APPEND ONE RUN-CONTROL RECORD      *
131400*    (WS-RUNC-EVENT: S STARTED, E ENDED, R REFUSED) FOR THIS     *
131500*    STEP AND FEED DATE, STAMPED WITH THE CLOCK AND THE          *
131600*    CONDITION CODE SO FAR, CREATING THE FILE ON ITS FIRST       *
131700*    WRITE.                                                      *
131800******************************************************************
131900 8530-RECORD-STEP-EVENT.
132000     ACCEPT WS-CURRENT-TIME FROM TIME
132100     OPEN EXTEND RUN-CONTROL-FILE
132200     IF WS-RUNC-FILE-STATUS NOT = '00'
132300         OPEN OUTPUT RUN-CONTROL-FILE
132400     END-IF
132500     MOVE SPACES        TO RUNC-RECORD
132600     MOVE WS-NIGHT-FEED-DATE TO RUNC-FEED-DATE
132700     MOVE WS-STEP-NAME  TO RUNC-STEP-NAME
132800     MOVE WS-RUNC-EVENT TO RUNC-EVENT
132900     ACCEPT RUNC-EVENT-DATE FROM DATE YYYYMMDD
133000     MOVE WS-CURRENT-TIME-HHMMSS TO RUNC-EVENT-TIME
133100     MOVE RETURN-CODE   TO RUNC-COND-CODE
133200     WRITE RUNC-RECORD
133300     CLOSE RUN-CONTROL-FILE.
133400 8530-EXIT.
133500     EXIT.
133600*
133700******************************************************************
133800*    8540-RECORD-STEP-END - RECORD THE STEP'S END AND FINAL      *
133900*    CONDITION CODE ON THE RUN-CONTROL FILE.  CALLED ON EVERY    *
134000*    WAY OUT OF THE RUN ONCE THE START HAS BEEN RECORDED.        *
134100******************************************************************
134200 8540-RECORD-STEP-END.
134300     IF WS-STEP-STARTED
134400         MOVE 'E' TO WS-RUNC-EVENT
134500         PERFORM 8530-RECORD-STEP-EVENT THRU 8530-EXIT
134600     END-IF.
134700 8540-EXIT.
134800     EXIT.
134900*
135000******************************************************************
135100*    9000-SET-RETURN-CODE - CONDITION CODE 8 WHEN ANY DECISION   *
135200*    WAS HELD FOR WANT OF AN ACCOUNT MAPPING, AS THE LEDGER IS   *
135300*    THEN SHORT OF THE NIGHT'S VALUES; 4 WHEN A MAPPING RECORD   *
135400*    WAS REFUSED BUT NOTHING NEEDED IT.                          *
135500******************************************************************
135600 9000-SET-RETURN-CODE.
135700     EVALUATE TRUE
135800         WHEN WS-HELD-COUNT > ZERO
135900             MOVE 8 TO RETURN-CODE
136000             DISPLAY 'GATE-GL-JOURNAL: CONDITION CODE 8 - '
136100                 WS-HELD-COUNT ' ITEMS HELD WITHOUT AN ACCOUNT'
136200         WHEN WS-GLMP-REFUSED-COUNT > ZERO
136300             MOVE 4 TO RETURN-CODE
136400             DISPLAY 'GATE-GL-JOURNAL: CONDITION CODE 4 - '
136500                 WS-GLMP-REFUSED-COUNT ' MAPPING RECORDS REFUSED'
136600     END-EVALUATE.
136700 9000-EXIT.
136800     EXIT.
