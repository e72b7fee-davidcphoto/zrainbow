000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GATE-STRM-MERGE.
000300 AUTHOR.        D. PHOTO.
000400 INSTALLATION.  GATE-PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*    GATE-STRM-MERGE                                             *
001100*                                                                *
001200*    REGION STREAM MERGE.  ON A PARTITIONED NIGHT THE GATE RUNS  *
001300*    AS THREE CONCURRENT REGION STREAMS OF SAMPLE-PROGRAM, ONE   *
001400*    PER REGIONAL FEED, EACH STARTED BY A CONFIRMED GATESTRC     *
001500*    RECORD AND EACH WITH ITS OWN DATA SETS AND CHECKPOINT, SO   *
001600*    AN ABEND IN ONE REGION IS RESTARTED WITHOUT HOLDING UP THE  *
001700*    OTHER TWO.  THIS STEP RUNS WHEN ALL THREE HAVE ENDED AND    *
001800*    PUTS THE NIGHT BACK TOGETHER AS IF SAMPLE-PROGRAM HAD RUN   *
001900*    ONCE OVER THE WHOLE FEED: THE STEPS AFTER IT READ THE SAME  *
002000*    FILES AND FIND THE SAME RUN-CONTROL RECORD EITHER WAY.      *
002100*                                                                *
002200*    EACH STREAM'S STREAM-TOTALS RECORD (GATESTMT LAYOUT, DD     *
002300*    STRMTOT1, STRMTOT2, STRMTOT3) IS PROVED FIRST: ALL THREE    *
002400*    MUST BE FOR THE SAME FEED, RULES VERSION, TOLERANCE AND     *
002500*    OVERRIDE FILE, AND EVERY FEED RECORD MUST HAVE BEEN GATED   *
002600*    BY EXACTLY ONE STREAM.  THE ROWS ON EACH STREAM'S DATA      *
002700*    SETS ARE THEN COUNTED AGAINST WHAT THE STREAM SAYS IT       *
002800*    WROTE.  ONLY THEN ARE THE STREAMS' DATA SETS MERGED IN      *
002900*    ITEM ID ORDER - THE ORDER OF THE CONSOLIDATED FEED - INTO   *
003000*    GATE-OUTPUT (DD GATEOUT, WRITTEN FRESH), GATE-EXCEPTIONS    *
003100*    (DD GATEEXCP) AND GATE-AUDIT-LOG (DD GATEAUD), BOTH         *
003200*    APPENDED, AND THE DELIMITED EXTRACT (DD GATECSV), WRITTEN   *
003300*    FRESH UNDER ITS COLUMN HEADER ROW.                          *
003400*                                                                *
003500*    THE STREAMS' FIGURES ARE ADDED INTO ONE RUN-STATISTICS      *
003600*    RECORD (DD GATESTAT) AND ONE SET OF GATE BALANCING          *
003700*    COUNTERS (DD GATEBAL) FOR THE NIGHT, EXACTLY AS A SERIAL    *
003800*    RUN WRITES THEM.  THE EXCEPTION TOLERANCE IS JUDGED ON THE  *
003900*    WHOLE NIGHT AND, UNLESS IT IS BREACHED, THE FEED-CONTROL    *
004000*    DATE (DD GATEFDCT) IS MOVED ON.  THE REPORT (DD STRMRPT)    *
004100*    RECONCILES THE STREAMS AND THEN PRINTS THE NIGHT'S CONTROL  *
004200*    TOTALS IN THE SAME FORM AS THE GATE DECISION REPORT.        *
004210*                                                                *
004220*    GATESTAT IS STAMPED WITH THE LATEST OF THE THREE STREAMS'   *
004230*    RUN IDS, NOT THE MERGE'S OWN: THE AUDIT TRAIL AND THE       *
004240*    MASTER CARRY ONLY STREAM RUN IDS, SO THE NIGHT'S RUN ID IS  *
004250*    ONE THEY HOLD, AND AS A GATE-MAST-RECOVER TARGET IT         *
004260*    REAPPLIES THE WHOLE NIGHT.                                  *
004300*                                                                *
004400*    RUN-CONTROL: EACH STREAM RECORDS ITSELF AS GATE-STREAM-R1,  *
004450*    -R2 OR -R3.  THE MERGE IS REFUSED UNLESS ALL THREE HAVE     *
004500*    ENDED WITH CONDITION CODE 4 OR LESS FOR THE FEED DATE, AND  *
004550*    RECORDS ITS OWN START AND END UNDER SAMPLE-PROGRAM, SO      *
004600*    GATE-SPLIT AND THE REST OF THE STREAM NEED NO CHANGE.  IT   *
004650*    DOES NOT RUN TWICE FOR A GOOD NIGHT: ONCE SAMPLE-PROGRAM    *
004700*    HAS ENDED FOR THE FEED DATE WITH CONDITION CODE 4 OR LESS,  *
004750*    A SECOND MERGE IS STOPPED BEFORE IT APPENDS ANYTHING.  A    *
004800*    NIGHT THAT ENDED WITH 8 OR 16 MAY BE MERGED AGAIN ONCE THE  *
004850*    CORRECTED FEED'S STREAMS HAVE ENDED, AS A SERIAL RERUN      *
004900*    WOULD BE.  A MERGE THAT FAILS PART WAY THROUGH ITS APPENDS  *
004950*    MUST HAVE GATE-EXCEPTIONS AND GATE-AUDIT-LOG RESTORED       *
005000*    BEFORE IT IS RUN AGAIN.                                     *
005400*                                                                *
005500*    CONDITION CODES: 0 CLEAN, 4 WHEN ANY RECORD WAS REJECTED,   *
005600*    8 ON A TOLERANCE BREACH, 16 WHEN THE STREAMS DO NOT PROVE   *
005700*    OR HAVE NOT ALL ENDED.                                      *
005800*                                                                *
005900*    MODIFICATION HISTORY.                                       *
006000*      DATE       BY   DESCRIPTION                               *
006100*      2026-10-15 DCP  ORIGINAL VERSION.                         *
006200*                                                                *
006300******************************************************************
006400 ENVIRONMENT DIVISION.
006500 INPUT-OUTPUT SECTION.
006600 FILE-CONTROL.
006700     SELECT STREAM-TOTALS-1-FILE ASSIGN TO STRMTOT1
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-STMT-FILE-STATUS.
007000*
007100     SELECT STREAM-TOTALS-2-FILE ASSIGN TO STRMTOT2
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-STMT-FILE-STATUS.
007400*
007500     SELECT STREAM-TOTALS-3-FILE ASSIGN TO STRMTOT3
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-STMT-FILE-STATUS.
007800*
007900     SELECT STREAM-OUTPUT-1-FILE ASSIGN TO STRMOUT1
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-STRM-FILE-STATUS.
008200*
008300     SELECT STREAM-OUTPUT-2-FILE ASSIGN TO STRMOUT2
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-STRM-FILE-STATUS.
008600*
008700     SELECT STREAM-OUTPUT-3-FILE ASSIGN TO STRMOUT3
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-STRM-FILE-STATUS.
009000*
009100     SELECT STREAM-EXCP-1-FILE ASSIGN TO STRMEXC1
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS WS-STRM-FILE-STATUS.
009400*
009500     SELECT STREAM-EXCP-2-FILE ASSIGN TO STRMEXC2
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS WS-STRM-FILE-STATUS.
009800*
009900     SELECT STREAM-EXCP-3-FILE ASSIGN TO STRMEXC3
010000         ORGANIZATION IS LINE SEQUENTIAL
010100         FILE STATUS IS WS-STRM-FILE-STATUS.
010200*
010300     SELECT STREAM-AUDIT-1-FILE ASSIGN TO STRMAUD1
010400         ORGANIZATION IS LINE SEQUENTIAL
010500         FILE STATUS IS WS-STRM-FILE-STATUS.
010600*
010700     SELECT STREAM-AUDIT-2-FILE ASSIGN TO STRMAUD2
010800         ORGANIZATION IS LINE SEQUENTIAL
010900         FILE STATUS IS WS-STRM-FILE-STATUS.
011000*
011100     SELECT STREAM-AUDIT-3-FILE ASSIGN TO STRMAUD3
011200         ORGANIZATION IS LINE SEQUENTIAL
011300         FILE STATUS IS WS-STRM-FILE-STATUS.
011400*
011500     SELECT STREAM-CSV-1-FILE ASSIGN TO STRMCSV1
011600         ORGANIZATION IS LINE SEQUENTIAL
011700         FILE STATUS IS WS-STRM-FILE-STATUS.
011800*
011900     SELECT STREAM-CSV-2-FILE ASSIGN TO STRMCSV2
012000         ORGANIZATION IS LINE SEQUENTIAL
012100         FILE STATUS IS WS-STRM-FILE-STATUS.
012200*
012300     SELECT STREAM-CSV-3-FILE ASSIGN TO STRMCSV3
012400         ORGANIZATION IS LINE SEQUENTIAL
012500         FILE STATUS IS WS-STRM-FILE-STATUS.
012600*
012700     SELECT MERGE-OUTPUT-WORK ASSIGN TO SORTWK01.
012800*
012900     SELECT MERGE-EXCP-WORK ASSIGN TO SORTWK02.
013000*
013100     SELECT MERGE-AUDIT-WORK ASSIGN TO SORTWK03.
013200*
013300     SELECT MERGE-CSV-WORK ASSIGN TO SORTWK04.
013400*
013500     SELECT GATE-OUTPUT-FILE ASSIGN TO GATEOUT
013600         ORGANIZATION IS LINE SEQUENTIAL.
013700*
013800     SELECT GATE-EXCEPTIONS-FILE ASSIGN TO GATEEXCP
013900         ORGANIZATION IS LINE SEQUENTIAL
014000         FILE STATUS IS WS-EXCP-FILE-STATUS.
014100*
014200     SELECT GATE-AUDIT-LOG-FILE ASSIGN TO GATEAUD
014300         ORGANIZATION IS LINE SEQUENTIAL
014400         FILE STATUS IS WS-AUDIT-FILE-STATUS.
014500*
014600     SELECT GATE-EXTRACT-FILE ASSIGN TO GATECSV
014700         ORGANIZATION IS LINE SEQUENTIAL.
014800*
014900     SELECT GATE-STATS-FILE ASSIGN TO GATESTAT
015000         ORGANIZATION IS LINE SEQUENTIAL
015100         FILE STATUS IS WS-STAT-FILE-STATUS.
015200*
015300     SELECT BALANCING-FILE ASSIGN TO GATEBAL
015400         ORGANIZATION IS LINE SEQUENTIAL
015500         FILE STATUS IS WS-BAL-FILE-STATUS.
015600*
015700     SELECT OPTIONAL GATE-FEED-CONTROL-FILE ASSIGN TO GATEFDCT
015800         ORGANIZATION IS LINE SEQUENTIAL
015900         FILE STATUS IS WS-FDCT-FILE-STATUS.
016000*
016100     SELECT RUN-CONTROL-FILE ASSIGN TO GATERUNC
016200         ORGANIZATION IS LINE SEQUENTIAL
016300         FILE STATUS IS WS-RUNC-FILE-STATUS.
016400*
016500     SELECT STREAM-MERGE-RPT-FILE ASSIGN TO STRMRPT
016600         ORGANIZATION IS LINE SEQUENTIAL.
016700*
016800 DATA DIVISION.
016900 FILE SECTION.
017000 FD  STREAM-TOTALS-1-FILE
017100     LABEL RECORDS ARE STANDARD.
017200 01  STREAM-TOTALS-1-RECORD      PIC X(500).
017300*
017400 FD  STREAM-TOTALS-2-FILE
017500     LABEL RECORDS ARE STANDARD.
017600 01  STREAM-TOTALS-2-RECORD      PIC X(500).
017700*
017800 FD  STREAM-TOTALS-3-FILE
017900     LABEL RECORDS ARE STANDARD.
018000 01  STREAM-TOTALS-3-RECORD      PIC X(500).
018100*
018200 FD  STREAM-OUTPUT-1-FILE
018300     LABEL RECORDS ARE STANDARD.
018400 01  STREAM-OUTPUT-1-RECORD      PIC X(40).
018500*
018600 FD  STREAM-OUTPUT-2-FILE
018700     LABEL RECORDS ARE STANDARD.
018800 01  STREAM-OUTPUT-2-RECORD      PIC X(40).
018900*
019000 FD  STREAM-OUTPUT-3-FILE
019100     LABEL RECORDS ARE STANDARD.
019200 01  STREAM-OUTPUT-3-RECORD      PIC X(40).
019300*
019400 FD  STREAM-EXCP-1-FILE
019500     LABEL RECORDS ARE STANDARD.
019600 01  STREAM-EXCP-1-RECORD        PIC X(40).
019700*
019800 FD  STREAM-EXCP-2-FILE
019900     LABEL RECORDS ARE STANDARD.
020000 01  STREAM-EXCP-2-RECORD        PIC X(40).
020100*
020200 FD  STREAM-EXCP-3-FILE
020300     LABEL RECORDS ARE STANDARD.
020400 01  STREAM-EXCP-3-RECORD        PIC X(40).
020500*
020600 FD  STREAM-AUDIT-1-FILE
020700     LABEL RECORDS ARE STANDARD.
020800 01  STREAM-AUDIT-1-RECORD       PIC X(80).
020900*
021000 FD  STREAM-AUDIT-2-FILE
021100     LABEL RECORDS ARE STANDARD.
021200 01  STREAM-AUDIT-2-RECORD       PIC X(80).
021300*
021400 FD  STREAM-AUDIT-3-FILE
021500     LABEL RECORDS ARE STANDARD.
021600 01  STREAM-AUDIT-3-RECORD       PIC X(80).
021700*
021800 FD  STREAM-CSV-1-FILE
021900     LABEL RECORDS ARE STANDARD.
022000 01  STREAM-CSV-1-RECORD         PIC X(100).
022100*
022200 FD  STREAM-CSV-2-FILE
022300     LABEL RECORDS ARE STANDARD.
022400 01  STREAM-CSV-2-RECORD         PIC X(100).
022500*
022600 FD  STREAM-CSV-3-FILE
022700     LABEL RECORDS ARE STANDARD.
022800 01  STREAM-CSV-3-RECORD         PIC X(100).
022900*
023000*    MERGE WORK FILES - EVERY STREAM DATA SET IS ALREADY IN
023100*    ITEM ID ORDER, SO A MERGE ON ITEM ID GIVES BACK THE ORDER
023200*    OF THE CONSOLIDATED FEED.  AN ITEM'S SEVERAL EXCEPTION ROWS
023300*    COME FROM ONE STREAM AND KEEP THAT STREAM'S ORDER.
023400 SD  MERGE-OUTPUT-WORK.
023500 01  MRGO-RECORD.
023600     05  MRGO-ITEM-ID                PIC X(06).
023700     05  FILLER                      PIC X(34).
023800*
023900 SD  MERGE-EXCP-WORK.
024000 01  MRGX-RECORD.
024100     05  MRGX-ITEM-ID                PIC X(06).
024200     05  FILLER                      PIC X(34).
024300*
024400 SD  MERGE-AUDIT-WORK.
024500 01  MRGA-RECORD.
024600     05  FILLER                      PIC X(28).
024700     05  MRGA-ITEM-ID                PIC X(06).
024800     05  FILLER                      PIC X(46).
024900*
025000 SD  MERGE-CSV-WORK.
025100 01  MRGC-RECORD.
025200     05  MRGC-ITEM-ID                PIC X(06).
025300     05  FILLER                      PIC X(94).
025400*
025500 FD  GATE-OUTPUT-FILE
025600     LABEL RECORDS ARE STANDARD.
025700     COPY GATECOND.
025800*
025900 FD  GATE-EXCEPTIONS-FILE
026000     LABEL RECORDS ARE STANDARD.
026100     COPY GATEEXCP.
026200*
026300 FD  GATE-AUDIT-LOG-FILE
026400     LABEL RECORDS ARE STANDARD.
026500     COPY GATEAUD.
026600*
026700 FD  GATE-EXTRACT-FILE
026800     LABEL RECORDS ARE STANDARD.
026900 01  EXTRACT-LINE                PIC X(100).
027000*
027100 FD  GATE-STATS-FILE
027200     LABEL RECORDS ARE STANDARD.
027300     COPY GATESTAT.
027400*
027500 FD  BALANCING-FILE
027600     LABEL RECORDS ARE STANDARD.
027700     COPY GATEBALC.
027800*
027900 FD  GATE-FEED-CONTROL-FILE
028000     LABEL RECORDS ARE STANDARD.
028100     COPY GATEFDCT.
028200*
028300 FD  RUN-CONTROL-FILE
028400     LABEL RECORDS ARE STANDARD.
028500     COPY GATERUNC.
028600*
028700 FD  STREAM-MERGE-RPT-FILE
028800     LABEL RECORDS ARE STANDARD.
028900 01  RPT-LINE                    PIC X(132).
029000*
029100 WORKING-STORAGE SECTION.
029200*
029300******************************************************************
029400*    RUN SWITCHES AND COUNTERS                                   *
029500******************************************************************
029600 77  WS-STMT-FILE-STATUS         PIC X(02) VALUE '00'.
029700 77  WS-STRM-FILE-STATUS         PIC X(02) VALUE '00'.
029800 77  WS-EXCP-FILE-STATUS         PIC X(02) VALUE '00'.
029900 77  WS-AUDIT-FILE-STATUS        PIC X(02) VALUE '00'.
030000 77  WS-STAT-FILE-STATUS         PIC X(02) VALUE '00'.
030100 77  WS-BAL-FILE-STATUS          PIC X(02) VALUE '00'.
030200 77  WS-FDCT-FILE-STATUS         PIC X(02) VALUE '00'.
030300 77  WS-STRM-EOF-SWITCH          PIC X(01) VALUE 'N'.
030400     88  WS-STRM-EOF-REACHED         VALUE 'Y'.
030500 77  WS-MERGE-EOF-SWITCH         PIC X(01) VALUE 'N'.
030600     88  WS-MERGE-EOF-REACHED        VALUE 'Y'.
030700 77  WS-PROOF-SWITCH             PIC X(01) VALUE 'Y'.
030800     88  WS-STREAMS-PROVE            VALUE 'Y'.
030900     88  WS-STREAMS-DO-NOT-PROVE     VALUE 'N'.
031000 77  WS-TOLERANCE-SWITCH         PIC X(01) VALUE 'N'.
031100     88  WS-TOLERANCE-BREACHED       VALUE 'Y'.
031200 77  WS-STRM-SUB                 PIC 9(02) COMP VALUE ZERO.
031300 77  WS-STAT-REG-SUB             PIC 9(02) COMP VALUE ZERO.
031400 77  WS-BAL-REG-SUB              PIC 9(02) COMP VALUE ZERO.
031500 77  WS-ROW-COUNT                PIC 9(07) COMP VALUE ZERO.
031600 77  WS-EXPECTED-ROWS            PIC 9(07) COMP VALUE ZERO.
031700 77  WS-CHECK-DDNAME             PIC X(08) VALUE SPACES.
031800 77  WS-MERGED-OUT-COUNT         PIC 9(07) COMP VALUE ZERO.
031900 77  WS-MERGED-EXCP-COUNT        PIC 9(07) COMP VALUE ZERO.
032000 77  WS-MERGED-AUDIT-COUNT       PIC 9(07) COMP VALUE ZERO.
032100 77  WS-MERGED-CSV-COUNT         PIC 9(07) COMP VALUE ZERO.
032200 77  WS-RUN-ID                   PIC X(14).
032250 77  WS-NIGHT-RUN-ID             PIC X(14) VALUE LOW-VALUES.
032300*
032400******************************************************************
032500*    THE THREE REGION STREAMS, IN STREAM ORDER (R1, R2, R3).     *
032600*    THE STREAM'S OWN FIGURES FROM ITS STREAM-TOTALS RECORD,     *
032700*    THE ROWS FOUND ON ITS DATA SETS, AND ITS LATEST RUN-CONTROL *
032800*    EVENT FOR THE FEED DATE.                                    *
032900******************************************************************
033000 01  WS-STREAM-TABLE.
033100     05  WS-STRM-ENTRY OCCURS 3 TIMES
033200             INDEXED BY STRM-IDX.
033300         10  WS-STRM-REGION          PIC X(03).
033400         10  WS-STRM-STEP-NAME       PIC X(16).
033500         10  WS-STRM-RUN-ID          PIC X(14).
033600         10  WS-STRM-READ            PIC 9(07) COMP.
033700         10  WS-STRM-PASSED          PIC 9(07) COMP.
033800         10  WS-STRM-WRITTEN         PIC 9(07) COMP.
033900         10  WS-STRM-REJECTED        PIC 9(07) COMP.
034000         10  WS-STRM-RESTART-SKIPPED PIC 9(07) COMP.
034100         10  WS-STRM-BAD-FIELDS      PIC 9(07) COMP.
034200         10  WS-STRM-OUT-ROWS        PIC 9(07) COMP.
034300         10  WS-STRM-EXCP-ROWS       PIC 9(07) COMP.
034400         10  WS-STRM-AUDIT-ROWS      PIC 9(07) COMP.
034500         10  WS-STRM-CSV-ROWS        PIC 9(07) COMP.
034600         10  WS-STRM-RUNC-EVENT      PIC X(01).
034700         10  WS-STRM-RUNC-COND-CODE  PIC 9(03).
034800*
034900******************************************************************
035000*    STREAM-TOTALS RECORD READ AREA                              *
035100******************************************************************
035200     COPY GATESTMT.
035300*
035400******************************************************************
035500*    THE NIGHT'S FIGURES - THE STREAMS ADDED TOGETHER, HELD      *
035600*    UNDER THE SAME NAMES AND PICTURES SAMPLE-PROGRAM USES SO    *
035700*    THE CONTROL TOTALS, RUN STATISTICS AND BALANCING COUNTERS   *
035800*    COME OUT EXACTLY AS A SERIAL RUN'S.  THE FEED, RULES AND    *
035900*    OVERRIDE FIGURES ARE THE SAME ON EVERY STREAM AND ARE TAKEN *
036000*    FROM THE FIRST.  A STREAM NEVER RUNS A SELECTIVE RERUN, SO  *
036100*    RERUN SKIPS ARE ALWAYS ZERO.                                *
036200******************************************************************
036300 77  WS-FEED-DATE                PIC 9(08) VALUE ZERO.
036400 77  WS-FEED-COUNT               PIC 9(07) COMP VALUE ZERO.
036500 77  WS-RECORD-COUNT             PIC 9(07) COMP VALUE ZERO.
036600 77  WS-RECORDS-WRITTEN          PIC 9(07) COMP VALUE ZERO.
036700 77  WS-RECORDS-REJECTED         PIC 9(07) COMP VALUE ZERO.
036800 77  WS-SKIPPED-COUNT            PIC 9(07) COMP VALUE ZERO.
036900 77  WS-RESTART-SKIPPED-COUNT    PIC 9(07) COMP VALUE ZERO.
037000 77  WS-EXCEPTION-COUNT          PIC 9(07) COMP VALUE ZERO.
037100 77  WS-ITEM-UNKNOWN-COUNT       PIC 9(07) COMP VALUE ZERO.
037200 77  WS-ITEM-CLOSED-COUNT        PIC 9(07) COMP VALUE ZERO.
037300 77  WS-RULE-VERSION             PIC 9(04) VALUE ZERO.
037400 77  WS-MAX-REJECT-PCT           PIC 9(03) COMP VALUE ZERO.
037500 77  WS-REJECT-PCT               PIC 9(03) COMP VALUE ZERO.
037600 77  WS-REJECTED-X100            PIC 9(09) COMP VALUE ZERO.
037700 77  WS-TOLERANCE-X-COUNT        PIC 9(09) COMP VALUE ZERO.
037800 77  WS-OVERRIDDEN-COUNT         PIC 9(07) COMP VALUE ZERO.
037900 77  WS-OVRD-COUNT               PIC 9(03) COMP VALUE ZERO.
038000 77  WS-OVRD-USED-COUNT          PIC 9(07) COMP VALUE ZERO.
038100 77  WS-OVRD-UNMATCHED-COUNT     PIC 9(07) COMP VALUE ZERO.
038200 77  WS-OVRD-REFUSED-COUNT       PIC 9(07) COMP VALUE ZERO.
038300 77  WS-MASTER-ADD-COUNT         PIC 9(07) COMP VALUE ZERO.
038400 77  WS-MASTER-REWRITE-COUNT     PIC 9(07) COMP VALUE ZERO.
038500 77  WS-COUNT-BOTH-AB            PIC 9(07) COMP VALUE ZERO.
038600 77  WS-COUNT-ONLY-A             PIC 9(07) COMP VALUE ZERO.
038700 77  WS-COUNT-B-ONLY             PIC 9(07) COMP VALUE ZERO.
038800 77  WS-COUNT-NEITHER            PIC 9(07) COMP VALUE ZERO.
038900 77  WS-AMOUNT-READ              PIC S9(11)V99 COMP-3
039000                                 VALUE ZERO.
039100 77  WS-AMOUNT-WRITTEN           PIC S9(11)V99 COMP-3
039200                                 VALUE ZERO.
039300 77  WS-AMOUNT-REJECTED          PIC S9(11)V99 COMP-3
039400                                 VALUE ZERO.
039500*
039600 01  WS-REGION-TOTALS.
039700     05  WS-REGION-ENTRY OCCURS 4 TIMES
039800             INDEXED BY REG-IDX.
039900         10  WS-REG-CODE             PIC X(03).
040000         10  WS-REG-READ-COUNT       PIC 9(07) COMP.
040100         10  WS-REG-WRITTEN-COUNT    PIC 9(07) COMP.
040200         10  WS-REG-REJECTED-COUNT   PIC 9(07) COMP.
040300         10  WS-REG-SKIPPED-COUNT    PIC 9(07) COMP.
040400         10  WS-REG-READ-AMOUNT      PIC S9(11)V99 COMP-3.
040500         10  WS-REG-WRITTEN-AMOUNT   PIC S9(11)V99 COMP-3.
040600         10  WS-REG-REJECTED-AMOUNT  PIC S9(11)V99 COMP-3.
040700*
040800******************************************************************
040900*    RUN-CONTROL - THE MERGE STANDS IN FOR SAMPLE-PROGRAM ON THE *
041000*    RUN-CONTROL FILE, SO IT RECORDS ITS START AND END UNDER     *
041100*    THAT STEP NAME FOR THE NIGHT'S MAIN PASS.  EACH STREAM MUST *
041200*    HAVE ENDED WITH A CONDITION CODE NO WORSE THAN A STREAM'S   *
041300*    WARNING (4) BEFORE THE MERGE MAY START.                     *
041400******************************************************************
041500 77  WS-RUNC-FILE-STATUS         PIC X(02) VALUE '00'.
041600 77  WS-RUNC-EOF-SWITCH          PIC X(01) VALUE 'N'.
041700     88  WS-RUNC-EOF-REACHED         VALUE 'Y'.
041800 77  WS-STEP-NAME                PIC X(16) VALUE 'SAMPLE-PROGRAM'.
041900 77  WS-PASS-CODE                PIC X(03) VALUE SPACES.
042000 77  WS-STEP-START-SWITCH        PIC X(01) VALUE 'N'.
042100     88  WS-STEP-STARTED             VALUE 'Y'.
042200 77  WS-RUNC-EVENT               PIC X(01) VALUE SPACE.
042300 77  WS-OWN-EVENT                PIC X(01) VALUE SPACE.
042400 77  WS-OWN-COND-CODE            PIC 9(03) VALUE ZERO.
042500 77  WS-STREAM-MAX-COND-CODE     PIC 9(03) VALUE 4.
042600 01  WS-CURRENT-TIME.
042700     05  WS-CURRENT-TIME-HH          PIC 9(02).
042800     05  WS-CURRENT-TIME-MM          PIC 9(02).
042900     05  WS-CURRENT-TIME-SS          PIC 9(02).
043000     05  WS-CURRENT-TIME-CC          PIC 9(02).
043100*
043200 01  WS-CURRENT-DATE.
043300     05  WS-CURRENT-DATE-CCYY        PIC 9(04).
043400     05  WS-CURRENT-DATE-MM          PIC 9(02).
043500     05  WS-CURRENT-DATE-DD          PIC 9(02).
043600*
043700******************************************************************
043800*    STREAM MERGE REPORT PRINT LINES                             *
043900******************************************************************
044000 01  RPT-TITLE-LINE.
044100     05  FILLER                  PIC X(45) VALUE SPACES.
044200     05  FILLER                  PIC X(24)
044300         VALUE 'GATE REGION STREAM MERGE'.
044400     05  FILLER                  PIC X(63) VALUE SPACES.
044500*
044600 01  RPT-DATE-LINE.
044700     05  FILLER                  PIC X(01) VALUE SPACE.
044800     05  FILLER                  PIC X(09) VALUE 'RUN DATE:'.
044900     05  RPT-DATE-LINE-DATE      PIC X(10).
045000     05  FILLER                  PIC X(25) VALUE SPACES.
045100     05  FILLER                  PIC X(06) VALUE 'PAGE '.
045200     05  RPT-DATE-LINE-PAGE      PIC ZZZ9.
045300     05  FILLER                  PIC X(77) VALUE SPACES.
045400*
045500 01  RPT-FEED-LINE.
045600     05  FILLER                  PIC X(01) VALUE SPACE.
045700     05  FILLER                  PIC X(10) VALUE 'FEED DATE '.
045800     05  RPT-FEED-DATE           PIC 9(08).
045900     05  FILLER                  PIC X(05) VALUE SPACES.
046000     05  FILLER                  PIC X(15) VALUE 'FEED RECORDS'.
046100     05  RPT-FEED-COUNT          PIC ZZZ,ZZ9.
046200     05  FILLER                  PIC X(05) VALUE SPACES.
046300     05  FILLER                  PIC X(08) VALUE 'RUN ID  '.
046400     05  RPT-FEED-RUN-ID         PIC X(14).
046500     05  FILLER                  PIC X(59) VALUE SPACES.
046600*
046700 01  RPT-SECTION-TITLE-LINE.
046800     05  FILLER                  PIC X(05) VALUE SPACES.
046900     05  RPT-SECTION-TITLE       PIC X(30).
047000     05  FILLER                  PIC X(97) VALUE SPACES.
047100*
047200 01  RPT-STREAM-HEADING-LINE.
047300     05  FILLER                  PIC X(05) VALUE SPACES.
047400     05  FILLER                  PIC X(08) VALUE 'STREAM'.
047500     05  FILLER                  PIC X(16) VALUE 'RUN ID'.
047600     05  FILLER                  PIC X(10) VALUE '      READ'.
047700     05  FILLER                  PIC X(12) VALUE ' PASSED OVER'.
047800     05  FILLER                  PIC X(10) VALUE '   WRITTEN'.
047900     05  FILLER                  PIC X(10) VALUE '  REJECTED'.
048000     05  FILLER                  PIC X(13) VALUE ' RESTART SKIP'.
048100     05  FILLER                  PIC X(12) VALUE '  BAD FIELDS'.
048200     05  FILLER                  PIC X(13) VALUE '  RUN-CONTROL'.
048300     05  FILLER                  PIC X(23) VALUE SPACES.
048400*
048500 01  RPT-STREAM-LINE.
048600     05  FILLER                  PIC X(05) VALUE SPACES.
048700     05  RPT-STRM-REGION         PIC X(08).
048800     05  RPT-STRM-RUN-ID         PIC X(14).
048900     05  FILLER                  PIC X(05) VALUE SPACES.
049000     05  RPT-STRM-READ           PIC ZZZ,ZZ9.
049100     05  FILLER                  PIC X(05) VALUE SPACES.
049200     05  RPT-STRM-PASSED         PIC ZZZ,ZZ9.
049300     05  FILLER                  PIC X(03) VALUE SPACES.
049400     05  RPT-STRM-WRITTEN        PIC ZZZ,ZZ9.
049500     05  FILLER                  PIC X(03) VALUE SPACES.
049600     05  RPT-STRM-REJECTED       PIC ZZZ,ZZ9.
049700     05  FILLER                  PIC X(06) VALUE SPACES.
049800     05  RPT-STRM-SKIPPED        PIC ZZZ,ZZ9.
049900     05  FILLER                  PIC X(05) VALUE SPACES.
050000     05  RPT-STRM-BAD-FIELDS     PIC ZZZ,ZZ9.
050100     05  FILLER                  PIC X(04) VALUE SPACES.
050200     05  RPT-STRM-RUNC-EVENT     PIC X(01).
050300     05  FILLER                  PIC X(01) VALUE SPACE.
050400     05  RPT-STRM-RUNC-CODE      PIC 9(03).
050500     05  FILLER                  PIC X(27) VALUE SPACES.
050600*
050700 01  RPT-FILE-HEADING-LINE.
050800     05  FILLER                  PIC X(05) VALUE SPACES.
050900     05  FILLER                  PIC X(10) VALUE 'DATA SET'.
051000     05  FILLER                  PIC X(12) VALUE '   STREAM R1'.
051100     05  FILLER                  PIC X(12) VALUE '   STREAM R2'.
051200     05  FILLER                  PIC X(12) VALUE '   STREAM R3'.
051300     05  FILLER                  PIC X(12) VALUE '      MERGED'.
051400     05  FILLER                  PIC X(69) VALUE SPACES.
051500*
051600 01  RPT-FILE-LINE.
051700     05  FILLER                  PIC X(05) VALUE SPACES.
051800     05  RPT-FILE-DDNAME         PIC X(10).
051900     05  FILLER                  PIC X(05) VALUE SPACES.
052000     05  RPT-FILE-ROWS-1         PIC ZZZ,ZZ9.
052100     05  FILLER                  PIC X(05) VALUE SPACES.
052200     05  RPT-FILE-ROWS-2         PIC ZZZ,ZZ9.
052300     05  FILLER                  PIC X(05) VALUE SPACES.
052400     05  RPT-FILE-ROWS-3         PIC ZZZ,ZZ9.
052500     05  FILLER                  PIC X(05) VALUE SPACES.
052600     05  RPT-FILE-ROWS-MERGED    PIC ZZZ,ZZ9.
052700     05  FILLER                  PIC X(69) VALUE SPACES.
052800*
052900 01  RPT-BLANK-LINE               PIC X(132) VALUE SPACES.
053000*
053100******************************************************************
053200*    END-OF-JOB CONTROL TOTALS SECTION - THE SAME LINES, IN THE  *
053300*    SAME ORDER, AS THE GATE DECISION REPORT'S                   *
053400******************************************************************
053500 01  RPT-TOTALS-TITLE-LINE.
053600     05  FILLER                  PIC X(45) VALUE SPACES.
053700     05  FILLER                  PIC X(15)
053800         VALUE 'CONTROL TOTALS'.
053900     05  FILLER                  PIC X(72) VALUE SPACES.
054000*
054100 01  RPT-REGION-TITLE-LINE.
054200     05  FILLER                  PIC X(05) VALUE SPACES.
054300     05  FILLER                  PIC X(16)
054400         VALUE 'REGION SUBTOTALS'.
054500     05  FILLER                  PIC X(111) VALUE SPACES.
054600*
054700 01  RPT-TOTALS-LINE.
054800     05  FILLER                  PIC X(05) VALUE SPACES.
054900     05  RPT-TOTALS-LABEL        PIC X(30).
055000     05  FILLER                  PIC X(05) VALUE SPACES.
055100     05  RPT-TOTALS-VALUE        PIC ZZZ,ZZ9.
055200     05  FILLER                  PIC X(85) VALUE SPACES.
055300*
055400 01  RPT-AMOUNT-LINE.
055500     05  FILLER                  PIC X(05) VALUE SPACES.
055600     05  RPT-AMOUNT-LABEL        PIC X(30).
055700     05  FILLER                  PIC X(05) VALUE SPACES.
055800     05  RPT-AMOUNT-VALUE        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
055900     05  FILLER                  PIC X(74) VALUE SPACES.
056000*
056100 PROCEDURE DIVISION.
056200*
056300 0000-MAINLINE.
056400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
056500     ACCEPT WS-CURRENT-TIME FROM TIME
056600     STRING WS-CURRENT-DATE-CCYY DELIMITED BY SIZE
056700             WS-CURRENT-DATE-MM  DELIMITED BY SIZE
056800             WS-CURRENT-DATE-DD  DELIMITED BY SIZE
056900             WS-CURRENT-TIME-HH  DELIMITED BY SIZE
057000             WS-CURRENT-TIME-MM  DELIMITED BY SIZE
057100             WS-CURRENT-TIME-SS  DELIMITED BY SIZE
057200         INTO WS-RUN-ID
057300     END-STRING
057400     PERFORM 1000-LOAD-STREAM-TOTALS THRU 1000-EXIT
057500     PERFORM 8500-CHECK-RUN-CONTROL THRU 8500-EXIT
057600     PERFORM 2000-PROVE-STREAM-FILES THRU 2000-EXIT
057700     PERFORM 3000-MERGE-STREAM-FILES THRU 3000-EXIT
057800     PERFORM 4000-FINALIZE THRU 4000-EXIT
057900     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
058000     PERFORM 8540-RECORD-STEP-END THRU 8540-EXIT
058100     STOP RUN.
058200*
058300******************************************************************
058400*    1000-LOAD-STREAM-TOTALS - READ AND PROVE THE THREE STREAM-  *
058500*    TOTALS RECORDS AND ADD THEM INTO THE NIGHT'S FIGURES.  ANY  *
058600*    FAILURE HERE MEANS THE STREAMS ARE NOT ONE NIGHT'S WORK;    *
058700*    THE RUN ENDS WITH CONDITION CODE 16 BEFORE ANYTHING IS      *
058800*    RECORDED OR TOUCHED.                                        *
058900******************************************************************
059000 1000-LOAD-STREAM-TOTALS.
059100     INITIALIZE WS-STREAM-TABLE
059200     INITIALIZE WS-REGION-TOTALS
059300     MOVE 'R1 '            TO WS-STRM-REGION (1)
059400     MOVE 'GATE-STREAM-R1' TO WS-STRM-STEP-NAME (1)
059500     MOVE 'R2 '            TO WS-STRM-REGION (2)
059600     MOVE 'GATE-STREAM-R2' TO WS-STRM-STEP-NAME (2)
059700     MOVE 'R3 '            TO WS-STRM-REGION (3)
059800     MOVE 'GATE-STREAM-R3' TO WS-STRM-STEP-NAME (3)
059900     MOVE 'R1 ' TO WS-REG-CODE (1)
060000     MOVE 'R2 ' TO WS-REG-CODE (2)
060100     MOVE 'R3 ' TO WS-REG-CODE (3)
060200     MOVE '***' TO WS-REG-CODE (4)
060300     PERFORM 1100-READ-STREAM-TOTALS THRU 1100-EXIT
060400         VARYING WS-STRM-SUB FROM 1 BY 1
060500         UNTIL WS-STRM-SUB > 3
060600     IF WS-RECORD-COUNT NOT = WS-FEED-COUNT
060700         DISPLAY 'GATE-STRM-MERGE: THE STREAMS READ '
060800             WS-RECORD-COUNT ' RECORDS OF A FEED OF '
060900             WS-FEED-COUNT ' - NOT EVERY RECORD WAS GATED '
061000             'EXACTLY ONCE'
061100         MOVE 16 TO RETURN-CODE
061200         STOP RUN
061300     END-IF
061400*
061500*    EVERY STREAM LOADED THE WHOLE OVERRIDE FILE AND USED ONLY
061600*    THE OVERRIDES FOR ITS OWN ITEMS.  AN ITEM ID IS ON THE FEED
061700*    ONCE (GATE-CONSOL REFUSES A DUPLICATE), SO NO OVERRIDE IS
061800*    USED BY TWO STREAMS AND THE NIGHT'S UNMATCHED OVERRIDES
061900*    ARE THOSE NO STREAM USED.
062000     IF WS-OVRD-USED-COUNT < WS-OVRD-COUNT
062100         COMPUTE WS-OVRD-UNMATCHED-COUNT =
062200             WS-OVRD-COUNT - WS-OVRD-USED-COUNT
062300     END-IF.
062400 1000-EXIT.
062500     EXIT.
062600*
062700******************************************************************
062800*    1100-READ-STREAM-TOTALS - READ STREAM WS-STRM-SUB'S         *
062900*    STREAM-TOTALS RECORD, CHECK IT AND ADD IT IN                *
063000******************************************************************
063100 1100-READ-STREAM-TOTALS.
063200     MOVE SPACES TO STMT-RECORD
063300     EVALUATE WS-STRM-SUB
063400         WHEN 1
063500             MOVE 'STRMTOT1' TO WS-CHECK-DDNAME
063600             OPEN INPUT STREAM-TOTALS-1-FILE
063700             IF WS-STMT-FILE-STATUS = '00'
063800                 READ STREAM-TOTALS-1-FILE INTO STMT-RECORD
063900                     AT END
064000                         MOVE SPACES TO STMT-RECORD
064100                 END-READ
064200                 CLOSE STREAM-TOTALS-1-FILE
064300             END-IF
064400         WHEN 2
064500             MOVE 'STRMTOT2' TO WS-CHECK-DDNAME
064600             OPEN INPUT STREAM-TOTALS-2-FILE
064700             IF WS-STMT-FILE-STATUS = '00'
064800                 READ STREAM-TOTALS-2-FILE INTO STMT-RECORD
064900                     AT END
065000                         MOVE SPACES TO STMT-RECORD
065100                 END-READ
065200                 CLOSE STREAM-TOTALS-2-FILE
065300             END-IF
065400         WHEN 3
065500             MOVE 'STRMTOT3' TO WS-CHECK-DDNAME
065600             OPEN INPUT STREAM-TOTALS-3-FILE
065700             IF WS-STMT-FILE-STATUS = '00'
065800                 READ STREAM-TOTALS-3-FILE INTO STMT-RECORD
065900                     AT END
066000                         MOVE SPACES TO STMT-RECORD
066100                 END-READ
066200                 CLOSE STREAM-TOTALS-3-FILE
066300             END-IF
066400     END-EVALUATE
066500     SET STRM-IDX TO WS-STRM-SUB
066600     IF WS-STMT-FILE-STATUS NOT = '00'
066700         DISPLAY 'GATE-STRM-MERGE: ' WS-CHECK-DDNAME
066800             ' WILL NOT OPEN - STATUS ' WS-STMT-FILE-STATUS
066900         MOVE 16 TO RETURN-CODE
067000         STOP RUN
067100     END-IF
067200     IF STMT-RECORD = SPACES
067300         DISPLAY 'GATE-STRM-MERGE: ' WS-CHECK-DDNAME
067400             ' IS EMPTY - STREAM ' WS-STRM-REGION (STRM-IDX)
067500             ' HAS NOT FINISHED'
067600         MOVE 16 TO RETURN-CODE
067700         STOP RUN
067800     END-IF
067900     IF STMT-REGION-CODE NOT = WS-STRM-REGION (STRM-IDX)
068000         DISPLAY 'GATE-STRM-MERGE: ' WS-CHECK-DDNAME
068100             ' HOLDS THE TOTALS OF STREAM ''' STMT-REGION-CODE
068200             ''', NOT ' WS-STRM-REGION (STRM-IDX)
068300         MOVE 16 TO RETURN-CODE
068400         STOP RUN
068500     END-IF
068600     IF WS-STRM-SUB = 1
068700         MOVE STMT-FEED-DATE        TO WS-FEED-DATE
068800         MOVE STMT-FEED-COUNT       TO WS-FEED-COUNT
068900         MOVE STMT-RULE-VERSION     TO WS-RULE-VERSION
069000         MOVE STMT-MAX-REJECT-PCT   TO WS-MAX-REJECT-PCT
069100         MOVE STMT-OVRD-LOADED      TO WS-OVRD-COUNT
069200         MOVE STMT-OVRD-REFUSED     TO WS-OVRD-REFUSED-COUNT
069300     END-IF
069400     IF STMT-FEED-DATE NOT = WS-FEED-DATE
069500         OR STMT-FEED-COUNT NOT = WS-FEED-COUNT
069600         OR STMT-RULE-VERSION NOT = WS-RULE-VERSION
069700         OR STMT-MAX-REJECT-PCT NOT = WS-MAX-REJECT-PCT
069800         OR STMT-OVRD-LOADED NOT = WS-OVRD-COUNT
069900         OR STMT-OVRD-REFUSED NOT = WS-OVRD-REFUSED-COUNT
070000         DISPLAY 'GATE-STRM-MERGE: STREAM '
070100             WS-STRM-REGION (STRM-IDX) ' RAN AGAINST FEED DATE '
070200             STMT-FEED-DATE ', RULES VERSION ' STMT-RULE-VERSION
070300             ' OR AN OVERRIDE FILE OR TOLERANCE DIFFERENT FROM '
070400             'STREAM R1 - STREAMS ARE NOT ONE NIGHT'
070500         MOVE 16 TO RETURN-CODE
070600         STOP RUN
070700     END-IF
070800     IF STMT-RECORDS-READ + STMT-PASSED-COUNT
070900         NOT = STMT-FEED-COUNT
071000         DISPLAY 'GATE-STRM-MERGE: STREAM '
071100             WS-STRM-REGION (STRM-IDX) ' READ '
071200             STMT-RECORDS-READ ' AND PASSED OVER '
071300             STMT-PASSED-COUNT ' OF A FEED OF ' STMT-FEED-COUNT
071400         MOVE 16 TO RETURN-CODE
071500         STOP RUN
071600     END-IF
071700     MOVE STMT-RUN-ID           TO WS-STRM-RUN-ID (STRM-IDX)
071800     MOVE STMT-RECORDS-READ     TO WS-STRM-READ (STRM-IDX)
071900     MOVE STMT-PASSED-COUNT     TO WS-STRM-PASSED (STRM-IDX)
072000     MOVE STMT-RECORDS-WRITTEN  TO WS-STRM-WRITTEN (STRM-IDX)
072100     MOVE STMT-RECORDS-REJECTED TO WS-STRM-REJECTED (STRM-IDX)
072200     MOVE STMT-RESTART-SKIPPED
072300         TO WS-STRM-RESTART-SKIPPED (STRM-IDX)
072400     MOVE STMT-BAD-FIELDS       TO WS-STRM-BAD-FIELDS (STRM-IDX)
072500     ADD STMT-RECORDS-READ      TO WS-RECORD-COUNT
072600     ADD STMT-RECORDS-WRITTEN   TO WS-RECORDS-WRITTEN
072700     ADD STMT-RECORDS-REJECTED  TO WS-RECORDS-REJECTED
072800     ADD STMT-RESTART-SKIPPED   TO WS-RESTART-SKIPPED-COUNT
072900     ADD STMT-BAD-FIELDS        TO WS-EXCEPTION-COUNT
073000     ADD STMT-ITEM-UNKNOWN      TO WS-ITEM-UNKNOWN-COUNT
073100     ADD STMT-ITEM-CLOSED       TO WS-ITEM-CLOSED-COUNT
073200     ADD STMT-OVERRIDDEN        TO WS-OVERRIDDEN-COUNT
073300     COMPUTE WS-OVRD-USED-COUNT = WS-OVRD-USED-COUNT
073400         + STMT-OVRD-LOADED - STMT-OVRD-UNMATCHED
073500     ADD STMT-MASTER-ADDED      TO WS-MASTER-ADD-COUNT
073600     ADD STMT-MASTER-REWRITTEN  TO WS-MASTER-REWRITE-COUNT
073700     ADD STMT-COUNT-BOTH-AB     TO WS-COUNT-BOTH-AB
073800     ADD STMT-COUNT-ONLY-A      TO WS-COUNT-ONLY-A
073900     ADD STMT-COUNT-B-ONLY      TO WS-COUNT-B-ONLY
074000     ADD STMT-COUNT-NEITHER     TO WS-COUNT-NEITHER
074100     ADD STMT-AMOUNT-READ       TO WS-AMOUNT-READ
074200     ADD STMT-AMOUNT-WRITTEN    TO WS-AMOUNT-WRITTEN
074300     ADD STMT-AMOUNT-REJECTED   TO WS-AMOUNT-REJECTED
074400     PERFORM 1150-ADD-ONE-REGION THRU 1150-EXIT
074500         VARYING WS-STAT-REG-SUB FROM 1 BY 1
074600         UNTIL WS-STAT-REG-SUB > 4.
074700 1100-EXIT.
074800     EXIT.
074900*
075000 1150-ADD-ONE-REGION.
075100     ADD STMT-REG-READ (WS-STAT-REG-SUB)
075200         TO WS-REG-READ-COUNT (WS-STAT-REG-SUB)
075300     ADD STMT-REG-WRITTEN (WS-STAT-REG-SUB)
075400         TO WS-REG-WRITTEN-COUNT (WS-STAT-REG-SUB)
075500     ADD STMT-REG-REJECTED (WS-STAT-REG-SUB)
075600         TO WS-REG-REJECTED-COUNT (WS-STAT-REG-SUB)
075700     ADD STMT-REG-SKIPPED (WS-STAT-REG-SUB)
075800         TO WS-REG-SKIPPED-COUNT (WS-STAT-REG-SUB)
075900     ADD STMT-REG-READ-AMOUNT (WS-STAT-REG-SUB)
076000         TO WS-REG-READ-AMOUNT (WS-STAT-REG-SUB)
076100     ADD STMT-REG-WRITTEN-AMOUNT (WS-STAT-REG-SUB)
076200         TO WS-REG-WRITTEN-AMOUNT (WS-STAT-REG-SUB)
076300     ADD STMT-REG-REJECTED-AMOUNT (WS-STAT-REG-SUB)
076400         TO WS-REG-REJECTED-AMOUNT (WS-STAT-REG-SUB).
076500 1150-EXIT.
076600     EXIT.
076700*
076800******************************************************************
076900*    2000-PROVE-STREAM-FILES - COUNT THE ROWS ON EVERY STREAM    *
077000*    DATA SET BEFORE ANY OF THEM IS MERGED.  EACH WRITTEN RECORD *
077100*    LEAVES ONE GATE-OUTPUT, ONE EXTRACT AND ONE AUDIT ROW, AND  *
077200*    EACH BAD FIELD ONE EXCEPTION ROW.  A STREAM THAT WAS        *
077300*    RESTARTED ALSO HOLDS THE ROWS ITS FIRST ATTEMPT CUT BEFORE  *
077400*    THE CHECKPOINT, WHICH ITS TOTALS DO NOT COUNT, SO ITS DATA  *
077500*    SETS NEED ONLY HOLD AT LEAST THAT MANY.  ANY SHORTFALL ENDS *
077600*    THE RUN WITH CONDITION CODE 16 BEFORE THE NIGHT'S FILES ARE *
077700*    TOUCHED.                                                    *
077800******************************************************************
077900 2000-PROVE-STREAM-FILES.
078000     PERFORM 2100-COUNT-STREAM-1 THRU 2100-EXIT
078100     PERFORM 2200-COUNT-STREAM-2 THRU 2200-EXIT
078200     PERFORM 2300-COUNT-STREAM-3 THRU 2300-EXIT
078300     PERFORM 2050-PROVE-ONE-STREAM THRU 2050-EXIT
078400         VARYING STRM-IDX FROM 1 BY 1
078500         UNTIL STRM-IDX > 3
078600     IF WS-STREAMS-DO-NOT-PROVE
078700         DISPLAY 'GATE-STRM-MERGE: STREAM DATA SETS DO NOT '
078800             'PROVE TO THE STREAM TOTALS - NOTHING MERGED'
078900         PERFORM 9900-ABEND-RUN THRU 9900-EXIT
079000     END-IF.
079100 2000-EXIT.
079200     EXIT.
079300*
079400 2050-PROVE-ONE-STREAM.
079500     MOVE WS-STRM-WRITTEN (STRM-IDX) TO WS-EXPECTED-ROWS
079600     MOVE 'GATEOUT'  TO WS-CHECK-DDNAME
079700     MOVE WS-STRM-OUT-ROWS (STRM-IDX) TO WS-ROW-COUNT
079800     PERFORM 2060-CHECK-ROW-COUNT THRU 2060-EXIT
079900     MOVE 'GATECSV'  TO WS-CHECK-DDNAME
080000     MOVE WS-STRM-CSV-ROWS (STRM-IDX) TO WS-ROW-COUNT
080100     PERFORM 2060-CHECK-ROW-COUNT THRU 2060-EXIT
080200     MOVE 'GATEAUD'  TO WS-CHECK-DDNAME
080300     MOVE WS-STRM-AUDIT-ROWS (STRM-IDX) TO WS-ROW-COUNT
080400     PERFORM 2060-CHECK-ROW-COUNT THRU 2060-EXIT
080500     MOVE WS-STRM-BAD-FIELDS (STRM-IDX) TO WS-EXPECTED-ROWS
080600     MOVE 'GATEEXCP' TO WS-CHECK-DDNAME
080700     MOVE WS-STRM-EXCP-ROWS (STRM-IDX) TO WS-ROW-COUNT
080800     PERFORM 2060-CHECK-ROW-COUNT THRU 2060-EXIT.
080900 2050-EXIT.
081000     EXIT.
081100*
081200 2060-CHECK-ROW-COUNT.
081300     IF WS-ROW-COUNT = WS-EXPECTED-ROWS
081400         GO TO 2060-EXIT
081500     END-IF
081600     IF WS-ROW-COUNT > WS-EXPECTED-ROWS
081700         AND WS-STRM-RESTART-SKIPPED (STRM-IDX) > ZERO
081800         GO TO 2060-EXIT
081900     END-IF
082000     DISPLAY 'GATE-STRM-MERGE: STREAM ' WS-STRM-REGION (STRM-IDX)
082100         ' ' WS-CHECK-DDNAME ' HOLDS ' WS-ROW-COUNT
082200         ' ROWS, STREAM TOTALS SAY ' WS-EXPECTED-ROWS
082300     SET WS-STREAMS-DO-NOT-PROVE TO TRUE.
082400 2060-EXIT.
082500     EXIT.
082600*
082700******************************************************************
082800*    2100/2200/2300 - COUNT THE ROWS ON ONE STREAM'S GATE-OUTPUT,*
082900*    GATE-EXCEPTIONS, GATE-AUDIT-LOG AND EXTRACT DATA SETS.  A   *
083000*    DATA SET THAT WILL NOT OPEN IS COUNTED AS EMPTY AND LEFT TO *
083100*    THE PROOF.                                                  *
083200******************************************************************
083300 2100-COUNT-STREAM-1.
083400     OPEN INPUT STREAM-OUTPUT-1-FILE
083500     IF WS-STRM-FILE-STATUS = '00'
083600         MOVE 'N' TO WS-STRM-EOF-SWITCH
083700         PERFORM 2110-READ-OUTPUT-1 THRU 2110-EXIT
083800             UNTIL WS-STRM-EOF-REACHED
083900         CLOSE STREAM-OUTPUT-1-FILE
084000     END-IF
084100     OPEN INPUT STREAM-EXCP-1-FILE
084200     IF WS-STRM-FILE-STATUS = '00'
084300         MOVE 'N' TO WS-STRM-EOF-SWITCH
084400         PERFORM 2120-READ-EXCP-1 THRU 2120-EXIT
084500             UNTIL WS-STRM-EOF-REACHED
084600         CLOSE STREAM-EXCP-1-FILE
084700     END-IF
084800     OPEN INPUT STREAM-AUDIT-1-FILE
084900     IF WS-STRM-FILE-STATUS = '00'
085000         MOVE 'N' TO WS-STRM-EOF-SWITCH
085100         PERFORM 2130-READ-AUDIT-1 THRU 2130-EXIT
085200             UNTIL WS-STRM-EOF-REACHED
085300         CLOSE STREAM-AUDIT-1-FILE
085400     END-IF
085500     OPEN INPUT STREAM-CSV-1-FILE
085600     IF WS-STRM-FILE-STATUS = '00'
085700         MOVE 'N' TO WS-STRM-EOF-SWITCH
085800         PERFORM 2140-READ-CSV-1 THRU 2140-EXIT
085900             UNTIL WS-STRM-EOF-REACHED
086000         CLOSE STREAM-CSV-1-FILE
086100     END-IF.
086200 2100-EXIT.
086300     EXIT.
086400*
086500 2110-READ-OUTPUT-1.
086600     READ STREAM-OUTPUT-1-FILE
086700         AT END
086800             SET WS-STRM-EOF-REACHED TO TRUE
086900         NOT AT END
087000             ADD 1 TO WS-STRM-OUT-ROWS (1)
087100     END-READ.
087200 2110-EXIT.
087300     EXIT.
087400*
087500 2120-READ-EXCP-1.
087600     READ STREAM-EXCP-1-FILE
087700         AT END
087800             SET WS-STRM-EOF-REACHED TO TRUE
087900         NOT AT END
088000             ADD 1 TO WS-STRM-EXCP-ROWS (1)
088100     END-READ.
088200 2120-EXIT.
088300     EXIT.
088400*
088500 2130-READ-AUDIT-1.
088600     READ STREAM-AUDIT-1-FILE
088700         AT END
088800             SET WS-STRM-EOF-REACHED TO TRUE
088900         NOT AT END
089000             ADD 1 TO WS-STRM-AUDIT-ROWS (1)
089100     END-READ.
089200 2130-EXIT.
089300     EXIT.
089400*
089500 2140-READ-CSV-1.
089600     READ STREAM-CSV-1-FILE
089700         AT END
089800             SET WS-STRM-EOF-REACHED TO TRUE
089900         NOT AT END
090000             ADD 1 TO WS-STRM-CSV-ROWS (1)
090100     END-READ.
090200 2140-EXIT.
090300     EXIT.
090400*
090500 2200-COUNT-STREAM-2.
090600     OPEN INPUT STREAM-OUTPUT-2-FILE
090700     IF WS-STRM-FILE-STATUS = '00'
090800         MOVE 'N' TO WS-STRM-EOF-SWITCH
090900         PERFORM 2210-READ-OUTPUT-2 THRU 2210-EXIT
091000             UNTIL WS-STRM-EOF-REACHED
091100         CLOSE STREAM-OUTPUT-2-FILE
091200     END-IF
091300     OPEN INPUT STREAM-EXCP-2-FILE
091400     IF WS-STRM-FILE-STATUS = '00'
091500         MOVE 'N' TO WS-STRM-EOF-SWITCH
091600         PERFORM 2220-READ-EXCP-2 THRU 2220-EXIT
091700             UNTIL WS-STRM-EOF-REACHED
091800         CLOSE STREAM-EXCP-2-FILE
091900     END-IF
092000     OPEN INPUT STREAM-AUDIT-2-FILE
092100     IF WS-STRM-FILE-STATUS = '00'
092200         MOVE 'N' TO WS-STRM-EOF-SWITCH
092300         PERFORM 2230-READ-AUDIT-2 THRU 2230-EXIT
092400             UNTIL WS-STRM-EOF-REACHED
092500         CLOSE STREAM-AUDIT-2-FILE
092600     END-IF
092700     OPEN INPUT STREAM-CSV-2-FILE
092800     IF WS-STRM-FILE-STATUS = '00'
092900         MOVE 'N' TO WS-STRM-EOF-SWITCH
093000         PERFORM 2240-READ-CSV-2 THRU 2240-EXIT
093100             UNTIL WS-STRM-EOF-REACHED
093200         CLOSE STREAM-CSV-2-FILE
093300     END-IF.
093400 2200-EXIT.
093500     EXIT.
093600*
093700 2210-READ-OUTPUT-2.
093800     READ STREAM-OUTPUT-2-FILE
093900         AT END
094000             SET WS-STRM-EOF-REACHED TO TRUE
094100         NOT AT END
094200             ADD 1 TO WS-STRM-OUT-ROWS (2)
094300     END-READ.
094400 2210-EXIT.
094500     EXIT.
094600*
094700 2220-READ-EXCP-2.
094800     READ STREAM-EXCP-2-FILE
094900         AT END
095000             SET WS-STRM-EOF-REACHED TO TRUE
095100         NOT AT END
095200             ADD 1 TO WS-STRM-EXCP-ROWS (2)
095300     END-READ.
095400 2220-EXIT.
095500     EXIT.
095600*
095700 2230-READ-AUDIT-2.
095800     READ STREAM-AUDIT-2-FILE
095900         AT END
096000             SET WS-STRM-EOF-REACHED TO TRUE
096100         NOT AT END
096200             ADD 1 TO WS-STRM-AUDIT-ROWS (2)
096300     END-READ.
096400 2230-EXIT.
096500     EXIT.
096600*
096700 2240-READ-CSV-2.
096800     READ STREAM-CSV-2-FILE
096900         AT END
097000             SET WS-STRM-EOF-REACHED TO TRUE
097100         NOT AT END
097200             ADD 1 TO WS-STRM-CSV-ROWS (2)
097300     END-READ.
097400 2240-EXIT.
097500     EXIT.
097600*
097700 2300-COUNT-STREAM-3.
097800     OPEN INPUT STREAM-OUTPUT-3-FILE
097900     IF WS-STRM-FILE-STATUS = '00'
098000         MOVE 'N' TO WS-STRM-EOF-SWITCH
098100         PERFORM 2310-READ-OUTPUT-3 THRU 2310-EXIT
098200             UNTIL WS-STRM-EOF-REACHED
098300         CLOSE STREAM-OUTPUT-3-FILE
098400     END-IF
098500     OPEN INPUT STREAM-EXCP-3-FILE
098600     IF WS-STRM-FILE-STATUS = '00'
098700         MOVE 'N' TO WS-STRM-EOF-SWITCH
098800         PERFORM 2320-READ-EXCP-3 THRU 2320-EXIT
098900             UNTIL WS-STRM-EOF-REACHED
099000         CLOSE STREAM-EXCP-3-FILE
099100     END-IF
099200     OPEN INPUT STREAM-AUDIT-3-FILE
099300     IF WS-STRM-FILE-STATUS = '00'
099400         MOVE 'N' TO WS-STRM-EOF-SWITCH
099500         PERFORM 2330-READ-AUDIT-3 THRU 2330-EXIT
099600             UNTIL WS-STRM-EOF-REACHED
099700         CLOSE STREAM-AUDIT-3-FILE
099800     END-IF
099900     OPEN INPUT STREAM-CSV-3-FILE
100000     IF WS-STRM-FILE-STATUS = '00'
100100         MOVE 'N' TO WS-STRM-EOF-SWITCH
100200         PERFORM 2340-READ-CSV-3 THRU 2340-EXIT
100300             UNTIL WS-STRM-EOF-REACHED
100400         CLOSE STREAM-CSV-3-FILE
100500     END-IF.
100600 2300-EXIT.
100700     EXIT.
100800*
100900 2310-READ-OUTPUT-3.
101000     READ STREAM-OUTPUT-3-FILE
101100         AT END
101200             SET WS-STRM-EOF-REACHED TO TRUE
101300         NOT AT END
101400             ADD 1 TO WS-STRM-OUT-ROWS (3)
101500     END-READ.
101600 2310-EXIT.
101700     EXIT.
101800*
101900 2320-READ-EXCP-3.
102000     READ STREAM-EXCP-3-FILE
102100         AT END
102200             SET WS-STRM-EOF-REACHED TO TRUE
102300         NOT AT END
102400             ADD 1 TO WS-STRM-EXCP-ROWS (3)
102500     END-READ.
102600 2320-EXIT.
102700     EXIT.
102800*
102900 2330-READ-AUDIT-3.
103000     READ STREAM-AUDIT-3-FILE
103100         AT END
103200             SET WS-STRM-EOF-REACHED TO TRUE
103300         NOT AT END
103400             ADD 1 TO WS-STRM-AUDIT-ROWS (3)
103500     END-READ.
103600 2330-EXIT.
103700     EXIT.
103800*
103900 2340-READ-CSV-3.
104000     READ STREAM-CSV-3-FILE
104100         AT END
104200             SET WS-STRM-EOF-REACHED TO TRUE
104300         NOT AT END
104400             ADD 1 TO WS-STRM-CSV-ROWS (3)
104500     END-READ.
104600 2340-EXIT.
104700     EXIT.
104800*
104900******************************************************************
105000*    3000-MERGE-STREAM-FILES - MERGE EACH KIND OF STREAM DATA    *
105100*    SET INTO THE NIGHT'S FILE.  GATE-OUTPUT AND THE EXTRACT ARE *
105200*    THE NIGHT'S OWN AND ARE WRITTEN FRESH; GATE-EXCEPTIONS AND  *
105300*    GATE-AUDIT-LOG ARE PERSISTENT AND ARE APPENDED TO.  ON EQUAL*
105400*    ITEM IDS THE MERGE TAKES THE STREAMS IN R1, R2, R3 ORDER,   *
105500*    THE ORDER GATE-CONSOL RELEASES THE REGIONS IN.              *
105600******************************************************************
105700 3000-MERGE-STREAM-FILES.
105800     MERGE MERGE-OUTPUT-WORK
105900         ON ASCENDING KEY MRGO-ITEM-ID
106000         USING STREAM-OUTPUT-1-FILE
106100               STREAM-OUTPUT-2-FILE
106200               STREAM-OUTPUT-3-FILE
106300         OUTPUT PROCEDURE IS 3100-WRITE-OUTPUT
106400                        THRU 3100-WRITE-EXIT
106500     MERGE MERGE-EXCP-WORK
106600         ON ASCENDING KEY MRGX-ITEM-ID
106700         USING STREAM-EXCP-1-FILE
106800               STREAM-EXCP-2-FILE
106900               STREAM-EXCP-3-FILE
107000         OUTPUT PROCEDURE IS 3200-WRITE-EXCEPTIONS
107100                        THRU 3200-WRITE-EXIT
107200     MERGE MERGE-AUDIT-WORK
107300         ON ASCENDING KEY MRGA-ITEM-ID
107400         USING STREAM-AUDIT-1-FILE
107500               STREAM-AUDIT-2-FILE
107600               STREAM-AUDIT-3-FILE
107700         OUTPUT PROCEDURE IS 3300-WRITE-AUDIT
107800                        THRU 3300-WRITE-EXIT
107900     MERGE MERGE-CSV-WORK
108000         ON ASCENDING KEY MRGC-ITEM-ID
108100         USING STREAM-CSV-1-FILE
108200               STREAM-CSV-2-FILE
108300               STREAM-CSV-3-FILE
108400         OUTPUT PROCEDURE IS 3400-WRITE-EXTRACT
108500                        THRU 3400-WRITE-EXIT.
108600 3000-EXIT.
108700     EXIT.
108800*
108900******************************************************************
109000*    3100-WRITE-OUTPUT - MERGE OUTPUT PROCEDURE: THE NIGHT'S     *
109100*    GATE-OUTPUT, CUT FRESH AS A SERIAL RUN CUTS IT              *
109200******************************************************************
109300 3100-WRITE-OUTPUT.
109400     OPEN OUTPUT GATE-OUTPUT-FILE
109500     MOVE 'N' TO WS-MERGE-EOF-SWITCH
109600     PERFORM 3150-RETURN-OUTPUT THRU 3150-EXIT
109700         UNTIL WS-MERGE-EOF-REACHED
109800     CLOSE GATE-OUTPUT-FILE.
109900 3100-WRITE-EXIT.
110000     EXIT.
110100*
110200 3150-RETURN-OUTPUT.
110300     RETURN MERGE-OUTPUT-WORK
110400         AT END
110500             SET WS-MERGE-EOF-REACHED TO TRUE
110600         NOT AT END
110700             MOVE MRGO-RECORD TO GATECOND-RECORD
110800             WRITE GATECOND-RECORD
110900             ADD 1 TO WS-MERGED-OUT-COUNT
111000     END-RETURN.
111100 3150-EXIT.
111200     EXIT.
111300*
111400******************************************************************
111500*    3200-WRITE-EXCEPTIONS - MERGE OUTPUT PROCEDURE: APPEND THE  *
111600*    NIGHT'S REJECTS TO GATE-EXCEPTIONS, CREATING IT ON ITS      *
111700*    FIRST WRITE                                                 *
111800******************************************************************
111900 3200-WRITE-EXCEPTIONS.
112000     OPEN EXTEND GATE-EXCEPTIONS-FILE
112100     IF WS-EXCP-FILE-STATUS NOT = '00'
112200         OPEN OUTPUT GATE-EXCEPTIONS-FILE
112300     END-IF
112400     MOVE 'N' TO WS-MERGE-EOF-SWITCH
112500     PERFORM 3250-RETURN-EXCEPTION THRU 3250-EXIT
112600         UNTIL WS-MERGE-EOF-REACHED
112700     CLOSE GATE-EXCEPTIONS-FILE.
112800 3200-WRITE-EXIT.
112900     EXIT.
113000*
113100 3250-RETURN-EXCEPTION.
113200     RETURN MERGE-EXCP-WORK
113300         AT END
113400             SET WS-MERGE-EOF-REACHED TO TRUE
113500         NOT AT END
113600             MOVE MRGX-RECORD TO EXCP-RECORD
113700             WRITE EXCP-RECORD
113800             ADD 1 TO WS-MERGED-EXCP-COUNT
113900     END-RETURN.
114000 3250-EXIT.
114100     EXIT.
114200*
114300******************************************************************
114400*    3300-WRITE-AUDIT - MERGE OUTPUT PROCEDURE: APPEND THE       *
114500*    NIGHT'S DECISIONS TO GATE-AUDIT-LOG, CREATING IT ON ITS     *
114600*    FIRST WRITE                                                 *
114700******************************************************************
114800 3300-WRITE-AUDIT.
114900     OPEN EXTEND GATE-AUDIT-LOG-FILE
115000     IF WS-AUDIT-FILE-STATUS NOT = '00'
115100         OPEN OUTPUT GATE-AUDIT-LOG-FILE
115200     END-IF
115300     MOVE 'N' TO WS-MERGE-EOF-SWITCH
115400     PERFORM 3350-RETURN-AUDIT THRU 3350-EXIT
115500         UNTIL WS-MERGE-EOF-REACHED
115600     CLOSE GATE-AUDIT-LOG-FILE.
115700 3300-WRITE-EXIT.
115800     EXIT.
115900*
116000 3350-RETURN-AUDIT.
116100     RETURN MERGE-AUDIT-WORK
116200         AT END
116300             SET WS-MERGE-EOF-REACHED TO TRUE
116400         NOT AT END
116500             MOVE MRGA-RECORD TO AUDIT-RECORD
116600             WRITE AUDIT-RECORD
116700             ADD 1 TO WS-MERGED-AUDIT-COUNT
116800     END-RETURN.
116900 3350-EXIT.
117000     EXIT.
117100*
117200******************************************************************
117300*    3400-WRITE-EXTRACT - MERGE OUTPUT PROCEDURE: THE NIGHT'S    *
117400*    DELIMITED EXTRACT, CUT FRESH UNDER THE SAME COLUMN HEADER   *
117500*    ROW SAMPLE-PROGRAM WRITES                                   *
117600******************************************************************
117700 3400-WRITE-EXTRACT.
117800     OPEN OUTPUT GATE-EXTRACT-FILE
117900     MOVE SPACES TO EXTRACT-LINE
118000     STRING 'ITEM ID,FLAG A,FLAG B,FLAG C,RESULT CODE,'
118100             'OUTCOME,RUN DATE,RUN ID,OWNING UNIT'
118200             DELIMITED BY SIZE
118300         INTO EXTRACT-LINE
118400     END-STRING
118500     WRITE EXTRACT-LINE
118600     MOVE 'N' TO WS-MERGE-EOF-SWITCH
118700     PERFORM 3450-RETURN-EXTRACT THRU 3450-EXIT
118800         UNTIL WS-MERGE-EOF-REACHED
118900     CLOSE GATE-EXTRACT-FILE.
119000 3400-WRITE-EXIT.
119100     EXIT.
119200*
119300 3450-RETURN-EXTRACT.
119400     RETURN MERGE-CSV-WORK
119500         AT END
119600             SET WS-MERGE-EOF-REACHED TO TRUE
119700         NOT AT END
119800             MOVE MRGC-RECORD TO EXTRACT-LINE
119900             WRITE EXTRACT-LINE
120000             ADD 1 TO WS-MERGED-CSV-COUNT
120100     END-RETURN.
120200 3450-EXIT.
120300     EXIT.
120400*
120500******************************************************************
120600*    4000-FINALIZE - JUDGE THE TOLERANCE ON THE WHOLE NIGHT,     *
120700*    MOVE THE FEED-CONTROL DATE ON, WRITE THE NIGHT'S RUN        *
120800*    STATISTICS AND BALANCING COUNTERS, AND PRINT THE REPORT     *
120900******************************************************************
121000 4000-FINALIZE.
121100     PERFORM 4020-CHECK-EXCEPTION-TOLERANCE THRU 4020-EXIT
121200     PERFORM 4050-UPDATE-FEED-CONTROL THRU 4050-EXIT
121300     PERFORM 4300-WRITE-RUN-STATS THRU 4300-EXIT
121400     PERFORM 4400-WRITE-BALANCING THRU 4400-EXIT
121500     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
121600 4000-EXIT.
121700     EXIT.
121800*
121900******************************************************************
122000*    4020-CHECK-EXCEPTION-TOLERANCE - THE SAME TEST SAMPLE-      *
122100*    PROGRAM MAKES AT THE END OF A SERIAL RUN, ON THE NIGHT'S    *
122200*    FIGURES.  THE CROSS-PRODUCT COMPARE AVOIDS ANY ROUNDING;    *
122300*    THE ROUNDED RATE IS KEPT FOR THE CONTROL TOTALS.            *
122400******************************************************************
122500 4020-CHECK-EXCEPTION-TOLERANCE.
122600     IF WS-RECORD-COUNT > ZERO
122700         COMPUTE WS-REJECTED-X100 =
122800             WS-RECORDS-REJECTED * 100
122900         COMPUTE WS-TOLERANCE-X-COUNT =
123000             WS-MAX-REJECT-PCT * WS-RECORD-COUNT
123100         COMPUTE WS-REJECT-PCT ROUNDED =
123200             WS-REJECTED-X100 / WS-RECORD-COUNT
123300         IF WS-REJECTED-X100 > WS-TOLERANCE-X-COUNT
123400             SET WS-TOLERANCE-BREACHED TO TRUE
123500             DISPLAY 'EXCEPTION RATE ' WS-REJECT-PCT
123600                 ' PCT EXCEEDS TOLERANCE ' WS-MAX-REJECT-PCT
123700                 ' PCT - DOWNSTREAM JOBS MUST BE HELD AND '
123800                 'THE FEED REVIEWED'
123900         END-IF
124000     END-IF.
124100 4020-EXIT.
124200     EXIT.
124300*
124400******************************************************************
124500*    4050-UPDATE-FEED-CONTROL - RECORD THE NIGHT'S FEED DATE SO  *
124600*    TOMORROW'S RUN CAN REFUSE A STALE OR DUPLICATE EXTRACT,     *
124700*    UNLESS THE TOLERANCE WAS BREACHED, SO THE CORRECTED FEED    *
124800*    CAN COME BACK THROUGH UNDER THE SAME DATE                   *
124900******************************************************************
125000 4050-UPDATE-FEED-CONTROL.
125100     IF NOT WS-TOLERANCE-BREACHED
125200         MOVE SPACES TO FDCT-RECORD
125300         MOVE WS-FEED-DATE TO FDCT-LAST-FEED-DATE
125400         OPEN OUTPUT GATE-FEED-CONTROL-FILE
125500         WRITE FDCT-RECORD
125600         CLOSE GATE-FEED-CONTROL-FILE
125700     END-IF.
125800 4050-EXIT.
125900     EXIT.
126000*
126100******************************************************************
126200*    4300-WRITE-RUN-STATS - APPEND THE NIGHT'S RUN-STATISTICS    *
126250*    RECORD, LAID OUT EXACTLY AS SAMPLE-PROGRAM'S 3300 LAYS IT   *
126300*    OUT, UNDER THE LATEST OF THE THREE STREAMS' RUN IDS - THE   *
126350*    RUN ID THE NIGHT'S AUDIT AND MASTER ROWS CARRY, AND THE ONE *
126400*    THAT BRINGS A RECOVERED MASTER FORWARD OVER THE WHOLE NIGHT *
126500******************************************************************
126600 4300-WRITE-RUN-STATS.
126700     OPEN EXTEND GATE-STATS-FILE
126800     IF WS-STAT-FILE-STATUS NOT = '00'
126900         OPEN OUTPUT GATE-STATS-FILE
127000     END-IF
127100     MOVE SPACES              TO STAT-RECORD
127120     MOVE LOW-VALUES          TO WS-NIGHT-RUN-ID
127140     PERFORM 4310-TAKE-LATEST-RUN-ID THRU 4310-EXIT
127160         VARYING STRM-IDX FROM 1 BY 1
127180         UNTIL STRM-IDX > 3
127200     MOVE WS-NIGHT-RUN-ID     TO STAT-RUN-ID
127300     MOVE WS-FEED-DATE        TO STAT-FEED-DATE
127400     MOVE WS-RECORD-COUNT     TO STAT-RECORDS-READ
127500     MOVE WS-RECORDS-WRITTEN  TO STAT-RECORDS-WRITTEN
127600     MOVE WS-RECORDS-REJECTED TO STAT-RECORDS-REJECTED
127700     COMPUTE STAT-RECORDS-SKIPPED =
127800         WS-SKIPPED-COUNT + WS-RESTART-SKIPPED-COUNT
127900     MOVE WS-OVERRIDDEN-COUNT TO STAT-RECORDS-OVERRIDDEN
128000     MOVE WS-COUNT-BOTH-AB    TO STAT-COUNT-BOTH-AB
128100     MOVE WS-COUNT-ONLY-A     TO STAT-COUNT-ONLY-A
128200     MOVE WS-COUNT-B-ONLY     TO STAT-COUNT-B-ONLY
128300     MOVE WS-COUNT-NEITHER    TO STAT-COUNT-NEITHER
128400     MOVE WS-AMOUNT-READ      TO STAT-AMOUNT-READ
128500     MOVE WS-AMOUNT-WRITTEN   TO STAT-AMOUNT-WRITTEN
128600     MOVE WS-AMOUNT-REJECTED  TO STAT-AMOUNT-REJECTED
128700     PERFORM 4350-FILL-ONE-REGION-STAT THRU 4350-EXIT
128800         VARYING WS-STAT-REG-SUB FROM 1 BY 1
128900         UNTIL WS-STAT-REG-SUB > 4
129000     WRITE STAT-RECORD
129100     CLOSE GATE-STATS-FILE.
129200 4300-EXIT.
129300     EXIT.
129320*
129340 4310-TAKE-LATEST-RUN-ID.
129360     IF WS-STRM-RUN-ID (STRM-IDX) > WS-NIGHT-RUN-ID
129380         MOVE WS-STRM-RUN-ID (STRM-IDX) TO WS-NIGHT-RUN-ID
129400     END-IF.
129420 4310-EXIT.
129440     EXIT.
129460*
129500 4350-FILL-ONE-REGION-STAT.
129600     MOVE WS-REG-CODE (WS-STAT-REG-SUB)
129700         TO STAT-REG-CODE (WS-STAT-REG-SUB)
129800     MOVE WS-REG-READ-COUNT (WS-STAT-REG-SUB)
129900         TO STAT-REG-READ (WS-STAT-REG-SUB)
130000     MOVE WS-REG-WRITTEN-COUNT (WS-STAT-REG-SUB)
130100         TO STAT-REG-WRITTEN (WS-STAT-REG-SUB)
130200     MOVE WS-REG-REJECTED-COUNT (WS-STAT-REG-SUB)
130300         TO STAT-REG-REJECTED (WS-STAT-REG-SUB)
130400     MOVE WS-REG-SKIPPED-COUNT (WS-STAT-REG-SUB)
130500         TO STAT-REG-SKIPPED (WS-STAT-REG-SUB).
130600 4350-EXIT.
130700     EXIT.
130800*
130900******************************************************************
131000*    4400-WRITE-BALANCING - APPEND THE NIGHT'S GATE COUNTERS TO  *
131100*    THE COMMON BALANCING FILE FOR THE MAIN PASS, EXACTLY AS     *
131200*    SAMPLE-PROGRAM'S 3400 WRITES THEM, SO GATE-BALANCE PROVES A *
131300*    PARTITIONED NIGHT THE SAME WAY AS A SERIAL ONE.             *
131400******************************************************************
131500 4400-WRITE-BALANCING.
131600     OPEN EXTEND BALANCING-FILE
131700     IF WS-BAL-FILE-STATUS NOT = '00'
131800         OPEN OUTPUT BALANCING-FILE
131900     END-IF
132000     MOVE SPACES              TO BALC-RECORD
132100     MOVE 'GATE'              TO BALC-STEP-NAME
132200     MOVE WS-FEED-DATE        TO BALC-FEED-DATE
132300     MOVE WS-PASS-CODE        TO BALC-PASS-CODE
132400     MOVE 'READ'              TO BALC-COUNTER-NAME
132500     MOVE WS-RECORD-COUNT     TO BALC-COUNT
132600     WRITE BALC-RECORD
132700     MOVE 'WRITTEN'           TO BALC-COUNTER-NAME
132800     MOVE WS-RECORDS-WRITTEN  TO BALC-COUNT
132900     WRITE BALC-RECORD
133000     MOVE 'REJECTED'          TO BALC-COUNTER-NAME
133100     MOVE WS-RECORDS-REJECTED TO BALC-COUNT
133200     WRITE BALC-RECORD
133300     MOVE 'SKIPPED'           TO BALC-COUNTER-NAME
133400     COMPUTE BALC-COUNT =
133500         WS-SKIPPED-COUNT + WS-RESTART-SKIPPED-COUNT
133600     WRITE BALC-RECORD
133700     PERFORM 4450-WRITE-ONE-REGION-BAL THRU 4450-EXIT
133800         VARYING WS-BAL-REG-SUB FROM 1 BY 1
133900         UNTIL WS-BAL-REG-SUB > 3
134000     CLOSE BALANCING-FILE.
134100 4400-EXIT.
134200     EXIT.
134300*
134400 4450-WRITE-ONE-REGION-BAL.
134500     MOVE SPACES TO BALC-COUNTER-NAME
134600     STRING WS-REG-CODE (WS-BAL-REG-SUB) DELIMITED BY SPACE
134700            '-READ'                      DELIMITED BY SIZE
134800         INTO BALC-COUNTER-NAME
134900     END-STRING
135000     MOVE WS-REG-READ-COUNT (WS-BAL-REG-SUB) TO BALC-COUNT
135100     WRITE BALC-RECORD.
135200 4450-EXIT.
135300     EXIT.
135400*
135500******************************************************************
135600*    5000-WRITE-REPORT - THE STREAM RECONCILIATION, THEN THE     *
135700*    NIGHT'S CONTROL TOTALS                                      *
135800******************************************************************
135900 5000-WRITE-REPORT.
136000     OPEN OUTPUT STREAM-MERGE-RPT-FILE
136100     STRING WS-CURRENT-DATE-MM   DELIMITED BY SIZE
136200             '/'                 DELIMITED BY SIZE
136300             WS-CURRENT-DATE-DD   DELIMITED BY SIZE
136400             '/'                 DELIMITED BY SIZE
136500             WS-CURRENT-DATE-CCYY DELIMITED BY SIZE
136600         INTO RPT-DATE-LINE-DATE
136700     END-STRING
136800     MOVE 1             TO RPT-DATE-LINE-PAGE
136900     MOVE WS-FEED-DATE  TO RPT-FEED-DATE
137000     MOVE WS-FEED-COUNT TO RPT-FEED-COUNT
137100     MOVE WS-RUN-ID     TO RPT-FEED-RUN-ID
137200     WRITE RPT-LINE FROM RPT-TITLE-LINE
137300         AFTER ADVANCING PAGE
137400     WRITE RPT-LINE FROM RPT-DATE-LINE
137500         AFTER ADVANCING 1 LINE
137600     WRITE RPT-LINE FROM RPT-FEED-LINE
137700         AFTER ADVANCING 1 LINE
137800     WRITE RPT-LINE FROM RPT-BLANK-LINE
137900         AFTER ADVANCING 1 LINE
138000     MOVE 'STREAM RECONCILIATION' TO RPT-SECTION-TITLE
138100     WRITE RPT-LINE FROM RPT-SECTION-TITLE-LINE
138200         AFTER ADVANCING 1 LINE
138300     WRITE RPT-LINE FROM RPT-BLANK-LINE
138400         AFTER ADVANCING 1 LINE
138500     WRITE RPT-LINE FROM RPT-STREAM-HEADING-LINE
138600         AFTER ADVANCING 1 LINE
138700     PERFORM 5100-WRITE-STREAM-LINE THRU 5100-EXIT
138800         VARYING STRM-IDX FROM 1 BY 1
138900         UNTIL STRM-IDX > 3
139000     WRITE RPT-LINE FROM RPT-BLANK-LINE
139100         AFTER ADVANCING 1 LINE
139200     WRITE RPT-LINE FROM RPT-FILE-HEADING-LINE
139300         AFTER ADVANCING 1 LINE
139400     MOVE 'GATEOUT'            TO RPT-FILE-DDNAME
139500     MOVE WS-STRM-OUT-ROWS (1) TO RPT-FILE-ROWS-1
139600     MOVE WS-STRM-OUT-ROWS (2) TO RPT-FILE-ROWS-2
139700     MOVE WS-STRM-OUT-ROWS (3) TO RPT-FILE-ROWS-3
139800     MOVE WS-MERGED-OUT-COUNT  TO RPT-FILE-ROWS-MERGED
139900     WRITE RPT-LINE FROM RPT-FILE-LINE AFTER ADVANCING 1 LINE
140000     MOVE 'GATEEXCP'            TO RPT-FILE-DDNAME
140100     MOVE WS-STRM-EXCP-ROWS (1) TO RPT-FILE-ROWS-1
140200     MOVE WS-STRM-EXCP-ROWS (2) TO RPT-FILE-ROWS-2
140300     MOVE WS-STRM-EXCP-ROWS (3) TO RPT-FILE-ROWS-3
140400     MOVE WS-MERGED-EXCP-COUNT  TO RPT-FILE-ROWS-MERGED
140500     WRITE RPT-LINE FROM RPT-FILE-LINE AFTER ADVANCING 1 LINE
140600     MOVE 'GATEAUD'              TO RPT-FILE-DDNAME
140700     MOVE WS-STRM-AUDIT-ROWS (1) TO RPT-FILE-ROWS-1
140800     MOVE WS-STRM-AUDIT-ROWS (2) TO RPT-FILE-ROWS-2
140900     MOVE WS-STRM-AUDIT-ROWS (3) TO RPT-FILE-ROWS-3
141000     MOVE WS-MERGED-AUDIT-COUNT  TO RPT-FILE-ROWS-MERGED
141100     WRITE RPT-LINE FROM RPT-FILE-LINE AFTER ADVANCING 1 LINE
141200     MOVE 'GATECSV'            TO RPT-FILE-DDNAME
141300     MOVE WS-STRM-CSV-ROWS (1) TO RPT-FILE-ROWS-1
141400     MOVE WS-STRM-CSV-ROWS (2) TO RPT-FILE-ROWS-2
141500     MOVE WS-STRM-CSV-ROWS (3) TO RPT-FILE-ROWS-3
141600     MOVE WS-MERGED-CSV-COUNT  TO RPT-FILE-ROWS-MERGED
141700     WRITE RPT-LINE FROM RPT-FILE-LINE AFTER ADVANCING 1 LINE
141800     PERFORM 5200-WRITE-CONTROL-TOTALS THRU 5200-EXIT
141900     CLOSE STREAM-MERGE-RPT-FILE.
142000 5000-EXIT.
142100     EXIT.
142200*
142300 5100-WRITE-STREAM-LINE.
142400     MOVE WS-STRM-REGION (STRM-IDX)   TO RPT-STRM-REGION
142500     MOVE WS-STRM-RUN-ID (STRM-IDX)   TO RPT-STRM-RUN-ID
142600     MOVE WS-STRM-READ (STRM-IDX)     TO RPT-STRM-READ
142700     MOVE WS-STRM-PASSED (STRM-IDX)   TO RPT-STRM-PASSED
142800     MOVE WS-STRM-WRITTEN (STRM-IDX)  TO RPT-STRM-WRITTEN
142900     MOVE WS-STRM-REJECTED (STRM-IDX) TO RPT-STRM-REJECTED
143000     MOVE WS-STRM-RESTART-SKIPPED (STRM-IDX)
143100         TO RPT-STRM-SKIPPED
143200     MOVE WS-STRM-BAD-FIELDS (STRM-IDX)
143300         TO RPT-STRM-BAD-FIELDS
143400     MOVE WS-STRM-RUNC-EVENT (STRM-IDX)
143500         TO RPT-STRM-RUNC-EVENT
143600     MOVE WS-STRM-RUNC-COND-CODE (STRM-IDX)
143700         TO RPT-STRM-RUNC-CODE
143800     WRITE RPT-LINE FROM RPT-STREAM-LINE AFTER ADVANCING 1 LINE.
143900 5100-EXIT.
144000     EXIT.
144100*
144200******************************************************************
144300*    5200-WRITE-CONTROL-TOTALS - THE NIGHT'S CONTROL TOTALS,     *
144400*    LINE FOR LINE AS SAMPLE-PROGRAM'S 3100 PRINTS THEM AT THE   *
144500*    END OF A SERIAL RUN'S GATE DECISION REPORT                  *
144600******************************************************************
144700 5200-WRITE-CONTROL-TOTALS.
144800     WRITE RPT-LINE FROM RPT-BLANK-LINE AFTER ADVANCING 1 LINE
144900     WRITE RPT-LINE FROM RPT-TOTALS-TITLE-LINE
145000         AFTER ADVANCING 1 LINE
145100     WRITE RPT-LINE FROM RPT-BLANK-LINE AFTER ADVANCING 1 LINE
145200     MOVE 'TOTAL RECORDS READ'        TO RPT-TOTALS-LABEL
145300     MOVE WS-RECORD-COUNT             TO RPT-TOTALS-VALUE
145400     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
145500     MOVE 'TOTAL RECORDS WRITTEN'     TO RPT-TOTALS-LABEL
145600     MOVE WS-RECORDS-WRITTEN          TO RPT-TOTALS-VALUE
145700     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
145800     MOVE 'RECORDS REJECTED'          TO RPT-TOTALS-LABEL
145900     MOVE WS-RECORDS-REJECTED         TO RPT-TOTALS-VALUE
146000     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
146100     MOVE 'TOTAL AMOUNT READ'         TO RPT-AMOUNT-LABEL
146200     MOVE WS-AMOUNT-READ              TO RPT-AMOUNT-VALUE
146300     WRITE RPT-LINE FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE
146400     MOVE 'TOTAL AMOUNT WRITTEN'      TO RPT-AMOUNT-LABEL
146500     MOVE WS-AMOUNT-WRITTEN           TO RPT-AMOUNT-VALUE
146600     WRITE RPT-LINE FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE
146700     MOVE 'AMOUNT REJECTED'           TO RPT-AMOUNT-LABEL
146800     MOVE WS-AMOUNT-REJECTED          TO RPT-AMOUNT-VALUE
146900     WRITE RPT-LINE FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE
147000     MOVE 'REJECT RATE, PCT'          TO RPT-TOTALS-LABEL
147100     MOVE WS-REJECT-PCT               TO RPT-TOTALS-VALUE
147200     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
147300     MOVE 'REJECT TOLERANCE, PCT'     TO RPT-TOTALS-LABEL
147400     MOVE WS-MAX-REJECT-PCT           TO RPT-TOTALS-VALUE
147500     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
147600     MOVE 'BAD FIELDS FOUND (INFO ONLY)' TO RPT-TOTALS-LABEL
147700     MOVE WS-EXCEPTION-COUNT          TO RPT-TOTALS-VALUE
147800     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
147900     MOVE 'ITEMS NOT ON ITEM REFERENCE' TO RPT-TOTALS-LABEL
148000     MOVE WS-ITEM-UNKNOWN-COUNT       TO RPT-TOTALS-VALUE
148100     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
148200     MOVE 'ITEMS CLOSED ON ITEM REFERENCE' TO RPT-TOTALS-LABEL
148300     MOVE WS-ITEM-CLOSED-COUNT        TO RPT-TOTALS-VALUE
148400     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
148500     MOVE 'GATE RULES VERSION IN FORCE' TO RPT-TOTALS-LABEL
148600     MOVE WS-RULE-VERSION             TO RPT-TOTALS-VALUE
148700     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
148800     MOVE 'RECORDS SKIPPED, RERUN'    TO RPT-TOTALS-LABEL
148900     MOVE WS-SKIPPED-COUNT            TO RPT-TOTALS-VALUE
149000     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
149100     MOVE 'RECORDS SKIPPED, RESTART'  TO RPT-TOTALS-LABEL
149200     MOVE WS-RESTART-SKIPPED-COUNT    TO RPT-TOTALS-VALUE
149300     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
149400     MOVE 'DECISIONS OVERRIDDEN'      TO RPT-TOTALS-LABEL
149500     MOVE WS-OVERRIDDEN-COUNT         TO RPT-TOTALS-VALUE
149600     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
149700     MOVE 'OVERRIDES MATCHING NOTHING' TO RPT-TOTALS-LABEL
149800     MOVE WS-OVRD-UNMATCHED-COUNT     TO RPT-TOTALS-VALUE
149900     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
150000     MOVE 'OVERRIDES REFUSED AT LOAD' TO RPT-TOTALS-LABEL
150100     MOVE WS-OVRD-REFUSED-COUNT       TO RPT-TOTALS-VALUE
150200     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
150300     MOVE 'MASTER ROWS ADDED'         TO RPT-TOTALS-LABEL
150400     MOVE WS-MASTER-ADD-COUNT         TO RPT-TOTALS-VALUE
150500     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
150600     MOVE 'MASTER ROWS REWRITTEN'     TO RPT-TOTALS-LABEL
150700     MOVE WS-MASTER-REWRITE-COUNT     TO RPT-TOTALS-VALUE
150800     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
150900     MOVE 'BOTH A AND B (BOTH-AB)'    TO RPT-TOTALS-LABEL
151000     MOVE WS-COUNT-BOTH-AB            TO RPT-TOTALS-VALUE
151100     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
151200     MOVE 'ONLY A (ONLY-A)'           TO RPT-TOTALS-LABEL
151300     MOVE WS-COUNT-ONLY-A             TO RPT-TOTALS-VALUE
151400     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
151500     MOVE 'B ONLY (B-ONLY)'           TO RPT-TOTALS-LABEL
151600     MOVE WS-COUNT-B-ONLY             TO RPT-TOTALS-VALUE
151700     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
151800     MOVE 'NEITHER CONDITION (NEITHER)' TO RPT-TOTALS-LABEL
151900     MOVE WS-COUNT-NEITHER            TO RPT-TOTALS-VALUE
152000     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
152100     WRITE RPT-LINE FROM RPT-BLANK-LINE AFTER ADVANCING 1 LINE
152200     WRITE RPT-LINE FROM RPT-REGION-TITLE-LINE
152300         AFTER ADVANCING 1 LINE
152400     PERFORM 5250-WRITE-REGION-TOTALS THRU 5250-EXIT
152500         VARYING REG-IDX FROM 1 BY 1
152600         UNTIL REG-IDX GREATER THAN 4.
152700 5200-EXIT.
152800     EXIT.
152900*
153000******************************************************************
153100*    5250-WRITE-REGION-TOTALS - ONE REGION SLOT'S LINES, SKIPPED *
153200*    WHEN THE SLOT SAW NO ACTIVITY, AS SAMPLE-PROGRAM'S 3150     *
153300******************************************************************
153400 5250-WRITE-REGION-TOTALS.
153500     IF WS-REG-READ-COUNT (REG-IDX) = ZERO
153600         AND WS-REG-WRITTEN-COUNT (REG-IDX) = ZERO
153700         AND WS-REG-REJECTED-COUNT (REG-IDX) = ZERO
153800         AND WS-REG-SKIPPED-COUNT (REG-IDX) = ZERO
153900         GO TO 5250-EXIT
154000     END-IF
154100     MOVE SPACES TO RPT-TOTALS-LABEL
154200     STRING 'REGION ' DELIMITED BY SIZE
154300            WS-REG-CODE (REG-IDX) DELIMITED BY SIZE
154400            ' RECORDS READ' DELIMITED BY SIZE
154500         INTO RPT-TOTALS-LABEL
154600     END-STRING
154700     MOVE WS-REG-READ-COUNT (REG-IDX) TO RPT-TOTALS-VALUE
154800     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
154900     MOVE SPACES TO RPT-TOTALS-LABEL
155000     STRING 'REGION ' DELIMITED BY SIZE
155100            WS-REG-CODE (REG-IDX) DELIMITED BY SIZE
155200            ' RECORDS WRITTEN' DELIMITED BY SIZE
155300         INTO RPT-TOTALS-LABEL
155400     END-STRING
155500     MOVE WS-REG-WRITTEN-COUNT (REG-IDX) TO RPT-TOTALS-VALUE
155600     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
155700     MOVE SPACES TO RPT-TOTALS-LABEL
155800     STRING 'REGION ' DELIMITED BY SIZE
155900            WS-REG-CODE (REG-IDX) DELIMITED BY SIZE
156000            ' RECORDS REJECTED' DELIMITED BY SIZE
156100         INTO RPT-TOTALS-LABEL
156200     END-STRING
156300     MOVE WS-REG-REJECTED-COUNT (REG-IDX) TO RPT-TOTALS-VALUE
156400     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
156500     MOVE SPACES TO RPT-TOTALS-LABEL
156600     STRING 'REGION ' DELIMITED BY SIZE
156700            WS-REG-CODE (REG-IDX) DELIMITED BY SIZE
156800            ' RECORDS SKIPPED' DELIMITED BY SIZE
156900         INTO RPT-TOTALS-LABEL
157000     END-STRING
157100     MOVE WS-REG-SKIPPED-COUNT (REG-IDX) TO RPT-TOTALS-VALUE
157200     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
157300     MOVE SPACES TO RPT-AMOUNT-LABEL
157400     STRING 'REGION ' DELIMITED BY SIZE
157500            WS-REG-CODE (REG-IDX) DELIMITED BY SIZE
157600            ' AMOUNT READ' DELIMITED BY SIZE
157700         INTO RPT-AMOUNT-LABEL
157800     END-STRING
157900     MOVE WS-REG-READ-AMOUNT (REG-IDX) TO RPT-AMOUNT-VALUE
158000     WRITE RPT-LINE FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE
158100     MOVE SPACES TO RPT-AMOUNT-LABEL
158200     STRING 'REGION ' DELIMITED BY SIZE
158300            WS-REG-CODE (REG-IDX) DELIMITED BY SIZE
158400            ' AMOUNT WRITTEN' DELIMITED BY SIZE
158500         INTO RPT-AMOUNT-LABEL
158600     END-STRING
158700     MOVE WS-REG-WRITTEN-AMOUNT (REG-IDX) TO RPT-AMOUNT-VALUE
158800     WRITE RPT-LINE FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE
158900     MOVE SPACES TO RPT-AMOUNT-LABEL
159000     STRING 'REGION ' DELIMITED BY SIZE
159100            WS-REG-CODE (REG-IDX) DELIMITED BY SIZE
159200            ' AMOUNT REJECTED' DELIMITED BY SIZE
159300         INTO RPT-AMOUNT-LABEL
159400     END-STRING
159500     MOVE WS-REG-REJECTED-AMOUNT (REG-IDX) TO RPT-AMOUNT-VALUE
159600     WRITE RPT-LINE FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE.
159700 5250-EXIT.
159800     EXIT.
159900*
160000******************************************************************
160100*    8500-CHECK-RUN-CONTROL - FIND EACH STREAM'S AND SAMPLE-     *
160150*    PROGRAM'S LATEST MAIN-PASS RUN-CONTROL RECORD FOR THE FEED  *
160200*    DATE.  IF SAMPLE-PROGRAM HAS ALREADY ENDED GOOD FOR THE     *
160250*    NIGHT - CONDITION CODE 4 OR LESS, MERGED ALREADY OR RUN     *
160300*    SERIALLY - THE MERGE STOPS WITH CONDITION CODE 16 AND       *
160350*    RECORDS NOTHING, SO THE STEPS AFTER IT STILL SEE THAT GOOD  *
160400*    END.  AN EARLIER END WITH 8 (A TOLERANCE BREACH, WHICH      *
160450*    LEAVES GATEFDCT ALONE FOR THE CORRECTED FEED) OR 16 LETS    *
160500*    THE NIGHT BE MERGED AGAIN, AS A SERIAL RERUN WOULD BE.      *
160550*    OTHERWISE EVERY STREAM MUST HAVE ENDED WITH CONDITION CODE  *
160600*    4 OR LESS, OR THE MERGE IS REFUSED: THE REFUSAL IS          *
160650*    RECORDED AND THE RUN ENDS WITH CONDITION CODE 16 BEFORE IT  *
160700*    HAS TOUCHED A FILE.                                         *
161000******************************************************************
161100 8500-CHECK-RUN-CONTROL.
161200     MOVE SPACE TO WS-OWN-EVENT
161300     MOVE ZERO  TO WS-OWN-COND-CODE
161400     OPEN INPUT RUN-CONTROL-FILE
161500     IF WS-RUNC-FILE-STATUS = '00'
161600         MOVE 'N' TO WS-RUNC-EOF-SWITCH
161700         PERFORM 8525-SCAN-RUN-CONTROL THRU 8525-EXIT
161800             UNTIL WS-RUNC-EOF-REACHED
161900         CLOSE RUN-CONTROL-FILE
162000     END-IF
162100     IF WS-OWN-EVENT = 'E'
162200         AND WS-OWN-COND-CODE NOT > 4
162300         DISPLAY 'GATE-STRM-MERGE: ' WS-STEP-NAME
162400             ' HAS ALREADY ENDED WITH CONDITION CODE '
162500             WS-OWN-COND-CODE ' FOR FEED DATE ' WS-FEED-DATE
162600             ' - NIGHT ALREADY MERGED, NOTHING DONE'
162700         MOVE 16 TO RETURN-CODE
162800         STOP RUN
162900     END-IF
163000     PERFORM 8520-CHECK-ONE-STREAM THRU 8520-EXIT
163100         VARYING STRM-IDX FROM 1 BY 1
163200         UNTIL STRM-IDX > 3
163300     MOVE 'S' TO WS-RUNC-EVENT
163400     PERFORM 8530-RECORD-STEP-EVENT THRU 8530-EXIT
163500     SET WS-STEP-STARTED TO TRUE.
163600 8500-EXIT.
163700     EXIT.
163800*
163900 8520-CHECK-ONE-STREAM.
164000     IF WS-STRM-RUNC-EVENT (STRM-IDX) = 'E'
164100         AND WS-STRM-RUNC-COND-CODE (STRM-IDX)
164200             NOT > WS-STREAM-MAX-COND-CODE
164300         GO TO 8520-EXIT
164400     END-IF
164500     EVALUATE WS-STRM-RUNC-EVENT (STRM-IDX)
164600         WHEN 'E'
164700             DISPLAY 'GATE-STRM-MERGE: '
164800                 WS-STRM-STEP-NAME (STRM-IDX)
164900                 ' ENDED WITH CONDITION CODE '
165000                 WS-STRM-RUNC-COND-CODE (STRM-IDX)
165100                 ' FOR FEED DATE ' WS-FEED-DATE
165200         WHEN 'S'
165300             DISPLAY 'GATE-STRM-MERGE: '
165400                 WS-STRM-STEP-NAME (STRM-IDX)
165500                 ' STARTED BUT NEVER ENDED FOR FEED DATE '
165600                 WS-FEED-DATE
165700         WHEN 'R'
165800             DISPLAY 'GATE-STRM-MERGE: '
165900                 WS-STRM-STEP-NAME (STRM-IDX)
166000                 ' WAS REFUSED FOR FEED DATE ' WS-FEED-DATE
166100         WHEN OTHER
166200             DISPLAY 'GATE-STRM-MERGE: '
166300                 WS-STRM-STEP-NAME (STRM-IDX)
166400                 ' HAS NOT RUN FOR FEED DATE ' WS-FEED-DATE
166500     END-EVALUATE
166600     DISPLAY 'GATE-STRM-MERGE: STEP REFUSED - CONDITION CODE 16'
166700     MOVE 16  TO RETURN-CODE
166800     MOVE 'R' TO WS-RUNC-EVENT
166900     PERFORM 8530-RECORD-STEP-EVENT THRU 8530-EXIT
167000     STOP RUN.
167100 8520-EXIT.
167200     EXIT.
167300*
167400 8525-SCAN-RUN-CONTROL.
167500     READ RUN-CONTROL-FILE
167600         AT END
167700             SET WS-RUNC-EOF-REACHED TO TRUE
167800             GO TO 8525-EXIT
167900     END-READ
168000     IF RUNC-FEED-DATE NOT = WS-FEED-DATE
168100         OR NOT RUNC-MAIN-PASS
168200         GO TO 8525-EXIT
168300     END-IF
168400     IF RUNC-STEP-NAME = WS-STEP-NAME
168500         MOVE RUNC-EVENT     TO WS-OWN-EVENT
168600         MOVE RUNC-COND-CODE TO WS-OWN-COND-CODE
168700         GO TO 8525-EXIT
168800     END-IF
168900     SET STRM-IDX TO 1
169000     SEARCH WS-STRM-ENTRY
169100         AT END
169200             CONTINUE
169300         WHEN WS-STRM-STEP-NAME (STRM-IDX) = RUNC-STEP-NAME
169400             MOVE RUNC-EVENT TO WS-STRM-RUNC-EVENT (STRM-IDX)
169500             MOVE RUNC-COND-CODE
169600                 TO WS-STRM-RUNC-COND-CODE (STRM-IDX)
169700     END-SEARCH.
169800 8525-EXIT.
169900     EXIT.
170000*
170100******************************************************************
170200*    8530-RECORD-STEP-EVENT - APPEND ONE RUN-CONTROL RECORD      *
170300*    (WS-RUNC-EVENT: S STARTED, E ENDED, R REFUSED) FOR THIS     *
170400*    STEP AND FEED DATE, STAMPED WITH THE CLOCK AND THE          *
170500*    CONDITION CODE SO FAR, CREATING THE FILE ON ITS FIRST       *
170600*    WRITE.                                                      *
170700******************************************************************
170800 8530-RECORD-STEP-EVENT.
170900     ACCEPT WS-CURRENT-TIME FROM TIME
171000     OPEN EXTEND RUN-CONTROL-FILE
171100     IF WS-RUNC-FILE-STATUS NOT = '00'
171200         OPEN OUTPUT RUN-CONTROL-FILE
171300     END-IF
171400     MOVE SPACES        TO RUNC-RECORD
171500     MOVE WS-FEED-DATE  TO RUNC-FEED-DATE
171600     MOVE WS-PASS-CODE  TO RUNC-PASS-CODE
171700     MOVE WS-STEP-NAME  TO RUNC-STEP-NAME
171800     MOVE WS-RUNC-EVENT TO RUNC-EVENT
171900     ACCEPT RUNC-EVENT-DATE FROM DATE YYYYMMDD
172000     COMPUTE RUNC-EVENT-TIME = WS-CURRENT-TIME-HH * 10000
172100                             + WS-CURRENT-TIME-MM * 100
172200                             + WS-CURRENT-TIME-SS
172300     MOVE RETURN-CODE   TO RUNC-COND-CODE
172400     WRITE RUNC-RECORD
172500     CLOSE RUN-CONTROL-FILE.
172600 8530-EXIT.
172700     EXIT.
172800*
172900******************************************************************
173000*    8540-RECORD-STEP-END - RECORD THE STEP'S END AND FINAL      *
173100*    CONDITION CODE ON THE RUN-CONTROL FILE.  CALLED ON EVERY    *
173200*    WAY OUT OF THE RUN ONCE THE START HAS BEEN RECORDED.        *
173300******************************************************************
173400 8540-RECORD-STEP-END.
173500     IF WS-STEP-STARTED
173600         MOVE 'E' TO WS-RUNC-EVENT
173700         PERFORM 8530-RECORD-STEP-EVENT THRU 8530-EXIT
173800     END-IF.
173900 8540-EXIT.
174000     EXIT.
174100*
174200******************************************************************
174300*    9000-SET-RETURN-CODE - THE CONDITION CODE A SERIAL RUN OF   *
174400*    SAMPLE-PROGRAM WOULD HAVE GIVEN THE NIGHT: 8 ON A TOLERANCE *
174500*    BREACH (DOWNSTREAM HELD), 4 WHEN ANY RECORD WAS REJECTED    *
174600*    (GATE-RECYCLE WORK EXISTS), OTHERWISE 0                     *
174700******************************************************************
174800 9000-SET-RETURN-CODE.
174900     EVALUATE TRUE
175000         WHEN WS-TOLERANCE-BREACHED
175100             MOVE 8 TO RETURN-CODE
175200             DISPLAY 'RUN ENDED WITH CONDITION CODE 8 - '
175300                 'TOLERANCE BREACH'
175400         WHEN WS-RECORDS-REJECTED > ZERO
175500             MOVE 4 TO RETURN-CODE
175600             DISPLAY 'RUN ENDED WITH CONDITION CODE 4 - '
175700                 'EXCEPTIONS WRITTEN'
175800         WHEN OTHER
175900             MOVE ZERO TO RETURN-CODE
176000     END-EVALUATE.
176100 9000-EXIT.
176200     EXIT.
176300*
176400******************************************************************
176500*    9900-ABEND-RUN - END THE RUN WITH CONDITION CODE 16 AFTER   *
176600*    THE START HAS BEEN RECORDED                                 *
176700******************************************************************
176800 9900-ABEND-RUN.
176900     MOVE 16 TO RETURN-CODE
177000     PERFORM 8540-RECORD-STEP-END THRU 8540-EXIT
177100     STOP RUN.
177200 9900-EXIT.
177300     EXIT.
