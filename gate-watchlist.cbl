000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GATE-WATCHLIST.
000300 AUTHOR.        D. PHOTO.
000400 INSTALLATION.  GATE-PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*    GATE-WATCHLIST                                              *
001100*                                                                *
001200*    DECISION INSTABILITY WATCHLIST.  WEIGHS THE LAST N DAYS OF  *
001300*    THE GATE-AUDIT-LOG AND LISTS EVERY ITEM WHOSE RESULT CODE   *
001400*    CHANGED MORE THAN A SET NUMBER OF TIMES IN THAT WINDOW - AN *
001500*    ITEM THAT KEEPS FLIPPING BETWEEN CATEGORIES NIGHT AFTER     *
001600*    NIGHT IS USUALLY A SIGN OF BAD SOURCE DATA OR A RULE THAT   *
001700*    NEEDS ATTENTION.  BOTH NUMBERS COME FROM THE OPTIONAL       *
001800*    WATCHLIST-CONTROL RECORD (GATEWCHC LAYOUT, DD WCHCTRL);     *
001900*    THE DEFAULT IS MORE THAN 3 CHANGES IN 30 DAYS.              *
002000*                                                                *
002100*    FOR EACH LISTED ITEM THE REPORT SHOWS ITS REGION, ITS       *
002200*    CURRENT AMOUNT FROM GATEMAST, HOW MANY DECISIONS AND        *
002300*    CHANGES IT HAD IN THE WINDOW AND WHETHER ANY OF THOSE       *
002400*    CHANGES CAME FROM A SUPERVISOR OVERRIDE, FOLLOWED BY THE    *
002500*    SEQUENCE OF OUTCOMES - RUN, TIME, A/B/C FLAGS AND RESULT -  *
002600*    WITH EACH CHANGE FLAGGED.  A CHANGE COUNTS AS OVERRIDE      *
002700*    DRIVEN WHEN THE DECISION CHANGED TO, OR THE ONE IT CHANGED  *
002800*    FROM, WAS AN OVERRIDE.  ITEMS ARE LISTED WORST FIRST (MOST  *
002900*    CHANGES, THEN ITEM ID) SO DATA CONTROL CAN CHASE THE WORST  *
003000*    SOURCES FIRST.                                              *
003100*                                                                *
003200*    THE WINDOW IS WEIGHED FROM THE LIVE AUDIT LOG, WHICH        *
003300*    GATE-AUDIT-PURGE KEEPS FOR THE RETENTION PERIOD (GATERETC), *
003400*    SO THE WINDOW MUST BE SHORTER THAN THAT PERIOD.  THE FIRST  *
003500*    DECISION IN THE WINDOW IS THE STARTING POINT FOR AN ITEM;   *
003600*    A CHANGE FROM A DECISION BEFORE THE WINDOW IS NOT COUNTED.  *
003700*                                                                *
003800*    THE SELECTED DECISIONS ARE SORTED BY ITEM AND TIMESTAMP AND *
003900*    SCORED ONE ITEM AT A TIME; THE DECISIONS OF EACH LISTED     *
004000*    ITEM ARE WRITTEN TO A WORK FILE (DD WATCHWK) THAT A SECOND  *
004100*    SORT PUTS IN WATCHLIST ORDER FOR PRINTING.                  *
004200*                                                                *
004300*    MODIFICATION HISTORY.                                       *
004400*      DATE       BY   DESCRIPTION                               *
004500*      2026-10-15 DCP  ORIGINAL VERSION.                         *
004600*                                                                *
004700******************************************************************
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT GATE-AUDIT-LOG-FILE ASSIGN TO GATEAUD
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300*
005400     SELECT OPTIONAL WATCH-CONTROL-FILE ASSIGN TO WCHCTRL
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-WCHC-FILE-STATUS.
005700*
005800     SELECT GATE-MASTER-FILE ASSIGN TO GATEMAST
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS MAST-ITEM-ID
006200         FILE STATUS IS WS-MAST-FILE-STATUS.
006300*
006400     SELECT WATCH-WORK-FILE ASSIGN TO WATCHWK
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600*
006700     SELECT WATCHLIST-RPT-FILE ASSIGN TO WATCHRPT
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900*
007000     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
007100*
007200     SELECT WATCH-SORT-FILE ASSIGN TO SORTWK02.
007300*
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  GATE-AUDIT-LOG-FILE
007700     LABEL RECORDS ARE STANDARD.
007800     COPY GATEAUD.
007900*
008000 FD  WATCH-CONTROL-FILE
008100     LABEL RECORDS ARE STANDARD.
008200     COPY GATEWCHC.
008300*
008400 FD  GATE-MASTER-FILE
008500     LABEL RECORDS ARE STANDARD.
008600     COPY GATEMAST.
008700*
008800*    ONE RECORD PER DECISION OF A LISTED ITEM, IN THE
008900*    WS-WATCH-ROW LAYOUT.
009000 FD  WATCH-WORK-FILE
009100     LABEL RECORDS ARE STANDARD.
009200 01  WATCH-WORK-RECORD           PIC X(93).
009300*
009400 FD  WATCHLIST-RPT-FILE
009500     LABEL RECORDS ARE STANDARD.
009600 01  RPT-LINE                    PIC X(132).
009700*
009800 SD  SORT-WORK-FILE.
009900 01  SORT-RECORD.
010000     05  SORT-ITEM-ID                PIC X(06).
010100     05  SORT-TIMESTAMP              PIC X(14).
010200     05  SORT-RUN-ID                 PIC X(14).
010300     05  SORT-FLAG-A                 PIC X(01).
010400     05  SORT-FLAG-B                 PIC X(01).
010500     05  SORT-FLAG-C                 PIC X(01).
010600     05  SORT-RESULT-CODE            PIC X(10).
010700     05  SORT-OVERRIDE-FLAG          PIC X(01).
010800         88  SORT-WAS-OVERRIDDEN         VALUE 'Y'.
010900     05  SORT-ORIG-RESULT-CODE       PIC X(10).
011000     05  SORT-REGION-CODE            PIC X(03).
011100*
011200 SD  WATCH-SORT-FILE.
011300 01  WTCH-RECORD.
011400     05  WTCH-CHANGE-COUNT           PIC 9(05).
011500     05  WTCH-ITEM-ID                PIC X(06).
011600     05  WTCH-SEQ                    PIC 9(05).
011700     05  FILLER                      PIC X(77).
011800*
011900 WORKING-STORAGE SECTION.
012000*
012100******************************************************************
012200*    RUN SWITCHES AND COUNTERS                                   *
012300******************************************************************
012400 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
012500     88  WS-EOF-REACHED              VALUE 'Y'.
012600 77  WS-SORT-EOF-SWITCH          PIC X(01) VALUE 'N'.
012700     88  WS-SORT-EOF-REACHED         VALUE 'Y'.
012800 77  WS-WATCH-EOF-SWITCH         PIC X(01) VALUE 'N'.
012900     88  WS-WATCH-EOF-REACHED        VALUE 'Y'.
013000 77  WS-WCHC-FILE-STATUS         PIC X(02) VALUE '00'.
013100 77  WS-MAST-FILE-STATUS         PIC X(02) VALUE '00'.
013200 77  WS-SCANNED-COUNT            PIC 9(07) COMP VALUE ZERO.
013300 77  WS-SELECTED-COUNT           PIC 9(07) COMP VALUE ZERO.
013400 77  WS-ITEM-COUNT               PIC 9(07) COMP VALUE ZERO.
013500 77  WS-CHANGED-ITEM-COUNT       PIC 9(07) COMP VALUE ZERO.
013600 77  WS-LISTED-COUNT             PIC 9(07) COMP VALUE ZERO.
013700 77  WS-LISTED-OVRD-COUNT        PIC 9(07) COMP VALUE ZERO.
013800 77  WS-NOT-ON-MAST-COUNT        PIC 9(07) COMP VALUE ZERO.
013900 77  WS-LISTED-AMOUNT            PIC S9(11)V99 COMP-3 VALUE ZERO.
014000 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
014100 77  WS-PAGE-COUNT               PIC 9(03) COMP VALUE ZERO.
014200 77  WS-MAX-LINES-PER-PAGE       PIC 9(02) COMP VALUE 50.
014300*
014400******************************************************************
014500*    WATCHLIST CONTROLS - THE WINDOW RUNS FROM THE DAY AFTER THE *
014600*    CUTOFF DATE THROUGH THE RUN DATE; AN ITEM IS LISTED WHEN    *
014700*    ITS RESULT CODE CHANGED MORE THAN THE LIMIT IN THAT WINDOW  *
014800******************************************************************
014900 77  WS-WINDOW-DAYS              PIC 9(03) COMP VALUE 30.
015000 77  WS-CHANGE-LIMIT             PIC 9(03) COMP VALUE 3.
015100*
015200 01  WS-CUTOFF-DATE.
015300     05  WS-CUTOFF-CCYY              PIC 9(04).
015400     05  WS-CUTOFF-MM                PIC 9(02).
015500     05  WS-CUTOFF-DD                PIC 9(02).
015600*
015700******************************************************************
015800*    DAYS-IN-MONTH TABLE AND LEAP YEAR WORK FIELDS FOR THE       *
015900*    DATE ARITHMETIC IN 8100-BACK-ONE-DAY                        *
016000******************************************************************
016100 01  WS-DIM-INIT                 PIC X(24)
016200     VALUE '312831303130313130313031'.
016300 01  WS-DIM-TABLE REDEFINES WS-DIM-INIT.
016400     05  WS-DAYS-IN-MONTH        OCCURS 12 TIMES
016500                                 PIC 9(02).
016600 77  WS-LEAP-QUOTIENT            PIC 9(04) COMP.
016700 77  WS-LEAP-REM-4               PIC 9(04) COMP.
016800 77  WS-LEAP-REM-100             PIC 9(04) COMP.
016900 77  WS-LEAP-REM-400             PIC 9(04) COMP.
017000 77  WS-LEAP-SWITCH              PIC X(01) VALUE 'N'.
017100     88  WS-YEAR-IS-LEAP             VALUE 'Y'.
017200*
017300******************************************************************
017400*    CURRENT ITEM CONTROLS - THE ITEM BEING SCORED, ITS PREVIOUS *
017500*    DECISION AND ITS RUNNING CHANGE COUNT                       *
017600******************************************************************
017700 77  WS-CURR-ITEM-ID             PIC X(06) VALUE LOW-VALUES.
017800 77  WS-CURR-REGION-CODE         PIC X(03) VALUE SPACES.
017900 77  WS-PREV-RESULT-CODE         PIC X(10) VALUE SPACES.
018000 77  WS-PREV-OVERRIDE-FLAG       PIC X(01) VALUE 'N'.
018100     88  WS-PREV-WAS-OVERRIDDEN      VALUE 'Y'.
018200 77  WS-ITEM-DECISION-COUNT      PIC 9(05) COMP VALUE ZERO.
018300 77  WS-ITEM-CHANGE-COUNT        PIC 9(05) COMP VALUE ZERO.
018400 77  WS-ITEM-OVRD-SWITCH         PIC X(01) VALUE 'N'.
018500     88  WS-ITEM-OVRD-INVOLVED       VALUE 'Y'.
018600 77  WS-PRINT-ITEM-ID            PIC X(06) VALUE LOW-VALUES.
018700*
018800******************************************************************
018900*    DECISIONS HELD FOR THE CURRENT ITEM UNTIL ITS CHANGE COUNT  *
019000*    IS KNOWN.  AN ITEM WITH MORE DECISIONS IN THE WINDOW THAN   *
019100*    THE TABLE HOLDS IS STILL SCORED ON ALL OF THEM; ONLY ITS    *
019200*    FIRST WS-DEC-MAX-ENTRIES DECISIONS ARE PRINTED, FOLLOWED BY *
019300*    A NOTE OF HOW MANY MORE THERE WERE.                         *
019400******************************************************************
019500 77  WS-DEC-MAX-ENTRIES          PIC 9(05) COMP VALUE 100.
019600 77  WS-DEC-HELD-COUNT           PIC 9(05) COMP VALUE ZERO.
019700 77  WS-DEC-SUB                  PIC 9(05) COMP VALUE ZERO.
019800*
019900 01  WS-DECISION-TABLE.
020000     05  WS-DEC-ENTRY            OCCURS 100 TIMES
020100                                 INDEXED BY DEC-IDX.
020200         10  WS-DEC-TIMESTAMP        PIC X(14).
020300         10  WS-DEC-RUN-ID           PIC X(14).
020400         10  WS-DEC-FLAG-A           PIC X(01).
020500         10  WS-DEC-FLAG-B           PIC X(01).
020600         10  WS-DEC-FLAG-C           PIC X(01).
020700         10  WS-DEC-RESULT-CODE      PIC X(10).
020800         10  WS-DEC-CHANGE-SW        PIC X(01).
020900         10  WS-DEC-OVERRIDE-FLAG    PIC X(01).
021000         10  WS-DEC-ORIG-RESULT-CODE PIC X(10).
021100*
021200******************************************************************
021300*    WATCHLIST ROW - ONE DECISION OF A LISTED ITEM, CARRYING THE *
021400*    ITEM'S SCORE SO THE SECOND SORT CAN PUT THE WORST FIRST.    *
021500*    WRITTEN TO AND RETURNED FROM THE WATCHWK WORK FILE.         *
021600******************************************************************
021700 01  WS-WATCH-ROW.
021800     05  WS-ROW-CHANGE-COUNT         PIC 9(05).
021900     05  WS-ROW-ITEM-ID              PIC X(06).
022000     05  WS-ROW-SEQ                  PIC 9(05).
022100     05  WS-ROW-DECISION-COUNT       PIC 9(05).
022200     05  WS-ROW-HELD-COUNT           PIC 9(05).
022300     05  WS-ROW-OVRD-SW              PIC X(01).
022400         88  WS-ROW-OVRD-INVOLVED        VALUE 'Y'.
022500     05  WS-ROW-REGION-CODE          PIC X(03).
022600     05  WS-ROW-MAST-SW              PIC X(01).
022700         88  WS-ROW-ON-MASTER            VALUE 'Y'.
022800     05  WS-ROW-ITEM-AMOUNT          PIC 9(07)V99.
022900     05  WS-ROW-TIMESTAMP            PIC X(14).
023000     05  WS-ROW-RUN-ID               PIC X(14).
023100     05  WS-ROW-FLAG-A               PIC X(01).
023200     05  WS-ROW-FLAG-B               PIC X(01).
023300     05  WS-ROW-FLAG-C               PIC X(01).
023400     05  WS-ROW-RESULT-CODE          PIC X(10).
023500     05  WS-ROW-CHANGE-SW            PIC X(01).
023600         88  WS-ROW-WAS-CHANGE           VALUE 'Y'.
023700     05  WS-ROW-OVERRIDE-FLAG        PIC X(01).
023800         88  WS-ROW-WAS-OVERRIDDEN       VALUE 'Y'.
023900     05  WS-ROW-ORIG-RESULT-CODE     PIC X(10).
024000*
024100******************************************************************
024200*    CURRENT DATE - USED ON THE REPORT HEADING                   *
024300******************************************************************
024400 01  WS-CURRENT-DATE.
024500     05  WS-CURRENT-DATE-CCYY        PIC 9(04).
024600     05  WS-CURRENT-DATE-MM          PIC 9(02).
024700     05  WS-CURRENT-DATE-DD          PIC 9(02).
024800*
024900******************************************************************
025000*    WATCHLIST REPORT PRINT LINES                                *
025100******************************************************************
025200 01  RPT-TITLE-LINE.
025300     05  FILLER                  PIC X(43) VALUE SPACES.
025400     05  FILLER                  PIC X(30)
025500         VALUE 'DECISION INSTABILITY WATCHLIST'.
025600     05  FILLER                  PIC X(59) VALUE SPACES.
025700*
025800 01  RPT-DATE-LINE.
025900     05  FILLER                  PIC X(01) VALUE SPACE.
026000     05  FILLER                  PIC X(09) VALUE 'RUN DATE:'.
026100     05  RPT-DATE-LINE-DATE      PIC X(10).
026200     05  FILLER                  PIC X(25) VALUE SPACES.
026300     05  FILLER                  PIC X(06) VALUE 'PAGE '.
026400     05  RPT-DATE-LINE-PAGE      PIC ZZZ9.
026500     05  FILLER                  PIC X(77) VALUE SPACES.
026600*
026700 01  RPT-WINDOW-LINE.
026800     05  FILLER                  PIC X(01) VALUE SPACE.
026900     05  FILLER                  PIC X(08) VALUE 'WINDOW: '.
027000     05  RPT-WINDOW-DAYS         PIC ZZ9.
027100     05  FILLER                  PIC X(18)
027200         VALUE ' DAYS AFTER CUTOFF'.
027300     05  FILLER                  PIC X(01) VALUE SPACE.
027400     05  RPT-WINDOW-CUTOFF       PIC X(08).
027500     05  FILLER                  PIC X(27)
027600         VALUE '   LISTING ITEMS WITH MORE '.
027700     05  FILLER                  PIC X(05) VALUE 'THAN '.
027800     05  RPT-WINDOW-LIMIT        PIC ZZ9.
027900     05  FILLER                  PIC X(08) VALUE ' CHANGES'.
028000     05  FILLER                  PIC X(50) VALUE SPACES.
028100*
028200 01  RPT-COLUMN-HEADING-LINE.
028300     05  FILLER                  PIC X(05) VALUE SPACES.
028400     05  FILLER                  PIC X(14) VALUE 'RUN ID'.
028500     05  FILLER                  PIC X(03) VALUE SPACES.
028600     05  FILLER                  PIC X(19) VALUE 'DECISION TIME'.
028700     05  FILLER                  PIC X(01) VALUE 'A'.
028800     05  FILLER                  PIC X(02) VALUE SPACES.
028900     05  FILLER                  PIC X(01) VALUE 'B'.
029000     05  FILLER                  PIC X(02) VALUE SPACES.
029100     05  FILLER                  PIC X(01) VALUE 'C'.
029200     05  FILLER                  PIC X(03) VALUE SPACES.
029300     05  FILLER                  PIC X(10) VALUE 'RESULT'.
029400     05  FILLER                  PIC X(03) VALUE SPACES.
029500     05  FILLER                  PIC X(09) VALUE 'CHANGE'.
029600     05  FILLER                  PIC X(03) VALUE SPACES.
029700     05  FILLER                  PIC X(10) VALUE 'OVRD ORIG'.
029800     05  FILLER                  PIC X(46) VALUE SPACES.
029900*
030000 01  RPT-ITEM-LINE.
030100     05  FILLER                  PIC X(01) VALUE SPACE.
030200     05  FILLER                  PIC X(05) VALUE 'ITEM '.
030300     05  RPT-ITEM-ID             PIC X(06).
030400     05  FILLER                  PIC X(10) VALUE '   REGION '.
030500     05  RPT-ITEM-REGION         PIC X(03).
030600     05  FILLER                  PIC X(10) VALUE '   AMOUNT '.
030700     05  RPT-ITEM-AMOUNT         PIC X(13).
030800     05  RPT-ITEM-AMOUNT-EDIT REDEFINES RPT-ITEM-AMOUNT
030900                                 PIC Z,ZZZ,ZZ9.99.
031000     05  FILLER                  PIC X(13) VALUE '   DECISIONS '.
031100     05  RPT-ITEM-DECISIONS      PIC ZZ,ZZ9.
031200     05  FILLER                  PIC X(11) VALUE '   CHANGES '.
031300     05  RPT-ITEM-CHANGES        PIC ZZ,ZZ9.
031400     05  FILLER                  PIC X(22)
031500         VALUE '   OVERRIDE INVOLVED: '.
031600     05  RPT-ITEM-OVRD           PIC X(03).
031700     05  FILLER                  PIC X(11) VALUE SPACES.
031800*
031900 01  RPT-DETAIL-LINE.
032000     05  FILLER                  PIC X(05) VALUE SPACES.
032100     05  RPT-DETAIL-RUN-ID       PIC X(14).
032200     05  FILLER                  PIC X(03) VALUE SPACES.
032300     05  RPT-DETAIL-STAMP-DATE   PIC X(10).
032400     05  FILLER                  PIC X(01) VALUE SPACES.
032500     05  RPT-DETAIL-STAMP-TIME   PIC X(08).
032600     05  RPT-DETAIL-FLAG-A       PIC X(01).
032700     05  FILLER                  PIC X(02) VALUE SPACES.
032800     05  RPT-DETAIL-FLAG-B       PIC X(01).
032900     05  FILLER                  PIC X(02) VALUE SPACES.
033000     05  RPT-DETAIL-FLAG-C       PIC X(01).
033100     05  FILLER                  PIC X(03) VALUE SPACES.
033200     05  RPT-DETAIL-RESULT       PIC X(10).
033300     05  FILLER                  PIC X(03) VALUE SPACES.
033400     05  RPT-DETAIL-CHANGE       PIC X(09).
033500     05  FILLER                  PIC X(03) VALUE SPACES.
033600     05  RPT-DETAIL-OVRD-ORIG    PIC X(10).
033700     05  FILLER                  PIC X(46) VALUE SPACES.
033800*
033900 01  RPT-MORE-LINE.
034000     05  FILLER                  PIC X(05) VALUE SPACES.
034100     05  FILLER                  PIC X(04) VALUE '... '.
034200     05  RPT-MORE-COUNT          PIC ZZ,ZZ9.
034300     05  FILLER                  PIC X(40)
034400         VALUE ' LATER DECISIONS IN THE WINDOW NOT SHOWN'.
034500     05  FILLER                  PIC X(77) VALUE SPACES.
034600*
034700 01  RPT-NONE-LINE.
034800     05  FILLER                  PIC X(05) VALUE SPACES.
034900     05  FILLER                  PIC X(44)
035000         VALUE 'NO ITEM CHANGED RESULT CODE MORE THAN THE LI'.
035100     05  FILLER                  PIC X(20)
035200         VALUE 'MIT IN THE WINDOW'.
035300     05  FILLER                  PIC X(63) VALUE SPACES.
035400*
035500 01  RPT-BLANK-LINE               PIC X(132) VALUE SPACES.
035600*
035700******************************************************************
035800*    END-OF-JOB CONTROL TOTALS SECTION                           *
035900******************************************************************
036000 01  RPT-TOTALS-TITLE-LINE.
036100     05  FILLER                  PIC X(45) VALUE SPACES.
036200     05  FILLER                  PIC X(15)
036300         VALUE 'CONTROL TOTALS'.
036400     05  FILLER                  PIC X(72) VALUE SPACES.
036500*
036600 01  RPT-TOTALS-LINE.
036700     05  FILLER                  PIC X(05) VALUE SPACES.
036800     05  RPT-TOTALS-LABEL        PIC X(30).
036900     05  FILLER                  PIC X(05) VALUE SPACES.
037000     05  RPT-TOTALS-VALUE        PIC ZZZ,ZZ9.
037100     05  FILLER                  PIC X(85) VALUE SPACES.
037200*
037300 01  RPT-AMOUNT-LINE.
037400     05  FILLER                  PIC X(05) VALUE SPACES.
037500     05  RPT-AMOUNT-LABEL        PIC X(30).
037600     05  FILLER                  PIC X(05) VALUE SPACES.
037700     05  RPT-AMOUNT-VALUE        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
037800     05  FILLER                  PIC X(74) VALUE SPACES.
037900*
038000 PROCEDURE DIVISION.
038100*
038200 0000-MAINLINE.
038300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
038400     SORT SORT-WORK-FILE
038500         ON ASCENDING KEY SORT-ITEM-ID
038600                          SORT-TIMESTAMP
038700         INPUT PROCEDURE IS 2000-SELECT-WINDOW
038800                       THRU 2000-SELECT-EXIT
038900         OUTPUT PROCEDURE IS 2500-SCORE-ITEMS
039000                        THRU 2500-SCORE-EXIT
039100     SORT WATCH-SORT-FILE
039200         ON DESCENDING KEY WTCH-CHANGE-COUNT
039300         ON ASCENDING KEY WTCH-ITEM-ID
039400                          WTCH-SEQ
039500         USING WATCH-WORK-FILE
039600         OUTPUT PROCEDURE IS 3500-PRINT-WATCHLIST
039700                        THRU 3500-PRINT-EXIT
039800     PERFORM 3000-FINALIZE THRU 3000-EXIT
039900     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
040000     STOP RUN.
040100*
040200******************************************************************
040300*    1000-INITIALIZE - OPEN FILES, PICK UP THE WINDOW AND LIMIT, *
040400*    WORK OUT THE WINDOW CUTOFF AND START THE REPORT             *
040500******************************************************************
040600 1000-INITIALIZE.
040700     OPEN INPUT GATE-MASTER-FILE
040800     IF WS-MAST-FILE-STATUS NOT = '00'
040900         DISPLAY 'GATE-WATCHLIST: MASTER OPEN FAILED, STATUS '
041000             WS-MAST-FILE-STATUS
041100         MOVE 16 TO RETURN-CODE
041200         STOP RUN
041300     END-IF
041400     OPEN INPUT  GATE-AUDIT-LOG-FILE
041500     OPEN OUTPUT WATCHLIST-RPT-FILE
041600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
041700     PERFORM 1100-GET-WATCH-CONTROL THRU 1100-EXIT
041800     PERFORM 1300-COMPUTE-CUTOFF-DATE THRU 1300-EXIT
041900     STRING WS-CURRENT-DATE-MM   DELIMITED BY SIZE
042000             '/'                 DELIMITED BY SIZE
042100             WS-CURRENT-DATE-DD   DELIMITED BY SIZE
042200             '/'                 DELIMITED BY SIZE
042300             WS-CURRENT-DATE-CCYY DELIMITED BY SIZE
042400         INTO RPT-DATE-LINE-DATE
042500     END-STRING
042600     MOVE WS-WINDOW-DAYS  TO RPT-WINDOW-DAYS
042700     MOVE WS-CUTOFF-DATE  TO RPT-WINDOW-CUTOFF
042800     MOVE WS-CHANGE-LIMIT TO RPT-WINDOW-LIMIT
042900     PERFORM 4000-WRITE-RPT-HEADING THRU 4000-EXIT.
043000 1000-EXIT.
043100     EXIT.
043200*
043300******************************************************************
043400*    1100-GET-WATCH-CONTROL - PICK UP THE WINDOW DAYS AND THE    *
043500*    CHANGE LIMIT FROM THE OPTIONAL WCHCTRL RECORD.  A FIELD     *
043600*    THAT IS BLANK, ZERO OR NOT NUMERIC KEEPS ITS DEFAULT.       *
043700******************************************************************
043800 1100-GET-WATCH-CONTROL.
043900     OPEN INPUT WATCH-CONTROL-FILE
044000     IF WS-WCHC-FILE-STATUS = '00'
044100         OR WS-WCHC-FILE-STATUS = '05'
044200         READ WATCH-CONTROL-FILE
044300             AT END
044400                 CONTINUE
044500         END-READ
044600         IF WS-WCHC-FILE-STATUS = '00'
044700             IF WCHC-WINDOW-DAYS NUMERIC
044800                 AND WCHC-WINDOW-DAYS > ZERO
044900                 MOVE WCHC-WINDOW-DAYS TO WS-WINDOW-DAYS
045000             END-IF
045100             IF WCHC-CHANGE-LIMIT NUMERIC
045200                 AND WCHC-CHANGE-LIMIT > ZERO
045300                 MOVE WCHC-CHANGE-LIMIT TO WS-CHANGE-LIMIT
045400             END-IF
045500         END-IF
045600         CLOSE WATCH-CONTROL-FILE
045700     END-IF
045800     DISPLAY 'GATE-WATCHLIST: WINDOW ' WS-WINDOW-DAYS
045900         ' DAYS, LISTING MORE THAN ' WS-CHANGE-LIMIT ' CHANGES'.
046000 1100-EXIT.
046100     EXIT.
046200*
046300******************************************************************
046400*    1300-COMPUTE-CUTOFF-DATE - BACK THE RUN DATE UP BY THE      *
046500*    WINDOW DAYS.  A DECISION LOGGED AFTER THE CUTOFF DATE IS IN *
046600*    THE WINDOW.                                                 *
046700******************************************************************
046800 1300-COMPUTE-CUTOFF-DATE.
046900     MOVE WS-CURRENT-DATE TO WS-CUTOFF-DATE
047000     PERFORM 8100-BACK-ONE-DAY THRU 8100-EXIT
047100         WS-WINDOW-DAYS TIMES
047200     DISPLAY 'GATE-WATCHLIST: WINDOW CUTOFF ' WS-CUTOFF-DATE.
047300 1300-EXIT.
047400     EXIT.
047500*
047600******************************************************************
047700*    2000-SELECT-WINDOW - SORT INPUT PROCEDURE.  READ THE AUDIT  *
047800*    LOG AND RELEASE ONLY THE DECISIONS LOGGED AFTER THE CUTOFF  *
047900*    DATE TO THE SORT.                                           *
048000******************************************************************
048100 2000-SELECT-WINDOW.
048200     PERFORM 2100-RELEASE-ONE-RECORD THRU 2100-EXIT
048300         UNTIL WS-EOF-REACHED.
048400 2000-SELECT-EXIT.
048500     EXIT.
048600*
048700 2100-RELEASE-ONE-RECORD.
048800     READ GATE-AUDIT-LOG-FILE
048900         AT END
049000             SET WS-EOF-REACHED TO TRUE
049100             GO TO 2100-EXIT
049200     END-READ
049300     ADD 1 TO WS-SCANNED-COUNT
049400     IF AUDIT-TIMESTAMP (1:8) NOT GREATER THAN WS-CUTOFF-DATE
049500         GO TO 2100-EXIT
049600     END-IF
049700     MOVE AUDIT-ITEM-ID          TO SORT-ITEM-ID
049800     MOVE AUDIT-TIMESTAMP        TO SORT-TIMESTAMP
049900     MOVE AUDIT-RUN-ID           TO SORT-RUN-ID
050000     MOVE AUDIT-FLAG-A           TO SORT-FLAG-A
050100     MOVE AUDIT-FLAG-B           TO SORT-FLAG-B
050200     MOVE AUDIT-FLAG-C           TO SORT-FLAG-C
050300     MOVE AUDIT-RESULT-CODE      TO SORT-RESULT-CODE
050400     MOVE AUDIT-OVERRIDE-FLAG    TO SORT-OVERRIDE-FLAG
050500     MOVE AUDIT-ORIG-RESULT-CODE TO SORT-ORIG-RESULT-CODE
050600     MOVE AUDIT-REGION-CODE      TO SORT-REGION-CODE
050700     RELEASE SORT-RECORD
050800     ADD 1 TO WS-SELECTED-COUNT.
050900 2100-EXIT.
051000     EXIT.
051100*
051200******************************************************************
051300*    2500-SCORE-ITEMS - SORT OUTPUT PROCEDURE.  TAKE THE WINDOW  *
051400*    BACK IN ITEM/TIMESTAMP ORDER, COUNT EACH ITEM'S RESULT CODE *
051500*    CHANGES AND WRITE THE DECISIONS OF EVERY ITEM OVER THE      *
051600*    LIMIT TO THE WATCHLIST WORK FILE.                           *
051700******************************************************************
051800 2500-SCORE-ITEMS.
051900     OPEN OUTPUT WATCH-WORK-FILE
052000     PERFORM 2600-SCORE-ONE-RECORD THRU 2600-EXIT
052100         UNTIL WS-SORT-EOF-REACHED
052200     IF WS-CURR-ITEM-ID NOT = LOW-VALUES
052300         PERFORM 2700-CLOSE-ITEM THRU 2700-EXIT
052400     END-IF
052500     CLOSE WATCH-WORK-FILE.
052600 2500-SCORE-EXIT.
052700     EXIT.
052800*
052900******************************************************************
053000*    2600-SCORE-ONE-RECORD - ADD ONE DECISION TO THE CURRENT     *
053100*    ITEM, CLOSING OFF THE PREVIOUS ITEM ON AN ITEM BREAK.  A    *
053200*    RESULT CODE THAT DIFFERS FROM THE ITEM'S PREVIOUS DECISION  *
053300*    IS A CHANGE; IT IS OVERRIDE DRIVEN WHEN EITHER DECISION WAS *
053400*    A SUPERVISOR OVERRIDE.                                      *
053500******************************************************************
053600 2600-SCORE-ONE-RECORD.
053700     RETURN SORT-WORK-FILE
053800         AT END
053900             SET WS-SORT-EOF-REACHED TO TRUE
054000             GO TO 2600-EXIT
054100     END-RETURN
054200     IF SORT-ITEM-ID NOT = WS-CURR-ITEM-ID
054300         IF WS-CURR-ITEM-ID NOT = LOW-VALUES
054400             PERFORM 2700-CLOSE-ITEM THRU 2700-EXIT
054500         END-IF
054600         ADD 1 TO WS-ITEM-COUNT
054700         MOVE SORT-ITEM-ID TO WS-CURR-ITEM-ID
054800         MOVE ZERO         TO WS-ITEM-DECISION-COUNT
054900                              WS-ITEM-CHANGE-COUNT
055000                              WS-DEC-HELD-COUNT
055100         MOVE 'N'          TO WS-ITEM-OVRD-SWITCH
055200     END-IF
055300     ADD 1 TO WS-ITEM-DECISION-COUNT
055400     IF WS-ITEM-DECISION-COUNT NOT > WS-DEC-MAX-ENTRIES
055500         ADD 1 TO WS-DEC-HELD-COUNT
055600         SET DEC-IDX TO WS-DEC-HELD-COUNT
055700         MOVE SORT-TIMESTAMP     TO WS-DEC-TIMESTAMP (DEC-IDX)
055800         MOVE SORT-RUN-ID        TO WS-DEC-RUN-ID (DEC-IDX)
055900         MOVE SORT-FLAG-A        TO WS-DEC-FLAG-A (DEC-IDX)
056000         MOVE SORT-FLAG-B        TO WS-DEC-FLAG-B (DEC-IDX)
056100         MOVE SORT-FLAG-C        TO WS-DEC-FLAG-C (DEC-IDX)
056200         MOVE SORT-RESULT-CODE   TO WS-DEC-RESULT-CODE (DEC-IDX)
056300         MOVE 'N'                TO WS-DEC-CHANGE-SW (DEC-IDX)
056400         MOVE SORT-OVERRIDE-FLAG TO WS-DEC-OVERRIDE-FLAG (DEC-IDX)
056500         MOVE SORT-ORIG-RESULT-CODE
056600             TO WS-DEC-ORIG-RESULT-CODE (DEC-IDX)
056700     END-IF
056800     IF WS-ITEM-DECISION-COUNT > 1
056900         AND SORT-RESULT-CODE NOT = WS-PREV-RESULT-CODE
057000         ADD 1 TO WS-ITEM-CHANGE-COUNT
057100         IF WS-ITEM-DECISION-COUNT NOT > WS-DEC-MAX-ENTRIES
057200             MOVE 'Y' TO WS-DEC-CHANGE-SW (DEC-IDX)
057300         END-IF
057400         IF SORT-WAS-OVERRIDDEN
057500             OR WS-PREV-WAS-OVERRIDDEN
057600             SET WS-ITEM-OVRD-INVOLVED TO TRUE
057700         END-IF
057800     END-IF
057900     MOVE SORT-RESULT-CODE   TO WS-PREV-RESULT-CODE
058000     MOVE SORT-OVERRIDE-FLAG TO WS-PREV-OVERRIDE-FLAG
058100     MOVE SORT-REGION-CODE   TO WS-CURR-REGION-CODE.
058200 2600-EXIT.
058300     EXIT.
058400*
058500******************************************************************
058600*    2700-CLOSE-ITEM - AT THE END OF AN ITEM, DECIDE WHETHER IT  *
058700*    GOES ON THE WATCHLIST.  A LISTED ITEM'S CURRENT AMOUNT IS   *
058800*    TAKEN FROM GATEMAST (AN ITEM SINCE PURGED FROM THE MASTER   *
058900*    SHOWS NONE) AND EACH OF ITS HELD DECISIONS IS WRITTEN TO    *
059000*    THE WORK FILE WITH THE ITEM'S SCORE.                        *
059100******************************************************************
059200 2700-CLOSE-ITEM.
059300     IF WS-ITEM-CHANGE-COUNT > ZERO
059400         ADD 1 TO WS-CHANGED-ITEM-COUNT
059500     END-IF
059600     IF WS-ITEM-CHANGE-COUNT NOT > WS-CHANGE-LIMIT
059700         GO TO 2700-EXIT
059800     END-IF
059900     ADD 1 TO WS-LISTED-COUNT
060000     IF WS-ITEM-OVRD-INVOLVED
060100         ADD 1 TO WS-LISTED-OVRD-COUNT
060200     END-IF
060300     MOVE WS-ITEM-CHANGE-COUNT   TO WS-ROW-CHANGE-COUNT
060400     MOVE WS-CURR-ITEM-ID        TO WS-ROW-ITEM-ID
060500     MOVE WS-ITEM-DECISION-COUNT TO WS-ROW-DECISION-COUNT
060600     MOVE WS-DEC-HELD-COUNT      TO WS-ROW-HELD-COUNT
060700     MOVE WS-ITEM-OVRD-SWITCH    TO WS-ROW-OVRD-SW
060800     MOVE WS-CURR-REGION-CODE    TO WS-ROW-REGION-CODE
060900     MOVE WS-CURR-ITEM-ID        TO MAST-ITEM-ID
061000     READ GATE-MASTER-FILE
061100         INVALID KEY
061200             MOVE 'N'  TO WS-ROW-MAST-SW
061300             MOVE ZERO TO WS-ROW-ITEM-AMOUNT
061400             ADD 1 TO WS-NOT-ON-MAST-COUNT
061500         NOT INVALID KEY
061600             MOVE 'Y'  TO WS-ROW-MAST-SW
061700             MOVE MAST-ITEM-AMOUNT TO WS-ROW-ITEM-AMOUNT
061800             ADD MAST-ITEM-AMOUNT TO WS-LISTED-AMOUNT
061900     END-READ
062000     PERFORM 2750-WRITE-WATCH-ROW THRU 2750-EXIT
062100         VARYING WS-DEC-SUB FROM 1 BY 1
062200         UNTIL WS-DEC-SUB > WS-DEC-HELD-COUNT.
062300 2700-EXIT.
062400     EXIT.
062500*
062600 2750-WRITE-WATCH-ROW.
062700     SET DEC-IDX TO WS-DEC-SUB
062800     MOVE WS-DEC-SUB                TO WS-ROW-SEQ
062900     MOVE WS-DEC-TIMESTAMP (DEC-IDX) TO WS-ROW-TIMESTAMP
063000     MOVE WS-DEC-RUN-ID (DEC-IDX)    TO WS-ROW-RUN-ID
063100     MOVE WS-DEC-FLAG-A (DEC-IDX)    TO WS-ROW-FLAG-A
063200     MOVE WS-DEC-FLAG-B (DEC-IDX)    TO WS-ROW-FLAG-B
063300     MOVE WS-DEC-FLAG-C (DEC-IDX)    TO WS-ROW-FLAG-C
063400     MOVE WS-DEC-RESULT-CODE (DEC-IDX)
063500                                     TO WS-ROW-RESULT-CODE
063600     MOVE WS-DEC-CHANGE-SW (DEC-IDX) TO WS-ROW-CHANGE-SW
063700     MOVE WS-DEC-OVERRIDE-FLAG (DEC-IDX)
063800                                     TO WS-ROW-OVERRIDE-FLAG
063900     MOVE WS-DEC-ORIG-RESULT-CODE (DEC-IDX)
064000                                     TO WS-ROW-ORIG-RESULT-CODE
064100     WRITE WATCH-WORK-RECORD FROM WS-WATCH-ROW.
064200 2750-EXIT.
064300     EXIT.
064400*
064500******************************************************************
064600*    3000-FINALIZE - PRINT THE CONTROL TOTALS AND CLOSE          *
064700******************************************************************
064800 3000-FINALIZE.
064900     IF WS-LISTED-COUNT = ZERO
065000         WRITE RPT-LINE FROM RPT-NONE-LINE AFTER ADVANCING 1 LINE
065100     END-IF
065200     WRITE RPT-LINE FROM RPT-BLANK-LINE AFTER ADVANCING 1 LINE
065300     WRITE RPT-LINE FROM RPT-TOTALS-TITLE-LINE
065400         AFTER ADVANCING 1 LINE
065500     WRITE RPT-LINE FROM RPT-BLANK-LINE AFTER ADVANCING 1 LINE
065600     MOVE 'AUDIT RECORDS SCANNED'    TO RPT-TOTALS-LABEL
065700     MOVE WS-SCANNED-COUNT           TO RPT-TOTALS-VALUE
065800     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
065900     MOVE 'DECISIONS IN WINDOW'      TO RPT-TOTALS-LABEL
066000     MOVE WS-SELECTED-COUNT          TO RPT-TOTALS-VALUE
066100     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
066200     MOVE 'ITEMS DECIDED IN WINDOW'  TO RPT-TOTALS-LABEL
066300     MOVE WS-ITEM-COUNT              TO RPT-TOTALS-VALUE
066400     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
066500     MOVE 'ITEMS WITH ANY CHANGE'    TO RPT-TOTALS-LABEL
066600     MOVE WS-CHANGED-ITEM-COUNT      TO RPT-TOTALS-VALUE
066700     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
066800     MOVE 'ITEMS ON WATCHLIST'       TO RPT-TOTALS-LABEL
066900     MOVE WS-LISTED-COUNT            TO RPT-TOTALS-VALUE
067000     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
067100     MOVE '  OVERRIDE INVOLVED'      TO RPT-TOTALS-LABEL
067200     MOVE WS-LISTED-OVRD-COUNT       TO RPT-TOTALS-VALUE
067300     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
067400     MOVE '  NO LONGER ON MASTER'    TO RPT-TOTALS-LABEL
067500     MOVE WS-NOT-ON-MAST-COUNT       TO RPT-TOTALS-VALUE
067600     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
067700     MOVE 'WATCHLIST AMOUNT'         TO RPT-AMOUNT-LABEL
067800     MOVE WS-LISTED-AMOUNT           TO RPT-AMOUNT-VALUE
067900     WRITE RPT-LINE FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE
068000     CLOSE GATE-AUDIT-LOG-FILE
068100     CLOSE GATE-MASTER-FILE
068200     CLOSE WATCHLIST-RPT-FILE.
068300 3000-EXIT.
068400     EXIT.
068500*
068600******************************************************************
068700*    3500-PRINT-WATCHLIST - SECOND SORT OUTPUT PROCEDURE.  TAKE  *
068800*    THE LISTED DECISIONS BACK WORST ITEM FIRST AND PRINT EACH   *
068900*    ITEM'S SUMMARY LINE FOLLOWED BY ITS SEQUENCE OF OUTCOMES.   *
069000******************************************************************
069100 3500-PRINT-WATCHLIST.
069200     PERFORM 3600-PRINT-ONE-ROW THRU 3600-EXIT
069300         UNTIL WS-WATCH-EOF-REACHED.
069400 3500-PRINT-EXIT.
069500     EXIT.
069600*
069700 3600-PRINT-ONE-ROW.
069800     RETURN WATCH-SORT-FILE INTO WS-WATCH-ROW
069900         AT END
070000             SET WS-WATCH-EOF-REACHED TO TRUE
070100             GO TO 3600-EXIT
070200     END-RETURN
070300     IF WS-ROW-ITEM-ID NOT = WS-PRINT-ITEM-ID
070400         PERFORM 3700-PRINT-ITEM-LINE THRU 3700-EXIT
070500     END-IF
070600     MOVE WS-ROW-RUN-ID      TO RPT-DETAIL-RUN-ID
070700     STRING WS-ROW-TIMESTAMP (1:4) DELIMITED BY SIZE
070800            '-'                    DELIMITED BY SIZE
070900            WS-ROW-TIMESTAMP (5:2) DELIMITED BY SIZE
071000            '-'                    DELIMITED BY SIZE
071100            WS-ROW-TIMESTAMP (7:2) DELIMITED BY SIZE
071200         INTO RPT-DETAIL-STAMP-DATE
071300     END-STRING
071400     STRING WS-ROW-TIMESTAMP (9:2)  DELIMITED BY SIZE
071500            '.'                     DELIMITED BY SIZE
071600            WS-ROW-TIMESTAMP (11:2) DELIMITED BY SIZE
071700            '.'                     DELIMITED BY SIZE
071800            WS-ROW-TIMESTAMP (13:2) DELIMITED BY SIZE
071900         INTO RPT-DETAIL-STAMP-TIME
072000     END-STRING
072100     MOVE WS-ROW-FLAG-A      TO RPT-DETAIL-FLAG-A
072200     MOVE WS-ROW-FLAG-B      TO RPT-DETAIL-FLAG-B
072300     MOVE WS-ROW-FLAG-C      TO RPT-DETAIL-FLAG-C
072400     MOVE WS-ROW-RESULT-CODE TO RPT-DETAIL-RESULT
072500     EVALUATE TRUE
072600         WHEN WS-ROW-SEQ = 1
072700             MOVE 'FIRST'     TO RPT-DETAIL-CHANGE
072800         WHEN WS-ROW-WAS-CHANGE
072900             MOVE '*CHANGED*' TO RPT-DETAIL-CHANGE
073000         WHEN OTHER
073100             MOVE SPACES      TO RPT-DETAIL-CHANGE
073200     END-EVALUATE
073300     IF WS-ROW-WAS-OVERRIDDEN
073400         MOVE WS-ROW-ORIG-RESULT-CODE TO RPT-DETAIL-OVRD-ORIG
073500     ELSE
073600         MOVE SPACES TO RPT-DETAIL-OVRD-ORIG
073700     END-IF
073800     PERFORM 4100-WRITE-RPT-LINE THRU 4100-EXIT
073900     IF WS-ROW-SEQ = WS-ROW-HELD-COUNT
074000         AND WS-ROW-DECISION-COUNT > WS-ROW-HELD-COUNT
074100         SUBTRACT WS-ROW-HELD-COUNT FROM WS-ROW-DECISION-COUNT
074200             GIVING RPT-MORE-COUNT
074300         IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES-PER-PAGE
074400             PERFORM 4000-WRITE-RPT-HEADING THRU 4000-EXIT
074500         END-IF
074600         WRITE RPT-LINE FROM RPT-MORE-LINE AFTER ADVANCING 1 LINE
074700         ADD 1 TO WS-LINE-COUNT
074800     END-IF.
074900 3600-EXIT.
075000     EXIT.
075100*
075200******************************************************************
075300*    3700-PRINT-ITEM-LINE - START A NEW ITEM ON THE WATCHLIST:   *
075400*    A SEPARATOR AND THE ITEM'S SUMMARY LINE, KEPT ON THE SAME   *
075500*    PAGE AS AT LEAST ITS FIRST TWO DECISIONS                    *
075600******************************************************************
075700 3700-PRINT-ITEM-LINE.
075800     MOVE WS-ROW-ITEM-ID TO WS-PRINT-ITEM-ID
075900     IF WS-LINE-COUNT + 4 > WS-MAX-LINES-PER-PAGE
076000         PERFORM 4000-WRITE-RPT-HEADING THRU 4000-EXIT
076100     END-IF
076200     IF WS-LINE-COUNT > ZERO
076300         WRITE RPT-LINE FROM RPT-BLANK-LINE AFTER ADVANCING 1 LINE
076400         ADD 1 TO WS-LINE-COUNT
076500     END-IF
076600     MOVE WS-ROW-ITEM-ID        TO RPT-ITEM-ID
076700     MOVE WS-ROW-REGION-CODE    TO RPT-ITEM-REGION
076800     IF WS-ROW-ON-MASTER
076900         MOVE WS-ROW-ITEM-AMOUNT TO RPT-ITEM-AMOUNT-EDIT
077000     ELSE
077100         MOVE 'NOT ON MASTER'    TO RPT-ITEM-AMOUNT
077200     END-IF
077300     MOVE WS-ROW-DECISION-COUNT TO RPT-ITEM-DECISIONS
077400     MOVE WS-ROW-CHANGE-COUNT   TO RPT-ITEM-CHANGES
077500     IF WS-ROW-OVRD-INVOLVED
077600         MOVE 'YES' TO RPT-ITEM-OVRD
077700     ELSE
077800         MOVE 'NO'  TO RPT-ITEM-OVRD
077900     END-IF
078000     WRITE RPT-LINE FROM RPT-ITEM-LINE AFTER ADVANCING 1 LINE
078100     ADD 1 TO WS-LINE-COUNT.
078200 3700-EXIT.
078300     EXIT.
078400*
078500******************************************************************
078600*    4000-WRITE-RPT-HEADING - START A NEW REPORT PAGE            *
078700******************************************************************
078800 4000-WRITE-RPT-HEADING.
078900     ADD 1 TO WS-PAGE-COUNT
079000     MOVE WS-PAGE-COUNT TO RPT-DATE-LINE-PAGE
079100     WRITE RPT-LINE FROM RPT-TITLE-LINE
079200         AFTER ADVANCING PAGE
079300     WRITE RPT-LINE FROM RPT-DATE-LINE
079400         AFTER ADVANCING 1 LINE
079500     WRITE RPT-LINE FROM RPT-WINDOW-LINE
079600         AFTER ADVANCING 1 LINE
079700     WRITE RPT-LINE FROM RPT-BLANK-LINE
079800         AFTER ADVANCING 1 LINE
079900     WRITE RPT-LINE FROM RPT-COLUMN-HEADING-LINE
080000         AFTER ADVANCING 1 LINE
080100     WRITE RPT-LINE FROM RPT-BLANK-LINE
080200         AFTER ADVANCING 1 LINE
080300     MOVE ZERO TO WS-LINE-COUNT.
080400 4000-EXIT.
080500     EXIT.
080600*
080700******************************************************************
080800*    4100-WRITE-RPT-LINE - PRINT ONE DETAIL LINE, BREAKING TO A  *
080900*    NEW PAGE WHEN THE CURRENT ONE IS FULL                       *
081000******************************************************************
081100 4100-WRITE-RPT-LINE.
081200     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES-PER-PAGE
081300         PERFORM 4000-WRITE-RPT-HEADING THRU 4000-EXIT
081400     END-IF
081500     WRITE RPT-LINE FROM RPT-DETAIL-LINE AFTER ADVANCING 1 LINE
081600     ADD 1 TO WS-LINE-COUNT.
081700 4100-EXIT.
081800     EXIT.
081900*
082000******************************************************************
082100*    8100-BACK-ONE-DAY - MOVE THE CUTOFF DATE BACK ONE CALENDAR  *
082200*    DAY, ROLLING THE MONTH AND YEAR AND ALLOWING FOR LEAP       *
082300*    YEARS.  PERFORMED ONCE PER DAY OF THE WINDOW.               *
082400******************************************************************
082500 8100-BACK-ONE-DAY.
082600     IF WS-CUTOFF-DD > 1
082700         SUBTRACT 1 FROM WS-CUTOFF-DD
082800     ELSE
082900         IF WS-CUTOFF-MM = 1
083000             MOVE 12 TO WS-CUTOFF-MM
083100             SUBTRACT 1 FROM WS-CUTOFF-CCYY
083200         ELSE
083300             SUBTRACT 1 FROM WS-CUTOFF-MM
083400         END-IF
083500         MOVE WS-DAYS-IN-MONTH (WS-CUTOFF-MM) TO WS-CUTOFF-DD
083600         IF WS-CUTOFF-MM = 2
083700             PERFORM 8200-CHECK-LEAP-YEAR THRU 8200-EXIT
083800             IF WS-YEAR-IS-LEAP
083900                 MOVE 29 TO WS-CUTOFF-DD
084000             END-IF
084100         END-IF
084200     END-IF.
084300 8100-EXIT.
084400     EXIT.
084500*
084600******************************************************************
084700*    8200-CHECK-LEAP-YEAR - SET THE LEAP SWITCH FOR THE CUTOFF   *
084800*    YEAR: DIVISIBLE BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY     *
084900*    400                                                         *
085000******************************************************************
085100 8200-CHECK-LEAP-YEAR.
085200     MOVE 'N' TO WS-LEAP-SWITCH
085300     DIVIDE WS-CUTOFF-CCYY BY 4
085400         GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
085500     DIVIDE WS-CUTOFF-CCYY BY 100
085600         GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
085700     DIVIDE WS-CUTOFF-CCYY BY 400
085800         GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
085900     IF WS-LEAP-REM-4 = ZERO
086000         AND (WS-LEAP-REM-100 NOT = ZERO
086100          OR  WS-LEAP-REM-400 = ZERO)
086200         SET WS-YEAR-IS-LEAP TO TRUE
086300     END-IF.
086400 8200-EXIT.
086500     EXIT.
086600*
086700******************************************************************
086800*    9000-SET-RETURN-CODE - 4 WHEN ANY ITEM IS ON THE WATCHLIST  *
086900*    SO THE SCHEDULER CAN ROUTE THE REPORT TO DATA CONTROL, 0    *
087000*    WHEN NOTHING IS UNSTABLE                                    *
087100******************************************************************
087200 9000-SET-RETURN-CODE.
087300     EVALUATE TRUE
087400         WHEN WS-LISTED-COUNT > ZERO
087500             MOVE 4 TO RETURN-CODE
087600             DISPLAY 'GATE-WATCHLIST: CONDITION CODE 4 - '
087700                 WS-LISTED-COUNT ' ITEMS ON THE WATCHLIST'
087800         WHEN OTHER
087900             MOVE 0 TO RETURN-CODE
088000     END-EVALUATE.
088100 9000-EXIT.
088200     EXIT.
