000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GATE-NIGHT-STATUS.
000300 AUTHOR.        D. PHOTO.
000400 INSTALLATION.  GATE-PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*    GATE-NIGHT-STATUS                                           *
001100*                                                                *
001200*    ONE-PAGE NIGHT STATUS REPORT FOR THE JOB STREAM.  READS THE *
001300*    RUN-CONTROL FILE (GATERUNC LAYOUT, DD GATERUNC) THAT EVERY  *
001400*    STEP ON THE STEP TABLE (GATESTEP) APPENDS ITS START, END    *
001500*    AND REFUSALS TO, AND PRINTS ONE LINE PER STEP FOR THE       *
001600*    NIGHT:                                                      *
001700*                                                                *
001800*        COMPLETE         - ENDED WITH CONDITION CODE 4 OR LESS  *
001900*        FAILED           - ENDED WITH A HIGHER CONDITION CODE   *
002000*        REFUSED          - ITS PREDECESSOR HAD NOT COMPLETED    *
002100*        STARTED - NO END - STILL RUNNING, OR ABENDED BEFORE IT  *
002200*                           COULD RECORD ITS END                 *
002300*        NOT RUN          - NOTHING ON FILE FOR THE NIGHT        *
002400*                                                                *
002500*    WITH THE START AND END TIMES, THE ELAPSED TIME, THE         *
002600*    CONDITION CODE, HOW MANY TIMES THE STEP WAS STARTED AND HOW *
002700*    MANY TIMES IT WAS REFUSED.  THE LATEST RECORD FOR A STEP    *
002800*    DECIDES ITS STATE, SO A RERUN THAT COMPLETES CLEARS AN      *
002900*    EARLIER FAILURE.  A STEP ON FILE BUT NOT ON THE STEP TABLE  *
003000*    IS LISTED AFTER THE TABLE'S STEPS.                          *
003010*    A SUPPLEMENTAL PASS FOR A LATE REGION RUNS UNDER THE SAME   *
003020*    FEED DATE, SO EACH STEP IT RAN IS LISTED AGAIN ON A LINE OF *
003030*    ITS OWN WITH THE REGION IN THE PASS COLUMN.                 *
003100*                                                                *
003200*    THE NIGHT IS THE FEED DATE NAMED ON THE OPTIONAL NSTDATE    *
003300*    CONTROL RECORD (GATEFDCT LAYOUT), OR THE NIGHT IN PROGRESS  *
003400*    - THE FEED DATE LAST RECORDED BY THE HEAD OF THE STREAM.    *
003500*    THE RUN ENDS WITH CONDITION CODE 8 WHEN ANY STEP FAILED OR  *
003600*    WAS REFUSED, 4 WHEN ANY STEP HAS NOT RUN OR NOT ENDED, AND  *
003700*    0 WHEN THE WHOLE NIGHT IS COMPLETE.                         *
003800*                                                                *
003900*    MODIFICATION HISTORY.                                       *
004000*      DATE       BY   DESCRIPTION                               *
004100*      2026-10-15 DCP  ORIGINAL VERSION.                         *
004104*      2026-10-15 DCP  LIST A STEP RUN IN A SUPPLEMENTAL PASS    *
004108*                      FOR A LATE REGION ON A LINE OF ITS OWN,   *
004112*                      WITH THE REGION IN A NEW PASS COLUMN, AND *
004116*                      TAKE THE NIGHT IN PROGRESS FROM THE HEAD  *
004120*                      OF THE STREAM'S MAIN PASS ONLY.           *
004124*                                                                *
004128******************************************************************
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT RUN-CONTROL-FILE ASSIGN TO GATERUNC
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-RUNC-FILE-STATUS.
005000*
005100     SELECT OPTIONAL NIGHT-DATE-FILE ASSIGN TO NSTDATE
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-NDTE-FILE-STATUS.
005400*
005500     SELECT NIGHT-STATUS-RPT-FILE ASSIGN TO NSTRPT
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700*
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  RUN-CONTROL-FILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY GATERUNC.
006300*
006400 FD  NIGHT-DATE-FILE
006500     LABEL RECORDS ARE STANDARD.
006600     COPY GATEFDCT.
006700*
006800 FD  NIGHT-STATUS-RPT-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 01  RPT-LINE                    PIC X(132).
007100*
007200 WORKING-STORAGE SECTION.
007300*
007400******************************************************************
007500*    RUN SWITCHES AND COUNTERS                                   *
007600******************************************************************
007700 77  WS-RUNC-FILE-STATUS         PIC X(02) VALUE '00'.
007800 77  WS-NDTE-FILE-STATUS         PIC X(02) VALUE '00'.
007900 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
008000     88  WS-EOF-REACHED              VALUE 'Y'.
008100 77  WS-ENTRY-SWITCH             PIC X(01) VALUE 'N'.
008200     88  WS-ENTRY-FOUND              VALUE 'Y'.
008300 77  WS-RUNC-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
008400 77  WS-SELECTED-COUNT           PIC 9(07) COMP VALUE ZERO.
008500 77  WS-BAD-EVENT-COUNT          PIC 9(07) COMP VALUE ZERO.
008600 77  WS-UNLISTED-COUNT           PIC 9(07) COMP VALUE ZERO.
008700 77  WS-COMPLETE-COUNT           PIC 9(05) COMP VALUE ZERO.
008800 77  WS-FAILED-COUNT             PIC 9(05) COMP VALUE ZERO.
008900 77  WS-REFUSED-COUNT            PIC 9(05) COMP VALUE ZERO.
009000 77  WS-NO-END-COUNT             PIC 9(05) COMP VALUE ZERO.
009100 77  WS-NOT-RUN-COUNT            PIC 9(05) COMP VALUE ZERO.
009200 77  WS-COMPLETE-MAX-CODE        PIC 9(03) VALUE 4.
009300 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
009400 77  WS-PAGE-COUNT               PIC 9(03) COMP VALUE ZERO.
009500*
009600******************************************************************
009700*    THE NIGHT TO REPORT - NAMED ON THE OPTIONAL NSTDATE         *
009800*    CONTROL RECORD, OR THE FEED DATE LAST RECORDED BY THE HEAD  *
009900*    OF THE STREAM (THE FIRST ROW OF THE STEP TABLE), FALLING    *
010000*    BACK TO THE LATEST FEED DATE ON FILE AND THEN THE RUN DATE  *
010100******************************************************************
010200 77  WS-STATUS-DATE              PIC 9(08) VALUE ZERO.
010300 77  WS-HEAD-FEED-DATE           PIC 9(08) VALUE ZERO.
010400 77  WS-LATEST-FEED-DATE         PIC 9(08) VALUE ZERO.
010500 77  WS-DATE-GIVEN-SWITCH        PIC X(01) VALUE 'N'.
010600     88  WS-DATE-WAS-GIVEN           VALUE 'Y'.
010700*
010800******************************************************************
010900*    ELAPSED-TIME WORK FIELDS                                    *
011000******************************************************************
011100 77  WS-START-SECONDS            PIC 9(07) COMP VALUE ZERO.
011200 77  WS-END-SECONDS              PIC 9(07) COMP VALUE ZERO.
011300 77  WS-ELAPSED-SECONDS          PIC 9(07) COMP VALUE ZERO.
011400 77  WS-ELAPSED-MINUTES          PIC 9(07) COMP VALUE ZERO.
011500 77  WS-SECONDS-PER-DAY          PIC 9(07) COMP VALUE 86400.
011600*
011700******************************************************************
011800*    STEP STATUS TABLE - THE STEP TABLE'S ROWS IN STREAM ORDER,  *
011900*    THEN ANY OTHER STEP FOUND ON FILE FOR THE NIGHT.  THE       *
012000*    LATEST EVENT FOR A STEP OVERWRITES THE EARLIER ONES: A      *
012100*    START CLEARS THE END OF AN EARLIER ATTEMPT, A REFUSAL       *
012200*    CLEARS THE START.  A STEP RUN IN A SUPPLEMENTAL PASS HAS A  *
012210*    ROW PER PASS CODE, KEPT APART FROM ITS MAIN-PASS ROW.       *
012300******************************************************************
012400 01  WS-NST-TABLE.
012500     05  WS-NST-COUNT                PIC 9(03) COMP VALUE ZERO.
012600     05  WS-NST-MAX-ENTRIES          PIC 9(03) COMP VALUE 20.
012700     05  WS-NST-ENTRY OCCURS 20 TIMES
012800             INDEXED BY NST-IDX.
012900         10  WS-NST-TAB-STEP-NAME    PIC X(16).
012950         10  WS-NST-TAB-PASS-CODE    PIC X(03).
013000         10  WS-NST-TAB-PRED-NAME    PIC X(16).
013100         10  WS-NST-TAB-LAST-EVENT   PIC X(01).
013200             88  WS-NST-TAB-NOT-RUN      VALUE SPACE.
013300             88  WS-NST-TAB-STARTED      VALUE 'S'.
013400             88  WS-NST-TAB-ENDED        VALUE 'E'.
013500             88  WS-NST-TAB-REFUSED      VALUE 'R'.
013600         10  WS-NST-TAB-START-DATE   PIC 9(08).
013700         10  WS-NST-TAB-START-TIME   PIC 9(06).
013800         10  WS-NST-TAB-END-DATE     PIC 9(08).
013900         10  WS-NST-TAB-END-TIME     PIC 9(06).
014000         10  WS-NST-TAB-COND-CODE    PIC 9(03).
014100         10  WS-NST-TAB-RUN-COUNT    PIC 9(03) COMP.
014200         10  WS-NST-TAB-REFUSE-COUNT PIC 9(03) COMP.
014300*
014400     COPY GATESTEP.
014500*
014600******************************************************************
014700*    TIME WORK FIELDS - A RECORDED HHMMSS SPLIT INTO ITS PARTS   *
014800*    AND THE PRINTABLE STAMPS                                    *
014900******************************************************************
015000 01  WS-SPLIT-TIME                PIC 9(06) VALUE ZERO.
015100 01  WS-SPLIT-TIME-PARTS REDEFINES WS-SPLIT-TIME.
015200     05  WS-SPLIT-TIME-HH            PIC 9(02).
015300     05  WS-SPLIT-TIME-MM            PIC 9(02).
015400     05  WS-SPLIT-TIME-SS            PIC 9(02).
015500*
015600 01  WS-FMT-STAMP.
015700     05  WS-FMT-DATE                 PIC 9999/99/99.
015800     05  FILLER                      PIC X(01) VALUE SPACE.
015900     05  WS-FMT-HH                   PIC 9(02).
016000     05  FILLER                      PIC X(01) VALUE ':'.
016100     05  WS-FMT-MM                   PIC 9(02).
016200     05  FILLER                      PIC X(01) VALUE ':'.
016300     05  WS-FMT-SS                   PIC 9(02).
016400*
016500 01  WS-FMT-ELAPSED.
016600     05  WS-FMT-ELAPSED-HH           PIC 9(02).
016700     05  FILLER                      PIC X(01) VALUE ':'.
016800     05  WS-FMT-ELAPSED-MM           PIC 9(02).
016900     05  FILLER                      PIC X(01) VALUE ':'.
017000     05  WS-FMT-ELAPSED-SS           PIC 9(02).
017100*
017200 01  WS-FMT-COUNT                 PIC ZZ9.
017300*
017400******************************************************************
017500*    CURRENT DATE - USED ON THE REPORT HEADING                   *
017600******************************************************************
017700 01  WS-CURRENT-DATE.
017800     05  WS-CURRENT-DATE-CCYY        PIC 9(04).
017900     05  WS-CURRENT-DATE-MM          PIC 9(02).
018000     05  WS-CURRENT-DATE-DD          PIC 9(02).
018100*
018200******************************************************************
018300*    NIGHT STATUS REPORT PRINT LINES                             *
018400******************************************************************
018500 01  RPT-TITLE-LINE.
018600     05  FILLER                  PIC X(45) VALUE SPACES.
018700     05  FILLER                  PIC X(30)
018800         VALUE 'NIGHTLY JOB-STREAM STATUS'.
018900     05  FILLER                  PIC X(57) VALUE SPACES.
019000*
019100 01  RPT-DATE-LINE.
019200     05  FILLER                  PIC X(01) VALUE SPACE.
019300     05  FILLER                  PIC X(09) VALUE 'RUN DATE:'.
019400     05  RPT-DATE-LINE-DATE      PIC X(10).
019500     05  FILLER                  PIC X(25) VALUE SPACES.
019600     05  FILLER                  PIC X(06) VALUE 'PAGE '.
019700     05  RPT-DATE-LINE-PAGE      PIC ZZZ9.
019800     05  FILLER                  PIC X(77) VALUE SPACES.
019900*
020000 01  RPT-NIGHT-LINE.
020100     05  FILLER                  PIC X(01) VALUE SPACE.
020200     05  FILLER                  PIC X(21)
020300         VALUE 'STATUS FOR FEED DATE '.
020400     05  RPT-NIGHT-DATE          PIC X(08).
020500     05  FILLER                  PIC X(02) VALUE SPACES.
020600     05  RPT-NIGHT-SOURCE        PIC X(40).
020700     05  FILLER                  PIC X(60) VALUE SPACES.
020800*
020900 01  RPT-COLUMN-HEADING-LINE.
021000     05  FILLER                  PIC X(03) VALUE SPACES.
021100     05  FILLER                  PIC X(17) VALUE 'STEP'.
021150     05  FILLER                  PIC X(05) VALUE 'PASS'.
021200     05  FILLER                  PIC X(18) VALUE 'AFTER'.
021300     05  FILLER                  PIC X(18) VALUE 'STATE'.
021400     05  FILLER                  PIC X(21) VALUE 'STARTED'.
021500     05  FILLER                  PIC X(21) VALUE 'ENDED'.
021600     05  FILLER                  PIC X(10) VALUE 'ELAPSED'.
021700     05  FILLER                  PIC X(05) VALUE ' CC'.
021800     05  FILLER                  PIC X(05) VALUE 'RUNS'.
021900     05  FILLER                  PIC X(04) VALUE 'REF'.
022000     05  FILLER                  PIC X(05) VALUE SPACES.
022100*
022200 01  RPT-DETAIL-LINE.
022300     05  FILLER                  PIC X(03) VALUE SPACES.
022400     05  RPT-DETAIL-STEP         PIC X(16).
022430     05  FILLER                  PIC X(01) VALUE SPACE.
022460     05  RPT-DETAIL-PASS         PIC X(03).
022500     05  FILLER                  PIC X(02) VALUE SPACES.
022600     05  RPT-DETAIL-AFTER        PIC X(16).
022700     05  FILLER                  PIC X(02) VALUE SPACES.
022800     05  RPT-DETAIL-STATE        PIC X(16).
022900     05  FILLER                  PIC X(02) VALUE SPACES.
023000     05  RPT-DETAIL-STARTED      PIC X(19).
023100     05  FILLER                  PIC X(02) VALUE SPACES.
023200     05  RPT-DETAIL-ENDED        PIC X(19).
023300     05  FILLER                  PIC X(02) VALUE SPACES.
023400     05  RPT-DETAIL-ELAPSED      PIC X(08).
023500     05  FILLER                  PIC X(02) VALUE SPACES.
023600     05  RPT-DETAIL-COND-CODE    PIC X(03).
023700     05  FILLER                  PIC X(02) VALUE SPACES.
023800     05  RPT-DETAIL-RUNS         PIC ZZ9.
023900     05  FILLER                  PIC X(02) VALUE SPACES.
024000     05  RPT-DETAIL-REFUSALS     PIC ZZ9.
024100     05  FILLER                  PIC X(06) VALUE SPACES.
024200*
024300 01  RPT-BLANK-LINE               PIC X(132) VALUE SPACES.
024400*
024500******************************************************************
024600*    END-OF-JOB CONTROL TOTALS SECTION                           *
024700******************************************************************
024800 01  RPT-TOTALS-TITLE-LINE.
024900     05  FILLER                  PIC X(45) VALUE SPACES.
025000     05  FILLER                  PIC X(15)
025100         VALUE 'CONTROL TOTALS'.
025200     05  FILLER                  PIC X(72) VALUE SPACES.
025300*
025400 01  RPT-TOTALS-LINE.
025500     05  FILLER                  PIC X(05) VALUE SPACES.
025600     05  RPT-TOTALS-LABEL        PIC X(30).
025700     05  FILLER                  PIC X(05) VALUE SPACES.
025800     05  RPT-TOTALS-VALUE        PIC ZZZ,ZZ9.
025900     05  FILLER                  PIC X(85) VALUE SPACES.
026000*
026100 PROCEDURE DIVISION.
026200*
026300 0000-MAINLINE.
026400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
026500     PERFORM 1100-LOAD-STEP-ENTRY THRU 1100-EXIT
026600         VARYING STEP-IDX FROM 1 BY 1
026700         UNTIL STEP-IDX > STEP-TABLE-SIZE
026800     PERFORM 1500-FIND-STATUS-DATE THRU 1500-EXIT
026900     PERFORM 2000-GATHER-EVENTS THRU 2000-EXIT
027000     PERFORM 3000-FINALIZE THRU 3000-EXIT
027100     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
027200     STOP RUN.
027300*
027400******************************************************************
027500*    1000-INITIALIZE - PICK UP THE OPTIONAL NIGHT DATE AND START *
027600*    THE REPORT                                                  *
027700******************************************************************
027800 1000-INITIALIZE.
027900     OPEN OUTPUT NIGHT-STATUS-RPT-FILE
028000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
028100     STRING WS-CURRENT-DATE-MM   DELIMITED BY SIZE
028200             '/'                 DELIMITED BY SIZE
028300             WS-CURRENT-DATE-DD   DELIMITED BY SIZE
028400             '/'                 DELIMITED BY SIZE
028500             WS-CURRENT-DATE-CCYY DELIMITED BY SIZE
028600         INTO RPT-DATE-LINE-DATE
028700     END-STRING
028800     OPEN INPUT NIGHT-DATE-FILE
028900     IF WS-NDTE-FILE-STATUS = '00' OR WS-NDTE-FILE-STATUS = '05'
029000         READ NIGHT-DATE-FILE
029100             AT END
029200                 CONTINUE
029300         END-READ
029400         IF WS-NDTE-FILE-STATUS = '00'
029500             AND FDCT-LAST-FEED-DATE NUMERIC
029600             AND FDCT-LAST-FEED-DATE > ZERO
029700             MOVE FDCT-LAST-FEED-DATE TO WS-STATUS-DATE
029800             SET WS-DATE-WAS-GIVEN TO TRUE
029900         END-IF
030000         CLOSE NIGHT-DATE-FILE
030100     END-IF.
030200 1000-EXIT.
030300     EXIT.
030400*
030500******************************************************************
030600*    1100-LOAD-STEP-ENTRY - ONE STATUS ROW PER STEP TABLE ROW,   *
030700*    IN STREAM ORDER, EACH STARTING AS NOT RUN                   *
030800******************************************************************
030900 1100-LOAD-STEP-ENTRY.
031000     ADD 1 TO WS-NST-COUNT
031100     SET NST-IDX TO WS-NST-COUNT
031200     MOVE STEP-NAME (STEP-IDX)
031300         TO WS-NST-TAB-STEP-NAME (NST-IDX)
031400     MOVE STEP-PREDECESSOR (STEP-IDX)
031500         TO WS-NST-TAB-PRED-NAME (NST-IDX)
031550     MOVE SPACES TO WS-NST-TAB-PASS-CODE (NST-IDX)
031600     PERFORM 1150-CLEAR-STATUS-ENTRY THRU 1150-EXIT.
031700 1100-EXIT.
031800     EXIT.
031900*
032000 1150-CLEAR-STATUS-ENTRY.
032100     MOVE SPACE TO WS-NST-TAB-LAST-EVENT (NST-IDX)
032200     MOVE ZERO  TO WS-NST-TAB-START-DATE (NST-IDX)
032300                   WS-NST-TAB-START-TIME (NST-IDX)
032400                   WS-NST-TAB-END-DATE (NST-IDX)
032500                   WS-NST-TAB-END-TIME (NST-IDX)
032600                   WS-NST-TAB-COND-CODE (NST-IDX)
032700                   WS-NST-TAB-RUN-COUNT (NST-IDX)
032800                   WS-NST-TAB-REFUSE-COUNT (NST-IDX).
032900 1150-EXIT.
033000     EXIT.
033100*
033200******************************************************************
033300*    1500-FIND-STATUS-DATE - WHEN NO DATE WAS GIVEN, A FIRST     *
033400*    PASS OVER THE RUN-CONTROL FILE FINDS THE NIGHT IN PROGRESS: *
033500*    THE FEED DATE LAST RECORDED BY THE HEAD OF THE STREAM ON    *
033550*    ITS MAIN PASS (A SUPPLEMENTAL PASS REOPENS NO NIGHT), OR    *
033600*    FAILING THAT THE LATEST FEED DATE ON FILE.  AN EMPTY OR     *
033700*    MISSING FILE REPORTS THE RUN DATE, WITH EVERY STEP NOT RUN. *
033800******************************************************************
033900 1500-FIND-STATUS-DATE.
034000     IF WS-DATE-WAS-GIVEN
034100         MOVE 'NAMED ON NSTDATE' TO RPT-NIGHT-SOURCE
034200         GO TO 1500-EXIT
034300     END-IF
034400     OPEN INPUT RUN-CONTROL-FILE
034500     IF WS-RUNC-FILE-STATUS = '00'
034600         MOVE 'N' TO WS-EOF-SWITCH
034700         PERFORM 1600-SCAN-ONE-DATE THRU 1600-EXIT
034800             UNTIL WS-EOF-REACHED
034900         CLOSE RUN-CONTROL-FILE
035000     END-IF
035100     EVALUATE TRUE
035200         WHEN WS-HEAD-FEED-DATE > ZERO
035300             MOVE WS-HEAD-FEED-DATE TO WS-STATUS-DATE
035400             MOVE 'NIGHT IN PROGRESS' TO RPT-NIGHT-SOURCE
035500         WHEN WS-LATEST-FEED-DATE > ZERO
035600             MOVE WS-LATEST-FEED-DATE TO WS-STATUS-DATE
035700             MOVE 'LATEST FEED DATE ON GATERUNC'
035800                 TO RPT-NIGHT-SOURCE
035900         WHEN OTHER
036000             MOVE WS-CURRENT-DATE TO WS-STATUS-DATE
036100             MOVE 'RUN DATE - NO RUN-CONTROL RECORDS'
036200                 TO RPT-NIGHT-SOURCE
036300     END-EVALUATE.
036400 1500-EXIT.
036500     EXIT.
036600*
036700 1600-SCAN-ONE-DATE.
036800     READ RUN-CONTROL-FILE
036900         AT END
037000             SET WS-EOF-REACHED TO TRUE
037100         NOT AT END
037200             IF RUNC-FEED-DATE NUMERIC
037300                 IF RUNC-STEP-NAME = STEP-NAME (1)
037350                     AND RUNC-MAIN-PASS
037400                     MOVE RUNC-FEED-DATE TO WS-HEAD-FEED-DATE
037500                 END-IF
037600                 IF RUNC-FEED-DATE > WS-LATEST-FEED-DATE
037700                     MOVE RUNC-FEED-DATE TO WS-LATEST-FEED-DATE
037800                 END-IF
037900             END-IF
038000     END-READ.
038100 1600-EXIT.
038200     EXIT.
038300*
038400******************************************************************
038500*    2000-GATHER-EVENTS - SECOND PASS: APPLY EVERY RECORD FOR    *
038600*    THE NIGHT TO ITS STEP'S STATUS ROW IN FILE ORDER, SO THE    *
038700*    LATEST EVENT FOR EACH STEP IS THE ONE LEFT STANDING         *
038800******************************************************************
038900 2000-GATHER-EVENTS.
039000     MOVE 'N' TO WS-EOF-SWITCH
039100     OPEN INPUT RUN-CONTROL-FILE
039200     IF WS-RUNC-FILE-STATUS NOT = '00'
039300         DISPLAY 'GATE-NIGHT-STATUS: NO RUN-CONTROL FILE, STATUS '
039400             WS-RUNC-FILE-STATUS ' - NO STEP HAS RUN'
039500         GO TO 2000-EXIT
039600     END-IF
039700     PERFORM 2100-GATHER-ONE-EVENT THRU 2100-EXIT
039800         UNTIL WS-EOF-REACHED
039900     CLOSE RUN-CONTROL-FILE.
040000 2000-EXIT.
040100     EXIT.
040200*
040300 2100-GATHER-ONE-EVENT.
040400     READ RUN-CONTROL-FILE
040500         AT END
040600             SET WS-EOF-REACHED TO TRUE
040700             GO TO 2100-EXIT
040800     END-READ
040900     ADD 1 TO WS-RUNC-READ-COUNT
041000     IF RUNC-FEED-DATE NOT = WS-STATUS-DATE
041100         GO TO 2100-EXIT
041200     END-IF
041300     ADD 1 TO WS-SELECTED-COUNT
041400     MOVE 'Y' TO WS-ENTRY-SWITCH
041500     SET NST-IDX TO 1
041600     SEARCH WS-NST-ENTRY
041700         AT END
041800             PERFORM 2200-ADD-OTHER-STEP THRU 2200-EXIT
041900         WHEN NST-IDX NOT > WS-NST-COUNT
042000             AND WS-NST-TAB-STEP-NAME (NST-IDX) = RUNC-STEP-NAME
042050             AND WS-NST-TAB-PASS-CODE (NST-IDX) = RUNC-PASS-CODE
042100             CONTINUE
042200     END-SEARCH
042300     IF NOT WS-ENTRY-FOUND
042400         GO TO 2100-EXIT
042500     END-IF
042600     EVALUATE TRUE
042700         WHEN RUNC-EVENT-STARTED
042800             MOVE RUNC-EVENT-DATE
042900                 TO WS-NST-TAB-START-DATE (NST-IDX)
043000             MOVE RUNC-EVENT-TIME
043100                 TO WS-NST-TAB-START-TIME (NST-IDX)
043200             MOVE ZERO TO WS-NST-TAB-END-DATE (NST-IDX)
043300                          WS-NST-TAB-END-TIME (NST-IDX)
043400             MOVE RUNC-COND-CODE
043500                 TO WS-NST-TAB-COND-CODE (NST-IDX)
043600             ADD 1 TO WS-NST-TAB-RUN-COUNT (NST-IDX)
043700         WHEN RUNC-EVENT-ENDED
043800             MOVE RUNC-EVENT-DATE TO WS-NST-TAB-END-DATE (NST-IDX)
043900             MOVE RUNC-EVENT-TIME TO WS-NST-TAB-END-TIME (NST-IDX)
044000             MOVE RUNC-COND-CODE
044100                 TO WS-NST-TAB-COND-CODE (NST-IDX)
044200         WHEN RUNC-EVENT-REFUSED
044300             MOVE ZERO TO WS-NST-TAB-START-DATE (NST-IDX)
044400                          WS-NST-TAB-START-TIME (NST-IDX)
044500             MOVE RUNC-EVENT-DATE TO WS-NST-TAB-END-DATE (NST-IDX)
044600             MOVE RUNC-EVENT-TIME TO WS-NST-TAB-END-TIME (NST-IDX)
044700             MOVE RUNC-COND-CODE
044800                 TO WS-NST-TAB-COND-CODE (NST-IDX)
044900             ADD 1 TO WS-NST-TAB-REFUSE-COUNT (NST-IDX)
045000         WHEN OTHER
045100             ADD 1 TO WS-BAD-EVENT-COUNT
045200             GO TO 2100-EXIT
045300     END-EVALUATE
045400     MOVE RUNC-EVENT TO WS-NST-TAB-LAST-EVENT (NST-IDX).
045500 2100-EXIT.
045600     EXIT.
045700*
045800******************************************************************
045900*    2200-ADD-OTHER-STEP - A STEP ON FILE THAT IS NOT ON THE     *
046000*    STEP TABLE GETS A ROW OF ITS OWN AFTER THE TABLE'S STEPS,   *
046050*    AS DOES EACH STEP RUN IN A SUPPLEMENTAL PASS.               *
046100*    WHEN THE STATUS TABLE IS FULL ITS RECORDS ARE COUNTED AND   *
046200*    SKIPPED RATHER THAN STOPPING THE REPORT.                    *
046300******************************************************************
046400 2200-ADD-OTHER-STEP.
046500     IF WS-NST-COUNT NOT LESS THAN WS-NST-MAX-ENTRIES
046600         MOVE 'N' TO WS-ENTRY-SWITCH
046700         ADD 1 TO WS-UNLISTED-COUNT
046800         GO TO 2200-EXIT
046900     END-IF
047000     ADD 1 TO WS-NST-COUNT
047100     SET NST-IDX TO WS-NST-COUNT
047200     MOVE RUNC-STEP-NAME TO WS-NST-TAB-STEP-NAME (NST-IDX)
047250     MOVE RUNC-PASS-CODE TO WS-NST-TAB-PASS-CODE (NST-IDX)
047300     IF RUNC-MAIN-PASS
047310         MOVE '(NOT ON TABLE)' TO WS-NST-TAB-PRED-NAME (NST-IDX)
047320     ELSE
047330         MOVE '(SUPPLEMENTAL)' TO WS-NST-TAB-PRED-NAME (NST-IDX)
047340     END-IF
047400     PERFORM 1150-CLEAR-STATUS-ENTRY THRU 1150-EXIT.
047500 2200-EXIT.
047600     EXIT.
047700*
047800******************************************************************
047900*    3000-FINALIZE - PRINT THE STEP LINES AND THE CONTROL        *
048000*    TOTALS, THEN CLOSE THE REPORT                               *
048100******************************************************************
048200 3000-FINALIZE.
048300     MOVE WS-STATUS-DATE TO RPT-NIGHT-DATE
048400     PERFORM 4000-WRITE-RPT-HEADING THRU 4000-EXIT
048500     PERFORM 3100-WRITE-STEP-LINE THRU 3100-EXIT
048600         VARYING NST-IDX FROM 1 BY 1
048700         UNTIL NST-IDX > WS-NST-COUNT
048800     WRITE RPT-LINE FROM RPT-BLANK-LINE AFTER ADVANCING 1 LINE
048900     WRITE RPT-LINE FROM RPT-TOTALS-TITLE-LINE
049000         AFTER ADVANCING 1 LINE
049100     WRITE RPT-LINE FROM RPT-BLANK-LINE AFTER ADVANCING 1 LINE
049200     MOVE 'RUN-CONTROL RECORDS READ'  TO RPT-TOTALS-LABEL
049300     MOVE WS-RUNC-READ-COUNT          TO RPT-TOTALS-VALUE
049400     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
049500     MOVE 'RECORDS FOR THIS NIGHT'    TO RPT-TOTALS-LABEL
049600     MOVE WS-SELECTED-COUNT           TO RPT-TOTALS-VALUE
049700     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
049800     MOVE 'STEPS COMPLETE'            TO RPT-TOTALS-LABEL
049900     MOVE WS-COMPLETE-COUNT           TO RPT-TOTALS-VALUE
050000     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
050100     MOVE 'STEPS FAILED'              TO RPT-TOTALS-LABEL
050200     MOVE WS-FAILED-COUNT             TO RPT-TOTALS-VALUE
050300     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
050400     MOVE 'STEPS REFUSED'             TO RPT-TOTALS-LABEL
050500     MOVE WS-REFUSED-COUNT            TO RPT-TOTALS-VALUE
050600     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
050700     MOVE 'STEPS STARTED - NO END'    TO RPT-TOTALS-LABEL
050800     MOVE WS-NO-END-COUNT             TO RPT-TOTALS-VALUE
050900     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
051000     MOVE 'STEPS NOT RUN'             TO RPT-TOTALS-LABEL
051100     MOVE WS-NOT-RUN-COUNT            TO RPT-TOTALS-VALUE
051200     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
051300     MOVE 'RECORDS WITH AN UNKNOWN EVENT' TO RPT-TOTALS-LABEL
051400     MOVE WS-BAD-EVENT-COUNT          TO RPT-TOTALS-VALUE
051500     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
051600     MOVE 'RECORDS FOR UNLISTED STEPS' TO RPT-TOTALS-LABEL
051700     MOVE WS-UNLISTED-COUNT           TO RPT-TOTALS-VALUE
051800     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
051900     CLOSE NIGHT-STATUS-RPT-FILE.
052000 3000-EXIT.
052100     EXIT.
052200*
052300******************************************************************
052400*    3100-WRITE-STEP-LINE - WORK OUT ONE STEP'S STATE FROM ITS   *
052500*    LATEST EVENT, COUNT IT, AND PRINT ITS LINE                  *
052600******************************************************************
052700 3100-WRITE-STEP-LINE.
052800     MOVE WS-NST-TAB-STEP-NAME (NST-IDX) TO RPT-DETAIL-STEP
052850     MOVE WS-NST-TAB-PASS-CODE (NST-IDX) TO RPT-DETAIL-PASS
052900     MOVE WS-NST-TAB-PRED-NAME (NST-IDX) TO RPT-DETAIL-AFTER
053000     MOVE SPACES TO RPT-DETAIL-STARTED
053100                    RPT-DETAIL-ENDED
053200                    RPT-DETAIL-ELAPSED
053300                    RPT-DETAIL-COND-CODE
053400     MOVE WS-NST-TAB-RUN-COUNT (NST-IDX)    TO RPT-DETAIL-RUNS
053500     MOVE WS-NST-TAB-REFUSE-COUNT (NST-IDX) TO RPT-DETAIL-REFUSALS
053600     EVALUATE TRUE
053700         WHEN WS-NST-TAB-NOT-RUN (NST-IDX)
053800             MOVE 'NOT RUN' TO RPT-DETAIL-STATE
053900             ADD 1 TO WS-NOT-RUN-COUNT
054000         WHEN WS-NST-TAB-STARTED (NST-IDX)
054100             MOVE 'STARTED - NO END' TO RPT-DETAIL-STATE
054200             ADD 1 TO WS-NO-END-COUNT
054300         WHEN WS-NST-TAB-REFUSED (NST-IDX)
054400             MOVE 'REFUSED' TO RPT-DETAIL-STATE
054500             ADD 1 TO WS-REFUSED-COUNT
054600         WHEN WS-NST-TAB-COND-CODE (NST-IDX)
054700                 NOT > WS-COMPLETE-MAX-CODE
054800             MOVE 'COMPLETE' TO RPT-DETAIL-STATE
054900             ADD 1 TO WS-COMPLETE-COUNT
055000         WHEN OTHER
055100             MOVE 'FAILED' TO RPT-DETAIL-STATE
055200             ADD 1 TO WS-FAILED-COUNT
055300     END-EVALUATE
055400     IF WS-NST-TAB-START-DATE (NST-IDX) > ZERO
055500         MOVE WS-NST-TAB-START-DATE (NST-IDX) TO WS-FMT-DATE
055600         MOVE WS-NST-TAB-START-TIME (NST-IDX) TO WS-SPLIT-TIME
055700         MOVE WS-SPLIT-TIME-HH TO WS-FMT-HH
055800         MOVE WS-SPLIT-TIME-MM TO WS-FMT-MM
055900         MOVE WS-SPLIT-TIME-SS TO WS-FMT-SS
056000         MOVE WS-FMT-STAMP TO RPT-DETAIL-STARTED
056100     END-IF
056200     IF WS-NST-TAB-END-DATE (NST-IDX) > ZERO
056300         MOVE WS-NST-TAB-END-DATE (NST-IDX) TO WS-FMT-DATE
056400         MOVE WS-NST-TAB-END-TIME (NST-IDX) TO WS-SPLIT-TIME
056500         MOVE WS-SPLIT-TIME-HH TO WS-FMT-HH
056600         MOVE WS-SPLIT-TIME-MM TO WS-FMT-MM
056700         MOVE WS-SPLIT-TIME-SS TO WS-FMT-SS
056800         MOVE WS-FMT-STAMP TO RPT-DETAIL-ENDED
056900     END-IF
057000     IF NOT WS-NST-TAB-NOT-RUN (NST-IDX)
057100         MOVE WS-NST-TAB-COND-CODE (NST-IDX) TO WS-FMT-COUNT
057200         MOVE WS-FMT-COUNT TO RPT-DETAIL-COND-CODE
057300     END-IF
057400     IF WS-NST-TAB-ENDED (NST-IDX)
057500         AND WS-NST-TAB-START-DATE (NST-IDX) > ZERO
057600         PERFORM 3200-FORMAT-ELAPSED THRU 3200-EXIT
057700     END-IF
057800     WRITE RPT-LINE FROM RPT-DETAIL-LINE AFTER ADVANCING 1 LINE
057900     ADD 1 TO WS-LINE-COUNT.
058000 3100-EXIT.
058100     EXIT.
058200*
058300******************************************************************
058400*    3200-FORMAT-ELAPSED - START TO END AS HH:MM:SS.  A STEP     *
058500*    THAT RUNS PAST MIDNIGHT ENDS ON A LATER DATE, SO A DAY'S    *
058600*    SECONDS ARE ADDED FOR EACH DATE CHANGE (THE STREAM NEVER    *
058700*    SPANS A MONTH END IN ONE STEP, SO THE DAY DIFFERENCE IS     *
058800*    TAKEN FROM THE DATES DIRECTLY).                             *
058900******************************************************************
059000 3200-FORMAT-ELAPSED.
059100     MOVE WS-NST-TAB-START-TIME (NST-IDX) TO WS-SPLIT-TIME
059200     COMPUTE WS-START-SECONDS = WS-SPLIT-TIME-HH * 3600
059300                              + WS-SPLIT-TIME-MM * 60
059400                              + WS-SPLIT-TIME-SS
059500     MOVE WS-NST-TAB-END-TIME (NST-IDX) TO WS-SPLIT-TIME
059600     COMPUTE WS-END-SECONDS = WS-SPLIT-TIME-HH * 3600
059700                            + WS-SPLIT-TIME-MM * 60
059800                            + WS-SPLIT-TIME-SS
059900     IF WS-NST-TAB-END-DATE (NST-IDX)
060000             > WS-NST-TAB-START-DATE (NST-IDX)
060100         COMPUTE WS-END-SECONDS = WS-END-SECONDS
060200             + WS-SECONDS-PER-DAY
060300             * (WS-NST-TAB-END-DATE (NST-IDX)
060400              - WS-NST-TAB-START-DATE (NST-IDX))
060500     END-IF
060600     IF WS-END-SECONDS < WS-START-SECONDS
060700         GO TO 3200-EXIT
060800     END-IF
060900     COMPUTE WS-ELAPSED-SECONDS = WS-END-SECONDS
061000                                - WS-START-SECONDS
061100     DIVIDE WS-ELAPSED-SECONDS BY 60
061200         GIVING WS-ELAPSED-MINUTES
061300         REMAINDER WS-FMT-ELAPSED-SS
061400     DIVIDE WS-ELAPSED-MINUTES BY 60
061500         GIVING WS-FMT-ELAPSED-HH
061600         REMAINDER WS-FMT-ELAPSED-MM
061700     MOVE WS-FMT-ELAPSED TO RPT-DETAIL-ELAPSED.
061800 3200-EXIT.
061900     EXIT.
062000*
062100******************************************************************
062200*    4000-WRITE-RPT-HEADING - START A NEW REPORT PAGE            *
062300******************************************************************
062400 4000-WRITE-RPT-HEADING.
062500     ADD 1 TO WS-PAGE-COUNT
062600     MOVE WS-PAGE-COUNT TO RPT-DATE-LINE-PAGE
062700     WRITE RPT-LINE FROM RPT-TITLE-LINE
062800         AFTER ADVANCING PAGE
062900     WRITE RPT-LINE FROM RPT-DATE-LINE
063000         AFTER ADVANCING 1 LINE
063100     WRITE RPT-LINE FROM RPT-NIGHT-LINE
063200         AFTER ADVANCING 1 LINE
063300     WRITE RPT-LINE FROM RPT-BLANK-LINE
063400         AFTER ADVANCING 1 LINE
063500     WRITE RPT-LINE FROM RPT-COLUMN-HEADING-LINE
063600         AFTER ADVANCING 1 LINE
063700     WRITE RPT-LINE FROM RPT-BLANK-LINE
063800         AFTER ADVANCING 1 LINE
063900     MOVE ZERO TO WS-LINE-COUNT.
064000 4000-EXIT.
064100     EXIT.
064200*
064300******************************************************************
064400*    9000-SET-RETURN-CODE - CONDITION CODE 8 WHEN ANY STEP       *
064500*    FAILED OR WAS REFUSED, 4 WHEN ANY STEP HAS NOT RUN OR NOT   *
064600*    ENDED YET, 0 WHEN THE WHOLE NIGHT IS COMPLETE               *
064700******************************************************************
064800 9000-SET-RETURN-CODE.
064900     EVALUATE TRUE
065000         WHEN WS-FAILED-COUNT > ZERO
065100             OR WS-REFUSED-COUNT > ZERO
065200             MOVE 8 TO RETURN-CODE
065300             DISPLAY 'GATE-NIGHT-STATUS: CONDITION CODE 8 - '
065400                 'A STEP FAILED OR WAS REFUSED FOR '
065500                 WS-STATUS-DATE
065600         WHEN WS-NO-END-COUNT > ZERO
065700             OR WS-NOT-RUN-COUNT > ZERO
065800             MOVE 4 TO RETURN-CODE
065900             DISPLAY 'GATE-NIGHT-STATUS: CONDITION CODE 4 - THE '
066000                 'NIGHT ' WS-STATUS-DATE ' IS NOT COMPLETE'
066100         WHEN OTHER
066200             MOVE ZERO TO RETURN-CODE
066300             DISPLAY 'GATE-NIGHT-STATUS: THE NIGHT '
066400                 WS-STATUS-DATE ' IS COMPLETE'
066500     END-EVALUATE.
066600 9000-EXIT.
066700     EXIT.
