000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GATE-RULE-PROMOTE.
000300 AUTHOR.        D. PHOTO.
000400 INSTALLATION.  GATE-PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*    GATE-RULE-PROMOTE                                           *
001100*                                                                *
001200*    PROMOTES AN APPROVED GATE RULES TABLE INTO PRODUCTION.      *
001300*    READS THE RULE SET THAT WAS REPLAYED THROUGH GATE-WHATIF    *
001400*    (GATEPRUL LAYOUT, DD GATEPRUL) AND THE PROMOTION CONTROL    *
001500*    RECORD (GATEPRMC LAYOUT, DD GATEPRMC) NAMING THE FEED       *
001600*    DATE FROM WHICH IT IS TO BE IN FORCE AND ITS APPROVER,      *
001700*    AND APPENDS THE SET TO THE PRODUCTION RULES FILE            *
001800*    (GATEVRUL LAYOUT, DD GATEVRUL) UNDER THE NEXT VERSION       *
001900*    NUMBER.  SAMPLE-PROGRAM PICKS UP THE VERSION IN FORCE FOR   *
002000*    EACH FEED DATE, SO A REVIEWED RULE CHANGE NO LONGER NEEDS   *
002100*    A RECOMPILE OF THE GATERULE COPYBOOK OR A RELEASE.          *
002200*                                                                *
002300*    THE SET IS PROMOTED WHOLE OR NOT AT ALL.  IT IS REFUSED     *
002400*    WHEN:                                                       *
002500*        - THE CONTROL RECORD IS MISSING, ITS EFFECTIVE DATE IS  *
002600*          NOT A DATE OR THE APPROVER IS BLANK;                  *
002700*        - ANY ROW HAS A FLAG OTHER THAN Y/N, A BLANK OUTCOME,   *
002800*          A RESULT CODE THAT IS NOT ONE OF THE GATE CATEGORIES  *
002900*          GATE-SPLIT DISTRIBUTES, OR REPEATS A COMBINATION;     *
003000*        - THE SET DOES NOT COVER ALL 8 A/B/C COMBINATIONS;      *
003100*        - THE EFFECTIVE DATE IS NOT AFTER THE LATEST VERSION    *
003200*          ALREADY ON FILE, OR NOT AFTER THE LAST FEED THE GATE  *
003300*          HAS PROCESSED (GATEFDCT) - A DECISION ALREADY MADE    *
003400*          IS NEVER PUT UNDER RULES IT WAS NOT MADE BY.          *
003500*    A REFUSED PROMOTION WRITES NOTHING AND ENDS WITH            *
003600*    CONDITION CODE 8.  THE PROMOTION REPORT (DD RULPRMRP)       *
003700*    LISTS EVERY ROW WITH ITS DISPOSITION FOR THE CHANGE FILE.   *
003800*                                                                *
003900*    MODIFICATION HISTORY.                                       *
004000*      DATE       BY   DESCRIPTION                               *
004100*      2026-10-15 DCP  ORIGINAL VERSION.                         *
004200*                                                                *
004300******************************************************************
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT PROMOTION-CONTROL-FILE ASSIGN TO GATEPRMC
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-PRMC-FILE-STATUS.
005000*
005100     SELECT PROPOSED-RULES-FILE ASSIGN TO GATEPRUL
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-PRUL-FILE-STATUS.
005400*
005500     SELECT OPTIONAL PRODUCTION-RULES-FILE ASSIGN TO GATEVRUL
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-VRUL-FILE-STATUS.
005800*
005900     SELECT OPTIONAL GATE-FEED-CONTROL-FILE ASSIGN TO GATEFDCT
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-FDCT-FILE-STATUS.
006200*
006300     SELECT RULE-PROMOTE-RPT-FILE ASSIGN TO RULPRMRP
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500*
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  PROMOTION-CONTROL-FILE
006900     LABEL RECORDS ARE STANDARD.
007000     COPY GATEPRMC.
007100*
007200 FD  PROPOSED-RULES-FILE
007300     LABEL RECORDS ARE STANDARD.
007400     COPY GATEPRUL.
007500*
007600 FD  PRODUCTION-RULES-FILE
007700     LABEL RECORDS ARE STANDARD.
007800     COPY GATEVRUL.
007900*
008000 FD  GATE-FEED-CONTROL-FILE
008100     LABEL RECORDS ARE STANDARD.
008200     COPY GATEFDCT.
008300*
008400 FD  RULE-PROMOTE-RPT-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  RPT-LINE                    PIC X(132).
008700*
008800 WORKING-STORAGE SECTION.
008900*
009000******************************************************************
009100*    RUN SWITCHES AND COUNTERS                                   *
009200******************************************************************
009300 77  WS-PRMC-FILE-STATUS         PIC X(02) VALUE '00'.
009400 77  WS-PRUL-FILE-STATUS         PIC X(02) VALUE '00'.
009500 77  WS-VRUL-FILE-STATUS         PIC X(02) VALUE '00'.
009600 77  WS-FDCT-FILE-STATUS         PIC X(02) VALUE '00'.
009700 77  WS-PRUL-EOF-SWITCH          PIC X(01) VALUE 'N'.
009800     88  WS-PRUL-EOF-REACHED         VALUE 'Y'.
009900 77  WS-VRUL-EOF-SWITCH          PIC X(01) VALUE 'N'.
010000     88  WS-VRUL-EOF-REACHED         VALUE 'Y'.
010100 77  WS-PROMOTION-SWITCH         PIC X(01) VALUE 'Y'.
010200     88  WS-PROMOTION-OK             VALUE 'Y'.
010300     88  WS-PROMOTION-REFUSED        VALUE 'N'.
010400 77  WS-ROW-VALID-SWITCH         PIC X(01) VALUE 'Y'.
010500     88  WS-ROW-IS-VALID             VALUE 'Y'.
010600 77  WS-PRUL-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
010700 77  WS-PRUL-REFUSED-COUNT       PIC 9(07) COMP VALUE ZERO.
010800 77  WS-VRUL-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
010900 77  WS-VERSIONS-ON-FILE         PIC 9(07) COMP VALUE ZERO.
011000 77  WS-RULES-WRITTEN-COUNT      PIC 9(07) COMP VALUE ZERO.
011100 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
011200 77  WS-PAGE-COUNT               PIC 9(03) COMP VALUE ZERO.
011300 77  WS-MAX-LINES-PER-PAGE       PIC 9(02) COMP VALUE 50.
011400*
011500******************************************************************
011600*    PROMOTION VALUES - FROM THE CONTROL RECORD, THE LATEST      *
011700*    VERSION ALREADY ON THE PRODUCTION RULES FILE AND THE LAST   *
011800*    FEED PROCESSED                                              *
011900******************************************************************
012000 77  WS-EFFECTIVE-DATE           PIC 9(08) VALUE ZERO.
012100 77  WS-APPROVER-ID              PIC X(08) VALUE SPACES.
012200 77  WS-HIGH-VERSION             PIC 9(04) VALUE ZERO.
012300 77  WS-HIGH-EFFECTIVE-DATE      PIC 9(08) VALUE ZERO.
012400 77  WS-NEW-VERSION              PIC 9(04) VALUE ZERO.
012500 77  WS-LAST-FEED-DATE           PIC 9(08) VALUE ZERO.
012600 77  WS-REFUSAL-REASON           PIC X(40) VALUE SPACES.
012700*
012800******************************************************************
012900*    THE COMPILED GATE RULES TABLE - ITS RESULT CODES ARE THE    *
013000*    CATEGORIES GATE-SPLIT AND THE REST OF THE STREAM KNOW, SO   *
013100*    A PROMOTED ROW MUST USE ONE OF THEM                         *
013200******************************************************************
013300     COPY GATERULE.
013400*
013500******************************************************************
013600*    VALIDATED RULE SET - ONE SLOT PER A/B/C COMBINATION.  ONLY  *
013700*    ROWS THAT PASS EVERY EDIT ARE KEPT, AND A REPEATED          *
013800*    COMBINATION IS REFUSED, SO THE TABLE CAN NEVER HOLD MORE    *
013900*    THAN THE 8 COMBINATIONS THERE ARE.                          *
014000******************************************************************
014100 77  WS-PROP-MAX-ENTRIES         PIC 9(03) COMP VALUE 8.
014200 01  WS-PROP-TABLE.
014300     05  WS-PROP-COUNT               PIC 9(03) COMP VALUE ZERO.
014400     05  WS-PROP-ENTRY OCCURS 8 TIMES
014500             INDEXED BY PROP-IDX.
014600         10  WS-PROP-FLAG-A          PIC X(01).
014700         10  WS-PROP-FLAG-B          PIC X(01).
014800         10  WS-PROP-FLAG-C          PIC X(01).
014900         10  WS-PROP-OUTCOME         PIC X(24).
015000         10  WS-PROP-RESULT-CODE     PIC X(10).
015100*
015200******************************************************************
015300*    CURRENT DATE - STAMPED AS THE PROMOTED DATE AND USED ON     *
015400*    THE REPORT HEADING                                          *
015500******************************************************************
015600 01  WS-CURRENT-DATE.
015700     05  WS-CURRENT-DATE-CCYY        PIC 9(04).
015800     05  WS-CURRENT-DATE-MM          PIC 9(02).
015900     05  WS-CURRENT-DATE-DD          PIC 9(02).
016000*
016100******************************************************************
016200*    RULE PROMOTION REPORT PRINT LINES                           *
016300******************************************************************
016400 01  RPT-TITLE-LINE.
016500     05  FILLER                  PIC X(45) VALUE SPACES.
016600     05  FILLER                  PIC X(26)
016700         VALUE 'GATE RULES PROMOTION'.
016800     05  FILLER                  PIC X(61) VALUE SPACES.
016900*
017000 01  RPT-DATE-LINE.
017100     05  FILLER                  PIC X(01) VALUE SPACE.
017200     05  FILLER                  PIC X(09) VALUE 'RUN DATE:'.
017300     05  RPT-DATE-LINE-DATE      PIC X(10).
017400     05  FILLER                  PIC X(25) VALUE SPACES.
017500     05  FILLER                  PIC X(06) VALUE 'PAGE '.
017600     05  RPT-DATE-LINE-PAGE      PIC ZZZ9.
017700     05  FILLER                  PIC X(77) VALUE SPACES.
017800*
017900 01  RPT-CONTROL-LINE.
018000     05  FILLER                  PIC X(01) VALUE SPACE.
018100     05  FILLER                  PIC X(20)
018200         VALUE 'EFFECTIVE FEED DATE:'.
018300     05  RPT-CONTROL-EFF-DATE    PIC X(08).
018400     05  FILLER                  PIC X(05) VALUE SPACES.
018500     05  FILLER                  PIC X(12) VALUE 'APPROVED BY:'.
018600     05  RPT-CONTROL-APPROVER    PIC X(08).
018700     05  FILLER                  PIC X(78) VALUE SPACES.
018800*
018900 01  RPT-COLUMN-HEADING-LINE.
019000     05  FILLER                  PIC X(03) VALUE SPACES.
019100     05  FILLER                  PIC X(01) VALUE 'A'.
019200     05  FILLER                  PIC X(02) VALUE SPACES.
019300     05  FILLER                  PIC X(01) VALUE 'B'.
019400     05  FILLER                  PIC X(02) VALUE SPACES.
019500     05  FILLER                  PIC X(01) VALUE 'C'.
019600     05  FILLER                  PIC X(03) VALUE SPACES.
019700     05  FILLER                  PIC X(24) VALUE 'OUTCOME'.
019800     05  FILLER                  PIC X(03) VALUE SPACES.
019900     05  FILLER                  PIC X(10) VALUE 'RESULT'.
020000     05  FILLER                  PIC X(03) VALUE SPACES.
020100     05  FILLER                  PIC X(40) VALUE 'DISPOSITION'.
020200     05  FILLER                  PIC X(39) VALUE SPACES.
020300*
020400 01  RPT-DETAIL-LINE.
020500     05  FILLER                  PIC X(03) VALUE SPACES.
020600     05  RPT-DETAIL-FLAG-A       PIC X(01).
020700     05  FILLER                  PIC X(02) VALUE SPACES.
020800     05  RPT-DETAIL-FLAG-B       PIC X(01).
020900     05  FILLER                  PIC X(02) VALUE SPACES.
021000     05  RPT-DETAIL-FLAG-C       PIC X(01).
021100     05  FILLER                  PIC X(03) VALUE SPACES.
021200     05  RPT-DETAIL-OUTCOME      PIC X(24).
021300     05  FILLER                  PIC X(03) VALUE SPACES.
021400     05  RPT-DETAIL-RESULT       PIC X(10).
021500     05  FILLER                  PIC X(03) VALUE SPACES.
021600     05  RPT-DETAIL-DISPOSITION  PIC X(40).
021700     05  FILLER                  PIC X(39) VALUE SPACES.
021800*
021900 01  RPT-MESSAGE-LINE.
022000     05  FILLER                  PIC X(03) VALUE SPACES.
022100     05  RPT-MESSAGE-TEXT        PIC X(60).
022200     05  FILLER                  PIC X(69) VALUE SPACES.
022300*
022400 01  RPT-RESULT-LINE.
022500     05  FILLER                  PIC X(03) VALUE SPACES.
022600     05  RPT-RESULT-TEXT         PIC X(34).
022700     05  RPT-RESULT-VERSION      PIC X(04).
022800     05  FILLER                  PIC X(91) VALUE SPACES.
022900*
023000 01  RPT-BLANK-LINE               PIC X(132) VALUE SPACES.
023100*
023200******************************************************************
023300*    END-OF-JOB CONTROL TOTALS SECTION                           *
023400******************************************************************
023500 01  RPT-TOTALS-TITLE-LINE.
023600     05  FILLER                  PIC X(45) VALUE SPACES.
023700     05  FILLER                  PIC X(15)
023800         VALUE 'CONTROL TOTALS'.
023900     05  FILLER                  PIC X(72) VALUE SPACES.
024000*
024100 01  RPT-TOTALS-LINE.
024200     05  FILLER                  PIC X(05) VALUE SPACES.
024300     05  RPT-TOTALS-LABEL        PIC X(30).
024400     05  FILLER                  PIC X(05) VALUE SPACES.
024500     05  RPT-TOTALS-VALUE        PIC ZZZ,ZZ9.
024600     05  FILLER                  PIC X(85) VALUE SPACES.
024700*
024800 PROCEDURE DIVISION.
024900*
025000 0000-MAINLINE.
025100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
025200     PERFORM 2000-LOAD-PROPOSED-RULES THRU 2000-EXIT
025300     PERFORM 2300-SCAN-PRODUCTION-RULES THRU 2300-EXIT
025400     PERFORM 2400-CHECK-EFFECTIVE-DATE THRU 2400-EXIT
025500     IF WS-PROMOTION-OK
025600         PERFORM 2500-WRITE-NEW-VERSION THRU 2500-EXIT
025700     END-IF
025800     PERFORM 3000-FINALIZE THRU 3000-EXIT
025900     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
026000     STOP RUN.
026100*
026200******************************************************************
026300*    1000-INITIALIZE - OPEN THE REPORT, READ THE PROMOTION       *
026400*    CONTROL RECORD AND START THE REPORT WITH ITS VALUES         *
026500******************************************************************
026600 1000-INITIALIZE.
026700     OPEN OUTPUT RULE-PROMOTE-RPT-FILE
026800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
026900     STRING WS-CURRENT-DATE-MM   DELIMITED BY SIZE
027000             '/'                 DELIMITED BY SIZE
027100             WS-CURRENT-DATE-DD   DELIMITED BY SIZE
027200             '/'                 DELIMITED BY SIZE
027300             WS-CURRENT-DATE-CCYY DELIMITED BY SIZE
027400         INTO RPT-DATE-LINE-DATE
027500     END-STRING
027600     PERFORM 1100-READ-PROMOTION-CONTROL THRU 1100-EXIT
027700     PERFORM 1200-GET-LAST-FEED-DATE THRU 1200-EXIT
027800     IF WS-PAGE-COUNT = ZERO
027850         PERFORM 4000-WRITE-RPT-HEADING THRU 4000-EXIT
027870     END-IF.
027900 1000-EXIT.
028000     EXIT.
028100*
028200******************************************************************
028300*    1100-READ-PROMOTION-CONTROL - THE EFFECTIVE FEED DATE AND   *
028400*    THE APPROVER ARE BOTH MANDATORY.  A CONTROL FILE THAT       *
028500*    CANNOT BE OPENED IS AN ALLOCATION ERROR AND STOPS THE RUN.  *
028600******************************************************************
028700 1100-READ-PROMOTION-CONTROL.
028800     OPEN INPUT PROMOTION-CONTROL-FILE
028900     IF WS-PRMC-FILE-STATUS NOT = '00'
029000         DISPLAY 'GATE-RULE-PROMOTE: PROMOTION CONTROL OPEN '
029100             'FAILED, STATUS ' WS-PRMC-FILE-STATUS
029200         MOVE 16 TO RETURN-CODE
029300         STOP RUN
029400     END-IF
029500     READ PROMOTION-CONTROL-FILE
029600         AT END
029700             MOVE 'NO PROMOTION CONTROL RECORD'
029800                 TO WS-REFUSAL-REASON
029900             PERFORM 2900-REFUSE-PROMOTION THRU 2900-EXIT
030000             CLOSE PROMOTION-CONTROL-FILE
030100             GO TO 1100-EXIT
030200     END-READ
030300     CLOSE PROMOTION-CONTROL-FILE
030400     MOVE PRMC-APPROVER-ID TO WS-APPROVER-ID
030500     IF PRMC-EFFECTIVE-DATE NOT NUMERIC
030600         OR PRMC-EFFECTIVE-DATE = ZERO
030700         MOVE 'EFFECTIVE FEED DATE IS NOT A DATE'
030800             TO WS-REFUSAL-REASON
030900         PERFORM 2900-REFUSE-PROMOTION THRU 2900-EXIT
031000     ELSE
031100         MOVE PRMC-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
031200     END-IF
031300     IF WS-APPROVER-ID = SPACES
031400         MOVE 'APPROVER ID IS MANDATORY'
031500             TO WS-REFUSAL-REASON
031600         PERFORM 2900-REFUSE-PROMOTION THRU 2900-EXIT
031700     END-IF.
031800 1100-EXIT.
031900     EXIT.
032000*
032100******************************************************************
032200*    1200-GET-LAST-FEED-DATE - PICK UP THE LAST PROCESSED FEED   *
032300*    DATE FROM THE OPTIONAL FEED-CONTROL RECORD, AS SAMPLE-      *
032400*    PROGRAM DOES.  NO RECORD MEANS NO FEED HAS EVER COMPLETED.  *
032500******************************************************************
032600 1200-GET-LAST-FEED-DATE.
032700     OPEN INPUT GATE-FEED-CONTROL-FILE
032800     IF WS-FDCT-FILE-STATUS = '00' OR WS-FDCT-FILE-STATUS = '05'
032900         READ GATE-FEED-CONTROL-FILE
033000             AT END
033100                 CONTINUE
033200         END-READ
033300         IF WS-FDCT-FILE-STATUS = '00'
033400             AND FDCT-LAST-FEED-DATE NUMERIC
033500             MOVE FDCT-LAST-FEED-DATE TO WS-LAST-FEED-DATE
033600         END-IF
033700         CLOSE GATE-FEED-CONTROL-FILE
033800     END-IF.
033900 1200-EXIT.
034000     EXIT.
034100*
034200******************************************************************
034300*    2000-LOAD-PROPOSED-RULES - EDIT EVERY ROW OF THE APPROVED   *
034400*    SET, KEEP THE GOOD ONES AND PRINT EACH WITH ITS             *
034500*    DISPOSITION.  THE SET MUST END UP COVERING ALL 8 A/B/C      *
034600*    COMBINATIONS EXACTLY ONCE.                                  *
034700******************************************************************
034800 2000-LOAD-PROPOSED-RULES.
034900     OPEN INPUT PROPOSED-RULES-FILE
035000     IF WS-PRUL-FILE-STATUS NOT = '00'
035100         DISPLAY 'GATE-RULE-PROMOTE: PROPOSED RULES FILE OPEN '
035200             'FAILED, STATUS ' WS-PRUL-FILE-STATUS
035300         MOVE 16 TO RETURN-CODE
035400         STOP RUN
035500     END-IF
035600     PERFORM 2100-EDIT-ONE-RULE THRU 2100-EXIT
035700         UNTIL WS-PRUL-EOF-REACHED
035800     CLOSE PROPOSED-RULES-FILE
035900     IF WS-PROP-COUNT NOT = WS-PROP-MAX-ENTRIES
036000         MOVE 'RULE SET DOES NOT COVER ALL 8 COMBINATIONS'
036100             TO WS-REFUSAL-REASON
036200         PERFORM 2900-REFUSE-PROMOTION THRU 2900-EXIT
036300     END-IF.
036400 2000-EXIT.
036500     EXIT.
036600*
036700 2100-EDIT-ONE-RULE.
036800     READ PROPOSED-RULES-FILE
036900         AT END
037000             SET WS-PRUL-EOF-REACHED TO TRUE
037100             GO TO 2100-EXIT
037200     END-READ
037300     ADD 1 TO WS-PRUL-READ-COUNT
037400     SET WS-ROW-IS-VALID TO TRUE
037500     MOVE 'ACCEPTED'       TO RPT-DETAIL-DISPOSITION
037600     MOVE PRUL-FLAG-A      TO RPT-DETAIL-FLAG-A
037700     MOVE PRUL-FLAG-B      TO RPT-DETAIL-FLAG-B
037800     MOVE PRUL-FLAG-C      TO RPT-DETAIL-FLAG-C
037900     MOVE PRUL-OUTCOME     TO RPT-DETAIL-OUTCOME
038000     MOVE PRUL-RESULT-CODE TO RPT-DETAIL-RESULT
038100     PERFORM 2150-EDIT-RULE-FIELDS THRU 2150-EXIT
038200     IF WS-ROW-IS-VALID
038300         ADD 1 TO WS-PROP-COUNT
038400         SET PROP-IDX TO WS-PROP-COUNT
038500         MOVE PRUL-FLAG-A      TO WS-PROP-FLAG-A (PROP-IDX)
038600         MOVE PRUL-FLAG-B      TO WS-PROP-FLAG-B (PROP-IDX)
038700         MOVE PRUL-FLAG-C      TO WS-PROP-FLAG-C (PROP-IDX)
038800         MOVE PRUL-OUTCOME     TO WS-PROP-OUTCOME (PROP-IDX)
038900         MOVE PRUL-RESULT-CODE TO WS-PROP-RESULT-CODE (PROP-IDX)
039000     ELSE
039100         ADD 1 TO WS-PRUL-REFUSED-COUNT
039200         SET WS-PROMOTION-REFUSED TO TRUE
039300     END-IF
039400     PERFORM 4100-WRITE-RPT-LINE THRU 4100-EXIT.
039500 2100-EXIT.
039600     EXIT.
039700*
039800******************************************************************
039900*    2150-EDIT-RULE-FIELDS - FIRST FAILING EDIT WINS; ITS        *
040000*    REASON IS PRINTED AS THE ROW'S DISPOSITION                  *
040100******************************************************************
040200 2150-EDIT-RULE-FIELDS.
040300     IF (PRUL-FLAG-A NOT = 'Y' AND PRUL-FLAG-A NOT = 'N')
040400         OR (PRUL-FLAG-B NOT = 'Y' AND PRUL-FLAG-B NOT = 'N')
040500         OR (PRUL-FLAG-C NOT = 'Y' AND PRUL-FLAG-C NOT = 'N')
040600         MOVE '*REFUSED* - FLAGS MUST BE Y OR N'
040700             TO RPT-DETAIL-DISPOSITION
040800         MOVE 'N' TO WS-ROW-VALID-SWITCH
040900         GO TO 2150-EXIT
041000     END-IF
041100     IF PRUL-OUTCOME = SPACES
041200         MOVE '*REFUSED* - OUTCOME TEXT IS BLANK'
041300             TO RPT-DETAIL-DISPOSITION
041400         MOVE 'N' TO WS-ROW-VALID-SWITCH
041500         GO TO 2150-EXIT
041600     END-IF
041700     SET RULE-IDX TO 1
041800     SEARCH RULE-ENTRY
041900         AT END
042000             MOVE '*REFUSED* - NOT A GATE CATEGORY'
042100                 TO RPT-DETAIL-DISPOSITION
042200             MOVE 'N' TO WS-ROW-VALID-SWITCH
042300             GO TO 2150-EXIT
042400         WHEN RULE-RESULT-CODE (RULE-IDX) = PRUL-RESULT-CODE
042500             CONTINUE
042600     END-SEARCH
042700     SET PROP-IDX TO 1
042800     SEARCH WS-PROP-ENTRY
042900         AT END
043000             CONTINUE
043100         WHEN PROP-IDX > WS-PROP-COUNT
043200             CONTINUE
043300         WHEN WS-PROP-FLAG-A (PROP-IDX) = PRUL-FLAG-A
043400           AND WS-PROP-FLAG-B (PROP-IDX) = PRUL-FLAG-B
043500           AND WS-PROP-FLAG-C (PROP-IDX) = PRUL-FLAG-C
043600             MOVE '*REFUSED* - COMBINATION REPEATED'
043700                 TO RPT-DETAIL-DISPOSITION
043800             MOVE 'N' TO WS-ROW-VALID-SWITCH
043900     END-SEARCH.
044000 2150-EXIT.
044100     EXIT.
044200*
044300******************************************************************
044400*    2300-SCAN-PRODUCTION-RULES - FIND THE LATEST VERSION AND    *
044500*    ITS EFFECTIVE DATE ON THE PRODUCTION RULES FILE.  NO FILE   *
044600*    YET MEANS THIS IS THE FIRST PROMOTION (VERSION 0001).       *
044700******************************************************************
044800 2300-SCAN-PRODUCTION-RULES.
044900     OPEN INPUT PRODUCTION-RULES-FILE
045000     IF WS-VRUL-FILE-STATUS = '00' OR WS-VRUL-FILE-STATUS = '05'
045100         PERFORM 2350-SCAN-ONE-RULE THRU 2350-EXIT
045200             UNTIL WS-VRUL-EOF-REACHED
045300         CLOSE PRODUCTION-RULES-FILE
045400     END-IF
045500     ADD 1 WS-HIGH-VERSION GIVING WS-NEW-VERSION.
045600 2300-EXIT.
045700     EXIT.
045800*
045900 2350-SCAN-ONE-RULE.
046000     READ PRODUCTION-RULES-FILE
046100         AT END
046200             SET WS-VRUL-EOF-REACHED TO TRUE
046300             GO TO 2350-EXIT
046400     END-READ
046500     ADD 1 TO WS-VRUL-READ-COUNT
046600     IF VRUL-RULE-VERSION > WS-HIGH-VERSION
046700         ADD 1 TO WS-VERSIONS-ON-FILE
046800         MOVE VRUL-RULE-VERSION   TO WS-HIGH-VERSION
046900         MOVE VRUL-EFFECTIVE-DATE TO WS-HIGH-EFFECTIVE-DATE
047000     END-IF.
047100 2350-EXIT.
047200     EXIT.
047300*
047400******************************************************************
047500*    2400-CHECK-EFFECTIVE-DATE - A NEW VERSION MUST TAKE EFFECT  *
047600*    AFTER THE LATEST ONE ON FILE AND AFTER THE LAST FEED THE    *
047700*    GATE HAS ALREADY DECIDED                                    *
047800******************************************************************
047900 2400-CHECK-EFFECTIVE-DATE.
048000     IF WS-EFFECTIVE-DATE = ZERO
048100         GO TO 2400-EXIT
048200     END-IF
048300     IF WS-EFFECTIVE-DATE NOT GREATER THAN WS-HIGH-EFFECTIVE-DATE
048400         MOVE 'NOT AFTER THE LATEST VERSION ON FILE'
048500             TO WS-REFUSAL-REASON
048600         PERFORM 2900-REFUSE-PROMOTION THRU 2900-EXIT
048700     END-IF
048800     IF WS-EFFECTIVE-DATE NOT GREATER THAN WS-LAST-FEED-DATE
048900         MOVE 'NOT AFTER THE LAST FEED PROCESSED'
049000             TO WS-REFUSAL-REASON
049100         PERFORM 2900-REFUSE-PROMOTION THRU 2900-EXIT
049200     END-IF.
049300 2400-EXIT.
049400     EXIT.
049500*
049600******************************************************************
049700*    2500-WRITE-NEW-VERSION - APPEND THE VALIDATED SET TO THE    *
049800*    PRODUCTION RULES FILE UNDER THE NEXT VERSION NUMBER,        *
049900*    CREATING THE FILE ON THE FIRST PROMOTION                    *
050000******************************************************************
050100 2500-WRITE-NEW-VERSION.
050200     OPEN EXTEND PRODUCTION-RULES-FILE
050300     IF WS-VRUL-FILE-STATUS NOT = '00'
050400         OPEN OUTPUT PRODUCTION-RULES-FILE
050500     END-IF
050600     IF WS-VRUL-FILE-STATUS NOT = '00'
050700         DISPLAY 'GATE-RULE-PROMOTE: PRODUCTION RULES FILE '
050800             'OPEN FAILED, STATUS ' WS-VRUL-FILE-STATUS
050900         MOVE 16 TO RETURN-CODE
051000         STOP RUN
051100     END-IF
051200     PERFORM 2550-WRITE-ONE-RULE THRU 2550-EXIT
051300         VARYING PROP-IDX FROM 1 BY 1
051400         UNTIL PROP-IDX > WS-PROP-COUNT
051500     CLOSE PRODUCTION-RULES-FILE.
051600 2500-EXIT.
051700     EXIT.
051800*
051900 2550-WRITE-ONE-RULE.
052000     MOVE SPACES                TO VRUL-RECORD
052100     MOVE WS-NEW-VERSION        TO VRUL-RULE-VERSION
052200     MOVE WS-EFFECTIVE-DATE     TO VRUL-EFFECTIVE-DATE
052300     MOVE WS-APPROVER-ID        TO VRUL-APPROVER-ID
052400     MOVE WS-CURRENT-DATE       TO VRUL-PROMOTED-DATE
052500     MOVE WS-PROP-FLAG-A (PROP-IDX)      TO VRUL-FLAG-A
052600     MOVE WS-PROP-FLAG-B (PROP-IDX)      TO VRUL-FLAG-B
052700     MOVE WS-PROP-FLAG-C (PROP-IDX)      TO VRUL-FLAG-C
052800     MOVE WS-PROP-OUTCOME (PROP-IDX)     TO VRUL-OUTCOME
052900     MOVE WS-PROP-RESULT-CODE (PROP-IDX) TO VRUL-RESULT-CODE
053000     WRITE VRUL-RECORD
053100     ADD 1 TO WS-RULES-WRITTEN-COUNT.
053200 2550-EXIT.
053300     EXIT.
053400*
053500******************************************************************
053600*    2900-REFUSE-PROMOTION - RECORD WHY THE SET CANNOT GO IN.    *
053700*    EVERY REASON FOUND IS PRINTED, NOT JUST THE FIRST, SO THE   *
053800*    CHANGE CAN BE PUT RIGHT IN ONE PASS.  A REFUSAL OF THE      *
053850*    CONTROL RECORD STARTS THE REPORT PAGE ITSELF.               *
053900******************************************************************
054000 2900-REFUSE-PROMOTION.
054100     SET WS-PROMOTION-REFUSED TO TRUE
054200     MOVE SPACES TO RPT-MESSAGE-TEXT
054300     STRING 'PROMOTION REFUSED - ' DELIMITED BY SIZE
054400             WS-REFUSAL-REASON     DELIMITED BY SIZE
054500         INTO RPT-MESSAGE-TEXT
054600     END-STRING
054700     DISPLAY 'GATE-RULE-PROMOTE: ' RPT-MESSAGE-TEXT
054800     IF WS-PAGE-COUNT = ZERO
054900         PERFORM 4000-WRITE-RPT-HEADING THRU 4000-EXIT
055000     END-IF
055100     WRITE RPT-LINE FROM RPT-MESSAGE-LINE AFTER ADVANCING 1 LINE
055200     ADD 1 TO WS-LINE-COUNT.
055300 2900-EXIT.
055400     EXIT.
055500*
055600******************************************************************
055700*    3000-FINALIZE - PRINT THE OUTCOME AND THE CONTROL TOTALS    *
055800*    AND CLOSE                                                   *
055900******************************************************************
056000 3000-FINALIZE.
056100     WRITE RPT-LINE FROM RPT-BLANK-LINE AFTER ADVANCING 1 LINE
056200     IF WS-PROMOTION-OK
056300         MOVE 'RULE SET PROMOTED AS VERSION'
056400             TO RPT-RESULT-TEXT
056500         MOVE WS-NEW-VERSION TO RPT-RESULT-VERSION
056600         DISPLAY 'GATE-RULE-PROMOTE: RULES VERSION '
056700             WS-NEW-VERSION ' IN FORCE FROM FEED DATE '
056800             WS-EFFECTIVE-DATE ', APPROVED BY ' WS-APPROVER-ID
056900     ELSE
057000         MOVE 'RULE SET REFUSED - NOTHING WRITTEN'
057100             TO RPT-RESULT-TEXT
057200         MOVE SPACES TO RPT-RESULT-VERSION
057300     END-IF
057400     WRITE RPT-LINE FROM RPT-RESULT-LINE AFTER ADVANCING 1 LINE
057500     WRITE RPT-LINE FROM RPT-BLANK-LINE AFTER ADVANCING 1 LINE
057600     WRITE RPT-LINE FROM RPT-TOTALS-TITLE-LINE
057700         AFTER ADVANCING 1 LINE
057800     WRITE RPT-LINE FROM RPT-BLANK-LINE AFTER ADVANCING 1 LINE
057900     MOVE 'PROPOSED RULES READ'       TO RPT-TOTALS-LABEL
058000     MOVE WS-PRUL-READ-COUNT          TO RPT-TOTALS-VALUE
058100     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
058200     MOVE 'PROPOSED RULES REFUSED'    TO RPT-TOTALS-LABEL
058300     MOVE WS-PRUL-REFUSED-COUNT       TO RPT-TOTALS-VALUE
058400     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
058500     MOVE 'VERSIONS ALREADY ON FILE'  TO RPT-TOTALS-LABEL
058600     MOVE WS-VERSIONS-ON-FILE         TO RPT-TOTALS-VALUE
058700     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
058800     MOVE 'PRODUCTION RULES WRITTEN'  TO RPT-TOTALS-LABEL
058900     MOVE WS-RULES-WRITTEN-COUNT      TO RPT-TOTALS-VALUE
059000     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
059100     CLOSE RULE-PROMOTE-RPT-FILE.
059200 3000-EXIT.
059300     EXIT.
059400*
059500******************************************************************
059600*    4000-WRITE-RPT-HEADING - START A NEW REPORT PAGE            *
059700******************************************************************
059800 4000-WRITE-RPT-HEADING.
059900     ADD 1 TO WS-PAGE-COUNT
060000     MOVE WS-PAGE-COUNT TO RPT-DATE-LINE-PAGE
060100     MOVE WS-EFFECTIVE-DATE TO RPT-CONTROL-EFF-DATE
060200     MOVE WS-APPROVER-ID    TO RPT-CONTROL-APPROVER
060300     WRITE RPT-LINE FROM RPT-TITLE-LINE
060400         AFTER ADVANCING PAGE
060500     WRITE RPT-LINE FROM RPT-DATE-LINE
060600         AFTER ADVANCING 1 LINE
060700     WRITE RPT-LINE FROM RPT-CONTROL-LINE
060800         AFTER ADVANCING 1 LINE
060900     WRITE RPT-LINE FROM RPT-BLANK-LINE
061000         AFTER ADVANCING 1 LINE
061100     WRITE RPT-LINE FROM RPT-COLUMN-HEADING-LINE
061200         AFTER ADVANCING 1 LINE
061300     WRITE RPT-LINE FROM RPT-BLANK-LINE
061400         AFTER ADVANCING 1 LINE
061500     MOVE ZERO TO WS-LINE-COUNT.
061600 4000-EXIT.
061700     EXIT.
061800*
061900******************************************************************
062000*    4100-WRITE-RPT-LINE - PRINT ONE RULE ROW, BREAKING TO A     *
062100*    NEW PAGE WHEN THE CURRENT ONE IS FULL                       *
062200******************************************************************
062300 4100-WRITE-RPT-LINE.
062400     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES-PER-PAGE
062500         PERFORM 4000-WRITE-RPT-HEADING THRU 4000-EXIT
062600     END-IF
062700     WRITE RPT-LINE FROM RPT-DETAIL-LINE AFTER ADVANCING 1 LINE
062800     ADD 1 TO WS-LINE-COUNT.
062900 4100-EXIT.
063000     EXIT.
063100*
063200******************************************************************
063300*    9000-SET-RETURN-CODE - 8 WHEN THE PROMOTION WAS REFUSED SO  *
063400*    THE SCHEDULER HOLDS ANYTHING THAT DEPENDS ON THE NEW        *
063500*    VERSION, 0 WHEN IT WENT IN.  FILES THAT CANNOT BE OPENED    *
063600*    END WITH 16 WHERE THEY ARE OPENED.                          *
063700******************************************************************
063800 9000-SET-RETURN-CODE.
063900     EVALUATE TRUE
064000         WHEN WS-PROMOTION-REFUSED
064100             MOVE 8 TO RETURN-CODE
064200             DISPLAY 'GATE-RULE-PROMOTE: CONDITION CODE 8 - '
064300                 'PROMOTION REFUSED'
064400         WHEN OTHER
064500             MOVE ZERO TO RETURN-CODE
064600     END-EVALUATE.
064700 9000-EXIT.
064800     EXIT.
