000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GATE-REJ-FEED.
000300 AUTHOR.        D. PHOTO.
000400 INSTALLATION.  GATE-PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*    GATE-REJ-FEED                                               *
001100*                                                                *
001200*    REGIONAL REJECT FEEDBACK.  SENDS EACH REGIONAL FEED THE     *
001300*    REJECTS THE GATE IS STILL HOLDING AGAINST IT, SO THE        *
001400*    REGIONAL OFFICE CAN CORRECT THEM AT SOURCE INSTEAD OF       *
001500*    WAITING FOR DATA CONTROL TO KEY A CORRECTION.  READS THE    *
001600*    OPEN EXCEPTIONS ON GATE-EXCEPTIONS (DD GATEEXCP) AND        *
001700*    WRITES ONE OUTBOUND FILE PER REGION (GATEREJF LAYOUT, DD    *
001800*    REJFR1, REJFR2, REJFR3), EACH WITH A HEADER, ONE DETAIL     *
001900*    RECORD PER OPEN EXCEPTION ROW - ITEM ID, BAD FIELD NAME     *
002000*    AND VALUE, AMOUNT, RECYCLE ATTEMPTS AND DAYS OPEN - AND A   *
002100*    CONTROL TRAILER.  EVERY FILE IS WRITTEN EACH NIGHT, EMPTY   *
002200*    OR NOT, SO A REGION CAN TELL "NOTHING OPEN" FROM "NOTHING   *
002300*    SENT".                                                      *
002400*                                                                *
002500*    GATE-EXCEPTIONS IS READ, NEVER CHANGED: IT STAYS THE        *
002600*    OPEN-EXCEPTIONS FILE THAT GATE-RECYCLE WORKS FROM, AND A    *
002700*    REJECT KEEPS GOING BACK TO ITS REGION EVERY NIGHT UNTIL IT  *
002800*    HAS BEEN CORRECTED AND RECYCLED.  A ROW WHOSE REGION CODE   *
002900*    MATCHES NO REGIONAL FEED CANNOT BE SENT ANYWHERE; IT IS     *
003000*    COUNTED ON THE SUMMARY PAGE AS UNASSIGNED AND THE RUN ENDS  *
003100*    WITH CONDITION CODE 4 SO DATA CONTROL FOLLOWS IT UP.        *
003200*                                                                *
003300*    THE SUMMARY PAGE (DD REJFRPT) GIVES EACH REGION'S REJECT    *
003400*    ROWS, ITEMS, ITEM VALUE, ROWS ALREADY RECYCLED AT LEAST     *
003500*    ONCE AND THE OLDEST REJECT'S DAYS OPEN.  AN ITEM THAT       *
003600*    FAILED MORE THAN ONE FIELD HAS ONE ROW PER FIELD, WRITTEN   *
003700*    TOGETHER; IT IS COUNTED ONCE IN ITEMS AND ITEM VALUE.       *
003800*                                                                *
003900*    MODIFICATION HISTORY.                                       *
004000*      DATE       BY   DESCRIPTION                               *
004100*      2026-10-15 DCP  ORIGINAL VERSION.                         *
004200*                                                                *
004300******************************************************************
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT OPTIONAL GATE-EXCEPTIONS-FILE ASSIGN TO GATEEXCP
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-EXCP-FILE-STATUS.
005000*
005100     SELECT REJECT-R1-FILE ASSIGN TO REJFR1
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300*
005400     SELECT REJECT-R2-FILE ASSIGN TO REJFR2
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600*
005700     SELECT REJECT-R3-FILE ASSIGN TO REJFR3
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900*
006000     SELECT REJECT-RPT-FILE ASSIGN TO REJFRPT
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200*
006300     SELECT RUN-CONTROL-FILE ASSIGN TO GATERUNC
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-RUNC-FILE-STATUS.
006600*
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  GATE-EXCEPTIONS-FILE
007000     LABEL RECORDS ARE STANDARD.
007100     COPY GATEEXCP.
007200*
007300 FD  REJECT-R1-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 01  REJECT-R1-RECORD            PIC X(60).
007600*
007700 FD  REJECT-R2-FILE
007800     LABEL RECORDS ARE STANDARD.
007900 01  REJECT-R2-RECORD            PIC X(60).
008000*
008100 FD  REJECT-R3-FILE
008200     LABEL RECORDS ARE STANDARD.
008300 01  REJECT-R3-RECORD            PIC X(60).
008400*
008500 FD  REJECT-RPT-FILE
008600     LABEL RECORDS ARE STANDARD.
008700 01  RPT-LINE                    PIC X(132).
008800*
008900 FD  RUN-CONTROL-FILE
009000     LABEL RECORDS ARE STANDARD.
009100     COPY GATERUNC.
009200*
009300 WORKING-STORAGE SECTION.
009400*
009500******************************************************************
009600*    RUN SWITCHES AND COUNTERS                                   *
009700******************************************************************
009800 77  WS-EXCP-FILE-STATUS         PIC X(02) VALUE '00'.
009900 77  WS-EXCP-EOF-SWITCH          PIC X(01) VALUE 'N'.
010000     88  WS-EXCP-EOF-REACHED         VALUE 'Y'.
010100 77  WS-EXCP-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
010200 77  WS-SENT-COUNT               PIC 9(07) COMP VALUE ZERO.
010300 77  WS-UNASSIGNED-COUNT         PIC 9(07) COMP VALUE ZERO.
010400 77  WS-REG-SUB                  PIC 9(02) COMP VALUE ZERO.
010500 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
010600 77  WS-PAGE-COUNT               PIC 9(03) COMP VALUE ZERO.
010700*
010800******************************************************************
010900*    CURRENT EXCEPTION ROW - AMOUNT, ATTEMPTS AND DAYS OPEN,     *
011000*    ZERO WHEN A ROW WRITTEN BEFORE THE FIELD EXISTED CARRIES    *
011100*    BLANKS                                                      *
011200******************************************************************
011300 77  WS-EXCP-AMOUNT              PIC 9(07)V99 VALUE ZERO.
011400 77  WS-EXCP-ATTEMPTS            PIC 9(02) VALUE ZERO.
011500 77  WS-DAYS-OPEN                PIC 9(03) COMP VALUE ZERO.
011600 77  WS-MAX-DAYS-OPEN            PIC 9(03) COMP VALUE 999.
011700 77  WS-LAST-AGED-DATE           PIC 9(08) VALUE ZERO.
011800 77  WS-LAST-DAYS-OPEN           PIC 9(03) COMP VALUE ZERO.
011900*
012000******************************************************************
012100*    PER-REGION TOTALS.  SLOTS 1-3 ARE THE REGIONAL FEEDS AND    *
012200*    THEIR FEEDBACK FILES; SLOT 4 (***) CATCHES A ROW WITH A     *
012300*    BLANK OR UNRECOGNIZED REGION CODE, WHICH GOES TO NO FILE.   *
012400*    THE LAST ITEM ID LETS AN ITEM'S FURTHER ROWS (ONE PER BAD   *
012500*    FIELD) BE COUNTED ONCE IN ITEMS AND ITEM VALUE.             *
012600******************************************************************
012700 01  WS-REGION-TOTALS.
012800     05  WS-REGION-ENTRY OCCURS 4 TIMES
012900             INDEXED BY REG-IDX.
013000         10  WS-REG-CODE             PIC X(03).
013100         10  WS-REG-DDNAME           PIC X(08).
013200         10  WS-REG-ROW-COUNT        PIC 9(07) COMP.
013300         10  WS-REG-ITEM-COUNT       PIC 9(07) COMP.
013400         10  WS-REG-RECYCLED-COUNT   PIC 9(07) COMP.
013500         10  WS-REG-MAX-DAYS-OPEN    PIC 9(03) COMP.
013600         10  WS-REG-ROW-AMOUNT       PIC S9(11)V99 COMP-3.
013700         10  WS-REG-ITEM-AMOUNT      PIC S9(11)V99 COMP-3.
013800         10  WS-REG-LAST-ITEM-ID     PIC X(06).
013900*
014000******************************************************************
014100*    OUTBOUND RECORD BUILD AREAS - BUILT IN THE GATEREJF LAYOUT  *
014200*    AND WRITTEN TO THE REGION'S FILE FROM WS-REJF-OUT-RECORD    *
014300******************************************************************
014400     COPY GATEREJF.
014500*
014600 01  WS-REJF-OUT-RECORD          PIC X(60).
014700*
014800******************************************************************
014900*    DAYS-OPEN DATE ARITHMETIC - THE AGE DATE STARTS AT THE RUN  *
015000*    DATE AND IS WALKED BACK A DAY AT A TIME TO THE REJECT DATE  *
015100******************************************************************
015200 01  WS-AGE-DATE.
015300     05  WS-AGE-CCYY                 PIC 9(04).
015400     05  WS-AGE-MM                   PIC 9(02).
015500     05  WS-AGE-DD                   PIC 9(02).
015600 01  WS-AGE-DATE-NUM REDEFINES WS-AGE-DATE
015700                                 PIC 9(08).
015800*
015900 01  WS-DIM-INIT                 PIC X(24)
016000     VALUE '312831303130313130313031'.
016100 01  WS-DIM-TABLE REDEFINES WS-DIM-INIT.
016200     05  WS-DAYS-IN-MONTH        OCCURS 12 TIMES
016300                                 PIC 9(02).
016400 77  WS-LEAP-QUOTIENT            PIC 9(04) COMP.
016500 77  WS-LEAP-REM-4               PIC 9(04) COMP.
016600 77  WS-LEAP-REM-100             PIC 9(04) COMP.
016700 77  WS-LEAP-REM-400             PIC 9(04) COMP.
016800 77  WS-LEAP-SWITCH              PIC X(01) VALUE 'N'.
016900     88  WS-YEAR-IS-LEAP             VALUE 'Y'.
017000*
017100******************************************************************
017200*    RUN-CONTROL - THIS STEP'S ROW ON THE JOB-STREAM STEP TABLE  *
017300*    (GATESTEP) NAMES THE PREDECESSOR THAT MUST HAVE ENDED       *
017400*    ACCEPTABLY FOR THE SAME FEED DATE BEFORE THIS STEP MAY      *
017500*    START; THE STEP'S OWN START, END AND CONDITION CODE ARE     *
017600*    APPENDED TO THE RUN-CONTROL FILE (GATERUNC LAYOUT).         *
017700******************************************************************
017800 77  WS-RUNC-FILE-STATUS         PIC X(02) VALUE '00'.
017900 77  WS-RUNC-EOF-SWITCH          PIC X(01) VALUE 'N'.
018000     88  WS-RUNC-EOF-REACHED         VALUE 'Y'.
018100 77  WS-STEP-NAME                PIC X(16) VALUE 'GATE-REJ-FEED'.
018200 77  WS-STEP-START-SWITCH        PIC X(01) VALUE 'N'.
018300     88  WS-STEP-STARTED             VALUE 'Y'.
018400 77  WS-RUNC-EVENT               PIC X(01) VALUE SPACE.
018500 77  WS-NIGHT-FEED-DATE          PIC 9(08) VALUE ZERO.
018600 77  WS-PRED-STEP-NAME           PIC X(16) VALUE SPACES.
018700 77  WS-PRED-MAX-COND-CODE       PIC 9(03) VALUE ZERO.
018800 77  WS-PRED-EVENT               PIC X(01) VALUE SPACE.
018900 77  WS-PRED-COND-CODE           PIC 9(03) VALUE ZERO.
019000 01  WS-CURRENT-TIME.
019100     05  WS-CURRENT-TIME-HHMMSS      PIC 9(06).
019200     05  WS-CURRENT-TIME-CC          PIC 9(02).
019300*
019400     COPY GATESTEP.
019500*
019600******************************************************************
019700*    CURRENT DATE - USED ON THE HEADERS, THE SUMMARY PAGE AND    *
019800*    AS THE END POINT FOR DAYS OPEN                              *
019900******************************************************************
020000 01  WS-CURRENT-DATE.
020100     05  WS-CURRENT-DATE-CCYY        PIC 9(04).
020200     05  WS-CURRENT-DATE-MM          PIC 9(02).
020300     05  WS-CURRENT-DATE-DD          PIC 9(02).
020400 01  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
020500                                 PIC 9(08).
020600*
020700******************************************************************
020800*    SUMMARY PAGE PRINT LINES                                    *
020900******************************************************************
021000 01  RPT-TITLE-LINE.
021100     05  FILLER                  PIC X(45) VALUE SPACES.
021200     05  FILLER                  PIC X(32)
021300         VALUE 'REGIONAL REJECT FEEDBACK SUMMARY'.
021400     05  FILLER                  PIC X(55) VALUE SPACES.
021500*
021600 01  RPT-DATE-LINE.
021700     05  FILLER                  PIC X(01) VALUE SPACE.
021800     05  FILLER                  PIC X(09) VALUE 'RUN DATE:'.
021900     05  RPT-DATE-LINE-DATE      PIC X(10).
022000     05  FILLER                  PIC X(25) VALUE SPACES.
022100     05  FILLER                  PIC X(06) VALUE 'PAGE '.
022200     05  RPT-DATE-LINE-PAGE      PIC ZZZ9.
022300     05  FILLER                  PIC X(77) VALUE SPACES.
022400*
022500 01  RPT-FEED-DATE-LINE.
022600     05  FILLER                  PIC X(01) VALUE SPACE.
022700     05  FILLER                  PIC X(10) VALUE 'FEED DATE '.
022800     05  RPT-FEED-DATE           PIC X(08).
022900     05  FILLER                  PIC X(113) VALUE SPACES.
023000*
023100 01  RPT-COLUMN-HEADING-LINE.
023200     05  FILLER                  PIC X(03) VALUE SPACES.
023300     05  FILLER                  PIC X(12) VALUE 'REGION'.
023400     05  FILLER                  PIC X(10) VALUE 'FILE'.
023500     05  FILLER                  PIC X(12) VALUE ' REJECT ROWS'.
023600     05  FILLER                  PIC X(12) VALUE '       ITEMS'.
023700     05  FILLER                  PIC X(21)
023800         VALUE '           ITEM VALUE'.
023900     05  FILLER                  PIC X(12) VALUE '    RECYCLED'.
024000     05  FILLER                  PIC X(14) VALUE ' MAX DAYS OPEN'.
024100     05  FILLER                  PIC X(36) VALUE SPACES.
024200*
024300 01  RPT-SUMMARY-LINE.
024400     05  FILLER                  PIC X(03) VALUE SPACES.
024500     05  RPT-SUM-REGION          PIC X(12).
024600     05  RPT-SUM-DDNAME          PIC X(10).
024700     05  FILLER                  PIC X(05) VALUE SPACES.
024800     05  RPT-SUM-ROWS            PIC ZZZ,ZZ9.
024900     05  FILLER                  PIC X(05) VALUE SPACES.
025000     05  RPT-SUM-ITEMS           PIC ZZZ,ZZ9.
025100     05  FILLER                  PIC X(03) VALUE SPACES.
025200     05  RPT-SUM-VALUE           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
025300     05  FILLER                  PIC X(05) VALUE SPACES.
025400     05  RPT-SUM-RECYCLED        PIC ZZZ,ZZ9.
025500     05  FILLER                  PIC X(11) VALUE SPACES.
025600     05  RPT-SUM-DAYS-OPEN       PIC ZZ9.
025700     05  FILLER                  PIC X(36) VALUE SPACES.
025800*
025900 01  RPT-BLANK-LINE               PIC X(132) VALUE SPACES.
026000*
026100******************************************************************
026200*    END-OF-JOB CONTROL TOTALS SECTION                           *
026300******************************************************************
026400 01  RPT-TOTALS-TITLE-LINE.
026500     05  FILLER                  PIC X(45) VALUE SPACES.
026600     05  FILLER                  PIC X(15)
026700         VALUE 'CONTROL TOTALS'.
026800     05  FILLER                  PIC X(72) VALUE SPACES.
026900*
027000 01  RPT-TOTALS-LINE.
027100     05  FILLER                  PIC X(05) VALUE SPACES.
027200     05  RPT-TOTALS-LABEL        PIC X(30).
027300     05  FILLER                  PIC X(05) VALUE SPACES.
027400     05  RPT-TOTALS-VALUE        PIC ZZZ,ZZ9.
027500     05  FILLER                  PIC X(85) VALUE SPACES.
027600*
027700 PROCEDURE DIVISION.
027800*
027900 0000-MAINLINE.
028000     PERFORM 8500-CHECK-RUN-CONTROL THRU 8500-EXIT
028100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
028200     PERFORM 2000-PROCESS-EXCEPTION THRU 2000-EXIT
028300         UNTIL WS-EXCP-EOF-REACHED
028400     PERFORM 3000-FINALIZE THRU 3000-EXIT
028500     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
028600     PERFORM 8540-RECORD-STEP-END THRU 8540-EXIT
028700     STOP RUN.
028800*
028900******************************************************************
029000*    1000-INITIALIZE - SET UP THE REGION SLOTS, OPEN THE FILES,  *
029100*    WRITE EACH REGION'S HEADER AND PRIME THE FIRST READ         *
029200******************************************************************
029300 1000-INITIALIZE.
029400     ACCEPT WS-CURRENT-TIME FROM TIME
029500     INITIALIZE WS-REGION-TOTALS
029600     MOVE 'R1 '    TO WS-REG-CODE (1)
029700     MOVE 'REJFR1' TO WS-REG-DDNAME (1)
029800     MOVE 'R2 '    TO WS-REG-CODE (2)
029900     MOVE 'REJFR2' TO WS-REG-DDNAME (2)
030000     MOVE 'R3 '    TO WS-REG-CODE (3)
030100     MOVE 'REJFR3' TO WS-REG-DDNAME (3)
030200     MOVE '***'    TO WS-REG-CODE (4)
030300     MOVE 'NOT SENT' TO WS-REG-DDNAME (4)
030400     OPEN INPUT GATE-EXCEPTIONS-FILE
030500     IF WS-EXCP-FILE-STATUS NOT = '00'
030600         AND WS-EXCP-FILE-STATUS NOT = '05'
030700         DISPLAY 'GATE-REJ-FEED: GATE-EXCEPTIONS WILL NOT OPEN - '
030800             'STATUS ' WS-EXCP-FILE-STATUS
030900         MOVE 16 TO RETURN-CODE
031000         PERFORM 8540-RECORD-STEP-END THRU 8540-EXIT
031100         STOP RUN
031200     END-IF
031300     OPEN OUTPUT REJECT-R1-FILE
031400     OPEN OUTPUT REJECT-R2-FILE
031500     OPEN OUTPUT REJECT-R3-FILE
031600     OPEN OUTPUT REJECT-RPT-FILE
031700     STRING WS-CURRENT-DATE-MM   DELIMITED BY SIZE
031800             '/'                 DELIMITED BY SIZE
031900             WS-CURRENT-DATE-DD   DELIMITED BY SIZE
032000             '/'                 DELIMITED BY SIZE
032100             WS-CURRENT-DATE-CCYY DELIMITED BY SIZE
032200         INTO RPT-DATE-LINE-DATE
032300     END-STRING
032400     MOVE WS-NIGHT-FEED-DATE TO RPT-FEED-DATE
032500     PERFORM 1100-WRITE-HEADER THRU 1100-EXIT
032600         VARYING WS-REG-SUB FROM 1 BY 1
032700         UNTIL WS-REG-SUB > 3
032800     PERFORM 2900-READ-EXCEPTION THRU 2900-EXIT.
032900 1000-EXIT.
033000     EXIT.
033100*
033200******************************************************************
033300*    1100-WRITE-HEADER - WRITE THE HEADER OF REGION WS-REG-SUB'S *
033400*    FEEDBACK FILE                                               *
033500******************************************************************
033600 1100-WRITE-HEADER.
033700     MOVE SPACES                 TO REJF-HEADER-RECORD
033800     SET REJF-HDR-TAG-OK         TO TRUE
033900     MOVE WS-REG-CODE (WS-REG-SUB) TO REJF-HDR-REGION-CODE
034000     MOVE WS-NIGHT-FEED-DATE     TO REJF-HDR-FEED-DATE
034100     MOVE WS-CURRENT-DATE        TO REJF-HDR-CREATED-DATE
034200     MOVE WS-CURRENT-TIME-HHMMSS TO REJF-HDR-CREATED-TIME
034300     MOVE 'GATE'                 TO REJF-HDR-SOURCE
034400     MOVE REJF-HEADER-RECORD     TO WS-REJF-OUT-RECORD
034500     PERFORM 2400-WRITE-REGION-RECORD THRU 2400-EXIT.
034600 1100-EXIT.
034700     EXIT.
034800*
034900******************************************************************
035000*    2000-PROCESS-EXCEPTION - SEND ONE OPEN EXCEPTION ROW TO ITS *
035100*    REGION'S FEEDBACK FILE, OR COUNT IT AS UNASSIGNED, AND ADD  *
035200*    IT TO THE REGION'S TOTALS                                   *
035300******************************************************************
035400 2000-PROCESS-EXCEPTION.
035500     IF EXCP-ITEM-AMOUNT NUMERIC
035600         MOVE EXCP-ITEM-AMOUNT   TO WS-EXCP-AMOUNT
035700     ELSE
035800         MOVE ZERO               TO WS-EXCP-AMOUNT
035900     END-IF
036000     IF EXCP-RECYCLE-COUNT NUMERIC
036100         MOVE EXCP-RECYCLE-COUNT TO WS-EXCP-ATTEMPTS
036200     ELSE
036300         MOVE ZERO               TO WS-EXCP-ATTEMPTS
036400     END-IF
036500     PERFORM 2200-COMPUTE-DAYS-OPEN THRU 2200-EXIT
036600     SET REG-IDX TO 1
036700     SEARCH WS-REGION-ENTRY
036800         AT END
036900             SET REG-IDX TO 4
037000         WHEN WS-REG-CODE (REG-IDX) = EXCP-REGION-CODE
037100             CONTINUE
037200     END-SEARCH
037300     ADD 1 TO WS-REG-ROW-COUNT (REG-IDX)
037400     ADD WS-EXCP-AMOUNT TO WS-REG-ROW-AMOUNT (REG-IDX)
037500     IF EXCP-ITEM-ID NOT = WS-REG-LAST-ITEM-ID (REG-IDX)
037600         ADD 1 TO WS-REG-ITEM-COUNT (REG-IDX)
037700         ADD WS-EXCP-AMOUNT TO WS-REG-ITEM-AMOUNT (REG-IDX)
037800         MOVE EXCP-ITEM-ID TO WS-REG-LAST-ITEM-ID (REG-IDX)
037900     END-IF
038000     IF WS-EXCP-ATTEMPTS > ZERO
038100         ADD 1 TO WS-REG-RECYCLED-COUNT (REG-IDX)
038200     END-IF
038300     IF WS-DAYS-OPEN > WS-REG-MAX-DAYS-OPEN (REG-IDX)
038400         MOVE WS-DAYS-OPEN TO WS-REG-MAX-DAYS-OPEN (REG-IDX)
038500     END-IF
038600     SET WS-REG-SUB TO REG-IDX
038700     IF WS-REG-SUB = 4
038800         ADD 1 TO WS-UNASSIGNED-COUNT
038900         DISPLAY 'GATE-REJ-FEED: ITEM ' EXCP-ITEM-ID
039000             ' REGION ''' EXCP-REGION-CODE
039100             ''' MATCHES NO REGIONAL FEED - NOT SENT'
039200     ELSE
039300         PERFORM 2300-WRITE-DETAIL THRU 2300-EXIT
039400     END-IF
039500     PERFORM 2900-READ-EXCEPTION THRU 2900-EXIT.
039600 2000-EXIT.
039700     EXIT.
039800*
039900******************************************************************
040000*    2200-COMPUTE-DAYS-OPEN - DAYS FROM THE DATE THE ROW WAS     *
040100*    REJECTED TO THE RUN DATE, CAPPED AT 999.  ROWS FROM THE     *
040200*    SAME NIGHT ARRIVE TOGETHER, SO THE LAST DATE AGED IS KEPT   *
040300*    AND NOT WALKED BACK AGAIN.  A ROW WITHOUT A USABLE DATE IS  *
040400*    SHOWN AS ZERO DAYS OPEN.                                    *
040500******************************************************************
040600 2200-COMPUTE-DAYS-OPEN.
040700     MOVE ZERO TO WS-DAYS-OPEN
040800     IF EXCP-RUN-DATE NOT NUMERIC
040900         OR EXCP-RUN-DATE = ZERO
041000         OR EXCP-RUN-DATE > WS-CURRENT-DATE-NUM
041100         GO TO 2200-EXIT
041200     END-IF
041300     IF EXCP-RUN-DATE = WS-LAST-AGED-DATE
041400         MOVE WS-LAST-DAYS-OPEN TO WS-DAYS-OPEN
041500         GO TO 2200-EXIT
041600     END-IF
041700     MOVE WS-CURRENT-DATE TO WS-AGE-DATE
041800     PERFORM 2210-AGE-ONE-DAY THRU 2210-EXIT
041900         UNTIL WS-AGE-DATE-NUM NOT > EXCP-RUN-DATE
042000            OR WS-DAYS-OPEN = WS-MAX-DAYS-OPEN
042100     MOVE EXCP-RUN-DATE TO WS-LAST-AGED-DATE
042200     MOVE WS-DAYS-OPEN  TO WS-LAST-DAYS-OPEN.
042300 2200-EXIT.
042400     EXIT.
042500*
042600 2210-AGE-ONE-DAY.
042700     PERFORM 8100-BACK-ONE-DAY THRU 8100-EXIT
042800     ADD 1 TO WS-DAYS-OPEN.
042900 2210-EXIT.
043000     EXIT.
043100*
043200******************************************************************
043300*    2300-WRITE-DETAIL - WRITE THE EXCEPTION ROW TO REGION       *
043400*    WS-REG-SUB'S FEEDBACK FILE                                  *
043500******************************************************************
043600 2300-WRITE-DETAIL.
043700     MOVE SPACES                 TO REJF-DETAIL-RECORD
043800     SET REJF-DTL-TAG-OK         TO TRUE
043900     MOVE EXCP-ITEM-ID           TO REJF-DTL-ITEM-ID
044000     MOVE EXCP-BAD-FIELD-NAME    TO REJF-DTL-BAD-FIELD-NAME
044100     MOVE EXCP-BAD-VALUE         TO REJF-DTL-BAD-VALUE
044200     MOVE WS-EXCP-AMOUNT         TO REJF-DTL-ITEM-AMOUNT
044300     MOVE WS-EXCP-ATTEMPTS       TO REJF-DTL-RECYCLE-COUNT
044400     MOVE WS-DAYS-OPEN           TO REJF-DTL-DAYS-OPEN
044500     IF EXCP-RUN-DATE NUMERIC
044600         MOVE EXCP-RUN-DATE      TO REJF-DTL-REJECT-DATE
044700     ELSE
044800         MOVE ZERO               TO REJF-DTL-REJECT-DATE
044900     END-IF
045000     MOVE REJF-DETAIL-RECORD     TO WS-REJF-OUT-RECORD
045100     PERFORM 2400-WRITE-REGION-RECORD THRU 2400-EXIT
045200     ADD 1 TO WS-SENT-COUNT.
045300 2300-EXIT.
045400     EXIT.
045500*
045600******************************************************************
045700*    2400-WRITE-REGION-RECORD - WRITE WS-REJF-OUT-RECORD TO THE  *
045800*    FEEDBACK FILE OF REGION WS-REG-SUB                          *
045900******************************************************************
046000 2400-WRITE-REGION-RECORD.
046100     EVALUATE WS-REG-SUB
046200         WHEN 1
046300             WRITE REJECT-R1-RECORD FROM WS-REJF-OUT-RECORD
046400         WHEN 2
046500             WRITE REJECT-R2-RECORD FROM WS-REJF-OUT-RECORD
046600         WHEN 3
046700             WRITE REJECT-R3-RECORD FROM WS-REJF-OUT-RECORD
046800     END-EVALUATE.
046900 2400-EXIT.
047000     EXIT.
047100*
047200******************************************************************
047300*    2900-READ-EXCEPTION - READ THE NEXT OPEN EXCEPTION ROW      *
047400******************************************************************
047500 2900-READ-EXCEPTION.
047600     READ GATE-EXCEPTIONS-FILE
047700         AT END
047800             SET WS-EXCP-EOF-REACHED TO TRUE
047900         NOT AT END
048000             ADD 1 TO WS-EXCP-READ-COUNT
048100     END-READ.
048200 2900-EXIT.
048300     EXIT.
048400*
048500******************************************************************
048600*    3000-FINALIZE - WRITE EACH REGION'S TRAILER, PRINT THE      *
048700*    SUMMARY PAGE AND CLOSE                                      *
048800******************************************************************
048900 3000-FINALIZE.
049000     PERFORM 3100-WRITE-TRAILER THRU 3100-EXIT
049100         VARYING WS-REG-SUB FROM 1 BY 1
049200         UNTIL WS-REG-SUB > 3
049300     PERFORM 4000-WRITE-RPT-HEADING THRU 4000-EXIT
049400     PERFORM 3200-PRINT-REGION-LINE THRU 3200-EXIT
049500         VARYING WS-REG-SUB FROM 1 BY 1
049600         UNTIL WS-REG-SUB > 4
049700     PERFORM 3500-PRINT-CONTROL-TOTALS THRU 3500-EXIT
049800     CLOSE GATE-EXCEPTIONS-FILE
049900     CLOSE REJECT-R1-FILE
050000     CLOSE REJECT-R2-FILE
050100     CLOSE REJECT-R3-FILE
050200     CLOSE REJECT-RPT-FILE
050300     DISPLAY 'GATE-REJ-FEED: EXCEPTION ROWS READ '
050400         WS-EXCP-READ-COUNT
050500         ', SENT ' WS-SENT-COUNT
050600         ', UNASSIGNED ' WS-UNASSIGNED-COUNT.
050700 3000-EXIT.
050800     EXIT.
050900*
051000******************************************************************
051100*    3100-WRITE-TRAILER - WRITE THE CONTROL TRAILER OF REGION    *
051200*    WS-REG-SUB'S FEEDBACK FILE: DETAIL COUNT AND AMOUNT         *
051300******************************************************************
051400 3100-WRITE-TRAILER.
051500     MOVE SPACES                 TO REJF-TRAILER-RECORD
051600     SET REJF-TRL-TAG-OK         TO TRUE
051700     MOVE WS-REG-CODE (WS-REG-SUB) TO REJF-TRL-REGION-CODE
051800     MOVE WS-REG-ROW-COUNT (WS-REG-SUB)
051900                                 TO REJF-TRL-RECORD-COUNT
052000     MOVE WS-REG-ROW-AMOUNT (WS-REG-SUB)
052100                                 TO REJF-TRL-TOTAL-AMOUNT
052200     MOVE REJF-TRAILER-RECORD    TO WS-REJF-OUT-RECORD
052300     PERFORM 2400-WRITE-REGION-RECORD THRU 2400-EXIT.
052400 3100-EXIT.
052500     EXIT.
052600*
052700******************************************************************
052800*    3200-PRINT-REGION-LINE - ONE SUMMARY LINE PER REGION, THE   *
052900*    UNASSIGNED SLOT LAST                                        *
053000******************************************************************
053100 3200-PRINT-REGION-LINE.
053200     MOVE SPACES TO RPT-SUMMARY-LINE
053300     IF WS-REG-SUB = 4
053400         MOVE 'UNASSIGNED'      TO RPT-SUM-REGION
053500     ELSE
053600         MOVE WS-REG-CODE (WS-REG-SUB) TO RPT-SUM-REGION
053700     END-IF
053800     MOVE WS-REG-DDNAME (WS-REG-SUB)         TO RPT-SUM-DDNAME
053900     MOVE WS-REG-ROW-COUNT (WS-REG-SUB)      TO RPT-SUM-ROWS
054000     MOVE WS-REG-ITEM-COUNT (WS-REG-SUB)     TO RPT-SUM-ITEMS
054100     MOVE WS-REG-ITEM-AMOUNT (WS-REG-SUB)    TO RPT-SUM-VALUE
054200     MOVE WS-REG-RECYCLED-COUNT (WS-REG-SUB) TO RPT-SUM-RECYCLED
054300     MOVE WS-REG-MAX-DAYS-OPEN (WS-REG-SUB)  TO RPT-SUM-DAYS-OPEN
054400     WRITE RPT-LINE FROM RPT-SUMMARY-LINE AFTER ADVANCING 1 LINE
054500     ADD 1 TO WS-LINE-COUNT.
054600 3200-EXIT.
054700     EXIT.
054800*
054900******************************************************************
055000*    3500-PRINT-CONTROL-TOTALS - END-OF-JOB CONTROL TOTALS.      *
055100*    ROWS READ = ROWS SENT + ROWS UNASSIGNED.                    *
055200******************************************************************
055300 3500-PRINT-CONTROL-TOTALS.
055400     WRITE RPT-LINE FROM RPT-BLANK-LINE AFTER ADVANCING 1 LINE
055500     WRITE RPT-LINE FROM RPT-TOTALS-TITLE-LINE
055600         AFTER ADVANCING 1 LINE
055700     WRITE RPT-LINE FROM RPT-BLANK-LINE AFTER ADVANCING 1 LINE
055800     MOVE 'EXCEPTION ROWS READ'       TO RPT-TOTALS-LABEL
055900     MOVE WS-EXCP-READ-COUNT          TO RPT-TOTALS-VALUE
056000     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
056100     MOVE 'ROWS SENT TO REGIONS'      TO RPT-TOTALS-LABEL
056200     MOVE WS-SENT-COUNT               TO RPT-TOTALS-VALUE
056300     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
056400     MOVE 'ROWS UNASSIGNED - NOT SENT' TO RPT-TOTALS-LABEL
056500     MOVE WS-UNASSIGNED-COUNT         TO RPT-TOTALS-VALUE
056600     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE.
056700 3500-EXIT.
056800     EXIT.
056900*
057000******************************************************************
057100*    4000-WRITE-RPT-HEADING - START THE SUMMARY PAGE             *
057200******************************************************************
057300 4000-WRITE-RPT-HEADING.
057400     ADD 1 TO WS-PAGE-COUNT
057500     MOVE WS-PAGE-COUNT TO RPT-DATE-LINE-PAGE
057600     WRITE RPT-LINE FROM RPT-TITLE-LINE
057700         AFTER ADVANCING PAGE
057800     WRITE RPT-LINE FROM RPT-DATE-LINE
057900         AFTER ADVANCING 1 LINE
058000     WRITE RPT-LINE FROM RPT-FEED-DATE-LINE
058100         AFTER ADVANCING 1 LINE
058200     WRITE RPT-LINE FROM RPT-BLANK-LINE
058300         AFTER ADVANCING 1 LINE
058400     WRITE RPT-LINE FROM RPT-COLUMN-HEADING-LINE
058500         AFTER ADVANCING 1 LINE
058600     WRITE RPT-LINE FROM RPT-BLANK-LINE
058700         AFTER ADVANCING 1 LINE
058800     MOVE ZERO TO WS-LINE-COUNT.
058900 4000-EXIT.
059000     EXIT.
059100*
059200******************************************************************
059300*    8100-BACK-ONE-DAY - MOVE THE AGE DATE BACK ONE CALENDAR     *
059400*    DAY, ROLLING THE MONTH AND YEAR AND ALLOWING FOR LEAP       *
059500*    YEARS.  PERFORMED ONCE PER DAY OPEN.                        *
059600******************************************************************
059700 8100-BACK-ONE-DAY.
059800     IF WS-AGE-DD > 1
059900         SUBTRACT 1 FROM WS-AGE-DD
060000     ELSE
060100         IF WS-AGE-MM = 1
060200             MOVE 12 TO WS-AGE-MM
060300             SUBTRACT 1 FROM WS-AGE-CCYY
060400         ELSE
060500             SUBTRACT 1 FROM WS-AGE-MM
060600         END-IF
060700         MOVE WS-DAYS-IN-MONTH (WS-AGE-MM) TO WS-AGE-DD
060800         IF WS-AGE-MM = 2
060900             PERFORM 8200-CHECK-LEAP-YEAR THRU 8200-EXIT
061000             IF WS-YEAR-IS-LEAP
061100                 MOVE 29 TO WS-AGE-DD
061200             END-IF
061300         END-IF
061400     END-IF.
061500 8100-EXIT.
061600     EXIT.
061700*
061800******************************************************************
061900*    8200-CHECK-LEAP-YEAR - SET THE LEAP SWITCH FOR THE AGE      *
062000*    YEAR: DIVISIBLE BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY     *
062100*    400                                                         *
062200******************************************************************
062300 8200-CHECK-LEAP-YEAR.
062400     MOVE 'N' TO WS-LEAP-SWITCH
062500     DIVIDE WS-AGE-CCYY BY 4
062600         GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
062700     DIVIDE WS-AGE-CCYY BY 100
062800         GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
062900     DIVIDE WS-AGE-CCYY BY 400
063000         GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
063100     IF WS-LEAP-REM-4 = ZERO
063200         AND (WS-LEAP-REM-100 NOT = ZERO
063300          OR  WS-LEAP-REM-400 = ZERO)
063400         SET WS-YEAR-IS-LEAP TO TRUE
063500     END-IF.
063600 8200-EXIT.
063700     EXIT.
063800*
063900******************************************************************
064000*    8500-CHECK-RUN-CONTROL - THE FEEDBACK BELONGS TO THE NIGHT  *
064100*    IN PROGRESS ON THE RUN-CONTROL FILE (THE RUN DATE WHEN      *
064200*    THERE IS NONE YET), STAMPED ON EVERY HEADER.  THE GATE MUST *
064300*    HAVE ENDED ACCEPTABLY FOR THAT NIGHT, OR GATE-EXCEPTIONS    *
064400*    MAY STILL BE MISSING THE NIGHT'S REJECTS.  RUNS BEFORE ANY  *
064500*    FILE IS OPENED SO A REFUSAL TOUCHES NO FILE.                *
064600******************************************************************
064700 8500-CHECK-RUN-CONTROL.
064800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
064900     PERFORM 8510-FIND-NIGHT THRU 8510-EXIT
065000     IF WS-NIGHT-FEED-DATE = ZERO
065100         MOVE WS-CURRENT-DATE TO WS-NIGHT-FEED-DATE
065200     END-IF
065300     PERFORM 8520-CHECK-PREDECESSOR THRU 8520-EXIT
065400     MOVE 'S' TO WS-RUNC-EVENT
065500     PERFORM 8530-RECORD-STEP-EVENT THRU 8530-EXIT
065600     SET WS-STEP-STARTED TO TRUE.
065700 8500-EXIT.
065800     EXIT.
065900*
066000******************************************************************
066100*    8510-FIND-NIGHT - THE NIGHT IN PROGRESS IS THE FEED DATE    *
066200*    LAST RECORDED BY THE HEAD OF THE STREAM'S MAIN PASS (THE    *
066300*    FIRST ROW OF THE STEP TABLE) ON THE RUN-CONTROL FILE.  ZERO *
066400*    WHEN THE FILE DOES NOT EXIST YET.                           *
066500******************************************************************
066600 8510-FIND-NIGHT.
066700     MOVE ZERO TO WS-NIGHT-FEED-DATE
066800     OPEN INPUT RUN-CONTROL-FILE
066900     IF WS-RUNC-FILE-STATUS NOT = '00'
067000         GO TO 8510-EXIT
067100     END-IF
067200     MOVE 'N' TO WS-RUNC-EOF-SWITCH
067300     PERFORM 8515-SCAN-FOR-NIGHT THRU 8515-EXIT
067400         UNTIL WS-RUNC-EOF-REACHED
067500     CLOSE RUN-CONTROL-FILE.
067600 8510-EXIT.
067700     EXIT.
067800*
067900 8515-SCAN-FOR-NIGHT.
068000     READ RUN-CONTROL-FILE
068100         AT END
068200             SET WS-RUNC-EOF-REACHED TO TRUE
068300         NOT AT END
068400             IF RUNC-STEP-NAME = STEP-NAME (1)
068500                 AND RUNC-FEED-DATE NUMERIC
068600                 AND RUNC-MAIN-PASS
068700                 MOVE RUNC-FEED-DATE TO WS-NIGHT-FEED-DATE
068800             END-IF
068900     END-READ.
069000 8515-EXIT.
069100     EXIT.
069200*
069300******************************************************************
069400*    8520-CHECK-PREDECESSOR - FIND THIS STEP'S PREDECESSOR ON    *
069500*    THE STEP TABLE AND ITS LATEST RUN-CONTROL RECORD FOR THE    *
069600*    SAME FEED DATE, OF ANY PASS - THE FEEDBACK SENDS WHATEVER   *
069700*    THE LATEST GATE RUN LEFT OPEN.  UNLESS THAT RECORD IS AN    *
069800*    END WITH A CONDITION CODE THE TABLE ACCEPTS, THE STEP IS    *
069900*    REFUSED: THE REFUSAL IS RECORDED AND THE RUN ENDS WITH      *
070000*    CONDITION CODE 16 BEFORE IT HAS TOUCHED A FILE.             *
070100******************************************************************
070200 8520-CHECK-PREDECESSOR.
070300     SET STEP-IDX TO 1
070400     SEARCH STEP-ENTRY
070500         AT END
070600             DISPLAY 'GATE-REJ-FEED: ' WS-STEP-NAME
070700                 ' IS NOT ON THE JOB-STREAM STEP TABLE'
070800             MOVE 16 TO RETURN-CODE
070900             STOP RUN
071000         WHEN STEP-NAME (STEP-IDX) = WS-STEP-NAME
071100             MOVE STEP-PREDECESSOR (STEP-IDX) TO WS-PRED-STEP-NAME
071200             MOVE STEP-PRED-MAX-CODE (STEP-IDX)
071300                 TO WS-PRED-MAX-COND-CODE
071400     END-SEARCH
071500     IF WS-PRED-STEP-NAME = SPACES
071600         GO TO 8520-EXIT
071700     END-IF
071800     MOVE SPACE TO WS-PRED-EVENT
071900     MOVE ZERO  TO WS-PRED-COND-CODE
072000     OPEN INPUT RUN-CONTROL-FILE
072100     IF WS-RUNC-FILE-STATUS = '00'
072200         MOVE 'N' TO WS-RUNC-EOF-SWITCH
072300         PERFORM 8525-SCAN-FOR-PREDECESSOR THRU 8525-EXIT
072400             UNTIL WS-RUNC-EOF-REACHED
072500         CLOSE RUN-CONTROL-FILE
072600     END-IF
072700     IF WS-PRED-EVENT = 'E'
072800         AND WS-PRED-COND-CODE NOT > WS-PRED-MAX-COND-CODE
072900         GO TO 8520-EXIT
073000     END-IF
073100     EVALUATE WS-PRED-EVENT
073200         WHEN 'E'
073300             DISPLAY 'GATE-REJ-FEED: ' WS-PRED-STEP-NAME
073400                 ' ENDED WITH CONDITION CODE ' WS-PRED-COND-CODE
073500                 ' FOR FEED DATE ' WS-NIGHT-FEED-DATE
073600         WHEN 'S'
073700             DISPLAY 'GATE-REJ-FEED: ' WS-PRED-STEP-NAME
073800                 ' STARTED BUT NEVER ENDED FOR FEED DATE '
073900                 WS-NIGHT-FEED-DATE
074000         WHEN 'R'
074100             DISPLAY 'GATE-REJ-FEED: ' WS-PRED-STEP-NAME
074200                 ' WAS REFUSED FOR FEED DATE ' WS-NIGHT-FEED-DATE
074300         WHEN OTHER
074400             DISPLAY 'GATE-REJ-FEED: ' WS-PRED-STEP-NAME
074500                 ' HAS NOT RUN FOR FEED DATE ' WS-NIGHT-FEED-DATE
074600     END-EVALUATE
074700     DISPLAY 'GATE-REJ-FEED: STEP REFUSED - CONDITION CODE 16'
074800     MOVE 16  TO RETURN-CODE
074900     MOVE 'R' TO WS-RUNC-EVENT
075000     PERFORM 8530-RECORD-STEP-EVENT THRU 8530-EXIT
075100     STOP RUN.
075200 8520-EXIT.
075300     EXIT.
075400*
075500 8525-SCAN-FOR-PREDECESSOR.
075600     READ RUN-CONTROL-FILE
075700         AT END
075800             SET WS-RUNC-EOF-REACHED TO TRUE
075900         NOT AT END
076000             IF RUNC-FEED-DATE = WS-NIGHT-FEED-DATE
076100                 AND RUNC-STEP-NAME = WS-PRED-STEP-NAME
076200                 MOVE RUNC-EVENT     TO WS-PRED-EVENT
076300                 MOVE RUNC-COND-CODE TO WS-PRED-COND-CODE
076400             END-IF
076500     END-READ.
076600 8525-EXIT.
076700     EXIT.
076800*
076900******************************************************************
077000*    8530-RECORD-STEP-EVENT - APPEND ONE RUN-CONTROL RECORD      *
077100*    (WS-RUNC-EVENT: S STARTED, E ENDED, R REFUSED) FOR THIS     *
077200*    STEP AND FEED DATE, STAMPED WITH THE CLOCK AND THE          *
077300*    CONDITION CODE SO FAR, CREATING THE FILE ON ITS FIRST       *
077400*    WRITE.                                                      *
077500******************************************************************
077600 8530-RECORD-STEP-EVENT.
077700     ACCEPT WS-CURRENT-TIME FROM TIME
077800     OPEN EXTEND RUN-CONTROL-FILE
077900     IF WS-RUNC-FILE-STATUS NOT = '00'
078000         OPEN OUTPUT RUN-CONTROL-FILE
078100     END-IF
078200     MOVE SPACES        TO RUNC-RECORD
078300     MOVE WS-NIGHT-FEED-DATE TO RUNC-FEED-DATE
078400     MOVE WS-STEP-NAME  TO RUNC-STEP-NAME
078500     MOVE WS-RUNC-EVENT TO RUNC-EVENT
078600     ACCEPT RUNC-EVENT-DATE FROM DATE YYYYMMDD
078700     MOVE WS-CURRENT-TIME-HHMMSS TO RUNC-EVENT-TIME
078800     MOVE RETURN-CODE   TO RUNC-COND-CODE
078900     WRITE RUNC-RECORD
079000     CLOSE RUN-CONTROL-FILE.
079100 8530-EXIT.
079200     EXIT.
079300*
079400******************************************************************
079500*    8540-RECORD-STEP-END - RECORD THE STEP'S END AND FINAL      *
079600*    CONDITION CODE ON THE RUN-CONTROL FILE.  CALLED ON EVERY    *
079700*    WAY OUT OF THE RUN ONCE THE START HAS BEEN RECORDED.        *
079800******************************************************************
079900 8540-RECORD-STEP-END.
080000     IF WS-STEP-STARTED
080100         MOVE 'E' TO WS-RUNC-EVENT
080200         PERFORM 8530-RECORD-STEP-EVENT THRU 8530-EXIT
080300     END-IF.
080400 8540-EXIT.
080500     EXIT.
080600*
080700******************************************************************
080800*    9000-SET-RETURN-CODE - CONDITION CODE 4 WHEN ANY OPEN       *
080900*    EXCEPTION COULD NOT BE SENT BECAUSE ITS REGION CODE         *
081000*    MATCHES NO REGIONAL FEED                                    *
081100******************************************************************
081200 9000-SET-RETURN-CODE.
081300     IF WS-UNASSIGNED-COUNT > ZERO
081400         MOVE 4 TO RETURN-CODE
081500         DISPLAY 'GATE-REJ-FEED: CONDITION CODE 4 - '
081600             WS-UNASSIGNED-COUNT ' ROWS NOT SENT TO ANY REGION'
081700     END-IF.
081800 9000-EXIT.
081900     EXIT.
