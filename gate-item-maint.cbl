000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GATE-ITEM-MAINT.
000300 AUTHOR.        D. PHOTO.
000400 INSTALLATION.  GATE-PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*    GATE-ITEM-MAINT                                             *
001100*                                                                *
001200*    ITEM REFERENCE MASTER MAINTENANCE.  APPLIES THE DAY'S       *
001300*    ADD/CHANGE/CLOSE TRANSACTIONS (GATEITMT LAYOUT, DD          *
001400*    GATEITMT) TO THE KEYED ITEM REFERENCE MASTER (GATEITEM      *
001500*    LAYOUT, DD GATEITEM) THAT SAMPLE-PROGRAM PROVES EVERY       *
001600*    GATE-INPUT ITEM ID AGAINST:                                 *
001700*                                                                *
001800*        A - ADD A NEW ACTIVE ITEM.  THE OWNING UNIT IS          *
001900*            MANDATORY; AN ITEM ALREADY ON FILE IS REFUSED.      *
002000*        C - CHANGE THE OWNING UNIT AND/OR DESCRIPTION OF AN     *
002100*            ACTIVE ITEM.  A BLANK FIELD IS LEFT AS IT STANDS.   *
002200*        X - CLOSE THE ITEM.  IT STAYS ON FILE SO ITS HISTORY    *
002300*            CAN STILL BE EXPLAINED, BUT THE GATE REFUSES IT     *
002400*            FROM THE NEXT RUN ON.                               *
002500*                                                                *
002600*    EVERY TRANSACTION IS PRINTED ON THE MAINTENANCE REPORT      *
002700*    (DD ITEMMRPT) WITH WHAT WAS DONE OR WHY IT WAS REFUSED,     *
002800*    FOLLOWED BY CONTROL TOTALS.  A REFUSED TRANSACTION CHANGES  *
002900*    NOTHING AND ENDS THE RUN WITH CONDITION CODE 4 SO DATA      *
003000*    CONTROL CORRECTS AND RESUBMITS IT.  THE MASTER IS CREATED   *
003100*    EMPTY ON ITS FIRST RUN (FILE STATUS 35 ON THE OPEN I-O),    *
003200*    THE SAME WAY SAMPLE-PROGRAM CREATES THE DECISION MASTER.    *
003300*                                                                *
003400*    MODIFICATION HISTORY.                                       *
003500*      DATE       BY   DESCRIPTION                               *
003600*      2026-10-15 DCP  ORIGINAL VERSION.                         *
003700*                                                                *
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT ITEM-REFERENCE-FILE ASSIGN TO GATEITEM
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS ITMR-ITEM-ID
004600         FILE STATUS IS WS-ITEM-FILE-STATUS.
004700*
004800     SELECT OPTIONAL ITEM-TRANS-FILE ASSIGN TO GATEITMT
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-ITMT-FILE-STATUS.
005100*
005200     SELECT ITEM-MAINT-RPT-FILE ASSIGN TO ITEMMRPT
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400*
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  ITEM-REFERENCE-FILE
005800     LABEL RECORDS ARE STANDARD.
005900     COPY GATEITEM.
006000*
006100 FD  ITEM-TRANS-FILE
006200     LABEL RECORDS ARE STANDARD.
006300     COPY GATEITMT.
006400*
006500 FD  ITEM-MAINT-RPT-FILE
006600     LABEL RECORDS ARE STANDARD.
006700 01  RPT-LINE                    PIC X(132).
006800*
006900 WORKING-STORAGE SECTION.
007000*
007100******************************************************************
007200*    RUN SWITCHES AND COUNTERS                                   *
007300******************************************************************
007400 77  WS-ITEM-FILE-STATUS         PIC X(02) VALUE '00'.
007500 77  WS-ITMT-FILE-STATUS         PIC X(02) VALUE '00'.
007600 77  WS-ITMT-EOF-SWITCH          PIC X(01) VALUE 'N'.
007700     88  WS-ITMT-EOF-REACHED         VALUE 'Y'.
007800 77  WS-TRANS-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
007900 77  WS-ITEMS-ADDED-COUNT        PIC 9(07) COMP VALUE ZERO.
008000 77  WS-ITEMS-CHANGED-COUNT      PIC 9(07) COMP VALUE ZERO.
008100 77  WS-ITEMS-CLOSED-COUNT       PIC 9(07) COMP VALUE ZERO.
008200 77  WS-TRANS-REFUSED-COUNT      PIC 9(07) COMP VALUE ZERO.
008300 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
008400 77  WS-PAGE-COUNT               PIC 9(03) COMP VALUE ZERO.
008500 77  WS-MAX-LINES-PER-PAGE       PIC 9(02) COMP VALUE 50.
008600*
008700******************************************************************
008800*    CURRENT DATE - STAMPED ON ADDED AND MAINTAINED ITEMS AND    *
008900*    USED ON THE REPORT HEADING                                  *
009000******************************************************************
009100 01  WS-CURRENT-DATE.
009200     05  WS-CURRENT-DATE-CCYY        PIC 9(04).
009300     05  WS-CURRENT-DATE-MM          PIC 9(02).
009400     05  WS-CURRENT-DATE-DD          PIC 9(02).
009500*
009600******************************************************************
009700*    ITEM REFERENCE MAINTENANCE REPORT PRINT LINES               *
009800******************************************************************
009900 01  RPT-TITLE-LINE.
010000     05  FILLER                  PIC X(43) VALUE SPACES.
010100     05  FILLER                  PIC X(34)
010200         VALUE 'ITEM REFERENCE MASTER MAINTENANCE'.
010300     05  FILLER                  PIC X(55) VALUE SPACES.
010400*
010500 01  RPT-DATE-LINE.
010600     05  FILLER                  PIC X(01) VALUE SPACE.
010700     05  FILLER                  PIC X(09) VALUE 'RUN DATE:'.
010800     05  RPT-DATE-LINE-DATE      PIC X(10).
010900     05  FILLER                  PIC X(25) VALUE SPACES.
011000     05  FILLER                  PIC X(06) VALUE 'PAGE '.
011100     05  RPT-DATE-LINE-PAGE      PIC ZZZ9.
011200     05  FILLER                  PIC X(77) VALUE SPACES.
011300*
011400 01  RPT-COLUMN-HEADING-LINE.
011500     05  FILLER                  PIC X(03) VALUE SPACES.
011600     05  FILLER                  PIC X(06) VALUE 'ACTION'.
011700     05  FILLER                  PIC X(03) VALUE SPACES.
011800     05  FILLER                  PIC X(07) VALUE 'ITEM ID'.
011900     05  FILLER                  PIC X(03) VALUE SPACES.
012000     05  FILLER                  PIC X(04) VALUE 'UNIT'.
012100     05  FILLER                  PIC X(03) VALUE SPACES.
012200     05  FILLER                  PIC X(30) VALUE 'DESCRIPTION'.
012300     05  FILLER                  PIC X(03) VALUE SPACES.
012400     05  FILLER                  PIC X(30) VALUE 'DISPOSITION'.
012500     05  FILLER                  PIC X(40) VALUE SPACES.
012600*
012700 01  RPT-DETAIL-LINE.
012800     05  FILLER                  PIC X(03) VALUE SPACES.
012900     05  RPT-DETAIL-ACTION       PIC X(06).
013000     05  FILLER                  PIC X(03) VALUE SPACES.
013100     05  RPT-DETAIL-ITEM-ID      PIC X(06).
013200     05  FILLER                  PIC X(04) VALUE SPACES.
013300     05  RPT-DETAIL-UNIT         PIC X(04).
013400     05  FILLER                  PIC X(03) VALUE SPACES.
013500     05  RPT-DETAIL-DESCRIPTION  PIC X(30).
013600     05  FILLER                  PIC X(03) VALUE SPACES.
013700     05  RPT-DETAIL-DISPOSITION  PIC X(30).
013800     05  FILLER                  PIC X(40) VALUE SPACES.
013900*
014000 01  RPT-BLANK-LINE               PIC X(132) VALUE SPACES.
014100*
014200******************************************************************
014300*    END-OF-JOB CONTROL TOTALS SECTION                           *
014400******************************************************************
014500 01  RPT-TOTALS-TITLE-LINE.
014600     05  FILLER                  PIC X(45) VALUE SPACES.
014700     05  FILLER                  PIC X(15)
014800         VALUE 'CONTROL TOTALS'.
014900     05  FILLER                  PIC X(72) VALUE SPACES.
015000*
015100 01  RPT-TOTALS-LINE.
015200     05  FILLER                  PIC X(05) VALUE SPACES.
015300     05  RPT-TOTALS-LABEL        PIC X(30).
015400     05  FILLER                  PIC X(05) VALUE SPACES.
015500     05  RPT-TOTALS-VALUE        PIC ZZZ,ZZ9.
015600     05  FILLER                  PIC X(85) VALUE SPACES.
015700*
015800 PROCEDURE DIVISION.
015900*
016000 0000-MAINLINE.
016100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016200     PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
016300         UNTIL WS-ITMT-EOF-REACHED
016400     PERFORM 3000-FINALIZE THRU 3000-EXIT
016500     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
016600     STOP RUN.
016700*
016800******************************************************************
016900*    1000-INITIALIZE - OPEN THE MASTER FOR UPDATE (CREATING IT   *
017000*    EMPTY ON ITS FIRST RUN), OPEN THE TRANSACTIONS AND THE      *
017100*    REPORT, AND PRIME THE FIRST READ.  NO TRANSACTION FILE IS   *
017200*    A QUIET DAY, NOT AN ERROR.                                  *
017300******************************************************************
017400 1000-INITIALIZE.
017500     OPEN I-O ITEM-REFERENCE-FILE
017600     IF WS-ITEM-FILE-STATUS = '35'
017700         OPEN OUTPUT ITEM-REFERENCE-FILE
017800         CLOSE ITEM-REFERENCE-FILE
017900         OPEN I-O ITEM-REFERENCE-FILE
018000     END-IF
018100     IF WS-ITEM-FILE-STATUS NOT = '00'
018200         DISPLAY 'GATE-ITEM-MAINT: ITEM REFERENCE MASTER OPEN '
018300             'FAILED, STATUS ' WS-ITEM-FILE-STATUS
018400         MOVE 16 TO RETURN-CODE
018500         STOP RUN
018600     END-IF
018700     OPEN INPUT ITEM-TRANS-FILE
018800     IF WS-ITMT-FILE-STATUS NOT = '00'
018900         AND WS-ITMT-FILE-STATUS NOT = '05'
019000         DISPLAY 'GATE-ITEM-MAINT: TRANSACTION FILE '
019100             'UNAVAILABLE, STATUS ' WS-ITMT-FILE-STATUS
019200         SET WS-ITMT-EOF-REACHED TO TRUE
019300     END-IF
019400     OPEN OUTPUT ITEM-MAINT-RPT-FILE
019500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
019600     STRING WS-CURRENT-DATE-MM   DELIMITED BY SIZE
019700             '/'                 DELIMITED BY SIZE
019800             WS-CURRENT-DATE-DD   DELIMITED BY SIZE
019900             '/'                 DELIMITED BY SIZE
020000             WS-CURRENT-DATE-CCYY DELIMITED BY SIZE
020100         INTO RPT-DATE-LINE-DATE
020200     END-STRING
020300     PERFORM 4000-WRITE-RPT-HEADING THRU 4000-EXIT
020400     IF NOT WS-ITMT-EOF-REACHED
020500         PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT
020600     END-IF.
020700 1000-EXIT.
020800     EXIT.
020900*
021000******************************************************************
021100*    2000-APPLY-TRANSACTION - DISPATCH ONE TRANSACTION ON ITS    *
021200*    ACTION CODE, PRINT WHAT BECAME OF IT, AND READ THE NEXT     *
021300******************************************************************
021400 2000-APPLY-TRANSACTION.
021500     MOVE ITMT-ITEM-ID     TO RPT-DETAIL-ITEM-ID
021600     MOVE ITMT-OWNING-UNIT TO RPT-DETAIL-UNIT
021700     MOVE ITMT-DESCRIPTION TO RPT-DETAIL-DESCRIPTION
021800     EVALUATE TRUE
021900         WHEN ITMT-ITEM-ID = SPACES
022000             MOVE ITMT-ACTION TO RPT-DETAIL-ACTION
022100             MOVE 'REFUSED - NO ITEM ID'
022200                 TO RPT-DETAIL-DISPOSITION
022300             ADD 1 TO WS-TRANS-REFUSED-COUNT
022400         WHEN ITMT-ACTION-ADD
022500             MOVE 'ADD'       TO RPT-DETAIL-ACTION
022600             PERFORM 2100-ADD-ITEM THRU 2100-EXIT
022700         WHEN ITMT-ACTION-CHANGE
022800             MOVE 'CHANGE'    TO RPT-DETAIL-ACTION
022900             PERFORM 2200-CHANGE-ITEM THRU 2200-EXIT
023000         WHEN ITMT-ACTION-CLOSE
023100             MOVE 'CLOSE'     TO RPT-DETAIL-ACTION
023200             PERFORM 2300-CLOSE-ITEM THRU 2300-EXIT
023300         WHEN OTHER
023400             MOVE ITMT-ACTION TO RPT-DETAIL-ACTION
023500             MOVE 'REFUSED - UNKNOWN ACTION CODE'
023600                 TO RPT-DETAIL-DISPOSITION
023700             ADD 1 TO WS-TRANS-REFUSED-COUNT
023800     END-EVALUATE
023900     PERFORM 4100-WRITE-RPT-LINE THRU 4100-EXIT
024000     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
024100 2000-EXIT.
024200     EXIT.
024300*
024400******************************************************************
024500*    2100-ADD-ITEM - A NEW ITEM GOES ON FILE ACTIVE.  AN ITEM    *
024600*    ALREADY ON FILE (ACTIVE OR CLOSED) IS REFUSED - A CHANGE    *
024700*    IS THE WAY TO ALTER IT - AND SO IS AN ADD WITH NO OWNING    *
024800*    UNIT, SINCE THE UNIT IS WHAT THE RECEIVING TEAMS ROUTE ON.  *
024900******************************************************************
025000 2100-ADD-ITEM.
025100     IF ITMT-OWNING-UNIT = SPACES
025200         MOVE 'REFUSED - NO OWNING UNIT'
025300             TO RPT-DETAIL-DISPOSITION
025400         ADD 1 TO WS-TRANS-REFUSED-COUNT
025500         GO TO 2100-EXIT
025600     END-IF
025700     MOVE ITMT-ITEM-ID TO ITMR-ITEM-ID
025800     READ ITEM-REFERENCE-FILE
025900         INVALID KEY
026000             MOVE SPACES           TO ITMR-RECORD
026100             MOVE ITMT-ITEM-ID     TO ITMR-ITEM-ID
026200             SET ITMR-STATUS-ACTIVE TO TRUE
026300             MOVE ITMT-OWNING-UNIT TO ITMR-OWNING-UNIT
026400             MOVE ITMT-DESCRIPTION TO ITMR-DESCRIPTION
026500             MOVE WS-CURRENT-DATE  TO ITMR-ADDED-DATE
026600             MOVE WS-CURRENT-DATE  TO ITMR-LAST-MAINT-DATE
026700             WRITE ITMR-RECORD
026800             MOVE 'ADDED'          TO RPT-DETAIL-DISPOSITION
026900             ADD 1 TO WS-ITEMS-ADDED-COUNT
027000         NOT INVALID KEY
027100             MOVE 'REFUSED - ALREADY ON FILE'
027200                 TO RPT-DETAIL-DISPOSITION
027300             ADD 1 TO WS-TRANS-REFUSED-COUNT
027400     END-READ.
027500 2100-EXIT.
027600     EXIT.
027700*
027800******************************************************************
027900*    2200-CHANGE-ITEM - REPLACE THE OWNING UNIT AND/OR THE       *
028000*    DESCRIPTION OF AN ACTIVE ITEM.  A BLANK FIELD ON THE        *
028100*    TRANSACTION LEAVES THAT FIELD AS IT STANDS.  A CLOSED ITEM  *
028200*    IS REFUSED - IT IS NO LONGER BEING WORKED BY ANYONE.        *
028300******************************************************************
028400 2200-CHANGE-ITEM.
028500     MOVE ITMT-ITEM-ID TO ITMR-ITEM-ID
028600     READ ITEM-REFERENCE-FILE
028700         INVALID KEY
028800             MOVE 'REFUSED - NOT ON FILE'
028900                 TO RPT-DETAIL-DISPOSITION
029000             ADD 1 TO WS-TRANS-REFUSED-COUNT
029100             GO TO 2200-EXIT
029200     END-READ
029300     IF ITMR-STATUS-CLOSED
029400         MOVE 'REFUSED - ITEM IS CLOSED'
029500             TO RPT-DETAIL-DISPOSITION
029600         ADD 1 TO WS-TRANS-REFUSED-COUNT
029700         GO TO 2200-EXIT
029800     END-IF
029900     IF ITMT-OWNING-UNIT = SPACES
030000         AND ITMT-DESCRIPTION = SPACES
030100         MOVE 'REFUSED - NOTHING TO CHANGE'
030200             TO RPT-DETAIL-DISPOSITION
030300         ADD 1 TO WS-TRANS-REFUSED-COUNT
030400         GO TO 2200-EXIT
030500     END-IF
030600     IF ITMT-OWNING-UNIT NOT = SPACES
030700         MOVE ITMT-OWNING-UNIT TO ITMR-OWNING-UNIT
030800     END-IF
030900     IF ITMT-DESCRIPTION NOT = SPACES
031000         MOVE ITMT-DESCRIPTION TO ITMR-DESCRIPTION
031100     END-IF
031200     MOVE WS-CURRENT-DATE TO ITMR-LAST-MAINT-DATE
031300     REWRITE ITMR-RECORD
031400     MOVE ITMR-OWNING-UNIT TO RPT-DETAIL-UNIT
031500     MOVE ITMR-DESCRIPTION TO RPT-DETAIL-DESCRIPTION
031600     MOVE 'CHANGED'        TO RPT-DETAIL-DISPOSITION
031700     ADD 1 TO WS-ITEMS-CHANGED-COUNT.
031800 2200-EXIT.
031900     EXIT.
032000*
032100******************************************************************
032200*    2300-CLOSE-ITEM - MARK THE ITEM CLOSED.  THE ROW STAYS ON   *
032300*    FILE; FROM THE NEXT GATE RUN ON THE ITEM IS REFUSED TO      *
032400*    GATE-EXCEPTIONS AS BAD FIELD ITEM-STAT.                     *
032500******************************************************************
032600 2300-CLOSE-ITEM.
032700     MOVE ITMT-ITEM-ID TO ITMR-ITEM-ID
032800     READ ITEM-REFERENCE-FILE
032900         INVALID KEY
033000             MOVE 'REFUSED - NOT ON FILE'
033100                 TO RPT-DETAIL-DISPOSITION
033200             ADD 1 TO WS-TRANS-REFUSED-COUNT
033300             GO TO 2300-EXIT
033400     END-READ
033500     MOVE ITMR-OWNING-UNIT TO RPT-DETAIL-UNIT
033600     MOVE ITMR-DESCRIPTION TO RPT-DETAIL-DESCRIPTION
033700     IF ITMR-STATUS-CLOSED
033800         MOVE 'REFUSED - ALREADY CLOSED'
033900             TO RPT-DETAIL-DISPOSITION
034000         ADD 1 TO WS-TRANS-REFUSED-COUNT
034100         GO TO 2300-EXIT
034200     END-IF
034300     SET ITMR-STATUS-CLOSED TO TRUE
034400     MOVE WS-CURRENT-DATE TO ITMR-LAST-MAINT-DATE
034500     REWRITE ITMR-RECORD
034600     MOVE 'CLOSED'         TO RPT-DETAIL-DISPOSITION
034700     ADD 1 TO WS-ITEMS-CLOSED-COUNT.
034800 2300-EXIT.
034900     EXIT.
035000*
035100******************************************************************
035200*    2900-READ-TRANSACTION - READ THE NEXT MAINTENANCE           *
035300*    TRANSACTION                                                 *
035400******************************************************************
035500 2900-READ-TRANSACTION.
035600     READ ITEM-TRANS-FILE
035700         AT END
035800             SET WS-ITMT-EOF-REACHED TO TRUE
035900         NOT AT END
036000             ADD 1 TO WS-TRANS-READ-COUNT
036100     END-READ.
036200 2900-EXIT.
036300     EXIT.
036400*
036500******************************************************************
036600*    3000-FINALIZE - PRINT THE CONTROL TOTALS, LOG THE COUNTS    *
036700*    AND CLOSE.  READ ALWAYS EQUALS ADDED + CHANGED + CLOSED +   *
036800*    REFUSED.                                                    *
036900******************************************************************
037000 3000-FINALIZE.
037100     WRITE RPT-LINE FROM RPT-BLANK-LINE AFTER ADVANCING 1 LINE
037200     WRITE RPT-LINE FROM RPT-TOTALS-TITLE-LINE
037300         AFTER ADVANCING 1 LINE
037400     WRITE RPT-LINE FROM RPT-BLANK-LINE AFTER ADVANCING 1 LINE
037500     MOVE 'TRANSACTIONS READ'         TO RPT-TOTALS-LABEL
037600     MOVE WS-TRANS-READ-COUNT         TO RPT-TOTALS-VALUE
037700     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
037800     MOVE 'ITEMS ADDED'               TO RPT-TOTALS-LABEL
037900     MOVE WS-ITEMS-ADDED-COUNT        TO RPT-TOTALS-VALUE
038000     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
038100     MOVE 'ITEMS CHANGED'             TO RPT-TOTALS-LABEL
038200     MOVE WS-ITEMS-CHANGED-COUNT      TO RPT-TOTALS-VALUE
038300     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
038400     MOVE 'ITEMS CLOSED'              TO RPT-TOTALS-LABEL
038500     MOVE WS-ITEMS-CLOSED-COUNT       TO RPT-TOTALS-VALUE
038600     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
038700     MOVE 'TRANSACTIONS REFUSED'      TO RPT-TOTALS-LABEL
038800     MOVE WS-TRANS-REFUSED-COUNT      TO RPT-TOTALS-VALUE
038900     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
039000     DISPLAY 'GATE-ITEM-MAINT: TRANSACTIONS ' WS-TRANS-READ-COUNT
039100         ' ADDED ' WS-ITEMS-ADDED-COUNT
039200         ' CHANGED ' WS-ITEMS-CHANGED-COUNT
039300         ' CLOSED ' WS-ITEMS-CLOSED-COUNT
039400         ' REFUSED ' WS-TRANS-REFUSED-COUNT
039500     IF WS-ITMT-FILE-STATUS = '00' OR WS-ITMT-FILE-STATUS = '05'
039600         OR WS-ITMT-FILE-STATUS = '10'
039700         CLOSE ITEM-TRANS-FILE
039800     END-IF
039900     CLOSE ITEM-REFERENCE-FILE
040000     CLOSE ITEM-MAINT-RPT-FILE.
040100 3000-EXIT.
040200     EXIT.
040300*
040400******************************************************************
040500*    4000-WRITE-RPT-HEADING - START A NEW REPORT PAGE            *
040600******************************************************************
040700 4000-WRITE-RPT-HEADING.
040800     ADD 1 TO WS-PAGE-COUNT
040900     MOVE WS-PAGE-COUNT TO RPT-DATE-LINE-PAGE
041000     WRITE RPT-LINE FROM RPT-TITLE-LINE
041100         AFTER ADVANCING PAGE
041200     WRITE RPT-LINE FROM RPT-DATE-LINE
041300         AFTER ADVANCING 1 LINE
041400     WRITE RPT-LINE FROM RPT-BLANK-LINE
041500         AFTER ADVANCING 1 LINE
041600     WRITE RPT-LINE FROM RPT-COLUMN-HEADING-LINE
041700         AFTER ADVANCING 1 LINE
041800     WRITE RPT-LINE FROM RPT-BLANK-LINE
041900         AFTER ADVANCING 1 LINE
042000     MOVE ZERO TO WS-LINE-COUNT.
042100 4000-EXIT.
042200     EXIT.
042300*
042400******************************************************************
042500*    4100-WRITE-RPT-LINE - PRINT ONE TRANSACTION LINE, BREAKING  *
042600*    TO A NEW PAGE WHEN THE CURRENT ONE IS FULL                  *
042700******************************************************************
042800 4100-WRITE-RPT-LINE.
042900     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES-PER-PAGE
043000         PERFORM 4000-WRITE-RPT-HEADING THRU 4000-EXIT
043100     END-IF
043200     WRITE RPT-LINE FROM RPT-DETAIL-LINE AFTER ADVANCING 1 LINE
043300     ADD 1 TO WS-LINE-COUNT.
043400 4100-EXIT.
043500     EXIT.
043600*
043700******************************************************************
043800*    9000-SET-RETURN-CODE - GIVE THE SCHEDULER A CONDITION CODE  *
043900*    IT CAN BRANCH ON: 4 WHEN ANY TRANSACTION WAS REFUSED (DATA  *
044000*    CONTROL MUST CORRECT AND RESUBMIT IT), 0 OTHERWISE.  A      *
044100*    MASTER THAT CANNOT BE OPENED ENDS WITH 16 IN 1000.          *
044200******************************************************************
044300 9000-SET-RETURN-CODE.
044400     EVALUATE TRUE
044500         WHEN WS-TRANS-REFUSED-COUNT > ZERO
044600             MOVE 4 TO RETURN-CODE
044700             DISPLAY 'GATE-ITEM-MAINT: CONDITION CODE 4 - '
044800                 'TRANSACTIONS REFUSED'
044900         WHEN OTHER
045000             MOVE ZERO TO RETURN-CODE
045100     END-EVALUATE.
045200 9000-EXIT.
045300     EXIT.
