000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GATE-MAST-IMAGE.
000300 AUTHOR.        D. PHOTO.
000400 INSTALLATION.  GATE-PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*    GATE-MAST-IMAGE                                             *
001100*                                                                *
001200*    DECISION MASTER IMAGE COPY.  SCHEDULED WHEN NO GATE STEP    *
001300*    IS RUNNING, IT COPIES EVERY ROW OF THE KEYED MASTER         *
001400*    (GATEMAST), UNCHANGED AND IN KEY ORDER, TO A NEW DATED      *
001500*    IMAGE GENERATION (DD MSTIMAGE - A NEW GENERATION PER RUN    *
001600*    UNDER JCL) BETWEEN A GATEIMGH HEADER STAMPED WITH THE DATE  *
001700*    AND TIME THE COPY WAS TAKEN AND A TRAILER CARRYING THE ROW  *
001800*    COUNT, THE TOTAL MAST-ITEM-AMOUNT AND THE HIGHEST           *
001900*    MAST-LAST-RUN-ID COPIED.  GATE-MAST-RECOVER RESTORES THE    *
002000*    MASTER FROM THE LATEST IMAGE AND BRINGS IT FORWARD FROM     *
002100*    THE AUDIT TRAIL.                                            *
002200*                                                                *
002300*    A BACKUP THAT HAS NEVER BEEN READ BACK IS NOT A BACKUP:     *
002400*    ONCE WRITTEN, THE IMAGE IS READ THROUGH AGAIN AND PROVED    *
002500*    AGAINST ITS OWN TRAILER AND THE MASTER ROWS READ.  A        *
002600*    MASTER THAT WILL NOT OPEN OR AN IMAGE THAT DOES NOT PROVE   *
002700*    ENDS THE RUN WITH CONDITION CODE 16 AND THE GENERATION      *
002800*    MUST NOT BE KEPT.  A ROW CUT BEFORE MAST-ITEM-AMOUNT        *
002900*    EXISTED CARRIES BLANKS THERE; IT IS COPIED AS IT STANDS,    *
003000*    COUNTED, AND ADDS NOTHING TO THE TRAILER AMOUNT.            *
003100*                                                                *
003200*    MODIFICATION HISTORY.                                       *
003300*      DATE       BY   DESCRIPTION                               *
003400*      2026-10-15 DCP  ORIGINAL VERSION.                         *
003500*                                                                *
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT GATE-MASTER-FILE ASSIGN TO GATEMAST
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS MAST-ITEM-ID
004400         FILE STATUS IS WS-MAST-FILE-STATUS.
004500*
004600     SELECT MASTER-IMAGE-FILE ASSIGN TO MSTIMAGE
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-IMG-FILE-STATUS.
004900*
005000     SELECT IMAGE-RPT-FILE ASSIGN TO MSTIMGRP
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200*
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  GATE-MASTER-FILE
005600     LABEL RECORDS ARE STANDARD.
005700     COPY GATEMAST.
005800*
005900 FD  MASTER-IMAGE-FILE
006000     LABEL RECORDS ARE STANDARD.
006100     COPY GATEMAST
006200         REPLACING ==MAST-RECORD==
006300                BY ==IMG-RECORD==
006400                   ==MAST-ITEM-ID==
006500                BY ==IMG-ITEM-ID==
006600                   ==MAST-FLAG-A==
006700                BY ==IMG-FLAG-A==
006800                   ==MAST-FLAG-B==
006900                BY ==IMG-FLAG-B==
007000                   ==MAST-FLAG-C==
007100                BY ==IMG-FLAG-C==
007200                   ==MAST-RESULT-CODE==
007300                BY ==IMG-RESULT-CODE==
007400                   ==MAST-LAST-RUN-ID==
007500                BY ==IMG-LAST-RUN-ID==
007600                   ==MAST-LAST-DECISION-DATE==
007700                BY ==IMG-LAST-DECISION-DATE==
007800                   ==MAST-REGION-CODE==
007900                BY ==IMG-REGION-CODE==
008000                   ==MAST-ITEM-AMOUNT==
008100                BY ==IMG-ITEM-AMOUNT==
008200                   ==MAST-RULE-VERSION==
008300                BY ==IMG-RULE-VERSION==.
008400     COPY GATEIMGH.
008500*
008600 FD  IMAGE-RPT-FILE
008700     LABEL RECORDS ARE STANDARD.
008800 01  RPT-LINE                    PIC X(132).
008900*
009000 WORKING-STORAGE SECTION.
009100*
009200******************************************************************
009300*    RUN SWITCHES AND COUNTERS                                   *
009400******************************************************************
009500 77  WS-MAST-FILE-STATUS         PIC X(02) VALUE '00'.
009600 77  WS-IMG-FILE-STATUS          PIC X(02) VALUE '00'.
009700 77  WS-MAST-EOF-SWITCH          PIC X(01) VALUE 'N'.
009800     88  WS-MAST-EOF-REACHED         VALUE 'Y'.
009900 77  WS-PROVED-SWITCH            PIC X(01) VALUE 'N'.
010000     88  WS-IMAGE-PROVED             VALUE 'Y'.
010100 77  WS-MASTER-READ-COUNT        PIC 9(07) COMP VALUE ZERO.
010200 77  WS-IMAGE-WRITTEN-COUNT      PIC 9(07) COMP VALUE ZERO.
010300 77  WS-NO-AMOUNT-COUNT          PIC 9(07) COMP VALUE ZERO.
010400 77  WS-PROVE-COUNT              PIC 9(07) COMP VALUE ZERO.
010500 77  WS-IMAGE-AMOUNT             PIC S9(11)V99 COMP-3
010600                                 VALUE ZERO.
010700 77  WS-PROVE-AMOUNT             PIC S9(11)V99 COMP-3
010800                                 VALUE ZERO.
010900 77  WS-HIGH-RUN-ID              PIC X(14) VALUE LOW-VALUES.
011000 77  WS-PREV-KEY                 PIC X(06) VALUE LOW-VALUES.
011100 77  WS-TAKEN-STAMP              PIC X(14).
011200*
011300******************************************************************
011400*    CURRENT DATE AND TIME - THE IMAGE'S TAKEN STAMP AND THE     *
011500*    REPORT HEADING                                              *
011600******************************************************************
011700 01  WS-CURRENT-DATE.
011800     05  WS-CURRENT-DATE-CCYY        PIC 9(04).
011900     05  WS-CURRENT-DATE-MM          PIC 9(02).
012000     05  WS-CURRENT-DATE-DD          PIC 9(02).
012100*
012200 01  WS-CURRENT-TIME.
012300     05  WS-CURRENT-TIME-HH          PIC 9(02).
012400     05  WS-CURRENT-TIME-MM          PIC 9(02).
012500     05  WS-CURRENT-TIME-SS          PIC 9(02).
012600     05  WS-CURRENT-TIME-CC          PIC 9(02).
012700*
012800******************************************************************
012900*    IMAGE COPY REPORT PRINT LINES                               *
013000******************************************************************
013100 01  RPT-TITLE-LINE.
013200     05  FILLER                  PIC X(40) VALUE SPACES.
013300     05  FILLER                  PIC X(31)
013400         VALUE 'GATE DECISION MASTER IMAGE COPY'.
013500     05  FILLER                  PIC X(61) VALUE SPACES.
013600*
013700 01  RPT-DATE-LINE.
013800     05  FILLER                  PIC X(01) VALUE SPACE.
013900     05  FILLER                  PIC X(09) VALUE 'RUN DATE:'.
014000     05  RPT-DATE-LINE-DATE      PIC X(10).
014100     05  FILLER                  PIC X(25) VALUE SPACES.
014200     05  FILLER                  PIC X(06) VALUE 'PAGE '.
014300     05  RPT-DATE-LINE-PAGE      PIC ZZZ9.
014400     05  FILLER                  PIC X(77) VALUE SPACES.
014500*
014600 01  RPT-STAMP-LINE.
014700     05  FILLER                  PIC X(05) VALUE SPACES.
014800     05  RPT-STAMP-LABEL         PIC X(30).
014900     05  FILLER                  PIC X(05) VALUE SPACES.
015000     05  RPT-STAMP-VALUE         PIC X(14).
015100     05  FILLER                  PIC X(78) VALUE SPACES.
015200*
015300 01  RPT-VERDICT-LINE.
015400     05  FILLER                  PIC X(05) VALUE SPACES.
015500     05  RPT-VERDICT-TEXT        PIC X(60).
015600     05  FILLER                  PIC X(67) VALUE SPACES.
015700*
015800 01  RPT-BLANK-LINE               PIC X(132) VALUE SPACES.
015900*
016000******************************************************************
016100*    END-OF-JOB CONTROL TOTALS SECTION                           *
016200******************************************************************
016300 01  RPT-TOTALS-TITLE-LINE.
016400     05  FILLER                  PIC X(45) VALUE SPACES.
016500     05  FILLER                  PIC X(15)
016600         VALUE 'CONTROL TOTALS'.
016700     05  FILLER                  PIC X(72) VALUE SPACES.
016800*
016900 01  RPT-TOTALS-LINE.
017000     05  FILLER                  PIC X(05) VALUE SPACES.
017100     05  RPT-TOTALS-LABEL        PIC X(30).
017200     05  FILLER                  PIC X(05) VALUE SPACES.
017300     05  RPT-TOTALS-VALUE        PIC ZZZ,ZZ9.
017400     05  FILLER                  PIC X(85) VALUE SPACES.
017500*
017600 01  RPT-AMOUNT-LINE.
017700     05  FILLER                  PIC X(05) VALUE SPACES.
017800     05  RPT-AMOUNT-LABEL        PIC X(30).
017900     05  FILLER                  PIC X(05) VALUE SPACES.
018000     05  RPT-AMOUNT-VALUE        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
018100     05  FILLER                  PIC X(74) VALUE SPACES.
018200*
018300 PROCEDURE DIVISION.
018400*
018500 0000-MAINLINE.
018600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018700     PERFORM 2000-COPY-ONE-ROW THRU 2000-EXIT
018800         UNTIL WS-MAST-EOF-REACHED
018900     PERFORM 2500-CLOSE-IMAGE THRU 2500-EXIT
019000     PERFORM 3000-PROVE-IMAGE THRU 3000-EXIT
019100     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
019200     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
019300     STOP RUN.
019400*
019500******************************************************************
019600*    1000-INITIALIZE - STAMP THE COPY, OPEN THE MASTER, WRITE    *
019700*    THE IMAGE HEADER AND PRIME THE FIRST MASTER READ            *
019800******************************************************************
019900 1000-INITIALIZE.
020000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
020100     ACCEPT WS-CURRENT-TIME FROM TIME
020200     STRING WS-CURRENT-DATE-CCYY DELIMITED BY SIZE
020300             WS-CURRENT-DATE-MM  DELIMITED BY SIZE
020400             WS-CURRENT-DATE-DD  DELIMITED BY SIZE
020500             WS-CURRENT-TIME-HH  DELIMITED BY SIZE
020600             WS-CURRENT-TIME-MM  DELIMITED BY SIZE
020700             WS-CURRENT-TIME-SS  DELIMITED BY SIZE
020800         INTO WS-TAKEN-STAMP
020900     END-STRING
021000     STRING WS-CURRENT-DATE-MM   DELIMITED BY SIZE
021100             '/'                 DELIMITED BY SIZE
021200             WS-CURRENT-DATE-DD   DELIMITED BY SIZE
021300             '/'                 DELIMITED BY SIZE
021400             WS-CURRENT-DATE-CCYY DELIMITED BY SIZE
021500         INTO RPT-DATE-LINE-DATE
021600     END-STRING
021700     OPEN INPUT GATE-MASTER-FILE
021800     IF WS-MAST-FILE-STATUS NOT = '00'
021900         DISPLAY 'GATE-MAST-IMAGE: MASTER OPEN FAILED, STATUS '
022000             WS-MAST-FILE-STATUS
022100         MOVE 16 TO RETURN-CODE
022200         STOP RUN
022300     END-IF
022400     OPEN OUTPUT MASTER-IMAGE-FILE
022500     IF WS-IMG-FILE-STATUS NOT = '00'
022600         DISPLAY 'GATE-MAST-IMAGE: IMAGE OPEN FAILED, STATUS '
022700             WS-IMG-FILE-STATUS
022800         MOVE 16 TO RETURN-CODE
022900         STOP RUN
023000     END-IF
023100     MOVE SPACES         TO IMG-HEADER-RECORD
023200     MOVE 'H'            TO IMG-HDR-TAG
023300     MOVE WS-TAKEN-STAMP TO IMG-HDR-TAKEN-STAMP
023400     WRITE IMG-HEADER-RECORD
023500     PERFORM 2800-READ-MASTER THRU 2800-EXIT.
023600 1000-EXIT.
023700     EXIT.
023800*
023900******************************************************************
024000*    2000-COPY-ONE-ROW - COPY THE MASTER ROW IN HAND TO THE      *
024100*    IMAGE AS IT STANDS AND ADD IT INTO THE TRAILER FIGURES      *
024200******************************************************************
024300 2000-COPY-ONE-ROW.
024400     MOVE MAST-RECORD TO IMG-RECORD
024500     WRITE IMG-RECORD
024600     ADD 1 TO WS-IMAGE-WRITTEN-COUNT
024700     IF MAST-ITEM-AMOUNT NUMERIC
024800         ADD MAST-ITEM-AMOUNT TO WS-IMAGE-AMOUNT
024900     ELSE
025000         ADD 1 TO WS-NO-AMOUNT-COUNT
025100     END-IF
025200     IF MAST-LAST-RUN-ID > WS-HIGH-RUN-ID
025300         MOVE MAST-LAST-RUN-ID TO WS-HIGH-RUN-ID
025400     END-IF
025500     PERFORM 2800-READ-MASTER THRU 2800-EXIT.
025600 2000-EXIT.
025700     EXIT.
025800*
025900******************************************************************
026000*    2500-CLOSE-IMAGE - WRITE THE TRAILER AND CLOSE BOTH FILES.  *
026100*    AN EMPTY MASTER GIVES A VALID IMAGE OF NO ROWS WITH A BLANK *
026200*    HIGH RUN ID.                                                *
026300******************************************************************
026400 2500-CLOSE-IMAGE.
026500     IF WS-IMAGE-WRITTEN-COUNT = ZERO
026600         MOVE SPACES TO WS-HIGH-RUN-ID
026700     END-IF
026800     MOVE SPACES                 TO IMG-TRAILER-RECORD
026900     MOVE 'T'                    TO IMG-TRL-TAG
027000     MOVE WS-IMAGE-WRITTEN-COUNT TO IMG-TRL-ROW-COUNT
027100     MOVE WS-IMAGE-AMOUNT        TO IMG-TRL-AMOUNT
027200     MOVE WS-HIGH-RUN-ID         TO IMG-TRL-HIGH-RUN-ID
027300     WRITE IMG-TRAILER-RECORD
027400     CLOSE GATE-MASTER-FILE
027500     CLOSE MASTER-IMAGE-FILE.
027600 2500-EXIT.
027700     EXIT.
027800*
027900******************************************************************
028000*    2800-READ-MASTER - NEXT MASTER ROW IN KEY ORDER             *
028100******************************************************************
028200 2800-READ-MASTER.
028300     READ GATE-MASTER-FILE
028400         AT END
028500             SET WS-MAST-EOF-REACHED TO TRUE
028600         NOT AT END
028700             ADD 1 TO WS-MASTER-READ-COUNT
028800     END-READ.
028900 2800-EXIT.
029000     EXIT.
029100*
029200******************************************************************
029300*    3000-PROVE-IMAGE - READ THE NEW GENERATION BACK: A HEADER   *
029400*    WITH THIS RUN'S STAMP, ROWS IN ASCENDING ITEM ID ORDER, AND *
029500*    A TRAILER THAT AGREES WITH THE ROWS READ BACK AND WITH THE  *
029600*    MASTER ROWS READ, IN COUNT AND IN VALUE.                    *
029700******************************************************************
029800 3000-PROVE-IMAGE.
029900     OPEN INPUT MASTER-IMAGE-FILE
030000     IF WS-IMG-FILE-STATUS NOT = '00'
030100         DISPLAY 'GATE-MAST-IMAGE: IMAGE WILL NOT REOPEN, STATUS '
030200             WS-IMG-FILE-STATUS ' - IMAGE NOT PROVED'
030300         GO TO 3000-EXIT
030400     END-IF
030500     READ MASTER-IMAGE-FILE
030600         AT END
030700             MOVE SPACES TO IMG-HEADER-RECORD
030800     END-READ
030900     IF NOT IMG-HDR-TAG-OK
031000         OR IMG-HDR-TAKEN-STAMP NOT = WS-TAKEN-STAMP
031100         DISPLAY 'GATE-MAST-IMAGE: IMAGE HEADER NOT READ BACK '
031200             '- IMAGE NOT PROVED'
031300         CLOSE MASTER-IMAGE-FILE
031400         GO TO 3000-EXIT
031500     END-IF
031600     PERFORM 3100-PROVE-ONE-ROW THRU 3100-EXIT
031700         UNTIL WS-IMAGE-PROVED
031800            OR WS-IMG-FILE-STATUS NOT = '00'
031900     CLOSE MASTER-IMAGE-FILE.
032000 3000-EXIT.
032100     EXIT.
032200*
032300 3100-PROVE-ONE-ROW.
032400     READ MASTER-IMAGE-FILE
032500         AT END
032600             DISPLAY 'GATE-MAST-IMAGE: IMAGE HAS NO TRAILER '
032700                 'RECORD - IMAGE NOT PROVED'
032800             GO TO 3100-EXIT
032900     END-READ
033000     IF IMG-TRL-TAG-OK
033100         IF IMG-TRL-ROW-COUNT NOT = WS-PROVE-COUNT
033200             OR IMG-TRL-ROW-COUNT NOT = WS-MASTER-READ-COUNT
033300             OR IMG-TRL-AMOUNT NOT = WS-PROVE-AMOUNT
033400             DISPLAY 'GATE-MAST-IMAGE: IMAGE TRAILER DISAGREES '
033500                 'WITH ITS ROWS - IMAGE NOT PROVED'
033600             MOVE '99' TO WS-IMG-FILE-STATUS
033700             GO TO 3100-EXIT
033800         END-IF
033900         SET WS-IMAGE-PROVED TO TRUE
034000         GO TO 3100-EXIT
034100     END-IF
034200     IF IMG-ITEM-ID NOT > WS-PREV-KEY
034300         DISPLAY 'GATE-MAST-IMAGE: IMAGE ROW OUT OF ORDER AT '
034400             'ITEM ' IMG-ITEM-ID ' - IMAGE NOT PROVED'
034500         MOVE '99' TO WS-IMG-FILE-STATUS
034600         GO TO 3100-EXIT
034700     END-IF
034800     MOVE IMG-ITEM-ID TO WS-PREV-KEY
034900     ADD 1 TO WS-PROVE-COUNT
035000     IF IMG-ITEM-AMOUNT NUMERIC
035100         ADD IMG-ITEM-AMOUNT TO WS-PROVE-AMOUNT
035200     END-IF.
035300 3100-EXIT.
035400     EXIT.
035500*
035600******************************************************************
035700*    4000-WRITE-REPORT - THE IMAGE STAMP, THE VERDICT AND THE    *
035800*    CONTROL TOTALS ON ONE PAGE                                  *
035900******************************************************************
036000 4000-WRITE-REPORT.
036100     OPEN OUTPUT IMAGE-RPT-FILE
036200     MOVE 1 TO RPT-DATE-LINE-PAGE
036300     WRITE RPT-LINE FROM RPT-TITLE-LINE
036400         AFTER ADVANCING PAGE
036500     WRITE RPT-LINE FROM RPT-DATE-LINE
036600         AFTER ADVANCING 1 LINE
036700     WRITE RPT-LINE FROM RPT-BLANK-LINE AFTER ADVANCING 1 LINE
036800     MOVE 'IMAGE TAKEN (CCYYMMDDHHMMSS)' TO RPT-STAMP-LABEL
036900     MOVE WS-TAKEN-STAMP              TO RPT-STAMP-VALUE
037000     WRITE RPT-LINE FROM RPT-STAMP-LINE AFTER ADVANCING 1 LINE
037100     MOVE 'HIGHEST RUN ID ON IMAGE'   TO RPT-STAMP-LABEL
037200     MOVE WS-HIGH-RUN-ID              TO RPT-STAMP-VALUE
037300     WRITE RPT-LINE FROM RPT-STAMP-LINE AFTER ADVANCING 1 LINE
037400     WRITE RPT-LINE FROM RPT-BLANK-LINE AFTER ADVANCING 1 LINE
037500     IF WS-IMAGE-PROVED
037600         MOVE 'IMAGE READ BACK AND PROVED - KEEP THIS GENERATION'
037700             TO RPT-VERDICT-TEXT
037800     ELSE
037900         MOVE 'IMAGE DID NOT PROVE - DO NOT KEEP THIS GENERATION'
038000             TO RPT-VERDICT-TEXT
038100     END-IF
038200     WRITE RPT-LINE FROM RPT-VERDICT-LINE AFTER ADVANCING 1 LINE
038300     WRITE RPT-LINE FROM RPT-BLANK-LINE AFTER ADVANCING 1 LINE
038400     WRITE RPT-LINE FROM RPT-TOTALS-TITLE-LINE
038500         AFTER ADVANCING 1 LINE
038600     WRITE RPT-LINE FROM RPT-BLANK-LINE AFTER ADVANCING 1 LINE
038700     MOVE 'MASTER ROWS READ'          TO RPT-TOTALS-LABEL
038800     MOVE WS-MASTER-READ-COUNT        TO RPT-TOTALS-VALUE
038900     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
039000     MOVE 'IMAGE ROWS WRITTEN'        TO RPT-TOTALS-LABEL
039100     MOVE WS-IMAGE-WRITTEN-COUNT      TO RPT-TOTALS-VALUE
039200     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
039300     MOVE 'IMAGE ROWS READ BACK'      TO RPT-TOTALS-LABEL
039400     MOVE WS-PROVE-COUNT              TO RPT-TOTALS-VALUE
039500     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
039600     MOVE 'ROWS WITH NO AMOUNT'       TO RPT-TOTALS-LABEL
039700     MOVE WS-NO-AMOUNT-COUNT          TO RPT-TOTALS-VALUE
039800     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
039900     MOVE 'AMOUNT ON IMAGE'           TO RPT-AMOUNT-LABEL
040000     MOVE WS-IMAGE-AMOUNT             TO RPT-AMOUNT-VALUE
040100     WRITE RPT-LINE FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE
040200     CLOSE IMAGE-RPT-FILE.
040300 4000-EXIT.
040400     EXIT.
040500*
040600******************************************************************
040700*    9000-SET-RETURN-CODE - 0 WHEN THE IMAGE PROVED, 16 WHEN IT  *
040800*    DID NOT AND THE GENERATION MUST BE DISCARDED                *
040900******************************************************************
041000 9000-SET-RETURN-CODE.
041100     IF WS-IMAGE-PROVED
041200         MOVE ZERO TO RETURN-CODE
041300         DISPLAY 'GATE-MAST-IMAGE: IMAGE ' WS-TAKEN-STAMP
041400             ' PROVED, ROWS ' WS-PROVE-COUNT
041500     ELSE
041600         MOVE 16 TO RETURN-CODE
041700         DISPLAY 'GATE-MAST-IMAGE: CONDITION CODE 16 - IMAGE '
041800             'NOT PROVED'
041900     END-IF.
042000 9000-EXIT.
042100     EXIT.
