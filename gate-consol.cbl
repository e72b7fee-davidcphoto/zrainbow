002300*    MESSAGE AND A ZERO COUNT FOR THAT REGION - A REGION DOWN   *
002400*    FOR THE NIGHT SHOULD NOT STOP THE OTHER TWO - BUT THE      *
002500*    PER-REGION COUNTS ARE DISPLAYED SO THE GAP IS VISIBLE.     *
002510*                                                                *
002520*    A REGION THAT MISSED THE NIGHT IS BROUGHT IN BY A          *
002530*    SUPPLEMENTAL PASS: A CONFIRMED GATESUPP CONTROL RECORD     *
002540*    (GATESUPC LAYOUT) NAMES THE LATE REGION AND THE ORIGINAL   *
002550*    FEED DATE, AND ONLY THAT REGION'S EXTRACT IS CONSOLIDATED, *
002560*    UNDER THAT DATE, WITH THE REGION CODE AS THE PASS CODE ON  *
002570*    THE HEADER, BALANCING AND RUN-CONTROL RECORDS.             *
002600*                                                                *
002700*    MODIFICATION HISTORY.                                       *
002800*      DATE       BY   DESCRIPTION                               *
003495*                      TO THE COMMON BALANCING FILE (GATEBALC   *
003496*                      LAYOUT, DD GATEBAL) SO GATE-BALANCE CAN  *
003497*                      PROVE THE WHOLE NIGHT END TO END.        *
003501*      2026-10-15 DCP  RECORD THE STEP'S START, END AND         *
003505*                      CONDITION CODE ON THE JOB-STREAM         *
003509*                      RUN-CONTROL FILE (GATERUNC LAYOUT, DD    *
003513*                      GATERUNC). AS THE HEAD OF THE STREAM ITS *
003517*                      RUN DATE OPENS THE NIGHT THE LATER STEPS *
003521*                      CHECK THEIR PREDECESSORS AGAINST.        *
003525*      2026-10-15 DCP  ADDED THE SUPPLEMENTAL PASS FOR A LATE   *
003529*                      REGION (GATESUPP CONTROL RECORD,         *
003533*                      GATESUPC LAYOUT): ONLY THAT REGION IS    *
003537*                      CONSOLIDATED, UNDER THE ORIGINAL FEED    *
003541*                      DATE, AND THE FEED HEADER, BALANCING AND *
003545*                      RUN-CONTROL RECORDS CARRY THE REGION AS  *
003549*                      THE PASS CODE. REFUSED WHEN THE MAIN     *
003553*                      PASS ALREADY READ THE REGION OR HAS NOT  *
003557*                      ENDED CLEAN.                             *
003561*                                                                *
003565******************************************************************
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
005520     SELECT BALANCING-FILE ASSIGN TO GATEBAL
005530         ORGANIZATION IS LINE SEQUENTIAL
005540         FILE STATUS IS WS-BAL-FILE-STATUS.
005552*
005564     SELECT RUN-CONTROL-FILE ASSIGN TO GATERUNC
005576         ORGANIZATION IS LINE SEQUENTIAL
005588         FILE STATUS IS WS-RUNC-FILE-STATUS.
005590*
005592     SELECT OPTIONAL SUPPLEMENTAL-CONTROL-FILE ASSIGN TO GATESUPP
005594         ORGANIZATION IS LINE SEQUENTIAL
005596         FILE STATUS IS WS-SUPP-FILE-STATUS.
005600*
005700 DATA DIVISION.
005800 FILE SECTION.
010602                   ==GATECOND-ITEM-AMOUNT==
010604                BY ==SORT-ITEM-AMOUNT==
010606                   ==GATECOND-RECYCLE-COUNT==
010608                BY ==SORT-RECYCLE-COUNT==
010610                   ==GATECOND-OWNING-UNIT==
010612                BY ==SORT-OWNING-UNIT==
010613                   ==GATECOND-PASS-CODE==
010614                BY ==SORT-PASS-CODE==.
010700*
010710 FD  BALANCING-FILE
010720     LABEL RECORDS ARE STANDARD.
010730     COPY GATEBALC.
010740*
010752 FD  RUN-CONTROL-FILE
010764     LABEL RECORDS ARE STANDARD.
010776     COPY GATERUNC.
010788*
010790 FD  SUPPLEMENTAL-CONTROL-FILE
010792     LABEL RECORDS ARE STANDARD.
010794     COPY GATESUPC.
010796*
010800 WORKING-STORAGE SECTION.
010900*
011000******************************************************************
012300 77  WS-MERGED-COUNT             PIC 9(07) COMP VALUE ZERO.
012400 77  WS-PREV-ITEM-ID             PIC X(06) VALUE LOW-VALUES.
012410 77  WS-BAL-FILE-STATUS          PIC X(02) VALUE '00'.
012413*
012416******************************************************************
012419*    RUN-CONTROL - THIS STEP'S ROW ON THE JOB-STREAM STEP TABLE  *
012422*    (GATESTEP) NAMES THE PREDECESSOR THAT MUST HAVE ENDED       *
012425*    ACCEPTABLY FOR THE SAME FEED DATE BEFORE THIS STEP MAY      *
012428*    START; THE STEP'S OWN START, END AND CONDITION CODE ARE     *
012431*    APPENDED TO THE RUN-CONTROL FILE (GATERUNC LAYOUT).         *
012434******************************************************************
012437 77  WS-RUNC-FILE-STATUS         PIC X(02) VALUE '00'.
012440 77  WS-RUNC-EOF-SWITCH          PIC X(01) VALUE 'N'.
012443     88  WS-RUNC-EOF-REACHED         VALUE 'Y'.
012446 77  WS-STEP-NAME                PIC X(16) VALUE 'GATE-CONSOL'.
012449 77  WS-STEP-START-SWITCH        PIC X(01) VALUE 'N'.
012452     88  WS-STEP-STARTED             VALUE 'Y'.
012455 77  WS-RUNC-EVENT               PIC X(01) VALUE SPACE.
012458 77  WS-PRED-STEP-NAME           PIC X(16) VALUE SPACES.
012461 77  WS-PRED-MAX-COND-CODE       PIC 9(03) VALUE ZERO.
012464 77  WS-PRED-EVENT               PIC X(01) VALUE SPACE.
012467 77  WS-PRED-COND-CODE           PIC 9(03) VALUE ZERO.
012470 01  WS-CURRENT-TIME.
012473     05  WS-CURRENT-TIME-HHMMSS      PIC 9(06).
012476     05  WS-CURRENT-TIME-CC          PIC 9(02).
012479*
012482     COPY GATESTEP.
012500*
012505******************************************************************
012510*    SUPPLEMENTAL PASS - SET FROM A CONFIRMED GATESUPP RECORD.   *
012515*    THE FEED DATE IS THE NIGHT THE LATE REGION JOINS (THE RUN   *
012520*    DATE ON A MAIN PASS) AND THE PASS CODE IS THE LATE REGION   *
012525*    (SPACES ON A MAIN PASS).                                    *
012530******************************************************************
012535 77  WS-SUPP-FILE-STATUS         PIC X(02) VALUE '00'.
012540 77  WS-SUPPLEMENTAL-SWITCH      PIC X(01) VALUE 'N'.
012545     88  WS-SUPPLEMENTAL-PASS        VALUE 'Y'.
012550 77  WS-FEED-DATE                PIC 9(08) VALUE ZERO.
012555 77  WS-PASS-CODE                PIC X(03) VALUE SPACES.
012560 77  WS-PRED-PASS-CODE           PIC X(03) VALUE SPACES.
012565 77  WS-BAL-EOF-SWITCH           PIC X(01) VALUE 'N'.
012570     88  WS-BAL-EOF-REACHED          VALUE 'Y'.
012575 77  WS-MAIN-REGION-READ         PIC 9(07) VALUE ZERO.
012580 01  WS-LATE-COUNTER-NAME.
012585     05  WS-LATE-COUNTER-REGION      PIC X(02).
012590     05  FILLER                      PIC X(10) VALUE '-READ'.
012595*
012600******************************************************************
012700*    CURRENT DATE - STAMPED INTO THE CONSOLIDATED FEED HEADER    *
012800******************************************************************
013500*
013600 0000-MAINLINE.
013700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
013720     PERFORM 1000-CHECK-FOR-SUPPLEMENTAL THRU 1000-EXIT
013750     PERFORM 8500-CHECK-RUN-CONTROL THRU 8500-EXIT
013800     SORT SORT-WORK-FILE
013900         ON ASCENDING KEY SORT-ITEM-ID
014000         INPUT PROCEDURE IS 2000-READ-REGIONS
014200         OUTPUT PROCEDURE IS 2500-WRITE-CONSOLIDATED
014300                        THRU 2500-WRITE-EXIT
014400     PERFORM 3000-FINALIZE THRU 3000-EXIT
014450     PERFORM 8540-RECORD-STEP-END THRU 8540-EXIT
014500     STOP RUN.
014502*
014504******************************************************************
014506*    1000-CHECK-FOR-SUPPLEMENTAL - IF OPS HAS SUPPLIED A         *
014508*    CONFIRMED SUPPLEMENTAL-CONTROL RECORD, THIS RUN IS THE LATE *
014510*    PASS FOR ONE REGION THAT MISSED ITS NIGHT: THE FEED DATE IS *
014512*    THE ORIGINAL NIGHT'S, NOT TODAY'S, AND THE PASS CODE IS THE *
014514*    REGION.  A RECORD PRESENT BUT NOT CONFIRMED IS IGNORED AND  *
014516*    THE RUN IS A NORMAL MAIN PASS UNDER TODAY'S DATE.           *
014518******************************************************************
014520 1000-CHECK-FOR-SUPPLEMENTAL.
014522     MOVE WS-CURRENT-DATE TO WS-FEED-DATE
014524     MOVE SPACES          TO WS-PASS-CODE
014526     OPEN INPUT SUPPLEMENTAL-CONTROL-FILE
014528     IF WS-SUPP-FILE-STATUS NOT = '00'
014530         AND WS-SUPP-FILE-STATUS NOT = '05'
014532         GO TO 1000-EXIT
014534     END-IF
014536     READ SUPPLEMENTAL-CONTROL-FILE
014538         AT END
014540             CONTINUE
014542     END-READ
014544     IF WS-SUPP-FILE-STATUS = '00'
014546         IF SUPC-CONFIRMED
014548             PERFORM 1050-EDIT-SUPPLEMENTAL THRU 1050-EXIT
014550         ELSE
014552             DISPLAY 'GATE-CONSOL: SUPPLEMENTAL CONTROL PRESENT '
014554                 'BUT NOT CONFIRMED - IGNORED'
014556         END-IF
014558     END-IF
014560     CLOSE SUPPLEMENTAL-CONTROL-FILE
014562     IF WS-SUPPLEMENTAL-PASS
014564         PERFORM 1100-CHECK-REGION-WAS-LATE THRU 1100-EXIT
014566     END-IF.
014568 1000-EXIT.
014570     EXIT.
014600*
014601******************************************************************
014602*    1050-EDIT-SUPPLEMENTAL - THE CONTROL RECORD MUST NAME A     *
014603*    VALID FEED DATE AND ONE OF THE THREE REGIONS.  A BAD RECORD *
014604*    IS REFUSED (CONDITION CODE 16) RATHER THAN GUESSED AT, AND  *
014605*    BEFORE THE STEP HAS STARTED.                                *
014606******************************************************************
014607 1050-EDIT-SUPPLEMENTAL.
014608     IF SUPC-FEED-DATE NOT NUMERIC
014609         OR SUPC-FEED-DATE = ZERO
014610         DISPLAY 'GATE-CONSOL: SUPPLEMENTAL CONTROL FEED DATE '
014611             'IS NOT VALID - RUN REFUSED'
014612         MOVE 16 TO RETURN-CODE
014613         STOP RUN
014614     END-IF
014615     IF NOT SUPC-REGION-VALID
014616         DISPLAY 'GATE-CONSOL: SUPPLEMENTAL CONTROL REGION '
014617             SUPC-REGION-CODE ' IS NOT R1, R2 OR R3 - RUN REFUSED'
014618         MOVE 16 TO RETURN-CODE
014619         STOP RUN
014620     END-IF
014621     MOVE SUPC-FEED-DATE   TO WS-FEED-DATE
014622     MOVE SUPC-REGION-CODE TO WS-PASS-CODE
014623     SET WS-SUPPLEMENTAL-PASS TO TRUE
014624     DISPLAY 'GATE-CONSOL: SUPPLEMENTAL PASS FOR REGION '
014625         WS-PASS-CODE ' UNDER FEED DATE ' WS-FEED-DATE.
014626 1050-EXIT.
014627     EXIT.
014628*
014629******************************************************************
014630*    1100-CHECK-REGION-WAS-LATE - A SUPPLEMENTAL PASS IS ONLY    *
014631*    FOR A REGION THE NIGHT'S MAIN PASS MISSED.  IF THE MAIN     *
014632*    PASS'S BALANCING COUNTS FOR THE FEED DATE SHOW THE REGION   *
014633*    WAS READ (LATEST MAIN-PASS COUNT WINS, AS IN GATE-BALANCE), *
014634*    A SECOND COPY OF ITS ITEMS WOULD BE GATED TWICE, SO THE RUN *
014635*    IS REFUSED.  A MAIN PASS THAT NEVER RAN IS LEFT TO THE      *
014636*    RUN-CONTROL CHECK.                                          *
014637******************************************************************
014638 1100-CHECK-REGION-WAS-LATE.
014639     MOVE WS-PASS-CODE TO WS-LATE-COUNTER-REGION
014640     MOVE ZERO         TO WS-MAIN-REGION-READ
014641     OPEN INPUT BALANCING-FILE
014642     IF WS-BAL-FILE-STATUS NOT = '00'
014643         GO TO 1100-EXIT
014644     END-IF
014645     MOVE 'N' TO WS-BAL-EOF-SWITCH
014646     PERFORM 1150-SCAN-ONE-BALANCING THRU 1150-EXIT
014647         UNTIL WS-BAL-EOF-REACHED
014648     CLOSE BALANCING-FILE
014649     IF WS-MAIN-REGION-READ > ZERO
014650         DISPLAY 'GATE-CONSOL: REGION ' WS-PASS-CODE
014651             ' WAS READ ON THE MAIN PASS FOR FEED DATE '
014652             WS-FEED-DATE ' (' WS-MAIN-REGION-READ ' RECORDS)'
014653         DISPLAY 'GATE-CONSOL: SUPPLEMENTAL PASS REFUSED - '
014654             'CONDITION CODE 16'
014655         MOVE 16 TO RETURN-CODE
014656         STOP RUN
014657     END-IF.
014658 1100-EXIT.
014659     EXIT.
014660*
014661 1150-SCAN-ONE-BALANCING.
014662     READ BALANCING-FILE
014663         AT END
014664             SET WS-BAL-EOF-REACHED TO TRUE
014665         NOT AT END
014666             IF BALC-STEP-NAME = 'CONSOL'
014667                 AND BALC-FEED-DATE = WS-FEED-DATE
014668                 AND BALC-MAIN-PASS
014669                 AND BALC-COUNTER-NAME = WS-LATE-COUNTER-NAME
014670                 MOVE BALC-COUNT TO WS-MAIN-REGION-READ
014671             END-IF
014672     END-READ.
014673 1150-EXIT.
014674     EXIT.
014675*
014700******************************************************************
014800*    2000-READ-REGIONS - SORT INPUT PROCEDURE.  EACH REGIONAL    *
014900*    EXTRACT IS READ IN TURN AND EVERY RECORD IS RELEASED TO    *
015000*    THE SORT STAMPED WITH ITS REGION CODE.  THE REGIONAL      *
015100*    FILES ARE EACH IN ITEM ID ORDER ALREADY; THE SORT GIVES   *
015200*    THE SINGLE CONSOLIDATED ORDER SAMPLE-PROGRAM AND THE      *
015300*    DELTA MATCH EXPECT.  ON A SUPPLEMENTAL PASS ONLY THE LATE *
015350*    REGION'S EXTRACT IS READ.                                 *
015400******************************************************************
015500 2000-READ-REGIONS.
015520     IF WS-SUPPLEMENTAL-PASS AND WS-PASS-CODE NOT = 'R1 '
015540         GO TO 2010-READ-REGION-2
015560     END-IF
015600     OPEN INPUT REGION-1-FILE
015700     IF WS-R1-FILE-STATUS = '00' OR WS-R1-FILE-STATUS = '05'
015800         MOVE 'N' TO WS-REGION-EOF-SWITCH
016200     ELSE
016300         DISPLAY 'GATE-CONSOL: REGION R1 FILE UNAVAILABLE, '
016400             'STATUS ' WS-R1-FILE-STATUS
016500     END-IF.
016520 2010-READ-REGION-2.
016540     IF WS-SUPPLEMENTAL-PASS AND WS-PASS-CODE NOT = 'R2 '
016560         GO TO 2020-READ-REGION-3
016580     END-IF
016600     OPEN INPUT REGION-2-FILE
016700     IF WS-R2-FILE-STATUS = '00' OR WS-R2-FILE-STATUS = '05'
016800         MOVE 'N' TO WS-REGION-EOF-SWITCH
017200     ELSE
017300         DISPLAY 'GATE-CONSOL: REGION R2 FILE UNAVAILABLE, '
017400             'STATUS ' WS-R2-FILE-STATUS
017500     END-IF.
017520 2020-READ-REGION-3.
017540     IF WS-SUPPLEMENTAL-PASS AND WS-PASS-CODE NOT = 'R3 '
017560         GO TO 2000-READ-EXIT
017580     END-IF
017600     OPEN INPUT REGION-3-FILE
017700     IF WS-R3-FILE-STATUS = '00' OR WS-R3-FILE-STATUS = '05'
017800         MOVE 'N' TO WS-REGION-EOF-SWITCH
024300     OPEN OUTPUT GATE-INPUT-FILE
024400     MOVE SPACES          TO FEED-HEADER-RECORD
024500     SET FEED-HDR-TAG-OK  TO TRUE
024600     MOVE WS-FEED-DATE    TO FEED-HDR-EXTRACT-DATE
024650     MOVE WS-PASS-CODE    TO FEED-HDR-PASS-CODE
024700     WRITE FEED-HEADER-RECORD
024800     PERFORM 2600-RETURN-ONE-RECORD THRU 2600-EXIT
024900         UNTIL WS-SORT-EOF-REACHED
027700             WS-R1-READ-COUNT ' R2 ' WS-R2-READ-COUNT
027800             ' R3 ' WS-R3-READ-COUNT
027900         MOVE 16 TO RETURN-CODE
027950         PERFORM 8540-RECORD-STEP-END THRU 8540-EXIT
028000         STOP RUN
028100     END-IF
028200     MOVE SORT-ITEM-ID TO WS-PREV-ITEM-ID
029600     DISPLAY 'GATE-CONSOL: REGION R3 READ ' WS-R3-READ-COUNT
029700     DISPLAY 'GATE-CONSOL: MERGED TO GATE-INPUT '
029800         WS-MERGED-COUNT
029802     IF WS-SUPPLEMENTAL-PASS
029804         DISPLAY 'GATE-CONSOL: SUPPLEMENTAL PASS ' WS-PASS-CODE
029806             ' UNDER FEED DATE ' WS-FEED-DATE
029808     END-IF
029810     PERFORM 3100-WRITE-BALANCING THRU 3100-EXIT.
029900 3000-EXIT.
030000     EXIT.
030010*
030020******************************************************************
030030*    3100-WRITE-BALANCING - APPEND THIS STEP'S COUNTS TO THE    *
030040*    COMMON BALANCING FILE UNDER THE FEED DATE AND PASS CODE    *
030050*    STAMPED IN THE CONSOLIDATED HEADER, CREATING THE FILE ON   *
030055*    ITS FIRST WRITE.  GATE-BALANCE PROVES THESE AGAINST THE    *
030060*    GATE AND DISTRIBUTION STEPS AT END OF STREAM.              *
030080******************************************************************
030090 3100-WRITE-BALANCING.
030100     OPEN EXTEND BALANCING-FILE
030130     END-IF
030140     MOVE SPACES            TO BALC-RECORD
030150     MOVE 'CONSOL'          TO BALC-STEP-NAME
030160     MOVE WS-FEED-DATE      TO BALC-FEED-DATE
030165     MOVE WS-PASS-CODE      TO BALC-PASS-CODE
030170     MOVE 'R1-READ'         TO BALC-COUNTER-NAME
030180     MOVE WS-R1-READ-COUNT  TO BALC-COUNT
030190     WRITE BALC-RECORD
030290     CLOSE BALANCING-FILE.
030300 3100-EXIT.
030310     EXIT.
030320*
030330******************************************************************
030340*    8500-CHECK-RUN-CONTROL - GATE-CONSOL IS THE HEAD OF THE     *
030350*    STREAM: IT HAS NO PREDECESSOR, AND THE FEED DATE IT         *
030360*    RECORDS AS STARTED OPENS THE NIGHT FOR EVERY LATER STEP.    *
030370*    THE STEP TABLE IS STILL CONSULTED SO A PREDECESSOR ADDED    *
030380*    THERE LATER IS HONOURED WITHOUT A CHANGE HERE.  A           *
030382*    SUPPLEMENTAL PASS INSTEAD NEEDS GATE-CONSOL'S OWN MAIN      *
030384*    PASS TO HAVE ENDED CLEAN FOR THE FEED DATE IT JOINS.        *
030390******************************************************************
030400 8500-CHECK-RUN-CONTROL.
030410     PERFORM 8520-CHECK-PREDECESSOR THRU 8520-EXIT
030420     MOVE 'S' TO WS-RUNC-EVENT
030430     PERFORM 8530-RECORD-STEP-EVENT THRU 8530-EXIT
030440     SET WS-STEP-STARTED TO TRUE.
030450 8500-EXIT.
030460     EXIT.
030470*
030480******************************************************************
030490*    8520-CHECK-PREDECESSOR - FIND THIS STEP'S PREDECESSOR ON    *
030500*    THE STEP TABLE AND ITS LATEST RUN-CONTROL RECORD FOR THE    *
030510*    SAME FEED DATE AND THE PREDECESSOR'S PASS.  UNLESS THAT     *
030515*    RECORD IS AN END WITH A CONDITION CODE THE TABLE ACCEPTS,   *
030520*    THE STEP IS REFUSED: THE REFUSAL IS RECORDED AND THE RUN    *
030530*    ENDS WITH CONDITION CODE 16 BEFORE IT HAS TOUCHED A FILE.   *
030550******************************************************************
030560 8520-CHECK-PREDECESSOR.
030570     SET STEP-IDX TO 1
030580     SEARCH STEP-ENTRY
030590         AT END
030600             DISPLAY 'GATE-CONSOL: ' WS-STEP-NAME
030610                 ' IS NOT ON THE JOB-STREAM STEP TABLE'
030620             MOVE 16 TO RETURN-CODE
030630             STOP RUN
030640         WHEN STEP-NAME (STEP-IDX) = WS-STEP-NAME
030650             MOVE STEP-PREDECESSOR (STEP-IDX) TO WS-PRED-STEP-NAME
030660             MOVE STEP-PRED-MAX-CODE (STEP-IDX)
030670                 TO WS-PRED-MAX-COND-CODE
030680     END-SEARCH
030682     IF WS-SUPPLEMENTAL-PASS
030684         MOVE WS-STEP-NAME TO WS-PRED-STEP-NAME
030686         MOVE ZERO         TO WS-PRED-MAX-COND-CODE
030688     END-IF
030690     IF WS-PRED-STEP-NAME = SPACES
030700         GO TO 8520-EXIT
030710     END-IF
030720     MOVE SPACE TO WS-PRED-EVENT
030730     MOVE ZERO  TO WS-PRED-COND-CODE
030740     OPEN INPUT RUN-CONTROL-FILE
030750     IF WS-RUNC-FILE-STATUS = '00'
030760         MOVE 'N' TO WS-RUNC-EOF-SWITCH
030770         PERFORM 8525-SCAN-FOR-PREDECESSOR THRU 8525-EXIT
030780             UNTIL WS-RUNC-EOF-REACHED
030790         CLOSE RUN-CONTROL-FILE
030800     END-IF
030810     IF WS-PRED-EVENT = 'E'
030820         AND WS-PRED-COND-CODE NOT > WS-PRED-MAX-COND-CODE
030830         GO TO 8520-EXIT
030840     END-IF
030850     EVALUATE WS-PRED-EVENT
030860         WHEN 'E'
030870             DISPLAY 'GATE-CONSOL: ' WS-PRED-STEP-NAME
030880                 ' ENDED WITH CONDITION CODE ' WS-PRED-COND-CODE
030890                 ' FOR FEED DATE ' WS-FEED-DATE
030900         WHEN 'S'
030910             DISPLAY 'GATE-CONSOL: ' WS-PRED-STEP-NAME
030920                 ' STARTED BUT NEVER ENDED FOR FEED DATE '
030930                 WS-FEED-DATE
030940         WHEN 'R'
030950             DISPLAY 'GATE-CONSOL: ' WS-PRED-STEP-NAME
030960                 ' WAS REFUSED FOR FEED DATE ' WS-FEED-DATE
030970         WHEN OTHER
030980             DISPLAY 'GATE-CONSOL: ' WS-PRED-STEP-NAME
030990                 ' HAS NOT RUN FOR FEED DATE ' WS-FEED-DATE
031000     END-EVALUATE
031010     DISPLAY 'GATE-CONSOL: STEP REFUSED - CONDITION CODE 16'
031020     MOVE 16  TO RETURN-CODE
031030     MOVE 'R' TO WS-RUNC-EVENT
031040     PERFORM 8530-RECORD-STEP-EVENT THRU 8530-EXIT
031050     STOP RUN.
031060 8520-EXIT.
031070     EXIT.
031080*
031090 8525-SCAN-FOR-PREDECESSOR.
031100     READ RUN-CONTROL-FILE
031110         AT END
031120             SET WS-RUNC-EOF-REACHED TO TRUE
031130         NOT AT END
031140             IF RUNC-FEED-DATE = WS-FEED-DATE
031150                 AND RUNC-STEP-NAME = WS-PRED-STEP-NAME
031155                 AND RUNC-PASS-CODE = WS-PRED-PASS-CODE
031160                 MOVE RUNC-EVENT     TO WS-PRED-EVENT
031170                 MOVE RUNC-COND-CODE TO WS-PRED-COND-CODE
031180             END-IF
031190     END-READ.
031200 8525-EXIT.
031210     EXIT.
031220*
031230******************************************************************
031240*    8530-RECORD-STEP-EVENT - APPEND ONE RUN-CONTROL RECORD      *
031250*    (WS-RUNC-EVENT: S STARTED, E ENDED, R REFUSED) FOR THIS     *
031260*    STEP AND FEED DATE, STAMPED WITH THE CLOCK AND THE          *
031270*    CONDITION CODE SO FAR, CREATING THE FILE ON ITS FIRST       *
031280*    WRITE.                                                      *
031290******************************************************************
031300 8530-RECORD-STEP-EVENT.
031310     ACCEPT WS-CURRENT-TIME FROM TIME
031320     OPEN EXTEND RUN-CONTROL-FILE
031330     IF WS-RUNC-FILE-STATUS NOT = '00'
031340         OPEN OUTPUT RUN-CONTROL-FILE
031350     END-IF
031360     MOVE SPACES        TO RUNC-RECORD
031370     MOVE WS-FEED-DATE  TO RUNC-FEED-DATE
031375     MOVE WS-PASS-CODE  TO RUNC-PASS-CODE
031380     MOVE WS-STEP-NAME  TO RUNC-STEP-NAME
031390     MOVE WS-RUNC-EVENT TO RUNC-EVENT
031400     ACCEPT RUNC-EVENT-DATE FROM DATE YYYYMMDD
031410     MOVE WS-CURRENT-TIME-HHMMSS TO RUNC-EVENT-TIME
031420     MOVE RETURN-CODE   TO RUNC-COND-CODE
031430     WRITE RUNC-RECORD
031440     CLOSE RUN-CONTROL-FILE.
031450 8530-EXIT.
031460     EXIT.
031470*
031480******************************************************************
031490*    8540-RECORD-STEP-END - RECORD THE STEP'S END AND FINAL      *
031500*    CONDITION CODE ON THE RUN-CONTROL FILE.  CALLED ON EVERY    *
031510*    WAY OUT OF THE RUN ONCE THE START HAS BEEN RECORDED.        *
031520******************************************************************
031530 8540-RECORD-STEP-END.
031540     IF WS-STEP-STARTED
031550         MOVE 'E' TO WS-RUNC-EVENT
031560         PERFORM 8530-RECORD-STEP-EVENT THRU 8530-EXIT
031570     END-IF.
031580 8540-EXIT.
031590     EXIT.
