002100*        EACH REGION CONSOLIDATED   =  THAT REGION READ        *
002200*        WRITTEN                    =  READ BY THE SPLIT       *
002300*        SPLIT READ + PRIOR HELD    =  FOUR DIST FILES + HELD  *
002350*          + PRIOR QUEUED               + QUEUED + NOT         *
002400*                                      DISTRIBUTED             *
002500*                                                                *
002600*    ANY BREAK IS REPORTED BY STEP AND REGION AND ENDS THE     *
002700*    RUN WITH CONDITION CODE 8 SO THE SCHEDULER CAN HOLD THE   *
003000*    ON THE FILE, OR THE ONE NAMED ON THE OPTIONAL BALDATE     *
003100*    CONTROL RECORD (GATEFDCT LAYOUT).  A RERUN STEP'S LATEST  *
003200*    COUNTERS SUPERSEDE ITS EARLIER ONES FOR THE SAME NIGHT.   *
003210*    A SUPPLEMENTAL PASS FOR A LATE REGION REPORTS UNDER THE   *
003220*    SAME FEED DATE WITH ITS PASS CODE; ITS COUNTS ARE ADDED   *
003230*    TO THE MAIN PASS'S AND THE NIGHT IS PROVED AS ONE, AND A  *
003240*    STEP MISSING FROM EITHER PASS IS A BREAK.                 *
003300*                                                                *
003400*    MODIFICATION HISTORY.                                       *
003500*      DATE       BY   DESCRIPTION                               *
003600*      2026-09-03 DCP  ORIGINAL VERSION.                         *
003604*      2026-10-15 DCP  RECORD THE STEP'S START, END AND          *
003608*                      CONDITION CODE ON THE JOB-STREAM          *
003612*                      RUN-CONTROL FILE (GATERUNC LAYOUT, DD     *
003616*                      GATERUNC). WITH NO BALDATE THE NIGHT TO   *
003620*                      BALANCE IS THE ONE IN PROGRESS ON THAT    *
003624*                      FILE, AND THE RUN IS REFUSED WITH 16      *
003628*                      UNLESS GATE-SPLIT ENDED ACCEPTABLY FOR    *
003632*                      IT.                                       *
003636*      2026-10-15 DCP  A SUPPLEMENTAL PASS FOR A LATE REGION     *
003640*                      (GATEBALC RECORDS CARRYING A PASS CODE)   *
003644*                      IS GATHERED APART, LATEST VALUE WINS PER  *
003648*                      PASS, ADDED INTO THE MAIN PASS'S COUNTERS *
003652*                      AND PROVED WITH THEM AS ONE NIGHT. EACH   *
003656*                      PASS IS LISTED ON THE REPORT AND A STEP   *
003660*                      MISSING FROM IT IS A BREAK. ONLY A MAIN   *
003664*                      PASS OPENS A NIGHT.                       *
003668*      2026-10-15 DCP  THE SPLIT CHECK NOW COUNTS GATE-SPLIT'S   *
003672*                      HIGH-VALUE PENDING-RELEASE QUEUE: READ    *
003676*                      PLUS PRIOR HELD PLUS PRIOR QUEUED         *
003680*                      (COUNTER PRIOR-PEND) MUST EQUAL THE FOUR  *
003684*                      DISTRIBUTION FILES PLUS HELD PLUS QUEUED  *
003688*                      (PENDING) PLUS NOT DISTRIBUTED, FOR THE   *
003692*                      MAIN AND SUPPLEMENTAL PASSES ALIKE.       *
003696*      2026-10-15 DCP  A SUPPLEMENTAL GATE-SPLIT NO LONGER HIDES *
003700*                      OR HOLDS UP THE MAIN ONE: THE PREDECESSOR *
003704*                      CHECK TAKES THE LATEST RUN-CONTROL RECORD *
003708*                      PER PASS, REQUIRES THE MAIN PASS TO HAVE  *
003712*                      ENDED ACCEPTABLY AND THEN EVERY           *
003716*                      SUPPLEMENTAL PASS THAT STARTED FOR THE    *
003720*                      NIGHT.                                    *
003724*                                                                *
003728******************************************************************
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004900*
005000     SELECT BALANCE-RPT-FILE ASSIGN TO BALRPT
005100         ORGANIZATION IS LINE SEQUENTIAL.
005120*
005140     SELECT RUN-CONTROL-FILE ASSIGN TO GATERUNC
005160         ORGANIZATION IS LINE SEQUENTIAL
005180         FILE STATUS IS WS-RUNC-FILE-STATUS.
005200*
005300 DATA DIVISION.
005400 FILE SECTION.
006400     LABEL RECORDS ARE STANDARD.
006500 01  RPT-LINE                    PIC X(132).
006600*
006620 FD  RUN-CONTROL-FILE
006640     LABEL RECORDS ARE STANDARD.
006660     COPY GATERUNC.
006680*
006700 WORKING-STORAGE SECTION.
006800*
006900******************************************************************
008900 77  WS-BALANCE-DATE             PIC 9(08) VALUE ZERO.
009000 77  WS-DATE-GIVEN-SWITCH        PIC X(01) VALUE 'N'.
009100     88  WS-DATE-WAS-GIVEN           VALUE 'Y'.
009103*
009106******************************************************************
009109*    RUN-CONTROL - THIS STEP'S ROW ON THE JOB-STREAM STEP TABLE  *
009112*    (GATESTEP) NAMES THE PREDECESSOR THAT MUST HAVE ENDED       *
009115*    ACCEPTABLY FOR THE SAME FEED DATE BEFORE THIS STEP MAY      *
009118*    START; THE STEP'S OWN START, END AND CONDITION CODE ARE     *
009121*    APPENDED TO THE RUN-CONTROL FILE (GATERUNC LAYOUT).         *
009124******************************************************************
009127 77  WS-RUNC-FILE-STATUS         PIC X(02) VALUE '00'.
009130 77  WS-RUNC-EOF-SWITCH          PIC X(01) VALUE 'N'.
009133     88  WS-RUNC-EOF-REACHED         VALUE 'Y'.
009136 77  WS-STEP-NAME                PIC X(16) VALUE 'GATE-BALANCE'.
009139 77  WS-STEP-START-SWITCH        PIC X(01) VALUE 'N'.
009142     88  WS-STEP-STARTED             VALUE 'Y'.
009145 77  WS-RUNC-EVENT               PIC X(01) VALUE SPACE.
009148 77  WS-NIGHT-FEED-DATE          PIC 9(08) VALUE ZERO.
009151 77  WS-PRED-STEP-NAME           PIC X(16) VALUE SPACES.
009154 77  WS-PRED-MAX-COND-CODE       PIC 9(03) VALUE ZERO.
009157 77  WS-PRED-EVENT               PIC X(01) VALUE SPACE.
009160 77  WS-PRED-COND-CODE           PIC 9(03) VALUE ZERO.
009163 01  WS-CURRENT-TIME.
009166     05  WS-CURRENT-TIME-HHMMSS      PIC 9(06).
009169     05  WS-CURRENT-TIME-CC          PIC 9(02).
009172*
009175     COPY GATESTEP.
009176*
009178*    SUPPLEMENTAL PASSES OF THE PREDECESSOR FOR THE NIGHT.  ONLY
009180*    R1, R2 AND R3 CAN RECORD A PASS, SO THE TABLE CANNOT FILL.
009182 01  WS-PRED-SUPP-TABLE.
009184     05  WS-PRED-SUPP-COUNT          PIC 9(03) COMP VALUE ZERO.
009186     05  WS-PRED-SUPP-ENTRY OCCURS 3 TIMES
009188             INDEXED BY PRED-IDX.
009190         10  WS-PRED-SUPP-PASS-CODE  PIC X(03).
009192         10  WS-PRED-SUPP-STARTED-SW PIC X(01).
009194             88  WS-PRED-SUPP-STARTED    VALUE 'Y'.
009196         10  WS-PRED-SUPP-EVENT      PIC X(01).
009198         10  WS-PRED-SUPP-COND-CODE  PIC 9(03).
009200*
009300******************************************************************
009400*    ACCUMULATED COUNTERS FOR THE SELECTED NIGHT.  EACH HAS A   *
012000         88  WS-SPLIT-SEEN               VALUE 'Y'.
012100     05  WS-SPLIT-READ               PIC 9(07) COMP VALUE ZERO.
012200     05  WS-SPLIT-PRIOR-HELD         PIC 9(07) COMP VALUE ZERO.
012250     05  WS-SPLIT-PRIOR-PEND         PIC 9(07) COMP VALUE ZERO.
012300     05  WS-SPLIT-BOTH-AB            PIC 9(07) COMP VALUE ZERO.
012400     05  WS-SPLIT-ONLY-A             PIC 9(07) COMP VALUE ZERO.
012500     05  WS-SPLIT-B-ONLY             PIC 9(07) COMP VALUE ZERO.
012600     05  WS-SPLIT-NEITHER            PIC 9(07) COMP VALUE ZERO.
012700     05  WS-SPLIT-HELD               PIC 9(07) COMP VALUE ZERO.
012750     05  WS-SPLIT-PENDING            PIC 9(07) COMP VALUE ZERO.
012800     05  WS-SPLIT-UNROUTED           PIC 9(07) COMP VALUE ZERO.
012900*
012902******************************************************************
012904*    SUPPLEMENTAL PASSES - A LATE REGION RUN THROUGH THE STREAM  *
012906*    AFTER THE NIGHT'S MAIN PASS, UNDER THE SAME FEED DATE,      *
012908*    REPORTS ITS COUNTS UNDER ITS PASS CODE.  EACH PASS KEEPS    *
012910*    ITS OWN LATEST COUNTERS HERE (A RERUN OF ONE PASS           *
012912*    SUPERSEDES ONLY THAT PASS) AND THEY ARE ADDED INTO THE      *
012914*    NIGHT'S COUNTERS ABOVE BEFORE THE CHECKS, SO THE PASSES     *
012916*    ARE PROVED TOGETHER AS ONE NIGHT.                           *
012918******************************************************************
012920 77  WS-SUPP-MAX-ENTRIES         PIC 9(03) COMP VALUE 3.
012922 01  WS-SUPP-TABLE.
012924     05  WS-SUPP-COUNT               PIC 9(03) COMP VALUE ZERO.
012926     05  WS-SUPP-ENTRY OCCURS 3 TIMES
012928             INDEXED BY SUPP-IDX.
012930         10  WS-SUPP-TAB-PASS-CODE        PIC X(03).
012932         10  WS-SUPP-TAB-CONSOL-SEEN-SW   PIC X(01).
012934             88  WS-SUPP-TAB-CONSOL-SEEN  VALUE 'Y'.
012936         10  WS-SUPP-TAB-CONSOL-R1-READ   PIC 9(07) COMP.
012938         10  WS-SUPP-TAB-CONSOL-R2-READ   PIC 9(07) COMP.
012940         10  WS-SUPP-TAB-CONSOL-R3-READ   PIC 9(07) COMP.
012942         10  WS-SUPP-TAB-CONSOL-MERGED    PIC 9(07) COMP.
012944         10  WS-SUPP-TAB-GATE-SEEN-SW     PIC X(01).
012946             88  WS-SUPP-TAB-GATE-SEEN    VALUE 'Y'.
012948         10  WS-SUPP-TAB-GATE-READ        PIC 9(07) COMP.
012950         10  WS-SUPP-TAB-GATE-WRITTEN     PIC 9(07) COMP.
012952         10  WS-SUPP-TAB-GATE-REJECTED    PIC 9(07) COMP.
012954         10  WS-SUPP-TAB-GATE-SKIPPED     PIC 9(07) COMP.
012956         10  WS-SUPP-TAB-GATE-R1-READ     PIC 9(07) COMP.
012958         10  WS-SUPP-TAB-GATE-R2-READ     PIC 9(07) COMP.
012960         10  WS-SUPP-TAB-GATE-R3-READ     PIC 9(07) COMP.
012962         10  WS-SUPP-TAB-SPLIT-SEEN-SW    PIC X(01).
012964             88  WS-SUPP-TAB-SPLIT-SEEN   VALUE 'Y'.
012966         10  WS-SUPP-TAB-SPLIT-READ       PIC 9(07) COMP.
012968         10  WS-SUPP-TAB-SPLIT-PRIOR-HELD PIC 9(07) COMP.
012969         10  WS-SUPP-TAB-SPLIT-PRIOR-PEND PIC 9(07) COMP.
012970         10  WS-SUPP-TAB-SPLIT-BOTH-AB    PIC 9(07) COMP.
012972         10  WS-SUPP-TAB-SPLIT-ONLY-A     PIC 9(07) COMP.
012974         10  WS-SUPP-TAB-SPLIT-B-ONLY     PIC 9(07) COMP.
012976         10  WS-SUPP-TAB-SPLIT-NEITHER    PIC 9(07) COMP.
012978         10  WS-SUPP-TAB-SPLIT-HELD       PIC 9(07) COMP.
012979         10  WS-SUPP-TAB-SPLIT-PENDING    PIC 9(07) COMP.
012980         10  WS-SUPP-TAB-SPLIT-UNROUTED   PIC 9(07) COMP.
012982*
013000******************************************************************
013100*    CHECK WORK FIELDS - THE TWO SIDES OF THE CHECK IN HAND     *
013200******************************************************************
018900 01  RPT-MISSING-LINE.
019000     05  FILLER                  PIC X(03) VALUE SPACES.
019100     05  FILLER                  PIC X(05) VALUE 'STEP '.
019200     05  RPT-MISSING-STEP        PIC X(12).
019300     05  FILLER                  PIC X(40)
019400         VALUE ' REPORTED NO COUNTS FOR THIS FEED DATE'.
019500     05  FILLER                  PIC X(72) VALUE SPACES.
019600*
019610 01  RPT-PASS-LINE.
019620     05  FILLER                  PIC X(03) VALUE SPACES.
019630     05  FILLER                  PIC X(18)
019640         VALUE 'SUPPLEMENTAL PASS '.
019650     05  RPT-PASS-CODE           PIC X(03).
019660     05  FILLER                  PIC X(40)
019670         VALUE ' INCLUDED IN THIS NIGHT''S COUNTS'.
019680     05  FILLER                  PIC X(68) VALUE SPACES.
019690*
019700 01  RPT-VERDICT-LINE.
019800     05  FILLER                  PIC X(03) VALUE SPACES.
019900     05  RPT-VERDICT-TEXT        PIC X(50).
022200 0000-MAINLINE.
022300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
022400     PERFORM 1500-FIND-BALANCE-DATE THRU 1500-EXIT
022450     PERFORM 8500-CHECK-RUN-CONTROL THRU 8500-EXIT
022500     PERFORM 2000-GATHER-COUNTERS THRU 2000-EXIT
022600     PERFORM 2500-RUN-THE-CHECKS THRU 2500-EXIT
022700     PERFORM 3000-FINALIZE THRU 3000-EXIT
022800     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
022850     PERFORM 8540-RECORD-STEP-END THRU 8540-EXIT
022900     STOP RUN.
023000*
023100******************************************************************
030500*    2000-GATHER-COUNTERS - SECOND PASS: PICK UP EVERY COUNTER  *
030600*    FOR THE SELECTED NIGHT.  A COUNTER REPORTED MORE THAN      *
030700*    ONCE (A RERUN STEP) KEEPS ITS LATEST VALUE - THE MOVE      *
030800*    SIMPLY OVERWRITES THE EARLIER ONE.  A SUPPLEMENTAL PASS'S  *
030850*    COUNTERS ARE KEPT APART UNDER ITS PASS CODE THE SAME WAY.  *
030900******************************************************************
031000 2000-GATHER-COUNTERS.
031100     MOVE 'N' TO WS-EOF-SWITCH
031400         DISPLAY 'GATE-BALANCE: BALANCING FILE OPEN FAILED, '
031500             'STATUS ' WS-BAL-FILE-STATUS
031600         MOVE 16 TO RETURN-CODE
031650         PERFORM 8540-RECORD-STEP-END THRU 8540-EXIT
031700         STOP RUN
031800     END-IF
031900     PERFORM 2100-GATHER-ONE-RECORD THRU 2100-EXIT
033500         GO TO 2100-EXIT
033600     END-IF
033700     ADD 1 TO WS-SELECTED-COUNT
033720     IF NOT BALC-MAIN-PASS
033740         PERFORM 2150-GATHER-SUPPLEMENTAL THRU 2150-EXIT
033760         GO TO 2100-EXIT
033780     END-IF
033800     EVALUATE BALC-STEP-NAME
033900         WHEN 'CONSOL'
034000             PERFORM 2200-GATHER-CONSOL THRU 2200-EXIT
034700     END-EVALUATE.
034800 2100-EXIT.
034900     EXIT.
034901*
034902******************************************************************
034903*    2150-GATHER-SUPPLEMENTAL - A COUNTER REPORTED UNDER A PASS  *
034904*    CODE BELONGS TO A SUPPLEMENTAL PASS: FILE IT UNDER THAT     *
034905*    PASS, LATEST VALUE WINS, FOR 2480 TO ADD IN                 *
034906******************************************************************
034907 2150-GATHER-SUPPLEMENTAL.
034908     PERFORM 2160-FIND-SUPP-PASS THRU 2160-EXIT
034909     EVALUATE BALC-STEP-NAME
034910         WHEN 'CONSOL'
034911             PERFORM 2450-GATHER-SUPP-CONSOL THRU 2450-EXIT
034912         WHEN 'GATE'
034913             PERFORM 2460-GATHER-SUPP-GATE THRU 2460-EXIT
034914         WHEN 'SPLIT'
034915             PERFORM 2470-GATHER-SUPP-SPLIT THRU 2470-EXIT
034916         WHEN OTHER
034917             CONTINUE
034918     END-EVALUATE.
034919 2150-EXIT.
034920     EXIT.
034921*
034922 2160-FIND-SUPP-PASS.
034923     SET SUPP-IDX TO 1
034924     SEARCH WS-SUPP-ENTRY
034925         AT END
034926             PERFORM 2170-ADD-SUPP-PASS THRU 2170-EXIT
034927         WHEN SUPP-IDX > WS-SUPP-COUNT
034928             PERFORM 2170-ADD-SUPP-PASS THRU 2170-EXIT
034929         WHEN WS-SUPP-TAB-PASS-CODE (SUPP-IDX) = BALC-PASS-CODE
034930             CONTINUE
034931     END-SEARCH.
034932 2160-EXIT.
034933     EXIT.
034934*
034935 2170-ADD-SUPP-PASS.
034936     IF WS-SUPP-COUNT NOT LESS THAN WS-SUPP-MAX-ENTRIES
034937         DISPLAY 'GATE-BALANCE: PASS ' BALC-PASS-CODE
034938             ' IS ONE MORE THAN THE ' WS-SUPP-MAX-ENTRIES
034939             ' SUPPLEMENTAL PASSES A NIGHT CAN HAVE'
034940         MOVE 16 TO RETURN-CODE
034941         PERFORM 8540-RECORD-STEP-END THRU 8540-EXIT
034942         STOP RUN
034943     END-IF
034944     ADD 1 TO WS-SUPP-COUNT
034945     SET SUPP-IDX TO WS-SUPP-COUNT
034946     INITIALIZE WS-SUPP-ENTRY (SUPP-IDX)
034947     MOVE BALC-PASS-CODE TO WS-SUPP-TAB-PASS-CODE (SUPP-IDX)
034948     MOVE 'N' TO WS-SUPP-TAB-CONSOL-SEEN-SW (SUPP-IDX)
034949     MOVE 'N' TO WS-SUPP-TAB-GATE-SEEN-SW (SUPP-IDX)
034950     MOVE 'N' TO WS-SUPP-TAB-SPLIT-SEEN-SW (SUPP-IDX).
034951 2170-EXIT.
034952     EXIT.
035000*
035100 2200-GATHER-CONSOL.
035200     MOVE 'Y' TO WS-CONSOL-SEEN-SW
039500             MOVE BALC-COUNT TO WS-SPLIT-READ
039600         WHEN 'PRIOR-HELD'
039700             MOVE BALC-COUNT TO WS-SPLIT-PRIOR-HELD
039733         WHEN 'PRIOR-PEND'
039766             MOVE BALC-COUNT TO WS-SPLIT-PRIOR-PEND
039800         WHEN 'BOTH-AB'
039900             MOVE BALC-COUNT TO WS-SPLIT-BOTH-AB
040000         WHEN 'ONLY-A'
040500             MOVE BALC-COUNT TO WS-SPLIT-NEITHER
040600         WHEN 'HELD'
040700             MOVE BALC-COUNT TO WS-SPLIT-HELD
040733         WHEN 'PENDING'
040766             MOVE BALC-COUNT TO WS-SPLIT-PENDING
040800         WHEN 'UNROUTED'
040900             MOVE BALC-COUNT TO WS-SPLIT-UNROUTED
041000         WHEN OTHER
041200     END-EVALUATE.
041300 2400-EXIT.
041400     EXIT.
041401*
041402 2450-GATHER-SUPP-CONSOL.
041403     MOVE 'Y' TO WS-SUPP-TAB-CONSOL-SEEN-SW (SUPP-IDX)
041404     EVALUATE BALC-COUNTER-NAME
041405         WHEN 'R1-READ'
041406             MOVE BALC-COUNT
041407                 TO WS-SUPP-TAB-CONSOL-R1-READ (SUPP-IDX)
041408         WHEN 'R2-READ'
041409             MOVE BALC-COUNT
041410                 TO WS-SUPP-TAB-CONSOL-R2-READ (SUPP-IDX)
041411         WHEN 'R3-READ'
041412             MOVE BALC-COUNT
041413                 TO WS-SUPP-TAB-CONSOL-R3-READ (SUPP-IDX)
041414         WHEN 'MERGED'
041415             MOVE BALC-COUNT
041416                 TO WS-SUPP-TAB-CONSOL-MERGED (SUPP-IDX)
041417         WHEN OTHER
041418             CONTINUE
041419     END-EVALUATE.
041420 2450-EXIT.
041421     EXIT.
041422*
041423 2460-GATHER-SUPP-GATE.
041424     MOVE 'Y' TO WS-SUPP-TAB-GATE-SEEN-SW (SUPP-IDX)
041425     EVALUATE BALC-COUNTER-NAME
041426         WHEN 'READ'
041427             MOVE BALC-COUNT
041428                 TO WS-SUPP-TAB-GATE-READ (SUPP-IDX)
041429         WHEN 'WRITTEN'
041430             MOVE BALC-COUNT
041431                 TO WS-SUPP-TAB-GATE-WRITTEN (SUPP-IDX)
041432         WHEN 'REJECTED'
041433             MOVE BALC-COUNT
041434                 TO WS-SUPP-TAB-GATE-REJECTED (SUPP-IDX)
041435         WHEN 'SKIPPED'
041436             MOVE BALC-COUNT
041437                 TO WS-SUPP-TAB-GATE-SKIPPED (SUPP-IDX)
041438         WHEN 'R1-READ'
041439             MOVE BALC-COUNT
041440                 TO WS-SUPP-TAB-GATE-R1-READ (SUPP-IDX)
041441         WHEN 'R2-READ'
041442             MOVE BALC-COUNT
041443                 TO WS-SUPP-TAB-GATE-R2-READ (SUPP-IDX)
041444         WHEN 'R3-READ'
041445             MOVE BALC-COUNT
041446                 TO WS-SUPP-TAB-GATE-R3-READ (SUPP-IDX)
041447         WHEN OTHER
041448             CONTINUE
041449     END-EVALUATE.
041450 2460-EXIT.
041451     EXIT.
041452*
041453 2470-GATHER-SUPP-SPLIT.
041454     MOVE 'Y' TO WS-SUPP-TAB-SPLIT-SEEN-SW (SUPP-IDX)
041455     EVALUATE BALC-COUNTER-NAME
041456         WHEN 'READ'
041457             MOVE BALC-COUNT
041458                 TO WS-SUPP-TAB-SPLIT-READ (SUPP-IDX)
041459         WHEN 'PRIOR-HELD'
041460             MOVE BALC-COUNT
041461                 TO WS-SUPP-TAB-SPLIT-PRIOR-HELD (SUPP-IDX)
041462         WHEN 'PRIOR-PEND'
041463             MOVE BALC-COUNT
041464                 TO WS-SUPP-TAB-SPLIT-PRIOR-PEND (SUPP-IDX)
041465         WHEN 'BOTH-AB'
041466             MOVE BALC-COUNT
041467                 TO WS-SUPP-TAB-SPLIT-BOTH-AB (SUPP-IDX)
041468         WHEN 'ONLY-A'
041469             MOVE BALC-COUNT
041470                 TO WS-SUPP-TAB-SPLIT-ONLY-A (SUPP-IDX)
041471         WHEN 'B-ONLY'
041472             MOVE BALC-COUNT
041473                 TO WS-SUPP-TAB-SPLIT-B-ONLY (SUPP-IDX)
041474         WHEN 'NEITHER'
041475             MOVE BALC-COUNT
041476                 TO WS-SUPP-TAB-SPLIT-NEITHER (SUPP-IDX)
041477         WHEN 'HELD'
041478             MOVE BALC-COUNT
041479                 TO WS-SUPP-TAB-SPLIT-HELD (SUPP-IDX)
041480         WHEN 'PENDING'
041481             MOVE BALC-COUNT
041482                 TO WS-SUPP-TAB-SPLIT-PENDING (SUPP-IDX)
041483         WHEN 'UNROUTED'
041484             MOVE BALC-COUNT
041485                 TO WS-SUPP-TAB-SPLIT-UNROUTED (SUPP-IDX)
041486         WHEN OTHER
041487             CONTINUE
041488     END-EVALUATE.
041489 2470-EXIT.
041490     EXIT.
041491*
041492******************************************************************
041493*    2480-COMBINE-ONE-PASS - ADD ONE SUPPLEMENTAL PASS'S         *
041494*    COUNTERS INTO THE NIGHT'S, SO EVERY CHECK BELOW PROVES THE  *
041495*    MAIN AND SUPPLEMENTAL PASSES TOGETHER                       *
041496******************************************************************
041497 2480-COMBINE-ONE-PASS.
041498     ADD WS-SUPP-TAB-CONSOL-R1-READ (SUPP-IDX)
041499         TO WS-CONSOL-R1-READ
041500     ADD WS-SUPP-TAB-CONSOL-R2-READ (SUPP-IDX)
041501         TO WS-CONSOL-R2-READ
041502     ADD WS-SUPP-TAB-CONSOL-R3-READ (SUPP-IDX)
041503         TO WS-CONSOL-R3-READ
041504     ADD WS-SUPP-TAB-CONSOL-MERGED (SUPP-IDX)
041505         TO WS-CONSOL-MERGED
041506     ADD WS-SUPP-TAB-GATE-READ (SUPP-IDX)
041507         TO WS-GATE-READ
041508     ADD WS-SUPP-TAB-GATE-WRITTEN (SUPP-IDX)
041509         TO WS-GATE-WRITTEN
041510     ADD WS-SUPP-TAB-GATE-REJECTED (SUPP-IDX)
041511         TO WS-GATE-REJECTED
041512     ADD WS-SUPP-TAB-GATE-SKIPPED (SUPP-IDX)
041513         TO WS-GATE-SKIPPED
041514     ADD WS-SUPP-TAB-GATE-R1-READ (SUPP-IDX)
041515         TO WS-GATE-R1-READ
041516     ADD WS-SUPP-TAB-GATE-R2-READ (SUPP-IDX)
041517         TO WS-GATE-R2-READ
041518     ADD WS-SUPP-TAB-GATE-R3-READ (SUPP-IDX)
041519         TO WS-GATE-R3-READ
041520     ADD WS-SUPP-TAB-SPLIT-READ (SUPP-IDX)
041521         TO WS-SPLIT-READ
041522     ADD WS-SUPP-TAB-SPLIT-PRIOR-HELD (SUPP-IDX)
041523         TO WS-SPLIT-PRIOR-HELD
041524     ADD WS-SUPP-TAB-SPLIT-PRIOR-PEND (SUPP-IDX)
041525         TO WS-SPLIT-PRIOR-PEND
041526     ADD WS-SUPP-TAB-SPLIT-BOTH-AB (SUPP-IDX)
041527         TO WS-SPLIT-BOTH-AB
041528     ADD WS-SUPP-TAB-SPLIT-ONLY-A (SUPP-IDX)
041529         TO WS-SPLIT-ONLY-A
041530     ADD WS-SUPP-TAB-SPLIT-B-ONLY (SUPP-IDX)
041531         TO WS-SPLIT-B-ONLY
041532     ADD WS-SUPP-TAB-SPLIT-NEITHER (SUPP-IDX)
041533         TO WS-SPLIT-NEITHER
041534     ADD WS-SUPP-TAB-SPLIT-HELD (SUPP-IDX)
041535         TO WS-SPLIT-HELD
041536     ADD WS-SUPP-TAB-SPLIT-PENDING (SUPP-IDX)
041537         TO WS-SPLIT-PENDING
041543     ADD WS-SUPP-TAB-SPLIT-UNROUTED (SUPP-IDX)
041544         TO WS-SPLIT-UNROUTED.
041545 2480-EXIT.
041546     EXIT.
041547*
041548******************************************************************
041549*    2490-REPORT-ONE-PASS - LIST ONE SUPPLEMENTAL PASS UNDER THE *
041550*    HEADING, AND ANY STEP THAT NEVER REPORTED IN FOR IT AS A    *
041551*    BREAK ('CONSOL R2' AND SO ON)                               *
041552******************************************************************
041553 2490-REPORT-ONE-PASS.
041554     MOVE WS-SUPP-TAB-PASS-CODE (SUPP-IDX) TO RPT-PASS-CODE
041555     PERFORM 4300-WRITE-PASS-LINE THRU 4300-EXIT
041556     IF NOT WS-SUPP-TAB-CONSOL-SEEN (SUPP-IDX)
041557         MOVE 'CONSOL' TO RPT-MISSING-STEP
041558         MOVE WS-SUPP-TAB-PASS-CODE (SUPP-IDX)
041559             TO RPT-MISSING-STEP (8:3)
041560         PERFORM 4200-WRITE-MISSING-LINE THRU 4200-EXIT
041561     END-IF
041562     IF NOT WS-SUPP-TAB-GATE-SEEN (SUPP-IDX)
041563         MOVE 'GATE' TO RPT-MISSING-STEP
041564         MOVE WS-SUPP-TAB-PASS-CODE (SUPP-IDX)
041565             TO RPT-MISSING-STEP (6:3)
041566         PERFORM 4200-WRITE-MISSING-LINE THRU 4200-EXIT
041567     END-IF
041568     IF NOT WS-SUPP-TAB-SPLIT-SEEN (SUPP-IDX)
041569         MOVE 'SPLIT' TO RPT-MISSING-STEP
041570         MOVE WS-SUPP-TAB-PASS-CODE (SUPP-IDX)
041571             TO RPT-MISSING-STEP (7:3)
041572         PERFORM 4200-WRITE-MISSING-LINE THRU 4200-EXIT
041573     END-IF.
041574 2490-EXIT.
041575     EXIT.
041576*
041600******************************************************************
041700*    2500-RUN-THE-CHECKS - PROVE THE STEPS AGAINST EACH OTHER   *
041800*    AND PRINT ONE LINE PER CHECK.  A STEP THAT NEVER REPORTED  *
041900*    IN IS A BREAK IN ITS OWN RIGHT AND ITS CHECKS ARE NOT      *
042000*    RUN AGAINST QUIET ZEROES.  ANY SUPPLEMENTAL PASSES ARE     *
042050*    ADDED IN FIRST AND LISTED UNDER THE HEADING.               *
042100******************************************************************
042200 2500-RUN-THE-CHECKS.
042220     PERFORM 2480-COMBINE-ONE-PASS THRU 2480-EXIT
042240         VARYING SUPP-IDX FROM 1 BY 1
042260         UNTIL SUPP-IDX > WS-SUPP-COUNT
042300     MOVE WS-BALANCE-DATE TO RPT-NIGHT-DATE
042400     PERFORM 4000-WRITE-RPT-HEADING THRU 4000-EXIT
042500     IF NOT WS-CONSOL-SEEN
043400         MOVE 'SPLIT' TO RPT-MISSING-STEP
043500         PERFORM 4200-WRITE-MISSING-LINE THRU 4200-EXIT
043600     END-IF
043620     PERFORM 2490-REPORT-ONE-PASS THRU 2490-EXIT
043640         VARYING SUPP-IDX FROM 1 BY 1
043660         UNTIL SUPP-IDX > WS-SUPP-COUNT
043700     IF WS-CONSOL-SEEN
043800         MOVE 'REGIONS CONSOLIDATED = MERGED TO GATE-INPUT'
043900             TO RPT-CHECK-NAME
048000         PERFORM 2600-PROVE-ONE-CHECK THRU 2600-EXIT
048100     END-IF
048200     IF WS-SPLIT-SEEN
048300         MOVE 'SPLIT READ + PRIOR HELD/QUEUED = DISTRIBUTED'
048400             TO RPT-CHECK-NAME
048500         COMPUTE WS-LEFT-SIDE = WS-SPLIT-READ
048600             + WS-SPLIT-PRIOR-HELD + WS-SPLIT-PRIOR-PEND
048700         COMPUTE WS-RIGHT-SIDE = WS-SPLIT-BOTH-AB
048800             + WS-SPLIT-ONLY-A + WS-SPLIT-B-ONLY
048900             + WS-SPLIT-NEITHER + WS-SPLIT-HELD
049000             + WS-SPLIT-PENDING + WS-SPLIT-UNROUTED
049100         PERFORM 2600-PROVE-ONE-CHECK THRU 2600-EXIT
049200     END-IF
049300     PERFORM 2700-WRITE-VERDICT THRU 2700-EXIT.
055100     MOVE 'BREAKS FOUND'              TO RPT-TOTALS-LABEL
055200     MOVE WS-BREAK-COUNT              TO RPT-TOTALS-VALUE
055300     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
055320     MOVE 'SUPPLEMENTAL PASSES INCLUDED' TO RPT-TOTALS-LABEL
055340     MOVE WS-SUPP-COUNT               TO RPT-TOTALS-VALUE
055360     WRITE RPT-LINE FROM RPT-TOTALS-LINE AFTER ADVANCING 1 LINE
055400     CLOSE BALANCE-RPT-FILE.
055500 3000-EXIT.
055600     EXIT.
059900     ADD 1 TO WS-BREAK-COUNT.
060000 4200-EXIT.
060100     EXIT.
060110*
060120 4300-WRITE-PASS-LINE.
060130     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES-PER-PAGE
060140         PERFORM 4000-WRITE-RPT-HEADING THRU 4000-EXIT
060150     END-IF
060160     WRITE RPT-LINE FROM RPT-PASS-LINE AFTER ADVANCING 1 LINE
060170     ADD 1 TO WS-LINE-COUNT.
060180 4300-EXIT.
060190     EXIT.
060200*
060300******************************************************************
060400*    9000-SET-RETURN-CODE - CONDITION CODE 8 ON ANY BREAK OR    *
061600     END-IF.
061700 9000-EXIT.
061800     EXIT.
061810*
061820******************************************************************
061830*    8500-CHECK-RUN-CONTROL - UNLESS BALDATE NAMED THE NIGHT,    *
061840*    THE NIGHT TO BALANCE IS THE ONE IN PROGRESS ON THE          *
061850*    RUN-CONTROL FILE, SO A NIGHT WHOSE STEPS NEVER REPORTED     *
061860*    IN IS NOT MISTAKEN FOR THE LATEST ONE ON GATEBAL.  THE      *
061870*    SPLIT MUST HAVE ENDED ACCEPTABLY FOR THAT NIGHT BEFORE IT   *
061880*    IS PROVED.  A NIGHT NAMED ON BALDATE IS OPS RE-PROVING AN   *
061890*    EARLIER NIGHT BY HAND, SO THE PREDECESSOR CHECK IS          *
061900*    SKIPPED; THE STEP'S OWN START AND END ARE STILL RECORDED.   *
061910******************************************************************
061920 8500-CHECK-RUN-CONTROL.
061930     IF WS-DATE-WAS-GIVEN
061940         DISPLAY 'GATE-BALANCE: NIGHT NAMED ON BALDATE - '
061950             'PREDECESSOR CHECK SKIPPED FOR FEED DATE '
061960             WS-BALANCE-DATE
061970     ELSE
061980         PERFORM 8510-FIND-NIGHT THRU 8510-EXIT
061990         IF WS-NIGHT-FEED-DATE > ZERO
062000             AND WS-NIGHT-FEED-DATE NOT = WS-BALANCE-DATE
062010             DISPLAY 'GATE-BALANCE: NIGHT IN PROGRESS IS FEED '
062020                 'DATE ' WS-NIGHT-FEED-DATE ', NOT '
062030                 WS-BALANCE-DATE
062040             MOVE WS-NIGHT-FEED-DATE TO WS-BALANCE-DATE
062050         END-IF
062060         PERFORM 8520-CHECK-PREDECESSOR THRU 8520-EXIT
062070     END-IF
062080     MOVE 'S' TO WS-RUNC-EVENT
062090     PERFORM 8530-RECORD-STEP-EVENT THRU 8530-EXIT
062100     SET WS-STEP-STARTED TO TRUE.
062110 8500-EXIT.
062120     EXIT.
062130*
062140******************************************************************
062150*    8510-FIND-NIGHT - THE NIGHT IN PROGRESS IS THE FEED DATE    *
062160*    LAST RECORDED BY THE HEAD OF THE STREAM (THE FIRST ROW OF   *
062170*    THE STEP TABLE) ON THE RUN-CONTROL FILE.  ZERO WHEN THE     *
062180*    FILE DOES NOT EXIST YET.  ONLY A MAIN PASS OPENS A NIGHT.   *
062190******************************************************************
062200 8510-FIND-NIGHT.
062210     MOVE ZERO TO WS-NIGHT-FEED-DATE
062220     OPEN INPUT RUN-CONTROL-FILE
062230     IF WS-RUNC-FILE-STATUS NOT = '00'
062240         GO TO 8510-EXIT
062250     END-IF
062260     MOVE 'N' TO WS-RUNC-EOF-SWITCH
062270     PERFORM 8515-SCAN-FOR-NIGHT THRU 8515-EXIT
062280         UNTIL WS-RUNC-EOF-REACHED
062290     CLOSE RUN-CONTROL-FILE.
062300 8510-EXIT.
062310     EXIT.
062320*
062330 8515-SCAN-FOR-NIGHT.
062340     READ RUN-CONTROL-FILE
062350         AT END
062360             SET WS-RUNC-EOF-REACHED TO TRUE
062370         NOT AT END
062380             IF RUNC-STEP-NAME = STEP-NAME (1)
062390                 AND RUNC-FEED-DATE NUMERIC
062395                 AND RUNC-MAIN-PASS
062400                 MOVE RUNC-FEED-DATE TO WS-NIGHT-FEED-DATE
062410             END-IF
062420     END-READ.
062430 8515-EXIT.
062440     EXIT.
062450*
062460******************************************************************
062470*    8520-CHECK-PREDECESSOR - FIND THIS STEP'S PREDECESSOR ON    *
062476*    THE STEP TABLE AND ITS LATEST RUN-CONTROL RECORD FOR THE    *
062482*    SAME FEED DATE, PASS BY PASS.  UNLESS THE MAIN PASS'S       *
062488*    RECORD IS AN END WITH A CONDITION CODE THE TABLE ACCEPTS,   *
062494*    AND SO IS THAT OF EVERY SUPPLEMENTAL PASS THAT STARTED FOR  *
062500*    THE NIGHT, THE STEP IS REFUSED: THE REFUSAL IS RECORDED     *
062506*    AND THE RUN ENDS WITH CONDITION CODE 16 BEFORE IT HAS       *
062512*    TOUCHED A FILE.  A SUPPLEMENTAL PASS THAT WAS ONLY EVER     *
062518*    REFUSED NEVER RAN AND DOES NOT HOLD UP THE NIGHT.           *
062530******************************************************************
062540 8520-CHECK-PREDECESSOR.
062550     SET STEP-IDX TO 1
062560     SEARCH STEP-ENTRY
062570         AT END
062580             DISPLAY 'GATE-BALANCE: ' WS-STEP-NAME
062590                 ' IS NOT ON THE JOB-STREAM STEP TABLE'
062600             MOVE 16 TO RETURN-CODE
062610             STOP RUN
062620         WHEN STEP-NAME (STEP-IDX) = WS-STEP-NAME
062630             MOVE STEP-PREDECESSOR (STEP-IDX) TO WS-PRED-STEP-NAME
062640             MOVE STEP-PRED-MAX-CODE (STEP-IDX)
062650                 TO WS-PRED-MAX-COND-CODE
062660     END-SEARCH
062670     IF WS-PRED-STEP-NAME = SPACES
062680         GO TO 8520-EXIT
062690     END-IF
062700     MOVE SPACE TO WS-PRED-EVENT
062710     MOVE ZERO  TO WS-PRED-COND-CODE
062715     MOVE ZERO  TO WS-PRED-SUPP-COUNT
062720     OPEN INPUT RUN-CONTROL-FILE
062730     IF WS-RUNC-FILE-STATUS = '00'
062740         MOVE 'N' TO WS-RUNC-EOF-SWITCH
062750         PERFORM 8525-SCAN-FOR-PREDECESSOR THRU 8525-EXIT
062760             UNTIL WS-RUNC-EOF-REACHED
062770         CLOSE RUN-CONTROL-FILE
062780     END-IF
062790     IF WS-PRED-EVENT = 'E'
062800         AND WS-PRED-COND-CODE NOT > WS-PRED-MAX-COND-CODE
062802         PERFORM 8528-CHECK-SUPP-PASS THRU 8528-EXIT
062804             VARYING PRED-IDX FROM 1 BY 1
062806             UNTIL PRED-IDX > WS-PRED-SUPP-COUNT
062810         GO TO 8520-EXIT
062820     END-IF
062830     EVALUATE WS-PRED-EVENT
062840         WHEN 'E'
062850             DISPLAY 'GATE-BALANCE: ' WS-PRED-STEP-NAME
062860                 ' ENDED WITH CONDITION CODE ' WS-PRED-COND-CODE
062870                 ' FOR FEED DATE ' WS-BALANCE-DATE
062880         WHEN 'S'
062890             DISPLAY 'GATE-BALANCE: ' WS-PRED-STEP-NAME
062900                 ' STARTED BUT NEVER ENDED FOR FEED DATE '
062910                 WS-BALANCE-DATE
062920         WHEN 'R'
062930             DISPLAY 'GATE-BALANCE: ' WS-PRED-STEP-NAME
062940                 ' WAS REFUSED FOR FEED DATE ' WS-BALANCE-DATE
062950         WHEN OTHER
062960             DISPLAY 'GATE-BALANCE: ' WS-PRED-STEP-NAME
062970                 ' HAS NOT RUN FOR FEED DATE ' WS-BALANCE-DATE
062980     END-EVALUATE
062990     DISPLAY 'GATE-BALANCE: STEP REFUSED - CONDITION CODE 16'
063000     MOVE 16  TO RETURN-CODE
063010     MOVE 'R' TO WS-RUNC-EVENT
063020     PERFORM 8530-RECORD-STEP-EVENT THRU 8530-EXIT
063030     STOP RUN.
063040 8520-EXIT.
063050     EXIT.
063060*
063070 8525-SCAN-FOR-PREDECESSOR.
063071     READ RUN-CONTROL-FILE
063072         AT END
063073             SET WS-RUNC-EOF-REACHED TO TRUE
063074         NOT AT END
063075             IF RUNC-FEED-DATE = WS-BALANCE-DATE
063076                 AND RUNC-STEP-NAME = WS-PRED-STEP-NAME
063077                 IF RUNC-MAIN-PASS
063078                     MOVE RUNC-EVENT     TO WS-PRED-EVENT
063079                     MOVE RUNC-COND-CODE TO WS-PRED-COND-CODE
063080                 ELSE
063081                     PERFORM 8526-NOTE-SUPP-PASS THRU 8526-EXIT
063082                 END-IF
063083             END-IF
063084     END-READ.
063085 8525-EXIT.
063086     EXIT.
063087*
063088 8526-NOTE-SUPP-PASS.
063089     SET PRED-IDX TO 1
063090     SEARCH WS-PRED-SUPP-ENTRY
063091         AT END
063092             GO TO 8526-EXIT
063093         WHEN PRED-IDX > WS-PRED-SUPP-COUNT
063094             ADD 1 TO WS-PRED-SUPP-COUNT
063095             MOVE RUNC-PASS-CODE
063096                 TO WS-PRED-SUPP-PASS-CODE (PRED-IDX)
063097             MOVE 'N' TO WS-PRED-SUPP-STARTED-SW (PRED-IDX)
063098         WHEN WS-PRED-SUPP-PASS-CODE (PRED-IDX) = RUNC-PASS-CODE
063099             CONTINUE
063100     END-SEARCH
063101     IF RUNC-EVENT-STARTED
063102         SET WS-PRED-SUPP-STARTED (PRED-IDX) TO TRUE
063103     END-IF
063104     MOVE RUNC-EVENT     TO WS-PRED-SUPP-EVENT (PRED-IDX)
063105     MOVE RUNC-COND-CODE TO WS-PRED-SUPP-COND-CODE (PRED-IDX).
063106 8526-EXIT.
063107     EXIT.
063108*
063109 8528-CHECK-SUPP-PASS.
063110     IF NOT WS-PRED-SUPP-STARTED (PRED-IDX)
063111         GO TO 8528-EXIT
063112     END-IF
063113     IF WS-PRED-SUPP-EVENT (PRED-IDX) = 'E'
063114         AND WS-PRED-SUPP-COND-CODE (PRED-IDX)
063115             NOT > WS-PRED-MAX-COND-CODE
063116         GO TO 8528-EXIT
063117     END-IF
063118     EVALUATE WS-PRED-SUPP-EVENT (PRED-IDX)
063119         WHEN 'E'
063120             DISPLAY 'GATE-BALANCE: ' WS-PRED-STEP-NAME ' PASS '
063121                 WS-PRED-SUPP-PASS-CODE (PRED-IDX)
063122                 ' ENDED WITH CONDITION CODE '
063123                 WS-PRED-SUPP-COND-CODE (PRED-IDX)
063124                 ' FOR FEED DATE ' WS-BALANCE-DATE
063125         WHEN 'R'
063126             DISPLAY 'GATE-BALANCE: ' WS-PRED-STEP-NAME ' PASS '
063127                 WS-PRED-SUPP-PASS-CODE (PRED-IDX)
063128                 ' STARTED, THEN WAS REFUSED FOR FEED DATE '
063129                 WS-BALANCE-DATE
063130         WHEN OTHER
063131             DISPLAY 'GATE-BALANCE: ' WS-PRED-STEP-NAME ' PASS '
063132                 WS-PRED-SUPP-PASS-CODE (PRED-IDX)
063133                 ' STARTED BUT NEVER ENDED FOR FEED DATE '
063134                 WS-BALANCE-DATE
063135     END-EVALUATE
063136     DISPLAY 'GATE-BALANCE: STEP REFUSED - CONDITION CODE 16'
063137     MOVE 16  TO RETURN-CODE
063138     MOVE 'R' TO WS-RUNC-EVENT
063139     PERFORM 8530-RECORD-STEP-EVENT THRU 8530-EXIT
063140     STOP RUN.
063141 8528-EXIT.
063142     EXIT.
063200*
063210******************************************************************
063220*    8530-RECORD-STEP-EVENT - APPEND ONE RUN-CONTROL RECORD      *
063230*    (WS-RUNC-EVENT: S STARTED, E ENDED, R REFUSED) FOR THIS     *
063240*    STEP AND FEED DATE, STAMPED WITH THE CLOCK AND THE          *
063250*    CONDITION CODE SO FAR, CREATING THE FILE ON ITS FIRST       *
063260*    WRITE.                                                      *
063270******************************************************************
063280 8530-RECORD-STEP-EVENT.
063290     ACCEPT WS-CURRENT-TIME FROM TIME
063300     OPEN EXTEND RUN-CONTROL-FILE
063310     IF WS-RUNC-FILE-STATUS NOT = '00'
063320         OPEN OUTPUT RUN-CONTROL-FILE
063330     END-IF
063340     MOVE SPACES        TO RUNC-RECORD
063350     MOVE WS-BALANCE-DATE TO RUNC-FEED-DATE
063360     MOVE WS-STEP-NAME  TO RUNC-STEP-NAME
063370     MOVE WS-RUNC-EVENT TO RUNC-EVENT
063380     ACCEPT RUNC-EVENT-DATE FROM DATE YYYYMMDD
063390     MOVE WS-CURRENT-TIME-HHMMSS TO RUNC-EVENT-TIME
063400     MOVE RETURN-CODE   TO RUNC-COND-CODE
063410     WRITE RUNC-RECORD
063420     CLOSE RUN-CONTROL-FILE.
063430 8530-EXIT.
063440     EXIT.
063450*
063460******************************************************************
063470*    8540-RECORD-STEP-END - RECORD THE STEP'S END AND FINAL      *
063480*    CONDITION CODE ON THE RUN-CONTROL FILE.  CALLED ON EVERY    *
063490*    WAY OUT OF THE RUN ONCE THE START HAS BEEN RECORDED.        *
063500******************************************************************
063510 8540-RECORD-STEP-END.
063520     IF WS-STEP-STARTED
063530         MOVE 'E' TO WS-RUNC-EVENT
063540         PERFORM 8530-RECORD-STEP-EVENT THRU 8530-EXIT
063550     END-IF.
063560 8540-EXIT.
063570     EXIT.
