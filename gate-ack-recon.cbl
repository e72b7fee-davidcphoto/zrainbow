003080*    THE SURVIVORS ARE REWRITTEN THROUGH THE SCRATCH FILE (DD   *
003090*    DCTLWK), THE SAME DANCE GATE-RECYCLE AND GATE-AUDIT-PURGE  *
003092*    USE ON THEIR LIVE FILES.                                   *
003093*                                                                *
003094*    A SUPPLEMENTAL PASS FOR A LATE REGION DISTRIBUTES UNDER    *
003095*    THE SAME FEED DATE AS THE MAIN PASS, SO CONTROL ROWS AND   *
003096*    ACKS ARE KEYED ON FEED DATE, CATEGORY AND PASS CODE - A    *
003097*    SUPPLEMENTAL ROW NEVER SUPERSEDES A MAIN ROW, AND EACH     *
003098*    FILE IS ACKNOWLEDGED ON ITS OWN.                           *
003100*                                                                *
003200*    MODIFICATION HISTORY.                                       *
003300*      DATE       BY   DESCRIPTION                               *
003470*                      CONSUMED, SO A PER-NIGHT ACK FEED IS     *
003480*                      THE WORKING CONTRACT AND NEITHER FILE    *
003490*                      CAN GROW WITHOUT BOUND.                  *
003494*      2026-10-15 DCP  RECORD THE STEP'S START, END AND         *
003498*                      CONDITION CODE ON THE JOB-STREAM         *
003502*                      RUN-CONTROL FILE (GATERUNC LAYOUT, DD    *
003506*                      GATERUNC) AGAINST THE NIGHT IN PROGRESS, *
003510*                      AND REFUSE THE RUN WITH 16 BEFORE ANY    *
003514*                      FILE IS OPENED UNLESS GATE-SPLIT ENDED   *
003518*                      ACCEPTABLY FOR THAT NIGHT.               *
003522*      2026-10-15 DCP  KEY CONTROL ROWS AND ACKS ON THE PASS    *
003526*                      CODE AS WELL AS FEED DATE AND CATEGORY,  *
003530*                      SO A LATE REGION'S SUPPLEMENTAL          *
003534*                      DISTRIBUTION IS RECONCILED ON ITS OWN    *
003538*                      INSTEAD OF SUPERSEDING THE MAIN ROWS;    *
003542*                      SHOW THE PASS ON THE REPORT, CARRY IT    *
003546*                      THROUGH THE REWRITE, AND TAKE THE NIGHT  *
003550*                      FROM MAIN-PASS RUN-CONTROL ROWS ONLY.    *
003554*      2026-10-15 DCP  A SUPPLEMENTAL GATE-SPLIT NO LONGER      *
003558*                      HIDES OR HOLDS UP THE MAIN ONE: THE      *
003562*                      PREDECESSOR CHECK TAKES THE LATEST       *
003566*                      RUN-CONTROL RECORD PER PASS, REQUIRES    *
003570*                      THE MAIN PASS TO HAVE ENDED ACCEPTABLY   *
003574*                      AND THEN EVERY SUPPLEMENTAL PASS THAT    *
003578*                      STARTED FOR THE NIGHT.                   *
003582*                                                                *
003586******************************************************************
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
005310*
005320     SELECT DIST-SCRATCH-FILE ASSIGN TO DCTLWK
005330         ORGANIZATION IS LINE SEQUENTIAL.
005344*
005358     SELECT RUN-CONTROL-FILE ASSIGN TO GATERUNC
005372         ORGANIZATION IS LINE SEQUENTIAL
005386         FILE STATUS IS WS-RUNC-FILE-STATUS.
005400*
005500 DATA DIVISION.
005600 FILE SECTION.
007190                   ==DCTL-CATEGORY==
007200                BY ==DSCR-CATEGORY==
007210                   ==DCTL-RECORD-COUNT==
007220                BY ==DSCR-RECORD-COUNT==
007222                   ==DCTL-PASS-CODE==
007224                BY ==DSCR-PASS-CODE==
007226                   ==DCTL-MAIN-PASS==
007228                BY ==DSCR-MAIN-PASS==.
007230*
007244 FD  RUN-CONTROL-FILE
007258     LABEL RECORDS ARE STANDARD.
007272     COPY GATERUNC.
007286*
007300 WORKING-STORAGE SECTION.
007400*
007500******************************************************************
013500         10  WS-ACK-TAB-FEED-DATE    PIC 9(08).
013600         10  WS-ACK-TAB-CATEGORY     PIC X(10).
013700         10  WS-ACK-TAB-COUNT        PIC 9(07).
013750         10  WS-ACK-TAB-PASS-CODE    PIC X(03).
013800         10  WS-ACK-TAB-USED-SW      PIC X(01).
013900             88  WS-ACK-TAB-USED         VALUE 'Y'.
014000*
014010******************************************************************
014020*    DISTRIBUTION CONTROL TABLE - THE GATEDCTL FILE IS LOADED   *
014030*    HERE AT INITIALIZATION, KEEPING ONLY THE LATEST ROW PER    *
014040*    FEED DATE, CATEGORY AND PASS (A GATE-SPLIT RERUN APPENDS   *
014050*    A SECOND SET FOR THE SAME NIGHT AND ITS FINAL COUNTS       *
014060*    SUPERSEDE THE FIRST, THE WAY GATE-BALANCE TREATS RERUN     *
014070*    COUNTERS).  A ROW ACKNOWLEDGED WITH AGREEING COUNTS IS     *
014080*    MARKED RETIRED THE MORNING ITS ACK IS CONSUMED AND LEFT    *
014120         10  WS-DCTL-TAB-FEED-DATE   PIC 9(08).
014130         10  WS-DCTL-TAB-CATEGORY    PIC X(10).
014140         10  WS-DCTL-TAB-COUNT       PIC 9(07).
014145         10  WS-DCTL-TAB-PASS-CODE   PIC X(03).
014150         10  WS-DCTL-TAB-RETIRE-SW   PIC X(01).
014160             88  WS-DCTL-TAB-RETIRED     VALUE 'Y'.
014170*
014700     05  WS-CURRENT-DATE-MM          PIC 9(02).
014800     05  WS-CURRENT-DATE-DD          PIC 9(02).
014900*
014903******************************************************************
014906*    RUN-CONTROL - THIS STEP'S ROW ON THE JOB-STREAM STEP TABLE  *
014909*    (GATESTEP) NAMES THE PREDECESSOR THAT MUST HAVE ENDED       *
014912*    ACCEPTABLY FOR THE SAME FEED DATE BEFORE THIS STEP MAY      *
014915*    START; THE STEP'S OWN START, END AND CONDITION CODE ARE     *
014918*    APPENDED TO THE RUN-CONTROL FILE (GATERUNC LAYOUT).         *
014921******************************************************************
014924 77  WS-RUNC-FILE-STATUS         PIC X(02) VALUE '00'.
014927 77  WS-RUNC-EOF-SWITCH          PIC X(01) VALUE 'N'.
014930     88  WS-RUNC-EOF-REACHED         VALUE 'Y'.
014933 77  WS-STEP-NAME                PIC X(16) VALUE 'GATE-ACK-RECON'.
014936 77  WS-STEP-START-SWITCH        PIC X(01) VALUE 'N'.
014939     88  WS-STEP-STARTED             VALUE 'Y'.
014942 77  WS-RUNC-EVENT               PIC X(01) VALUE SPACE.
014945 77  WS-NIGHT-FEED-DATE          PIC 9(08) VALUE ZERO.
014948 77  WS-PRED-STEP-NAME           PIC X(16) VALUE SPACES.
014951 77  WS-PRED-MAX-COND-CODE       PIC 9(03) VALUE ZERO.
014954 77  WS-PRED-EVENT               PIC X(01) VALUE SPACE.
014957 77  WS-PRED-COND-CODE           PIC 9(03) VALUE ZERO.
014960 01  WS-CURRENT-TIME.
014963     05  WS-CURRENT-TIME-HHMMSS      PIC 9(06).
014966     05  WS-CURRENT-TIME-CC          PIC 9(02).
014969*
014972     COPY GATESTEP.
014975*
014976*    SUPPLEMENTAL PASSES OF THE PREDECESSOR FOR THE NIGHT.  ONLY
014978*    R1, R2 AND R3 CAN RECORD A PASS, SO THE TABLE CANNOT FILL.
014980 01  WS-PRED-SUPP-TABLE.
014982     05  WS-PRED-SUPP-COUNT          PIC 9(03) COMP VALUE ZERO.
014984     05  WS-PRED-SUPP-ENTRY OCCURS 3 TIMES
014986             INDEXED BY PRED-IDX.
014988         10  WS-PRED-SUPP-PASS-CODE  PIC X(03).
014990         10  WS-PRED-SUPP-STARTED-SW PIC X(01).
014992             88  WS-PRED-SUPP-STARTED    VALUE 'Y'.
014994         10  WS-PRED-SUPP-EVENT      PIC X(01).
014996         10  WS-PRED-SUPP-COND-CODE  PIC 9(03).
014998*
015000******************************************************************
015100*    ACKNOWLEDGMENT RECONCILIATION REPORT PRINT LINES           *
015200******************************************************************
018600     05  FILLER                  PIC X(10) VALUE 'ACKED'.
018700     05  FILLER                  PIC X(03) VALUE SPACES.
018800     05  FILLER                  PIC X(10) VALUE 'STATUS'.
018900     05  FILLER                  PIC X(03) VALUE SPACES.
018910     05  FILLER                  PIC X(04) VALUE 'PASS'.
018920     05  FILLER                  PIC X(60) VALUE SPACES.
019000*
019100 01  RPT-DETAIL-LINE.
019200     05  FILLER                  PIC X(03) VALUE SPACES.
019900     05  RPT-DETAIL-ACKED        PIC ZZZ,ZZ9.
020000     05  FILLER                  PIC X(03) VALUE SPACES.
020100     05  RPT-DETAIL-STATUS       PIC X(10).
020200     05  FILLER                  PIC X(03) VALUE SPACES.
020210     05  RPT-DETAIL-PASS         PIC X(03).
020220     05  FILLER                  PIC X(61) VALUE SPACES.
020300*
020400 01  RPT-UNMATCHED-ACK-LINE.
020500     05  FILLER                  PIC X(03) VALUE SPACES.
020900     05  FILLER                  PIC X(10)
021000         VALUE ' CATEGORY '.
021100     05  RPT-UNMATCHED-CATEGORY  PIC X(10).
021110     05  FILLER                  PIC X(06)
021120         VALUE ' PASS '.
021130     05  RPT-UNMATCHED-PASS      PIC X(03).
021200     05  FILLER                  PIC X(25)
021300         VALUE ' MATCHED NO DISTRIBUTION'.
021400     05  FILLER                  PIC X(54) VALUE SPACES.
021500*
021600 01  RPT-BLANK-LINE               PIC X(132) VALUE SPACES.
021700*
023400 PROCEDURE DIVISION.
023500*
023600 0000-MAINLINE.
023650     PERFORM 8500-CHECK-RUN-CONTROL THRU 8500-EXIT
023700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023750     PERFORM 1250-LOAD-DIST-CONTROL THRU 1250-EXIT
023800     PERFORM 2000-RECONCILE-ONE-DIST THRU 2000-EXIT
023900         UNTIL DCTL-IDX > WS-DCTL-COUNT
024000     PERFORM 3000-FINALIZE THRU 3000-EXIT
024100     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
024150     PERFORM 8540-RECORD-STEP-END THRU 8540-EXIT
024200     STOP RUN.
024300*
024400******************************************************************
027412******************************************************************
027414*    1250-LOAD-DIST-CONTROL - LOAD THE DISTRIBUTION CONTROL     *
027416*    FILE INTO THE IN-STORAGE TABLE, KEEPING ONLY THE LATEST    *
027418*    ROW PER FEED DATE, CATEGORY AND PASS - A GATE-SPLIT RERUN  *
027420*    APPENDS A SECOND SET FOR THE SAME NIGHT AND ITS FINAL      *
027422*    COUNTS SUPERSEDE THE FIRST.  A FULL TABLE STOPS THE RUN    *
027424*    RATHER THAN SILENTLY DROPPING A DISTRIBUTION FROM THE      *
027436         DISPLAY 'GATE-ACK-RECON: DISTRIBUTION CONTROL FILE '
027438             'OPEN FAILED, STATUS ' WS-DCTL-FILE-STATUS
027440         MOVE 16 TO RETURN-CODE
027441         PERFORM 8540-RECORD-STEP-END THRU 8540-EXIT
027442         STOP RUN
027444     END-IF
027446     PERFORM 1260-LOAD-ONE-DCTL THRU 1260-EXIT
027488             PERFORM 1270-ADD-DCTL-ENTRY THRU 1270-EXIT
027490         WHEN WS-DCTL-TAB-FEED-DATE (DCTL-IDX) = DCTL-FEED-DATE
027492           AND WS-DCTL-TAB-CATEGORY (DCTL-IDX) = DCTL-CATEGORY
027493           AND WS-DCTL-TAB-PASS-CODE (DCTL-IDX) = DCTL-PASS-CODE
027494             ADD 1 TO WS-SUPERSEDED-COUNT
027496     END-SEARCH
027498*    THE LATEST ROW'S COUNT STANDS, WHETHER THE SLOT IS NEW OR
027516         DISPLAY 'GATE-ACK-RECON: DISTRIBUTION CONTROL TABLE '
027518             'FULL AT ' WS-DCTL-MAX-ENTRIES
027520         MOVE 16 TO RETURN-CODE
027521         PERFORM 8540-RECORD-STEP-END THRU 8540-EXIT
027522         STOP RUN
027524     END-IF
027526     ADD 1 TO WS-DCTL-COUNT
027528     SET DCTL-IDX TO WS-DCTL-COUNT
027530     MOVE DCTL-FEED-DATE TO WS-DCTL-TAB-FEED-DATE (DCTL-IDX)
027532     MOVE DCTL-CATEGORY  TO WS-DCTL-TAB-CATEGORY (DCTL-IDX)
027533     MOVE DCTL-PASS-CODE TO WS-DCTL-TAB-PASS-CODE (DCTL-IDX)
027534     MOVE 'N'            TO WS-DCTL-TAB-RETIRE-SW (DCTL-IDX).
027536 1270-EXIT.
027538     EXIT.
033600         DISPLAY 'GATE-ACK-RECON: ACK TABLE FULL AT '
033700             WS-ACK-MAX-ENTRIES
033800         MOVE 16 TO RETURN-CODE
033850         PERFORM 8540-RECORD-STEP-END THRU 8540-EXIT
033900         STOP RUN
034000     END-IF
034100     ADD 1 TO WS-ACK-COUNT
034300     MOVE ACK-FEED-DATE    TO WS-ACK-TAB-FEED-DATE (ACK-IDX)
034400     MOVE ACK-CATEGORY     TO WS-ACK-TAB-CATEGORY (ACK-IDX)
034500     MOVE ACK-RECORD-COUNT TO WS-ACK-TAB-COUNT (ACK-IDX)
034550     MOVE ACK-PASS-CODE    TO WS-ACK-TAB-PASS-CODE (ACK-IDX)
034600     MOVE 'N'              TO WS-ACK-TAB-USED-SW (ACK-IDX).
034700 1210-EXIT.
034800     EXIT.
037450               = WS-DCTL-TAB-FEED-DATE (DCTL-IDX)
037500           AND WS-ACK-TAB-CATEGORY (ACK-IDX)
037550               = WS-DCTL-TAB-CATEGORY (DCTL-IDX)
037560           AND WS-ACK-TAB-PASS-CODE (ACK-IDX)
037570               = WS-DCTL-TAB-PASS-CODE (DCTL-IDX)
037600             PERFORM 2100-COMPARE-COUNTS THRU 2100-EXIT
037700             SET WS-ACK-TAB-USED (ACK-IDX) TO TRUE
037800     END-SEARCH.
038850         TO RPT-DETAIL-FEED-DATE
038900     MOVE WS-DCTL-TAB-CATEGORY (DCTL-IDX)
038950         TO RPT-DETAIL-CATEGORY
038960     MOVE WS-DCTL-TAB-PASS-CODE (DCTL-IDX)
038970         TO RPT-DETAIL-PASS
039000     MOVE WS-DCTL-TAB-COUNT (DCTL-IDX)
039050         TO RPT-DETAIL-DISTRIBUTED
039100     MOVE WS-ACK-TAB-COUNT (ACK-IDX) TO RPT-DETAIL-ACKED
041150         TO RPT-DETAIL-FEED-DATE
041200     MOVE WS-DCTL-TAB-CATEGORY (DCTL-IDX)
041250         TO RPT-DETAIL-CATEGORY
041260     MOVE WS-DCTL-TAB-PASS-CODE (DCTL-IDX)
041270         TO RPT-DETAIL-PASS
041300     MOVE WS-DCTL-TAB-COUNT (DCTL-IDX)
041350         TO RPT-DETAIL-DISTRIBUTED
041400     MOVE ZERO              TO RPT-DETAIL-ACKED
048276         TO DSCR-FEED-DATE
048278     MOVE WS-DCTL-TAB-CATEGORY (DCTL-IDX)
048280         TO DSCR-CATEGORY
048281     MOVE WS-DCTL-TAB-PASS-CODE (DCTL-IDX) TO DSCR-PASS-CODE
048282     MOVE WS-DCTL-TAB-COUNT (DCTL-IDX)
048284         TO DSCR-RECORD-COUNT
048286     WRITE DSCR-RECORD
048700             TO RPT-UNMATCHED-DATE
048800         MOVE WS-ACK-TAB-CATEGORY (ACK-IDX)
048900             TO RPT-UNMATCHED-CATEGORY
048950         MOVE WS-ACK-TAB-PASS-CODE (ACK-IDX) TO RPT-UNMATCHED-PASS
049000         IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES-PER-PAGE
049100             PERFORM 4000-WRITE-RPT-HEADING THRU 4000-EXIT
049200         END-IF
060300     END-EVALUATE.
060400 9000-EXIT.
060500     EXIT.
060510*
060520******************************************************************
060530*    8500-CHECK-RUN-CONTROL - THE MORNING RECONCILIATION         *
060540*    BELONGS TO THE NIGHT IN PROGRESS ON THE RUN-CONTROL FILE    *
060550*    (THE RUN DATE WHEN THERE IS NONE YET), AND GATE-SPLIT       *
060560*    MUST HAVE ENDED ACCEPTABLY FOR THAT NIGHT - OTHERWISE ITS   *
060570*    DISTRIBUTION CONTROL ROWS ARE MISSING OR HALF WRITTEN AND   *
060580*    EVERY ACK WOULD LOOK UNMATCHED.  RUNS BEFORE THE REPORT     *
060590*    IS OPENED SO A REFUSAL LEAVES YESTERDAY'S REPORT ALONE.     *
060600******************************************************************
060610 8500-CHECK-RUN-CONTROL.
060620     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
060630     PERFORM 8510-FIND-NIGHT THRU 8510-EXIT
060640     IF WS-NIGHT-FEED-DATE = ZERO
060650         MOVE WS-CURRENT-DATE TO WS-NIGHT-FEED-DATE
060660     END-IF
060670     PERFORM 8520-CHECK-PREDECESSOR THRU 8520-EXIT
060680     MOVE 'S' TO WS-RUNC-EVENT
060690     PERFORM 8530-RECORD-STEP-EVENT THRU 8530-EXIT
060700     SET WS-STEP-STARTED TO TRUE.
060710 8500-EXIT.
060720     EXIT.
060730*
060740******************************************************************
060750*    8510-FIND-NIGHT - THE NIGHT IN PROGRESS IS THE FEED DATE    *
060760*    LAST RECORDED BY THE HEAD OF THE STREAM (THE FIRST ROW OF   *
060770*    THE STEP TABLE) ON THE RUN-CONTROL FILE.  ZERO WHEN THE     *
060780*    FILE DOES NOT EXIST YET.                                    *
060790******************************************************************
060800 8510-FIND-NIGHT.
060810     MOVE ZERO TO WS-NIGHT-FEED-DATE
060820     OPEN INPUT RUN-CONTROL-FILE
060830     IF WS-RUNC-FILE-STATUS NOT = '00'
060840         GO TO 8510-EXIT
060850     END-IF
060860     MOVE 'N' TO WS-RUNC-EOF-SWITCH
060870     PERFORM 8515-SCAN-FOR-NIGHT THRU 8515-EXIT
060880         UNTIL WS-RUNC-EOF-REACHED
060890     CLOSE RUN-CONTROL-FILE.
060900 8510-EXIT.
060910     EXIT.
060920*
060930 8515-SCAN-FOR-NIGHT.
060940     READ RUN-CONTROL-FILE
060950         AT END
060960             SET WS-RUNC-EOF-REACHED TO TRUE
060970         NOT AT END
060980             IF RUNC-STEP-NAME = STEP-NAME (1)
060990                 AND RUNC-FEED-DATE NUMERIC
060995                 AND RUNC-MAIN-PASS
061000                 MOVE RUNC-FEED-DATE TO WS-NIGHT-FEED-DATE
061010             END-IF
061020     END-READ.
061030 8515-EXIT.
061040     EXIT.
061050*
061060******************************************************************
061070*    8520-CHECK-PREDECESSOR - FIND THIS STEP'S PREDECESSOR ON    *
061076*    THE STEP TABLE AND ITS LATEST RUN-CONTROL RECORD FOR THE    *
061082*    SAME FEED DATE, PASS BY PASS.  UNLESS THE MAIN PASS'S       *
061088*    RECORD IS AN END WITH A CONDITION CODE THE TABLE ACCEPTS,   *
061094*    AND SO IS THAT OF EVERY SUPPLEMENTAL PASS THAT STARTED FOR  *
061100*    THE NIGHT, THE STEP IS REFUSED: THE REFUSAL IS RECORDED     *
061106*    AND THE RUN ENDS WITH CONDITION CODE 16 BEFORE IT HAS       *
061112*    TOUCHED A FILE.  A SUPPLEMENTAL PASS THAT WAS ONLY EVER     *
061118*    REFUSED NEVER RAN AND DOES NOT HOLD UP THE NIGHT.           *
061130******************************************************************
061140 8520-CHECK-PREDECESSOR.
061150     SET STEP-IDX TO 1
061160     SEARCH STEP-ENTRY
061170         AT END
061180             DISPLAY 'GATE-ACK-RECON: ' WS-STEP-NAME
061190                 ' IS NOT ON THE JOB-STREAM STEP TABLE'
061200             MOVE 16 TO RETURN-CODE
061210             STOP RUN
061220         WHEN STEP-NAME (STEP-IDX) = WS-STEP-NAME
061230             MOVE STEP-PREDECESSOR (STEP-IDX) TO WS-PRED-STEP-NAME
061240             MOVE STEP-PRED-MAX-CODE (STEP-IDX)
061250                 TO WS-PRED-MAX-COND-CODE
061260     END-SEARCH
061270     IF WS-PRED-STEP-NAME = SPACES
061280         GO TO 8520-EXIT
061290     END-IF
061300     MOVE SPACE TO WS-PRED-EVENT
061310     MOVE ZERO  TO WS-PRED-COND-CODE
061315     MOVE ZERO  TO WS-PRED-SUPP-COUNT
061320     OPEN INPUT RUN-CONTROL-FILE
061330     IF WS-RUNC-FILE-STATUS = '00'
061340         MOVE 'N' TO WS-RUNC-EOF-SWITCH
061350         PERFORM 8525-SCAN-FOR-PREDECESSOR THRU 8525-EXIT
061360             UNTIL WS-RUNC-EOF-REACHED
061370         CLOSE RUN-CONTROL-FILE
061380     END-IF
061390     IF WS-PRED-EVENT = 'E'
061400         AND WS-PRED-COND-CODE NOT > WS-PRED-MAX-COND-CODE
061402         PERFORM 8528-CHECK-SUPP-PASS THRU 8528-EXIT
061404             VARYING PRED-IDX FROM 1 BY 1
061406             UNTIL PRED-IDX > WS-PRED-SUPP-COUNT
061410         GO TO 8520-EXIT
061420     END-IF
061430     EVALUATE WS-PRED-EVENT
061440         WHEN 'E'
061450             DISPLAY 'GATE-ACK-RECON: ' WS-PRED-STEP-NAME
061460                 ' ENDED WITH CONDITION CODE ' WS-PRED-COND-CODE
061470                 ' FOR FEED DATE ' WS-NIGHT-FEED-DATE
061480         WHEN 'S'
061490             DISPLAY 'GATE-ACK-RECON: ' WS-PRED-STEP-NAME
061500                 ' STARTED BUT NEVER ENDED FOR FEED DATE '
061510                 WS-NIGHT-FEED-DATE
061520         WHEN 'R'
061530             DISPLAY 'GATE-ACK-RECON: ' WS-PRED-STEP-NAME
061540                 ' WAS REFUSED FOR FEED DATE ' WS-NIGHT-FEED-DATE
061550         WHEN OTHER
061560             DISPLAY 'GATE-ACK-RECON: ' WS-PRED-STEP-NAME
061570                 ' HAS NOT RUN FOR FEED DATE ' WS-NIGHT-FEED-DATE
061580     END-EVALUATE
061590     DISPLAY 'GATE-ACK-RECON: STEP REFUSED - CONDITION CODE 16'
061600     MOVE 16  TO RETURN-CODE
061610     MOVE 'R' TO WS-RUNC-EVENT
061620     PERFORM 8530-RECORD-STEP-EVENT THRU 8530-EXIT
061630     STOP RUN.
061640 8520-EXIT.
061650     EXIT.
061660*
061670 8525-SCAN-FOR-PREDECESSOR.
061671     READ RUN-CONTROL-FILE
061672         AT END
061673             SET WS-RUNC-EOF-REACHED TO TRUE
061674         NOT AT END
061675             IF RUNC-FEED-DATE = WS-NIGHT-FEED-DATE
061676                 AND RUNC-STEP-NAME = WS-PRED-STEP-NAME
061677                 IF RUNC-MAIN-PASS
061678                     MOVE RUNC-EVENT     TO WS-PRED-EVENT
061679                     MOVE RUNC-COND-CODE TO WS-PRED-COND-CODE
061680                 ELSE
061681                     PERFORM 8526-NOTE-SUPP-PASS THRU 8526-EXIT
061682                 END-IF
061683             END-IF
061684     END-READ.
061685 8525-EXIT.
061686     EXIT.
061687*
061688 8526-NOTE-SUPP-PASS.
061689     SET PRED-IDX TO 1
061690     SEARCH WS-PRED-SUPP-ENTRY
061691         AT END
061692             GO TO 8526-EXIT
061693         WHEN PRED-IDX > WS-PRED-SUPP-COUNT
061694             ADD 1 TO WS-PRED-SUPP-COUNT
061695             MOVE RUNC-PASS-CODE
061696                 TO WS-PRED-SUPP-PASS-CODE (PRED-IDX)
061697             MOVE 'N' TO WS-PRED-SUPP-STARTED-SW (PRED-IDX)
061698         WHEN WS-PRED-SUPP-PASS-CODE (PRED-IDX) = RUNC-PASS-CODE
061699             CONTINUE
061700     END-SEARCH
061701     IF RUNC-EVENT-STARTED
061702         SET WS-PRED-SUPP-STARTED (PRED-IDX) TO TRUE
061703     END-IF
061704     MOVE RUNC-EVENT     TO WS-PRED-SUPP-EVENT (PRED-IDX)
061705     MOVE RUNC-COND-CODE TO WS-PRED-SUPP-COND-CODE (PRED-IDX).
061706 8526-EXIT.
061707     EXIT.
061708*
061709 8528-CHECK-SUPP-PASS.
061710     IF NOT WS-PRED-SUPP-STARTED (PRED-IDX)
061711         GO TO 8528-EXIT
061712     END-IF
061713     IF WS-PRED-SUPP-EVENT (PRED-IDX) = 'E'
061714         AND WS-PRED-SUPP-COND-CODE (PRED-IDX)
061715             NOT > WS-PRED-MAX-COND-CODE
061716         GO TO 8528-EXIT
061717     END-IF
061718     EVALUATE WS-PRED-SUPP-EVENT (PRED-IDX)
061719         WHEN 'E'
061720             DISPLAY 'GATE-ACK-RECON: ' WS-PRED-STEP-NAME ' PASS '
061721                 WS-PRED-SUPP-PASS-CODE (PRED-IDX)
061722                 ' ENDED WITH CONDITION CODE '
061723                 WS-PRED-SUPP-COND-CODE (PRED-IDX)
061724                 ' FOR FEED DATE ' WS-NIGHT-FEED-DATE
061725         WHEN 'R'
061726             DISPLAY 'GATE-ACK-RECON: ' WS-PRED-STEP-NAME ' PASS '
061727                 WS-PRED-SUPP-PASS-CODE (PRED-IDX)
061728                 ' STARTED, THEN WAS REFUSED FOR FEED DATE '
061729                 WS-NIGHT-FEED-DATE
061730         WHEN OTHER
061731             DISPLAY 'GATE-ACK-RECON: ' WS-PRED-STEP-NAME ' PASS '
061732                 WS-PRED-SUPP-PASS-CODE (PRED-IDX)
061733                 ' STARTED BUT NEVER ENDED FOR FEED DATE '
061734                 WS-NIGHT-FEED-DATE
061735     END-EVALUATE
061736     DISPLAY 'GATE-ACK-RECON: STEP REFUSED - CONDITION CODE 16'
061737     MOVE 16  TO RETURN-CODE
061738     MOVE 'R' TO WS-RUNC-EVENT
061739     PERFORM 8530-RECORD-STEP-EVENT THRU 8530-EXIT
061740     STOP RUN.
061741 8528-EXIT.
061742     EXIT.
061800*
061810******************************************************************
061820*    8530-RECORD-STEP-EVENT - APPEND ONE RUN-CONTROL RECORD      *
061830*    (WS-RUNC-EVENT: S STARTED, E ENDED, R REFUSED) FOR THIS     *
061840*    STEP AND FEED DATE, STAMPED WITH THE CLOCK AND THE          *
061850*    CONDITION CODE SO FAR, CREATING THE FILE ON ITS FIRST       *
061860*    WRITE.                                                      *
061870******************************************************************
061880 8530-RECORD-STEP-EVENT.
061890     ACCEPT WS-CURRENT-TIME FROM TIME
061900     OPEN EXTEND RUN-CONTROL-FILE
061910     IF WS-RUNC-FILE-STATUS NOT = '00'
061920         OPEN OUTPUT RUN-CONTROL-FILE
061930     END-IF
061940     MOVE SPACES        TO RUNC-RECORD
061950     MOVE WS-NIGHT-FEED-DATE TO RUNC-FEED-DATE
061960     MOVE WS-STEP-NAME  TO RUNC-STEP-NAME
061970     MOVE WS-RUNC-EVENT TO RUNC-EVENT
061980     ACCEPT RUNC-EVENT-DATE FROM DATE YYYYMMDD
061990     MOVE WS-CURRENT-TIME-HHMMSS TO RUNC-EVENT-TIME
062000     MOVE RETURN-CODE   TO RUNC-COND-CODE
062010     WRITE RUNC-RECORD
062020     CLOSE RUN-CONTROL-FILE.
062030 8530-EXIT.
062040     EXIT.
062050*
062060******************************************************************
062070*    8540-RECORD-STEP-END - RECORD THE STEP'S END AND FINAL      *
062080*    CONDITION CODE ON THE RUN-CONTROL FILE.  CALLED ON EVERY    *
062090*    WAY OUT OF THE RUN ONCE THE START HAS BEEN RECORDED.        *
062100******************************************************************
062110 8540-RECORD-STEP-END.
062120     IF WS-STEP-STARTED
062130         MOVE 'E' TO WS-RUNC-EVENT
062140         PERFORM 8530-RECORD-STEP-EVENT THRU 8530-EXIT
062150     END-IF.
062160 8540-EXIT.
062170     EXIT.
