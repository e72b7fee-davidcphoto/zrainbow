004120*                      SO A FLIPPED DECISION ON A HIGH-VALUE    *
004130*                      ITEM NO LONGER LOOKS THE SAME AS ONE ON  *
004140*                      A TWELVE-DOLLAR ITEM.                     *
004144*      2026-10-15 DCP  RECORD THE STEP'S START, END AND          *
004148*                      CONDITION CODE ON THE JOB-STREAM          *
004152*                      RUN-CONTROL FILE (GATERUNC LAYOUT, DD     *
004156*                      GATERUNC) AGAINST THE NIGHT IN PROGRESS,  *
004160*                      AND REFUSE THE RUN WITH 16 BEFORE THE     *
004164*                      SORTS UNLESS SAMPLE-PROGRAM ENDED         *
004168*                      ACCEPTABLY FOR THAT NIGHT.                *
004172*      2026-10-15 DCP  TAKE THE NIGHT IN PROGRESS FROM THE HEAD  *
004176*                      OF THE STREAM'S MAIN PASS ONLY, SO A      *
004180*                      SUPPLEMENTAL PASS FOR A LATE REGION DOES  *
004184*                      NOT MOVE IT.                              *
004188*      2026-10-15 DCP  THE PREDECESSOR CHECK LOOKS AT            *
004192*                      SAMPLE-PROGRAM'S MAIN PASS ONLY, SO A     *
004196*                      SUPPLEMENTAL GATE RUN STILL IN PROGRESS   *
004200*                      OR FAILED NO LONGER BLOCKS A DELTA RERUN. *
004204*                                                                *
004208******************************************************************
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
006000*
006100     SELECT DELTA-RPT-FILE ASSIGN TO DLTARPT
006200         ORGANIZATION IS LINE SEQUENTIAL.
006220*
006240     SELECT RUN-CONTROL-FILE ASSIGN TO GATERUNC
006260         ORGANIZATION IS LINE SEQUENTIAL
006280         FILE STATUS IS WS-RUNC-FILE-STATUS.
006300*
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  CURR-OUTPUT-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 01  CURR-RAW-RECORD             PIC X(40).
006900*
007000 FD  PRIOR-OUTPUT-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 01  PRIR-RAW-RECORD             PIC X(40).
007300*
007400 FD  CURR-SORTED-FILE
007500     LABEL RECORDS ARE STANDARD.
010202                   ==GATECOND-ITEM-AMOUNT==
010204                BY ==CURR-ITEM-AMOUNT==
010206                   ==GATECOND-RECYCLE-COUNT==
010208                BY ==CURR-RECYCLE-COUNT==
010210                   ==GATECOND-OWNING-UNIT==
010212                BY ==CURR-OWNING-UNIT==
010213                   ==GATECOND-PASS-CODE==
010214                BY ==CURR-PASS-CODE==.
010300*
010400 FD  PRIOR-SORTED-FILE
010500     LABEL RECORDS ARE STANDARD.
013202                   ==GATECOND-ITEM-AMOUNT==
013204                BY ==PRIR-ITEM-AMOUNT==
013206                   ==GATECOND-RECYCLE-COUNT==
013208                BY ==PRIR-RECYCLE-COUNT==
013210                   ==GATECOND-OWNING-UNIT==
013212                BY ==PRIR-OWNING-UNIT==
013213                   ==GATECOND-PASS-CODE==
013214                BY ==PRIR-PASS-CODE==.
013300*
013400 SD  SORT-WORK-FILE.
013500 01  SORT-RECORD.
013600     05  SORT-ITEM-ID                PIC X(06).
013700     05  FILLER                      PIC X(34).
013800*
013900 FD  DELTA-RPT-FILE
014000     LABEL RECORDS ARE STANDARD.
014100 01  RPT-LINE                    PIC X(132).
014200*
014220 FD  RUN-CONTROL-FILE
014240     LABEL RECORDS ARE STANDARD.
014260     COPY GATERUNC.
014280*
014300 WORKING-STORAGE SECTION.
014400*
014500******************************************************************
016400 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
016500 77  WS-PAGE-COUNT               PIC 9(03) COMP VALUE ZERO.
016600 77  WS-MAX-LINES-PER-PAGE       PIC 9(02) COMP VALUE 50.
016603*
016606******************************************************************
016609*    RUN-CONTROL - THIS STEP'S ROW ON THE JOB-STREAM STEP TABLE  *
016612*    (GATESTEP) NAMES THE PREDECESSOR THAT MUST HAVE ENDED       *
016615*    ACCEPTABLY FOR THE SAME FEED DATE BEFORE THIS STEP MAY      *
016618*    START; THE STEP'S OWN START, END AND CONDITION CODE ARE     *
016621*    APPENDED TO THE RUN-CONTROL FILE (GATERUNC LAYOUT).         *
016624******************************************************************
016627 77  WS-RUNC-FILE-STATUS         PIC X(02) VALUE '00'.
016630 77  WS-RUNC-EOF-SWITCH          PIC X(01) VALUE 'N'.
016633     88  WS-RUNC-EOF-REACHED         VALUE 'Y'.
016636 77  WS-STEP-NAME                PIC X(16) VALUE 'GATE-DELTA'.
016639 77  WS-STEP-START-SWITCH        PIC X(01) VALUE 'N'.
016642     88  WS-STEP-STARTED             VALUE 'Y'.
016645 77  WS-RUNC-EVENT               PIC X(01) VALUE SPACE.
016648 77  WS-NIGHT-FEED-DATE          PIC 9(08) VALUE ZERO.
016651 77  WS-PRED-STEP-NAME           PIC X(16) VALUE SPACES.
016654 77  WS-PRED-MAX-COND-CODE       PIC 9(03) VALUE ZERO.
016657 77  WS-PRED-EVENT               PIC X(01) VALUE SPACE.
016660 77  WS-PRED-COND-CODE           PIC 9(03) VALUE ZERO.
016663 01  WS-CURRENT-TIME.
016666     05  WS-CURRENT-TIME-HHMMSS      PIC 9(06).
016669     05  WS-CURRENT-TIME-CC          PIC 9(02).
016672*
016675     COPY GATESTEP.
016700*
016800******************************************************************
016900*    CURRENT DATE - USED ON THE REPORT HEADING                   *
025000 PROCEDURE DIVISION.
025100*
025200 0000-MAINLINE.
025250     PERFORM 8500-CHECK-RUN-CONTROL THRU 8500-EXIT
025300     SORT SORT-WORK-FILE
025400         ON ASCENDING KEY SORT-ITEM-ID
025500         USING CURR-OUTPUT-FILE
026300         UNTIL WS-CURR-KEY = HIGH-VALUES
026400           AND WS-PRIR-KEY = HIGH-VALUES
026500     PERFORM 3000-FINALIZE THRU 3000-EXIT
026550     PERFORM 8540-RECORD-STEP-END THRU 8540-EXIT
026600     STOP RUN.
026700*
026800******************************************************************
038400                 DISPLAY 'GATE-DELTA: DUPLICATE ITEM ON '
038500                     'GATEOUT AT ITEM ' CURR-ITEM-ID
038600                 MOVE 16 TO RETURN-CODE
038650                 PERFORM 8540-RECORD-STEP-END THRU 8540-EXIT
038700                 STOP RUN
038800             END-IF
038900     END-READ.
040600                 DISPLAY 'GATE-DELTA: DUPLICATE ITEM ON '
040700                     'GATEOUTP AT ITEM ' PRIR-ITEM-ID
040800                 MOVE 16 TO RETURN-CODE
040850                 PERFORM 8540-RECORD-STEP-END THRU 8540-EXIT
040900                 STOP RUN
041000             END-IF
041100     END-READ.
047700 4100-EXIT.
047800     EXIT.
047900
047910*
047920******************************************************************
047930*    8500-CHECK-RUN-CONTROL - THE DELTA BELONGS TO THE NIGHT     *
047940*    IN PROGRESS ON THE RUN-CONTROL FILE (THE RUN DATE WHEN      *
047950*    THERE IS NONE YET).  THE GATE MUST HAVE ENDED ACCEPTABLY    *
047960*    FOR THAT NIGHT, OR GATEOUT IS LAST NIGHT'S OR HALF          *
047970*    WRITTEN AND THE DELTA WOULD BE NOISE.  RUNS BEFORE THE      *
047980*    SORTS SO A REFUSAL TOUCHES NO FILE.                         *
047990******************************************************************
048000 8500-CHECK-RUN-CONTROL.
048010     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
048020     PERFORM 8510-FIND-NIGHT THRU 8510-EXIT
048030     IF WS-NIGHT-FEED-DATE = ZERO
048040         MOVE WS-CURRENT-DATE TO WS-NIGHT-FEED-DATE
048050     END-IF
048060     PERFORM 8520-CHECK-PREDECESSOR THRU 8520-EXIT
048070     MOVE 'S' TO WS-RUNC-EVENT
048080     PERFORM 8530-RECORD-STEP-EVENT THRU 8530-EXIT
048090     SET WS-STEP-STARTED TO TRUE.
048100 8500-EXIT.
048110     EXIT.
048120*
048130******************************************************************
048140*    8510-FIND-NIGHT - THE NIGHT IN PROGRESS IS THE FEED DATE    *
048150*    LAST RECORDED BY THE HEAD OF THE STREAM (THE FIRST ROW OF   *
048160*    THE STEP TABLE) ON THE RUN-CONTROL FILE.  ZERO WHEN THE     *
048170*    FILE DOES NOT EXIST YET.                                    *
048180******************************************************************
048190 8510-FIND-NIGHT.
048200     MOVE ZERO TO WS-NIGHT-FEED-DATE
048210     OPEN INPUT RUN-CONTROL-FILE
048220     IF WS-RUNC-FILE-STATUS NOT = '00'
048230         GO TO 8510-EXIT
048240     END-IF
048250     MOVE 'N' TO WS-RUNC-EOF-SWITCH
048260     PERFORM 8515-SCAN-FOR-NIGHT THRU 8515-EXIT
048270         UNTIL WS-RUNC-EOF-REACHED
048280     CLOSE RUN-CONTROL-FILE.
048290 8510-EXIT.
048300     EXIT.
048310*
048320 8515-SCAN-FOR-NIGHT.
048330     READ RUN-CONTROL-FILE
048340         AT END
048350             SET WS-RUNC-EOF-REACHED TO TRUE
048360         NOT AT END
048370             IF RUNC-STEP-NAME = STEP-NAME (1)
048380                 AND RUNC-FEED-DATE NUMERIC
048385                 AND RUNC-MAIN-PASS
048390                 MOVE RUNC-FEED-DATE TO WS-NIGHT-FEED-DATE
048400             END-IF
048410     END-READ.
048420 8515-EXIT.
048430     EXIT.
048440*
048450******************************************************************
048460*    8520-CHECK-PREDECESSOR - FIND THIS STEP'S PREDECESSOR ON    *
048470*    THE STEP TABLE AND ITS LATEST RUN-CONTROL RECORD FOR THE    *
048480*    SAME FEED DATE.  UNLESS THAT RECORD IS AN END WITH A        *
048490*    CONDITION CODE THE TABLE ACCEPTS, THE STEP IS REFUSED:      *
048500*    THE REFUSAL IS RECORDED AND THE RUN ENDS WITH CONDITION     *
048510*    CODE 16 BEFORE IT HAS TOUCHED A FILE.                       *
048520******************************************************************
048530 8520-CHECK-PREDECESSOR.
048540     SET STEP-IDX TO 1
048550     SEARCH STEP-ENTRY
048560         AT END
048570             DISPLAY 'GATE-DELTA: ' WS-STEP-NAME
048580                 ' IS NOT ON THE JOB-STREAM STEP TABLE'
048590             MOVE 16 TO RETURN-CODE
048600             STOP RUN
048610         WHEN STEP-NAME (STEP-IDX) = WS-STEP-NAME
048620             MOVE STEP-PREDECESSOR (STEP-IDX) TO WS-PRED-STEP-NAME
048630             MOVE STEP-PRED-MAX-CODE (STEP-IDX)
048640                 TO WS-PRED-MAX-COND-CODE
048650     END-SEARCH
048660     IF WS-PRED-STEP-NAME = SPACES
048670         GO TO 8520-EXIT
048680     END-IF
048690     MOVE SPACE TO WS-PRED-EVENT
048700     MOVE ZERO  TO WS-PRED-COND-CODE
048710     OPEN INPUT RUN-CONTROL-FILE
048720     IF WS-RUNC-FILE-STATUS = '00'
048730         MOVE 'N' TO WS-RUNC-EOF-SWITCH
048740         PERFORM 8525-SCAN-FOR-PREDECESSOR THRU 8525-EXIT
048750             UNTIL WS-RUNC-EOF-REACHED
048760         CLOSE RUN-CONTROL-FILE
048770     END-IF
048780     IF WS-PRED-EVENT = 'E'
048790         AND WS-PRED-COND-CODE NOT > WS-PRED-MAX-COND-CODE
048800         GO TO 8520-EXIT
048810     END-IF
048820     EVALUATE WS-PRED-EVENT
048830         WHEN 'E'
048840             DISPLAY 'GATE-DELTA: ' WS-PRED-STEP-NAME
048850                 ' ENDED WITH CONDITION CODE ' WS-PRED-COND-CODE
048860                 ' FOR FEED DATE ' WS-NIGHT-FEED-DATE
048870         WHEN 'S'
048880             DISPLAY 'GATE-DELTA: ' WS-PRED-STEP-NAME
048890                 ' STARTED BUT NEVER ENDED FOR FEED DATE '
048900                 WS-NIGHT-FEED-DATE
048910         WHEN 'R'
048920             DISPLAY 'GATE-DELTA: ' WS-PRED-STEP-NAME
048930                 ' WAS REFUSED FOR FEED DATE ' WS-NIGHT-FEED-DATE
048940         WHEN OTHER
048950             DISPLAY 'GATE-DELTA: ' WS-PRED-STEP-NAME
048960                 ' HAS NOT RUN FOR FEED DATE ' WS-NIGHT-FEED-DATE
048970     END-EVALUATE
048980     DISPLAY 'GATE-DELTA: STEP REFUSED - CONDITION CODE 16'
048990     MOVE 16  TO RETURN-CODE
049000     MOVE 'R' TO WS-RUNC-EVENT
049010     PERFORM 8530-RECORD-STEP-EVENT THRU 8530-EXIT
049020     STOP RUN.
049030 8520-EXIT.
049040     EXIT.
049050*
049060 8525-SCAN-FOR-PREDECESSOR.
049070     READ RUN-CONTROL-FILE
049080         AT END
049090             SET WS-RUNC-EOF-REACHED TO TRUE
049100         NOT AT END
049110             IF RUNC-FEED-DATE = WS-NIGHT-FEED-DATE
049120                 AND RUNC-STEP-NAME = WS-PRED-STEP-NAME
049125                 AND RUNC-MAIN-PASS
049130                 MOVE RUNC-EVENT     TO WS-PRED-EVENT
049140                 MOVE RUNC-COND-CODE TO WS-PRED-COND-CODE
049150             END-IF
049160     END-READ.
049170 8525-EXIT.
049180     EXIT.
049190*
049200******************************************************************
049210*    8530-RECORD-STEP-EVENT - APPEND ONE RUN-CONTROL RECORD      *
049220*    (WS-RUNC-EVENT: S STARTED, E ENDED, R REFUSED) FOR THIS     *
049230*    STEP AND FEED DATE, STAMPED WITH THE CLOCK AND THE          *
049240*    CONDITION CODE SO FAR, CREATING THE FILE ON ITS FIRST       *
049250*    WRITE.                                                      *
049260******************************************************************
049270 8530-RECORD-STEP-EVENT.
049280     ACCEPT WS-CURRENT-TIME FROM TIME
049290     OPEN EXTEND RUN-CONTROL-FILE
049300     IF WS-RUNC-FILE-STATUS NOT = '00'
049310         OPEN OUTPUT RUN-CONTROL-FILE
049320     END-IF
049330     MOVE SPACES        TO RUNC-RECORD
049340     MOVE WS-NIGHT-FEED-DATE TO RUNC-FEED-DATE
049350     MOVE WS-STEP-NAME  TO RUNC-STEP-NAME
049360     MOVE WS-RUNC-EVENT TO RUNC-EVENT
049370     ACCEPT RUNC-EVENT-DATE FROM DATE YYYYMMDD
049380     MOVE WS-CURRENT-TIME-HHMMSS TO RUNC-EVENT-TIME
049390     MOVE RETURN-CODE   TO RUNC-COND-CODE
049400     WRITE RUNC-RECORD
049410     CLOSE RUN-CONTROL-FILE.
049420 8530-EXIT.
049430     EXIT.
049440*
049450******************************************************************
049460*    8540-RECORD-STEP-END - RECORD THE STEP'S END AND FINAL      *
049470*    CONDITION CODE ON THE RUN-CONTROL FILE.  CALLED ON EVERY    *
049480*    WAY OUT OF THE RUN ONCE THE START HAS BEEN RECORDED.        *
049490******************************************************************
049500 8540-RECORD-STEP-END.
049510     IF WS-STEP-STARTED
049520         MOVE 'E' TO WS-RUNC-EVENT
049530         PERFORM 8530-RECORD-STEP-EVENT THRU 8530-EXIT
049540     END-IF.
049550 8540-EXIT.
049560     EXIT.
