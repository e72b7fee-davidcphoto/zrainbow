003470*                      ONE AUDINQCT REQUEST GIVES COMPLIANCE     *
003480*                      THE COMPLETE ORDERED HISTORY WITHOUT A    *
003490*                      HAND RESTORE OF THE GENERATIONS.          *
003494*      2026-10-15 DCP  ADDED THE RULE COLUMN: THE GATE RULES     *
003498*                      VERSION (AUDIT-RULE-VERSION) THAT MADE    *
003502*                      EACH DECISION, FOR THE LIVE LOG AND THE   *
003506*                      ARCHIVE GENERATIONS ALIKE. A DECISION     *
003510*                      LOGGED BEFORE THE RULES WERE VERSIONED    *
003514*                      SHOWS BLANK.                              *
003518*                                                                *
003522******************************************************************
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
007600         88  SORT-WAS-OVERRIDDEN         VALUE 'Y'.
007700     05  SORT-ORIG-RESULT-CODE       PIC X(10).
007710     05  SORT-SOURCE                 PIC X(08).
007720     05  SORT-RULE-VERSION           PIC X(04).
007800*
007900 WORKING-STORAGE SECTION.
008000*
011020                   ==AUDIT-OVRD-AUTH-ID==
011022                BY ==WS-ARCH-OVRD-AUTH-ID==
011024                   ==AUDIT-REGION-CODE==
011026                BY ==WS-ARCH-REGION-CODE==
011027                   ==AUDIT-RULE-VERSION==
011028                BY ==WS-ARCH-RULE-VERSION==.
011030*
011100******************************************************************
011200*    CURRENT DATE - USED ON THE REPORT HEADING                   *
016200     05  FILLER                  PIC X(10) VALUE 'OVRD ORIG'.
016210     05  FILLER                  PIC X(03) VALUE SPACES.
016220     05  FILLER                  PIC X(08) VALUE 'SOURCE'.
016230     05  FILLER                  PIC X(03) VALUE SPACES.
016240     05  FILLER                  PIC X(04) VALUE 'RULE'.
016300     05  FILLER                  PIC X(18) VALUE SPACES.
016400*
016500 01  RPT-DETAIL-LINE.
016600     05  FILLER                  PIC X(03) VALUE SPACES.
018400     05  RPT-DETAIL-OVRD-ORIG    PIC X(10).
018410     05  FILLER                  PIC X(03) VALUE SPACES.
018420     05  RPT-DETAIL-SOURCE       PIC X(08).
018430     05  FILLER                  PIC X(03) VALUE SPACES.
018440     05  RPT-DETAIL-RULE-VERSION PIC X(04).
018500     05  FILLER                  PIC X(18) VALUE SPACES.
018600*
018700 01  RPT-BLANK-LINE               PIC X(132) VALUE SPACES.
018800*
030500                 MOVE AUDIT-ORIG-RESULT-CODE
030600                     TO SORT-ORIG-RESULT-CODE
030650                 MOVE 'LIVE'            TO SORT-SOURCE
030660                 MOVE AUDIT-RULE-VERSION
030670                     TO SORT-RULE-VERSION
030700                 RELEASE SORT-RECORD
030800                 ADD 1 TO WS-SELECTED-COUNT
030900             END-IF
031396     MOVE WS-ARCH-ORIG-RESULT-CODE
031398                                 TO SORT-ORIG-RESULT-CODE
031400     MOVE WS-SOURCE-TAG          TO SORT-SOURCE
031401     MOVE WS-ARCH-RULE-VERSION   TO SORT-RULE-VERSION
031402     RELEASE SORT-RECORD
031404     ADD 1 TO WS-ARCH-SELECTED-COUNT.
031406 2350-EXIT.
038500         MOVE SPACES TO RPT-DETAIL-OVRD-ORIG
038600     END-IF
038650     MOVE SORT-SOURCE      TO RPT-DETAIL-SOURCE
038660     MOVE SORT-RULE-VERSION TO RPT-DETAIL-RULE-VERSION
038700     PERFORM 4100-WRITE-RPT-LINE THRU 4100-EXIT
038800     MOVE SORT-ITEM-ID     TO WS-PREV-ITEM-ID
038900     MOVE SORT-RESULT-CODE TO WS-PREV-RESULT-CODE.
