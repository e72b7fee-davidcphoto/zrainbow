001900*    MODIFICATION HISTORY.                                       *
002000*      DATE       BY   DESCRIPTION                               *
002100*      2026-08-22 DCP  ORIGINAL VERSION.                         *
002104*      2026-10-15 DCP  ADDED THE RULE COLUMN: THE GATE RULES     *
002108*                      VERSION (MAST-RULE-VERSION) THAT PRODUCED *
002112*                      THE ITEM'S CURRENT DECISION. A ROW LAST   *
002116*                      WRITTEN BEFORE THE RULES WERE VERSIONED   *
002120*                      SHOWS BLANK.                              *
002124*                                                                *
002128******************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
010000     05  FILLER                  PIC X(14) VALUE 'LAST RUN ID'.
010100     05  FILLER                  PIC X(03) VALUE SPACES.
010200     05  FILLER                  PIC X(10) VALUE 'LAST DATE'.
010210     05  FILLER                  PIC X(03) VALUE SPACES.
010220     05  FILLER                  PIC X(04) VALUE 'RULE'.
010300     05  FILLER                  PIC X(60) VALUE SPACES.
010400*
010500 01  RPT-DETAIL-LINE.
010600     05  FILLER                  PIC X(03) VALUE SPACES.
011700     05  RPT-DETAIL-RUN-ID       PIC X(14).
011800     05  FILLER                  PIC X(03) VALUE SPACES.
011900     05  RPT-DETAIL-LAST-DATE    PIC X(08).
011910     05  FILLER                  PIC X(05) VALUE SPACES.
011920     05  RPT-DETAIL-RULE-VERSION PIC X(04).
012000     05  FILLER                  PIC X(60) VALUE SPACES.
012100*
012200 01  RPT-NOT-FOUND-LINE.
012300     05  FILLER                  PIC X(03) VALUE SPACES.
019800     MOVE MAST-RESULT-CODE        TO RPT-DETAIL-RESULT
019900     MOVE MAST-LAST-RUN-ID        TO RPT-DETAIL-RUN-ID
020000     MOVE MAST-LAST-DECISION-DATE TO RPT-DETAIL-LAST-DATE
020050     MOVE MAST-RULE-VERSION       TO RPT-DETAIL-RULE-VERSION
020100     WRITE RPT-LINE FROM RPT-DETAIL-LINE AFTER ADVANCING 1 LINE
020200     DISPLAY 'GATE-MASTER-INQ: ITEM ' MAST-ITEM-ID
020300         ' RESULT ' MAST-RESULT-CODE
020400         ' LAST RUN ' MAST-LAST-RUN-ID
020450         ' RULES ' MAST-RULE-VERSION
020500     ADD 1 TO WS-FOUND-COUNT.
020600 2100-EXIT.
020700     EXIT.
