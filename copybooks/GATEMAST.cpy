001495*                      RECORD GREW FROM 51 TO 60 BYTES - THE    *
001496*                      MASTER MUST BE REORGANIZED TO THE NEW    *
001497*                      LENGTH WHEN THIS CHANGE IS INSTALLED.    *
001501*      2026-10-15 DCP  ADDED MAST-RULE-VERSION (CARVED OUT OF   *
001505*                      THE FILLER) - THE PRODUCTION GATE RULES  *
001509*                      VERSION (GATEVRUL) THAT PRODUCED THE     *
001513*                      ITEM'S CURRENT DECISION, 0000 FOR THE    *
001517*                      COMPILED GATERULE TABLE. A ROW LAST      *
001521*                      WRITTEN BEFORE THIS CHANGE CARRIES       *
001525*                      BLANKS HERE UNTIL ITS ITEM IS NEXT       *
001529*                      REPROCESSED. RECORD LENGTH UNCHANGED AT  *
001533*                      60 BYTES.                                *
001537*                                                                *
001541******************************************************************
001700 01  MAST-RECORD.
001800     05  MAST-ITEM-ID                PIC X(06).
001900     05  MAST-FLAG-A                 PIC X(01).
002400     05  MAST-LAST-DECISION-DATE     PIC 9(08).
002410     05  MAST-REGION-CODE            PIC X(03).
002420     05  MAST-ITEM-AMOUNT            PIC 9(07)V99.
002460     05  MAST-RULE-VERSION           PIC X(04).
002500     05  FILLER                      PIC X(03).
