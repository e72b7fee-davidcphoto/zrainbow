000100******************************************************************
000200*                                                                *
000300*    GATESNPH.CPY                                                *
000400*                                                                *
000500*    HEADER AND TRAILER RECORDS OF A MONTH-END GATE DECISION    *
000600*    MASTER SNAPSHOT GENERATION WRITTEN BY GATE-MONTH-END.  THE *
000700*    DETAIL ROWS BETWEEN THEM ARE GATEMAST ROWS IN ITEM ID      *
000800*    ORDER, FROZEN AS AT THE CLOSE DATE.  THE HEADER NAMES THE  *
000900*    CLOSE DATE AND THE CLOSE DATE OF THE SNAPSHOT IT WAS       *
001000*    MEASURED AGAINST; THE TRAILER CARRIES THE ITEM COUNT AND   *
001100*    THE TOTAL MAST-ITEM-AMOUNT SO NEXT MONTH'S RUN CAN PROVE   *
001200*    ITS OPENING POSITION BEFORE IT USES IT.  THE 'H' AND 'T'   *
001300*    TAG BYTES CANNOT COLLIDE WITH A DETAIL ROW BECAUSE ITEM    *
001400*    IDS ARE ALL NUMERIC.                                       *
001500*                                                                *
001600*    MODIFICATION HISTORY.                                      *
001700*      DATE       BY   DESCRIPTION                              *
001800*      2026-10-15 DCP  ORIGINAL COPYBOOK.                       *
001900*                                                                *
002000******************************************************************
002100 01  SNAP-HEADER-RECORD.
002200     05  SNAP-HDR-TAG                PIC X(01).
002300         88  SNAP-HDR-TAG-OK             VALUE 'H'.
002400     05  SNAP-HDR-CLOSE-DATE         PIC 9(08).
002500     05  SNAP-HDR-PRIOR-CLOSE-DATE   PIC 9(08).
002600     05  SNAP-HDR-CREATED-DATE       PIC 9(08).
002700     05  FILLER                      PIC X(35).
002800*
002900 01  SNAP-TRAILER-RECORD.
003000     05  SNAP-TRL-TAG                PIC X(01).
003100         88  SNAP-TRL-TAG-OK             VALUE 'T'.
003200     05  SNAP-TRL-ITEM-COUNT         PIC 9(07).
003300     05  SNAP-TRL-AMOUNT             PIC 9(11)V99.
003400     05  FILLER                      PIC X(39).
