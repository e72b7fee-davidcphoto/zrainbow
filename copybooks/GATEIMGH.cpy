000100******************************************************************
000200*                                                                *
000300*    GATEIMGH.CPY                                                *
000400*                                                                *
000500*    HEADER AND TRAILER RECORDS OF A DECISION MASTER IMAGE COPY *
000600*    GENERATION WRITTEN BY GATE-MAST-IMAGE (DD MSTIMAGE).  THE  *
000700*    DETAIL ROWS BETWEEN THEM ARE GATEMAST ROWS EXACTLY AS THEY *
000800*    STOOD ON THE KEYED MASTER, IN ITEM ID ORDER.  THE HEADER   *
000900*    CARRIES THE DATE AND TIME THE COPY WAS TAKEN - EVERY AUDIT *
001000*    DECISION RECORDED AFTER IT IS ONE THE IMAGE DOES NOT HOLD. *
001100*    THE TRAILER CARRIES THE ROW COUNT, THE TOTAL               *
001200*    MAST-ITEM-AMOUNT AND THE HIGHEST MAST-LAST-RUN-ID ON THE   *
001300*    IMAGE SO GATE-MAST-RECOVER CAN PROVE THE IMAGE WHOLE       *
001400*    BEFORE IT RESTORES FROM IT.  THE 'H' AND 'T' TAG BYTES     *
001500*    CANNOT COLLIDE WITH A DETAIL ROW BECAUSE ITEM IDS ARE ALL  *
001600*    NUMERIC.                                                   *
001700*                                                                *
001800*    MODIFICATION HISTORY.                                      *
001900*      DATE       BY   DESCRIPTION                              *
002000*      2026-10-15 DCP  ORIGINAL COPYBOOK.                       *
002100*                                                                *
002200******************************************************************
002300 01  IMG-HEADER-RECORD.
002400     05  IMG-HDR-TAG                 PIC X(01).
002500         88  IMG-HDR-TAG-OK              VALUE 'H'.
002600     05  IMG-HDR-TAKEN-STAMP         PIC X(14).
002700     05  IMG-HDR-TAKEN-PARTS REDEFINES IMG-HDR-TAKEN-STAMP.
002800         10  IMG-HDR-TAKEN-DATE      PIC 9(08).
002900         10  IMG-HDR-TAKEN-TIME      PIC 9(06).
003000     05  FILLER                      PIC X(45).
003100*
003200 01  IMG-TRAILER-RECORD.
003300     05  IMG-TRL-TAG                 PIC X(01).
003400         88  IMG-TRL-TAG-OK              VALUE 'T'.
003500     05  IMG-TRL-ROW-COUNT           PIC 9(07).
003600     05  IMG-TRL-AMOUNT              PIC 9(11)V99.
003700     05  IMG-TRL-HIGH-RUN-ID         PIC X(14).
003800     05  FILLER                      PIC X(25).
