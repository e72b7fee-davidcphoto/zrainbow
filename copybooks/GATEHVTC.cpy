000100******************************************************************
000200*                                                                *
000300*    GATEHVTC.CPY                                                *
000400*                                                                *
000500*    HIGH-VALUE THRESHOLD CONTROL RECORD (DD GATEHVT), ONE PER  *
000600*    DISTRIBUTION CATEGORY THAT IS TO BE WATCHED.  GATE-SPLIT   *
000700*    ROUTES AN ITEM OF THAT CATEGORY WHOSE AMOUNT IS ABOVE THE  *
000800*    THRESHOLD TO THE PENDING-RELEASE QUEUE (GATEPEND) INSTEAD  *
000900*    OF ITS DISTRIBUTION FILE, TO WAIT FOR A SUPERVISOR'S       *
001000*    RELEASE (GATERELS).  A CATEGORY WITH NO RECORD IS NOT      *
001100*    WATCHED.  A LATER RECORD FOR THE SAME CATEGORY REPLACES AN *
001200*    EARLIER ONE; A RECORD NAMING AN UNKNOWN CATEGORY OR        *
001300*    CARRYING NO USABLE AMOUNT IS REFUSED AT LOAD.              *
001400*                                                                *
001500*    MODIFICATION HISTORY.                                      *
001600*      DATE       BY   DESCRIPTION                              *
001700*      2026-10-15 DCP  ORIGINAL COPYBOOK.                       *
001800*                                                                *
001900******************************************************************
002000 01  HVTC-RECORD.
002100     05  HVTC-CATEGORY               PIC X(10).
002200         88  HVTC-CATEGORY-VALID         VALUE 'BOTH-AB'
002300                                               'ONLY-A'
002400                                               'B-ONLY'
002500                                               'NEITHER'.
002600     05  HVTC-THRESHOLD              PIC 9(07)V99.
002700     05  FILLER                      PIC X(11).
