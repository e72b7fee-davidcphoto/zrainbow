000100******************************************************************
000200*                                                                *
000300*    GATESTRC.CPY                                                *
000400*                                                                *
000500*    OPTIONAL STREAM-CONTROL RECORD FOR SAMPLE-PROGRAM (DD      *
000600*    GATESTRM).  ITS PRESENCE, WITH THE CONFIRM BYTE SET,       *
000700*    MAKES THE RUN ONE REGION STREAM OF A REGION-PARTITIONED    *
000800*    NIGHT: THE WHOLE CONSOLIDATED GATE-INPUT IS READ AND       *
000900*    PROVED AGAINST ITS TRAILER, BUT ONLY THE NAMED REGION'S    *
001000*    RECORDS ARE GATED.  THE R1 STREAM ALSO TAKES ANY RECORD    *
001100*    WHOSE REGION CODE MATCHES NO REGIONAL FEED, SO EVERY       *
001200*    RECORD IS GATED BY EXACTLY ONE STREAM.  EACH STREAM RUNS   *
001300*    AGAINST ITS OWN OUTPUT, EXCEPTION, AUDIT, EXTRACT, REPORT  *
001400*    AND CHECKPOINT DATA SETS AND ENDS WITH A STREAM-TOTALS     *
001500*    RECORD (GATESTMT); GATE-STRM-MERGE THEN BUILDS THE         *
001600*    NIGHT'S SINGLE FILES FROM THE THREE STREAMS.  A RECORD     *
001700*    PRESENT BUT NOT CONFIRMED IS IGNORED, THE SAME RULE AS     *
001800*    THE REDRIVE CONTROL (GATERDRC).                            *
001900*                                                                *
002000*    MODIFICATION HISTORY.                                      *
002100*      DATE       BY   DESCRIPTION                              *
002200*      2026-10-15 DCP  ORIGINAL COPYBOOK.                       *
002300*                                                                *
002400******************************************************************
002500 01  STRC-RECORD.
002600     05  STRC-CONFIRM                PIC X(01).
002700         88  STRC-CONFIRMED              VALUE 'Y'.
002800     05  STRC-REGION-CODE            PIC X(03).
002900         88  STRC-REGION-VALID           VALUE 'R1 ' 'R2 ' 'R3 '.
003000     05  FILLER                      PIC X(26).
