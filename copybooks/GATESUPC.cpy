000100******************************************************************
000200*                                                                *
000300*    GATESUPC.CPY                                                *
000400*                                                                *
000500*    OPTIONAL SUPPLEMENTAL-PASS CONTROL RECORD (DD GATESUPP).   *
000600*    ITS PRESENCE, WITH THE CONFIRM BYTE SET, DECLARES THE RUN  *
000700*    A SUPPLEMENTAL PASS FOR ONE LATE REGIONAL EXTRACT: A       *
000800*    REGION THAT MISSED THE WINDOW AND WAS CONSOLIDATED WITH A  *
000900*    ZERO COUNT ON ITS NIGHT.  GATE-CONSOL READS ONLY THAT      *
001000*    REGION AND STAMPS THE CONSOLIDATED FEED WITH THE ORIGINAL  *
001100*    FEED DATE AND THE REGION AS ITS PASS CODE; SAMPLE-PROGRAM  *
001200*    TAKES THE PASS FROM THE FEED HEADER; GATE-SPLIT            *
001300*    DISTRIBUTES ONLY THAT REGION'S GATE-OUTPUT ROWS INTO       *
001400*    SUPPLEMENTAL DISTRIBUTION FILES.  EVERY BALANCING,         *
001500*    DISTRIBUTION CONTROL AND RUN-CONTROL RECORD THE PASS       *
001600*    WRITES CARRIES THE PASS CODE UNDER THE ORIGINAL FEED DATE  *
001700*    SO GATE-BALANCE AND GATE-ACK-RECON TREAT IT AS PART OF     *
001800*    THE SAME NIGHT.  A RECORD PRESENT BUT NOT CONFIRMED IS     *
001900*    IGNORED, THE SAME RULE AS THE REDRIVE CONTROL (GATERDRC).  *
002000*                                                                *
002100*    MODIFICATION HISTORY.                                      *
002200*      DATE       BY   DESCRIPTION                              *
002300*      2026-10-15 DCP  ORIGINAL COPYBOOK.                       *
002400*                                                                *
002500******************************************************************
002600 01  SUPC-RECORD.
002700     05  SUPC-CONFIRM                PIC X(01).
002800         88  SUPC-CONFIRMED              VALUE 'Y'.
002900     05  SUPC-FEED-DATE              PIC 9(08).
003000     05  SUPC-REGION-CODE            PIC X(03).
003100         88  SUPC-REGION-VALID           VALUE 'R1 ' 'R2 ' 'R3 '.
003200     05  FILLER                      PIC X(18).
