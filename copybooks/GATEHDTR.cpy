001300*    MODIFICATION HISTORY.                                      *
001400*      DATE       BY   DESCRIPTION                              *
001500*      2026-08-22 DCP  ORIGINAL COPYBOOK.                       *
001504*      2026-10-15 DCP  ADDED FEED-HDR-PASS-CODE (CARVED OUT OF  *
001508*                      THE FILLER). BLANK ON THE NIGHT'S MAIN   *
001512*                      FEED; ON A SUPPLEMENTAL PASS FOR A LATE  *
001516*                      REGION (GATESUPC) GATE-CONSOL STAMPS THE *
001520*                      REGION CODE HERE AND THE ORIGINAL FEED   *
001524*                      DATE IN THE EXTRACT DATE, AND            *
001528*                      SAMPLE-PROGRAM RUNS THE FEED AS PART OF  *
001532*                      THAT NIGHT. RECORD LENGTH UNCHANGED AT   *
001536*                      31 BYTES.                                *
001540*                                                                *
001544******************************************************************
001800 01  FEED-HEADER-RECORD.
001900     05  FEED-HDR-TAG                PIC X(01).
002000         88  FEED-HDR-TAG-OK             VALUE 'H'.
002100     05  FEED-HDR-EXTRACT-DATE       PIC 9(08).
002150     05  FEED-HDR-PASS-CODE          PIC X(03).
002160         88  FEED-HDR-MAIN-PASS          VALUE SPACES.
002200     05  FILLER                      PIC X(19).
002300*
002400 01  FEED-TRAILER-RECORD.
002500     05  FEED-TRL-TAG                PIC X(01).
