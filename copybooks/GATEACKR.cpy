001500*      2026-09-03 DCP  ORIGINAL COPYBOOK.                       *
001510*      2026-09-03 DCP  DOCUMENTED THE PER-NIGHT ACK FEED        *
001520*                      CONTRACT.  LAYOUT UNCHANGED.             *
001524*      2026-10-15 DCP  ADDED ACK-PASS-CODE (CARVED OUT OF THE   *
001528*                      FILLER): LEFT BLANK TO ACKNOWLEDGE THE   *
001532*                      NIGHT'S MAIN DISTRIBUTION FILE, OR THE   *
001536*                      PASS CODE FROM THE TRAILER OF A          *
001540*                      SUPPLEMENTAL DISTRIBUTION FILE TO        *
001544*                      ACKNOWLEDGE THAT FILE. RECORD LENGTH     *
001548*                      UNCHANGED AT 30 BYTES.                   *
001552*                                                                *
001556******************************************************************
001800 01  ACK-RECORD.
001900     05  ACK-FEED-DATE               PIC 9(08).
002000     05  ACK-CATEGORY                PIC X(10).
002100     05  ACK-RECORD-COUNT            PIC 9(07).
002150     05  ACK-PASS-CODE               PIC X(03).
002200     05  FILLER                      PIC X(02).
