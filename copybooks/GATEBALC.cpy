001700*    MODIFICATION HISTORY.                                      *
001800*      DATE       BY   DESCRIPTION                              *
001900*      2026-09-03 DCP  ORIGINAL COPYBOOK.                       *
001904*      2026-10-15 DCP  ADDED BALC-PASS-CODE (CARVED OUT OF THE  *
001908*                      FILLER): BLANK FOR THE NIGHT'S MAIN      *
001912*                      PASS, THE REGION CODE FOR A SUPPLEMENTAL *
001916*                      PASS OF A LATE REGION RUN UNDER THE SAME *
001920*                      FEED DATE. A RERUN SUPERSEDES ONLY ITS   *
001924*                      OWN PASS'S COUNTERS, AND GATE-BALANCE    *
001928*                      PROVES THE PASSES TOGETHER AS ONE NIGHT. *
001932*                      RECORD LENGTH UNCHANGED AT 40 BYTES.     *
001936*                                                                *
001940******************************************************************
002200 01  BALC-RECORD.
002300     05  BALC-STEP-NAME              PIC X(08).
002400     05  BALC-FEED-DATE              PIC 9(08).
002500     05  BALC-COUNTER-NAME           PIC X(12).
002600     05  BALC-COUNT                  PIC 9(07).
002650     05  BALC-PASS-CODE              PIC X(03).
002660         88  BALC-MAIN-PASS              VALUE SPACES.
002700     05  FILLER                      PIC X(02).
