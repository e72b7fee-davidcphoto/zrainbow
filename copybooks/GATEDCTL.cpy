001600*      2026-09-03 DCP  ORIGINAL COPYBOOK.                       *
001610*      2026-09-03 DCP  NOTED THE RETIREMENT LIFECYCLE RUN BY    *
001620*                      GATE-ACK-RECON.  LAYOUT UNCHANGED.       *
001624*      2026-10-15 DCP  ADDED DCTL-PASS-CODE (CARVED OUT OF THE  *
001628*                      FILLER): BLANK FOR THE NIGHT'S MAIN      *
001632*                      DISTRIBUTION, THE REGION CODE FOR THE    *
001636*                      SUPPLEMENTAL DISTRIBUTION OF A LATE      *
001640*                      REGION UNDER THE SAME FEED DATE, SO THE  *
001644*                      SUPPLEMENTAL ROWS NO LONGER SUPERSEDE    *
001648*                      THE MAIN ROWS AS IF THEY WERE A RERUN.   *
001652*                      RECORD LENGTH UNCHANGED AT 30 BYTES.     *
001656*                                                                *
001660******************************************************************
001900 01  DCTL-RECORD.
002000     05  DCTL-FEED-DATE              PIC 9(08).
002100     05  DCTL-CATEGORY               PIC X(10).
002200     05  DCTL-RECORD-COUNT           PIC 9(07).
002250     05  DCTL-PASS-CODE              PIC X(03).
002260         88  DCTL-MAIN-PASS              VALUE SPACES.
002300     05  FILLER                      PIC X(02).
