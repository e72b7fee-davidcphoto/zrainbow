001430*                      FILE ALSO PROVES ITSELF IN VALUE, NOT    *
001440*                      JUST RECORD COUNT.  RECORD LENGTH        *
001450*                      UNCHANGED AT 31 BYTES.                   *
001454*      2026-10-15 DCP  ADDED DIST-TRAILER-PASS-CODE (CARVED OUT *
001458*                      OF THE FILLER): BLANK ON THE NIGHT'S     *
001462*                      MAIN DISTRIBUTION FILE, THE LATE         *
001466*                      REGION'S CODE ON A SUPPLEMENTAL          *
001470*                      DISTRIBUTION FILE, WHICH THE RECEIVING   *
001474*                      TEAM LOADS AS PART OF THE SAME NIGHT AND *
001478*                      ACKNOWLEDGES WITH THAT PASS CODE. RECORD *
001482*                      LENGTH UNCHANGED AT 31 BYTES.            *
001486*                                                                *
001490******************************************************************
001700 01  DIST-TRAILER-RECORD.
001800     05  DIST-TRAILER-TAG            PIC X(01).
001900         88  DIST-TRAILER-TAG-OK         VALUE 'T'.
002000     05  DIST-TRAILER-COUNT          PIC 9(07).
002050     05  DIST-TRAILER-AMOUNT         PIC 9(11)V99.
002060     05  DIST-TRAILER-PASS-CODE      PIC X(03).
002070         88  DIST-TRAILER-MAIN-PASS      VALUE SPACES.
002100     05  FILLER                      PIC X(07).
