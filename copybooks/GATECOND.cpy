001485*                      COUNT SURVIVES THE ROUND TRIP AND THE    *
001486*                      RECYCLE STEP CAN CAP REPEAT OFFENDERS.   *
001487*                      RECORD GREW FROM 31 TO 35 BYTES.         *
001488*      2026-10-15 DCP  ADDED GATECOND-OWNING-UNIT - THE BUSINESS *
001489*                      UNIT THAT OWNS THE ITEM, TAKEN FROM THE  *
001490*                      ITEM REFERENCE MASTER (GATEITEM) BY      *
001491*                      SAMPLE-PROGRAM AND CARRIED TO GATE-      *
001492*                      OUTPUT AND THE DISTRIBUTION FILES SO     *
001493*                      THE RECEIVING TEAMS KNOW WHOSE ITEM IT   *
001494*                      IS.  BLANK ON THE REGIONAL EXTRACTS.     *
001495*                      RECORD GREW FROM 35 TO 40 BYTES.         *
001496*      2026-10-15 DCP  ADDED GATECOND-PASS-CODE (THE LAST OF THE *
001500*                      FILLER) - BLANK FOR THE NIGHT'S MAIN      *
001504*                      PASS, THE REGION CODE FOR A SUPPLEMENTAL  *
001508*                      PASS OF A LATE REGION.  STAMPED ON EVERY  *
001512*                      GATE-OUTPUT RECORD BY SAMPLE-PROGRAM SO   *
001516*                      GATE-SPLIT DISTRIBUTES EACH PASS'S        *
001520*                      RECORDS ONCE, WHATEVER THEIR REGION.      *
001524*                      BLANK ON THE REGIONAL EXTRACTS.  RECORD   *
001528*                      LENGTH UNCHANGED AT 40 BYTES.             *
001532*                                                                *
001536******************************************************************
001700 01  GATECOND-RECORD.
001800     05  GATECOND-ITEM-ID            PIC X(06).
001900     05  GATECOND-FLAG-A             PIC X(01).
002850     05  GATECOND-REGION-CODE        PIC X(03).
002900     05  GATECOND-ITEM-AMOUNT        PIC 9(07)V99.
002920     05  GATECOND-RECYCLE-COUNT      PIC 9(02).
002930     05  GATECOND-OWNING-UNIT        PIC X(04).
002940     05  GATECOND-PASS-CODE          PIC X(03).
