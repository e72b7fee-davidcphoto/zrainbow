001292*                      RECYCLE A REPEAT OFFENDER PAST THE       *
001293*                      ATTEMPT LIMIT.  RECORD LENGTH UNCHANGED  *
001294*                      AT 40 BYTES.                             *
001298*      2026-10-15 DCP  THE BAD FIELD NAME CAN NOW ALSO BE       *
001302*                      ITEM-ID (VALUE 'U' - THE ITEM IS NOT ON  *
001306*                      THE ITEM REFERENCE MASTER) OR ITEM-STAT  *
001310*                      (VALUE 'C' - THE ITEM IS CLOSED). LAYOUT *
001314*                      UNCHANGED.                               *
001318*                                                                *
001322******************************************************************
001500 01  EXCP-RECORD.
001600     05  EXCP-ITEM-ID                PIC X(06).
001700     05  EXCP-BAD-FIELD-NAME         PIC X(10).
