001180*                      THE FILLER) SO EVERY DECISION RECORDS   *
001190*                      WHICH REGIONAL FEED ITS ITEM CAME FROM. *
001192*                      RECORD LENGTH UNCHANGED AT 80 BYTES.    *
001196*      2026-10-15 DCP  ADDED AUDIT-RULE-VERSION (CARVED OUT OF  *
001200*                      THE FILLER) - THE PRODUCTION GATE RULES  *
001204*                      VERSION (GATEVRUL) IN FORCE FOR THE FEED *
001208*                      DATE WHEN THE DECISION WAS MADE, 0000    *
001212*                      WHEN IT CAME FROM THE COMPILED GATERULE  *
001216*                      TABLE. A RECORD WRITTEN BEFORE THIS      *
001220*                      CHANGE CARRIES BLANKS HERE. RECORD       *
001224*                      LENGTH UNCHANGED AT 80 BYTES.            *
001228*                                                                *
001232******************************************************************
001400 01  AUDIT-RECORD.
001500     05  AUDIT-TIMESTAMP             PIC X(14).
001600     05  AUDIT-RUN-ID                PIC X(14).
002140     05  AUDIT-OVRD-REASON-CODE      PIC X(04).
002150     05  AUDIT-OVRD-AUTH-ID          PIC X(08).
002160     05  AUDIT-REGION-CODE           PIC X(03).
002180     05  AUDIT-RULE-VERSION          PIC X(04).
002200     05  FILLER                      PIC X(03).
