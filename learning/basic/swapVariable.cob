000308*                   out-of-range or duplicate order number, or
000309*                   a deck whose numbers skip, aborts before
000310*                   any record moves.
00310A* 2026-10-15   gag  layout card moved to the shared LAYOUTCD
00310B*                   copybook, a card image with a field name
00310C*                   for fileCompare; the reformat ignores it.
000312*****************************************************************

000315 environment division.
000510     05 CO-FIELD-2            PIC S9(05)V9(02).

000512 fd  LAYOUT-CARD-FILE.
000513     copy LAYOUTCD.

000517 fd  REFORMAT-INPUT.
000518 01  REFORMAT-IN-RECORD       PIC X(200).
