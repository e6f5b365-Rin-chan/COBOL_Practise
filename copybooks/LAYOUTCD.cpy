      ******************************************************************
      * LAYOUTCD.cpy
      * Shared layout card -- one card per field of a fixed record,
      * as kept on the LAYOUTCD decks.  swapVariable's reformatter
      * reads a deck as output order, input offset and length per
      * field.  fileCompare reads one deck per side of a compare,
      * where LC-OUT-ORDER is the field number that pairs a field on
      * the old file with the same field on the new, and
      * LC-IN-OFFSET/LC-LENGTH place it in that side's record.
      * LC-FIELD-NAME labels the field on the compare report; the
      * reformatter ignores it.  fileExport reads a deck as the
      * columns of a delimited export, in LC-OUT-ORDER, with the
      * name as the column heading; LC-FIELD-TYPE and LC-DECIMALS
      * say how to edit the value -- A (or blank) text, N unsigned
      * digits, S digits with the sign carried in the last byte --
      * and how many of the digits are implied decimals.  Card
      * image, sequential.
      *
      * 2026-10-15  gag  original, lifted from swapVariable with the
      *                  field name added.
      * 2026-10-15  gag  field type and implied decimals, taken from
      *                  the filler, for the delimited export.
      ******************************************************************
       01  LAYOUT-CARD-RECORD.
           05 LC-OUT-ORDER          PIC 9(02).
           05 LC-IN-OFFSET          PIC 9(03).
           05 LC-LENGTH             PIC 9(03).
           05 LC-FIELD-NAME         PIC X(16).
           05 LC-FIELD-TYPE         PIC X(01).
               88 LC-TEXT-FIELD     VALUE "A" " ".
               88 LC-UNSIGNED-FIELD VALUE "N".
               88 LC-SIGNED-FIELD   VALUE "S".
               88 LC-VALID-TYPE     VALUE "A" " " "N" "S".
           05 LC-DECIMALS           PIC 9(01).
           05 FILLER                PIC X(54).
