000010 identification division.
000020 program-id. fileExport.
000030 author. GENERAL-ACCOUNTING.
000040 date-written. 2026-10-15.
000050 date-compiled.
000060*
000070*****************************************************************
000080* modification history
000090*-----------------------------------------------------------------
000100* date        init description
000110*-----------------------------------------------------------------
000120* 2026-10-15   gag  original -- comma-delimited export of any
000130*                   fixed-layout file for the departments that
000140*                   want STUMAST, CRSMAST, ENRLDETL, ESTMAST or
000150*                   SENMAST in a spreadsheet instead of
000160*                   retyping a report.  A LAYOUTCD deck names
000170*                   the columns in order; the first row out is
000180*                   the field names.  Numeric fields come out
000190*                   as readable numbers with the implied
000200*                   decimal point and sign edited in, and text
000210*                   holding a comma or a quote is quoted.  An
000220*                   optional selection card exports only the
000230*                   records whose field holds a given value.
000240*                   The operator signs on, and every run
000250*                   appends to the EXPLOG export log -- who,
000260*                   when, which file, why and how much.
000270*****************************************************************

000280 environment division.
000290 input-output section.
000300 file-control.
000310     select EXPORT-INPUT-FILE assign to "EXPIN"
000320         organization is sequential
000330         file status is WS-INPUT-STATUS.
000340     select LAYOUT-CARD-FILE assign to "EXPLAYCD"
000350         organization is sequential
000360         file status is WS-LAYOUT-STATUS.
000370     select EXPORT-OUTPUT-FILE assign to "EXPOUT"
000380         organization is sequential
000390         file status is WS-OUTPUT-STATUS.
000400     select EXPORT-LOG-FILE assign to "EXPLOG"
000410         organization is sequential
000420         file status is WS-EXPLOG-STATUS.
000430     select OPERATOR-MASTER assign to "OPERMAST"
000440         organization is sequential
000450         file status is WS-OPER-STATUS.
000460     select RUN-LOG-FILE assign to "RUNLOG"
000470         organization is sequential
000480         file status is WS-RUNLOG-STATUS.
000490     select OPS-ERROR-LOG assign to "OPSLOG"
000500         organization is sequential
000510         file status is WS-OPSLOG-STATUS.
000520     select BUSINESS-DATE-FILE assign to "BIZDATE"
000530         organization is sequential
000540         file status is WS-BIZDT-STATUS.

000550 data division.
000560 file section.
000570 fd  EXPORT-INPUT-FILE.
000580 01  EXPORT-INPUT-RECORD      PIC X(400).

000590 fd  LAYOUT-CARD-FILE.
000600     copy LAYOUTCD.

000610* one delimited line per record, only as long as its data.
000620 fd  EXPORT-OUTPUT-FILE
000630     record is varying in size from 1 to 1000 characters
000640         depending on WS-CSV-LENGTH.
000650 01  EXPORT-OUTPUT-RECORD     PIC X(1000).

000660 fd  EXPORT-LOG-FILE.
000670     copy EXPLOG.

000680 fd  OPERATOR-MASTER.
000690     copy OPERMAST.

000700 fd  RUN-LOG-FILE.
000710     copy RUNSUM.

000720 fd  OPS-ERROR-LOG.
000730     copy OPSERR.

000740 fd  BUSINESS-DATE-FILE.
000750     copy BIZDATE.

000760 working-storage section.
000770 copy BIZDTWS.
000780 copy IOCHKWS.
000790 copy OPERWS.
000800 01 WS-INPUT-STATUS           PIC X(02).
000810     88 INPUT-OK              VALUE "00".
000820 01 WS-LAYOUT-STATUS          PIC X(02).
000830     88 LAYOUT-OK             VALUE "00".
000840 01 WS-OUTPUT-STATUS          PIC X(02).
000850     88 OUTPUT-OK             VALUE "00".
000860 01 WS-EXPLOG-STATUS          PIC X(02).
000870     88 EXPLOG-OK             VALUE "00".
000880 01 WS-RUNLOG-STATUS          PIC X(02).
000890     88 RUNLOG-OK             VALUE "00".
000900 01 WS-RUN-START-TIME         PIC 9(08) VALUE ZEROES.
000910 01 WS-EOF-SWITCH             PIC X(01) VALUE "N".
000920     88 FILE-EOF              VALUE "Y".
000930*
000940* run cards after the operator card: the first names the file
000950* (1-8), the layout deck (10-17) and the purpose (19-58); the
000960* second is the optional selection -- a field number in 1-2
000970* and the value it must hold in 4-33, blank for every record.
000980 01 WS-EXPORT-CARD            PIC X(80) VALUE SPACES.
000990 01 WS-SELECT-CARD            PIC X(80) VALUE SPACES.
001000 01 WS-SELECT-FIELD-X         PIC X(02) VALUE SPACES.
001010 01 WS-SELECT-FIELD REDEFINES WS-SELECT-FIELD-X
001020                              PIC 9(02).
001030 01 WS-SELECT-VALUE           PIC X(30) VALUE SPACES.
001040 01 WS-SELECT-SWITCH          PIC X(01) VALUE "N".
001050     88 SELECTION-ACTIVE      VALUE "Y".
001060 01 WS-SELECT-WORK            PIC X(30) VALUE SPACES.
001070*
001080* the column table, one slot per layout card in output order.
001090 01 WS-COL-MAX                PIC 9(02) VALUE 40.
001100 01 WS-COL-COUNT              PIC 9(02) VALUE ZEROES.
001110 01 WS-COL-TABLE.
001120     05 WS-COL-ENTRY          OCCURS 40 TIMES.
001130         10 WS-COL-NAME       PIC X(16).
001140         10 WS-COL-OFFSET     PIC 9(03).
001150         10 WS-COL-LENGTH     PIC 9(03).
001160         10 WS-COL-TYPE       PIC X(01).
001170             88 COL-UNSIGNED  VALUE "N".
001180             88 COL-SIGNED    VALUE "S".
001190         10 WS-COL-DECIMALS   PIC 9(01).
001200         10 WS-COL-USED-FLAG  PIC X(01).
001210             88 COL-SLOT-USED VALUE "Y".
001220 01 WS-COL-SUB                PIC 9(02) VALUE ZEROES.
001230 01 WS-CARD-END               PIC 9(04) VALUE ZEROES.
001240 01 WS-SETUP-ERRORS           PIC 9(03) VALUE ZEROES.
001250*
001260* the line being built and the value being added to it.
001270 01 WS-CSV-LINE               PIC X(1000) VALUE SPACES.
001280 01 WS-CSV-LENGTH             PIC 9(04) VALUE ZEROES.
001290 01 WS-CSV-MAX                PIC 9(04) VALUE 1000.
001300 01 WS-LINE-FULL-SWITCH       PIC X(01) VALUE "N".
001310     88 LINE-FULL             VALUE "Y".
001320 01 WS-VALUE                  PIC X(400) VALUE SPACES.
001330 01 WS-VALUE-LENGTH           PIC 9(03) VALUE ZEROES.
001340 01 WS-CHAR-SUB               PIC 9(03) VALUE ZEROES.
001350 01 WS-ONE-CHAR               PIC X(01) VALUE SPACE.
001360 01 WS-QUOTE-COUNT            PIC 9(03) VALUE ZEROES.
001370 01 WS-COMMA-COUNT            PIC 9(03) VALUE ZEROES.
001380*
001390* numeric editing -- the field is right-justified into eighteen
001400* signed digits so the sign in its last byte lands where a
001410* signed display item keeps it.
001420 01 WS-SIGNED-X               PIC X(18) VALUE ZEROES.
001430 01 WS-SIGNED-N REDEFINES WS-SIGNED-X
001440                              PIC S9(18).
001450 01 WS-ABS-N                  PIC 9(18) VALUE ZEROES.
001460 01 WS-ABS-X REDEFINES WS-ABS-N
001470                              PIC X(18).
001480 01 WS-INT-N                  PIC 9(18) VALUE ZEROES.
001490 01 WS-INT-EDIT               PIC Z(17)9.
001500 01 WS-LEAD-SPACES            PIC 9(02) VALUE ZEROES.
001510 01 WS-INT-DIGITS             PIC 9(02) VALUE ZEROES.
001520 01 WS-NUM-START              PIC 9(02) VALUE ZEROES.
001530 01 WS-NEGATIVE-SWITCH        PIC X(01) VALUE "N".
001540     88 VALUE-NEGATIVE        VALUE "Y".
001550 01 WS-NUMBER-TEXT            PIC X(30) VALUE SPACES.
001560 01 WS-NUMBER-LENGTH          PIC 9(02) VALUE ZEROES.
001570*
001580* counts for the log and the run summary.
001590 01 WS-RECORDS-READ           PIC 9(07) VALUE ZEROES.
001600 01 WS-RECORDS-EXPORTED       PIC 9(07) VALUE ZEROES.
001610 01 WS-BAD-NUMBERS            PIC 9(07) VALUE ZEROES.
001620 01 WS-LINES-TRUNCATED        PIC 9(07) VALUE ZEROES.

001630 procedure division.
001640 PRG-BEGIN.
001650     move "FILEEXP" to IOC-PROGRAM
001660     accept WS-RUN-START-TIME from TIME
001670     perform ZB-GET-BUSINESS-DATE
001680     perform ZY-OPERATOR-SIGNON
001690     accept WS-EXPORT-CARD
001700     accept WS-SELECT-CARD
001710     if WS-EXPORT-CARD (1:8) = spaces
001720         display "*** THE EXPORT CARD MUST NAME THE FILE - "
001730             "job ABORTED ***"
001740         move 8 to RETURN-CODE
001750         stop run
001760     end-if
001770     perform LOAD-LAYOUT-CARDS
001780     perform TAKE-SELECTION
001790     if WS-SETUP-ERRORS > 0
001800         display "*** " WS-SETUP-ERRORS " LAYOUT OR SELECTION "
001810             "ERRORS - job ABORTED ***"
001820         move 8 to RETURN-CODE
001830         stop run
001840     end-if
001850     open input EXPORT-INPUT-FILE
001860     if not INPUT-OK
001870         display "*** CANNOT OPEN EXPIN - status "
001880             WS-INPUT-STATUS " - job ABORTED ***"
001890         move 8 to RETURN-CODE
001900         stop run
001910     end-if
001920     open output EXPORT-OUTPUT-FILE
001930     perform WRITE-HEADER-ROW
001935     move "N" to WS-EOF-SWITCH
001940     perform READ-EXPORT-INPUT
001950     perform EXPORT-ONE-RECORD until FILE-EOF
001960     close EXPORT-INPUT-FILE
001970     close EXPORT-OUTPUT-FILE
001980     display "-----------------------------------"
001990     display "File exported     : " WS-EXPORT-CARD (1:8)
002000     display "Columns           : " WS-COL-COUNT
002010     display "Records read      : " WS-RECORDS-READ
002020     display "Records exported  : " WS-RECORDS-EXPORTED
002030     if WS-BAD-NUMBERS > 0 or WS-LINES-TRUNCATED > 0
002040         display "Unreadable numbers: " WS-BAD-NUMBERS
002050         display "Lines cut at 1000 : " WS-LINES-TRUNCATED
002060         move 4 to RETURN-CODE
002070     end-if
002080     perform WRITE-EXPORT-LOG
002090     perform WRITE-RUN-SUMMARY
002100     stop run.

002110* the cards land by their own order number, as they do for the
002120* reformatter, and the same deck faults stop the run -- plus
002130* a numeric column too long to edit or an unknown type.
002140 LOAD-LAYOUT-CARDS.
002150     move spaces to WS-COL-TABLE
002160     open input LAYOUT-CARD-FILE
002170     if not LAYOUT-OK
002180         display "*** CANNOT OPEN EXPLAYCD - status "
002190             WS-LAYOUT-STATUS " - job ABORTED ***"
002200         move 8 to RETURN-CODE
002210         stop run
002220     end-if
002230     perform READ-LAYOUT-CARD
002240     perform ADD-LAYOUT-ENTRY until FILE-EOF
002250     close LAYOUT-CARD-FILE
002260     if WS-COL-COUNT = 0
002270         add 1 to WS-SETUP-ERRORS
002280         display "*** NO LAYOUT CARDS ON EXPLAYCD"
002290     else
002300         perform TEST-LAYOUT-SLOT
002310             varying WS-COL-SUB from 1 by 1
002320             until WS-COL-SUB > WS-COL-COUNT
002330     end-if.

002340 READ-LAYOUT-CARD.
002350     read LAYOUT-CARD-FILE
002360         at end set FILE-EOF to true
002370     end-read.

002380 ADD-LAYOUT-ENTRY.
002390     evaluate true
002400         when LC-OUT-ORDER not numeric
002410             or LC-IN-OFFSET not numeric
002420             or LC-LENGTH not numeric
002430             or LC-DECIMALS not numeric
002440             add 1 to WS-SETUP-ERRORS
002450             display "*** LAYOUT CARD WITH A NON-NUMERIC ORDER, "
002460                 "OFFSET, LENGTH OR DECIMALS"
002470         when LC-OUT-ORDER = 0 or LC-OUT-ORDER > WS-COL-MAX
002480             add 1 to WS-SETUP-ERRORS
002490             display "*** LAYOUT CARD ORDER " LC-OUT-ORDER
002500                 " OUT OF RANGE"
002510         when LC-IN-OFFSET = 0 or LC-LENGTH = 0
002520             or LC-IN-OFFSET + LC-LENGTH - 1 > 400
002530             add 1 to WS-SETUP-ERRORS
002540             display "*** LAYOUT CARD " LC-OUT-ORDER
002550                 " LIES OUTSIDE THE 400-BYTE RECORD"
002560         when not LC-VALID-TYPE
002570             add 1 to WS-SETUP-ERRORS
002580             display "*** LAYOUT CARD " LC-OUT-ORDER
002590                 " TYPE MUST BE A, N OR S"
002600         when not LC-TEXT-FIELD and LC-LENGTH > 18
002610             add 1 to WS-SETUP-ERRORS
002620             display "*** LAYOUT CARD " LC-OUT-ORDER
002630                 " NUMERIC FIELD LONGER THAN 18 DIGITS"
002640         when COL-SLOT-USED (LC-OUT-ORDER)
002650             add 1 to WS-SETUP-ERRORS
002660             display "*** TWO LAYOUT CARDS CLAIM ORDER "
002670                 LC-OUT-ORDER
002680         when other
002690             add 1 to WS-COL-COUNT
002700             move LC-FIELD-NAME to WS-COL-NAME (LC-OUT-ORDER)
002710             move LC-IN-OFFSET to WS-COL-OFFSET (LC-OUT-ORDER)
002720             move LC-LENGTH to WS-COL-LENGTH (LC-OUT-ORDER)
002730             move LC-FIELD-TYPE to WS-COL-TYPE (LC-OUT-ORDER)
002740             move LC-DECIMALS to WS-COL-DECIMALS (LC-OUT-ORDER)
002750             move "Y" to WS-COL-USED-FLAG (LC-OUT-ORDER)
002760     end-evaluate
002770     perform READ-LAYOUT-CARD.

002780 TEST-LAYOUT-SLOT.
002790     if not COL-SLOT-USED (WS-COL-SUB)
002800         add 1 to WS-SETUP-ERRORS
002810         display "*** LAYOUT ORDER NUMBERS SKIP SLOT "
002820             WS-COL-SUB
002830     end-if.

002840* the selection compares the field as it sits on the file --
002850* a numeric key is given with its leading zeroes.
002860 TAKE-SELECTION.
002870     move WS-SELECT-CARD (1:2) to WS-SELECT-FIELD-X
002880     move WS-SELECT-CARD (4:30) to WS-SELECT-VALUE
002890     if WS-SELECT-FIELD-X not = spaces
002900         if WS-SELECT-FIELD not numeric
002910             or WS-SELECT-FIELD = 0
002920             or WS-SELECT-FIELD > WS-COL-MAX
002930             add 1 to WS-SETUP-ERRORS
002940             display "*** SELECTION FIELD '" WS-SELECT-FIELD-X
002950                 "' IS NOT A LAYOUT CARD ORDER"
002960         else
002970             if not COL-SLOT-USED (WS-SELECT-FIELD)
002980                 add 1 to WS-SETUP-ERRORS
002990                 display "*** SELECTION FIELD "
003000                     WS-SELECT-FIELD " IS NOT ON THE LAYOUT"
003010             else
003020                 if WS-COL-LENGTH (WS-SELECT-FIELD) > 30
003030                     add 1 to WS-SETUP-ERRORS
003040                     display "*** SELECTION FIELD "
003050                         WS-SELECT-FIELD
003060                         " IS LONGER THAN THE 30-BYTE VALUE"
003070                 else
003080                     set SELECTION-ACTIVE to true
003090                     display "Selecting "
003100                         WS-COL-NAME (WS-SELECT-FIELD) " = '"
003110                         WS-SELECT-VALUE "'"
003120                 end-if
003130             end-if
003140         end-if
003150     end-if.

003160 READ-EXPORT-INPUT.
003170     read EXPORT-INPUT-FILE
003180         at end set FILE-EOF to true
003190     end-read.

003200 EXPORT-ONE-RECORD.
003210     add 1 to WS-RECORDS-READ
003220     if SELECTION-ACTIVE
003230         move spaces to WS-SELECT-WORK
003240         move EXPORT-INPUT-RECORD
003250             (WS-COL-OFFSET (WS-SELECT-FIELD):
003260             WS-COL-LENGTH (WS-SELECT-FIELD)) to WS-SELECT-WORK
003270     end-if
003280     if not SELECTION-ACTIVE
003290         or WS-SELECT-WORK = WS-SELECT-VALUE
003300         perform START-CSV-LINE
003310         perform ADD-ONE-COLUMN
003320             varying WS-COL-SUB from 1 by 1
003330             until WS-COL-SUB > WS-COL-COUNT
003340         perform WRITE-CSV-LINE
003350         add 1 to WS-RECORDS-EXPORTED
003360     end-if
003370     perform READ-EXPORT-INPUT.

003380 WRITE-HEADER-ROW.
003390     perform START-CSV-LINE
003400     perform ADD-ONE-HEADING
003410         varying WS-COL-SUB from 1 by 1
003420         until WS-COL-SUB > WS-COL-COUNT
003430     perform WRITE-CSV-LINE.

003440 ADD-ONE-HEADING.
003450     move spaces to WS-VALUE
003460     move WS-COL-NAME (WS-COL-SUB) to WS-VALUE
003470     if WS-VALUE = spaces
003480         string "FIELD" WS-COL-SUB delimited by size
003490             into WS-VALUE
003500     end-if
003510     move 16 to WS-VALUE-LENGTH
003520     perform ADD-TEXT-VALUE.

003530 ADD-ONE-COLUMN.
003540     move spaces to WS-VALUE
003550     move WS-COL-LENGTH (WS-COL-SUB) to WS-VALUE-LENGTH
003560     move EXPORT-INPUT-RECORD (WS-COL-OFFSET (WS-COL-SUB):
003570         WS-VALUE-LENGTH) to WS-VALUE
003580     if COL-UNSIGNED (WS-COL-SUB) or COL-SIGNED (WS-COL-SUB)
003590         perform ADD-NUMBER-VALUE
003600     else
003610         perform ADD-TEXT-VALUE
003620     end-if.

003630 START-CSV-LINE.
003640     move spaces to WS-CSV-LINE
003650     move zeroes to WS-CSV-LENGTH
003660     move "N" to WS-LINE-FULL-SWITCH.

003670 WRITE-CSV-LINE.
003680     if WS-CSV-LENGTH = 0
003690         move 1 to WS-CSV-LENGTH
003700     end-if
003710     if LINE-FULL
003720         add 1 to WS-LINES-TRUNCATED
003730     end-if
003740     move WS-CSV-LINE to EXPORT-OUTPUT-RECORD
003750     write EXPORT-OUTPUT-RECORD
003760     move WS-OUTPUT-STATUS to IOC-STATUS
003770     move "EXPOUT" to IOC-FILE-NAME
003780     perform ZZ-CHECK-WRITE.

003790* trailing spaces come off; a value holding a comma or a quote
003800* is wrapped in quotes with each quote inside doubled, the way
003810* the spreadsheet reads it back.
003820 ADD-TEXT-VALUE.
003830     perform FIND-VALUE-END
003840     move zeroes to WS-QUOTE-COUNT
003850     move zeroes to WS-COMMA-COUNT
003860     if WS-VALUE-LENGTH > 0
003870         inspect WS-VALUE (1:WS-VALUE-LENGTH)
003880             tallying WS-QUOTE-COUNT for all '"'
003890                      WS-COMMA-COUNT for all ","
003900     end-if
003910     if WS-COL-SUB > 1
003920         move "," to WS-ONE-CHAR
003930         perform APPEND-ONE-CHAR
003940     end-if
003950     if WS-QUOTE-COUNT > 0 or WS-COMMA-COUNT > 0
003960         move '"' to WS-ONE-CHAR
003970         perform APPEND-ONE-CHAR
003980         perform APPEND-QUOTED-CHAR
003990             varying WS-CHAR-SUB from 1 by 1
004000             until WS-CHAR-SUB > WS-VALUE-LENGTH
004010         move '"' to WS-ONE-CHAR
004020         perform APPEND-ONE-CHAR
004030     else
004040         perform APPEND-PLAIN-CHAR
004050             varying WS-CHAR-SUB from 1 by 1
004060             until WS-CHAR-SUB > WS-VALUE-LENGTH
004070     end-if.

004080 FIND-VALUE-END.
004090     perform STEP-BACK-OVER-SPACE
004100         until WS-VALUE-LENGTH = 0
004110         or WS-VALUE (WS-VALUE-LENGTH:1) not = space.

004120 STEP-BACK-OVER-SPACE.
004130     subtract 1 from WS-VALUE-LENGTH.

004140 APPEND-PLAIN-CHAR.
004150     move WS-VALUE (WS-CHAR-SUB:1) to WS-ONE-CHAR
004160     perform APPEND-ONE-CHAR.

004170 APPEND-QUOTED-CHAR.
004180     move WS-VALUE (WS-CHAR-SUB:1) to WS-ONE-CHAR
004190     perform APPEND-ONE-CHAR
004200     if WS-ONE-CHAR = '"'
004210         perform APPEND-ONE-CHAR
004220     end-if.

004230 APPEND-ONE-CHAR.
004240     if WS-CSV-LENGTH < WS-CSV-MAX
004250         add 1 to WS-CSV-LENGTH
004260         move WS-ONE-CHAR to WS-CSV-LINE (WS-CSV-LENGTH:1)
004270     else
004280         set LINE-FULL to true
004290     end-if.

004300* the digits are right-justified into a signed display item,
004310* then split at the implied decimal point: the whole part is
004320* zero-suppressed, the fraction keeps every digit, and a minus
004330* leads a negative.  A value that is not numbers at all goes
004340* out as text and is counted.
004350 ADD-NUMBER-VALUE.
004360     move zeroes to WS-SIGNED-X
004370     compute WS-NUM-START = 19 - WS-VALUE-LENGTH
004380     move WS-VALUE (1:WS-VALUE-LENGTH)
004390         to WS-SIGNED-X (WS-NUM-START:WS-VALUE-LENGTH)
004400     if (COL-UNSIGNED (WS-COL-SUB)
004410         and WS-VALUE (1:WS-VALUE-LENGTH) not numeric)
004420         or WS-SIGNED-N not numeric
004430         add 1 to WS-BAD-NUMBERS
004440         perform ADD-TEXT-VALUE
004450     else
004460         perform EDIT-NUMBER
004470         if WS-COL-SUB > 1
004480             move "," to WS-ONE-CHAR
004490             perform APPEND-ONE-CHAR
004500         end-if
004510         move WS-NUMBER-TEXT to WS-VALUE
004520         move WS-NUMBER-LENGTH to WS-VALUE-LENGTH
004530         perform APPEND-PLAIN-CHAR
004540             varying WS-CHAR-SUB from 1 by 1
004550             until WS-CHAR-SUB > WS-VALUE-LENGTH
004560     end-if.

004570 EDIT-NUMBER.
004580     move "N" to WS-NEGATIVE-SWITCH
004590     if WS-SIGNED-N < 0
004600         set VALUE-NEGATIVE to true
004610         compute WS-ABS-N = 0 - WS-SIGNED-N
004620     else
004630         move WS-SIGNED-N to WS-ABS-N
004640     end-if
004650     compute WS-INT-DIGITS = 18 - WS-COL-DECIMALS (WS-COL-SUB)
004660     move WS-ABS-X (1:WS-INT-DIGITS) to WS-INT-N
004670     move WS-INT-N to WS-INT-EDIT
004680     move zeroes to WS-LEAD-SPACES
004690     inspect WS-INT-EDIT tallying WS-LEAD-SPACES
004700         for leading spaces
004710     move spaces to WS-NUMBER-TEXT
004720     move zeroes to WS-NUMBER-LENGTH
004730     if VALUE-NEGATIVE
004740         move "-" to WS-NUMBER-TEXT (1:1)
004750         move 1 to WS-NUMBER-LENGTH
004760     end-if
004770     move WS-INT-EDIT (WS-LEAD-SPACES + 1:18 - WS-LEAD-SPACES)
004780         to WS-NUMBER-TEXT (WS-NUMBER-LENGTH + 1:
004790         18 - WS-LEAD-SPACES)
004800     compute WS-NUMBER-LENGTH = WS-NUMBER-LENGTH + 18
004810         - WS-LEAD-SPACES
004820     if WS-COL-DECIMALS (WS-COL-SUB) > 0
004830         add 1 to WS-NUMBER-LENGTH
004840         move "." to WS-NUMBER-TEXT (WS-NUMBER-LENGTH:1)
004850         move WS-ABS-X (WS-INT-DIGITS + 1:
004860             WS-COL-DECIMALS (WS-COL-SUB))
004870             to WS-NUMBER-TEXT (WS-NUMBER-LENGTH + 1:
004880             WS-COL-DECIMALS (WS-COL-SUB))
004890         add WS-COL-DECIMALS (WS-COL-SUB) to WS-NUMBER-LENGTH
004900     end-if.

004910* who took what, kept apart from RUNLOG so the data owners can
004920* review exports on their own.
004930 WRITE-EXPORT-LOG.
004940     open extend EXPORT-LOG-FILE
004950     if not EXPLOG-OK
004960         open output EXPORT-LOG-FILE
004970     end-if
004980     move spaces to EXPORT-LOG-RECORD
004990     move BDT-BUSINESS-DATE to XL-RUN-DATE
005000     accept XL-RUN-TIME from TIME
005010     move OPR-OPERATOR-ID to XL-OPERATOR
005020     move WS-EXPORT-CARD (1:8) to XL-SOURCE-FILE
005030     move WS-EXPORT-CARD (10:8) to XL-LAYOUT-NAME
005040     move WS-EXPORT-CARD (19:40) to XL-PURPOSE
005050     if SELECTION-ACTIVE
005060         move WS-COL-NAME (WS-SELECT-FIELD) to XL-SELECT-FIELD
005070         move WS-SELECT-VALUE to XL-SELECT-VALUE
005080     end-if
005090     move WS-COL-COUNT to XL-FIELD-COUNT
005100     move WS-RECORDS-READ to XL-RECORDS-READ
005110     move WS-RECORDS-EXPORTED to XL-RECORDS-EXPORTED
005120     if WS-BAD-NUMBERS > 0 or WS-LINES-TRUNCATED > 0
005130         move "WARNING " to XL-RESULT
005140     else
005150         move "COMPLETE" to XL-RESULT
005160     end-if
005170     write EXPORT-LOG-RECORD
005180     move WS-EXPLOG-STATUS to IOC-STATUS
005190     move "EXPLOG" to IOC-FILE-NAME
005200     perform ZZ-CHECK-WRITE
005210     close EXPORT-LOG-FILE.

005220* one standard record per run to the shared RUNLOG operations
005230* file, for the night-end opsReport.
005240 WRITE-RUN-SUMMARY.
005250     open extend RUN-LOG-FILE
005260     if not RUNLOG-OK
005270         open output RUN-LOG-FILE
005280     end-if
005290     move "FILEEXP" to RS-PROGRAM
005300     move BDT-BUSINESS-DATE to RS-RUN-DATE
005310     accept RS-RUN-TIME from TIME
005320     move WS-RUN-START-TIME to RS-START-TIME
005330     move WS-RECORDS-READ to RS-RECORDS-READ
005340     move WS-RECORDS-EXPORTED to RS-RECORDS-POSTED
005350     move WS-BAD-NUMBERS to RS-RECORDS-REJECTED
005360     move "BALANCED" to RS-CONTROL-STATUS
005370     write RUN-SUMMARY-RECORD
005380     close RUN-LOG-FILE.

005390*****************************************************************
005400* ZY-OPERATOR-SIGNON (from the shared OPERPRC copybook)
005410*****************************************************************
005420     copy OPERPRC.

005430*****************************************************************
005440* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
005450*****************************************************************
005460     copy IOCHKPRC.

005470*****************************************************************
005480* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
005490*****************************************************************
005500     copy BIZDTPRC.
