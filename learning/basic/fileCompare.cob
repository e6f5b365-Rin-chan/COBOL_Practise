000010 identification division.
000020 program-id. fileCompare.
000030 author. GENERAL-ACCOUNTING.
000040 date-written. 2026-10-15.
000050 date-compiled.
000060*
000070*****************************************************************
000080* modification history
000090*-----------------------------------------------------------------
000100* date        init description
000110*-----------------------------------------------------------------
000120* 2026-10-15   gag  original -- key-based compare of an old and
000130*                   a new file for conversions and parallel
000140*                   runs, so a cutover is proven field by field
000150*                   instead of by record counts.  Each side is
000160*                   described by a LAYOUTCD deck, the same
000170*                   cards swapVariable's reformatter keeps (the
000180*                   field number pairs a field across the two
000190*                   decks).  The run card names the key fields
000200*                   and the fields to ignore.  Both files sort
000210*                   on the key and match: records only on the
000220*                   old file list as DELETED, only on the new as
000230*                   ADDED, and matched records with a compared
000240*                   field that differs list as CHANGED with each
000250*                   field's before and after.  Digits-only
000260*                   values compare as numbers, so a widened
000270*                   numeric field is not a change.  The report
000280*                   closes with control totals and a sign-off
000290*                   block for the supervisor.
000300*****************************************************************

000310 environment division.
000320 input-output section.
000330 file-control.
000340     select OLD-INPUT-FILE assign to "CMPOLD"
000350         organization is sequential
000360         file status is WS-OLD-STATUS.
000370     select NEW-INPUT-FILE assign to "CMPNEW"
000380         organization is sequential
000390         file status is WS-NEW-STATUS.
000400     select OLD-LAYOUT-FILE assign to "CMPOLDL"
000410         organization is sequential
000420         file status is WS-LAYOUT-STATUS.
000430     select NEW-LAYOUT-FILE assign to "CMPNEWL"
000440         organization is sequential
000450         file status is WS-LAYOUT-STATUS.
000460     select SORT-WORK-FILE assign to "CMPSWK".
000470     select OLD-SORTED-FILE assign to "CMPOSRT"
000480         organization is sequential
000490         file status is WS-SORT-STATUS.
000500     select NEW-SORTED-FILE assign to "CMPNSRT"
000510         organization is sequential
000520         file status is WS-SORT-STATUS.
000530     select COMPARE-PRINT assign to "CMPRPT"
000540         organization is sequential
000550         file status is WS-PRINT-STATUS.
000560     select RUN-LOG-FILE assign to "RUNLOG"
000570         organization is sequential
000580         file status is WS-RUNLOG-STATUS.
000590     select OPS-ERROR-LOG assign to "OPSLOG"
000600         organization is sequential
000610         file status is WS-OPSLOG-STATUS.
000620     select BUSINESS-DATE-FILE assign to "BIZDATE"
000630         organization is sequential
000640         file status is WS-BIZDT-STATUS.

000650 data division.
000660 file section.
000670 fd  OLD-INPUT-FILE.
000680 01  OLD-INPUT-RECORD         PIC X(200).

000690 fd  NEW-INPUT-FILE.
000700 01  NEW-INPUT-RECORD         PIC X(200).

000710 fd  OLD-LAYOUT-FILE.
000720     copy LAYOUTCD.

000730 fd  NEW-LAYOUT-FILE.
000740 01  NEW-LAYOUT-RECORD        PIC X(80).

000750 sd  SORT-WORK-FILE.
000760 01  SORT-WORK-RECORD.
000770     05 SW-KEY                PIC X(40).
000780     05 SW-SEQ                PIC 9(07).
000790     05 SW-DATA               PIC X(200).

000800 fd  OLD-SORTED-FILE.
000810 01  OLD-SORTED-RECORD.
000820     05 OS-KEY                PIC X(40).
000830     05 OS-SEQ                PIC 9(07).
000840     05 OS-DATA               PIC X(200).

000850 fd  NEW-SORTED-FILE.
000860 01  NEW-SORTED-RECORD.
000870     05 NS-KEY                PIC X(40).
000880     05 NS-SEQ                PIC 9(07).
000890     05 NS-DATA               PIC X(200).

000900 fd  COMPARE-PRINT.
000910 01  PRINT-LINE               PIC X(132).

000920 fd  RUN-LOG-FILE.
000930     copy RUNSUM.

000940 fd  OPS-ERROR-LOG.
000950     copy OPSERR.

000960 fd  BUSINESS-DATE-FILE.
000970     copy BIZDATE.

000980 working-storage section.
000990 copy BIZDTWS.
001000 copy IOCHKWS.
001010 01 WS-OLD-STATUS             PIC X(02).
001020     88 OLD-OK                VALUE "00".
001030 01 WS-NEW-STATUS             PIC X(02).
001040     88 NEW-OK                VALUE "00".
001050 01 WS-LAYOUT-STATUS          PIC X(02).
001060     88 LAYOUT-OK             VALUE "00".
001070 01 WS-SORT-STATUS            PIC X(02).
001080     88 SORT-OK               VALUE "00".
001090 01 WS-PRINT-STATUS           PIC X(02).
001100     88 PRINT-OK              VALUE "00".
001110 01 WS-RUNLOG-STATUS          PIC X(02).
001120     88 RUNLOG-OK             VALUE "00".
001130 01 WS-RUN-START-TIME         PIC 9(08) VALUE ZEROES.
001140 01 WS-EOF-SWITCH             PIC X(01) VALUE "N".
001150     88 FILE-EOF              VALUE "Y".
001160 01 WS-OLD-EOF-SWITCH         PIC X(01) VALUE "N".
001170     88 OLD-EOF               VALUE "Y".
001180 01 WS-NEW-EOF-SWITCH         PIC X(01) VALUE "N".
001190     88 NEW-EOF               VALUE "Y".
001200*
001210* run cards: the first is the compare title for the report;
001220* the second names up to three key fields in 1-2, 4-5 and 7-8
001230* and up to ten ignored fields, two digits each, starting in
001240* column 10 three columns apart (10, 13, 16 ... 37).
001250 01 WS-RUN-TITLE              PIC X(60) VALUE SPACES.
001260 01 WS-RUN-PARM               PIC X(40) VALUE SPACES.
001270 01 WS-PARM-POS               PIC 9(02) VALUE ZEROES.
001280 01 WS-PARM-FIELD             PIC X(02) VALUE SPACES.
001290 01 WS-PARM-FIELD-N REDEFINES WS-PARM-FIELD
001300                              PIC 9(02).
001310 01 WS-PARM-SUB               PIC 9(02) VALUE ZEROES.
001320 01 WS-SETUP-ERRORS           PIC 9(03) VALUE ZEROES.
001330 01 WS-MESSAGE                PIC X(80) VALUE SPACES.
001340*
001350* the field table, one slot per field number, with where the
001360* field sits on each side and what the run does with it.
001370 01 WS-FLD-MAX                PIC 9(02) VALUE 30.
001380 01 WS-FLD-HIGH               PIC 9(02) VALUE ZEROES.
001390 01 WS-FLD-TABLE.
001400     05 WS-FLD-ENTRY          OCCURS 30 TIMES.
001410         10 WS-FLD-NAME       PIC X(16).
001420         10 WS-FLD-OLD-OFFSET PIC 9(03).
001430         10 WS-FLD-OLD-LENGTH PIC 9(03).
001440         10 WS-FLD-NEW-OFFSET PIC 9(03).
001450         10 WS-FLD-NEW-LENGTH PIC 9(03).
001460         10 WS-FLD-ON-OLD     PIC X(01).
001470             88 FLD-ON-OLD    VALUE "Y".
001480         10 WS-FLD-ON-NEW     PIC X(01).
001490             88 FLD-ON-NEW    VALUE "Y".
001500         10 WS-FLD-IGNORE     PIC X(01).
001510             88 FLD-IGNORED   VALUE "Y" "K".
001520             88 FLD-KEY       VALUE "K".
001530         10 WS-FLD-CHANGES    PIC 9(07).
001540 01 WS-FLD-SUB                PIC 9(02) VALUE ZEROES.
001550 01 WS-CARD-FIELD             PIC 9(02) VALUE ZEROES.
001560 01 WS-CARD-END               PIC 9(04) VALUE ZEROES.
001570*
001580* the key -- up to three fields, each given the wider of its
001590* two lengths so the old and new keys line up.
001600 01 WS-KEY-COUNT              PIC 9(01) VALUE ZEROES.
001610 01 WS-KEY-TABLE.
001620     05 WS-KEY-ENTRY          OCCURS 3 TIMES.
001630         10 WS-KEY-FIELD      PIC 9(02).
001640         10 WS-KEY-WIDTH      PIC 9(02).
001650 01 WS-KEY-SUB                PIC 9(01) VALUE ZEROES.
001660 01 WS-KEY-TOTAL              PIC 9(03) VALUE ZEROES.
001670 01 WS-KEY-POS                PIC 9(03) VALUE ZEROES.
001680 01 WS-BUILD-KEY              PIC X(40) VALUE SPACES.
001690 01 WS-BUILD-SIDE             PIC X(01) VALUE "O".
001700     88 BUILD-OLD-KEY         VALUE "O".
001710     88 BUILD-NEW-KEY         VALUE "N".
001720 01 WS-BUILD-RECORD           PIC X(200) VALUE SPACES.
001730 01 WS-PREV-OLD-KEY           PIC X(40) VALUE LOW-VALUES.
001740 01 WS-PREV-NEW-KEY           PIC X(40) VALUE LOW-VALUES.
001750 01 WS-OLD-KEY                PIC X(40) VALUE SPACES.
001760 01 WS-NEW-KEY                PIC X(40) VALUE SPACES.
001770*
001780* one field's value off each side, and the right-justified
001790* numeric view digits-only values compare through.
001800 01 WS-VALUE-OFFSET           PIC 9(03) VALUE ZEROES.
001810 01 WS-VALUE-LENGTH           PIC 9(03) VALUE ZEROES.
001820 01 WS-OLD-VALUE              PIC X(200) VALUE SPACES.
001830 01 WS-OLD-LENGTH             PIC 9(03) VALUE ZEROES.
001840 01 WS-NEW-VALUE              PIC X(200) VALUE SPACES.
001850 01 WS-NEW-LENGTH             PIC 9(03) VALUE ZEROES.
001860 01 WS-NUM-X                  PIC X(18) VALUE ZEROES.
001870 01 WS-NUM REDEFINES WS-NUM-X PIC 9(18).
001880 01 WS-OLD-NUM                PIC 9(18) VALUE ZEROES.
001890 01 WS-NEW-NUM                PIC 9(18) VALUE ZEROES.
001900 01 WS-NUM-START              PIC 9(02) VALUE ZEROES.
001910 01 WS-FIELD-DIFFERS-SWITCH   PIC X(01) VALUE "N".
001920     88 FIELD-DIFFERS         VALUE "Y".
001930 01 WS-RECORD-CHANGED-SWITCH  PIC X(01) VALUE "N".
001940     88 RECORD-CHANGED        VALUE "Y".
001950*
001960* counts for the sign-off summary.
001970 01 WS-OLD-READ               PIC 9(07) VALUE ZEROES.
001980 01 WS-NEW-READ               PIC 9(07) VALUE ZEROES.
001990 01 WS-MATCHED                PIC 9(07) VALUE ZEROES.
002000 01 WS-UNCHANGED              PIC 9(07) VALUE ZEROES.
002010 01 WS-CHANGED                PIC 9(07) VALUE ZEROES.
002020 01 WS-ADDED                  PIC 9(07) VALUE ZEROES.
002030 01 WS-DELETED                PIC 9(07) VALUE ZEROES.
002040 01 WS-OLD-DUPLICATES         PIC 9(07) VALUE ZEROES.
002050 01 WS-NEW-DUPLICATES         PIC 9(07) VALUE ZEROES.
002060 01 WS-CONTROL-TOTAL          PIC 9(07) VALUE ZEROES.
002070 01 WS-CONTROL-SWITCH         PIC X(01) VALUE "Y".
002080     88 CONTROLS-TIE          VALUE "Y".
002090     88 CONTROLS-OUT          VALUE "N".
002100*
002110* report lines.
002120 01 WS-PAGE-COUNT             PIC 9(04) VALUE ZEROES.
002130 01 WS-LINE-COUNT             PIC 9(03) VALUE 99.
002140 01 WS-LINES-PER-PAGE         PIC 9(03) VALUE 55.
002150 01 FC-HEADING-LINE.
002160     05 FILLER                PIC X(30) VALUE
002170         "GENERAL ACCOUNTING".
002180     05 FILLER                PIC X(34) VALUE
002190         "KEYED FILE COMPARE".
002200     05 FILLER                PIC X(09) VALUE "   AS OF ".
002210     05 FC-HEADING-DATE       PIC 9(08).
002220     05 FILLER                PIC X(08) VALUE "   PAGE ".
002230     05 FC-HEADING-PAGE       PIC ZZZ9.
002240 01 FC-TITLE-LINE.
002250     05 FILLER                PIC X(09) VALUE "COMPARE: ".
002260     05 FC-TITLE              PIC X(60).
002270 01 FC-RECORD-LINE.
002280     05 FC-ACTION             PIC X(08).
002290     05 FILLER                PIC X(02) VALUE SPACES.
002300     05 FILLER                PIC X(05) VALUE "KEY: ".
002310     05 FC-KEY                PIC X(40).
002320     05 FILLER                PIC X(02) VALUE SPACES.
002330     05 FC-RECORD-DATA        PIC X(75).
002340 01 FC-FIELD-LINE.
002350     05 FILLER                PIC X(10) VALUE SPACES.
002360     05 FC-FIELD-NAME         PIC X(16).
002370     05 FILLER                PIC X(09) VALUE " BEFORE: ".
002380     05 FC-BEFORE             PIC X(40).
002390     05 FILLER                PIC X(09) VALUE "  AFTER: ".
002400     05 FC-AFTER              PIC X(40).
002410 01 FC-COUNT-LINE.
002420     05 FILLER                PIC X(04) VALUE SPACES.
002430     05 FC-COUNT-LABEL        PIC X(40).
002440     05 FC-COUNT              PIC Z,ZZZ,ZZ9.
002450 01 FC-TALLY-LINE.
002460     05 FILLER                PIC X(08) VALUE SPACES.
002470     05 FC-TALLY-FIELD        PIC X(16).
002480     05 FILLER                PIC X(02) VALUE SPACES.
002490     05 FC-TALLY-NOTE         PIC X(18).
002500     05 FC-TALLY-COUNT        PIC Z,ZZZ,ZZ9.

002510 procedure division.
002520 PRG-BEGIN.
002530     move "FILECMP" to IOC-PROGRAM
002540     accept WS-RUN-START-TIME from TIME
002550     perform ZB-GET-BUSINESS-DATE
002560     accept WS-RUN-TITLE
002570     accept WS-RUN-PARM
002580     move spaces to WS-FLD-TABLE
002590     perform LOAD-OLD-LAYOUT
002600     perform LOAD-NEW-LAYOUT
002610     perform TAKE-KEY-FIELDS
002620     perform TAKE-IGNORE-FIELDS
002630     if WS-SETUP-ERRORS > 0
002640         display "*** " WS-SETUP-ERRORS " LAYOUT OR RUN CARD "
002650             "ERRORS - job ABORTED ***"
002660         move 8 to RETURN-CODE
002670         stop run
002680     end-if
002690     sort SORT-WORK-FILE
002700         on ascending key SW-KEY
002710         on ascending key SW-SEQ
002720         input procedure is RELEASE-OLD-RECORDS
002730             thru RELEASE-OLD-EXIT
002740         giving OLD-SORTED-FILE
002750     sort SORT-WORK-FILE
002760         on ascending key SW-KEY
002770         on ascending key SW-SEQ
002780         input procedure is RELEASE-NEW-RECORDS
002790             thru RELEASE-NEW-EXIT
002800         giving NEW-SORTED-FILE
002810     open input OLD-SORTED-FILE
002820     open input NEW-SORTED-FILE
002830     open output COMPARE-PRINT
002840     perform PRINT-COMPARE-HEADING
002850     perform READ-OLD-SORTED
002860     perform READ-NEW-SORTED
002870     perform MATCH-ONE-KEY
002880         until OLD-EOF and NEW-EOF
002890     close OLD-SORTED-FILE
002900     close NEW-SORTED-FILE
002910     perform PRINT-SIGN-OFF-SUMMARY
002920     close COMPARE-PRINT
002930     display "-----------------------------------"
002940     display "Old records read : " WS-OLD-READ
002950     display "New records read : " WS-NEW-READ
002960     display "Matched on key   : " WS-MATCHED
002970     display "Changed          : " WS-CHANGED
002980     display "Deleted          : " WS-DELETED
002990     display "Added            : " WS-ADDED
003000     if CONTROLS-OUT
003010         display "*** CONTROL TOTALS DO NOT TIE ***"
003020         move 8 to RETURN-CODE
003030     else
003040         if WS-CHANGED > 0 or WS-DELETED > 0 or WS-ADDED > 0
003050             or WS-OLD-DUPLICATES > 0
003060             or WS-NEW-DUPLICATES > 0
003070             display "Files differ - see CMPRPT"
003080             move 4 to RETURN-CODE
003090         else
003100             display "Files agree on every compared field"
003110         end-if
003120     end-if
003130     perform WRITE-RUN-SUMMARY
003140     stop run.

003150* the old deck lands first; each card fills the slot its field
003160* number names.  A card that reads past the 200-byte record,
003170* an out-of-range number or a number used twice is a setup
003180* error and the run stops before anything sorts.
003190 LOAD-OLD-LAYOUT.
003200     move "N" to WS-EOF-SWITCH
003210     open input OLD-LAYOUT-FILE
003220     if not LAYOUT-OK
003230         display "*** CANNOT OPEN CMPOLDL - status "
003240             WS-LAYOUT-STATUS " - job ABORTED ***"
003250         move 8 to RETURN-CODE
003260         stop run
003270     end-if
003280     perform READ-OLD-LAYOUT-CARD
003290     perform ADD-OLD-LAYOUT-ENTRY until FILE-EOF
003300     close OLD-LAYOUT-FILE.

003310 READ-OLD-LAYOUT-CARD.
003320     read OLD-LAYOUT-FILE
003330         at end set FILE-EOF to true
003340     end-read.

003350 ADD-OLD-LAYOUT-ENTRY.
003360     perform CHECK-LAYOUT-CARD
003370     if WS-MESSAGE not = spaces
003380         add 1 to WS-SETUP-ERRORS
003390         display "*** CMPOLDL field " LC-OUT-ORDER " - "
003400             WS-MESSAGE
003410     else
003420         if FLD-ON-OLD (WS-CARD-FIELD)
003430             add 1 to WS-SETUP-ERRORS
003440             display "*** CMPOLDL field " LC-OUT-ORDER
003450                 " - described twice"
003460         else
003470             move "Y" to WS-FLD-ON-OLD (WS-CARD-FIELD)
003480             move LC-IN-OFFSET to
003490                 WS-FLD-OLD-OFFSET (WS-CARD-FIELD)
003500             move LC-LENGTH to
003510                 WS-FLD-OLD-LENGTH (WS-CARD-FIELD)
003520             move LC-FIELD-NAME to WS-FLD-NAME (WS-CARD-FIELD)
003530             move zeroes to WS-FLD-CHANGES (WS-CARD-FIELD)
003540         end-if
003550     end-if
003560     perform READ-OLD-LAYOUT-CARD.

003570* the new deck is read through the same card layout -- the
003580* record is moved over the old file's card area so one set of
003590* LC- names serves both decks.
003600 LOAD-NEW-LAYOUT.
003610     move "N" to WS-EOF-SWITCH
003620     open input NEW-LAYOUT-FILE
003630     if not LAYOUT-OK
003640         display "*** CANNOT OPEN CMPNEWL - status "
003650             WS-LAYOUT-STATUS " - job ABORTED ***"
003660         move 8 to RETURN-CODE
003670         stop run
003680     end-if
003690     perform READ-NEW-LAYOUT-CARD
003700     perform ADD-NEW-LAYOUT-ENTRY until FILE-EOF
003710     close NEW-LAYOUT-FILE.

003720 READ-NEW-LAYOUT-CARD.
003730     read NEW-LAYOUT-FILE
003740         at end set FILE-EOF to true
003750     end-read.

003760 ADD-NEW-LAYOUT-ENTRY.
003770     move NEW-LAYOUT-RECORD to LAYOUT-CARD-RECORD
003780     perform CHECK-LAYOUT-CARD
003790     if WS-MESSAGE not = spaces
003800         add 1 to WS-SETUP-ERRORS
003810         display "*** CMPNEWL field " LC-OUT-ORDER " - "
003820             WS-MESSAGE
003830     else
003840         if FLD-ON-NEW (WS-CARD-FIELD)
003850             add 1 to WS-SETUP-ERRORS
003860             display "*** CMPNEWL field " LC-OUT-ORDER
003870                 " - described twice"
003880         else
003890             move "Y" to WS-FLD-ON-NEW (WS-CARD-FIELD)
003900             move LC-IN-OFFSET to
003910                 WS-FLD-NEW-OFFSET (WS-CARD-FIELD)
003920             move LC-LENGTH to
003930                 WS-FLD-NEW-LENGTH (WS-CARD-FIELD)
003940             if WS-FLD-NAME (WS-CARD-FIELD) = spaces
003950                 move LC-FIELD-NAME to
003960                     WS-FLD-NAME (WS-CARD-FIELD)
003970             end-if
003980             if not FLD-ON-OLD (WS-CARD-FIELD)
003990                 move zeroes to WS-FLD-CHANGES (WS-CARD-FIELD)
004000             end-if
004010         end-if
004020     end-if
004030     perform READ-NEW-LAYOUT-CARD.

004040 CHECK-LAYOUT-CARD.
004050     move spaces to WS-MESSAGE
004060     if LC-OUT-ORDER not numeric or LC-IN-OFFSET not numeric
004070         or LC-LENGTH not numeric
004080         move "order, offset or length not numeric"
004090             to WS-MESSAGE
004100     else
004110         compute WS-CARD-END = LC-IN-OFFSET + LC-LENGTH - 1
004120         evaluate true
004130             when LC-OUT-ORDER = 0 or LC-OUT-ORDER > WS-FLD-MAX
004140                 move "field number out of range" to WS-MESSAGE
004150             when LC-IN-OFFSET = 0 or LC-LENGTH = 0
004160                 move "zero offset or length" to WS-MESSAGE
004170             when WS-CARD-END > 200
004180                 move "reads past column 200" to WS-MESSAGE
004190             when other
004200                 move LC-OUT-ORDER to WS-CARD-FIELD
004210                 if WS-CARD-FIELD > WS-FLD-HIGH
004220                     move WS-CARD-FIELD to WS-FLD-HIGH
004230                 end-if
004240         end-evaluate
004250     end-if.

004260* a key field has to be on both decks, and the key as a whole
004270* has to fit the 40-byte sort key.
004280 TAKE-KEY-FIELDS.
004290     move zeroes to WS-KEY-COUNT
004300     move zeroes to WS-KEY-TOTAL
004310     move 1 to WS-PARM-POS
004320     perform TAKE-ONE-KEY-FIELD
004330         varying WS-PARM-SUB from 1 by 1
004340         until WS-PARM-SUB > 3
004350     if WS-KEY-COUNT = 0
004360         add 1 to WS-SETUP-ERRORS
004370         display "*** NO KEY FIELD ON THE RUN CARD"
004380     end-if
004390     if WS-KEY-TOTAL > 40
004400         add 1 to WS-SETUP-ERRORS
004410         display "*** KEY FIELDS TOTAL " WS-KEY-TOTAL
004420             " BYTES - 40 IS THE LIMIT"
004430     end-if.

004440 TAKE-ONE-KEY-FIELD.
004450     move WS-RUN-PARM (WS-PARM-POS:2) to WS-PARM-FIELD
004460     add 3 to WS-PARM-POS
004470     if WS-PARM-FIELD not = spaces and WS-PARM-FIELD not = "00"
004480         if WS-PARM-FIELD-N not numeric
004490             or WS-PARM-FIELD-N = 0
004500             or WS-PARM-FIELD-N > WS-FLD-MAX
004510             add 1 to WS-SETUP-ERRORS
004520             display "*** KEY FIELD '" WS-PARM-FIELD
004530                 "' IS NOT A FIELD NUMBER"
004540         else
004550             if not FLD-ON-OLD (WS-PARM-FIELD-N)
004560                 or not FLD-ON-NEW (WS-PARM-FIELD-N)
004570                 add 1 to WS-SETUP-ERRORS
004580                 display "*** KEY FIELD " WS-PARM-FIELD
004590                     " IS NOT ON BOTH LAYOUTS"
004600             else
004610                 add 1 to WS-KEY-COUNT
004620                 move WS-PARM-FIELD-N to
004630                     WS-KEY-FIELD (WS-KEY-COUNT)
004640                 if WS-FLD-OLD-LENGTH (WS-PARM-FIELD-N) >
004650                     WS-FLD-NEW-LENGTH (WS-PARM-FIELD-N)
004660                     move WS-FLD-OLD-LENGTH (WS-PARM-FIELD-N)
004670                         to WS-KEY-WIDTH (WS-KEY-COUNT)
004680                 else
004690                     move WS-FLD-NEW-LENGTH (WS-PARM-FIELD-N)
004700                         to WS-KEY-WIDTH (WS-KEY-COUNT)
004710                 end-if
004720                 add WS-KEY-WIDTH (WS-KEY-COUNT) to
004730                     WS-KEY-TOTAL
004740                 move "K" to WS-FLD-IGNORE (WS-PARM-FIELD-N)
004750             end-if
004760         end-if
004770     end-if.

004780* ignored fields are set aside before the compare -- the
004790* conversion's own stamps, dates written and the like.  The
004800* key fields are already marked, since matching proves them.
004810 TAKE-IGNORE-FIELDS.
004820     move 10 to WS-PARM-POS
004830     perform TAKE-ONE-IGNORE-FIELD
004840         varying WS-PARM-SUB from 1 by 1
004850         until WS-PARM-SUB > 10.

004860 TAKE-ONE-IGNORE-FIELD.
004870     move WS-RUN-PARM (WS-PARM-POS:2) to WS-PARM-FIELD
004880     add 3 to WS-PARM-POS
004890     if WS-PARM-FIELD not = spaces and WS-PARM-FIELD not = "00"
004900         if WS-PARM-FIELD-N not numeric
004910             or WS-PARM-FIELD-N = 0
004920             or WS-PARM-FIELD-N > WS-FLD-MAX
004930             add 1 to WS-SETUP-ERRORS
004940             display "*** IGNORE FIELD '" WS-PARM-FIELD
004950                 "' IS NOT A FIELD NUMBER"
004960         else
004970             move "Y" to WS-FLD-IGNORE (WS-PARM-FIELD-N)
004980         end-if
004990     end-if.

005000 RELEASE-OLD-RECORDS.
005010     open input OLD-INPUT-FILE
005020     if not OLD-OK
005030         display "*** CANNOT OPEN CMPOLD - status "
005040             WS-OLD-STATUS " - job ABORTED ***"
005050         move 8 to RETURN-CODE
005060         stop run
005070     end-if
005080     move "N" to WS-EOF-SWITCH
005090     set BUILD-OLD-KEY to true
005100     perform READ-OLD-INPUT
005110     perform RELEASE-ONE-OLD-RECORD until FILE-EOF
005120     close OLD-INPUT-FILE
005130     go to RELEASE-OLD-EXIT.

005140 READ-OLD-INPUT.
005150     read OLD-INPUT-FILE
005160         at end set FILE-EOF to true
005170     end-read.

005180 RELEASE-ONE-OLD-RECORD.
005190     add 1 to WS-OLD-READ
005200     move OLD-INPUT-RECORD to WS-BUILD-RECORD
005210     perform BUILD-RECORD-KEY
005220     move WS-BUILD-KEY to SW-KEY
005230     move WS-OLD-READ to SW-SEQ
005240     move OLD-INPUT-RECORD to SW-DATA
005250     release SORT-WORK-RECORD
005260     perform READ-OLD-INPUT.

005270 RELEASE-OLD-EXIT.
005280     exit.

005290 RELEASE-NEW-RECORDS.
005300     open input NEW-INPUT-FILE
005310     if not NEW-OK
005320         display "*** CANNOT OPEN CMPNEW - status "
005330             WS-NEW-STATUS " - job ABORTED ***"
005340         move 8 to RETURN-CODE
005350         stop run
005360     end-if
005370     move "N" to WS-EOF-SWITCH
005380     set BUILD-NEW-KEY to true
005390     perform READ-NEW-INPUT
005400     perform RELEASE-ONE-NEW-RECORD until FILE-EOF
005410     close NEW-INPUT-FILE
005420     go to RELEASE-NEW-EXIT.

005430 READ-NEW-INPUT.
005440     read NEW-INPUT-FILE
005450         at end set FILE-EOF to true
005460     end-read.

005470 RELEASE-ONE-NEW-RECORD.
005480     add 1 to WS-NEW-READ
005490     move NEW-INPUT-RECORD to WS-BUILD-RECORD
005500     perform BUILD-RECORD-KEY
005510     move WS-BUILD-KEY to SW-KEY
005520     move WS-NEW-READ to SW-SEQ
005530     move NEW-INPUT-RECORD to SW-DATA
005540     release SORT-WORK-RECORD
005550     perform READ-NEW-INPUT.

005560 RELEASE-NEW-EXIT.
005570     exit.

005580* each key field takes its full width; a digits-only value is
005590* right-justified and zero-filled so a widened numeric key
005600* still matches, anything else is left-justified.
005610 BUILD-RECORD-KEY.
005620     move spaces to WS-BUILD-KEY
005630     move 1 to WS-KEY-POS
005640     perform BUILD-ONE-KEY-PART
005650         varying WS-KEY-SUB from 1 by 1
005660         until WS-KEY-SUB > WS-KEY-COUNT.

005670 BUILD-ONE-KEY-PART.
005680     move WS-KEY-FIELD (WS-KEY-SUB) to WS-FLD-SUB
005690     if BUILD-OLD-KEY
005700         move WS-FLD-OLD-OFFSET (WS-FLD-SUB) to WS-VALUE-OFFSET
005710         move WS-FLD-OLD-LENGTH (WS-FLD-SUB) to WS-VALUE-LENGTH
005720     else
005730         move WS-FLD-NEW-OFFSET (WS-FLD-SUB) to WS-VALUE-OFFSET
005740         move WS-FLD-NEW-LENGTH (WS-FLD-SUB) to WS-VALUE-LENGTH
005750     end-if
005760     if WS-BUILD-RECORD (WS-VALUE-OFFSET:WS-VALUE-LENGTH)
005770         is numeric
005780         move all "0" to
005790             WS-BUILD-KEY (WS-KEY-POS:WS-KEY-WIDTH (WS-KEY-SUB))
005800         compute WS-NUM-START = WS-KEY-POS
005810             + WS-KEY-WIDTH (WS-KEY-SUB) - WS-VALUE-LENGTH
005820         move WS-BUILD-RECORD (WS-VALUE-OFFSET:WS-VALUE-LENGTH)
005830             to WS-BUILD-KEY (WS-NUM-START:WS-VALUE-LENGTH)
005840     else
005850         move WS-BUILD-RECORD (WS-VALUE-OFFSET:WS-VALUE-LENGTH)
005860             to WS-BUILD-KEY (WS-KEY-POS:WS-VALUE-LENGTH)
005870     end-if
005880     add WS-KEY-WIDTH (WS-KEY-SUB) to WS-KEY-POS.

005890* end of file on either side reads as a high key, so the
005900* match loop runs the other side out as adds or deletes.
005910 READ-OLD-SORTED.
005920     read OLD-SORTED-FILE
005930         at end
005940             set OLD-EOF to true
005950             move high-values to WS-OLD-KEY
005960         not at end
005970             move OS-KEY to WS-OLD-KEY
005980             if WS-OLD-KEY = WS-PREV-OLD-KEY
005990                 add 1 to WS-OLD-DUPLICATES
006000                 move "DUP-OLD " to FC-ACTION
006010                 move WS-OLD-KEY to FC-KEY
006020                 move OS-DATA to WS-BUILD-RECORD
006030                 perform PRINT-RECORD-LINE
006040             end-if
006050             move WS-OLD-KEY to WS-PREV-OLD-KEY
006060     end-read.

006070 READ-NEW-SORTED.
006080     read NEW-SORTED-FILE
006090         at end
006100             set NEW-EOF to true
006110             move high-values to WS-NEW-KEY
006120         not at end
006130             move NS-KEY to WS-NEW-KEY
006140             if WS-NEW-KEY = WS-PREV-NEW-KEY
006150                 add 1 to WS-NEW-DUPLICATES
006160                 move "DUP-NEW " to FC-ACTION
006170                 move WS-NEW-KEY to FC-KEY
006180                 move NS-DATA to WS-BUILD-RECORD
006190                 perform PRINT-RECORD-LINE
006200             end-if
006210             move WS-NEW-KEY to WS-PREV-NEW-KEY
006220     end-read.

006230 MATCH-ONE-KEY.
006240     evaluate true
006250         when WS-OLD-KEY < WS-NEW-KEY
006260             add 1 to WS-DELETED
006270             move "DELETED " to FC-ACTION
006280             move OS-DATA to WS-BUILD-RECORD
006290             move WS-OLD-KEY to FC-KEY
006300             perform PRINT-RECORD-LINE
006310             perform READ-OLD-SORTED
006320         when WS-OLD-KEY > WS-NEW-KEY
006330             add 1 to WS-ADDED
006340             move "ADDED   " to FC-ACTION
006350             move NS-DATA to WS-BUILD-RECORD
006360             move WS-NEW-KEY to FC-KEY
006370             perform PRINT-RECORD-LINE
006380             perform READ-NEW-SORTED
006390         when other
006400             add 1 to WS-MATCHED
006410             perform COMPARE-MATCHED-RECORDS
006420             perform READ-OLD-SORTED
006430             perform READ-NEW-SORTED
006440     end-evaluate.

006450 COMPARE-MATCHED-RECORDS.
006460     move "N" to WS-RECORD-CHANGED-SWITCH
006470     perform COMPARE-ONE-FIELD
006480         varying WS-FLD-SUB from 1 by 1
006490         until WS-FLD-SUB > WS-FLD-HIGH
006500     if RECORD-CHANGED
006510         add 1 to WS-CHANGED
006520     else
006530         add 1 to WS-UNCHANGED
006540     end-if.

006550* a field on only one of the decks has nothing to compare
006560* against and is listed as such in the summary instead.
006570 COMPARE-ONE-FIELD.
006580     if FLD-ON-OLD (WS-FLD-SUB) and FLD-ON-NEW (WS-FLD-SUB)
006590         and not FLD-IGNORED (WS-FLD-SUB)
006600         move spaces to WS-OLD-VALUE
006610         move spaces to WS-NEW-VALUE
006620         move WS-FLD-OLD-LENGTH (WS-FLD-SUB) to WS-OLD-LENGTH
006630         move WS-FLD-NEW-LENGTH (WS-FLD-SUB) to WS-NEW-LENGTH
006640         move OS-DATA (WS-FLD-OLD-OFFSET (WS-FLD-SUB):
006650             WS-OLD-LENGTH) to WS-OLD-VALUE
006660         move NS-DATA (WS-FLD-NEW-OFFSET (WS-FLD-SUB):
006670             WS-NEW-LENGTH) to WS-NEW-VALUE
006680         move "N" to WS-FIELD-DIFFERS-SWITCH
006690         if WS-OLD-LENGTH not > 18 and WS-NEW-LENGTH not > 18
006700             and WS-OLD-VALUE (1:WS-OLD-LENGTH) is numeric
006710             and WS-NEW-VALUE (1:WS-NEW-LENGTH) is numeric
006720             perform COMPARE-AS-NUMBERS
006730         else
006740             if WS-OLD-VALUE not = WS-NEW-VALUE
006750                 set FIELD-DIFFERS to true
006760             end-if
006770         end-if
006780         if FIELD-DIFFERS
006790             perform PRINT-FIELD-CHANGE
006800         end-if
006810     end-if.

006820 COMPARE-AS-NUMBERS.
006830     move zeroes to WS-NUM-X
006840     compute WS-NUM-START = 19 - WS-OLD-LENGTH
006850     move WS-OLD-VALUE (1:WS-OLD-LENGTH)
006860         to WS-NUM-X (WS-NUM-START:WS-OLD-LENGTH)
006870     move WS-NUM to WS-OLD-NUM
006880     move zeroes to WS-NUM-X
006890     compute WS-NUM-START = 19 - WS-NEW-LENGTH
006900     move WS-NEW-VALUE (1:WS-NEW-LENGTH)
006910         to WS-NUM-X (WS-NUM-START:WS-NEW-LENGTH)
006920     move WS-NUM to WS-NEW-NUM
006930     if WS-OLD-NUM not = WS-NEW-NUM
006940         set FIELD-DIFFERS to true
006950     end-if.

006960* the first changed field on a record prints the record line,
006970* then each changed field its own before-and-after line.
006980 PRINT-FIELD-CHANGE.
006990     add 1 to WS-FLD-CHANGES (WS-FLD-SUB)
007000     if not RECORD-CHANGED
007010         set RECORD-CHANGED to true
007020         move "CHANGED " to FC-ACTION
007030         move WS-OLD-KEY to FC-KEY
007040         move OS-DATA to WS-BUILD-RECORD
007050         perform PRINT-RECORD-LINE
007060     end-if
007070     if WS-LINE-COUNT > WS-LINES-PER-PAGE
007080         perform PRINT-COMPARE-HEADING
007090     end-if
007100     move WS-FLD-NAME (WS-FLD-SUB) to FC-FIELD-NAME
007110     if FC-FIELD-NAME = spaces
007120         string "FIELD " WS-FLD-SUB delimited by size
007130             into FC-FIELD-NAME
007140     end-if
007150     move WS-OLD-VALUE to FC-BEFORE
007160     move WS-NEW-VALUE to FC-AFTER
007170     write PRINT-LINE from FC-FIELD-LINE
007180         after advancing 1 line
007190     perform CHECK-PRINT-WRITE
007200     add 1 to WS-LINE-COUNT.

007210* FC-ACTION and FC-KEY are set by the caller; the line also
007220* shows the front of the record itself.
007230 PRINT-RECORD-LINE.
007240     if WS-LINE-COUNT > WS-LINES-PER-PAGE
007250         perform PRINT-COMPARE-HEADING
007260     end-if
007270     move WS-BUILD-RECORD to FC-RECORD-DATA
007280     write PRINT-LINE from FC-RECORD-LINE
007290         after advancing 1 line
007300     perform CHECK-PRINT-WRITE
007310     add 1 to WS-LINE-COUNT.

007320 PRINT-COMPARE-HEADING.
007330     add 1 to WS-PAGE-COUNT
007340     move BDT-BUSINESS-DATE to FC-HEADING-DATE
007350     move WS-PAGE-COUNT to FC-HEADING-PAGE
007360     write PRINT-LINE from FC-HEADING-LINE
007370         after advancing page
007380     perform CHECK-PRINT-WRITE
007390     move WS-RUN-TITLE to FC-TITLE
007400     write PRINT-LINE from FC-TITLE-LINE
007410         after advancing 1 line
007420     perform CHECK-PRINT-WRITE
007430     move spaces to PRINT-LINE
007440     write PRINT-LINE after advancing 1 line
007450     perform CHECK-PRINT-WRITE
007460     move 4 to WS-LINE-COUNT.

007470* the supervisor's page: the counts, the proof that every
007480* record on each file is accounted for exactly once, what the
007490* compare left out, and the lines to sign.
007500 PRINT-SIGN-OFF-SUMMARY.
007510     perform PRINT-COMPARE-HEADING
007520     move "COMPARE SUMMARY" to PRINT-LINE
007530     write PRINT-LINE after advancing 1 line
007540     perform CHECK-PRINT-WRITE
007550     move "Old file records read" to FC-COUNT-LABEL
007560     move WS-OLD-READ to FC-COUNT
007570     perform PRINT-COUNT-LINE
007580     move "New file records read" to FC-COUNT-LABEL
007590     move WS-NEW-READ to FC-COUNT
007600     perform PRINT-COUNT-LINE
007610     move "Matched on key" to FC-COUNT-LABEL
007620     move WS-MATCHED to FC-COUNT
007630     perform PRINT-COUNT-LINE
007640     move "  unchanged" to FC-COUNT-LABEL
007650     move WS-UNCHANGED to FC-COUNT
007660     perform PRINT-COUNT-LINE
007670     move "  changed" to FC-COUNT-LABEL
007680     move WS-CHANGED to FC-COUNT
007690     perform PRINT-COUNT-LINE
007700     move "Deleted (old file only)" to FC-COUNT-LABEL
007710     move WS-DELETED to FC-COUNT
007720     perform PRINT-COUNT-LINE
007730     move "Added (new file only)" to FC-COUNT-LABEL
007740     move WS-ADDED to FC-COUNT
007750     perform PRINT-COUNT-LINE
007760     move "Duplicate keys on the old file" to FC-COUNT-LABEL
007770     move WS-OLD-DUPLICATES to FC-COUNT
007780     perform PRINT-COUNT-LINE
007790     move "Duplicate keys on the new file" to FC-COUNT-LABEL
007800     move WS-NEW-DUPLICATES to FC-COUNT
007810     perform PRINT-COUNT-LINE
007820     set CONTROLS-TIE to true
007830     compute WS-CONTROL-TOTAL = WS-MATCHED + WS-DELETED
007840     if WS-CONTROL-TOTAL not = WS-OLD-READ
007850         set CONTROLS-OUT to true
007860     end-if
007870     compute WS-CONTROL-TOTAL = WS-MATCHED + WS-ADDED
007880     if WS-CONTROL-TOTAL not = WS-NEW-READ
007890         set CONTROLS-OUT to true
007900     end-if
007910     if CONTROLS-TIE
007920         move spaces to PRINT-LINE
007925         string "Control: old = matched + deleted, new = matched "
007930             "+ added -- TIES OUT" delimited by size
007935             into PRINT-LINE
007940     else
007950         move spaces to PRINT-LINE
007955         string "*** Control: matched, added and deleted do NOT "
007960             "account for every record ***" delimited by size
007965             into PRINT-LINE
007970     end-if
007980     write PRINT-LINE after advancing 2 lines
007990     perform CHECK-PRINT-WRITE
008000     move "Field by field (key fields are proved by the match):"
008010         to PRINT-LINE
008020     write PRINT-LINE after advancing 2 lines
008030     perform CHECK-PRINT-WRITE
008040     perform PRINT-ONE-FIELD-TALLY
008050         varying WS-FLD-SUB from 1 by 1
008060         until WS-FLD-SUB > WS-FLD-HIGH
008070     if CONTROLS-OUT
008080         move "RESULT: *** CONTROL TOTALS DO NOT TIE ***"
008090             to PRINT-LINE
008100     else
008110         if WS-CHANGED > 0 or WS-DELETED > 0 or WS-ADDED > 0
008120             or WS-OLD-DUPLICATES > 0
008130             or WS-NEW-DUPLICATES > 0
008140             move spaces to PRINT-LINE
008145             string "RESULT: FILES DIFFER -- review the listing "
008150                 "above before sign-off" delimited by size
008155                 into PRINT-LINE
008160         else
008170             move "RESULT: FILES AGREE ON EVERY COMPARED FIELD"
008180                 to PRINT-LINE
008190         end-if
008200     end-if
008210     write PRINT-LINE after advancing 2 lines
008220     perform CHECK-PRINT-WRITE
008230     move spaces to PRINT-LINE
008235     string "REVIEWED BY ______________________________   "
008240         "DATE ______________" delimited by size into PRINT-LINE
008250     write PRINT-LINE after advancing 3 lines
008260     perform CHECK-PRINT-WRITE
008270     move spaces to PRINT-LINE
008275     string "APPROVED BY ______________________________   "
008280         "DATE ______________" delimited by size into PRINT-LINE
008290     write PRINT-LINE after advancing 3 lines
008300     perform CHECK-PRINT-WRITE.

008310 PRINT-COUNT-LINE.
008320     write PRINT-LINE from FC-COUNT-LINE
008330         after advancing 1 line
008340     perform CHECK-PRINT-WRITE.

008350 PRINT-ONE-FIELD-TALLY.
008360     if FLD-ON-OLD (WS-FLD-SUB) or FLD-ON-NEW (WS-FLD-SUB)
008370         move WS-FLD-NAME (WS-FLD-SUB) to FC-TALLY-FIELD
008380         if FC-TALLY-FIELD = spaces
008390             string "FIELD " WS-FLD-SUB delimited by size
008400                 into FC-TALLY-FIELD
008410         end-if
008420         move zeroes to FC-TALLY-COUNT
008430         evaluate true
008440             when not FLD-ON-OLD (WS-FLD-SUB)
008450                 move "new layout only" to FC-TALLY-NOTE
008460             when not FLD-ON-NEW (WS-FLD-SUB)
008470                 move "old layout only" to FC-TALLY-NOTE
008480             when FLD-KEY (WS-FLD-SUB)
008490                 move "key field" to FC-TALLY-NOTE
008500             when FLD-IGNORED (WS-FLD-SUB)
008510                 move "ignored" to FC-TALLY-NOTE
008520             when other
008530                 move "changes" to FC-TALLY-NOTE
008540                 move WS-FLD-CHANGES (WS-FLD-SUB)
008550                     to FC-TALLY-COUNT
008560         end-evaluate
008570         write PRINT-LINE from FC-TALLY-LINE
008580             after advancing 1 line
008590         perform CHECK-PRINT-WRITE
008600     end-if.

008610 CHECK-PRINT-WRITE.
008620     move WS-PRINT-STATUS to IOC-STATUS
008630     move "CMPRPT" to IOC-FILE-NAME
008640     perform ZZ-CHECK-WRITE.

008650* one standard record per run to the shared RUNLOG operations
008660* file, for the night-end opsReport.
008670 WRITE-RUN-SUMMARY.
008680     open extend RUN-LOG-FILE
008690     if not RUNLOG-OK
008700         open output RUN-LOG-FILE
008710     end-if
008720     move "FILECMP" to RS-PROGRAM
008730     move BDT-BUSINESS-DATE to RS-RUN-DATE
008740     accept RS-RUN-TIME from TIME
008750     move WS-RUN-START-TIME to RS-START-TIME
008760     move WS-OLD-READ to RS-RECORDS-READ
008770     move WS-UNCHANGED to RS-RECORDS-POSTED
008780     compute RS-RECORDS-REJECTED = WS-CHANGED + WS-ADDED
008790         + WS-DELETED
008800     if CONTROLS-TIE
008810         move "BALANCED" to RS-CONTROL-STATUS
008820     else
008830         move "OUTOFBAL" to RS-CONTROL-STATUS
008840     end-if
008850     write RUN-SUMMARY-RECORD
008860     close RUN-LOG-FILE.

008870*****************************************************************
008880* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
008890*****************************************************************
008900     copy IOCHKPRC.

008910*****************************************************************
008920* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
008930*****************************************************************
008940     copy BIZDTPRC.
