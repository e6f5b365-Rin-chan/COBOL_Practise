000010 identification division.
000020 program-id. feedEdit.
000030 author. GENERAL-ACCOUNTING.
000040 date-written. 2026-10-15.
000050 date-compiled.
000060*
000070*****************************************************************
000080* modification history
000090*-----------------------------------------------------------------
000100* date        init description
000110*-----------------------------------------------------------------
000120* 2026-10-15   gag  original -- field-level edit of an inbound
000130*                   feed, the half of the gate feedGate cannot
000140*                   do.  feedGate only knows printable from
000150*                   unprintable, so letters in a numeric date
000160*                   sail through it.  feedEdit reads the feed's
000170*                   FEEDDICT field dictionary (name, position,
000180*                   length, type, required flag and an allowed
000190*                   range or value list per field) and applies
000200*                   every entry to every record on FEEDIN
000210*                   BEFORE the posting step.  Each failure
000220*                   prints on the FEEDEXC exception report with
000230*                   the record number, field and bad value.
000240*                   Ends return code 4 when the feed has
000250*                   exceptions inside the run card's limit and
000260*                   8 past it, so the nightSched release pass
000270*                   holds the posting job on whichever the
000280*                   schedule tolerance says.  A new feed needs
000290*                   only a new dictionary.
000300*****************************************************************

000310 environment division.
000320 input-output section.
000330 file-control.
000340     select FEED-INPUT-FILE assign to "FEEDIN"
000350         organization is sequential
000360         file status is WS-FEED-STATUS.
000370     select FEED-DICTIONARY-FILE assign to "FEEDDICT"
000380         organization is sequential
000390         file status is WS-DICT-STATUS.
000400     select EXCEPTION-PRINT assign to "FEEDEXC"
000410         organization is sequential
000420         file status is WS-PRINT-STATUS.
000430     select RUN-LOG-FILE assign to "RUNLOG"
000440         organization is sequential
000450         file status is WS-RUNLOG-STATUS.
000460     select OPS-ERROR-LOG assign to "OPSLOG"
000470         organization is sequential
000480         file status is WS-OPSLOG-STATUS.
000490     select BUSINESS-DATE-FILE assign to "BIZDATE"
000500         organization is sequential
000510         file status is WS-BIZDT-STATUS.

000520 data division.
000530 file section.
000540 fd  FEED-INPUT-FILE.
000550 01  FEED-RECORD              PIC X(133).

000560 fd  FEED-DICTIONARY-FILE.
000570     copy FEEDDICT.

000580 fd  EXCEPTION-PRINT.
000590 01  PRINT-LINE               PIC X(132).

000600 fd  RUN-LOG-FILE.
000610     copy RUNSUM.

000620 fd  OPS-ERROR-LOG.
000630     copy OPSERR.

000640 fd  BUSINESS-DATE-FILE.
000650     copy BIZDATE.

000660 working-storage section.
000670 copy BIZDTWS.
000680 copy IOCHKWS.
000690 copy DATEVAL.
000700 01 WS-FEED-STATUS            PIC X(02).
000710     88 FEED-OK               VALUE "00".
000720 01 WS-DICT-STATUS            PIC X(02).
000730     88 DICT-OK               VALUE "00".
000740 01 WS-PRINT-STATUS           PIC X(02).
000750     88 PRINT-OK              VALUE "00".
000760 01 WS-RUNLOG-STATUS          PIC X(02).
000770     88 RUNLOG-OK             VALUE "00".
000780 01 WS-RUN-START-TIME         PIC 9(08) VALUE ZEROES.
000790 01 WS-EOF-SWITCH             PIC X(01) VALUE "N".
000800     88 FILE-EOF              VALUE "Y".
000810 01 WS-FEED-EOF-SWITCH        PIC X(01) VALUE "N".
000820     88 FEED-EOF              VALUE "Y".
000830 01 WS-RUN-PARM               PIC X(12).
000840 01 WS-FEED-ID                PIC X(08) VALUE SPACES.
000850 01 WS-BAD-RECORD-LIMIT       PIC 9(03) VALUE ZEROES.
000860 01 WS-DICT-READ              PIC 9(04) VALUE ZEROES.
000870 01 WS-DICT-ERRORS            PIC 9(04) VALUE ZEROES.
000880 01 WS-RECORDS-READ           PIC 9(06) VALUE ZEROES.
000890 01 WS-BAD-RECORDS            PIC 9(06) VALUE ZEROES.
000900 01 WS-CLEAN-RECORDS          PIC 9(06) VALUE ZEROES.
000910 01 WS-EXCEPTION-TOTAL        PIC 9(07) VALUE ZEROES.
000920 01 WS-RECORD-EXCEPTIONS      PIC 9(03) VALUE ZEROES.
000930*
000940* the feed's dictionary, loaded whole from FEEDDICT, with a
000950* running tally of the exceptions each field has thrown.
000960 01 WS-FLD-MAX                PIC 9(02) VALUE 60.
000970 01 WS-FLD-COUNT              PIC 9(02) VALUE ZEROES.
000980 01 WS-FLD-TABLE.
000990     05 WS-FLD-ENTRY          OCCURS 60 TIMES.
001000         10 WS-FLD-NAME       PIC X(16).
001010         10 WS-FLD-START      PIC 9(03).
001020         10 WS-FLD-LENGTH     PIC 9(03).
001030         10 WS-FLD-TYPE       PIC X(01).
001040             88 FLD-NUMERIC   VALUE "N".
001050             88 FLD-ALPHA     VALUE "A".
001060             88 FLD-DATE      VALUE "D".
001070         10 WS-FLD-REQUIRED   PIC X(01).
001080             88 FLD-REQUIRED  VALUE "Y".
001090         10 WS-FLD-RT-POS     PIC 9(03).
001100         10 WS-FLD-RT-VALUE   PIC X(01).
001110         10 WS-FLD-RANGE-SW   PIC X(01).
001120             88 FLD-HAS-RANGE VALUE "Y".
001130         10 WS-FLD-LOW        PIC 9(15).
001140         10 WS-FLD-HIGH       PIC 9(15).
001150         10 WS-FLD-LIST       PIC X(60).
001160         10 WS-FLD-TALLY      PIC 9(06).
001170 01 WS-FLD-SUB                PIC 9(02) VALUE ZEROES.
001180*
001190* one field's value pulled out of the record, and the numeric
001200* view of it a range is tested against.
001210 01 WS-FIELD-VALUE            PIC X(133) VALUE SPACES.
001220 01 WS-FIELD-NUM-X            PIC X(15) VALUE ZEROES.
001230 01 WS-FIELD-NUM REDEFINES WS-FIELD-NUM-X
001240                              PIC 9(15).
001250 01 WS-NUM-START              PIC 9(03) VALUE ZEROES.
001260 01 WS-FIELD-STATE            PIC X(01) VALUE "G".
001270     88 FIELD-GOOD            VALUE "G".
001280     88 FIELD-BAD             VALUE "B".
001290 01 WS-EXCEPTION-REASON       PIC X(24) VALUE SPACES.
001300*
001310* the allowed-value list, split at the commas.
001320 01 WS-LIST-TABLE.
001330     05 WS-LIST-VALUE         PIC X(15) OCCURS 8 TIMES.
001340 01 WS-LIST-SUB               PIC 9(02) VALUE ZEROES.
001350 01 WS-LIST-SWITCH            PIC X(01) VALUE "N".
001360     88 VALUE-LISTED          VALUE "Y".
001370*
001380* report lines.
001390 01 WS-PAGE-COUNT             PIC 9(04) VALUE ZEROES.
001400 01 WS-LINE-COUNT             PIC 9(03) VALUE 99.
001410 01 WS-LINES-PER-PAGE         PIC 9(03) VALUE 55.
001420 01 WS-MESSAGE                PIC X(80) VALUE SPACES.
001430 01 FX-HEADING-LINE.
001440     05 FILLER                PIC X(30) VALUE
001450         "GENERAL ACCOUNTING".
001460     05 FILLER                PIC X(32) VALUE
001470         "INBOUND FEED FIELD EXCEPTIONS".
001480     05 FILLER                PIC X(05) VALUE "FEED ".
001490     05 FX-HEADING-FEED       PIC X(08).
001500     05 FILLER                PIC X(09) VALUE "   AS OF ".
001510     05 FX-HEADING-DATE       PIC 9(08).
001520     05 FILLER                PIC X(08) VALUE "   PAGE ".
001530     05 FX-HEADING-PAGE       PIC ZZZ9.
001540 01 FX-COLUMN-LINE.
001550     05 FILLER                PIC X(40) VALUE
001560         "RECORD  FIELD             REASON".
001570     05 FILLER                PIC X(40) VALUE
001580         "                  BAD VALUE".
001590 01 FX-DETAIL-LINE.
001600     05 FX-RECORD-NO          PIC ZZZZZ9.
001610     05 FILLER                PIC X(02) VALUE SPACES.
001620     05 FX-FIELD-NAME         PIC X(16).
001630     05 FILLER                PIC X(02) VALUE SPACES.
001640     05 FX-REASON             PIC X(24).
001650     05 FILLER                PIC X(08) VALUE SPACES.
001660     05 FX-BAD-VALUE          PIC X(60).
001670 01 FX-TALLY-LINE.
001680     05 FILLER                PIC X(08) VALUE SPACES.
001690     05 FX-TALLY-FIELD        PIC X(16).
001700     05 FILLER                PIC X(02) VALUE SPACES.
001710     05 FX-TALLY-COUNT        PIC ZZZ,ZZ9.
001720     05 FILLER                PIC X(11) VALUE " exceptions".

001730 procedure division.
001740 PRG-BEGIN.
001750     move "FEEDEDIT" to IOC-PROGRAM
001760     accept WS-RUN-START-TIME from TIME
001770     perform ZB-GET-BUSINESS-DATE
001780* run-parameter card: positions 1-8 the feed id the dictionary
001790* is keyed on, positions 10-12 the bad-record limit.
001800     accept WS-RUN-PARM
001810     if WS-RUN-PARM (1:8) = spaces
001820         or WS-RUN-PARM (10:3) not numeric
001830         display "*** INVALID OR MISSING RUN PARAMETER '"
001840             WS-RUN-PARM "' - job ABORTED ***"
001850         move 8 to RETURN-CODE
001860         stop run
001870     end-if
001880     move WS-RUN-PARM (1:8) to WS-FEED-ID
001890     move WS-RUN-PARM (10:3) to WS-BAD-RECORD-LIMIT
001900     perform LOAD-FEED-DICTIONARY
001910     open input FEED-INPUT-FILE
001920     if not FEED-OK
001930         display "*** CANNOT OPEN FEEDIN - status "
001940             WS-FEED-STATUS " - job ABORTED ***"
001950         move 8 to RETURN-CODE
001960         stop run
001970     end-if
001980     open output EXCEPTION-PRINT
001990     perform READ-FEED-RECORD
002000     perform EDIT-ONE-RECORD until FEED-EOF
002010     close FEED-INPUT-FILE
002020     perform PRINT-FIELD-TALLIES
002030     close EXCEPTION-PRINT
002040     display "-----------------------------------"
002050     display "Feed              : " WS-FEED-ID
002060     display "Dictionary fields : " WS-FLD-COUNT
002070     display "Records read      : " WS-RECORDS-READ
002080     display "Records in error  : " WS-BAD-RECORDS
002090     display "Field exceptions  : " WS-EXCEPTION-TOTAL
002100     if WS-BAD-RECORDS > WS-BAD-RECORD-LIMIT
002110         display "*** FEED REJECTED - records in error exceed "
002120             "the limit of " WS-BAD-RECORD-LIMIT
002130             " - posting job held ***"
002140         move 8 to RETURN-CODE
002150     else
002160         if WS-BAD-RECORDS > 0
002170             display "Feed accepted with exceptions - see "
002180                 "FEEDEXC"
002190             move 4 to RETURN-CODE
002200         else
002210             display "Feed accepted - posting may proceed"
002220         end-if
002230     end-if
002240     perform WRITE-RUN-SUMMARY
002250     stop run.

002260* only the named feed's entries load, so one dictionary file
002270* can carry several feeds.  A malformed entry stops the run --
002280* editing a feed against a broken dictionary proves nothing.
002290 LOAD-FEED-DICTIONARY.
002300     move "N" to WS-EOF-SWITCH
002310     open input FEED-DICTIONARY-FILE
002320     if not DICT-OK
002330         display "*** CANNOT OPEN FEEDDICT - status "
002340             WS-DICT-STATUS " - job ABORTED ***"
002350         move 8 to RETURN-CODE
002360         stop run
002370     end-if
002380     perform READ-DICTIONARY-RECORD
002390     perform ADD-DICTIONARY-ENTRY until FILE-EOF
002400     close FEED-DICTIONARY-FILE
002410     if WS-DICT-ERRORS > 0
002420         display "*** " WS-DICT-ERRORS " BAD FEEDDICT ENTRIES "
002430             "- job ABORTED ***"
002440         move 8 to RETURN-CODE
002450         stop run
002460     end-if
002470     if WS-FLD-COUNT = 0
002480         display "*** NO FEEDDICT ENTRIES FOR FEED " WS-FEED-ID
002490             " - job ABORTED ***"
002500         move 8 to RETURN-CODE
002510         stop run
002520     end-if.

002530 READ-DICTIONARY-RECORD.
002540     read FEED-DICTIONARY-FILE
002550         at end set FILE-EOF to true
002560     end-read.

002570 ADD-DICTIONARY-ENTRY.
002580     add 1 to WS-DICT-READ
002590     if FD-FEED-ID = WS-FEED-ID
002600         perform CHECK-DICTIONARY-ENTRY
002610         if WS-MESSAGE not = spaces
002620             add 1 to WS-DICT-ERRORS
002630             display "*** FEEDDICT " FD-FIELD-NAME " - "
002640                 WS-MESSAGE
002650         else
002660             perform STORE-DICTIONARY-ENTRY
002670         end-if
002680     end-if
002690     perform READ-DICTIONARY-RECORD.

002700 CHECK-DICTIONARY-ENTRY.
002710     move spaces to WS-MESSAGE
002720     evaluate true
002730         when FD-FIELD-START not numeric
002740             or FD-FIELD-LENGTH not numeric
002750             or FD-REC-TYPE-POS not numeric
002760             move "position, length or type position not numeric"
002770                 to WS-MESSAGE
002780         when FD-FIELD-START = 0 or FD-FIELD-LENGTH = 0
002790             or FD-FIELD-START + FD-FIELD-LENGTH - 1 > 133
002800             move "field lies outside the 133-byte record"
002810                 to WS-MESSAGE
002820         when FD-REC-TYPE-POS > 133
002830             move "record type position past column 133"
002840                 to WS-MESSAGE
002850         when not FD-VALID-TYPE
002860             move "field type must be N, A, D or X"
002870                 to WS-MESSAGE
002880         when FD-NUMERIC-FIELD and FD-FIELD-LENGTH > 15
002890             move "numeric field longer than 15 digits"
002900                 to WS-MESSAGE
002910         when FD-DATE-FIELD and FD-FIELD-LENGTH not = 8
002920             move "date field must be 8 long (YYYYMMDD)"
002930                 to WS-MESSAGE
002940         when (FD-RANGE-LOW not = spaces
002950             or FD-RANGE-HIGH not = spaces)
002960             and (FD-RANGE-LOW-N not numeric
002970             or FD-RANGE-HIGH-N not numeric)
002980             move "range must be two 15-digit numbers"
002990                 to WS-MESSAGE
003000         when FD-RANGE-LOW not = spaces
003010             and not FD-NUMERIC-FIELD and not FD-DATE-FIELD
003020             move "range allowed on N and D fields only"
003030                 to WS-MESSAGE
003040         when FD-VALUE-LIST not = spaces
003050             and FD-FIELD-LENGTH > 15
003060             move "value list field longer than 15"
003070                 to WS-MESSAGE
003080         when other
003090             continue
003100     end-evaluate.

003110 STORE-DICTIONARY-ENTRY.
003120     if WS-FLD-COUNT not < WS-FLD-MAX
003130         display "*** MORE THAN " WS-FLD-MAX
003140             " FEEDDICT FIELDS FOR FEED " WS-FEED-ID
003150             " - job ABORTED ***"
003160         move 8 to RETURN-CODE
003170         stop run
003180     end-if
003190     add 1 to WS-FLD-COUNT
003200     move WS-FLD-COUNT to WS-FLD-SUB
003210     move FD-FIELD-NAME to WS-FLD-NAME (WS-FLD-SUB)
003220     move FD-FIELD-START to WS-FLD-START (WS-FLD-SUB)
003230     move FD-FIELD-LENGTH to WS-FLD-LENGTH (WS-FLD-SUB)
003240     move FD-FIELD-TYPE to WS-FLD-TYPE (WS-FLD-SUB)
003250     move FD-REQUIRED to WS-FLD-REQUIRED (WS-FLD-SUB)
003260     move FD-REC-TYPE-POS to WS-FLD-RT-POS (WS-FLD-SUB)
003270     move FD-REC-TYPE-VALUE to WS-FLD-RT-VALUE (WS-FLD-SUB)
003280     if FD-RANGE-LOW = spaces
003290         move "N" to WS-FLD-RANGE-SW (WS-FLD-SUB)
003300         move zeroes to WS-FLD-LOW (WS-FLD-SUB)
003310         move zeroes to WS-FLD-HIGH (WS-FLD-SUB)
003320     else
003330         move "Y" to WS-FLD-RANGE-SW (WS-FLD-SUB)
003340         move FD-RANGE-LOW-N to WS-FLD-LOW (WS-FLD-SUB)
003350         move FD-RANGE-HIGH-N to WS-FLD-HIGH (WS-FLD-SUB)
003360     end-if
003370     move FD-VALUE-LIST to WS-FLD-LIST (WS-FLD-SUB)
003380     move zeroes to WS-FLD-TALLY (WS-FLD-SUB).

003390 READ-FEED-RECORD.
003400     read FEED-INPUT-FILE
003410         at end set FEED-EOF to true
003420     end-read.

003430 EDIT-ONE-RECORD.
003440     add 1 to WS-RECORDS-READ
003450     move zeroes to WS-RECORD-EXCEPTIONS
003460     perform EDIT-ONE-FIELD
003470         varying WS-FLD-SUB from 1 by 1
003480         until WS-FLD-SUB > WS-FLD-COUNT
003490     if WS-RECORD-EXCEPTIONS > 0
003500         add 1 to WS-BAD-RECORDS
003510     else
003520         add 1 to WS-CLEAN-RECORDS
003530     end-if
003540     perform READ-FEED-RECORD.

003550* a field tied to a record type is skipped on the other types;
003560* a blank optional field passes, a blank required one fails,
003570* and anything present goes through its type and then its
003580* range or value list -- first failure wins.
003590 EDIT-ONE-FIELD.
003600     if WS-FLD-RT-POS (WS-FLD-SUB) > 0
003610         and FEED-RECORD (WS-FLD-RT-POS (WS-FLD-SUB):1)
003620             not = WS-FLD-RT-VALUE (WS-FLD-SUB)
003630         continue
003640     else
003650         set FIELD-GOOD to true
003660         move spaces to WS-FIELD-VALUE
003670         move FEED-RECORD (WS-FLD-START (WS-FLD-SUB):
003680             WS-FLD-LENGTH (WS-FLD-SUB)) to WS-FIELD-VALUE
003690         if WS-FIELD-VALUE = spaces
003700             if FLD-REQUIRED (WS-FLD-SUB)
003710                 set FIELD-BAD to true
003720                 move "REQUIRED FIELD BLANK" to
003730                     WS-EXCEPTION-REASON
003740             end-if
003750         else
003760             perform EDIT-FIELD-TYPE
003770             if FIELD-GOOD and FLD-HAS-RANGE (WS-FLD-SUB)
003780                 perform EDIT-FIELD-RANGE
003790             end-if
003800             if FIELD-GOOD
003810                 and WS-FLD-LIST (WS-FLD-SUB) not = spaces
003820                 perform EDIT-FIELD-VALUE-LIST
003830             end-if
003840         end-if
003850         if FIELD-BAD
003860             perform PRINT-EXCEPTION
003870         end-if
003880     end-if.

003890 EDIT-FIELD-TYPE.
003900     evaluate true
003910         when FLD-NUMERIC (WS-FLD-SUB)
003920             if WS-FIELD-VALUE (1:WS-FLD-LENGTH (WS-FLD-SUB))
003930                 not numeric
003940                 set FIELD-BAD to true
003950                 move "NOT NUMERIC" to WS-EXCEPTION-REASON
003960             end-if
003970         when FLD-ALPHA (WS-FLD-SUB)
003980             if WS-FIELD-VALUE (1:WS-FLD-LENGTH (WS-FLD-SUB))
003990                 not alphabetic
004000                 set FIELD-BAD to true
004010                 move "NOT ALPHABETIC" to WS-EXCEPTION-REASON
004020             end-if
004030         when FLD-DATE (WS-FLD-SUB)
004040             if WS-FIELD-VALUE (1:8) not numeric
004050                 set FIELD-BAD to true
004060                 move "DATE NOT NUMERIC" to WS-EXCEPTION-REASON
004070             else
004080                 move WS-FIELD-VALUE (1:8) to DTV-RAW-DATE
004090                 perform DTV-VALIDATE-DATE
004100                 if DTV-DATE-INVALID
004110                     set FIELD-BAD to true
004120                     move "NOT A CALENDAR DATE" to
004130                         WS-EXCEPTION-REASON
004140                 end-if
004150             end-if
004160         when other
004170             continue
004180     end-evaluate.

004190* the field is right-justified into fifteen zero-filled digits
004200* so it compares against the dictionary's range directly.
004210 EDIT-FIELD-RANGE.
004220     move zeroes to WS-FIELD-NUM-X
004230     compute WS-NUM-START = 16 - WS-FLD-LENGTH (WS-FLD-SUB)
004240     move WS-FIELD-VALUE (1:WS-FLD-LENGTH (WS-FLD-SUB))
004250         to WS-FIELD-NUM-X (WS-NUM-START:
004260         WS-FLD-LENGTH (WS-FLD-SUB))
004270     if WS-FIELD-NUM < WS-FLD-LOW (WS-FLD-SUB)
004280         set FIELD-BAD to true
004290         move "BELOW ALLOWED RANGE" to WS-EXCEPTION-REASON
004300     end-if
004310     if WS-FIELD-NUM > WS-FLD-HIGH (WS-FLD-SUB)
004320         set FIELD-BAD to true
004330         move "ABOVE ALLOWED RANGE" to WS-EXCEPTION-REASON
004340     end-if.

004350 EDIT-FIELD-VALUE-LIST.
004360     move spaces to WS-LIST-TABLE
004370     unstring WS-FLD-LIST (WS-FLD-SUB) delimited by ","
004380         into WS-LIST-VALUE (1) WS-LIST-VALUE (2)
004390              WS-LIST-VALUE (3) WS-LIST-VALUE (4)
004400              WS-LIST-VALUE (5) WS-LIST-VALUE (6)
004410              WS-LIST-VALUE (7) WS-LIST-VALUE (8)
004420     end-unstring
004430     move "N" to WS-LIST-SWITCH
004440     perform TEST-ONE-LIST-VALUE
004450         varying WS-LIST-SUB from 1 by 1
004460         until WS-LIST-SUB > 8 or VALUE-LISTED
004470     if not VALUE-LISTED
004480         set FIELD-BAD to true
004490         move "NOT AN ALLOWED VALUE" to WS-EXCEPTION-REASON
004500     end-if.

004510 TEST-ONE-LIST-VALUE.
004520     if WS-LIST-VALUE (WS-LIST-SUB) not = spaces
004530         and WS-LIST-VALUE (WS-LIST-SUB) = WS-FIELD-VALUE (1:15)
004540         set VALUE-LISTED to true
004550     end-if.

004560 PRINT-EXCEPTION.
004570     add 1 to WS-RECORD-EXCEPTIONS
004580     add 1 to WS-EXCEPTION-TOTAL
004590     add 1 to WS-FLD-TALLY (WS-FLD-SUB)
004600     if WS-LINE-COUNT > WS-LINES-PER-PAGE
004610         perform PRINT-EXCEPTION-HEADING
004620     end-if
004630     move WS-RECORDS-READ to FX-RECORD-NO
004640     move WS-FLD-NAME (WS-FLD-SUB) to FX-FIELD-NAME
004650     move WS-EXCEPTION-REASON to FX-REASON
004660     move spaces to FX-BAD-VALUE
004670     string "'" WS-FIELD-VALUE (1:WS-FLD-LENGTH (WS-FLD-SUB))
004680         "'" delimited by size into FX-BAD-VALUE
004690     write PRINT-LINE from FX-DETAIL-LINE
004700         after advancing 1 line
004710     perform CHECK-PRINT-WRITE
004720     add 1 to WS-LINE-COUNT.

004730 PRINT-EXCEPTION-HEADING.
004740     add 1 to WS-PAGE-COUNT
004750     move WS-FEED-ID to FX-HEADING-FEED
004760     move BDT-BUSINESS-DATE to FX-HEADING-DATE
004770     move WS-PAGE-COUNT to FX-HEADING-PAGE
004780     write PRINT-LINE from FX-HEADING-LINE
004790         after advancing page
004800     perform CHECK-PRINT-WRITE
004810     write PRINT-LINE from FX-COLUMN-LINE
004820         after advancing 2 lines
004830     perform CHECK-PRINT-WRITE
004840     move 3 to WS-LINE-COUNT.

004850* the closing section names how often each field failed, so a
004860* sending system's one bad column stands out from scattered
004870* line noise.
004880 PRINT-FIELD-TALLIES.
004890     if WS-PAGE-COUNT = 0
004900         perform PRINT-EXCEPTION-HEADING
004910     end-if
004920     move spaces to WS-MESSAGE
004930     string "Records read " WS-RECORDS-READ "   in error "
004940         WS-BAD-RECORDS "   field exceptions "
004950         WS-EXCEPTION-TOTAL delimited by size into WS-MESSAGE
004960     move WS-MESSAGE to PRINT-LINE
004970     write PRINT-LINE after advancing 2 lines
004980     perform CHECK-PRINT-WRITE
004990     perform PRINT-ONE-FIELD-TALLY
005000         varying WS-FLD-SUB from 1 by 1
005010         until WS-FLD-SUB > WS-FLD-COUNT.

005020 PRINT-ONE-FIELD-TALLY.
005030     if WS-FLD-TALLY (WS-FLD-SUB) > 0
005040         move WS-FLD-NAME (WS-FLD-SUB) to FX-TALLY-FIELD
005050         move WS-FLD-TALLY (WS-FLD-SUB) to FX-TALLY-COUNT
005060         write PRINT-LINE from FX-TALLY-LINE
005070             after advancing 1 line
005080         perform CHECK-PRINT-WRITE
005090     end-if.

005100 CHECK-PRINT-WRITE.
005110     move WS-PRINT-STATUS to IOC-STATUS
005120     move "FEEDEXC" to IOC-FILE-NAME
005130     perform ZZ-CHECK-WRITE.

005140* one standard record per run to the shared RUNLOG operations
005150* file, for the night-end opsReport.
005160 WRITE-RUN-SUMMARY.
005170     open extend RUN-LOG-FILE
005180     if not RUNLOG-OK
005190         open output RUN-LOG-FILE
005200     end-if
005210     move "FEEDEDIT" to RS-PROGRAM
005220     move BDT-BUSINESS-DATE to RS-RUN-DATE
005230     accept RS-RUN-TIME from TIME
005240     move WS-RUN-START-TIME to RS-START-TIME
005250     move WS-RECORDS-READ to RS-RECORDS-READ
005260     move WS-CLEAN-RECORDS to RS-RECORDS-POSTED
005270     move WS-BAD-RECORDS to RS-RECORDS-REJECTED
005280     if WS-BAD-RECORDS > WS-BAD-RECORD-LIMIT
005290         move "OUTOFBAL" to RS-CONTROL-STATUS
005300     else
005310         move "BALANCED" to RS-CONTROL-STATUS
005320     end-if
005330     write RUN-SUMMARY-RECORD
005340     close RUN-LOG-FILE.

005350*****************************************************************
005360* DTV-VALIDATE-DATE (from the shared DATEPRC copybook)
005370*****************************************************************
005380     copy DATEPRC.

005390*****************************************************************
005400* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
005410*****************************************************************
005420     copy IOCHKPRC.

005430*****************************************************************
005440* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
005450*****************************************************************
005460     copy BIZDTPRC.
