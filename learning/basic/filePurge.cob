000311*                   new sequence-and-seal fields.  A purged
000312*                   trail restarts the verify anchor at its
000313*                   first remaining record.
000314* 2026-10-15   gag  records holds: an aged record an active
000315*                   RECHOLD hold covers is kept, listed and
000316*                   tallied by hold (RHLDWS).  RETRULES widened to
000317*                   23 bytes for the name and entry positions.  A
000318*                   RECHOLD that cannot be read aborts the purge.
000319*****************************************************************

000320 environment division.
000350     select RETENTION-RULES assign to "RETRULES"
000360         organization is sequential
000370         file status is WS-RULES-STATUS.
000372     select RECORDS-HOLD assign to "RECHOLD"
000374         organization is sequential
000376         file status is WS-HOLD-STATUS.
000380     select OPS-ERROR-LOG assign to "OPSLOG"
000390         organization is sequential
000400         file status is WS-OPSLOG-STATUS.
001010     select QEREJ-ARCHIVE assign to "QREJARC"
001020         organization is sequential
001030         file status is WS-ARC-STATUS.
001031     select STUDENT-IDENTITY assign to "STUIDNT"
001032         organization is indexed
001033         access mode is random
001034         record key is SI-STUDENT-ID
001035         alternate record key is SI-STUDENT-NAME with duplicates
001036         alternate record key is SI-ALIAS-NAME with duplicates
001037         file status is WS-IDENT-STATUS.

001040 data division.
001050 file section.
001090     05 RT-RETENTION-DAYS     PIC 9(04).
001100     05 RT-DATE-OFFSET        PIC 9(03).
001110     05 RT-DATE-LENGTH        PIC 9(01).
001112     05 RT-NAME-OFFSET        PIC 9(03).
001114     05 RT-ENTRY-OFFSET       PIC 9(03).
001116     05 RT-ENTRY-LENGTH       PIC 9(01).

001120 fd  OPS-ERROR-LOG.
001130     copy OPSERR.
001540 fd  QEREJ-ARCHIVE.
001550 01  QEREJ-ARCHIVE-RECORD     PIC X(99).

001552 fd  RECORDS-HOLD.
001554     copy RECHOLD.

001556 fd  STUDENT-IDENTITY.
001558     copy STUIDNT.

001560 working-storage section.
001570 01 WS-RULES-STATUS           PIC X(02).
001580     88 RULES-OK              VALUE "00".
001850 01 WS-READ-COUNT             PIC 9(07) VALUE ZEROES.
001860 01 WS-ARCHIVED-COUNT         PIC 9(07) VALUE ZEROES.
001870 01 WS-KEPT-COUNT             PIC 9(07) VALUE ZEROES.
001871 01 WS-HELD-COUNT             PIC 9(07) VALUE ZEROES.
001872 01 WS-HOLD-STATUS            PIC X(02).
001873     88 HOLD-OK               VALUE "00".
001874     88 HOLD-FILE-MISSING     VALUE "35".
001875 01 WS-IDENT-STATUS           PIC X(02).
001876     88 IDENT-OK              VALUE "00".
001877 copy RHLDWS.
001880 copy IOCHKWS.
001890     COPY DSERVAL.

002060     move DSR-SERIAL-DAYS to WS-TODAY-SERIAL
002070     display "Purging " WS-PURGE-FILE-NAME " - retention "
002080         WS-RETENTION-DAYS " days"
002085     perform LOAD-RECORD-HOLDS
002090     evaluate WS-PURGE-FILE-NAME
002100         when "REGAUDT "
002110             perform PURGE-AUDIT-FILE
002310     display "Records read     : " WS-READ-COUNT
002320     display "Records archived : " WS-ARCHIVED-COUNT
002330     display "Records kept     : " WS-KEPT-COUNT
002335     display "  held by RECHOLD: " WS-HELD-COUNT
002340     if WS-READ-COUNT = WS-ARCHIVED-COUNT + WS-KEPT-COUNT
002350         display "Control total    : TIES OUT"
002360     else
002370         display "Control total    : *** OUT OF BALANCE - "
002380             "do NOT rename the new file ***"
002390         move 8 to RETURN-CODE
002392     end-if
002394     if WS-HLD-COUNT > 0
002396         perform PRINT-HOLD-SUMMARY
002400     end-if
002410     stop run.

002590             move RT-RETENTION-DAYS to WS-RETENTION-DAYS
002600             move RT-DATE-OFFSET to WS-DATE-OFFSET
002610             move RT-DATE-LENGTH to WS-DATE-LENGTH
002612             move RT-NAME-OFFSET to WS-NAME-OFFSET
002614             move RT-ENTRY-OFFSET to WS-ENTRY-OFFSET
002616             move RT-ENTRY-LENGTH to WS-ENTRY-LENGTH
002620         else
002630             perform READ-RETENTION-RULE
002640         end-if
002930             WS-TODAY-SERIAL - DSR-SERIAL-DAYS
002940         if WS-AGE-DAYS > WS-RETENTION-DAYS
002950             set ROUTE-TO-ARCHIVE to true
002951         end-if
002952     end-if
002953     if ROUTE-TO-ARCHIVE and WS-HLD-COUNT > 0
002954         perform CHECK-RECORD-HOLDS
002955         if RECORD-HELD
002956             set ROUTE-TO-KEEP to true
002960         end-if
002970     end-if
002980     if ROUTE-TO-ARCHIVE
005880* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
005890*****************************************************************
005900     copy IOCHKPRC.

005910* every active hold naming this file, or naming no file at all,
005920* is loaded.  A student hold is matched by the student's current
005930* name and alias from STUIDNT, falling back to the name stored on
005940* the hold when the identity master cannot be read; a hold the
005950* file has no field to match against is reported and skipped.
005960 LOAD-RECORD-HOLDS.
005970     move zeroes to WS-HLD-COUNT
005980     move "N" to WS-HOLD-EOF-SWITCH
005990     open input RECORDS-HOLD
006000     if not HOLD-OK and not HOLD-FILE-MISSING
006010         display "*** CANNOT OPEN RECHOLD - status "
006020             WS-HOLD-STATUS " - job ABORTED ***"
006030         move 8 to RETURN-CODE
006040         stop run
006050     end-if
006060     if not HOLD-OK
006070         display "No RECHOLD file - no records holds in force"
006080     else
006090         open input STUDENT-IDENTITY
006100         perform READ-RECORD-HOLD
006110         perform LOAD-ONE-HOLD until HOLD-EOF
006120         close RECORDS-HOLD
006130         if IDENT-OK
006140             close STUDENT-IDENTITY
006150         end-if
006160         display "Records holds in force for this file: "
006170             WS-HLD-COUNT
006180     end-if.

006190 READ-RECORD-HOLD.
006200     read RECORDS-HOLD
006210         at end set HOLD-EOF to true
006220     end-read.

006230 LOAD-ONE-HOLD.
006240     if RH-ACTIVE
006250         and (RH-FILE-NAME = spaces
006260              or RH-FILE-NAME = WS-PURGE-FILE-NAME)
006270         evaluate true
006280             when RH-STUDENT-HOLD and WS-NAME-OFFSET = 0
006290                 display "Hold " RH-HOLD-NO " (student "
006300                     RH-STUDENT-ID ") cannot apply - "
006310                     WS-PURGE-FILE-NAME " carries no name"
006320             when RH-ENTRY-HOLD and WS-ENTRY-OFFSET = 0
006330                 display "Hold " RH-HOLD-NO " (entry "
006340                     RH-ENTRY-NO ") cannot apply - "
006350                     WS-PURGE-FILE-NAME " carries no entry number"
006360             when other
006370                 perform STORE-RECORD-HOLD
006380         end-evaluate
006390     end-if
006400     perform READ-RECORD-HOLD.

006410 STORE-RECORD-HOLD.
006420     if WS-HLD-COUNT not < WS-HLD-MAX
006430         display "*** MORE THAN " WS-HLD-MAX
006440             " ACTIVE RECORDS HOLDS FOR " WS-PURGE-FILE-NAME
006450             " - job ABORTED ***"
006460         move 8 to RETURN-CODE
006470         stop run
006480     end-if
006490     add 1 to WS-HLD-COUNT
006500     move WS-HLD-COUNT to WS-HLD-SUB
006510     move RH-HOLD-NO to WS-HLD-HOLD-NO (WS-HLD-SUB)
006520     move RH-HOLD-TYPE to WS-HLD-TYPE (WS-HLD-SUB)
006530     move RH-STUDENT-NAME to WS-HLD-NAME (WS-HLD-SUB)
006540     move spaces to WS-HLD-ALIAS (WS-HLD-SUB)
006550     move RH-ENTRY-NO to WS-HLD-ENTRY-NO (WS-HLD-SUB)
006560     move RH-FROM-DATE to WS-HLD-FROM-DATE (WS-HLD-SUB)
006570     move RH-TO-DATE to WS-HLD-TO-DATE (WS-HLD-SUB)
006580     move RH-REASON to WS-HLD-REASON (WS-HLD-SUB)
006590     move RH-AUTHORIZED-BY to WS-HLD-AUTH-BY (WS-HLD-SUB)
006600     move zeroes to WS-HLD-KEPT (WS-HLD-SUB)
006610     if RH-STUDENT-HOLD and IDENT-OK
006620         move RH-STUDENT-ID to SI-STUDENT-ID
006630         read STUDENT-IDENTITY
006640             invalid key continue
006650             not invalid key
006660                 move SI-STUDENT-NAME to WS-HLD-NAME (WS-HLD-SUB)
006670                 move SI-ALIAS-NAME to WS-HLD-ALIAS (WS-HLD-SUB)
006680         end-read
006690     end-if.

006700* an aged record any hold covers is kept, and listed with the
006710* hold that kept it.  The first matching hold takes the credit.
006720 CHECK-RECORD-HOLDS.
006730     move "N" to WS-HELD-SWITCH
006740     move zeroes to WS-HLD-MATCH
006750     move zeroes to WS-RECORD-ENTRY-N
006760     if WS-ENTRY-OFFSET > 0
006770         and WS-WORK-RECORD (WS-ENTRY-OFFSET:WS-ENTRY-LENGTH)
006780             numeric
006790         compute WS-ENTRY-START = 10 - WS-ENTRY-LENGTH
006800         move WS-WORK-RECORD (WS-ENTRY-OFFSET:WS-ENTRY-LENGTH)
006810             to WS-RECORD-ENTRY (WS-ENTRY-START:WS-ENTRY-LENGTH)
006820     end-if
006830     perform TEST-ONE-HOLD
006840         varying WS-HLD-SUB from 1 by 1
006850         until WS-HLD-SUB > WS-HLD-COUNT or RECORD-HELD
006860     if RECORD-HELD
006870         add 1 to WS-HELD-COUNT
006880         add 1 to WS-HLD-KEPT (WS-HLD-MATCH)
006890         display "KEPT - hold " WS-HLD-HOLD-NO (WS-HLD-MATCH)
006900             " " WS-HLD-REASON (WS-HLD-MATCH)
006910             " : " WS-WORK-RECORD (1:35)
006920     end-if.

006930 TEST-ONE-HOLD.
006940     evaluate true
006950         when HLD-STUDENT (WS-HLD-SUB)
006960             if WS-WORK-RECORD (WS-NAME-OFFSET:25)
006970                 = WS-HLD-NAME (WS-HLD-SUB)
006980               or (WS-HLD-ALIAS (WS-HLD-SUB) not = spaces
006990                   and WS-WORK-RECORD (WS-NAME-OFFSET:25)
007000                       = WS-HLD-ALIAS (WS-HLD-SUB))
007010                 set RECORD-HELD to true
007020             end-if
007030         when HLD-ENTRY (WS-HLD-SUB)
007040             if WS-RECORD-ENTRY-N = WS-HLD-ENTRY-NO (WS-HLD-SUB)
007050                 and WS-RECORD-ENTRY-N not = zeroes
007060                 set RECORD-HELD to true
007070             end-if
007080         when HLD-DATE (WS-HLD-SUB)
007090             if WS-RECORD-DATE-N
007100                     not < WS-HLD-FROM-DATE (WS-HLD-SUB)
007110                 and WS-RECORD-DATE-N
007120                     not > WS-HLD-TO-DATE (WS-HLD-SUB)
007130                 set RECORD-HELD to true
007140             end-if
007150     end-evaluate
007160     if RECORD-HELD
007170         move WS-HLD-SUB to WS-HLD-MATCH
007180     end-if.

007190 PRINT-HOLD-SUMMARY.
007200     display "-----------------------------------"
007210     display "Records kept by each hold:"
007220     perform PRINT-ONE-HOLD-LINE
007230         varying WS-HLD-SUB from 1 by 1
007240         until WS-HLD-SUB > WS-HLD-COUNT.

007250 PRINT-ONE-HOLD-LINE.
007260     display "  hold " WS-HLD-HOLD-NO (WS-HLD-SUB)
007270         " " WS-HLD-TYPE (WS-HLD-SUB)
007280         " kept " WS-HLD-KEPT (WS-HLD-SUB)
007290         "  " WS-HLD-REASON (WS-HLD-SUB)
007300         " auth " WS-HLD-AUTH-BY (WS-HLD-SUB).
