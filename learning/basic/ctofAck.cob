000010 identification division.
000020 program-id. ctofAck.
000030 author. PLANT-INSTRUMENTATION.
000040 date-written. 2026-10-15.
000050 date-compiled.
000060*
000070*****************************************************************
000080* modification history
000090*-----------------------------------------------------------------
000100* date        init description
000110*-----------------------------------------------------------------
000120* 2026-10-15   pig  original -- acknowledgment dialog over the
000130*                   CTOFALM temperature alarm file the cTof and
000140*                   ctofTrend runs post to (the senMaint mold).
000150*                   Acknowledges one open alarm -- who responded
000160*                   and what was done, stamped with the keying
000170*                   operator and the date and time -- or lists
000180*                   the alarms still open, so a freeze alarm
000190*                   stops reprinting with nobody on record as
000200*                   having looked at it.
000210*****************************************************************

000220 environment division.
000230 input-output section.
000240 file-control.
000250     select TEMP-ALARM-FILE assign to "CTOFALM"
000260         organization is indexed
000270         access mode is dynamic
000280         record key is AL-ALARM-ID
000290         file status is WS-ALARM-STATUS.

000300 data division.
000310 file section.
000320 fd  TEMP-ALARM-FILE.
000330     copy CTOFALM.

000340 working-storage section.
000350 01 WS-ALARM-STATUS           PIC X(02).
000360     88 ALARM-FILE-OK         VALUE "00".
000370 01 WS-EOF-SWITCH             PIC X(01) VALUE "N".
000380     88 FILE-EOF              VALUE "Y".
000390 01 WS-OPERATOR-ID            PIC X(08).
000400 01 WS-RUN-MODE               PIC X(01).
000410     88 ACK-MODE              VALUE "A" "a".
000420     88 LIST-MODE             VALUE "L" "l".
000430 01 WS-ALARM-ID               PIC 9(06).
000440 01 WS-RESPONDER              PIC X(08).
000450 01 WS-ACTION                 PIC X(40).
000460 01 WS-TYPE-TEXT              PIC X(11).
000470 01 WS-LIST-COUNT             PIC 9(04) VALUE ZEROES.

000480 procedure division.
000490 PRG-BEGIN.
000500     display "Enter operator ID:"
000510     accept WS-OPERATOR-ID
000520     if WS-OPERATOR-ID = spaces
000530         display "Operator ID is required - ending"
000540         stop run
000550     end-if
000560     open i-o TEMP-ALARM-FILE
000570     if not ALARM-FILE-OK
000580         display "No alarm file on file"
000590         stop run
000600     end-if
000610     display "Enter mode - A (acknowledge) or L (list open):"
000620     accept WS-RUN-MODE
000630     evaluate true
000640         when ACK-MODE
000650             perform ACKNOWLEDGE-ALARM
000660         when LIST-MODE
000670             perform LIST-OPEN-ALARMS
000680         when other
000690             display "Invalid mode - nothing done"
000700     end-evaluate
000710     close TEMP-ALARM-FILE
000720     stop run.

000730 ACKNOWLEDGE-ALARM.
000740     display "Enter alarm number:"
000750     accept WS-ALARM-ID
000760     move WS-ALARM-ID to AL-ALARM-ID
000770     read TEMP-ALARM-FILE
000780         invalid key
000790             display "Alarm " WS-ALARM-ID " not on file"
000800         not invalid key
000810             perform SHOW-ONE-ALARM
000820             if AL-ACKNOWLEDGED
000830                 display "Alarm " WS-ALARM-ID " already "
000840                     "acknowledged by " AL-ACK-BY " on "
000850                     AL-ACK-DATE " - nothing done"
000860             else
000870                 perform RECORD-ACKNOWLEDGMENT
000880             end-if
000890     end-read.

000900* who responded defaults to the operator keying it; what was
000910* done is the point of the record, so it may not be blank.
000920 RECORD-ACKNOWLEDGMENT.
000930     display "Responded by (blank = " WS-OPERATOR-ID "):"
000940     accept WS-RESPONDER
000950     if WS-RESPONDER = spaces
000960         move WS-OPERATOR-ID to WS-RESPONDER
000970     end-if
000980     display "Action taken:"
000990     accept WS-ACTION
001000     if WS-ACTION = spaces
001010         display "Action taken is required - alarm "
001020             WS-ALARM-ID " left open"
001030     else
001040         move "A" to AL-STATUS
001050         move WS-RESPONDER to AL-ACK-BY
001060         move WS-OPERATOR-ID to AL-ACK-OPERATOR
001070         accept AL-ACK-DATE from DATE YYYYMMDD
001080         accept AL-ACK-TIME from TIME
001090         move WS-ACTION to AL-ACK-ACTION
001100         rewrite TEMP-ALARM-RECORD
001110         if ALARM-FILE-OK
001120             display "Alarm " WS-ALARM-ID " acknowledged"
001130         else
001140             display "*** REWRITE FAILED ON CTOFALM STATUS "
001150                 WS-ALARM-STATUS " - alarm " WS-ALARM-ID
001160                 " left open ***"
001170         end-if
001180     end-if.

001190 SHOW-ONE-ALARM.
001200     perform SET-TYPE-TEXT
001210     display "Alarm    : " AL-ALARM-ID "  " WS-TYPE-TEXT
001220         "  status " AL-STATUS
001230     display "Sensor   : " AL-SENSOR-ID "  " AL-LOCATION
001240     display "Seen     : " AL-READING-DATE " to "
001250         AL-LAST-SEEN-DATE "  occurrences " AL-OCCURRENCES
001260     display "Reading  : " AL-READING "  limit " AL-LIMIT
001270     display "Raised   : " AL-RAISED-DATE " " AL-RAISED-TIME.

001280 SET-TYPE-TEXT.
001290     evaluate true
001300         when AL-LOW-LIMIT
001310             move "LOW LIMIT" to WS-TYPE-TEXT
001320         when AL-HIGH-LIMIT
001330             move "HIGH LIMIT" to WS-TYPE-TEXT
001340         when AL-TREND
001350             move "DRIFT" to WS-TYPE-TEXT
001360         when AL-SILENT
001370             move "SILENT" to WS-TYPE-TEXT
001380         when other
001390             move "UNKNOWN" to WS-TYPE-TEXT
001400     end-evaluate.

001410 LIST-OPEN-ALARMS.
001420     move zeroes to AL-ALARM-ID
001430     start TEMP-ALARM-FILE key is not less than AL-ALARM-ID
001440         invalid key
001450             set FILE-EOF to true
001460     end-start
001470     if not FILE-EOF
001480         perform READ-NEXT-ALARM
001490     end-if
001500     perform LIST-ONE-ALARM until FILE-EOF
001510     display "Open alarms listed : " WS-LIST-COUNT.

001520 READ-NEXT-ALARM.
001530     read TEMP-ALARM-FILE next record
001540         at end set FILE-EOF to true
001550     end-read.

001560 LIST-ONE-ALARM.
001570     if AL-OPEN
001580         perform SET-TYPE-TEXT
001590         display AL-ALARM-ID "  " AL-SENSOR-ID "  "
001600             AL-LOCATION "  " WS-TYPE-TEXT
001610             "  first " AL-READING-DATE
001620             "  last " AL-LAST-SEEN-DATE
001630             "  x" AL-OCCURRENCES
001640         add 1 to WS-LIST-COUNT
001650     end-if
001660     perform READ-NEXT-ALARM.
