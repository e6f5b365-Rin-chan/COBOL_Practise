000010 identification division.
000020 program-id. ctofEscal.
000030 author. PLANT-INSTRUMENTATION.
000040 date-written. 2026-10-15.
000050 date-compiled.
000060*
000070*****************************************************************
000080* modification history
000090*-----------------------------------------------------------------
000100* date        init description
000110*-----------------------------------------------------------------
000120* 2026-10-15   pig  original -- nightly escalation report over
000130*                   the CTOFALM temperature alarm file.  Every
000140*                   alarm still open (not yet acknowledged
000150*                   through ctofAck) past the number of hours
000160*                   on the run card lists under its sensor's
000170*                   SN-LOCATION, oldest first within each
000180*                   location, with a count per location and for
000190*                   the run.  Age is whole hours from the time
000200*                   the alarm was raised, through the shared
000210*                   date-serial copybooks.  Return code 4 when
000220*                   anything escalates, so the schedule shows it.
000230*****************************************************************

000240 environment division.
000250 input-output section.
000260 file-control.
000270     select TEMP-ALARM-FILE assign to "CTOFALM"
000280         organization is indexed
000290         access mode is dynamic
000300         record key is AL-ALARM-ID
000310         file status is WS-ALARM-STATUS.
000320     select SENSOR-MASTER-FILE assign to "SENMAST"
000330         organization is sequential
000340         file status is WS-SENMAST-STATUS.
000350     select SORT-WORK-FILE assign to "ESCLSWK".
000360     select SORTED-ALARM-FILE assign to "ESCLSRT"
000370         organization is sequential
000380         file status is WS-SORT-STATUS.

000390 data division.
000400 file section.
000410 fd  TEMP-ALARM-FILE.
000420     copy CTOFALM.

000430 fd  SENSOR-MASTER-FILE.
000440     copy SENMAST.

000450 sd  SORT-WORK-FILE.
000460 01  SORT-WORK-RECORD.
000470     05 SW-LOCATION           PIC X(20).
000480     05 SW-AGE-HOURS          PIC 9(05).
000490     05 SW-ALARM-ID           PIC 9(06).
000500     05 SW-SENSOR-ID          PIC X(04).
000510     05 SW-ALARM-TYPE         PIC X(01).
000520     05 SW-READING-DATE       PIC 9(08).
000530     05 SW-LAST-SEEN-DATE     PIC 9(08).
000540     05 SW-OCCURRENCES        PIC 9(04).

000550 fd  SORTED-ALARM-FILE.
000560 01  SORTED-ALARM-RECORD.
000570     05 SA-LOCATION           PIC X(20).
000580     05 SA-AGE-HOURS          PIC 9(05).
000590     05 SA-ALARM-ID           PIC 9(06).
000600     05 SA-SENSOR-ID          PIC X(04).
000610     05 SA-ALARM-TYPE         PIC X(01).
000620     05 SA-READING-DATE       PIC 9(08).
000630     05 SA-LAST-SEEN-DATE     PIC 9(08).
000640     05 SA-OCCURRENCES        PIC 9(04).

000650 working-storage section.
000660 01 WS-ALARM-STATUS           PIC X(02).
000670     88 ALARM-FILE-OK         VALUE "00".
000680 01 WS-SENMAST-STATUS         PIC X(02).
000690     88 SENMAST-OK            VALUE "00".
000700 01 WS-SORT-STATUS            PIC X(02).
000710     88 SORT-OK               VALUE "00".
000720 01 WS-RELEASE-EOF-SWITCH     PIC X(01) VALUE "N".
000730     88 RELEASE-EOF           VALUE "Y".
000740 01 WS-SORTED-EOF-SWITCH      PIC X(01) VALUE "N".
000750     88 SORTED-EOF            VALUE "Y".
000760 01 WS-THRESHOLD-HOURS        PIC 9(03).
000770 01 WS-RUN-DATE               PIC 9(08) VALUE ZEROES.
000780 01 WS-RUN-TIME               PIC 9(08) VALUE ZEROES.
000790 01 WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
000800     05 WS-RUN-HH             PIC 9(02).
000810     05 WS-RUN-MM             PIC 9(02).
000820     05 FILLER                PIC 9(04).
000830 01 WS-RAISED-TIME            PIC 9(08) VALUE ZEROES.
000840 01 WS-RAISED-TIME-X REDEFINES WS-RAISED-TIME.
000850     05 WS-RAISED-HH          PIC 9(02).
000860     05 WS-RAISED-MM          PIC 9(02).
000870     05 FILLER                PIC 9(04).
000880 01 WS-TODAY-SERIAL           PIC 9(07) VALUE ZEROES.
000890 01 WS-NOW-MINUTES            PIC 9(04) VALUE ZEROES.
000900 01 WS-AGE-MINUTES            PIC S9(09) VALUE ZEROES.
000910 01 WS-AGE-HOURS              PIC S9(07) VALUE ZEROES.
000920*
000930 01 WS-MST-MAX                PIC 9(02) VALUE 20.
000940 01 WS-MST-COUNT              PIC 9(02) VALUE ZEROES.
000950 01 WS-MASTER-TABLE.
000960     05 WS-MST-ENTRY          OCCURS 20 TIMES.
000970         10 WS-MST-ID         PIC X(04).
000980         10 WS-MST-LOCATION   PIC X(20).
000990 01 WS-MST-SUB                PIC 9(02) VALUE ZEROES.
001000 01 WS-SENSOR-LOCATION        PIC X(20) VALUE SPACES.
001010*
001020 01 WS-CURRENT-LOCATION       PIC X(20) VALUE SPACES.
001030 01 WS-GROUP-OPEN-SWITCH      PIC X(01) VALUE "N".
001040     88 LOCATION-GROUP-OPEN   VALUE "Y".
001050 01 WS-TYPE-TEXT              PIC X(11).
001060 01 WS-AGE-DISPLAY            PIC ZZZZ9.
001070 01 WS-OPEN-COUNT             PIC 9(05) VALUE ZEROES.
001080 01 WS-ESCALATED-COUNT        PIC 9(05) VALUE ZEROES.
001090 01 WS-LOCATION-COUNT         PIC 9(05) VALUE ZEROES.
001100     COPY DSERVAL.

001110 procedure division.
001120*    (DSR-CONVERT-DATE comes from the shared DSERPRC copybook
001130*    at the end of this program.)
001140 PRG-BEGIN.
001150     display "Escalate open alarms older than how many hours?"
001160     accept WS-THRESHOLD-HOURS
001170     accept WS-RUN-DATE from DATE YYYYMMDD
001180     accept WS-RUN-TIME from TIME
001190     move WS-RUN-DATE to DSR-DATE
001200     perform DSR-CONVERT-DATE
001210     move DSR-SERIAL-DAYS to WS-TODAY-SERIAL
001220     compute WS-NOW-MINUTES = WS-RUN-HH * 60 + WS-RUN-MM
001230     perform LOAD-SENSOR-MASTER
001240     sort SORT-WORK-FILE
001250         on ascending key SW-LOCATION
001260         on descending key SW-AGE-HOURS
001270         on ascending key SW-ALARM-ID
001280         input procedure is RELEASE-OVERDUE-ALARMS
001290             thru RELEASE-OVERDUE-EXIT
001300         giving SORTED-ALARM-FILE
001310     display "Alarm escalation - open alarms unacknowledged "
001320         "past " WS-THRESHOLD-HOURS " hours, as of "
001330         WS-RUN-DATE
001340     display "==================================="
001350     open input SORTED-ALARM-FILE
001360     perform READ-SORTED-ALARM
001370     perform PRINT-ONE-ESCALATION until SORTED-EOF
001380     if LOCATION-GROUP-OPEN
001390         perform CLOSE-LOCATION-GROUP
001400     end-if
001410     if WS-ESCALATED-COUNT = 0
001420         display "No alarms past the threshold"
001430     end-if
001440     display "-----------------------------------"
001450     display "Open alarms on file : " WS-OPEN-COUNT
001460     display "Escalated           : " WS-ESCALATED-COUNT
001470     if WS-ESCALATED-COUNT > 0
001480         move 4 to RETURN-CODE
001490     end-if
001500     close SORTED-ALARM-FILE
001510     stop run.

001520 LOAD-SENSOR-MASTER.
001530     move zeroes to WS-MST-COUNT
001540     move "N" to WS-RELEASE-EOF-SWITCH
001550     open input SENSOR-MASTER-FILE
001560     if SENMAST-OK
001570         perform READ-SENSOR-MASTER
001580         perform ADD-MASTER-ENTRY until RELEASE-EOF
001590         close SENSOR-MASTER-FILE
001600     end-if
001610     move "N" to WS-RELEASE-EOF-SWITCH.

001620 READ-SENSOR-MASTER.
001630     read SENSOR-MASTER-FILE
001640         at end set RELEASE-EOF to true
001650     end-read.

001660 ADD-MASTER-ENTRY.
001670     if WS-MST-COUNT < WS-MST-MAX
001680         add 1 to WS-MST-COUNT
001690         move SN-SENSOR-ID to WS-MST-ID (WS-MST-COUNT)
001700         move SN-LOCATION to WS-MST-LOCATION (WS-MST-COUNT)
001710     end-if
001720     perform READ-SENSOR-MASTER.

001730* only open alarms past the threshold go to the sort --
001740* acknowledged ones are finished with.
001750 RELEASE-OVERDUE-ALARMS.
001760     open input TEMP-ALARM-FILE
001770     if ALARM-FILE-OK
001780         perform READ-NEXT-ALARM
001790         perform RELEASE-ONE-ALARM until RELEASE-EOF
001800         close TEMP-ALARM-FILE
001810     else
001820         display "No alarm file on file"
001830     end-if
001840     go to RELEASE-OVERDUE-EXIT.

001850 READ-NEXT-ALARM.
001860     read TEMP-ALARM-FILE next record
001870         at end set RELEASE-EOF to true
001880     end-read.

001890 RELEASE-ONE-ALARM.
001900     if AL-OPEN
001910         add 1 to WS-OPEN-COUNT
001920         perform COMPUTE-ALARM-AGE
001930         if WS-AGE-HOURS > WS-THRESHOLD-HOURS
001940             perform GET-SENSOR-LOCATION
001950             move WS-SENSOR-LOCATION to SW-LOCATION
001960             move WS-AGE-HOURS to SW-AGE-HOURS
001970             move AL-ALARM-ID to SW-ALARM-ID
001980             move AL-SENSOR-ID to SW-SENSOR-ID
001990             move AL-ALARM-TYPE to SW-ALARM-TYPE
002000             move AL-READING-DATE to SW-READING-DATE
002010             move AL-LAST-SEEN-DATE to SW-LAST-SEEN-DATE
002020             move AL-OCCURRENCES to SW-OCCURRENCES
002030             release SORT-WORK-RECORD
002040         end-if
002050     end-if
002060     perform READ-NEXT-ALARM.

002070 RELEASE-OVERDUE-EXIT.
002080     exit.

002090* whole hours from the raised date and time to now -- days
002100* apart through the date serials, then the minutes of day.
002110 COMPUTE-ALARM-AGE.
002120     move AL-RAISED-DATE to DSR-DATE
002130     perform DSR-CONVERT-DATE
002140     move AL-RAISED-TIME to WS-RAISED-TIME
002150     compute WS-AGE-MINUTES =
002160         (WS-TODAY-SERIAL - DSR-SERIAL-DAYS) * 1440
002170         + WS-NOW-MINUTES
002180         - (WS-RAISED-HH * 60 + WS-RAISED-MM)
002190     divide WS-AGE-MINUTES by 60 giving WS-AGE-HOURS.

002200* the group is the sensor's location on the master today; a
002210* sensor no longer on the master keeps the location the alarm
002220* was raised under.
002230 GET-SENSOR-LOCATION.
002240     move AL-LOCATION to WS-SENSOR-LOCATION
002250     if WS-MST-COUNT > 0
002260         perform TEST-LOCATION-ENTRY
002270             varying WS-MST-SUB from 1 by 1
002280             until WS-MST-SUB > WS-MST-COUNT
002290     end-if
002300     if WS-SENSOR-LOCATION = spaces
002310         move "(NO LOCATION)" to WS-SENSOR-LOCATION
002320     end-if.

002330 TEST-LOCATION-ENTRY.
002340     if WS-MST-ID (WS-MST-SUB) = AL-SENSOR-ID
002350         and WS-MST-LOCATION (WS-MST-SUB) not = spaces
002360         move WS-MST-LOCATION (WS-MST-SUB)
002370             to WS-SENSOR-LOCATION
002380     end-if.

002390 READ-SORTED-ALARM.
002400     read SORTED-ALARM-FILE
002410         at end set SORTED-EOF to true
002420     end-read.

002430 PRINT-ONE-ESCALATION.
002440     if not LOCATION-GROUP-OPEN
002450         or SA-LOCATION not = WS-CURRENT-LOCATION
002460         if LOCATION-GROUP-OPEN
002470             perform CLOSE-LOCATION-GROUP
002480         end-if
002490         move SA-LOCATION to WS-CURRENT-LOCATION
002500         move zeroes to WS-LOCATION-COUNT
002510         move "Y" to WS-GROUP-OPEN-SWITCH
002520         display "Location: " WS-CURRENT-LOCATION
002530     end-if
002540     perform SET-TYPE-TEXT
002550     move SA-AGE-HOURS to WS-AGE-DISPLAY
002560     display "  alarm " SA-ALARM-ID "  " SA-SENSOR-ID "  "
002570         WS-TYPE-TEXT "  first " SA-READING-DATE
002580         "  last " SA-LAST-SEEN-DATE "  x" SA-OCCURRENCES
002590         "  open " WS-AGE-DISPLAY " hours"
002600     add 1 to WS-LOCATION-COUNT
002610     add 1 to WS-ESCALATED-COUNT
002620     perform READ-SORTED-ALARM.

002630 CLOSE-LOCATION-GROUP.
002640     display "  alarms past threshold at this location : "
002650         WS-LOCATION-COUNT
002660     move "N" to WS-GROUP-OPEN-SWITCH.

002670 SET-TYPE-TEXT.
002680     evaluate SA-ALARM-TYPE
002690         when "L"
002700             move "LOW LIMIT" to WS-TYPE-TEXT
002710         when "H"
002720             move "HIGH LIMIT" to WS-TYPE-TEXT
002730         when "R"
002740             move "DRIFT" to WS-TYPE-TEXT
002750         when "S"
002760             move "SILENT" to WS-TYPE-TEXT
002770         when other
002780             move "UNKNOWN" to WS-TYPE-TEXT
002790     end-evaluate.

002800*****************************************************************
002810* DSR-CONVERT-DATE (from the shared DSERPRC copybook)
002820*****************************************************************
002830     copy DSERPRC.
