000787*                   the next morning instead of day eleven.
000788* 2026-09-02   pig  the SENMAST record now comes from the
000789*                   shared SENMAST copybook.
00789A* 2026-10-15   pig  each limit and silent-sensor exception now
00789B*                   posts an open alarm to CTOFALM (TALRMPRC).
00789C* 2026-10-15   pig  readings now take the sensor's SENCAL offset
00789D*                   before conversion and alarm checks; CTOFHIST
00789E*                   carries raw and corrected Celsius.
00789F* 2026-10-15   pig  batch mode checks the CTOFTRAN file against
00789G*                   the FEEDREG processed-feed registry before
00789H*                   anything is written -- a file whose first
00789I*                   reading date, reading count and Celsius hash
00789J*                   total match a feed already converted is
00789K*                   refused return code 8.  Run-card position 4 Y
00789L*                   asks for a repost; the operator then signs on
00789M*                   and needs level 2, and the override is logged
00789N*                   to OPSLOG.  Every batch run registers its
00789O*                   feed.
000792*****************************************************************

000795 environment division.
000862     select SENSOR-MASTER-FILE assign to "SENMAST"
000864         organization is sequential
000866         file status is WS-SENMAST-STATUS.
000867     select CALIBRATION-FILE assign to "SENCAL"
000868         organization is sequential
000869         file status is WS-SENCAL-STATUS.
000870     select ALARM-LIMITS-FILE assign to "CTOFLIM"
000880         organization is sequential
000890         file status is WS-LIMITS-STATUS.
000891     select TEMP-ALARM-FILE assign to "CTOFALM"
000892         organization is indexed
000893         access mode is dynamic
000894         record key is AL-ALARM-ID
000895         file status is WS-ALARM-STATUS.
000900     select RUN-LOG-FILE assign to "RUNLOG"
000910         organization is sequential
000920         file status is WS-RUNLOG-STATUS.
000982     select BUSINESS-DATE-FILE assign to "BIZDATE"
000984         organization is sequential
000986         file status is WS-BIZDT-STATUS.
00986A     select FEED-REGISTRY assign to "FEEDREG"
00986B         organization is sequential
00986C         file status is WS-FEEDREG-STATUS.
00986D     select OPERATOR-MASTER assign to "OPERMAST"
00986E         organization is sequential
00986F         file status is WS-OPER-STATUS.

000990 data division.
001000 file section.
001130     copy OPSERR.

001140 fd  CONVERSION-HISTORY.
001150     copy CTOFHIST.

001312 fd  SENSOR-MASTER-FILE.
001313     copy SENMAST.

001315 fd  CALIBRATION-FILE.
001317     copy SENCAL.

001320 fd  ALARM-LIMITS-FILE.
001330 01  ALARM-LIMIT-RECORD.
001340     05 LM-SENSOR-ID          PIC X(04).
001361 fd  BUSINESS-DATE-FILE.
001365     copy BIZDATE.

01365A fd  FEED-REGISTRY.
01365B     copy FEEDREG.

01365C fd  OPERATOR-MASTER.
01365D     copy OPERMAST.

01365E fd  TEMP-ALARM-FILE.
01365F     copy CTOFALM.

001370 working-storage section.
001375 copy BIZDTWS.
001380 01 WS-DATA PIC S9(3)V9(2) value 37.5.
002290     88 HIST-OK               VALUE "00".
002300 01 WS-HIST-COUNT             PIC 9(06) VALUE ZEROES.
002310 copy IOCHKWS.
002312 copy TALRMWS.
002314 copy FREGWS.
002316 copy OPERWS.
002320 01 WS-DD-CURRENT-DATE         PIC X(08) VALUE SPACES.
002330 01 WS-DD-DAY-SUM              PIC S9(07)V9(02) VALUE ZEROES.
002340 01 WS-DD-DAY-COUNT            PIC 9(04) VALUE ZEROES.
002401 01 WS-SILENT-COUNT            PIC 9(02) VALUE ZEROES.
002402 01 WS-REPORTED-SWITCH         PIC X(01) VALUE "N".
002403     88 SENSOR-REPORTED        VALUE "Y".
02403A 01 WS-SENCAL-STATUS          PIC X(02).
02403B     88 SENCAL-OK             VALUE "00".
02403C 01 WS-SENCAL-EOF-SWITCH      PIC X(01) VALUE "N".
02403D     88 SENCAL-EOF            VALUE "Y".
02403E 01 WS-CAL-MAX                PIC 9(02) VALUE 20.
02403F 01 WS-CAL-COUNT              PIC 9(02) VALUE ZEROES.
02403G 01 WS-CAL-TABLE.
02403H     05 WS-CAL-ENTRY          OCCURS 20 TIMES
02403I                              INDEXED BY WS-CAL-IDX.
02403J         10 WS-CAL-SENSOR     PIC X(04).
02403K         10 WS-CAL-OFFSET-C   PIC S9(02)V9(02).
02403L 01 WS-CAL-SUB                PIC 9(02) VALUE ZEROES.
02403M 01 WS-CAL-FOUND-SWITCH       PIC X(01) VALUE "N".
02403N     88 CALIBRATION-FOUND     VALUE "Y".
02403O 01 WS-CORRECTED-C            PIC S9(03)V9(02) VALUE ZEROES.
02403P 01 WS-CAL-APPLIED-COUNT      PIC 9(05) VALUE ZEROES.

002406 procedure division.
002409 PRG-BEGIN.
002416     perform ZB-GET-BUSINESS-DATE
002420* the run-parameter card: position 1 mode, position 2 the
002430* single-mode direction (C or F), position 3 the empty-input
002440* override, position 4 the repost override (Y) for a feed
002445* already on the registry.
002450     display "Enter run parameters (mode card):"
002460     accept WS-RUN-PARM
002470     move WS-RUN-PARM (1:1) to WS-RUN-MODE
002480     move WS-RUN-PARM (2:1) to WS-DIRECTION
002490     move WS-RUN-PARM (3:1) to WS-EMPTY-OVERRIDE
002495     move WS-RUN-PARM (4:1) to FRG-REPOST-FLAG
002500     if not SINGLE-MODE and not BATCH-MODE
002510         and not DEGREE-MODE
002520         display "*** INVALID OR MISSING RUN PARAMETER '"
003140     move "C" to WS-DIRECTION
003150     move "N" to WS-TRAN-EOF-SWITCH
003160     move zeroes to WS-READING-COUNT
003165     perform LOAD-CALIBRATION-TABLE
003170     open input TEMP-READING-FILE
003180     if not TRAN-OK
003190         display "*** CANNOT OPEN CTOFTRAN - status "
003460* drives one HDD/CDD computation per day, however many
003470* sensors reported.  The file arrives in date order.
003480 PROCESS-DEGREE-DAY.
003490     perform APPLY-CALIBRATION
003495     move WS-CORRECTED-C to WS-DATA
003500     perform VALIDATE-READING
003510     if READING-INVALID
003520         display TR-DATE "  *** REJECTED - below absolute zero"
003950     move zeroes to WS-CDD-MTD.

003960 BATCH-CONVERT-JOB.
03960A     perform IDENTIFY-CTOF-FEED
03960B     if FRG-REPOST-REQUESTED
03960C         display "Repost requested - enter operator ID:"
03960D         perform ZY-OPERATOR-SIGNON
03960E         move OPR-OPERATOR-ID to FRG-OPERATOR
03960F         move OPR-AUTH-LEVEL to FRG-AUTH-LEVEL
03960G     end-if
03960H     perform ZF-CHECK-FEED-REGISTRY
03960I     if FRG-FEED-REFUSED
03960J         goback
03960K     end-if
003970     move "C" to WS-DIRECTION
003980     move "N" to WS-TRAN-EOF-SWITCH
003990     move zeroes to WS-READING-COUNT
004010     move zeroes to WS-INVALID-COUNT
004020     move zeroes to WS-SENSOR-COUNT
004025     perform LOAD-SENSOR-MASTER
004027     perform LOAD-CALIBRATION-TABLE
004030     perform LOAD-ALARM-LIMITS
004035     perform ZT-OPEN-ALARMS
004040     perform OPEN-CONVERSION-HISTORY
004050     perform LOAD-YTD-CONTROL
004060     open input TEMP-READING-FILE
004140     display "-----------------------------------"
004150     perform PRINT-EXCEPTION-SECTION
004155     perform PRINT-SILENT-SENSORS
004156     perform POST-SILENT-ALARMS
004157     perform ZT-CLOSE-ALARMS
004158     display "New alarms posted : " TAL-RAISED-COUNT
004159         "  repeats on open alarms : " TAL-REPEAT-COUNT
004160     perform PRINT-SENSOR-REPORT
004170     if WS-READING-COUNT > 0
004180         divide WS-SUM-F by WS-READING-COUNT giving WS-AVG-F
004302     display "Unknown/retired sensors rejected : "
004304         WS-UNKNOWN-SENSOR-COUNT
004306     display "Silent sensors : " WS-SILENT-COUNT
004308     display "Calibration-corrected : " WS-CAL-APPLIED-COUNT
004310     if WS-READING-COUNT = 0 and WS-INVALID-COUNT = 0
004320         if EMPTY-INPUT-ALLOWED
004330             display "No input - accepted by operator override"
004390     end-if
004400     perform CLOSE-CONVERSION-HISTORY
004410     perform WRITE-RUN-SUMMARY
004412     move "BALANCED" to FRG-CONTROL-STATUS
004414     perform ZF-REGISTER-FEED
004420     close TEMP-READING-FILE.

04420A* the feed's identity for the registry -- the first reading's
04420B* date, the reading count and the hash of the Celsius values --
04420C* from a pass of the whole file before anything is written.
04420D IDENTIFY-CTOF-FEED.
04420E     move "CTOF" to FRG-PROGRAM
04420F     move "CTOFTRAN" to FRG-SOURCE
04420G     move spaces to FRG-HEADER-DATE
04420H     move zeroes to FRG-RECORD-COUNT
04420I     move zeroes to FRG-HASH-TOTAL
04420J     move "N" to WS-TRAN-EOF-SWITCH
04420K     open input TEMP-READING-FILE
04420L     if TRAN-OK
04420M         perform READ-TEMP-READING
04420N         if not TRAN-EOF
04420O             move TR-DATE to FRG-HEADER-DATE
04420P         end-if
04420Q         perform IDENTIFY-ONE-READING until TRAN-EOF
04420R         close TEMP-READING-FILE
04420S     end-if.

04420T IDENTIFY-ONE-READING.
04420U     add 1 to FRG-RECORD-COUNT
04420V     add TR-CELSIUS to FRG-HASH-TOTAL
04420W     perform READ-TEMP-READING.
004430 READ-TEMP-READING.
004440     read TEMP-READING-FILE
004450         at end set TRAN-EOF to true

004470 PROCESS-TEMP-READING.
004472     perform CHECK-SENSOR-MASTER
004473     perform APPLY-CALIBRATION
004474     if SENSOR-MASTER-ON-FILE and not MASTER-SENSOR-FOUND
004476         add 1 to WS-UNKNOWN-SENSOR-COUNT
004478         move zeroes to WS-RESULT
004488             "sensor master ***"
004490         perform READ-TEMP-READING
004492     else
004495     move WS-CORRECTED-C to WS-DATA
004498     perform VALIDATE-READING
004500     if READING-INVALID
004510         add 1 to WS-INVALID-COUNT
005670     move "D" to CH-RECORD-TYPE
005680     move TR-SENSOR-ID to CH-SENSOR-ID
005690     move TR-DATE to CH-DATE
005700     move WS-CORRECTED-C to CH-CELSIUS
005705     move TR-CELSIUS to CH-RAW-CELSIUS
005710     move WS-RESULT to CH-FAHRENHEIT
005720     move WS-EXC-BOUND-FLAG to CH-ACCEPT-FLAG
005730     write CONVERSION-HISTORY-RECORD
006220                 or LIMIT-FOUND
006230     end-if
006240     if LIMIT-FOUND
006250         if WS-CORRECTED-C < WS-LIM-LOW-C (WS-LIM-SUB)
006260             perform NOTE-LIMIT-EXCEPTION-LOW
006270         end-if
006280         if WS-CORRECTED-C > WS-LIM-HIGH-C (WS-LIM-SUB)
006290             perform NOTE-LIMIT-EXCEPTION-HIGH
006300         end-if
006310     end-if.
006420     perform NOTE-LIMIT-EXCEPTION.

006430 NOTE-LIMIT-EXCEPTION.
006435     perform POST-LIMIT-ALARM
006440     if WS-EXCEPTION-COUNT < WS-EXCEPTION-MAX
006450         add 1 to WS-EXCEPTION-COUNT
006460         move WS-EXCEPTION-COUNT to WS-EXC-SUB
006470         move TR-SENSOR-ID to WS-EXC-SENSOR (WS-EXC-SUB)
006480         move TR-DATE to WS-EXC-DATE (WS-EXC-SUB)
006490         move WS-CORRECTED-C to WS-EXC-CELSIUS (WS-EXC-SUB)
006500         move WS-EXC-BOUND-FLAG to WS-EXC-BOUND (WS-EXC-SUB)
006510     else
006520         add 1 to WS-EXC-DROP-COUNT
006530     end-if.

06530A* every exception posts to the alarm file whether or not the
06530B* report table still has room for it.
06530C POST-LIMIT-ALARM.
06530D     move TR-SENSOR-ID to TAL-SENSOR-ID
06530E     move spaces to TAL-LOCATION
06530F     if MASTER-SENSOR-FOUND
06530G         move WS-MST-LOCATION (WS-MST-SUB) to TAL-LOCATION
06530H     end-if
06530I     move WS-EXC-BOUND-FLAG to TAL-ALARM-TYPE
06530J     move TR-DATE to TAL-READING-DATE
06530K     move WS-CORRECTED-C to TAL-READING
06530L     if WS-EXC-BOUND-FLAG = "L"
06530M         move WS-LIM-LOW-C (WS-LIM-SUB) to TAL-LIMIT
06530N     else
06530O         move WS-LIM-HIGH-C (WS-LIM-SUB) to TAL-LIMIT
06530P     end-if
06530Q     perform ZT-RAISE-ALARM.

006540 PRINT-EXCEPTION-SECTION.
006550     if WS-EXCEPTION-COUNT > 0 or WS-EXC-DROP-COUNT > 0
006560         display "Alarm-limit exceptions:"
007330* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
007340*****************************************************************
007350     copy BIZDTPRC.

007360*****************************************************************
007370* ZY-OPERATOR-SIGNON (from the shared OPERPRC copybook)
007380*****************************************************************
007390     copy OPERPRC.

007400*****************************************************************
007410* ZF feed-registry routines (from the shared FREGPRC copybook)
007420*****************************************************************
007430     copy FREGPRC.

007440*****************************************************************
007450* ZT-OPEN-ALARMS / ZT-RAISE-ALARM / ZT-CLOSE-ALARMS (from the
007460* shared TALRMPRC copybook)
007470*****************************************************************
007480     copy TALRMPRC.

007490* The calibration offsets load from the SENCAL file senCalib
007500* maintains; a sensor with no calibration record, or no SENCAL
007510* on hand at all, reads uncorrected as before.
007520 LOAD-CALIBRATION-TABLE.
007530     move zeroes to WS-CAL-COUNT
007540     move "N" to WS-SENCAL-EOF-SWITCH
007550     open input CALIBRATION-FILE
007560     if SENCAL-OK
007570         perform READ-CALIBRATION
007580         perform ADD-CALIBRATION-ENTRY until SENCAL-EOF
007590         close CALIBRATION-FILE
007600     end-if.

007610 READ-CALIBRATION.
007620     read CALIBRATION-FILE
007630         at end set SENCAL-EOF to true
007640     end-read.

007650 ADD-CALIBRATION-ENTRY.
007660     if WS-CAL-COUNT < WS-CAL-MAX
007670         add 1 to WS-CAL-COUNT
007680         move WS-CAL-COUNT to WS-CAL-SUB
007690         move CL-SENSOR-ID to WS-CAL-SENSOR (WS-CAL-SUB)
007700         move CL-OFFSET-C to WS-CAL-OFFSET-C (WS-CAL-SUB)
007710     end-if
007720     perform READ-CALIBRATION.

007730* the corrected reading is what converts, alarms and goes to
007740* the degree-days; the raw one rides along to the history.
007750 APPLY-CALIBRATION.
007760     move TR-CELSIUS to WS-CORRECTED-C
007770     move "N" to WS-CAL-FOUND-SWITCH
007780     if WS-CAL-COUNT > 0
007790         perform TEST-CALIBRATION-ENTRY
007800             varying WS-CAL-IDX from 1 by 1
007810             until WS-CAL-IDX > WS-CAL-COUNT
007820                 or CALIBRATION-FOUND
007830     end-if
007840     if CALIBRATION-FOUND
007850         add WS-CAL-OFFSET-C (WS-CAL-SUB) to WS-CORRECTED-C
007860         add 1 to WS-CAL-APPLIED-COUNT
007870     end-if.

007880 TEST-CALIBRATION-ENTRY.
007890     if WS-CAL-SENSOR (WS-CAL-IDX) = TR-SENSOR-ID
007900         set CALIBRATION-FOUND to true
007910         set WS-CAL-SUB to WS-CAL-IDX
007920     end-if.

007930* the silent sensors listed above post as alarms too, dated
007940* the business date the sensor should have reported on.
007950 POST-SILENT-ALARMS.
007960     if SENSOR-MASTER-ON-FILE and WS-MST-COUNT > 0
007970         perform POST-ONE-SILENT-ALARM
007980             varying WS-MST-SUB from 1 by 1
007990             until WS-MST-SUB > WS-MST-COUNT
008000     end-if.

008010 POST-ONE-SILENT-ALARM.
008020     if WS-MST-FLAG (WS-MST-SUB) not = "R"
008030         move "N" to WS-REPORTED-SWITCH
008040         if WS-SENSOR-COUNT > 0
008050             perform TEST-SENSOR-REPORTED
008060                 varying WS-SEN-SUB from 1 by 1
008070                 until WS-SEN-SUB > WS-SENSOR-COUNT
008080                     or SENSOR-REPORTED
008090         end-if
008100         if not SENSOR-REPORTED
008110             move WS-MST-ID (WS-MST-SUB) to TAL-SENSOR-ID
008120             move WS-MST-LOCATION (WS-MST-SUB) to TAL-LOCATION
008130             move "S" to TAL-ALARM-TYPE
008140             move BDT-BUSINESS-DATE to TAL-READING-DATE
008150             move zeroes to TAL-READING
008160             move zeroes to TAL-LIMIT
008170             perform ZT-RAISE-ALARM
008180         end-if
008190     end-if.
